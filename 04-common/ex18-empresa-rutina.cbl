      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Rutina comun CALLable del maestro de empresas del
      *          grupo (empresas.txt): dado el codigo de empresa
      *          (razon social) devuelve su nombre, identificacion
      *          tributaria, banco y cuenta pagadora, calendario de
      *          nomina y el sufijo que llevan en el nombre sus
      *          archivos de salida. La empresa 01 es la principal:
      *          un codigo en blanco es 01, su sufijo es blanco (sus
      *          archivos conservan los nombres de siempre) y sin
      *          empresas.txt o sin linea propia igual responde con
      *          RC "10" y calendario_nomina.txt, para que una
      *          instalacion de una sola empresa no tenga que cargar
      *          nada. Cualquier otro codigo que no figure en el
      *          maestro vuelve con RC "23" y el llamador no corre.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESA-RUTINA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-EMPRESAS ASSIGN TO "empresas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-EMPRESAS.
       01  REG-EMPRESA.
           05 EMR-CODIGO       PIC X(2).
           05 EMR-NOMBRE       PIC X(30).
           05 EMR-ID-FISCAL    PIC X(12).
           05 EMR-BANCO        PIC 9(3).
           05 EMR-CUENTA       PIC X(12).
           05 EMR-CALENDARIO   PIC X(20).

       WORKING-STORAGE SECTION.
       01  FS-EMR              PIC XX.
       01  WS-FIN              PIC X VALUE "N".
       01  WS-HALLADA          PIC X VALUE "N".

       LINKAGE SECTION.
       01  LNK-EMPRESA         PIC X(2).
       01  LNK-DATOS.
           05 LNK-NOMBRE       PIC X(30).
           05 LNK-ID-FISCAL    PIC X(12).
           05 LNK-BANCO        PIC 9(3).
           05 LNK-CUENTA       PIC X(12).
           05 LNK-CALENDARIO   PIC X(20).
           05 LNK-SUFIJO       PIC X(3).
       01  LNK-RC              PIC X(2).

       PROCEDURE DIVISION USING LNK-EMPRESA LNK-DATOS LNK-RC.

       ATENDER.
           MOVE "00" TO LNK-RC
           IF LNK-EMPRESA = SPACES
               MOVE "01" TO LNK-EMPRESA
           END-IF
           MOVE SPACES TO LNK-NOMBRE
           MOVE SPACES TO LNK-ID-FISCAL
           MOVE 0 TO LNK-BANCO
           MOVE SPACES TO LNK-CUENTA
           MOVE "calendario_nomina.txt" TO LNK-CALENDARIO
           MOVE SPACES TO LNK-SUFIJO
           IF LNK-EMPRESA NOT = "01"
               STRING "_" LNK-EMPRESA DELIMITED BY SIZE
                   INTO LNK-SUFIJO
               END-STRING
           END-IF

           MOVE "N" TO WS-FIN
           MOVE "N" TO WS-HALLADA
           OPEN INPUT ARCH-EMPRESAS
           IF FS-EMR = "00"
               PERFORM LEER-EMPRESA
               PERFORM UNTIL WS-FIN = "S"
                   IF EMR-CODIGO = LNK-EMPRESA
                       MOVE "S" TO WS-HALLADA
                       MOVE EMR-NOMBRE TO LNK-NOMBRE
                       MOVE EMR-ID-FISCAL TO LNK-ID-FISCAL
                       IF EMR-BANCO IS NUMERIC
                           MOVE EMR-BANCO TO LNK-BANCO
                       END-IF
                       MOVE EMR-CUENTA TO LNK-CUENTA
                       IF EMR-CALENDARIO NOT = SPACES
                           MOVE EMR-CALENDARIO TO LNK-CALENDARIO
                       END-IF
                       MOVE "S" TO WS-FIN
                   ELSE
                       PERFORM LEER-EMPRESA
                   END-IF
               END-PERFORM
               CLOSE ARCH-EMPRESAS
           END-IF

           IF WS-HALLADA = "N"
               IF LNK-EMPRESA = "01"
                   MOVE "10" TO LNK-RC
                   MOVE "EMPRESA PRINCIPAL" TO LNK-NOMBRE
               ELSE
                   MOVE "23" TO LNK-RC
               END-IF
           END-IF
           GOBACK.

       LEER-EMPRESA.
           READ ARCH-EMPRESAS
               AT END MOVE "S" TO WS-FIN
           END-READ.

       END PROGRAM EMPRESA-RUTINA.
