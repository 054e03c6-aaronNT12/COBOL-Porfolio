      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Rutina comun CALLable de la fecha de negocio
      *          (fecha contable): devuelve la fecha vigente y el
      *          estado del dia desde fecha_negocio.txt, que solo
      *          mueve el cierre de dia EOD-ROLL (03-batch/ex32).
      *          Todo programa que postea en MOVIMIENTOS.IDX estampa
      *          MOV-FECHA con esta fecha y no con el reloj, asi lo
      *          posteado pasada la medianoche o en una corrida
      *          tardia cae en el dia contable que corresponde. El
      *          estado A es dia abierto y C es dia en cierre: las
      *          pantallas no postean con el dia en cierre. Sin
      *          fecha_negocio.txt rige la fecha del sistema con
      *          estado A y RC "10" (adopcion incremental, como el
      *          catalogo de LAYOUT-RUTINA).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA-NEGOCIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FECHA-NEG ASSIGN TO "fecha_negocio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FNG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FECHA-NEG.
       01  REG-FECHA-NEG.
           05 FNG-FECHA        PIC 9(8).
           05 FNG-ESTADO       PIC X(1).
           05 FNG-FECHA-ANT    PIC 9(8).
           05 FNG-USUARIO      PIC X(10).
           05 FNG-FECHA-CAMBIO PIC 9(8).
           05 FNG-HORA-CAMBIO  PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FS-FNG              PIC XX.

       LINKAGE SECTION.
       01  LNK-FECHA           PIC 9(8).
       01  LNK-ESTADO          PIC X(1).
           88 DIA-ABIERTO          VALUE "A".
           88 DIA-EN-CIERRE        VALUE "C".
       01  LNK-RC              PIC X(2).

       PROCEDURE DIVISION USING LNK-FECHA LNK-ESTADO LNK-RC.

       ATENDER.
           MOVE "00" TO LNK-RC
           ACCEPT LNK-FECHA FROM DATE YYYYMMDD
           MOVE "A" TO LNK-ESTADO

           OPEN INPUT ARCH-FECHA-NEG
           IF FS-FNG NOT = "00"
               MOVE "10" TO LNK-RC
               GOBACK
           END-IF
           READ ARCH-FECHA-NEG
               AT END
                   MOVE "10" TO LNK-RC
               NOT AT END
                   IF FNG-FECHA IS NUMERIC AND FNG-FECHA > 0
                       MOVE FNG-FECHA TO LNK-FECHA
                       MOVE FNG-ESTADO TO LNK-ESTADO
                       IF NOT DIA-EN-CIERRE
                           MOVE "A" TO LNK-ESTADO
                       END-IF
                   ELSE
                       MOVE "10" TO LNK-RC
                   END-IF
           END-READ
           CLOSE ARCH-FECHA-NEG
           GOBACK.

       END PROGRAM FECHA-NEGOCIO.
