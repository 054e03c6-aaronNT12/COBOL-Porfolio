      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Aviso mensual de vencimiento de dependientes: con el
      *          mes (AAAAMM) recorre EMPLEADOS.IDX y, para cada
      *          empleado activo con registro de dependientes, lista
      *          los que dan derecho a la exencion al fin del mes y
      *          ya no al fin del mes siguiente (el hijo que llega a
      *          la edad tope, la baja fechada), segun las reglas de
      *          DEPENDIENTES-RUTINA. El listado
      *          dependientes_vencen.txt va a recursos humanos para
      *          que el empleado se entere antes de ver la retencion
      *          mas alta en el recibo.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-DEPEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMPLEADOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS.
           SELECT ARCH-VENCEN ASSIGN TO "dependientes_vencen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VEN.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  EMP-REG.
           05 EMP-ID           PIC 9(4).
           05 EMP-NOMBRE       PIC X(20).
           05 EMP-HORAS        PIC 9(3).
           05 EMP-TARIFA       PIC 9(4)V99.
           05 EMP-ACTIVO       PIC X(1).
               88 EMP-ES-ACTIVO    VALUE "A".
               88 EMP-ES-INACTIVO  VALUE "I".
           05 EMP-YTD          PIC 9(9)V99.
           05 EMP-DEPENDIENTES PIC 9(2).
           05 EMP-BANCO        PIC 9(3).
           05 EMP-CUENTA       PIC X(12).
           05 EMP-TIPO-CUENTA  PIC X(1).
           05 EMP-DEPTO        PIC X(4).
           05 EMP-VAC-DIAS     PIC 9(2).
           05 EMP-TIPO-EMP     PIC X(1).
               88 EMP-ES-POR-HORA   VALUE "H" " ".
               88 EMP-ES-ASALARIADO VALUE "A".
           05 EMP-SALARIO-MENS PIC 9(7)V99.
           05 EMP-FECHA-INGRESO PIC 9(8).
           05 EMP-VAC-ACUM     PIC 9(3)V99.
           05 EMP-CTA-INTERNA  PIC 9(8).
           05 EMP-EMPRESA      PIC X(2).
           05 FILLER           PIC X(8).

       FD  ARCH-VENCEN.
       01  REG-VENCEN          PIC X(100).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-VEN              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(24).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).

       01  WS-FIN              PIC X VALUE "N".
       01  WS-ANIO-MES         PIC 9(6) VALUE 0.
       01  WS-ANIO-MES-DET REDEFINES WS-ANIO-MES.
           05 WS-AM-ANIO       PIC 9(4).
           05 WS-AM-MES        PIC 9(2).
       01  WS-PRIMERO-MES      PIC 9(8) VALUE 0.
       01  WS-PRIMERO-SIG      PIC 9(8) VALUE 0.
       01  WS-FIN-MES          PIC 9(8) VALUE 0.
       01  WS-FIN-SIG          PIC 9(8) VALUE 0.
       01  WS-DEP-DESDE        PIC 9(8) VALUE 0.
       01  WS-DEP-HASTA        PIC 9(8) VALUE 0.
       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".

      *----------------------------------------------------------------*
      *    DEPENDIENTES DEL EMPLEADO AL FIN DEL MES Y AL FIN DEL MES   *
      *    SIGUIENTE. LA RUTINA DEVUELVE LAS LINEAS EN EL ORDEN DEL    *
      *    ARCHIVO, ASI QUE LA MISMA POSICION ES EL MISMO DEPENDIENTE. *
      *----------------------------------------------------------------*
       01  WS-DEP-FUNCION      PIC X(1) VALUE "C".
       01  WS-DEP-ACTUAL.
           05 WS-DA-HAY-REGISTRO PIC X(1).
           05 WS-DA-CANTIDAD   PIC 9(2).
           05 WS-DA-TOTAL      PIC 9(2).
           05 WS-DA-ENT OCCURS 20 TIMES.
               10 DA-NOMBRE       PIC X(30).
               10 DA-PARENTESCO   PIC X(1).
               10 DA-FECHA-NAC    PIC 9(8).
               10 DA-DISCAPACIDAD PIC X(1).
               10 DA-DOCUMENTO    PIC X(12).
               10 DA-FECHA-BAJA   PIC 9(8).
               10 DA-ELEGIBLE     PIC X(1).
       01  WS-DEP-SIGUIENTE.
           05 WS-DS-HAY-REGISTRO PIC X(1).
           05 WS-DS-CANTIDAD   PIC 9(2).
           05 WS-DS-TOTAL      PIC 9(2).
           05 WS-DS-ENT OCCURS 20 TIMES.
               10 DS-NOMBRE       PIC X(30).
               10 DS-PARENTESCO   PIC X(1).
               10 DS-FECHA-NAC    PIC 9(8).
               10 DS-DISCAPACIDAD PIC X(1).
               10 DS-DOCUMENTO    PIC X(12).
               10 DS-FECHA-BAJA   PIC 9(8).
               10 DS-ELEGIBLE     PIC X(1).
       01  WS-DEP-RC           PIC X(2).
       01  WS-IDX-DEPN         PIC 9(2) VALUE 0.
       01  WS-DEP-PARENTESCO   PIC X(12).
       01  WS-MOTIVO           PIC X(20).

       01  WS-CONT-EMPLEADOS   PIC 9(5) VALUE 0.
       01  WS-CONT-CON-REG     PIC 9(5) VALUE 0.
       01  WS-CONT-VENCEN      PIC 9(5) VALUE 0.
       01  WS-CONT-AFECTADOS   PIC 9(5) VALUE 0.
       01  WS-LINEA            PIC X(100).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "    DEPENDIENTES QUE DEJAN DE DAR DERECHO       "
           DISPLAY "==============================================="
           DISPLAY "MES (AAAAMM): "
           ACCEPT WS-ANIO-MES
           PERFORM CALCULAR-FECHAS
           PERFORM UNTIL WS-FEC-RC = "00"
               DISPLAY "MES IMPOSIBLE: " WS-ANIO-MES
                   ". REINGRESE (AAAAMM): "
               ACCEPT WS-ANIO-MES
               PERFORM CALCULAR-FECHAS
           END-PERFORM

           OPEN INPUT EMP-FILE
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR EMPLEADOS.IDX. FS=" FS
               MOVE "EMPLEADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ARCH-VENCEN
           IF FS-VEN NOT = "00"
               DISPLAY "ERROR AL ABRIR dependientes_vencen.txt. FS="
                   FS-VEN
               MOVE "dependientes_vencen.txt" TO WS-ERR-ARCHIVO
               MOVE FS-VEN TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE EMP-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ESCRIBIR-CABECERA

           MOVE 0 TO EMP-ID
           START EMP-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY MOVE "S" TO WS-FIN
           END-START

           PERFORM UNTIL WS-FIN = "S"
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF EMP-ES-ACTIVO
                           PERFORM REVISAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA
           WRITE REG-VENCEN FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "DEPENDIENTES QUE DEJAN DE DAR DERECHO: "
               WS-CONT-VENCEN "  EMPLEADOS AFECTADOS: "
               WS-CONT-AFECTADOS
               INTO WS-LINEA
           END-STRING
           WRITE REG-VENCEN FROM WS-LINEA

           CLOSE EMP-FILE
           CLOSE ARCH-VENCEN

           DISPLAY "-----------------------------------------------"
           DISPLAY "MES REVISADO:            " WS-ANIO-MES
           DISPLAY "EMPLEADOS ACTIVOS:       " WS-CONT-EMPLEADOS
           DISPLAY "CON REGISTRO:            " WS-CONT-CON-REG
           DISPLAY "DEPENDIENTES QUE VENCEN: " WS-CONT-VENCEN
           DISPLAY "EMPLEADOS AFECTADOS:     " WS-CONT-AFECTADOS
           DISPLAY "LISTADO: dependientes_vencen.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    CALCULAR-FECHAS                                             *
      *    Fin del mes pedido y fin del mes siguiente (FECHA-RUTINA    *
      *    F), que son los dos cortes que se comparan.                 *
      *----------------------------------------------------------------*
       CALCULAR-FECHAS.
           COMPUTE WS-PRIMERO-MES = WS-ANIO-MES * 100 + 1
           MOVE "F" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               WS-PRIMERO-MES WS-FEC-FECHA2
               WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC = "00"
               MOVE WS-FEC-RESULTADO TO WS-FIN-MES
               IF WS-AM-MES = 12
                   COMPUTE WS-PRIMERO-SIG =
                       (WS-AM-ANIO + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-PRIMERO-SIG = WS-PRIMERO-MES + 100
               END-IF
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-PRIMERO-SIG WS-FEC-FECHA2
                   WS-FEC-RESULTADO WS-FEC-RC
               MOVE WS-FEC-RESULTADO TO WS-FIN-SIG
           END-IF.

       ESCRIBIR-CABECERA.
           MOVE SPACES TO WS-LINEA
           STRING "DEPENDIENTES QUE DEJAN DE DAR DERECHO A LA "
               "EXENCION - MES " WS-ANIO-MES
               INTO WS-LINEA
           END-STRING
           WRITE REG-VENCEN FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CON DERECHO AL " WS-FIN-MES
               ", SIN DERECHO AL " WS-FIN-SIG
               INTO WS-LINEA
           END-STRING
           WRITE REG-VENCEN FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-VENCEN FROM WS-LINEA
           MOVE "EMP  EMPLEADO             EM DEPENDIENTE"
               & "                    PARENTESCO   NACIDO   MOTIVO"
               TO WS-LINEA
           WRITE REG-VENCEN FROM WS-LINEA.

      *----------------------------------------------------------------*
      *    REVISAR-EMPLEADO                                            *
      *    Consulta el registro a los dos cortes; el que da derecho    *
      *    al primero y no al segundo se lista con su motivo.          *
      *----------------------------------------------------------------*
       REVISAR-EMPLEADO.
           ADD 1 TO WS-CONT-EMPLEADOS
           MOVE WS-FIN-MES TO WS-DEP-DESDE
           MOVE WS-FIN-MES TO WS-DEP-HASTA
           CALL "DEPENDIENTES-RUTINA" USING WS-DEP-FUNCION
               EMP-ID WS-DEP-DESDE WS-DEP-HASTA WS-DEP-ACTUAL
               WS-DEP-RC
           IF WS-DA-HAY-REGISTRO = "S"
               ADD 1 TO WS-CONT-CON-REG
               IF WS-DEP-RC = "10"
                   DISPLAY "EMPLEADO " EMP-ID " CON MAS DE 20 "
                       "DEPENDIENTES, SE REVISAN LOS PRIMEROS."
               END-IF
               MOVE WS-FIN-SIG TO WS-DEP-DESDE
               MOVE WS-FIN-SIG TO WS-DEP-HASTA
               CALL "DEPENDIENTES-RUTINA" USING WS-DEP-FUNCION
                   EMP-ID WS-DEP-DESDE WS-DEP-HASTA WS-DEP-SIGUIENTE
                   WS-DEP-RC
               IF WS-DS-CANTIDAD < WS-DA-CANTIDAD
                   ADD 1 TO WS-CONT-AFECTADOS
               END-IF
               PERFORM VARYING WS-IDX-DEPN FROM 1 BY 1
                       UNTIL WS-IDX-DEPN > WS-DA-TOTAL
                   IF DA-ELEGIBLE(WS-IDX-DEPN) = "S"
                           AND DS-ELEGIBLE(WS-IDX-DEPN) = "N"
                       PERFORM ESCRIBIR-VENCIMIENTO
                   END-IF
               END-PERFORM
           END-IF.

       ESCRIBIR-VENCIMIENTO.
           ADD 1 TO WS-CONT-VENCEN
           EVALUATE DA-PARENTESCO(WS-IDX-DEPN)
               WHEN "C" MOVE "CONYUGE"     TO WS-DEP-PARENTESCO
               WHEN "H" MOVE "HIJO/A"      TO WS-DEP-PARENTESCO
               WHEN "P" MOVE "PADRE/MADRE" TO WS-DEP-PARENTESCO
               WHEN OTHER MOVE "OTRO"      TO WS-DEP-PARENTESCO
           END-EVALUATE
           IF DS-FECHA-BAJA(WS-IDX-DEPN) NOT = 0
               MOVE SPACES TO WS-MOTIVO
               STRING "BAJA " DS-FECHA-BAJA(WS-IDX-DEPN)
                   INTO WS-MOTIVO
               END-STRING
           ELSE
               MOVE "LLEGA A EDAD TOPE" TO WS-MOTIVO
           END-IF
           MOVE SPACES TO WS-LINEA
           MOVE EMP-ID TO WS-LINEA(1:4)
           MOVE EMP-NOMBRE TO WS-LINEA(6:20)
           IF EMP-EMPRESA = SPACES
               MOVE "01" TO WS-LINEA(27:2)
           ELSE
               MOVE EMP-EMPRESA TO WS-LINEA(27:2)
           END-IF
           MOVE DA-NOMBRE(WS-IDX-DEPN) TO WS-LINEA(30:30)
           MOVE WS-DEP-PARENTESCO TO WS-LINEA(61:12)
           MOVE DA-FECHA-NAC(WS-IDX-DEPN) TO WS-LINEA(74:8)
           MOVE WS-MOTIVO TO WS-LINEA(83:18)
           WRITE REG-VENCEN FROM WS-LINEA.

      *-----------------------------------------------------------------
      * REGISTRA EN errores.log CUALQUIER FS DISTINTO DE "00"
      *-----------------------------------------------------------------
       REGISTRAR-ERROR.
           ACCEPT WS-ERR-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ERR-HORA FROM TIME

           OPEN EXTEND ARCH-ERRORES
           IF FS-ERR NOT = "00"
               OPEN OUTPUT ARCH-ERRORES
           END-IF

           CALL "FS-EXPLICA" USING WS-ERR-FS WS-ERR-SIGNIFICADO

           MOVE SPACES TO WS-LINEA-ERROR
           STRING
               WS-ERR-FECHA DELIMITED BY SIZE
               " " WS-ERR-HORA DELIMITED BY SIZE
               " PROGRAMA=PAYROLL-DEPEND" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM PAYROLL-DEPEND.
