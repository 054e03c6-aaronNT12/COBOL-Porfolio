      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Volumen y capacidad de la cadena batch. BATCH-WINDOW
      *          sigue cuanto tarda cada paso; esto mide cuanto
      *          trabajo hizo. Lee volumen_pasos.txt, que el driver
      *          graba al cerrar cada paso con el numero de corrida,
      *          la duracion, el RC, los registros de sus .ctl y el
      *          importe de las colas de sus asientos, y con la fecha
      *          de fin de semana pedida (0 = hoy) arma por paso:
      *            - registros de la semana y de las cuatro semanas
      *              anteriores (la SEM-4 es la misma semana del mes
      *              anterior) y el crecimiento contra ella,
      *            - el importe de la semana,
      *            - registros por minuto de la semana contra los de
      *              las cuatro semanas anteriores, con la marca
      *              CAIDA si el rendimiento bajo mas de un 30%.
      *          Cuenta ademas los registros de CLIENTES.IDX,
      *          CUENTAS.IDX y MOVIMIENTOS.IDX, los deja en la
      *          historia volumen_maestros.txt y los compara con la
      *          ultima toma de hace un mes o mas. Solo cuentan las
      *          corridas con RC 0: un paso caido deja los .ctl de la
      *          corrida anterior. Reporte volumen_semanal.txt, al
      *          spool como VOLUMEN-SEMANAL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-VOLUME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-VOLUMEN ASSIGN TO "volumen_pasos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VOL.
           SELECT ARCH-MAESTROS ASSIGN TO "volumen_maestros.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAE.
           SELECT ARCH-REPORTE ASSIGN TO "volumen_semanal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS-CLI.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-VOLUMEN.
       01  REG-VOLUMEN.
           05 VOL-RUN-ID       PIC X(16).
           05 VOL-FECHA        PIC 9(8).
           05 VOL-SECUENCIA    PIC 9(2).
           05 VOL-COMANDO      PIC X(30).
           05 VOL-SEGUNDOS     PIC 9(7).
           05 VOL-RC           PIC 9(4).
           05 VOL-REGISTROS    PIC 9(9).
           05 VOL-IMPORTE      PIC 9(13)V99.
           05 FILLER           PIC X(9).

      *----------------------------------------------------------------*
      *    HISTORIA DE TAMANIO DE LOS MAESTROS, UNA TOMA POR FECHA.    *
      *----------------------------------------------------------------*
       FD  ARCH-MAESTROS.
       01  REG-MAESTROS.
           05 MAE-FECHA        PIC 9(8).
           05 MAE-CLIENTES     PIC 9(9).
           05 MAE-CUENTAS      PIC 9(9).
           05 MAE-MOVIMIENTOS  PIC 9(9).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

       FD  CLIENTES
           RECORD CONTAINS 185 CHARACTERS.
       01  CLIENTE-REG.
           05 CLI-ID           PIC 9(5).
           05 CLI-NOMBRE       PIC X(30).
           05 CLI-APELLIDO     PIC X(30).
           05 FILLER           PIC X(120).

       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
           05 CTA-NUMERO       PIC 9(8).
           05 CTA-CLI-ID       PIC 9(5).
           05 FILLER           PIC X(37).

       FD  ARCH-MOVIMIENTOS
           RECORD CONTAINS 68 CHARACTERS.
       01  REG-MOVIMIENTO.
           05 MOV-CLAVE        PIC X(21).
           05 MOV-CLI-ID       PIC 9(5).
           05 MOV-RESTO        PIC X(42).

       WORKING-STORAGE SECTION.
       01  FS-VOL              PIC XX.
       01  FS-MAE              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-CLI              PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  WS-FIN              PIC X VALUE "N".
       01  WS-LINEA            PIC X(100).
       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-FECHA-CORTE      PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      *    VOLUMEN POR PASO. TP-REG-SEM(1) ES LA SEMANA INFORMADA Y    *
      *    TP-REG-SEM(5) LA MISMA SEMANA DEL MES ANTERIOR; LOS         *
      *    SEGUNDOS SEPARAN LA SEMANA DE LAS CUATRO ANTERIORES PARA    *
      *    EL RENDIMIENTO.                                             *
      *----------------------------------------------------------------*
       01  WS-TABLA-PASOS.
           05 WS-PASO-ENT OCCURS 20 TIMES.
               10 TP-SECUENCIA PIC 9(2).
               10 TP-COMANDO   PIC X(30).
               10 TP-REG-SEM   PIC 9(11) OCCURS 5 TIMES.
               10 TP-IMP-ACT   PIC 9(13)V99.
               10 TP-SEG-ACT   PIC 9(9).
               10 TP-REG-PREV  PIC 9(11).
               10 TP-SEG-PREV  PIC 9(9).
               10 TP-RPM-ACT   PIC 9(9).
               10 TP-RPM-PREV  PIC 9(9).
               10 TP-MARCA     PIC X(10).
       01  WS-CANT-PASOS       PIC 9(2) VALUE 0.
       01  WS-IDX-PASO         PIC 9(2).
       01  WS-IDX-HALLADO      PIC 9(2).
       01  WS-HALLADO          PIC X.
       01  WS-IDX-SEM          PIC 9(1).
       01  WS-DIAS             PIC S9(9).
       01  WS-SEGUNDOS         PIC 9(9).
       01  WS-CRECIMIENTO      PIC S9(5).
       01  WS-BASE             PIC 9(11).
       01  WS-ACTUAL           PIC 9(11).
       01  WS-CONT-LEIDOS      PIC 9(7) VALUE 0.
       01  WS-CONT-FALLIDOS    PIC 9(7) VALUE 0.
       01  WS-CONT-CAIDAS      PIC 9(2) VALUE 0.

      *----------------------------------------------------------------*
      *    TAMANIO DE LOS MAESTROS HOY Y LA TOMA DE COMPARACION (LA    *
      *    MAS RECIENTE CON 28 DIAS O MAS DE ANTIGUEDAD).              *
      *----------------------------------------------------------------*
       01  WS-CANT-CLIENTES    PIC 9(9) VALUE 0.
       01  WS-CANT-CUENTAS     PIC 9(9) VALUE 0.
       01  WS-CANT-MOVIMIENTOS PIC 9(9) VALUE 0.
       01  WS-MAESTROS-OK      PIC X VALUE "S".
       01  WS-YA-TOMADO        PIC X VALUE "N".
       01  WS-FIN-MAE          PIC X VALUE "N".
       01  WS-ANT-FECHA        PIC 9(8) VALUE 0.
       01  WS-ANT-DIAS         PIC S9(9) VALUE 0.
       01  WS-ANT-CLIENTES     PIC 9(9) VALUE 0.
       01  WS-ANT-CUENTAS      PIC 9(9) VALUE 0.
       01  WS-ANT-MOVIMIENTOS  PIC 9(9) VALUE 0.
       01  WS-NOMBRE-MAESTRO   PIC X(16).

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".

       01  WS-ED-REG           PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-REG-2         PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-IMPORTE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CREC          PIC -----9.
       01  WS-CREC-TEXTO       PIC X(7).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   VOLUMEN Y CAPACIDAD DE LA CADENA BATCH       "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "FIN DE LA SEMANA A INFORMAR (AAAAMMDD, 0 = HOY): "
           ACCEPT WS-FECHA-CORTE
           PERFORM VALIDAR-FECHA-CORTE
           PERFORM UNTIL WS-FEC-RC = "00"
               DISPLAY "FECHA IMPOSIBLE: " WS-FECHA-CORTE
                   ". REINGRESE (AAAAMMDD): "
               ACCEPT WS-FECHA-CORTE
               PERFORM VALIDAR-FECHA-CORTE
           END-PERFORM

           PERFORM RECORRER-VOLUMEN
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CANT-PASOS
               PERFORM CALCULAR-RENDIMIENTO
           END-PERFORM
           PERFORM CONTAR-MAESTROS
           PERFORM LEER-HISTORIA-MAESTROS
           IF WS-MAESTROS-OK = "S" AND WS-YA-TOMADO = "N"
               PERFORM GRABAR-TOMA-MAESTROS
           END-IF
           PERFORM ESCRIBIR-REPORTE
           MOVE "VOLUMEN-SEMANAL" TO WS-SPOOL-REPORTE
           MOVE "volumen_semanal.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "LINEAS DE VOLUMEN LEIDAS:  " WS-CONT-LEIDOS
           DISPLAY "  DE PASOS CON RC > 0:     " WS-CONT-FALLIDOS
           DISPLAY "PASOS CON VOLUMEN:         " WS-CANT-PASOS
           DISPLAY "  CON CAIDA DE RENDIMIENTO:" WS-CONT-CAIDAS
           DISPLAY "REPORTE: volumen_semanal.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       VALIDAR-FECHA-CORTE.
           IF WS-FECHA-CORTE = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
           END-IF
           MOVE "V" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               WS-FECHA-CORTE WS-FEC-FECHA2
               WS-FEC-RESULTADO WS-FEC-RC.

      *----------------------------------------------------------------*
      *    RECORRER-VOLUMEN                                            *
      *    Cada linea cae en la semana que le toca segun los dias      *
      *    hasta la fecha de corte (0-6 la semana informada, 28-34     *
      *    la SEM-4); lo anterior o posterior no entra.                *
      *----------------------------------------------------------------*
       RECORRER-VOLUMEN.
           OPEN INPUT ARCH-VOLUMEN
           IF FS-VOL NOT = "00"
               DISPLAY "SIN volumen_pasos.txt (FS=" FS-VOL
                   "). NADA QUE ANALIZAR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-VOLUMEN
           PERFORM UNTIL WS-FIN = "S"
               IF VOL-FECHA IS NUMERIC AND VOL-SECUENCIA IS NUMERIC
                   PERFORM ANOTAR-VOLUMEN
               END-IF
               PERFORM LEER-VOLUMEN
           END-PERFORM
           CLOSE ARCH-VOLUMEN.

       LEER-VOLUMEN.
           READ ARCH-VOLUMEN
               AT END MOVE "S" TO WS-FIN
           END-READ.

       ANOTAR-VOLUMEN.
           MOVE "D" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               WS-FECHA-CORTE VOL-FECHA
               WS-FEC-RESULTADO WS-FEC-RC
           MOVE WS-FEC-RESULTADO TO WS-DIAS
           IF WS-FEC-RC = "00" AND WS-DIAS >= 0 AND WS-DIAS <= 34
               ADD 1 TO WS-CONT-LEIDOS
               IF VOL-RC NOT = 0
                   ADD 1 TO WS-CONT-FALLIDOS
               ELSE
                   PERFORM BUSCAR-O-CREAR-PASO
                   IF WS-HALLADO = "S"
                       PERFORM SUMAR-VOLUMEN
                   END-IF
               END-IF
           END-IF.

       SUMAR-VOLUMEN.
           COMPUTE WS-IDX-SEM = WS-DIAS / 7 + 1
           MOVE VOL-COMANDO TO TP-COMANDO(WS-IDX-PASO)
           ADD VOL-REGISTROS TO TP-REG-SEM(WS-IDX-PASO WS-IDX-SEM)
           IF WS-IDX-SEM = 1
               ADD VOL-IMPORTE TO TP-IMP-ACT(WS-IDX-PASO)
               ADD VOL-SEGUNDOS TO TP-SEG-ACT(WS-IDX-PASO)
           ELSE
               ADD VOL-REGISTROS TO TP-REG-PREV(WS-IDX-PASO)
               ADD VOL-SEGUNDOS TO TP-SEG-PREV(WS-IDX-PASO)
           END-IF.

       BUSCAR-O-CREAR-PASO.
           MOVE "N" TO WS-HALLADO
           MOVE 0 TO WS-IDX-HALLADO
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CANT-PASOS
               IF TP-SECUENCIA(WS-IDX-PASO) = VOL-SECUENCIA
                   MOVE "S" TO WS-HALLADO
                   MOVE WS-IDX-PASO TO WS-IDX-HALLADO
                   MOVE WS-CANT-PASOS TO WS-IDX-PASO
               END-IF
           END-PERFORM
           IF WS-HALLADO = "S"
               MOVE WS-IDX-HALLADO TO WS-IDX-PASO
           END-IF
           IF WS-HALLADO = "N" AND WS-CANT-PASOS < 20
               ADD 1 TO WS-CANT-PASOS
               MOVE WS-CANT-PASOS TO WS-IDX-PASO
               INITIALIZE WS-PASO-ENT(WS-IDX-PASO)
               MOVE VOL-SECUENCIA TO TP-SECUENCIA(WS-IDX-PASO)
               MOVE "S" TO WS-HALLADO
           END-IF.

      *    REGISTROS POR MINUTO DE LA SEMANA Y DE LAS CUATRO
      *    ANTERIORES; CAIDA SI LA SEMANA RINDE MENOS DEL 70% DE LO
      *    ANTERIOR. UN PASO DE MENOS DE UN SEGUNDO CUENTA COMO UNO.
       CALCULAR-RENDIMIENTO.
           MOVE SPACES TO TP-MARCA(WS-IDX-PASO)
           MOVE TP-SEG-ACT(WS-IDX-PASO) TO WS-SEGUNDOS
           IF WS-SEGUNDOS = 0
               MOVE 1 TO WS-SEGUNDOS
           END-IF
           COMPUTE TP-RPM-ACT(WS-IDX-PASO) =
               TP-REG-SEM(WS-IDX-PASO 1) * 60 / WS-SEGUNDOS
           MOVE TP-SEG-PREV(WS-IDX-PASO) TO WS-SEGUNDOS
           IF WS-SEGUNDOS = 0
               MOVE 1 TO WS-SEGUNDOS
           END-IF
           COMPUTE TP-RPM-PREV(WS-IDX-PASO) =
               TP-REG-PREV(WS-IDX-PASO) * 60 / WS-SEGUNDOS
           IF TP-REG-SEM(WS-IDX-PASO 1) > 0
                   AND TP-RPM-PREV(WS-IDX-PASO) > 0
                   AND TP-RPM-ACT(WS-IDX-PASO) * 100
                       < TP-RPM-PREV(WS-IDX-PASO) * 70
               MOVE "CAIDA" TO TP-MARCA(WS-IDX-PASO)
               ADD 1 TO WS-CONT-CAIDAS
           END-IF.

      *----------------------------------------------------------------*
      *    CONTAR-MAESTROS                                             *
      *    Lectura secuencial completa de los tres maestros. Si        *
      *    alguno no abre, la toma del dia no se graba en la historia. *
      *----------------------------------------------------------------*
       CONTAR-MAESTROS.
           MOVE "N" TO WS-FIN
           OPEN INPUT CLIENTES
           IF FS-CLI = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ CLIENTES NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END ADD 1 TO WS-CANT-CLIENTES
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           ELSE
               MOVE "N" TO WS-MAESTROS-OK
               DISPLAY "NO SE PUDO ABRIR CLIENTES.IDX (FS=" FS-CLI ")."
           END-IF
           MOVE "N" TO WS-FIN
           OPEN INPUT CUENTAS
           IF FS-CTA = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ CUENTAS NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END ADD 1 TO WS-CANT-CUENTAS
                   END-READ
               END-PERFORM
               CLOSE CUENTAS
           ELSE
               MOVE "N" TO WS-MAESTROS-OK
               DISPLAY "NO SE PUDO ABRIR CUENTAS.IDX (FS=" FS-CTA ")."
           END-IF
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOV = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-MOVIMIENTOS NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END ADD 1 TO WS-CANT-MOVIMIENTOS
                   END-READ
               END-PERFORM
               CLOSE ARCH-MOVIMIENTOS
           ELSE
               MOVE "N" TO WS-MAESTROS-OK
               DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS.IDX (FS=" FS-MOV
                   ")."
           END-IF.

      *    TOMA DE COMPARACION: LA MAS RECIENTE CON AL MENOS 28 DIAS
      *    DE ANTIGUEDAD. SI HOY YA HAY TOMA NO SE DUPLICA.
       LEER-HISTORIA-MAESTROS.
           MOVE "N" TO WS-FIN-MAE
           OPEN INPUT ARCH-MAESTROS
           IF FS-MAE = "00"
               PERFORM LEER-MAESTROS
               PERFORM UNTIL WS-FIN-MAE = "S"
                   IF MAE-FECHA IS NUMERIC
                       PERFORM EVALUAR-TOMA
                   END-IF
                   PERFORM LEER-MAESTROS
               END-PERFORM
               CLOSE ARCH-MAESTROS
           END-IF.

       LEER-MAESTROS.
           READ ARCH-MAESTROS
               AT END MOVE "S" TO WS-FIN-MAE
           END-READ.

       EVALUAR-TOMA.
           IF MAE-FECHA = WS-FECHA-HOY
               MOVE "S" TO WS-YA-TOMADO
           END-IF
           MOVE "D" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               WS-FECHA-HOY MAE-FECHA
               WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO >= 28
               IF WS-ANT-FECHA = 0 OR WS-FEC-RESULTADO < WS-ANT-DIAS
                   MOVE WS-FEC-RESULTADO TO WS-ANT-DIAS
                   MOVE MAE-FECHA TO WS-ANT-FECHA
                   MOVE MAE-CLIENTES TO WS-ANT-CLIENTES
                   MOVE MAE-CUENTAS TO WS-ANT-CUENTAS
                   MOVE MAE-MOVIMIENTOS TO WS-ANT-MOVIMIENTOS
               END-IF
           END-IF.

       GRABAR-TOMA-MAESTROS.
           OPEN EXTEND ARCH-MAESTROS
           IF FS-MAE = "35"
               OPEN OUTPUT ARCH-MAESTROS
           END-IF
           MOVE WS-FECHA-HOY TO MAE-FECHA
           MOVE WS-CANT-CLIENTES TO MAE-CLIENTES
           MOVE WS-CANT-CUENTAS TO MAE-CUENTAS
           MOVE WS-CANT-MOVIMIENTOS TO MAE-MOVIMIENTOS
           WRITE REG-MAESTROS
           CLOSE ARCH-MAESTROS.

      *----------------------------------------------------------------*
      *    ESCRIBIR-REPORTE                                            *
      *    Volumen por semana, rendimiento de la semana y tamanio de   *
      *    los maestros.                                               *
      *----------------------------------------------------------------*
       ESCRIBIR-REPORTE.
           OPEN OUTPUT ARCH-REPORTE
           MOVE SPACES TO WS-LINEA
           STRING "VOLUMEN Y CAPACIDAD BATCH - SEMANA AL "
               WS-FECHA-CORTE
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "REGISTROS POR SEMANA (SEM-4 = MISMA SEMANA DEL MES "
               "ANTERIOR; SOLO CORRIDAS CON RC 0)"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "PASO COMANDO                    SEM-4       SEM-3  "
               "     SEM-2       SEM-1      ACTUAL"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CANT-PASOS
               PERFORM ESCRIBIR-LINEA-SEMANAS
           END-PERFORM
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "RENDIMIENTO DE LA SEMANA (REG/MIN-PREV = SEM-1 A "
               "SEM-4)"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "PASO    IMPORTE-SEMANA     REG/MIN REG/MIN-PREV  "
               "CREC-MES MARCA"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CANT-PASOS
               PERFORM ESCRIBIR-LINEA-RENDIMIENTO
           END-PERFORM
           MOVE SPACES TO WS-LINEA
           STRING "PASOS CON VOLUMEN: " WS-CANT-PASOS
               "  CON CAIDA DE RENDIMIENTO: " WS-CONT-CAIDAS
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           PERFORM ESCRIBIR-MAESTROS
           CLOSE ARCH-REPORTE.

       ESCRIBIR-LINEA-SEMANAS.
           MOVE SPACES TO WS-LINEA
           MOVE TP-SECUENCIA(WS-IDX-PASO) TO WS-LINEA(2:2)
           MOVE TP-COMANDO(WS-IDX-PASO)(1:20) TO WS-LINEA(6:20)
           MOVE TP-REG-SEM(WS-IDX-PASO 5) TO WS-ED-REG
           MOVE WS-ED-REG TO WS-LINEA(27:11)
           MOVE TP-REG-SEM(WS-IDX-PASO 4) TO WS-ED-REG
           MOVE WS-ED-REG TO WS-LINEA(39:11)
           MOVE TP-REG-SEM(WS-IDX-PASO 3) TO WS-ED-REG
           MOVE WS-ED-REG TO WS-LINEA(51:11)
           MOVE TP-REG-SEM(WS-IDX-PASO 2) TO WS-ED-REG
           MOVE WS-ED-REG TO WS-LINEA(63:11)
           MOVE TP-REG-SEM(WS-IDX-PASO 1) TO WS-ED-REG
           MOVE WS-ED-REG TO WS-LINEA(75:11)
           WRITE REG-REPORTE FROM WS-LINEA.

       ESCRIBIR-LINEA-RENDIMIENTO.
           MOVE TP-REG-SEM(WS-IDX-PASO 5) TO WS-BASE
           MOVE TP-REG-SEM(WS-IDX-PASO 1) TO WS-ACTUAL
           PERFORM ARMAR-CRECIMIENTO
           MOVE SPACES TO WS-LINEA
           MOVE TP-SECUENCIA(WS-IDX-PASO) TO WS-LINEA(2:2)
           MOVE TP-IMP-ACT(WS-IDX-PASO) TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-LINEA(6:17)
           MOVE TP-RPM-ACT(WS-IDX-PASO) TO WS-ED-REG
           MOVE WS-ED-REG TO WS-LINEA(24:11)
           MOVE TP-RPM-PREV(WS-IDX-PASO) TO WS-ED-REG
           MOVE WS-ED-REG TO WS-LINEA(37:11)
           MOVE WS-CREC-TEXTO TO WS-LINEA(50:7)
           MOVE TP-MARCA(WS-IDX-PASO) TO WS-LINEA(60:10)
           WRITE REG-REPORTE FROM WS-LINEA
           IF TP-MARCA(WS-IDX-PASO) = "CAIDA"
               DISPLAY "PASO " TP-SECUENCIA(WS-IDX-PASO) " "
                   TP-COMANDO(WS-IDX-PASO) " CAIDA DE RENDIMIENTO"
           END-IF.

      *    CRECIMIENTO PORCENTUAL DE WS-ACTUAL SOBRE WS-BASE; SIN
      *    BASE NO HAY CONTRA QUE COMPARAR.
       ARMAR-CRECIMIENTO.
           IF WS-BASE = 0
               MOVE "    N/D" TO WS-CREC-TEXTO
           ELSE
               COMPUTE WS-CRECIMIENTO ROUNDED =
                   (WS-ACTUAL - WS-BASE) * 100 / WS-BASE
                   ON SIZE ERROR MOVE 99999 TO WS-CRECIMIENTO
               END-COMPUTE
               MOVE WS-CRECIMIENTO TO WS-ED-CREC
               MOVE SPACES TO WS-CREC-TEXTO
               STRING WS-ED-CREC "%" DELIMITED BY SIZE
                   INTO WS-CREC-TEXTO
               END-STRING
           END-IF.

       ESCRIBIR-MAESTROS.
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           IF WS-ANT-FECHA = 0
               STRING "TAMANIO DE MAESTROS AL " WS-FECHA-HOY
                   " (SIN TOMA DE HACE UN MES PARA COMPARAR)"
                   INTO WS-LINEA
               END-STRING
           ELSE
               STRING "TAMANIO DE MAESTROS AL " WS-FECHA-HOY
                   " COMPARADO CON LA TOMA DEL " WS-ANT-FECHA
                   INTO WS-LINEA
               END-STRING
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "ARCHIVO                REGISTROS   MES ANTERIOR  "
               "CREC-MES"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE "CLIENTES.IDX" TO WS-NOMBRE-MAESTRO
           MOVE WS-CANT-CLIENTES TO WS-ACTUAL
           MOVE WS-ANT-CLIENTES TO WS-BASE
           PERFORM ESCRIBIR-LINEA-MAESTRO
           MOVE "CUENTAS.IDX" TO WS-NOMBRE-MAESTRO
           MOVE WS-CANT-CUENTAS TO WS-ACTUAL
           MOVE WS-ANT-CUENTAS TO WS-BASE
           PERFORM ESCRIBIR-LINEA-MAESTRO
           MOVE "MOVIMIENTOS.IDX" TO WS-NOMBRE-MAESTRO
           MOVE WS-CANT-MOVIMIENTOS TO WS-ACTUAL
           MOVE WS-ANT-MOVIMIENTOS TO WS-BASE
           PERFORM ESCRIBIR-LINEA-MAESTRO
           IF WS-MAESTROS-OK = "N"
               MOVE SPACES TO WS-LINEA
               STRING "ALGUN MAESTRO NO ABRIO: LA TOMA DE HOY NO SE "
                   "GRABA EN volumen_maestros.txt"
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
           END-IF.

       ESCRIBIR-LINEA-MAESTRO.
           PERFORM ARMAR-CRECIMIENTO
           MOVE SPACES TO WS-LINEA
           MOVE WS-NOMBRE-MAESTRO TO WS-LINEA(1:16)
           MOVE WS-ACTUAL TO WS-ED-REG
           MOVE WS-ED-REG TO WS-LINEA(20:11)
           MOVE WS-BASE TO WS-ED-REG-2
           MOVE WS-ED-REG-2 TO WS-LINEA(35:11)
           MOVE WS-CREC-TEXTO TO WS-LINEA(48:7)
           WRITE REG-REPORTE FROM WS-LINEA
           DISPLAY WS-LINEA.
