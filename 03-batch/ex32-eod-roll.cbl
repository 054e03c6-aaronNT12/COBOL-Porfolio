      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Cierre de dia contable: unico programa que mueve la
      *          fecha de negocio de fecha_negocio.txt (la que leen
      *          todos los programas de posteo via FECHA-NEGOCIO).
      *          Va como paso de la cadena de EX06-BATCH-DRIVER y
      *          trabaja en dos tiempos segun el estado del dia:
      *          con el dia abierto (A) lo pasa a en cierre (C), y
      *          desde ese momento las pantallas no postean; con el
      *          dia en cierre verifica que cada paso exigido de
      *          eod_pasos.txt este completo para la fecha de
      *          negocio (completado en la corrida en curso segun
      *          jobstate.txt, o con ultima ejecucion en
      *          jobsched.txt en o despues de la fecha de negocio)
      *          y solo entonces avanza la fecha al dia habil
      *          siguiente (fines de semana y feriados.txt se
      *          saltan) y reabre el dia. Con pasos pendientes la
      *          fecha no se mueve, el dia sigue en cierre y la
      *          corrida termina con RETURN-CODE distinto de cero
      *          para que el driver detenga la cadena. Sin
      *          fecha_negocio.txt se inicializa con la fecha del
      *          sistema.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR Version inicial.
      * 15-10-2026 AAR jobstate.txt se lee con la tabla por paso que
      *                graba el driver en modo dependencias (ahi
      *                ULTIMO-OK queda en cero): un paso exigido con
      *                estado O o K en la corrida en curso cuenta como
      *                completo y la fecha avanza en la misma corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOD-ROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FECHA-NEG ASSIGN TO "fecha_negocio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FNG.
           SELECT ARCH-PASOS ASSIGN TO "eod_pasos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAS.
           SELECT ARCH-ESTADO ASSIGN TO "jobstate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EST.
           SELECT ARCH-JOBSCHED ASSIGN TO "jobsched.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCH.
           SELECT ARCH-FERIADOS ASSIGN TO "feriados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FER.
           SELECT ARCH-RUNCTL ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCT.
           SELECT ARCH-AUDITORIA ASSIGN TO "audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FECHA-NEG.
       01  REG-FECHA-NEG.
           05 FNG-FECHA        PIC 9(8).
           05 FNG-ESTADO       PIC X(1).
               88 FNG-ABIERTO      VALUE "A".
               88 FNG-EN-CIERRE    VALUE "C".
           05 FNG-FECHA-ANT    PIC 9(8).
           05 FNG-USUARIO      PIC X(10).
           05 FNG-FECHA-CAMBIO PIC 9(8).
           05 FNG-HORA-CAMBIO  PIC 9(8).

      *    PASOS DE jobs.txt QUE DEBEN ESTAR COMPLETOS PARA CERRAR.
       FD  ARCH-PASOS.
       01  REG-PASO.
           05 EOP-SECUENCIA    PIC 9(2).
           05 EOP-DESCRIPCION  PIC X(30).

       FD  ARCH-ESTADO.
      *    SECUENCIAL: SOLO ULTIMO-OK. CON DEPENDENCIAS ULTIMO-OK VA
      *    EN CERO Y EL AVANCE ES POR PASO (ESTADO O = OK, K = SALTADO
      *    POR EL OPERADOR, AMBOS COMPLETOS PARA EL DRIVER).
       01  REG-ESTADO.
           05 EST-ULTIMO-OK    PIC 9(2).
           05 EST-PASO OCCURS 20 TIMES.
               10 EST-P-SECUENCIA PIC X(2).
               10 EST-P-ESTADO    PIC X(1).
               10 EST-P-BLOQUEO   PIC X(2).

       FD  ARCH-JOBSCHED.
       01  REG-JOBSCHED.
           05 SCH-SECUENCIA    PIC 9(2).
           05 SCH-FECHA        PIC 9(8).

       FD  ARCH-FERIADOS.
       01  REG-FERIADO.
           05 FER-FECHA        PIC 9(8).

       FD  ARCH-RUNCTL.
       01  REG-RUNCTL.
           05 RCT-JOB          PIC X(12).
           05 RCT-FECHA        PIC 9(8).
           05 RCT-ESTADO       PIC X(10).
           05 RCT-FECHA-CORRIDA PIC 9(8).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-FNG              PIC XX.
       01  FS-PAS              PIC XX.
       01  FS-EST              PIC XX.
       01  FS-SCH              PIC XX.
       01  FS-FER              PIC XX.
       01  FS-RCT              PIC XX.
       01  FS-AUD              PIC XX.
       01  WS-AUD-FECHA        PIC 9(8).
       01  WS-AUD-HORA         PIC 9(8).
       01  WS-LINEA-AUD        PIC X(132).
       01  WS-AUD-ACCION       PIC X(12).

       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA1       PIC 9(8) VALUE 0.
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-HORA-HOY         PIC 9(8) VALUE 0.
       01  WS-HAY-FECHA        PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-ESTADO-DIA       PIC X(1) VALUE "A".
       01  WS-FECHA-ANTERIOR   PIC 9(8) VALUE 0.
       01  WS-ULTIMO-OK        PIC 9(2) VALUE 0.
       01  WS-TABLA-ESTADO.
           05 WS-EST-ENT OCCURS 20 TIMES.
               10 TE-SECUENCIA PIC X(2).
               10 TE-ESTADO    PIC X(1).
       01  WS-IDX-EST          PIC 9(2).

       01  WS-FECHA-TRAB.
           05 WS-FT-ANIO       PIC 9(4).
           05 WS-FT-MES        PIC 9(2).
           05 WS-FT-DIA        PIC 9(2).
       01  WS-FECHA-TRAB-N REDEFINES WS-FECHA-TRAB PIC 9(8).
       01  WS-DIA-SEMANA       PIC 9(1) VALUE 0.
       01  WS-ES-HABIL         PIC X VALUE "N".
       01  WS-GIRO             PIC 9(3) VALUE 0.

       01  WS-TABLA-FERIADOS.
           05 WS-FER-ENT OCCURS 30 TIMES PIC 9(8).
       01  WS-CANT-FER         PIC 9(2) VALUE 0.
       01  WS-IDX-FER          PIC 9(2).

       01  WS-TABLA-SCHED.
           05 WS-SCH-ENT OCCURS 20 TIMES.
               10 TS-SECUENCIA PIC 9(2).
               10 TS-FECHA     PIC 9(8).
       01  WS-CANT-SCH         PIC 9(2) VALUE 0.
       01  WS-IDX-SCH          PIC 9(2).

       01  WS-CANT-EXIGIDOS    PIC 9(2) VALUE 0.
       01  WS-CANT-PENDIENTES  PIC 9(2) VALUE 0.
       01  WS-PASO-COMPLETO    PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "          CIERRE DE DIA CONTABLE                "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME

           PERFORM LEER-FECHA-NEGOCIO
           IF WS-HAY-FECHA = "N"
               MOVE WS-FECHA-HOY TO WS-FECHA-NEGOCIO
               MOVE 0 TO WS-FECHA-ANTERIOR
               MOVE "A" TO WS-ESTADO-DIA
               PERFORM GRABAR-FECHA-NEGOCIO
               MOVE "INICIO" TO WS-AUD-ACCION
               PERFORM GRABAR-AUDITORIA
               DISPLAY "SIN fecha_negocio.txt: FECHA DE NEGOCIO "
                   "INICIALIZADA EN " WS-FECHA-NEGOCIO
                   " CON EL DIA ABIERTO."
               STOP RUN
           END-IF

           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
               "  ESTADO: " WS-ESTADO-DIA

      *    PRIMER TIEMPO: EL DIA ABIERTO PASA A EN CIERRE.
           IF WS-ESTADO-DIA NOT = "C"
               MOVE "C" TO WS-ESTADO-DIA
               PERFORM GRABAR-FECHA-NEGOCIO
               MOVE "INICIO-CIERRE" TO WS-AUD-ACCION
               PERFORM GRABAR-AUDITORIA
               DISPLAY "DIA " WS-FECHA-NEGOCIO " EN CIERRE: LAS "
                   "PANTALLAS YA NO POSTEAN."
               DISPLAY "FIN DEL PROGRAMA."
               STOP RUN
           END-IF

      *    SEGUNDO TIEMPO: CON LOS PASOS COMPLETOS SE AVANZA LA FECHA.
           PERFORM LEER-ESTADO-CADENA
           PERFORM CARGAR-JOBSCHED
           PERFORM VERIFICAR-PASOS
           IF WS-CANT-PENDIENTES > 0
               DISPLAY "** " WS-CANT-PENDIENTES " PASO(S) EXIGIDO(S) "
                   "SIN COMPLETAR. LA FECHA NO SE MUEVE Y EL DIA "
                   "SIGUE EN CIERRE. **"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARGAR-FERIADOS
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-ANTERIOR
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TRAB-N
           MOVE 0 TO WS-GIRO
           PERFORM SUMAR-UN-DIA
           PERFORM VERIFICAR-HABIL
           PERFORM UNTIL WS-ES-HABIL = "S" OR WS-GIRO > 60
               PERFORM SUMAR-UN-DIA
               ADD 1 TO WS-GIRO
               PERFORM VERIFICAR-HABIL
           END-PERFORM
           MOVE WS-FECHA-TRAB-N TO WS-FECHA-NEGOCIO
           MOVE "A" TO WS-ESTADO-DIA
           PERFORM GRABAR-FECHA-NEGOCIO
           MOVE "AVANCE-FECHA" TO WS-AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           PERFORM GRABAR-RUN-CONTROL

           DISPLAY "-----------------------------------------------"
           DISPLAY "DIA CERRADO:          " WS-FECHA-ANTERIOR
           DISPLAY "NUEVA FECHA NEGOCIO:  " WS-FECHA-NEGOCIO
           DISPLAY "PASOS EXIGIDOS OK:    " WS-CANT-EXIGIDOS
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       LEER-FECHA-NEGOCIO.
           OPEN INPUT ARCH-FECHA-NEG
           IF FS-FNG = "00"
               READ ARCH-FECHA-NEG
                   AT END CONTINUE
                   NOT AT END
                       IF FNG-FECHA IS NUMERIC AND FNG-FECHA > 0
                           MOVE FNG-FECHA TO WS-FECHA-NEGOCIO
                           MOVE FNG-ESTADO TO WS-ESTADO-DIA
                           MOVE FNG-FECHA-ANT TO WS-FECHA-ANTERIOR
                           MOVE "S" TO WS-HAY-FECHA
                       END-IF
               END-READ
               CLOSE ARCH-FECHA-NEG
           END-IF.

       GRABAR-FECHA-NEGOCIO.
           OPEN OUTPUT ARCH-FECHA-NEG
           MOVE SPACES TO REG-FECHA-NEG
           MOVE WS-FECHA-NEGOCIO TO FNG-FECHA
           MOVE WS-ESTADO-DIA TO FNG-ESTADO
           MOVE WS-FECHA-ANTERIOR TO FNG-FECHA-ANT
           MOVE "EOD-ROLL" TO FNG-USUARIO
           MOVE WS-FECHA-HOY TO FNG-FECHA-CAMBIO
           MOVE WS-HORA-HOY TO FNG-HORA-CAMBIO
           WRITE REG-FECHA-NEG
           CLOSE ARCH-FECHA-NEG.

      *----------------------------------------------------------------*
      *    AVANCE DE LA CADENA EN CURSO (jobstate.txt DEL DRIVER) Y    *
      *    ULTIMA EJECUCION POR PASO (jobsched.txt).                   *
      *----------------------------------------------------------------*
       LEER-ESTADO-CADENA.
           MOVE 0 TO WS-ULTIMO-OK
           MOVE SPACES TO WS-TABLA-ESTADO
           OPEN INPUT ARCH-ESTADO
           IF FS-EST = "00"
               MOVE SPACES TO REG-ESTADO
               READ ARCH-ESTADO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EST-ULTIMO-OK IS NUMERIC
                           MOVE EST-ULTIMO-OK TO WS-ULTIMO-OK
                       END-IF
                       PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                               UNTIL WS-IDX-EST > 20
                           MOVE EST-P-SECUENCIA(WS-IDX-EST)
                               TO TE-SECUENCIA(WS-IDX-EST)
                           MOVE EST-P-ESTADO(WS-IDX-EST)
                               TO TE-ESTADO(WS-IDX-EST)
                       END-PERFORM
               END-READ
               CLOSE ARCH-ESTADO
           END-IF.

       CARGAR-JOBSCHED.
           MOVE 0 TO WS-CANT-SCH
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-JOBSCHED
           IF FS-SCH = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-JOBSCHED
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF WS-CANT-SCH < 20
                               ADD 1 TO WS-CANT-SCH
                               MOVE SCH-SECUENCIA
                                   TO TS-SECUENCIA(WS-CANT-SCH)
                               MOVE SCH-FECHA TO TS-FECHA(WS-CANT-SCH)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-JOBSCHED
           END-IF.

      *----------------------------------------------------------------*
      *    VERIFICAR-PASOS                                             *
      *    Un paso exigido esta completo si la corrida en curso ya lo  *
      *    paso (secuencia <= ultimo OK de jobstate.txt en la cadena   *
      *    secuencial; estado O o K de su entrada por paso en la       *
      *    cadena con dependencias) o si su ultima ejecucion es de la  *
      *    fecha de negocio o posterior.                               *
      *----------------------------------------------------------------*
       VERIFICAR-PASOS.
           MOVE 0 TO WS-CANT-EXIGIDOS
           MOVE 0 TO WS-CANT-PENDIENTES
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-PASOS
           IF FS-PAS NOT = "00"
               DISPLAY "SIN eod_pasos.txt: NO HAY PASOS EXIGIDOS "
                   "PARA CERRAR EL DIA."
           ELSE
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-PASOS
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           PERFORM VERIFICAR-UN-PASO
                   END-READ
               END-PERFORM
               CLOSE ARCH-PASOS
           END-IF.

       VERIFICAR-UN-PASO.
           ADD 1 TO WS-CANT-EXIGIDOS
           MOVE "N" TO WS-PASO-COMPLETO
           IF WS-ULTIMO-OK > 0 AND EOP-SECUENCIA <= WS-ULTIMO-OK
               MOVE "S" TO WS-PASO-COMPLETO
           END-IF
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > 20
               IF TE-SECUENCIA(WS-IDX-EST) IS NUMERIC
                       AND TE-SECUENCIA(WS-IDX-EST) = EOP-SECUENCIA
                       AND (TE-ESTADO(WS-IDX-EST) = "O"
                           OR TE-ESTADO(WS-IDX-EST) = "K")
                   MOVE "S" TO WS-PASO-COMPLETO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-SCH FROM 1 BY 1
                   UNTIL WS-IDX-SCH > WS-CANT-SCH
               IF TS-SECUENCIA(WS-IDX-SCH) = EOP-SECUENCIA
                       AND TS-FECHA(WS-IDX-SCH) >= WS-FECHA-NEGOCIO
                   MOVE "S" TO WS-PASO-COMPLETO
                   MOVE WS-CANT-SCH TO WS-IDX-SCH
               END-IF
           END-PERFORM
           IF WS-PASO-COMPLETO = "S"
               DISPLAY "PASO " EOP-SECUENCIA " " EOP-DESCRIPCION
                   " COMPLETO."
           ELSE
               ADD 1 TO WS-CANT-PENDIENTES
               DISPLAY "PASO " EOP-SECUENCIA " " EOP-DESCRIPCION
                   " PENDIENTE."
           END-IF.

       CARGAR-FERIADOS.
           MOVE 0 TO WS-CANT-FER
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-FERIADOS
           IF FS-FER = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-FERIADOS
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF WS-CANT-FER < 30
                               ADD 1 TO WS-CANT-FER
                               MOVE FER-FECHA
                                   TO WS-FER-ENT(WS-CANT-FER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FERIADOS
           END-IF.

      *    DIA DE SEMANA 1=LUNES..7=DOMINGO, POR DIFERENCIA DE DIAS
      *    CONTRA EL LUNES 01-01-1900 VIA FECHA-RUTINA (FUNCION D).
       CALCULAR-DIA-SEMANA.
           MOVE "D" TO WS-FEC-FUNCION
           MOVE WS-FECHA-TRAB-N TO WS-FEC-FECHA1
           MOVE 19000101 TO WS-FEC-FECHA2
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FEC-FECHA1
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC = "00"
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-FEC-RESULTADO 7) + 1
           ELSE
               MOVE 1 TO WS-DIA-SEMANA
           END-IF.

       VERIFICAR-HABIL.
           PERFORM CALCULAR-DIA-SEMANA
           IF WS-DIA-SEMANA > 5
               MOVE "N" TO WS-ES-HABIL
           ELSE
               MOVE "S" TO WS-ES-HABIL
               PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                       UNTIL WS-IDX-FER > WS-CANT-FER
                   IF WS-FER-ENT(WS-IDX-FER) = WS-FECHA-TRAB-N
                       MOVE "N" TO WS-ES-HABIL
                       MOVE WS-CANT-FER TO WS-IDX-FER
                   END-IF
               END-PERFORM
           END-IF.

      *    DIA SIGUIENTE: SI EL DIA + 1 NO ES UNA FECHA VALIDA SE PASA
      *    AL PRIMERO DEL MES SIGUIENTE.
       SUMAR-UN-DIA.
           ADD 1 TO WS-FT-DIA
           MOVE "V" TO WS-FEC-FUNCION
           MOVE WS-FECHA-TRAB-N TO WS-FEC-FECHA1
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FEC-FECHA1
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00"
               MOVE 1 TO WS-FT-DIA
               IF WS-FT-MES = 12
                   ADD 1 TO WS-FT-ANIO
                   MOVE 1 TO WS-FT-MES
               ELSE
                   ADD 1 TO WS-FT-MES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    GRABAR-RUN-CONTROL                                          *
      *    Deja constancia del dia cerrado en el registro comun de     *
      *    control de corridas (runctl.txt).                           *
      *----------------------------------------------------------------*
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "CIERRE-DIA" TO RCT-JOB
           MOVE WS-FECHA-ANTERIOR TO RCT-FECHA
           MOVE "CERRADO" TO RCT-ESTADO
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

       GRABAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA
           IF FS-AUD = "35"
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA FROM TIME
           MOVE SPACES TO WS-LINEA-AUD
           STRING
               WS-AUD-FECHA DELIMITED BY SIZE
               " " WS-AUD-HORA DELIMITED BY SIZE
               " USUARIO=EOD-ROLL" DELIMITED BY SIZE
               " ACCION=" WS-AUD-ACCION DELIMITED BY SPACE
               " FECHA-NEGOCIO=" WS-FECHA-NEGOCIO DELIMITED BY SIZE
               " ESTADO=" WS-ESTADO-DIA DELIMITED BY SIZE
               " ANTERIOR=" WS-FECHA-ANTERIOR DELIMITED BY SIZE
               INTO WS-LINEA-AUD
           END-STRING
           WRITE REG-AUDITORIA FROM WS-LINEA-AUD
           CLOSE ARCH-AUDITORIA.

       END PROGRAM EOD-ROLL.
