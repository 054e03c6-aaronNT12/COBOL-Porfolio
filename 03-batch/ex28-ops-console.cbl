      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Cadena con dependencias (jobs.txt declara de
      *                que pasos depende cada uno): la pantalla muestra
      *                el arbol de dependencias con el estado de cada
      *                paso en la ultima corrida (jobstate.txt) y, en
      *                los bloqueados, el paso fallido o retenido que
      *                los bloquea. Saltar un paso fallido lo marca
      *                como saltado por el operador y en el relanzo
      *                corren los pasos que dependen de el.
      * 02-09-2026 AAR Bandeja de alertas (alertas.txt de
      *                ALERTA-RUTINA): opcion para listar las no
      *                atendidas y marcarlas como atendidas con el
           05 JOB-DETIENE      PIC X(1).
           05 JOB-FRECUENCIA   PIC X(1).
           05 JOB-DIA          PIC 9(2).
           05 JOB-DEPENDE      PIC X(2) OCCURS 4 TIMES.
           05 JOB-CONDICION    PIC X(1).

       FD  ARCH-ESTADO.
       01  REG-ESTADO.
           05 EST-ULTIMO-OK    PIC 9(2).
           05 EST-PASO OCCURS 20 TIMES.
               10 EST-P-SECUENCIA PIC X(2).
               10 EST-P-ESTADO    PIC X(1).
               10 EST-P-BLOQUEO   PIC X(2).

       FD  ARCH-JOBLOG.
       01  REG-JOBLOG          PIC X(100).
               10 TP-COMANDO   PIC X(30).
               10 TP-FRECUENCIA PIC X(1).
               10 TP-ULT-LOG   PIC X(100).
               10 TP-DEPENDE   PIC 9(2) OCCURS 4 TIMES.
               10 TP-CONDICION PIC X(1).
               10 TP-ESTADO    PIC X(1).
               10 TP-BLOQUEO   PIC 9(2).
               10 TP-NIVEL     PIC 9(1).
       01  WS-CANT-PASOS       PIC 9(2) VALUE 0.
       01  WS-IDX-PASO         PIC 9(2).

      *----------------------------------------------------------------*
      *    DEPENDENCIAS ENTRE PASOS (MISMO ESQUEMA QUE EL DRIVER):     *
      *    TP-ESTADO ES EL DE LA ULTIMA CORRIDA EN jobstate.txt.       *
      *----------------------------------------------------------------*
       01  WS-MODO-DEPEND      PIC X VALUE "N".
       01  WS-IDX-DEP          PIC 9(1).
       01  WS-IDX-BUSCA        PIC 9(2).
       01  WS-IDX-EST          PIC 9(2).
       01  WS-SEC-BUSCADA      PIC 9(2).
       01  WS-DEP-CANT         PIC 9(1).
       01  WS-DESC-BLOQUEO     PIC X(11).
       01  WS-LINEA-ARBOL      PIC X(100).
       01  WS-PTR-ARBOL        PIC 9(3).

       01  WS-TABLA-HOLDS.
           05 WS-HLD-ENT OCCURS 20 TIMES.
               10 TH-SECUENCIA PIC 9(2).

           PERFORM UNTIL WS-SALIR = "S"
               PERFORM REFRESCAR-TABLAS
               IF WS-MODO-DEPEND = "S"
                   PERFORM MOSTRAR-ARBOL
               ELSE
                   PERFORM MOSTRAR-CADENA
               END-IF
               DISPLAY "-----------------------------------------------"
               DISPLAY "  1. VER CONTEXTO DE ERRORES (errores.log)"
               DISPLAY "  2. RETENER PASO PENDIENTE"

       CARGAR-JOBS.
           MOVE 0 TO WS-CANT-PASOS
           MOVE "N" TO WS-MODO-DEPEND
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-JOBS
           IF FS-JOB = "00"
                       MOVE JOB-FRECUENCIA
                           TO TP-FRECUENCIA(WS-CANT-PASOS)
                       MOVE SPACES TO TP-ULT-LOG(WS-CANT-PASOS)
                       PERFORM CARGAR-DEPENDENCIAS
                   END-IF
                   PERFORM LEER-JOB
               END-PERFORM
               CLOSE ARCH-JOBS
               IF WS-MODO-DEPEND = "S"
                   PERFORM CALCULAR-NIVELES
               END-IF
           END-IF.

       CARGAR-DEPENDENCIAS.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > 4
               MOVE 0 TO TP-DEPENDE(WS-CANT-PASOS WS-IDX-DEP)
               IF JOB-DEPENDE(WS-IDX-DEP) IS NUMERIC
                   MOVE JOB-DEPENDE(WS-IDX-DEP)
                       TO TP-DEPENDE(WS-CANT-PASOS WS-IDX-DEP)
               END-IF
               IF TP-DEPENDE(WS-CANT-PASOS WS-IDX-DEP) > 0
                   MOVE "S" TO WS-MODO-DEPEND
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(JOB-CONDICION)
               TO TP-CONDICION(WS-CANT-PASOS)
           IF TP-CONDICION(WS-CANT-PASOS) NOT = "F"
                   AND TP-CONDICION(WS-CANT-PASOS) NOT = "A"
               MOVE "O" TO TP-CONDICION(WS-CANT-PASOS)
           END-IF
           MOVE "P" TO TP-ESTADO(WS-CANT-PASOS)
           MOVE 0 TO TP-BLOQUEO(WS-CANT-PASOS)
           MOVE 0 TO TP-NIVEL(WS-CANT-PASOS).

      *    NIVEL EN EL ARBOL: UNO MAS QUE LA DEPENDENCIA MAS PROFUNDA
      *    (SOLO CUENTAN LAS QUE APUNTAN A UN PASO ANTERIOR).
       CALCULAR-NIVELES.
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CANT-PASOS
               PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                       UNTIL WS-IDX-DEP > 4
                   IF TP-DEPENDE(WS-IDX-PASO WS-IDX-DEP) > 0
                       MOVE TP-DEPENDE(WS-IDX-PASO WS-IDX-DEP)
                           TO WS-SEC-BUSCADA
                       PERFORM BUSCAR-PASO-SECUENCIA
                       IF WS-IDX-BUSCA > 0
                               AND WS-IDX-BUSCA < WS-IDX-PASO
                               AND TP-NIVEL(WS-IDX-BUSCA) < 9
                               AND TP-NIVEL(WS-IDX-BUSCA)
                                   >= TP-NIVEL(WS-IDX-PASO)
                           COMPUTE TP-NIVEL(WS-IDX-PASO) =
                               TP-NIVEL(WS-IDX-BUSCA) + 1
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       BUSCAR-PASO-SECUENCIA.
           MOVE 0 TO WS-IDX-BUSCA
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-CANT-PASOS
                       OR WS-IDX-BUSCA > 0
               IF TP-SECUENCIA(WS-IDX-EST) = WS-SEC-BUSCADA
                   MOVE WS-IDX-EST TO WS-IDX-BUSCA
               END-IF
           END-PERFORM.

       LEER-JOB.
           READ ARCH-JOBS
               AT END MOVE "S" TO WS-FIN
           IF FS-EST = "00"
               READ ARCH-ESTADO
                   AT END CONTINUE
                   NOT AT END
                       MOVE EST-ULTIMO-OK TO WS-ULTIMO-OK
                       IF WS-MODO-DEPEND = "S"
                           PERFORM CARGAR-ESTADO-PASOS
                       END-IF
               END-READ
               CLOSE ARCH-ESTADO
           END-IF.

      *    ESTADO POR PASO DE LA ULTIMA CORRIDA CON DEPENDENCIAS; UN
      *    jobstate.txt SOLO CON ULTIMO-OK DA COMPLETADO HASTA ESA
      *    SECUENCIA, IGUAL QUE EL DRIVER.
       CARGAR-ESTADO-PASOS.
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CANT-PASOS
               IF TP-SECUENCIA(WS-IDX-PASO) <= WS-ULTIMO-OK
                   MOVE "O" TO TP-ESTADO(WS-IDX-PASO)
               END-IF
               PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                       UNTIL WS-IDX-EST > 20
                   IF EST-P-SECUENCIA(WS-IDX-EST) IS NUMERIC
                           AND EST-P-SECUENCIA(WS-IDX-EST)
                               = TP-SECUENCIA(WS-IDX-PASO)
                       MOVE EST-P-ESTADO(WS-IDX-EST)
                           TO TP-ESTADO(WS-IDX-PASO)
                       IF EST-P-BLOQUEO(WS-IDX-EST) IS NUMERIC
                           MOVE EST-P-BLOQUEO(WS-IDX-EST)
                               TO TP-BLOQUEO(WS-IDX-PASO)
                       END-IF
                       MOVE 20 TO WS-IDX-EST
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    ULTIMA LINEA DE EJECUCION (CON " INICIO=") DE CADA PASO:
      *    EL NUMERO DE PASO VIAJA EN LAS POSICIONES 31-32 DE LA
      *    LINEA ("CORRIDA " + 16 DE RUN-ID + " PASO " + NN).
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    ARBOL DE DEPENDENCIAS: CADA PASO SANGRADO SEGUN SU NIVEL,   *
      *    CON SU ESTADO, DE QUIEN DEPENDE Y, SI QUEDO BLOQUEADO, QUE  *
      *    PASO LO BLOQUEO.                                            *
      *----------------------------------------------------------------*
       MOSTRAR-ARBOL.
           DISPLAY "-----------------------------------------------"
           DISPLAY "CADENA CON DEPENDENCIAS (ULTIMA CORRIDA)"
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CANT-PASOS
               PERFORM DESCRIBIR-ESTADO-DEP
               PERFORM ARMAR-LINEA-ARBOL
               DISPLAY WS-LINEA-ARBOL(1:79)
               IF TP-ESTADO(WS-IDX-PASO) = "B"
                   MOVE TP-BLOQUEO(WS-IDX-PASO) TO WS-SEC-BUSCADA
                   PERFORM BUSCAR-PASO-SECUENCIA
                   MOVE "INEXISTENTE" TO WS-DESC-BLOQUEO
                   IF WS-IDX-BUSCA > 0
                       EVALUATE TP-ESTADO(WS-IDX-BUSCA)
                           WHEN "F"
                               MOVE "FALLIDO" TO WS-DESC-BLOQUEO
                           WHEN "R"
                               MOVE "RETENIDO" TO WS-DESC-BLOQUEO
                           WHEN "K"
                               MOVE "YA SALTADO" TO WS-DESC-BLOQUEO
                           WHEN OTHER
                               MOVE "NO ANTERIOR" TO WS-DESC-BLOQUEO
                       END-EVALUATE
                   END-IF
                   DISPLAY "     BLOQUEADO POR EL PASO "
                       TP-BLOQUEO(WS-IDX-PASO) " - " WS-DESC-BLOQUEO
               END-IF
               IF TP-ULT-LOG(WS-IDX-PASO) NOT = SPACES
                   DISPLAY "     " TP-ULT-LOG(WS-IDX-PASO)(1:90)
               END-IF
           END-PERFORM.

       DESCRIBIR-ESTADO-DEP.
           EVALUATE TP-ESTADO(WS-IDX-PASO)
               WHEN "O"
                   MOVE "COMPLETADO" TO WS-ESTADO-PASO
               WHEN "F"
                   MOVE "FALLIDO" TO WS-ESTADO-PASO
               WHEN "B"
                   MOVE "BLOQUEADO" TO WS-ESTADO-PASO
               WHEN "R"
                   MOVE "RETENIDO" TO WS-ESTADO-PASO
               WHEN "N"
                   MOVE "AL DIA" TO WS-ESTADO-PASO
               WHEN "X"
                   MOVE "NO CORRE" TO WS-ESTADO-PASO
               WHEN "K"
                   MOVE "SALTADO" TO WS-ESTADO-PASO
               WHEN OTHER
                   MOVE "PENDIENTE" TO WS-ESTADO-PASO
           END-EVALUATE
           PERFORM VARYING WS-IDX-HLD FROM 1 BY 1
                   UNTIL WS-IDX-HLD > WS-CANT-HOLDS
               IF TH-SECUENCIA(WS-IDX-HLD)
                       = TP-SECUENCIA(WS-IDX-PASO)
                   MOVE "RETENIDO" TO WS-ESTADO-PASO
                   MOVE WS-CANT-HOLDS TO WS-IDX-HLD
               END-IF
           END-PERFORM.

       ARMAR-LINEA-ARBOL.
           MOVE SPACES TO WS-LINEA-ARBOL
           MOVE 1 TO WS-PTR-ARBOL
           IF TP-NIVEL(WS-IDX-PASO) > 0
               COMPUTE WS-PTR-ARBOL = TP-NIVEL(WS-IDX-PASO) * 3 - 2
               STRING "+- " DELIMITED BY SIZE
                   INTO WS-LINEA-ARBOL WITH POINTER WS-PTR-ARBOL
               END-STRING
           END-IF
           STRING "PASO " TP-SECUENCIA(WS-IDX-PASO) " ["
                   DELIMITED BY SIZE
               WS-ESTADO-PASO "] " DELIMITED BY SIZE
               TP-COMANDO(WS-IDX-PASO) DELIMITED BY "  "
               INTO WS-LINEA-ARBOL WITH POINTER WS-PTR-ARBOL
           END-STRING
           MOVE 0 TO WS-DEP-CANT
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > 4
               IF TP-DEPENDE(WS-IDX-PASO WS-IDX-DEP) > 0
                   IF WS-DEP-CANT = 0
                       STRING " DEPENDE DE" DELIMITED BY SIZE
                           INTO WS-LINEA-ARBOL
                           WITH POINTER WS-PTR-ARBOL
                       END-STRING
                   END-IF
                   ADD 1 TO WS-DEP-CANT
                   STRING " " TP-DEPENDE(WS-IDX-PASO WS-IDX-DEP)
                           DELIMITED BY SIZE
                       INTO WS-LINEA-ARBOL WITH POINTER WS-PTR-ARBOL
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-DEP-CANT > 0
               STRING " COND=" TP-CONDICION(WS-IDX-PASO)
                       DELIMITED BY SIZE
                   INTO WS-LINEA-ARBOL WITH POINTER WS-PTR-ARBOL
               END-STRING
           END-IF.

       MOSTRAR-ERRORES.
           DISPLAY "-----------------------------------------------"
           IF WS-CANT-ERR = 0
           IF WS-HALLADO = "S"
               DISPLAY "SECUENCIA DEL PASO FALLIDO A SALTAR: "
               ACCEPT WS-SECUENCIA
               IF WS-MODO-DEPEND = "S"
                   PERFORM SALTAR-PASO-DEPEND
               ELSE
                   IF WS-SECUENCIA NOT = WS-ULTIMO-OK + 1
                       DISPLAY "SOLO SE PUEDE SALTAR EL PASO "
                           "SIGUIENTE AL ULTIMO OK ("
                           WS-ULTIMO-OK ")."
                   ELSE
                       DISPLAY "MOTIVO DEL SALTO: "
                       ACCEPT WS-MOTIVO
                       MOVE WS-SECUENCIA TO WS-ULTIMO-OK
                       PERFORM GRABAR-ESTADO
                       MOVE "SALTAR" TO WS-ACCION-SEG
                       PERFORM GRABAR-SEGURIDAD
                       DISPLAY "PASO " WS-SECUENCIA " MARCADO COMO "
                           "SALTADO: EL RELANZO SIGUE DEL SIGUIENTE."
                   END-IF
               END-IF
           END-IF.

      *    CON DEPENDENCIAS SE SALTA UN PASO FALLIDO EN LA ULTIMA
      *    CORRIDA: QUEDA K Y EL DRIVER LO DA POR CUMPLIDO, ASI EN EL
      *    RELANZO CORREN LOS PASOS QUE ESTABAN BLOQUEADOS POR EL.
       SALTAR-PASO-DEPEND.
           MOVE WS-SECUENCIA TO WS-SEC-BUSCADA
           PERFORM BUSCAR-PASO-SECUENCIA
           IF WS-IDX-BUSCA = 0
               DISPLAY "ESE PASO NO ESTA EN jobs.txt."
           ELSE
               IF TP-ESTADO(WS-IDX-BUSCA) NOT = "F"
                   DISPLAY "SOLO SE PUEDE SALTAR UN PASO FALLIDO "
                       "EN LA ULTIMA CORRIDA."
               ELSE
                   DISPLAY "MOTIVO DEL SALTO: "
                   ACCEPT WS-MOTIVO
                   MOVE "K" TO TP-ESTADO(WS-IDX-BUSCA)
                   PERFORM GRABAR-ESTADO
                   MOVE "SALTAR" TO WS-ACCION-SEG
                   PERFORM GRABAR-SEGURIDAD
                   DISPLAY "PASO " WS-SECUENCIA " MARCADO COMO "
                       "SALTADO: EN EL RELANZO CORREN LOS PASOS "
                       "QUE DEPENDEN DE EL."
               END-IF
           END-IF.

       GRABAR-ESTADO.
           OPEN OUTPUT ARCH-ESTADO
           MOVE SPACES TO REG-ESTADO
           MOVE WS-ULTIMO-OK TO EST-ULTIMO-OK
           IF WS-MODO-DEPEND = "S"
               MOVE 0 TO EST-ULTIMO-OK
               PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                       UNTIL WS-IDX-EST > WS-CANT-PASOS
                   MOVE TP-SECUENCIA(WS-IDX-EST)
                       TO EST-P-SECUENCIA(WS-IDX-EST)
                   MOVE TP-ESTADO(WS-IDX-EST)
                       TO EST-P-ESTADO(WS-IDX-EST)
                   MOVE TP-BLOQUEO(WS-IDX-EST)
                       TO EST-P-BLOQUEO(WS-IDX-EST)
               END-PERFORM
           END-IF
           WRITE REG-ESTADO
           CLOSE ARCH-ESTADO.

