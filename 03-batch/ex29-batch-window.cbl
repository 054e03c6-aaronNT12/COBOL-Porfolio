      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Cadena con dependencias: si jobs.txt declara
      *                dependencias entre pasos, el reporte suma el
      *                arbol de dependencias con el resultado de cada
      *                paso en la ultima corrida de joblog.txt (OK,
      *                fallo con su RC, bloqueado y por cual paso,
      *                retenido o sin correr por su condicion), para
      *                distinguir un paso que no corrio por una falla
      *                ajena de uno que se salio de la ventana.
      * 02-09-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCH-REPORTE ASSIGN TO "ventana_batch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-JOBS ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOB.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

       FD  ARCH-JOBS.
       01  REG-JOB.
           05 JOB-SECUENCIA    PIC 9(2).
           05 JOB-COMANDO      PIC X(30).
           05 JOB-DETIENE      PIC X(1).
           05 JOB-FRECUENCIA   PIC X(1).
           05 JOB-DIA          PIC 9(2).
           05 JOB-DEPENDE      PIC X(2) OCCURS 4 TIMES.
           05 JOB-CONDICION    PIC X(1).

       WORKING-STORAGE SECTION.
       01  FS-LOG              PIC XX.
       01  FS-SLA              PIC XX.
       01  WS-CONT-CRECIENDO   PIC 9(2) VALUE 0.
       01  WS-CONT-ATRASADOS   PIC 9(2) VALUE 0.

      *----------------------------------------------------------------*
      *    DEPENDENCIAS DE jobs.txt Y RESULTADO DE CADA PASO EN LA     *
      *    ULTIMA CORRIDA DE joblog.txt (TD-ESTADO: O OK, F FALLO, B   *
      *    BLOQUEADO, R RETENIDO, X NO CORRE POR CONDICION).           *
      *----------------------------------------------------------------*
       01  FS-JOB              PIC XX.
       01  WS-FIN-JOBS         PIC X VALUE "N".
       01  WS-MODO-DEPEND      PIC X VALUE "N".
       01  WS-TABLA-DEPEND.
           05 WS-DEP-ENT OCCURS 20 TIMES.
               10 TD-SECUENCIA PIC 9(2).
               10 TD-COMANDO   PIC X(30).
               10 TD-DEPENDE   PIC 9(2) OCCURS 4 TIMES.
               10 TD-CONDICION PIC X(1).
               10 TD-NIVEL     PIC 9(1).
               10 TD-ESTADO    PIC X(1).
               10 TD-BLOQUEO   PIC 9(2).
               10 TD-RC        PIC X(4).
       01  WS-CANT-DEP         PIC 9(2) VALUE 0.
       01  WS-IDX-TD           PIC 9(2).
       01  WS-IDX-DEP          PIC 9(1).
       01  WS-IDX-BUSCA        PIC 9(2).
       01  WS-SEC-BUSCADA      PIC 9(2).
       01  WS-DEP-CANT         PIC 9(1).
       01  WS-ULT-CORRIDA      PIC X(16) VALUE SPACES.
       01  WS-MARCA-DEP        PIC X(24).
       01  WS-PTR-ARBOL        PIC 9(3).
       01  WS-CONT-BLOQUEADOS  PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM CARGAR-JOBS
           PERFORM RECORRER-JOBLOG
           IF WS-CANT-PASOS = 0
               DISPLAY "SIN EJECUCIONES EN joblog.txt. NADA QUE "
           DISPLAY "PASOS ANALIZADOS:  " WS-CANT-PASOS
           DISPLAY "  CRECIENDO:       " WS-CONT-CRECIENDO
           DISPLAY "  FUERA DE VENTANA:" WS-CONT-ATRASADOS
           IF WS-MODO-DEPEND = "S"
               DISPLAY "  BLOQUEADOS:      " WS-CONT-BLOQUEADOS
                   " (ULTIMA CORRIDA " WS-ULT-CORRIDA ")"
           END-IF
           DISPLAY "REPORTE: ventana_batch.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.
                       AND REG-JOBLOG(64:8) = " INICIO="
                   PERFORM ANOTAR-EJECUCION
               END-IF
               IF WS-MODO-DEPEND = "S"
                   PERFORM ANOTAR-CORRIDA-DEP
               END-IF
               PERFORM LEER-JOBLOG
           END-PERFORM
           CLOSE ARCH-JOBLOG.
               MOVE "S" TO WS-HALLADO
           END-IF.

      *----------------------------------------------------------------*
      *    CARGAR-JOBS                                                 *
      *    Cadena de jobs.txt con sus dependencias; sin ninguna        *
      *    dependencia declarada no hay seccion de dependencias.       *
      *----------------------------------------------------------------*
       CARGAR-JOBS.
           MOVE 0 TO WS-CANT-DEP
           OPEN INPUT ARCH-JOBS
           IF FS-JOB = "00"
               PERFORM LEER-JOB
               PERFORM UNTIL WS-FIN-JOBS = "S"
                   IF WS-CANT-DEP < 20
                       ADD 1 TO WS-CANT-DEP
                       PERFORM CARGAR-PASO-DEP
                   END-IF
                   PERFORM LEER-JOB
               END-PERFORM
               CLOSE ARCH-JOBS
           END-IF
           IF WS-MODO-DEPEND = "S"
               PERFORM CALCULAR-NIVELES
           END-IF.

       LEER-JOB.
           READ ARCH-JOBS
               AT END MOVE "S" TO WS-FIN-JOBS
           END-READ.

       CARGAR-PASO-DEP.
           MOVE JOB-SECUENCIA TO TD-SECUENCIA(WS-CANT-DEP)
           MOVE JOB-COMANDO TO TD-COMANDO(WS-CANT-DEP)
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > 4
               MOVE 0 TO TD-DEPENDE(WS-CANT-DEP WS-IDX-DEP)
               IF JOB-DEPENDE(WS-IDX-DEP) IS NUMERIC
                   MOVE JOB-DEPENDE(WS-IDX-DEP)
                       TO TD-DEPENDE(WS-CANT-DEP WS-IDX-DEP)
               END-IF
               IF TD-DEPENDE(WS-CANT-DEP WS-IDX-DEP) > 0
                   MOVE "S" TO WS-MODO-DEPEND
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(JOB-CONDICION)
               TO TD-CONDICION(WS-CANT-DEP)
           IF TD-CONDICION(WS-CANT-DEP) NOT = "F"
                   AND TD-CONDICION(WS-CANT-DEP) NOT = "A"
               MOVE "O" TO TD-CONDICION(WS-CANT-DEP)
           END-IF
           MOVE 0 TO TD-NIVEL(WS-CANT-DEP)
           MOVE SPACE TO TD-ESTADO(WS-CANT-DEP)
           MOVE 0 TO TD-BLOQUEO(WS-CANT-DEP)
           MOVE SPACES TO TD-RC(WS-CANT-DEP).

      *    NIVEL EN EL ARBOL: UNO MAS QUE LA DEPENDENCIA MAS PROFUNDA
      *    (SOLO CUENTAN LAS QUE APUNTAN A UN PASO ANTERIOR).
       CALCULAR-NIVELES.
           PERFORM VARYING WS-IDX-TD FROM 1 BY 1
                   UNTIL WS-IDX-TD > WS-CANT-DEP
               PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                       UNTIL WS-IDX-DEP > 4
                   IF TD-DEPENDE(WS-IDX-TD WS-IDX-DEP) > 0
                       MOVE TD-DEPENDE(WS-IDX-TD WS-IDX-DEP)
                           TO WS-SEC-BUSCADA
                       PERFORM BUSCAR-PASO-DEP
                       IF WS-IDX-BUSCA > 0
                               AND WS-IDX-BUSCA < WS-IDX-TD
                               AND TD-NIVEL(WS-IDX-BUSCA) < 9
                               AND TD-NIVEL(WS-IDX-BUSCA)
                                   >= TD-NIVEL(WS-IDX-TD)
                           COMPUTE TD-NIVEL(WS-IDX-TD) =
                               TD-NIVEL(WS-IDX-BUSCA) + 1
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       BUSCAR-PASO-DEP.
           MOVE 0 TO WS-IDX-BUSCA
           PERFORM VARYING WS-IDX-HALLADO FROM 1 BY 1
                   UNTIL WS-IDX-HALLADO > WS-CANT-DEP
                       OR WS-IDX-BUSCA > 0
               IF TD-SECUENCIA(WS-IDX-HALLADO) = WS-SEC-BUSCADA
                   MOVE WS-IDX-HALLADO TO WS-IDX-BUSCA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    ANOTAR-CORRIDA-DEP                                          *
      *    Cada " INICIO DE CADENA" abre una corrida nueva y borra lo  *
      *    anotado; al terminar joblog.txt queda el resultado de la    *
      *    ultima corrida: la linea de ejecucion da el RC (97-100) y   *
      *    las de decision del driver el bloqueo (POR= EN 57-58), la   *
      *    retencion o la omision por condicion.                       *
      *----------------------------------------------------------------*
       ANOTAR-CORRIDA-DEP.
           IF REG-JOBLOG(25:17) = " INICIO DE CADENA"
               MOVE REG-JOBLOG(9:16) TO WS-ULT-CORRIDA
               PERFORM VARYING WS-IDX-TD FROM 1 BY 1
                       UNTIL WS-IDX-TD > WS-CANT-DEP
                   MOVE SPACE TO TD-ESTADO(WS-IDX-TD)
                   MOVE 0 TO TD-BLOQUEO(WS-IDX-TD)
                   MOVE SPACES TO TD-RC(WS-IDX-TD)
               END-PERFORM
           ELSE
               IF REG-JOBLOG(25:6) = " PASO "
                       AND REG-JOBLOG(31:2) IS NUMERIC
                   MOVE REG-JOBLOG(31:2) TO WS-SEC-BUSCADA
                   PERFORM BUSCAR-PASO-DEP
                   IF WS-IDX-BUSCA > 0
                       PERFORM ANOTAR-RESULTADO-DEP
                   END-IF
               END-IF
           END-IF.

       ANOTAR-RESULTADO-DEP.
           IF REG-JOBLOG(64:8) = " INICIO="
               MOVE REG-JOBLOG(97:4) TO TD-RC(WS-IDX-BUSCA)
               IF TD-RC(WS-IDX-BUSCA) = "0000"
                   MOVE "O" TO TD-ESTADO(WS-IDX-BUSCA)
               ELSE
                   MOVE "F" TO TD-ESTADO(WS-IDX-BUSCA)
               END-IF
           END-IF
           IF REG-JOBLOG(33:24) = " DECISION=BLOQUEADO POR="
               MOVE "B" TO TD-ESTADO(WS-IDX-BUSCA)
               IF REG-JOBLOG(57:2) IS NUMERIC
                   MOVE REG-JOBLOG(57:2) TO TD-BLOQUEO(WS-IDX-BUSCA)
               END-IF
           END-IF
           IF REG-JOBLOG(33:18) = " DECISION=RETENIDO"
               MOVE "R" TO TD-ESTADO(WS-IDX-BUSCA)
           END-IF
           IF REG-JOBLOG(33:17) = " DECISION=OMITIDO"
               MOVE "X" TO TD-ESTADO(WS-IDX-BUSCA)
           END-IF.

       CARGAR-SLA.
           OPEN INPUT ARCH-SLA
           IF FS-SLA = "00"
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           IF WS-MODO-DEPEND = "S"
               PERFORM ESCRIBIR-DEPENDENCIAS
           END-IF
           CLOSE ARCH-REPORTE.

      *----------------------------------------------------------------*
      *    ESCRIBIR-DEPENDENCIAS                                       *
      *    Arbol de jobs.txt sangrado por nivel, con el resultado de   *
      *    cada paso en la ultima corrida y, en los bloqueados, el     *
      *    paso que origino el corte.                                  *
      *----------------------------------------------------------------*
       ESCRIBIR-DEPENDENCIAS.
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "DEPENDENCIAS Y BLOQUEOS - ULTIMA CORRIDA "
               WS-ULT-CORRIDA
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           DISPLAY WS-LINEA
           PERFORM VARYING WS-IDX-TD FROM 1 BY 1
                   UNTIL WS-IDX-TD > WS-CANT-DEP
               PERFORM ARMAR-LINEA-DEP
               WRITE REG-REPORTE FROM WS-LINEA
               DISPLAY WS-LINEA
           END-PERFORM
           MOVE SPACES TO WS-LINEA
           STRING "PASOS BLOQUEADOS EN LA ULTIMA CORRIDA: "
               WS-CONT-BLOQUEADOS
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA.

       ARMAR-LINEA-DEP.
           MOVE SPACES TO WS-MARCA-DEP
           EVALUATE TD-ESTADO(WS-IDX-TD)
               WHEN "O"
                   MOVE "[OK]" TO WS-MARCA-DEP
               WHEN "F"
                   STRING "[FALLO RC=" TD-RC(WS-IDX-TD) "]"
                       INTO WS-MARCA-DEP
                   END-STRING
               WHEN "B"
                   STRING "[BLOQUEADO POR "
                       TD-BLOQUEO(WS-IDX-TD) "]"
                       INTO WS-MARCA-DEP
                   END-STRING
                   ADD 1 TO WS-CONT-BLOQUEADOS
               WHEN "R"
                   MOVE "[RETENIDO]" TO WS-MARCA-DEP
               WHEN "X"
                   MOVE "[NO CORRE POR COND]" TO WS-MARCA-DEP
               WHEN OTHER
                   MOVE "[SIN EJECUCION]" TO WS-MARCA-DEP
           END-EVALUATE
           MOVE SPACES TO WS-LINEA
           MOVE 1 TO WS-PTR-ARBOL
           IF TD-NIVEL(WS-IDX-TD) > 0
               COMPUTE WS-PTR-ARBOL = TD-NIVEL(WS-IDX-TD) * 3 - 2
               STRING "+- " DELIMITED BY SIZE
                   INTO WS-LINEA WITH POINTER WS-PTR-ARBOL
               END-STRING
           END-IF
           STRING "PASO " TD-SECUENCIA(WS-IDX-TD) " "
                   DELIMITED BY SIZE
               WS-MARCA-DEP DELIMITED BY "  "
               " " DELIMITED BY SIZE
               TD-COMANDO(WS-IDX-TD) DELIMITED BY "  "
               INTO WS-LINEA WITH POINTER WS-PTR-ARBOL
           END-STRING
           MOVE 0 TO WS-DEP-CANT
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > 4
               IF TD-DEPENDE(WS-IDX-TD WS-IDX-DEP) > 0
                   IF WS-DEP-CANT = 0
                       STRING " DEPENDE DE" DELIMITED BY SIZE
                           INTO WS-LINEA WITH POINTER WS-PTR-ARBOL
                       END-STRING
                   END-IF
                   ADD 1 TO WS-DEP-CANT
                   STRING " " TD-DEPENDE(WS-IDX-TD WS-IDX-DEP)
                           DELIMITED BY SIZE
                       INTO WS-LINEA WITH POINTER WS-PTR-ARBOL
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-DEP-CANT > 0
               STRING " COND=" TD-CONDICION(WS-IDX-TD)
                       DELIMITED BY SIZE
                   INTO WS-LINEA WITH POINTER WS-PTR-ARBOL
               END-STRING
           END-IF.

       ESCRIBIR-LINEA-PASO.
           MOVE 0 TO WS-PROM-PREV
           IF TP-CORRIDAS(WS-IDX-PASO) > 1
