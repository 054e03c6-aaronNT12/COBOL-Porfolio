      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Volumen por paso: volumen_param.txt asocia a
      *                cada secuencia los archivos que produce (C =
      *                solo su .ctl, D = asiento con cola T, del que
      *                ademas se toma el importe del DEBE). Al cerrar
      *                cada paso el driver suma registros (.ctl) e
      *                importes y los graba en volumen_pasos.txt con
      *                el numero de corrida, la duracion y el RC,
      *                junto a joblog.txt; el reporte semanal de
      *                volumen y capacidad queda en BATCH-VOLUME.
      * 15-10-2026 AAR Dependencias entre pasos: cada paso de jobs.txt
      *                puede declarar hasta 4 secuencias anteriores de
      *                las que depende y una condicion sobre su
      *                resultado (O solo si terminaron OK, F solo si
      *                alguna fallo, A siempre; blanco = O). Con
      *                dependencias la cadena ya no se corta en el
      *                primer fallo: un paso con una dependencia
      *                fallida, bloqueada o retenida queda BLOQUEADO
      *                con la secuencia del paso que origino el corte
      *                y las ramas independientes siguen. El estado
      *                por paso queda en jobstate.txt (el reinicio no
      *                repite los pasos OK y vuelve a correr los
      *                fallidos y bloqueados) y el arbol de
      *                dependencias se muestra al inicio y se anota
      *                en joblog.txt. En ese modo JOB-DETIENE solo
      *                define la severidad de la alerta. Un jobs.txt
      *                sin dependencias sigue corriendo como cadena
      *                secuencial, igual que antes.
      * 02-09-2026 AAR Ventana batch: sla_jobs.txt lleva la hora
      *                objetivo de fin por paso (HHMMSS); al cerrar
      *                cada paso el driver compara la hora real
           SELECT ARCH-SLA ASSIGN TO "sla_jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SLA.
           SELECT ARCH-VOL-PARAM ASSIGN TO "volumen_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VPA.
           SELECT ARCH-VOLUMEN ASSIGN TO "volumen_pasos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VOL.
           SELECT ARCH-VOL-CTL ASSIGN TO WS-VOL-NOMBRE-CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VCT.
           SELECT ARCH-VOL-DATOS ASSIGN TO WS-VOL-NOMBRE-DATOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VDT.

       DATA DIVISION.
       FILE SECTION.
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
           05 SLA-SECUENCIA    PIC 9(2).
           05 SLA-HORA-OBJETIVO PIC 9(6).

       FD  ARCH-VOL-PARAM.
       01  REG-VOL-PARAM.
           05 VPA-SECUENCIA    PIC 9(2).
           05 VPA-ARCHIVO      PIC X(40).
           05 VPA-TIPO         PIC X(1).

      *----------------------------------------------------------------*
      *    VOLUMEN DE CADA PASO EJECUTADO, UNA LINEA POR PASO Y        *
      *    CORRIDA (LO LEE BATCH-VOLUME).                              *
      *----------------------------------------------------------------*
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

       FD  ARCH-VOL-CTL.
       01  REG-VOL-CTL.
           05 VCT-CANTIDAD     PIC 9(7).
           05 VCT-HASH         PIC 9(13).

       FD  ARCH-VOL-DATOS.
       01  REG-VOL-DATOS       PIC X(100).
       01  REG-VOL-COLA REDEFINES REG-VOL-DATOS.
           05 VDT-TIPO         PIC X(1).
           05 VDT-DEBE         PIC 9(13)V99.
           05 FILLER           PIC X(84).

       WORKING-STORAGE SECTION.
       01  WS-COMANDO       PIC X(80).
       01  FS-JOB           PIC XX.
               10 TP-DETIENE   PIC X(1).
               10 TP-FRECUENCIA PIC X(1).
               10 TP-DIA       PIC 9(2).
               10 TP-DEPENDE   PIC 9(2) OCCURS 4 TIMES.
               10 TP-CONDICION PIC X(1).
               10 TP-ESTADO    PIC X(1).
               10 TP-BLOQUEO   PIC 9(2).
               10 TP-NIVEL     PIC 9(1).
       01  WS-CANT-PASOS    PIC 9(2) VALUE 0.
       01  WS-IDX-PASO      PIC 9(2) VALUE 0.
       01  WS-CONT-OK       PIC 9(2) VALUE 0.
       01  WS-IDX-SLA       PIC 9(2).
       01  WS-HORA-AHORA    PIC 9(6).
       01  WS-OBJETIVO-PASO PIC 9(6).
      *----------------------------------------------------------------*
      *    DEPENDENCIAS ENTRE PASOS. ESTADO DE CADA PASO EN LA         *
      *    CORRIDA (TP-ESTADO): P PENDIENTE, O OK, F FALLIDO, B        *
      *    BLOQUEADO, R RETENIDO, N AL DIA, X OMITIDO POR CONDICION,   *
      *    K SALTADO POR EL OPERADOR DESDE OPS-CONSOLE.                *
      *----------------------------------------------------------------*
       01  WS-MODO-DEPEND   PIC X VALUE "N".
       01  WS-IDX-DEP       PIC 9(1).
       01  WS-IDX-BUSCA     PIC 9(2).
       01  WS-IDX-EST       PIC 9(2).
       01  WS-SEC-BUSCADA   PIC 9(2).
       01  WS-DEP-DECISION  PIC X(1).
       01  WS-DEP-RAIZ      PIC 9(2).
       01  WS-DEP-FALLA     PIC 9(2).
       01  WS-DEP-FALLIDAS  PIC 9(1).
       01  WS-DEP-CANT      PIC 9(1).
       01  WS-DESC-BLOQUEO  PIC X(11).
       01  WS-CONT-BLOQUEADOS PIC 9(2) VALUE 0.
       01  WS-LINEA-ARBOL   PIC X(100).
       01  WS-PTR-ARBOL     PIC 9(3).
       01  FS-VPA           PIC XX.
       01  FS-VOL           PIC XX.
       01  FS-VCT           PIC XX.
       01  FS-VDT           PIC XX.
       01  WS-FIN-VPA       PIC X VALUE "N".
       01  WS-FIN-VDT       PIC X VALUE "N".
       01  WS-TABLA-VOLUMEN.
           05 WS-VOL-ENT OCCURS 30 TIMES.
               10 TV-SECUENCIA PIC 9(2).
               10 TV-ARCHIVO   PIC X(40).
               10 TV-TIPO      PIC X(1).
       01  WS-CANT-VOL      PIC 9(2) VALUE 0.
       01  WS-IDX-VOL       PIC 9(2).
       01  WS-VOL-FUENTES   PIC 9(2).
       01  WS-VOL-REGISTROS PIC 9(9).
       01  WS-VOL-IMPORTE   PIC 9(13)V99.
       01  WS-VOL-NOMBRE-DATOS PIC X(40).
       01  WS-VOL-NOMBRE-CTL PIC X(46).
       01  WS-HORA-DESC.
           05 WS-HD-HH      PIC 9(2).
           05 WS-HD-MM      PIC 9(2).
           05 WS-HD-SS      PIC 9(2).
           05 WS-HD-CC      PIC 9(2).
       01  WS-SEG-INICIO    PIC 9(5).
       01  WS-SEG-FIN       PIC 9(5).
       01  WS-DURACION      PIC S9(7).

       PROCEDURE DIVISION.

               PERFORM CARGAR-JOBSCHED
               PERFORM CARGAR-HOLDS
               PERFORM CARGAR-SLA
               PERFORM CARGAR-PARAM-VOLUMEN
               PERFORM CORRER-CADENA-ARCHIVO
               PERFORM REGRABAR-JOBSCHED
               PERFORM VERIFICAR-CRECIMIENTO-ERRORES
                               TO TP-FRECUENCIA(WS-CANT-PASOS)
                       END-IF
                       MOVE JOB-DIA TO TP-DIA(WS-CANT-PASOS)
                       PERFORM CARGAR-DEPENDENCIAS
                   END-IF
                   PERFORM LEER-JOB
               END-PERFORM
               AT END MOVE "S" TO WS-FIN-JOBS
           END-READ.

      *    DEPENDENCIAS DEL PASO (HASTA 4 SECUENCIAS ANTERIORES) Y
      *    CONDICION SOBRE SU RESULTADO: O SOLO SI TERMINARON OK,
      *    F SOLO SI ALGUNA FALLO, A SIEMPRE (BLANCO = O). CON UNA
      *    SOLA DEPENDENCIA DECLARADA LA CADENA PASA A MODO
      *    DEPENDENCIAS.
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

       CORRER-CADENA-ARCHIVO.
           IF WS-MODO-DEPEND = "S"
               PERFORM VALIDAR-DEPENDENCIAS
               PERFORM MOSTRAR-ARBOL
           END-IF
           PERFORM LEER-ESTADO
           IF WS-ULTIMO-OK > 0
               DISPLAY "REINICIO: LOS PASOS HASTA LA SECUENCIA "
           MOVE "S" TO WS-CADENA-OK
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CANT-PASOS
               IF WS-MODO-DEPEND = "S"
                   PERFORM RESOLVER-PASO-DEPEND
               ELSE
               PERFORM VERIFICAR-RETENCION
               IF WS-RETENIDO = "S"
                   ADD 1 TO WS-CONT-SALTADOS
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM

           IF WS-MODO-DEPEND = "S"
               PERFORM INFORMAR-BLOQUEOS
           END-IF
           DISPLAY "-----------------------------------------------"
           DISPLAY "PASOS OK: " WS-CONT-OK
               "  FALLIDOS: " WS-CONT-FALLIDOS
               MOVE 0 TO RETURN-CODE
               DISPLAY "PASO TERMINO CON ERROR. RC=" WS-RC-REAL
               ADD 1 TO WS-CONT-FALLIDOS
               MOVE "F" TO TP-ESTADO(WS-IDX-PASO)
               PERFORM ALERTAR-PASO-FALLIDO
               IF TP-DETIENE(WS-IDX-PASO) = "S"
                   MOVE "N" TO WS-CADENA-OK
           ELSE
               DISPLAY "PASO FINALIZADO CORRECTAMENTE."
               ADD 1 TO WS-CONT-OK
               MOVE "O" TO TP-ESTADO(WS-IDX-PASO)
               MOVE TP-SECUENCIA(WS-IDX-PASO) TO WS-ULTIMO-OK
               PERFORM GRABAR-ESTADO
               PERFORM ACTUALIZAR-ULTIMA-EJECUCION
           END-IF
           ACCEPT WS-HORA-FIN FROM TIME
           PERFORM REGISTRAR-VOLUMEN
           PERFORM GRABAR-JOBLOG-PASO
           PERFORM VIGILAR-VENTANA.

      *----------------------------------------------------------------*
      *    VOLUMEN DEL PASO: REGISTROS DEL .ctl DE CADA ARCHIVO QUE    *
      *    volumen_param.txt LE ASOCIA (FORMATO CTL-VERIFY) Y, EN LOS  *
      *    ASIENTOS (TIPO D), EL DEBE DE LA COLA T COMO IMPORTE. UN    *
      *    PASO SIN ARCHIVOS ASOCIADOS NO DEJA LINEA.                  *
      *----------------------------------------------------------------*
       REGISTRAR-VOLUMEN.
           MOVE 0 TO WS-VOL-FUENTES
           MOVE 0 TO WS-VOL-REGISTROS
           MOVE 0 TO WS-VOL-IMPORTE
           PERFORM VARYING WS-IDX-VOL FROM 1 BY 1
                   UNTIL WS-IDX-VOL > WS-CANT-VOL
               IF TV-SECUENCIA(WS-IDX-VOL) = TP-SECUENCIA(WS-IDX-PASO)
                   ADD 1 TO WS-VOL-FUENTES
                   MOVE TV-ARCHIVO(WS-IDX-VOL) TO WS-VOL-NOMBRE-DATOS
                   PERFORM LEER-CTL-VOLUMEN
                   IF TV-TIPO(WS-IDX-VOL) = "D"
                       PERFORM LEER-COLA-ASIENTO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VOL-FUENTES > 0
               PERFORM CALCULAR-DURACION-PASO
               MOVE SPACES TO REG-VOLUMEN
               MOVE WS-RUN-ID TO VOL-RUN-ID
               MOVE WS-RUN-FECHA TO VOL-FECHA
               MOVE TP-SECUENCIA(WS-IDX-PASO) TO VOL-SECUENCIA
               MOVE TP-COMANDO(WS-IDX-PASO) TO VOL-COMANDO
               MOVE WS-DURACION TO VOL-SEGUNDOS
               MOVE WS-RC-REAL TO VOL-RC
               MOVE WS-VOL-REGISTROS TO VOL-REGISTROS
               MOVE WS-VOL-IMPORTE TO VOL-IMPORTE
               OPEN EXTEND ARCH-VOLUMEN
               IF FS-VOL = "35"
                   OPEN OUTPUT ARCH-VOLUMEN
               END-IF
               WRITE REG-VOLUMEN
               CLOSE ARCH-VOLUMEN
               DISPLAY "VOLUMEN DEL PASO: " WS-VOL-REGISTROS
                   " REGISTROS EN " VOL-SEGUNDOS " SEGUNDOS."
           END-IF.

       LEER-CTL-VOLUMEN.
           MOVE SPACES TO WS-VOL-NOMBRE-CTL
           STRING WS-VOL-NOMBRE-DATOS DELIMITED BY SPACE
               ".ctl" DELIMITED BY SIZE
               INTO WS-VOL-NOMBRE-CTL
           END-STRING
           OPEN INPUT ARCH-VOL-CTL
           IF FS-VCT = "00"
               READ ARCH-VOL-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VCT-CANTIDAD IS NUMERIC
                           ADD VCT-CANTIDAD TO WS-VOL-REGISTROS
                       END-IF
               END-READ
               CLOSE ARCH-VOL-CTL
           ELSE
               DISPLAY "SIN " WS-VOL-NOMBRE-CTL
                   ": EL VOLUMEN DEL PASO QUEDA INCOMPLETO."
           END-IF.

       LEER-COLA-ASIENTO.
           MOVE "N" TO WS-FIN-VDT
           OPEN INPUT ARCH-VOL-DATOS
           IF FS-VDT = "00"
               PERFORM LEER-VOL-DATOS
               PERFORM UNTIL WS-FIN-VDT = "S"
                   IF VDT-TIPO = "T" AND VDT-DEBE IS NUMERIC
                       ADD VDT-DEBE TO WS-VOL-IMPORTE
                   END-IF
                   PERFORM LEER-VOL-DATOS
               END-PERFORM
               CLOSE ARCH-VOL-DATOS
           END-IF.

       LEER-VOL-DATOS.
           READ ARCH-VOL-DATOS
               AT END MOVE "S" TO WS-FIN-VDT
           END-READ.

      *    DURACION EN SEGUNDOS; UN FIN MENOR QUE EL INICIO ES UN
      *    CRUCE DE MEDIANOCHE.
       CALCULAR-DURACION-PASO.
           MOVE WS-HORA-INICIO TO WS-HORA-DESC
           COMPUTE WS-SEG-INICIO = WS-HD-HH * 3600
               + WS-HD-MM * 60 + WS-HD-SS
           MOVE WS-HORA-FIN TO WS-HORA-DESC
           COMPUTE WS-SEG-FIN = WS-HD-HH * 3600
               + WS-HD-MM * 60 + WS-HD-SS
           COMPUTE WS-DURACION = WS-SEG-FIN - WS-SEG-INICIO
           IF WS-DURACION < 0
               ADD 86400 TO WS-DURACION
           END-IF.

       CARGAR-PARAM-VOLUMEN.
           MOVE 0 TO WS-CANT-VOL
           MOVE "N" TO WS-FIN-VPA
           OPEN INPUT ARCH-VOL-PARAM
           IF FS-VPA = "00"
               PERFORM LEER-VOL-PARAM
               PERFORM UNTIL WS-FIN-VPA = "S"
                   IF WS-CANT-VOL < 30
                           AND VPA-SECUENCIA IS NUMERIC
                           AND VPA-ARCHIVO NOT = SPACES
                       ADD 1 TO WS-CANT-VOL
                       MOVE VPA-SECUENCIA
                           TO TV-SECUENCIA(WS-CANT-VOL)
                       MOVE VPA-ARCHIVO TO TV-ARCHIVO(WS-CANT-VOL)
                       MOVE FUNCTION UPPER-CASE(VPA-TIPO)
                           TO TV-TIPO(WS-CANT-VOL)
                   END-IF
                   PERFORM LEER-VOL-PARAM
               END-PERFORM
               CLOSE ARCH-VOL-PARAM
           END-IF.

       LEER-VOL-PARAM.
           READ ARCH-VOL-PARAM
               AT END MOVE "S" TO WS-FIN-VPA
           END-READ.

      *----------------------------------------------------------------*
      *    RESOLVER-PASO-DEPEND                                        *
      *    Con dependencias declaradas la cadena no se corta en el     *
      *    primer fallo: el paso corre si sus dependencias terminaron  *
      *    y se cumple su condicion (O solo si todas OK, F solo si     *
      *    alguna fallo, A siempre). Si una dependencia fallo (con     *
      *    condicion O), quedo bloqueada o esta retenida, el paso      *
      *    queda BLOQUEADO con la secuencia del paso que origino el    *
      *    corte. Las ramas que no dependen de el siguen corriendo.    *
      *    Como las dependencias apuntan a pasos anteriores, al        *
      *    llegar a cada paso las suyas ya estan resueltas.            *
      *----------------------------------------------------------------*
       RESOLVER-PASO-DEPEND.
           IF TP-ESTADO(WS-IDX-PASO) = "O"
                   OR TP-ESTADO(WS-IDX-PASO) = "K"
               ADD 1 TO WS-CONT-SALTADOS
               DISPLAY "PASO " TP-SECUENCIA(WS-IDX-PASO)
                   " YA COMPLETADO. SE SALTA."
           ELSE
               PERFORM VERIFICAR-RETENCION
               IF WS-RETENIDO = "S"
                   MOVE "R" TO TP-ESTADO(WS-IDX-PASO)
                   MOVE TP-SECUENCIA(WS-IDX-PASO)
                       TO TP-BLOQUEO(WS-IDX-PASO)
                   ADD 1 TO WS-CONT-SALTADOS
               ELSE
                   PERFORM EVALUAR-DEPENDENCIAS
                   EVALUATE WS-DEP-DECISION
                       WHEN "B"
                           PERFORM BLOQUEAR-PASO
                       WHEN "X"
                           PERFORM OMITIR-PASO-CONDICION
                       WHEN OTHER
                           PERFORM DETERMINAR-SI-CORRESPONDE
                           IF WS-CORRESPONDE = "N"
                               MOVE "N" TO TP-ESTADO(WS-IDX-PASO)
                               ADD 1 TO WS-CONT-SALTADOS
                           ELSE
                               PERFORM EJECUTAR-PASO
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM GRABAR-ESTADO.

      *    DECISION: C CORRE, B BLOQUEADO (WS-DEP-RAIZ = PASO QUE
      *    ORIGINO EL CORTE), X NO CORRESPONDE POR LA CONDICION. UN
      *    PASO MARCADO B AL VALIDAR TIENE UNA DEPENDENCIA INVALIDA.
       EVALUAR-DEPENDENCIAS.
           MOVE "C" TO WS-DEP-DECISION
           MOVE 0 TO WS-DEP-RAIZ
           MOVE 0 TO WS-DEP-FALLA
           MOVE 0 TO WS-DEP-FALLIDAS
           MOVE 0 TO WS-DEP-CANT
           IF TP-ESTADO(WS-IDX-PASO) = "B"
               MOVE "B" TO WS-DEP-DECISION
               MOVE TP-BLOQUEO(WS-IDX-PASO) TO WS-DEP-RAIZ
           END-IF
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > 4 OR WS-DEP-DECISION = "B"
               IF TP-DEPENDE(WS-IDX-PASO WS-IDX-DEP) > 0
                   ADD 1 TO WS-DEP-CANT
                   MOVE TP-DEPENDE(WS-IDX-PASO WS-IDX-DEP)
                       TO WS-SEC-BUSCADA
                   PERFORM BUSCAR-PASO-SECUENCIA
                   EVALUATE TP-ESTADO(WS-IDX-BUSCA)
                       WHEN "F"
                           ADD 1 TO WS-DEP-FALLIDAS
                           IF WS-DEP-FALLA = 0
                               MOVE TP-SECUENCIA(WS-IDX-BUSCA)
                                   TO WS-DEP-FALLA
                           END-IF
                       WHEN "B"
                       WHEN "R"
                           MOVE "B" TO WS-DEP-DECISION
                           MOVE TP-BLOQUEO(WS-IDX-BUSCA)
                               TO WS-DEP-RAIZ
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-DEP-DECISION = "C" AND WS-DEP-CANT > 0
               EVALUATE TP-CONDICION(WS-IDX-PASO)
                   WHEN "F"
                       IF WS-DEP-FALLIDAS = 0
                           MOVE "X" TO WS-DEP-DECISION
                       END-IF
                   WHEN "A"
                       CONTINUE
                   WHEN OTHER
                       IF WS-DEP-FALLIDAS > 0
                           MOVE "B" TO WS-DEP-DECISION
                           MOVE WS-DEP-FALLA TO WS-DEP-RAIZ
                       END-IF
               END-EVALUATE
           END-IF.

       BLOQUEAR-PASO.
           MOVE "B" TO TP-ESTADO(WS-IDX-PASO)
           MOVE WS-DEP-RAIZ TO TP-BLOQUEO(WS-IDX-PASO)
           ADD 1 TO WS-CONT-BLOQUEADOS
           ADD 1 TO WS-CONT-SALTADOS
           DISPLAY "PASO " TP-SECUENCIA(WS-IDX-PASO)
               " BLOQUEADO POR EL PASO " WS-DEP-RAIZ ". SE SALTA."
           MOVE SPACES TO WS-LINEA-LOG
           STRING "CORRIDA " WS-RUN-ID
               " PASO " TP-SECUENCIA(WS-IDX-PASO)
               " DECISION=BLOQUEADO POR=" WS-DEP-RAIZ
               INTO WS-LINEA-LOG
           END-STRING
           PERFORM GRABAR-JOBLOG.

       OMITIR-PASO-CONDICION.
           MOVE "X" TO TP-ESTADO(WS-IDX-PASO)
           ADD 1 TO WS-CONT-SALTADOS
           DISPLAY "PASO " TP-SECUENCIA(WS-IDX-PASO)
               " NO CORRESPONDE: SOLO CORRE SI FALLA UNA "
               "DEPENDENCIA Y TODAS TERMINARON OK."
           MOVE SPACES TO WS-LINEA-LOG
           STRING "CORRIDA " WS-RUN-ID
               " PASO " TP-SECUENCIA(WS-IDX-PASO)
               " DECISION=OMITIDO COND=F"
               INTO WS-LINEA-LOG
           END-STRING
           PERFORM GRABAR-JOBLOG.

      *    PRIMER PASO DE LA TABLA CON LA SECUENCIA WS-SEC-BUSCADA
      *    (WS-IDX-BUSCA = 0 SI NO EXISTE).
       BUSCAR-PASO-SECUENCIA.
           MOVE 0 TO WS-IDX-BUSCA
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-CANT-PASOS
                       OR WS-IDX-BUSCA > 0
               IF TP-SECUENCIA(WS-IDX-EST) = WS-SEC-BUSCADA
                   MOVE WS-IDX-EST TO WS-IDX-BUSCA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    VALIDAR-DEPENDENCIAS                                        *
      *    Cada dependencia tiene que ser un paso anterior de          *
      *    jobs.txt; si no, el paso queda bloqueado de entrada (no se  *
      *    arriesga a correrlo fuera de orden). Ademas calcula el      *
      *    nivel de cada paso en el arbol (largo del camino mas largo  *
      *    desde un paso sin dependencias) para mostrarlo sangrado.    *
      *----------------------------------------------------------------*
       VALIDAR-DEPENDENCIAS.
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CANT-PASOS
               PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                       UNTIL WS-IDX-DEP > 4
                   IF TP-DEPENDE(WS-IDX-PASO WS-IDX-DEP) > 0
                       MOVE TP-DEPENDE(WS-IDX-PASO WS-IDX-DEP)
                           TO WS-SEC-BUSCADA
                       PERFORM BUSCAR-PASO-SECUENCIA
                       IF WS-IDX-BUSCA = 0
                               OR WS-IDX-BUSCA >= WS-IDX-PASO
                           MOVE "B" TO TP-ESTADO(WS-IDX-PASO)
                           MOVE WS-SEC-BUSCADA
                               TO TP-BLOQUEO(WS-IDX-PASO)
                           DISPLAY "PASO " TP-SECUENCIA(WS-IDX-PASO)
                               ": LA DEPENDENCIA " WS-SEC-BUSCADA
                               " NO ES UN PASO ANTERIOR DE jobs.txt."
                       ELSE
                           IF TP-NIVEL(WS-IDX-BUSCA) < 9
                                   AND TP-NIVEL(WS-IDX-BUSCA)
                                       >= TP-NIVEL(WS-IDX-PASO)
                               COMPUTE TP-NIVEL(WS-IDX-PASO) =
                                   TP-NIVEL(WS-IDX-BUSCA) + 1
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    ARBOL DE DEPENDENCIAS AL INICIO DE LA CORRIDA, EN PANTALLA
      *    Y EN joblog.txt.
       MOSTRAR-ARBOL.
           DISPLAY "ARBOL DE DEPENDENCIAS DE LA CADENA:"
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CANT-PASOS
               PERFORM ARMAR-LINEA-ARBOL
               DISPLAY "  " WS-LINEA-ARBOL(1:76)
               MOVE SPACES TO WS-LINEA-LOG
               STRING "CORRIDA " WS-RUN-ID
                   " ARBOL " WS-LINEA-ARBOL
                   INTO WS-LINEA-LOG
               END-STRING
               PERFORM GRABAR-JOBLOG
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
           STRING "PASO " TP-SECUENCIA(WS-IDX-PASO) " "
                   DELIMITED BY SIZE
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

      *    AL CERRAR LA CADENA: QUE PASOS QUEDARON BLOQUEADOS Y POR
      *    CUAL FALLA O RETENCION. CON UN FALLIDO O UN BLOQUEADO LA
      *    CADENA QUEDA PARA REINICIO.
       INFORMAR-BLOQUEOS.
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CANT-PASOS
               IF TP-ESTADO(WS-IDX-PASO) = "F"
                   MOVE "N" TO WS-CADENA-OK
               END-IF
               IF TP-ESTADO(WS-IDX-PASO) = "B"
                   MOVE "N" TO WS-CADENA-OK
                   MOVE TP-BLOQUEO(WS-IDX-PASO) TO WS-SEC-BUSCADA
                   PERFORM BUSCAR-PASO-SECUENCIA
                   MOVE "INEXISTENTE" TO WS-DESC-BLOQUEO
                   IF WS-IDX-BUSCA > 0
                       EVALUATE TP-ESTADO(WS-IDX-BUSCA)
                           WHEN "F"
                               MOVE "FALLIDO" TO WS-DESC-BLOQUEO
                           WHEN "R"
                               MOVE "RETENIDO" TO WS-DESC-BLOQUEO
                           WHEN OTHER
                               MOVE "NO ANTERIOR" TO WS-DESC-BLOQUEO
                       END-EVALUATE
                   END-IF
                   DISPLAY "PASO " TP-SECUENCIA(WS-IDX-PASO)
                       " BLOQUEADO POR EL PASO "
                       TP-BLOQUEO(WS-IDX-PASO) " ("
                       WS-DESC-BLOQUEO ")"
               END-IF
           END-PERFORM
           IF WS-CONT-BLOQUEADOS > 0
               DISPLAY "PASOS BLOQUEADOS: " WS-CONT-BLOQUEADOS
           END-IF.

      *----------------------------------------------------------------*
      *    VENTANA BATCH: AL CERRAR CADA PASO SE COMPARA LA HORA       *
      *    REAL CONTRA LOS OBJETIVOS DE sla_jobs.txt, EL PROPIO Y EL   *
               " FALLIDOS=" WS-CONT-FALLIDOS
               " SALTADOS=" WS-CONT-SALTADOS
               " RC-FINAL=" WS-RC-FINAL
               " BLOQUEADOS=" WS-CONT-BLOQUEADOS
               INTO WS-LINEA-LOG
           END-STRING
           MOVE WS-RC-FINAL TO RETURN-CODE
                       CONTINUE
                   NOT AT END
                       MOVE EST-ULTIMO-OK TO WS-ULTIMO-OK
                       IF WS-MODO-DEPEND = "S"
                           PERFORM CARGAR-ESTADO-PASOS
                       END-IF
               END-READ
               CLOSE ARCH-ESTADO
           END-IF.

      *    REINICIO CON DEPENDENCIAS: LOS PASOS QUE LA CORRIDA
      *    ANTERIOR DEJO OK (O) O QUE EL OPERADOR SALTO (K) NO SE
      *    REPITEN; FALLIDOS Y BLOQUEADOS SE VUELVEN A EVALUAR. UN
      *    jobstate.txt DE LA CADENA SECUENCIAL (SOLO ULTIMO-OK) SE
      *    RESPETA: LO QUE LLEGA HASTA ESA SECUENCIA QUEDA OK.
       CARGAR-ESTADO-PASOS.
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CANT-PASOS
               IF TP-ESTADO(WS-IDX-PASO) = "P"
                       AND TP-SECUENCIA(WS-IDX-PASO) <= WS-ULTIMO-OK
                   MOVE "O" TO TP-ESTADO(WS-IDX-PASO)
               END-IF
               PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                       UNTIL WS-IDX-EST > 20
                   IF TP-ESTADO(WS-IDX-PASO) = "P"
                           AND EST-P-SECUENCIA(WS-IDX-EST) IS NUMERIC
                           AND EST-P-SECUENCIA(WS-IDX-EST)
                               = TP-SECUENCIA(WS-IDX-PASO)
                           AND (EST-P-ESTADO(WS-IDX-EST) = "O"
                               OR EST-P-ESTADO(WS-IDX-EST) = "K")
                       MOVE EST-P-ESTADO(WS-IDX-EST)
                           TO TP-ESTADO(WS-IDX-PASO)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    CON DEPENDENCIAS EL AVANCE ES POR PASO (SECUENCIA, ESTADO
      *    Y PASO QUE LO BLOQUEA) Y ULTIMO-OK QUEDA EN CERO.
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

