      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Control del cliente nuevo contra la lista de
      *                sanciones (modulo comun SANCIONES-RUTINA) apenas
      *                queda grabado: las coincidencias pasan a la cola
      *                de revision de CICS-SANCIONES y se avisan en
      *                pantalla; el lote cuenta los clientes que
      *                quedaron en revision.
      * 15-10-2026 AAR Documento de identidad y riesgo del cliente en
      *                IDENTIDAD.IDX (clave CLI-ID, clave alterna
      *                tipo + numero de documento sin duplicados): el
      *                alta manual los pide y el lote los trae al final
      *                del registro. Se validan con el modulo comun
      *                VALIDA-DOCUMENTO y se rechaza el alta si el
      *                documento ya pertenece a otro cliente, antes de
      *                grabar en CLIENTES.IDX.
      * 02-09-2026 AAR El alta manual y el lote capturan la fecha de
      *                nacimiento (el lote la trae al final del
      *                registro); la edad se calcula al momento con
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT IDENTIDAD ASSIGN TO "IDENTIDAD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDN-CLI-ID
               ALTERNATE RECORD KEY IS IDN-DOCUMENTO
               FILE STATUS IS FS-IDN.
           SELECT ARCH-LOTE ASSIGN TO "clientes_batch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE.
           05 CLI-FECHA-NAC    PIC 9(8).
           05 FILLER           PIC X(3).

       FD  IDENTIDAD
           RECORD CONTAINS 100 CHARACTERS.
       01  IDENTIDAD-REG.
           05 IDN-CLI-ID       PIC 9(5).
           05 IDN-DOCUMENTO.
               10 IDN-DOC-TIPO     PIC X(2).
               10 IDN-DOC-NUMERO   PIC X(15).
           05 IDN-DOC-PAIS     PIC X(3).
           05 IDN-DOC-VENCE    PIC 9(8).
           05 IDN-RIESGO       PIC X(1).
               88 IDN-RIESGO-BAJO  VALUE "B".
               88 IDN-RIESGO-MEDIO VALUE "M".
               88 IDN-RIESGO-ALTO  VALUE "A".
           05 IDN-FECHA-REVISION PIC 9(8).
           05 IDN-PROX-REVISION PIC 9(8).
           05 IDN-BLOQUEO      PIC X(1).
               88 IDN-BLOQUEADO    VALUE "S".
           05 IDN-FECHA-BLOQUEO PIC 9(8).
           05 IDN-FECHA-ALTA   PIC 9(8).
           05 IDN-USUARIO      PIC X(10).
           05 FILLER           PIC X(23).

       FD  ARCH-LOTE.
       01  REG-LOTE.
           05 LOTE-ID          PIC 9(5).
           05 LOTE-APELLIDO    PIC X(30).
           05 LOTE-EDAD        PIC 99.
           05 LOTE-FECHA-NAC   PIC 9(8).
           05 LOTE-DOC-TIPO    PIC X(2).
           05 LOTE-DOC-NUMERO  PIC X(15).
           05 LOTE-DOC-PAIS    PIC X(3).
           05 LOTE-DOC-VENCE   PIC 9(8).
           05 LOTE-RIESGO      PIC X(1).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).
       WORKING-STORAGE SECTION.
       01  FS               PIC XX.
       01  FS-LOTE          PIC XX.
       01  FS-IDN           PIC XX.
       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-USUARIO     PIC X(10).
       01  WS-VALIDA-SAL    PIC X(1) VALUE "N".
       01  WS-MOTIVO        PIC 9(1) VALUE 0.
       01  WS-MENSAJE       PIC X(30).
       01  WS-FECHA-HOY     PIC 9(8) VALUE 0.
       01  WS-DOC-TIPO      PIC X(2).
       01  WS-DOC-NUMERO    PIC X(15).
       01  WS-DOC-PAIS      PIC X(3).
       01  WS-DOC-VENCE     PIC 9(8) VALUE 0.
       01  WS-RIESGO        PIC X(1).
       01  WS-SAN-ORIGEN    PIC X(10) VALUE "DB-INSERT".
       01  WS-SAN-COINC     PIC 9(2) VALUE 0.
       01  WS-SAN-ALERTAS   PIC 9(2) VALUE 0.
       01  WS-SAN-RC        PIC X(2) VALUE "00".
       01  WS-CONT-SANCION  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "MODO (M=MANUAL, L=LOTE DESDE ARCHIVO): "
           ACCEPT WS-MODO
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           MOVE "CLIENTES" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
               STOP RUN
           END-IF

           OPEN I-O IDENTIDAD
           IF FS-IDN = "35"
               OPEN OUTPUT IDENTIDAD
               CLOSE IDENTIDAD
               OPEN I-O IDENTIDAD
           END-IF
           IF FS-IDN NOT = "00"
               DISPLAY "ERROR AL ABRIR IDENTIDAD.IDX. FS=" FS-IDN
               MOVE "IDENTIDAD.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-IDN TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CLIENTES
               PERFORM LIBERAR-CANDADO
               STOP RUN
           END-IF

           IF WS-MODO = "L"
               PERFORM INSERTAR-POR-LOTE THRU INSERTAR-POR-LOTE-EXIT
           ELSE
           END-IF

           CLOSE CLIENTES
           CLOSE IDENTIDAD
           PERFORM LIBERAR-CANDADO
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.
               PERFORM CALCULAR-EDAD-ACTUAL
           END-PERFORM
           MOVE WS-EDAD-CALC TO WS-EDAD
           DISPLAY "Tipo de documento (DN=NACIONAL, PA=PASAPORTE, "
               "CE=EXTRANJERIA, RT=TRIBUTARIO): "
           ACCEPT WS-DOC-TIPO
           MOVE FUNCTION UPPER-CASE(WS-DOC-TIPO) TO WS-DOC-TIPO
           DISPLAY "Numero de documento: "
           ACCEPT WS-DOC-NUMERO
           MOVE FUNCTION UPPER-CASE(WS-DOC-NUMERO) TO WS-DOC-NUMERO
           DISPLAY "Pais emisor (3 letras): "
           ACCEPT WS-DOC-PAIS
           MOVE FUNCTION UPPER-CASE(WS-DOC-PAIS) TO WS-DOC-PAIS
           DISPLAY "Vencimiento del documento (AAAAMMDD): "
           ACCEPT WS-DOC-VENCE
           DISPLAY "Riesgo (B=BAJO, M=MEDIO, A=ALTO): "
           ACCEPT WS-RIESGO
       .

      *-----------------------------------------------------------------
               DISPLAY "NO SE INSERTA."
               GO TO INTENTAR-INSERTAR-EXIT
           END-IF
           PERFORM VERIFICAR-DOCUMENTO
           IF WS-MOTIVO NOT = 0
               DISPLAY "DOCUMENTO RECHAZADO: " WS-MENSAJE
               DISPLAY "NO SE INSERTA."
               GO TO INTENTAR-INSERTAR-EXIT
           END-IF

           MOVE WS-ID        TO CLI-ID
           MOVE WS-NOMBRE    TO CLI-NOMBRE

           WRITE CLIENTE-REG
           IF FS = "00"
               PERFORM GRABAR-IDENTIDAD
               DISPLAY "REGISTRO INSERTADO CORRECTAMENTE."
               PERFORM CONTROLAR-SANCIONES
               IF WS-SAN-RC = "10"
                   DISPLAY "SIN LISTA DE SANCIONES: CLIENTE NO "
                       "CONTROLADO."
               END-IF
               IF WS-SAN-COINC > 0
                   DISPLAY "ATENCION: " WS-SAN-COINC
                       " COINCIDENCIA(S) CON LA LISTA DE SANCIONES."
                   DISPLAY "CLIENTE EN REVISION DE CUMPLIMIENTO."
               END-IF
           ELSE
               IF FS = "22"
                   DISPLAY "ERROR: CLAVE DUPLICADA. NO SE INSERTO."
               CALL "VALIDA-CLIENTE" USING WS-ID WS-NOMBRE WS-EDAD
                   WS-SALARIO-NULO WS-VALIDA-SAL WS-MOTIVO
                   WS-MENSAJE
               IF WS-MOTIVO = 0
                   MOVE LOTE-DOC-TIPO TO WS-DOC-TIPO
                   MOVE LOTE-DOC-NUMERO TO WS-DOC-NUMERO
                   MOVE LOTE-DOC-PAIS TO WS-DOC-PAIS
                   MOVE 0 TO WS-DOC-VENCE
                   IF LOTE-DOC-VENCE IS NUMERIC
                       MOVE LOTE-DOC-VENCE TO WS-DOC-VENCE
                   END-IF
                   MOVE LOTE-RIESGO TO WS-RIESGO
                   PERFORM VERIFICAR-DOCUMENTO
               END-IF
               IF WS-MOTIVO NOT = 0
                   ADD 1 TO WS-CONT-RECHAZ
                   DISPLAY "RECHAZADO ID=" LOTE-ID " "

               WRITE CLIENTE-REG
               IF FS = "00"
                   PERFORM GRABAR-IDENTIDAD
                   ADD 1 TO WS-CONT-INSERT
                   PERFORM CONTROLAR-SANCIONES
                   IF WS-SAN-COINC > 0
                       ADD 1 TO WS-CONT-SANCION
                       DISPLAY "EN REVISION SANCIONES ID=" LOTE-ID
                   END-IF
               ELSE
                   ADD 1 TO WS-CONT-RECHAZ
                   DISPLAY "RECHAZADO ID=" LOTE-ID " FS=" FS

           CLOSE ARCH-LOTE
           DISPLAY "INSERTADOS: " WS-CONT-INSERT
           DISPLAY "RECHAZADOS: " WS-CONT-RECHAZ
           DISPLAY "EN REVISION: " WS-CONT-SANCION
           IF WS-SAN-RC = "10"
               DISPLAY "SIN LISTA DE SANCIONES: ALTAS NO CONTROLADAS."
           END-IF.

       INSERTAR-POR-LOTE-EXIT.
           EXIT.
               AT END MOVE "S" TO WS-FIN-LOTE
           END-READ.

      *-----------------------------------------------------------------
      * DOCUMENTO DE IDENTIDAD: REGLAS COMUNES (VALIDA-DOCUMENTO) Y
      * TIPO + NUMERO QUE NO PERTENEZCA YA A OTRO CLIENTE.
      *-----------------------------------------------------------------
       VERIFICAR-DOCUMENTO.
           CALL "VALIDA-DOCUMENTO" USING WS-DOC-TIPO WS-DOC-NUMERO
               WS-DOC-PAIS WS-DOC-VENCE WS-FECHA-HOY WS-MOTIVO
               WS-MENSAJE
           IF WS-MOTIVO = 0
               MOVE WS-DOC-TIPO TO IDN-DOC-TIPO
               MOVE WS-DOC-NUMERO TO IDN-DOC-NUMERO
               READ IDENTIDAD KEY IS IDN-DOCUMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 6 TO WS-MOTIVO
                       MOVE SPACES TO WS-MENSAJE
                       STRING "DOCUMENTO DEL CLIENTE "
                           IDN-CLI-ID DELIMITED BY SIZE
                           INTO WS-MENSAJE
                       END-STRING
               END-READ
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RIESGO) TO WS-RIESGO
           IF WS-RIESGO NOT = "M" AND WS-RIESGO NOT = "A"
               MOVE "B" TO WS-RIESGO
           END-IF
       .

      *-----------------------------------------------------------------
      * EL ALTA DEL CLIENTE CUENTA COMO PRIMERA REVISION DE KYC; LA
      * PROXIMA LA CALCULA DB-KYC SEGUN EL RIESGO.
      *-----------------------------------------------------------------
       GRABAR-IDENTIDAD.
           MOVE SPACES TO IDENTIDAD-REG
           MOVE CLI-ID TO IDN-CLI-ID
           MOVE WS-DOC-TIPO TO IDN-DOC-TIPO
           MOVE WS-DOC-NUMERO TO IDN-DOC-NUMERO
           MOVE WS-DOC-PAIS TO IDN-DOC-PAIS
           MOVE WS-DOC-VENCE TO IDN-DOC-VENCE
           MOVE WS-RIESGO TO IDN-RIESGO
           MOVE WS-FECHA-HOY TO IDN-FECHA-REVISION
           MOVE 0 TO IDN-PROX-REVISION
           MOVE "N" TO IDN-BLOQUEO
           MOVE 0 TO IDN-FECHA-BLOQUEO
           MOVE WS-FECHA-HOY TO IDN-FECHA-ALTA
           MOVE "DB-INSERT" TO IDN-USUARIO
           WRITE IDENTIDAD-REG
           IF FS-IDN NOT = "00"
               DISPLAY "ERROR AL GRABAR IDENTIDAD ID=" CLI-ID
                   " FS=" FS-IDN
               MOVE "IDENTIDAD.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-IDN TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF
       .

      *-----------------------------------------------------------------
      * CONTROL DEL CLIENTE RECIEN GRABADO CONTRA LA LISTA DE SANCIONES;
      * LAS COINCIDENCIAS QUEDAN EN SANCIONES-REV.IDX PARA REVISION.
      *-----------------------------------------------------------------
       CONTROLAR-SANCIONES.
           CALL "SANCIONES-RUTINA" USING CLI-ID CLI-NOMBRE
               CLI-APELLIDO WS-DOC-NUMERO WS-SAN-ORIGEN WS-SAN-COINC
               WS-SAN-ALERTAS WS-SAN-RC
           IF WS-SAN-RC = "20"
               DISPLAY "NO SE PUDO ABRIR SANCIONES-REV.IDX: CLIENTE "
                   CLI-ID " SIN ENCOLAR."
           END-IF
       .

      *-----------------------------------------------------------------
      * REGISTRA EN errores.log CUALQUIER FS DISTINTO DE "00"
      *-----------------------------------------------------------------
