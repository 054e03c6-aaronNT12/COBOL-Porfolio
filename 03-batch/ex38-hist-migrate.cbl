      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Migracion unica del historico de nomina al archivo
      *          indexado NOMINA-HIST.IDX: lee nomina_hist.txt (layout
      *          de 111 caracteres, en el orden en que lo fueron
      *          grabando las corridas) y graba cada linea con la
      *          clave periodo + empleado + secuencia (113). La
      *          secuencia arranca en 00 y sube cuando el mismo
      *          empleado ya tiene linea en el periodo (retro,
      *          aguinaldo, reproceso tras un reverso, finiquito).
      *          Al terminar, nomina_hist.txt pasa a llamarse
      *          nomina_hist_migrado.txt, con lo que un programa
      *          viejo que todavia lo lea se detiene en el OPEN en
      *          vez de trabajar sobre un historico congelado.
      *          Correr UNA sola vez, antes de usar los programas ya
      *          cortados al indexado; si NOMINA-HIST.IDX ya existe
      *          la migracion se niega.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIST-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-V1 ASSIGN TO "nomina_hist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-V1.
           SELECT HIST-V2 ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-CLAVE
               ALTERNATE RECORD KEY IS V2-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-V2.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-V1.
       01  HIST-REG-V1.
           05 V1-FECHA-PERIODO  PIC 9(8).
           05 V1-EMP-ID         PIC 9(4).
           05 V1-RESTO          PIC X(99).

       FD  HIST-V2.
       01  HIST-REG-V2.
           05 V2-CLAVE.
               10 V2-FECHA-PERIODO PIC 9(8).
               10 V2-EMP-ID        PIC 9(4).
               10 V2-SECUENCIA     PIC 9(2).
           05 V2-RESTO          PIC X(99).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-V1               PIC XX.
       01  FS-V2               PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).

       01  WS-CONFIRMA         PIC X.
       01  WS-FIN              PIC X VALUE "N".
       01  WS-CONT-LEIDOS      PIC 9(7) VALUE 0.
       01  WS-CONT-MIGRADOS    PIC 9(7) VALUE 0.
       01  WS-CONT-SECUENCIA   PIC 9(7) VALUE 0.
       01  WS-CONT-RECHAZADOS  PIC 9(7) VALUE 0.

       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-USUARIO     PIC X(10) VALUE "MIGRA-HIST".
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).

       01  WS-NOMBRE-V1        PIC X(40) VALUE "nomina_hist.txt".
       01  WS-NOMBRE-MIGRADO   PIC X(40)
                               VALUE "nomina_hist_migrado.txt".
       01  WS-RC-CBL           PIC 9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "  MIGRACION DE nomina_hist.txt AL INDEXADO      "
           DISPLAY "  NOMINA-HIST.IDX (PERIODO + EMPLEADO)          "
           DISPLAY "==============================================="
           DISPLAY "ESTO CARGA NOMINA-HIST.IDX DESDE nomina_hist.txt "
               "Y RENOMBRA ESTE A nomina_hist_migrado.txt. CORRER "
               "UNA SOLA VEZ. CONFIRMA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "MIGRACION CANCELADA."
               STOP RUN
           END-IF

      *    LAS CORRIDAS QUE GRABAN HISTORICO TOMAN EL CANDADO DEL
      *    MAESTRO: CON EL CANDADO NINGUNA AGREGA LINEAS A MEDIAS.
           MOVE "EMPLEADOS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "EMPLEADOS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HIST-V2
           IF FS-V2 = "00"
               DISPLAY "NOMINA-HIST.IDX YA EXISTE: LA MIGRACION YA "
                   "SE CORRIO. NO SE HACE NADA."
               CLOSE HIST-V2
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HIST-V1
           IF FS-V1 NOT = "00"
               DISPLAY "nomina_hist.txt NO DISPONIBLE (FS=" FS-V1 ")."
               MOVE "nomina_hist.txt" TO WS-ERR-ARCHIVO
               MOVE FS-V1 TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT HIST-V2
           IF FS-V2 NOT = "00"
               DISPLAY "ERROR AL CREAR NOMINA-HIST.IDX. FS=" FS-V2
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-V2 TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE HIST-V1
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *    EL ARCHIVO VIEJO NO VIENE ORDENADO POR CLAVE: SE CREA VACIO
      *    Y SE CARGA EN I-O, CON GRABACION AL AZAR.
           CLOSE HIST-V2
           OPEN I-O HIST-V2

           PERFORM LEER-HISTORICO-V1
           PERFORM UNTIL WS-FIN = "S"
               PERFORM MIGRAR-LINEA
               PERFORM LEER-HISTORICO-V1
           END-PERFORM

           CLOSE HIST-V1
           CLOSE HIST-V2

           IF WS-CONT-RECHAZADOS = 0
               CALL "CBL_RENAME_FILE" USING WS-NOMBRE-V1
                   WS-NOMBRE-MIGRADO
                   RETURNING WS-RC-CBL
           ELSE
               DISPLAY "** HUBO LINEAS SIN MIGRAR: nomina_hist.txt "
                   "QUEDA CON SU NOMBRE PARA REVISAR. **"
               MOVE 1 TO RETURN-CODE
           END-IF

           PERFORM LIBERAR-CANDADO

           DISPLAY "-----------------------------------------------"
           DISPLAY "LINEAS LEIDAS:          " WS-CONT-LEIDOS
           DISPLAY "LINEAS MIGRADAS:        " WS-CONT-MIGRADOS
           DISPLAY "CON SECUENCIA > 00:     " WS-CONT-SECUENCIA
           DISPLAY "LINEAS RECHAZADAS:      " WS-CONT-RECHAZADOS
           IF WS-CONT-RECHAZADOS = 0
               DISPLAY "EL ARCHIVO VIEJO QUEDO COMO "
                   "nomina_hist_migrado.txt."
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       LEER-HISTORICO-V1.
           READ HIST-V1
               AT END MOVE "S" TO WS-FIN
               NOT AT END ADD 1 TO WS-CONT-LEIDOS
           END-READ.

       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

      *----------------------------------------------------------------*
      *    MIGRAR-LINEA                                                *
      *    Se graba con secuencia 00; si el empleado ya tiene linea en *
      *    el periodo (FS 22) se prueba la siguiente, igual que lo     *
      *    hacen las corridas que graban historico.                    *
      *----------------------------------------------------------------*
       MIGRAR-LINEA.
           MOVE V1-FECHA-PERIODO TO V2-FECHA-PERIODO
           MOVE V1-EMP-ID        TO V2-EMP-ID
           MOVE V1-RESTO         TO V2-RESTO
           MOVE 0 TO V2-SECUENCIA
           WRITE HIST-REG-V2
           PERFORM UNTIL FS-V2 NOT = "22" OR V2-SECUENCIA = 99
               ADD 1 TO V2-SECUENCIA
               WRITE HIST-REG-V2
           END-PERFORM
           IF FS-V2 = "00"
               ADD 1 TO WS-CONT-MIGRADOS
               IF V2-SECUENCIA > 0
                   ADD 1 TO WS-CONT-SECUENCIA
               END-IF
           ELSE
               ADD 1 TO WS-CONT-RECHAZADOS
               DISPLAY "ERROR AL MIGRAR EMPLEADO " V1-EMP-ID
                   " PERIODO " V1-FECHA-PERIODO " FS=" FS-V2
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-V2 TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

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
               " PROGRAMA=HIST-MIGRATE" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM HIST-MIGRATE.
