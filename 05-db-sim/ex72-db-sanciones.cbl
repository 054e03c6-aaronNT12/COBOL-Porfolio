      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Control nocturno de toda la cartera de CLIENTES.IDX
      *          contra la lista de sanciones (lista_sanciones.txt).
      *          Corre solo cuando llega una lista nueva: la fecha de
      *          la cabecera H de la lista queda en runctl.txt (job
      *          SANCIONES) y si esa lista ya fue controlada el
      *          programa termina sin recorrer. Cada cliente activo
      *          pasa por SANCIONES-RUTINA con su nombre, apellido y
      *          el numero de documento de IDENTIDAD.IDX; las
      *          coincidencias nuevas quedan en la cola de revision
      *          SANCIONES-REV.IDX para CICS-SANCIONES y se listan en
      *          sanciones_rep.txt (spool SANCIONES).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-SANCIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT IDENTIDAD ASSIGN TO "IDENTIDAD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDN-CLI-ID
               ALTERNATE RECORD KEY IS IDN-DOCUMENTO
               FILE STATUS IS FS-IDN.
           SELECT ARCH-LISTA ASSIGN TO "lista_sanciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LSA.
           SELECT ARCH-REPORTE ASSIGN TO "sanciones_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-RUNCTL ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCT.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES
           RECORD CONTAINS 185 CHARACTERS.
       01  CLIENTE-REG.
           05 CLI-ID           PIC 9(5).
           05 CLI-NOMBRE       PIC X(30).
           05 CLI-APELLIDO     PIC X(30).
           05 CLI-EDAD         PIC 99.
           05 CLI-SALDO        PIC 9(9)V99.
           05 CLI-ESTADO       PIC X(1).
               88 CLI-ACTIVO      VALUE "A" " ".
               88 CLI-INACTIVO    VALUE "I".
           05 CLI-LIMITE       PIC 9(5)V99.
           05 CLI-SOBREGIRO    PIC 9(4)V99.
           05 CLI-DIRECCION    PIC X(30).
           05 CLI-TELEFONO     PIC X(12).
           05 CLI-EMAIL        PIC X(30).
           05 CLI-TIPO         PIC X(1).
           05 CLI-FECHA-BAJA   PIC 9(8).
           05 CLI-VERSION      PIC X(1).
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

      *    SOLO INTERESA LA CABECERA; LOS DETALLES LOS CARGA
      *    SANCIONES-RUTINA.
       FD  ARCH-LISTA.
       01  REG-LISTA.
           05 LSA-TIPO-REG     PIC X(1).
               88 LSA-CABECERA     VALUE "H".
           05 LSA-CAB-FECHA    PIC 9(8).
           05 LSA-CAB-VERSION  PIC X(10).
           05 FILLER           PIC X(80).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

       FD  ARCH-RUNCTL.
       01  REG-RUNCTL.
           05 RCT-JOB          PIC X(12).
           05 RCT-FECHA        PIC 9(8).
           05 RCT-ESTADO       PIC X(10).
           05 RCT-FECHA-CORRIDA PIC 9(8).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-IDN              PIC XX.
       01  FS-LSA              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-RCT              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO  PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).
       01  WS-LAY-ARCHIVO      PIC X(20).
       01  WS-LAY-VERSION      PIC X(2).
       01  WS-LAY-LONGITUD     PIC 9(4).
       01  WS-LAY-RESULTADO    PIC X(1).
       01  WS-LAY-INFO         PIC X(40).
       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).
       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-USUARIO     PIC X(10).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).

       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-FECHA-LISTA      PIC 9(8) VALUE 0.
       01  WS-VERSION-LISTA    PIC X(10) VALUE SPACES.
       01  WS-LISTA-YA-VISTA   PIC X VALUE "N".
       01  WS-FIN-RCT          PIC X VALUE "N".
       01  WS-FIN-CLI          PIC X VALUE "N".
       01  WS-IDN-ABIERTO      PIC X VALUE "N".

       01  WS-DOC-NUMERO       PIC X(15).
       01  WS-SAN-ORIGEN       PIC X(10) VALUE "DB-SANCION".
       01  WS-SAN-COINC        PIC 9(2) VALUE 0.
       01  WS-SAN-ALERTAS      PIC 9(2) VALUE 0.
       01  WS-SAN-RC           PIC X(2) VALUE "00".

       01  WS-CONT-CLIENTES    PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-DOC     PIC 9(5) VALUE 0.
       01  WS-CONT-CON-COINC   PIC 9(5) VALUE 0.
       01  WS-CONT-COINC       PIC 9(5) VALUE 0.
       01  WS-CONT-NUEVAS      PIC 9(5) VALUE 0.
       01  WS-CONT-ERRORES     PIC 9(5) VALUE 0.
       01  WS-LINEA            PIC X(100).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   CONTROL DE CARTERA CONTRA LISTA DE SANCIONES "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM LEER-CABECERA-LISTA
           IF WS-FECHA-LISTA = 0
               DISPLAY "SIN lista_sanciones.txt O SIN CABECERA: "
                   "NADA QUE CONTROLAR."
               STOP RUN
           END-IF
           DISPLAY "LISTA DEL " WS-FECHA-LISTA
               "  VERSION " WS-VERSION-LISTA
           PERFORM BUSCAR-LISTA-CONTROLADA
           IF WS-LISTA-YA-VISTA = "S"
               DISPLAY "LISTA YA REVISADA: SIN CAMBIOS DESDE LA "
                   "ULTIMA CORRIDA."
               STOP RUN
           END-IF

           MOVE "CLIENTES" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "DB-SANCION" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CLIENTES.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLIENTES
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *    SIN IDENTIDAD.IDX SE CONTROLA SOLO POR NOMBRE.
           OPEN INPUT IDENTIDAD
           IF FS-IDN = "00"
               MOVE "S" TO WS-IDN-ABIERTO
           END-IF
           PERFORM VERIFICAR-LAYOUTS

           OPEN OUTPUT ARCH-REPORTE
           MOVE SPACES TO WS-LINEA
           STRING "CONTROL CONTRA LISTA DE SANCIONES DEL "
               WS-FECHA-LISTA "  VERSION " WS-VERSION-LISTA
               "  CORRIDA " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CLIENTE COINC NUEVAS DOCUMENTO       NOMBRE"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA

           MOVE "N" TO WS-FIN-CLI
           PERFORM UNTIL WS-FIN-CLI = "S"
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-CLI
                   NOT AT END
                       IF CLI-ACTIVO
                           ADD 1 TO WS-CONT-CLIENTES
                           PERFORM CONTROLAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CLIENTES ACTIVOS: " WS-CONT-CLIENTES
               "   SIN DOCUMENTO: " WS-CONT-SIN-DOC
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CLIENTES CON COINCIDENCIAS: " WS-CONT-CON-COINC
               "   COINCIDENCIAS: " WS-CONT-COINC
               "   NUEVAS EN REVISION: " WS-CONT-NUEVAS
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA

           CLOSE CLIENTES
           IF WS-IDN-ABIERTO = "S"
               CLOSE IDENTIDAD
           END-IF
           CLOSE ARCH-REPORTE
           PERFORM LIBERAR-CANDADO
           MOVE "SANCIONES" TO WS-SPOOL-REPORTE
           MOVE "sanciones_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "CLIENTES ACTIVOS:        " WS-CONT-CLIENTES
           DISPLAY "SIN DOCUMENTO:           " WS-CONT-SIN-DOC
           DISPLAY "CON COINCIDENCIAS:       " WS-CONT-CON-COINC
           DISPLAY "COINCIDENCIAS:           " WS-CONT-COINC
           DISPLAY "NUEVAS EN REVISION:      " WS-CONT-NUEVAS
           DISPLAY "DETALLE: sanciones_rep.txt"
           IF WS-SAN-RC = "10"
               DISPLAY "LA LISTA NO TRAE DETALLES: NO SE CONTROLO."
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS-CONT-ERRORES > 0
                   DISPLAY "ERRORES DE GRABACION:    " WS-CONT-ERRORES
                       " (VER errores.log)"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM GRABAR-RUN-CONTROL
               END-IF
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *-----------------------------------------------------------------
      * LIBERA EL CANDADO DE CORRIDA DEL MAESTRO (RUN-LOCK).
      *-----------------------------------------------------------------
       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

      *    LA PRIMERA LINEA DE LA LISTA ES LA CABECERA H CON LA FECHA
      *    Y LA VERSION DE LA LISTA.
       LEER-CABECERA-LISTA.
           MOVE 0 TO WS-FECHA-LISTA
           OPEN INPUT ARCH-LISTA
           IF FS-LSA = "00"
               READ ARCH-LISTA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LSA-CABECERA AND LSA-CAB-FECHA IS NUMERIC
                           MOVE LSA-CAB-FECHA TO WS-FECHA-LISTA
                           MOVE LSA-CAB-VERSION TO WS-VERSION-LISTA
                       END-IF
               END-READ
               CLOSE ARCH-LISTA
           END-IF.

      *-----------------------------------------------------------------
      * LA LISTA YA FUE CONTROLADA SI runctl.txt TIENE EL JOB
      * SANCIONES CON LA FECHA DE ESTA LISTA.
      *-----------------------------------------------------------------
       BUSCAR-LISTA-CONTROLADA.
           MOVE "N" TO WS-LISTA-YA-VISTA
           OPEN INPUT ARCH-RUNCTL
           IF FS-RCT = "00"
               MOVE "N" TO WS-FIN-RCT
               PERFORM LEER-RUNCTL
               PERFORM UNTIL WS-FIN-RCT = "S"
                   IF RCT-JOB = "SANCIONES"
                           AND RCT-FECHA = WS-FECHA-LISTA
                       MOVE "S" TO WS-LISTA-YA-VISTA
                   END-IF
                   PERFORM LEER-RUNCTL
               END-PERFORM
               CLOSE ARCH-RUNCTL
           END-IF.

       LEER-RUNCTL.
           READ ARCH-RUNCTL
               AT END MOVE "S" TO WS-FIN-RCT
           END-READ.

      *----------------------------------------------------------------*
      *    CONTROLAR-CLIENTE                                           *
      *    Cliente activo contra la lista, con el documento de         *
      *    IDENTIDAD.IDX si lo tiene. Se listan los que tienen alguna  *
      *    coincidencia, nueva o ya registrada en la cola.             *
      *----------------------------------------------------------------*
       CONTROLAR-CLIENTE.
           MOVE SPACES TO WS-DOC-NUMERO
           MOVE SPACES TO IDENTIDAD-REG
           IF WS-IDN-ABIERTO = "S"
               MOVE CLI-ID TO IDN-CLI-ID
               READ IDENTIDAD
                   INVALID KEY
                       MOVE SPACES TO IDENTIDAD-REG
               END-READ
           END-IF
           IF IDN-DOC-NUMERO = SPACES
               ADD 1 TO WS-CONT-SIN-DOC
           ELSE
               MOVE IDN-DOC-NUMERO TO WS-DOC-NUMERO
           END-IF

           CALL "SANCIONES-RUTINA" USING CLI-ID CLI-NOMBRE
               CLI-APELLIDO WS-DOC-NUMERO WS-SAN-ORIGEN WS-SAN-COINC
               WS-SAN-ALERTAS WS-SAN-RC
           IF WS-SAN-RC = "20"
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY "NO SE PUDO ABRIR SANCIONES-REV.IDX: CLIENTE "
                   CLI-ID " SIN ENCOLAR."
           END-IF
           IF WS-SAN-COINC > 0
               ADD 1 TO WS-CONT-CON-COINC
               ADD WS-SAN-COINC TO WS-CONT-COINC
               ADD WS-SAN-ALERTAS TO WS-CONT-NUEVAS
               MOVE SPACES TO WS-LINEA
               STRING CLI-ID "     " WS-SAN-COINC "     "
                   WS-SAN-ALERTAS " " WS-DOC-NUMERO " "
                   DELIMITED BY SIZE
                   CLI-NOMBRE DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   CLI-APELLIDO DELIMITED BY "  "
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
           END-IF.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: LA LISTA CONTROLADA QUEDA REGISTRADA EN
      * runctl.txt CON SU FECHA, PARA NO REPETIR LA PASADA.
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "SANCIONES" TO RCT-JOB
           MOVE WS-FECHA-LISTA TO RCT-FECHA
           MOVE "CONTROLADO" TO RCT-ESTADO
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185 E
      * IDENTIDAD V01/100.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "IDENTIDAD.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 100 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT.

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               DISPLAY "SE ABORTA SIN CONTROLAR."
               CLOSE CLIENTES
               IF WS-IDN-ABIERTO = "S"
                   CLOSE IDENTIDAD
               END-IF
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
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
               " PROGRAMA=DB-SANCIONES" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-SANCIONES.
