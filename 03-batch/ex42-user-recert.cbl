      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Recertificacion periodica de accesos y baja de
      *          usuarios inactivos sobre usuarios.txt. Dos
      *          funciones:
      *            C - campania trimestral: por cada usuario activo
      *                arma el item a recertificar con su rol, el
      *                ultimo ingreso correcto (LOGIN-OK en
      *                seguridad.log) y las acciones privilegiadas de
      *                los ultimos dias (eventos de seguridad.log que
      *                no son de sesion y lineas de audit_log.txt),
      *                se lo asigna a un supervisor revisor
      *                (revisores.txt o el revisor por defecto de
      *                recert_param.txt, nunca el mismo usuario) y
      *                emite recert_rep.txt agrupado por revisor, al
      *                spool como RECERTIFICACION. El revisor
      *                confirma o revoca cada uno en CICS-RECERT
      *                (EX04-CICS-MENU opcion 18).
      *            N - control nocturno: desactiva a los usuarios
      *                sin ingreso en los dias configurados.
      *          En ambas funciones, un item de la campania que
      *          sigue pendiente con el plazo vencido desactiva al
      *          usuario. Nunca se desactiva al ultimo supervisor
      *          activo. Cada desactivacion queda en seguridad.log
      *          (RECERT-VENCE / DESACT-INACT, POR=USER-RECERT). Al
      *          abrir una campania, la anterior pasa a
      *          recertificacion_hist.txt.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-RECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USR.
           SELECT ARCH-PARAM ASSIGN TO "recert_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAR.
           SELECT ARCH-REVISORES ASSIGN TO "revisores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RVS.
           SELECT ARCH-RECERT ASSIGN TO "recertificacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REC.
           SELECT ARCH-RECERT-HIST ASSIGN TO "recertificacion_hist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCH.
           SELECT ARCH-SEG-LOG ASSIGN TO "seguridad.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SLG.
           SELECT ARCH-AUDITORIA ASSIGN TO "audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUD.
           SELECT ARCH-REPORTE ASSIGN TO "recert_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-USUARIOS.
       01  REG-USUARIO.
           05 USR-USUARIO      PIC X(10).
           05 USR-CLAVE        PIC X(10).
           05 USR-ROL          PIC X(1).
           05 USR-ESTADO       PIC X(1).
           05 USR-FECHA-CLAVE  PIC 9(8).
           05 USR-INTENTOS     PIC 9(1).
           05 USR-BLOQUEADO    PIC X(1).
           05 USR-CAMBIO       PIC X(1).
           05 FILLER           PIC X(1).

      *----------------------------------------------------------------*
      *    PARAMETROS: DIAS SIN INGRESO PARA LA BAJA NOCTURNA, PLAZO   *
      *    DE LA CAMPANIA, VENTANA DE ACCIONES PRIVILEGIADAS Y         *
      *    REVISOR POR DEFECTO. CERO O ARCHIVO AUSENTE = 90/30/90.     *
      *----------------------------------------------------------------*
       FD  ARCH-PARAM.
       01  REG-PARAM.
           05 PAR-DIAS-INACTIVO PIC 9(3).
           05 PAR-DIAS-PLAZO   PIC 9(3).
           05 PAR-DIAS-ACTIVIDAD PIC 9(3).
           05 PAR-REVISOR      PIC X(10).

       FD  ARCH-REVISORES.
       01  REG-REVISOR.
           05 RVS-USUARIO      PIC X(10).
           05 RVS-SUPERVISOR   PIC X(10).

      *----------------------------------------------------------------*
      *    UN ITEM POR USUARIO DE LA CAMPANIA EN CURSO. ESTADOS:       *
      *    P PENDIENTE, C CONFIRMADO, R REVOCADO, V VENCIDO (SIN       *
      *    DECISION EN PLAZO, DESACTIVADO POR ESTE PROGRAMA).          *
      *----------------------------------------------------------------*
       FD  ARCH-RECERT.
       01  REG-RECERT.
           05 REC-CAMPANIA     PIC 9(8).
           05 REC-USUARIO      PIC X(10).
           05 REC-ROL          PIC X(1).
           05 REC-REVISOR      PIC X(10).
           05 REC-ULT-INGRESO  PIC 9(8).
           05 REC-ACC-SEG      PIC 9(5).
           05 REC-ACC-AUD      PIC 9(5).
           05 REC-VENCE        PIC 9(8).
           05 REC-ESTADO       PIC X(1).
               88 REC-PENDIENTE    VALUE "P".
               88 REC-CONFIRMADO   VALUE "C".
               88 REC-REVOCADO     VALUE "R".
               88 REC-VENCIDO      VALUE "V".
           05 REC-DECIDIDO-POR PIC X(10).
           05 REC-FECHA-DECISION PIC 9(8).
           05 REC-MOTIVO       PIC X(30).
           05 FILLER           PIC X(6).

       FD  ARCH-RECERT-HIST.
       01  REG-RECERT-HIST     PIC X(110).

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(80).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA       PIC X(132).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-USR              PIC XX.
       01  FS-PAR              PIC XX.
       01  FS-RVS              PIC XX.
       01  FS-REC              PIC XX.
       01  FS-RCH              PIC XX.
       01  FS-SLG              PIC XX.
       01  FS-AUD              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO  PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).

       01  WS-FUNCION          PIC X(1).
           88 FUNCION-CAMPANIA     VALUE "C".
           88 FUNCION-NOCTURNA     VALUE "N".
       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-FECHA-DESDE      PIC 9(8) VALUE 0.
       01  WS-FECHA-VENCE      PIC 9(8) VALUE 0.
       01  WS-DIAS             PIC S9(9) VALUE 0.
       01  WS-FIN              PIC X VALUE "N".
       01  WS-LINEA            PIC X(132).
       01  WS-LINEA-REP        PIC X(100).
       01  WS-POS              PIC 9(3).
       01  WS-EVENTO           PIC X(20).
       01  WS-TOKEN            PIC X(20).
       01  WS-ACTOR            PIC X(10).
       01  WS-TOK-LARGO        PIC 9(2) VALUE 0.
       01  WS-VALOR-TOKEN      PIC X(20).
       01  WS-HALLADO          PIC X VALUE "N".

       01  WS-DIAS-INACTIVO    PIC 9(3) VALUE 90.
       01  WS-DIAS-PLAZO       PIC 9(3) VALUE 30.
       01  WS-DIAS-ACTIVIDAD   PIC 9(3) VALUE 90.
       01  WS-REVISOR-DEFECTO  PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *    USUARIOS EN MEMORIA (MISMO TOPE DE 50 QUE EX04-CICS-MENU),  *
      *    CON LO QUE SE JUNTA DE LAS BITACORAS Y EL REVISOR.          *
      *----------------------------------------------------------------*
       01  WS-TABLA-USUARIOS.
           05 WS-USR-ENT OCCURS 50 TIMES.
               10 TU-USUARIO   PIC X(10).
               10 TU-CLAVE     PIC X(10).
               10 TU-ROL       PIC X(1).
               10 TU-ESTADO    PIC X(1).
               10 TU-FECHA-CLAVE PIC 9(8).
               10 TU-INTENTOS  PIC 9(1).
               10 TU-BLOQUEADO PIC X(1).
               10 TU-CAMBIO    PIC X(1).
               10 TU-ULT-INGRESO PIC 9(8).
               10 TU-ACC-SEG   PIC 9(5).
               10 TU-ACC-AUD   PIC 9(5).
               10 TU-MAPEADO   PIC X(10).
       01  WS-CANT-USUARIOS    PIC 9(2) VALUE 0.
       01  WS-IDX-USR          PIC 9(2) VALUE 0.
       01  WS-IDX-HALLADO      PIC 9(2) VALUE 0.
       01  WS-USR-HALLADO      PIC X VALUE "N".
       01  WS-BUSCA-USUARIO    PIC X(10).
       01  WS-USUARIOS-CAMBIADOS PIC X VALUE "N".
       01  WS-SUP-ACTIVOS      PIC 9(2) VALUE 0.
       01  WS-REVISOR          PIC X(10).
       01  WS-IDX-REV          PIC 9(2) VALUE 0.

      *----------------------------------------------------------------*
      *    CAMPANIA EN CURSO (recertificacion.txt) EN MEMORIA.         *
      *----------------------------------------------------------------*
       01  WS-TABLA-RECERT.
           05 WS-REC-ENT OCCURS 50 TIMES.
               10 TR-REGISTRO  PIC X(110).
       01  WS-CANT-RECERT      PIC 9(2) VALUE 0.
       01  WS-IDX-REC          PIC 9(2) VALUE 0.
       01  WS-RECERT-CAMBIADO  PIC X VALUE "N".
       01  WS-CAMPANIA-ACTUAL  PIC 9(8) VALUE 0.
       01  WS-PEND-EN-PLAZO    PIC 9(2) VALUE 0.
       01  WS-VENCE-EN-CURSO   PIC 9(8) VALUE 0.

       01  WS-TABLA-REVISORES.
           05 WS-REV-ENT OCCURS 50 TIMES.
               10 TV-REVISOR   PIC X(10).
       01  WS-CANT-REVISORES   PIC 9(2) VALUE 0.
       01  WS-IDX-TV           PIC 9(2) VALUE 0.

       01  WS-CONT-VENCIDOS    PIC 9(3) VALUE 0.
       01  WS-CONT-INACTIVOS   PIC 9(3) VALUE 0.
       01  WS-CONT-ITEMS       PIC 9(3) VALUE 0.
       01  WS-CONT-SIN-REVISOR PIC 9(3) VALUE 0.
       01  WS-CONT-PROTEGIDOS  PIC 9(3) VALUE 0.

       01  WS-SEG-EVENTO       PIC X(15).
       01  WS-SEG-USUARIO      PIC X(10).
       01  WS-SEG-FECHA        PIC 9(8).
       01  WS-SEG-HORA         PIC 9(8).
       01  WS-LINEA-SEG        PIC X(80).

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       01  WS-ED-DIAS          PIC ZZZZ9.
       01  WS-ED-CANT          PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   RECERTIFICACION DE ACCESOS Y USUARIOS        "
           DISPLAY "   INACTIVOS                                    "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "FUNCION (C = NUEVA CAMPANIA, N = CONTROL "
               "NOCTURNO): "
           ACCEPT WS-FUNCION
           MOVE FUNCTION UPPER-CASE(WS-FUNCION) TO WS-FUNCION
           IF NOT FUNCION-CAMPANIA AND NOT FUNCION-NOCTURNA
               DISPLAY "FUNCION INVALIDA: " WS-FUNCION
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-USUARIOS
           PERFORM CARGAR-REVISORES
           PERFORM RECORRER-SEG-LOG
           PERFORM CARGAR-RECERT
           PERFORM VENCER-PENDIENTES

           IF FUNCION-CAMPANIA
               PERFORM ABRIR-CAMPANIA
           ELSE
               PERFORM DESACTIVAR-INACTIVOS
           END-IF

           IF WS-USUARIOS-CAMBIADOS = "S"
               PERFORM REGRABAR-USUARIOS
           END-IF
           IF WS-RECERT-CAMBIADO = "S"
               PERFORM GRABAR-RECERT
           END-IF

           DISPLAY "USUARIOS LEIDOS:             " WS-CANT-USUARIOS
           DISPLAY "DESACTIVADOS POR PLAZO:      " WS-CONT-VENCIDOS
           IF FUNCION-NOCTURNA
               DISPLAY "DESACTIVADOS POR INACTIVIDAD:" WS-CONT-INACTIVOS
           ELSE
               DISPLAY "ITEMS DE LA CAMPANIA:        " WS-CONT-ITEMS
               DISPLAY "  SIN REVISOR POSIBLE:       "
                   WS-CONT-SIN-REVISOR
               IF RETURN-CODE = 0
                   DISPLAY "REPORTE: recert_rep.txt"
               END-IF
           END-IF
           IF WS-CONT-PROTEGIDOS > 0
               DISPLAY "NO DESACTIVADOS (ULTIMO SUPERVISOR): "
                   WS-CONT-PROTEGIDOS
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       CARGAR-PARAMETROS.
           OPEN INPUT ARCH-PARAM
           IF FS-PAR = "00"
               READ ARCH-PARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-DIAS-INACTIVO IS NUMERIC
                               AND PAR-DIAS-INACTIVO > 0
                           MOVE PAR-DIAS-INACTIVO TO WS-DIAS-INACTIVO
                       END-IF
                       IF PAR-DIAS-PLAZO IS NUMERIC
                               AND PAR-DIAS-PLAZO > 0
                           MOVE PAR-DIAS-PLAZO TO WS-DIAS-PLAZO
                       END-IF
                       IF PAR-DIAS-ACTIVIDAD IS NUMERIC
                               AND PAR-DIAS-ACTIVIDAD > 0
                           MOVE PAR-DIAS-ACTIVIDAD
                               TO WS-DIAS-ACTIVIDAD
                       END-IF
                       MOVE FUNCTION UPPER-CASE(PAR-REVISOR)
                           TO WS-REVISOR-DEFECTO
               END-READ
               CLOSE ARCH-PARAM
           END-IF
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               - WS-DIAS-ACTIVIDAD).

       CARGAR-USUARIOS.
           MOVE 0 TO WS-CANT-USUARIOS
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-USUARIOS
           IF FS-USR NOT = "00"
               DISPLAY "NO SE PUDO ABRIR usuarios.txt. FS=" FS-USR
               MOVE "usuarios.txt" TO WS-ERR-ARCHIVO
               MOVE FS-USR TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-USUARIO
           PERFORM UNTIL WS-FIN = "S"
               IF WS-CANT-USUARIOS < 50
                   ADD 1 TO WS-CANT-USUARIOS
                   INITIALIZE WS-USR-ENT(WS-CANT-USUARIOS)
                   MOVE USR-USUARIO TO TU-USUARIO(WS-CANT-USUARIOS)
                   MOVE USR-CLAVE TO TU-CLAVE(WS-CANT-USUARIOS)
                   MOVE USR-ROL TO TU-ROL(WS-CANT-USUARIOS)
                   MOVE USR-ESTADO TO TU-ESTADO(WS-CANT-USUARIOS)
                   MOVE USR-FECHA-CLAVE
                       TO TU-FECHA-CLAVE(WS-CANT-USUARIOS)
                   MOVE USR-INTENTOS TO TU-INTENTOS(WS-CANT-USUARIOS)
                   MOVE USR-BLOQUEADO
                       TO TU-BLOQUEADO(WS-CANT-USUARIOS)
                   MOVE USR-CAMBIO TO TU-CAMBIO(WS-CANT-USUARIOS)
                   IF TU-ESTADO(WS-CANT-USUARIOS) NOT = "I"
                           AND TU-ROL(WS-CANT-USUARIOS) = "S"
                       ADD 1 TO WS-SUP-ACTIVOS
                   END-IF
               END-IF
               PERFORM LEER-USUARIO
           END-PERFORM
           CLOSE ARCH-USUARIOS.

       LEER-USUARIO.
           READ ARCH-USUARIOS
               AT END MOVE "S" TO WS-FIN
           END-READ.

      *    REGRABA usuarios.txt COMPLETO, IGUAL QUE EX04-CICS-MENU.
       REGRABAR-USUARIOS.
           OPEN OUTPUT ARCH-USUARIOS
           PERFORM VARYING WS-IDX-USR FROM 1 BY 1
                   UNTIL WS-IDX-USR > WS-CANT-USUARIOS
               MOVE SPACES TO REG-USUARIO
               MOVE TU-USUARIO(WS-IDX-USR) TO USR-USUARIO
               MOVE TU-CLAVE(WS-IDX-USR) TO USR-CLAVE
               MOVE TU-ROL(WS-IDX-USR) TO USR-ROL
               MOVE TU-ESTADO(WS-IDX-USR) TO USR-ESTADO
               MOVE TU-FECHA-CLAVE(WS-IDX-USR) TO USR-FECHA-CLAVE
               MOVE TU-INTENTOS(WS-IDX-USR) TO USR-INTENTOS
               MOVE TU-BLOQUEADO(WS-IDX-USR) TO USR-BLOQUEADO
               MOVE TU-CAMBIO(WS-IDX-USR) TO USR-CAMBIO
               WRITE REG-USUARIO
           END-PERFORM
           CLOSE ARCH-USUARIOS.

      *    REVISOR DECLARADO POR USUARIO; LO NO DECLARADO VA AL
      *    REVISOR POR DEFECTO.
       CARGAR-REVISORES.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-REVISORES
           IF FS-RVS = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-REVISORES
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(RVS-USUARIO)
                               TO WS-BUSCA-USUARIO
                           PERFORM BUSCAR-USUARIO
                           IF WS-USR-HALLADO = "S"
                               MOVE FUNCTION UPPER-CASE(RVS-SUPERVISOR)
                                   TO TU-MAPEADO(WS-IDX-HALLADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-REVISORES
           END-IF.

       BUSCAR-USUARIO.
           MOVE "N" TO WS-USR-HALLADO
           MOVE 0 TO WS-IDX-HALLADO
           PERFORM VARYING WS-IDX-USR FROM 1 BY 1
                   UNTIL WS-IDX-USR > WS-CANT-USUARIOS
               IF TU-USUARIO(WS-IDX-USR) = WS-BUSCA-USUARIO
                   MOVE "S" TO WS-USR-HALLADO
                   MOVE WS-IDX-USR TO WS-IDX-HALLADO
                   MOVE WS-CANT-USUARIOS TO WS-IDX-USR
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    RECORRER-SEG-LOG                                            *
      *    Ultimo LOGIN-OK de cada usuario (de cualquier pantalla) y   *
      *    acciones privilegiadas dentro de la ventana: todo evento    *
      *    que no es de sesion cuenta para quien lo hizo, que es el    *
      *    POR= si la linea lo trae (desbloqueos, bajas de este        *
      *    programa) o el USUARIO= si no; el SUP= de una aprobacion    *
      *    tambien cuenta para el supervisor. En la campania se suman  *
      *    las lineas de audit_log.txt de cada usuario.                *
      *----------------------------------------------------------------*
       RECORRER-SEG-LOG.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-SEG-LOG
           IF FS-SLG = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-SEG-LOG
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           MOVE REG-SEG-LOG TO WS-LINEA
                           IF WS-LINEA(1:8) IS NUMERIC
                               PERFORM ANALIZAR-LINEA-SEG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-SEG-LOG
           END-IF
           IF FUNCION-CAMPANIA
               PERFORM RECORRER-AUDITORIA
           END-IF.

       ANALIZAR-LINEA-SEG.
           MOVE "EVENTO=" TO WS-TOKEN
           MOVE 7 TO WS-TOK-LARGO
           PERFORM EXTRAER-TOKEN
           MOVE WS-TOKEN TO WS-EVENTO
           MOVE "USUARIO=" TO WS-TOKEN
           MOVE 8 TO WS-TOK-LARGO
           PERFORM EXTRAER-TOKEN
           MOVE WS-TOKEN TO WS-ACTOR
           IF WS-EVENTO = "LOGIN-OK"
               MOVE WS-ACTOR TO WS-BUSCA-USUARIO
               PERFORM BUSCAR-USUARIO
               IF WS-USR-HALLADO = "S"
                   IF WS-LINEA(1:8) > TU-ULT-INGRESO(WS-IDX-HALLADO)
                       MOVE WS-LINEA(1:8)
                           TO TU-ULT-INGRESO(WS-IDX-HALLADO)
                   END-IF
               END-IF
           END-IF
           IF WS-EVENTO NOT = "LOGIN-OK"
                   AND WS-EVENTO NOT = "LOGIN-FALLIDO"
                   AND WS-EVENTO NOT = "LOGIN-CAJA"
                   AND WS-EVENTO NOT = "LOGOUT"
                   AND WS-EVENTO NOT = "BLOQUEO"
                   AND WS-LINEA(1:8) >= WS-FECHA-DESDE
               MOVE "POR=" TO WS-TOKEN
               MOVE 4 TO WS-TOK-LARGO
               PERFORM EXTRAER-TOKEN
               IF WS-TOKEN NOT = SPACES
                   MOVE WS-TOKEN TO WS-ACTOR
               END-IF
               MOVE WS-ACTOR TO WS-BUSCA-USUARIO
               PERFORM BUSCAR-USUARIO
               IF WS-USR-HALLADO = "S"
                   ADD 1 TO TU-ACC-SEG(WS-IDX-HALLADO)
               END-IF
               MOVE "SUP=" TO WS-TOKEN
               MOVE 4 TO WS-TOK-LARGO
               PERFORM EXTRAER-TOKEN
               IF WS-TOKEN NOT = SPACES AND WS-TOKEN NOT = WS-ACTOR
                   MOVE WS-TOKEN TO WS-BUSCA-USUARIO
                   PERFORM BUSCAR-USUARIO
                   IF WS-USR-HALLADO = "S"
                       ADD 1 TO TU-ACC-SEG(WS-IDX-HALLADO)
                   END-IF
               END-IF
           END-IF.

      *    VALOR QUE SIGUE A LA ETIQUETA WS-TOKEN (DE WS-TOK-LARGO
      *    CARACTERES) EN WS-LINEA, HASTA EL PRIMER BLANCO; BLANCO SI
      *    LA ETIQUETA NO ESTA. SE BUSCA PRECEDIDA DE UN BLANCO PARA
      *    NO CONFUNDIR "POR=" CON EL FINAL DE OTRA ETIQUETA.
       EXTRAER-TOKEN.
           MOVE SPACES TO WS-VALOR-TOKEN
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 110
               IF WS-LINEA(WS-POS:1) = SPACE
                       AND WS-LINEA(WS-POS + 1:WS-TOK-LARGO)
                           = WS-TOKEN(1:WS-TOK-LARGO)
                   UNSTRING WS-LINEA(WS-POS + 1 + WS-TOK-LARGO:)
                       DELIMITED BY SPACE INTO WS-VALOR-TOKEN
                   END-UNSTRING
                   MOVE 110 TO WS-POS
               END-IF
           END-PERFORM
           MOVE WS-VALOR-TOKEN TO WS-TOKEN.

       RECORRER-AUDITORIA.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-AUDITORIA
           IF FS-AUD = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-AUDITORIA
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           MOVE REG-AUDITORIA TO WS-LINEA
                           IF WS-LINEA(1:8) IS NUMERIC
                                   AND WS-LINEA(1:8) >= WS-FECHA-DESDE
                               MOVE "USUARIO=" TO WS-TOKEN
                               MOVE 8 TO WS-TOK-LARGO
                               PERFORM EXTRAER-TOKEN
                               MOVE WS-TOKEN TO WS-BUSCA-USUARIO
                               PERFORM BUSCAR-USUARIO
                               IF WS-USR-HALLADO = "S"
                                   ADD 1 TO TU-ACC-AUD(WS-IDX-HALLADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-AUDITORIA
           END-IF.

       CARGAR-RECERT.
           MOVE 0 TO WS-CANT-RECERT
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-RECERT
           IF FS-REC = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-RECERT
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF WS-CANT-RECERT < 50
                               ADD 1 TO WS-CANT-RECERT
                               MOVE REG-RECERT
                                   TO TR-REGISTRO(WS-CANT-RECERT)
                               MOVE REC-CAMPANIA TO WS-CAMPANIA-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-RECERT
           END-IF.

       GRABAR-RECERT.
           OPEN OUTPUT ARCH-RECERT
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-CANT-RECERT
               MOVE TR-REGISTRO(WS-IDX-REC) TO REG-RECERT
               WRITE REG-RECERT
           END-PERFORM
           CLOSE ARCH-RECERT.

      *----------------------------------------------------------------*
      *    VENCER-PENDIENTES                                           *
      *    Item pendiente con el plazo cumplido: el revisor no         *
      *    confirmo al usuario, que queda desactivado.                 *
      *----------------------------------------------------------------*
       VENCER-PENDIENTES.
           MOVE 0 TO WS-PEND-EN-PLAZO
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-CANT-RECERT
               MOVE TR-REGISTRO(WS-IDX-REC) TO REG-RECERT
               IF REC-PENDIENTE
                   IF REC-VENCE < WS-FECHA-HOY
                       PERFORM VENCER-ITEM
                   ELSE
                       ADD 1 TO WS-PEND-EN-PLAZO
                       MOVE REC-VENCE TO WS-VENCE-EN-CURSO
                   END-IF
               END-IF
           END-PERFORM.

       VENCER-ITEM.
           MOVE "V" TO REC-ESTADO
           MOVE "*PLAZO*" TO REC-DECIDIDO-POR
           MOVE WS-FECHA-HOY TO REC-FECHA-DECISION
           MOVE "NO RECERTIFICADO EN PLAZO" TO REC-MOTIVO
           MOVE REG-RECERT TO TR-REGISTRO(WS-IDX-REC)
           MOVE "S" TO WS-RECERT-CAMBIADO
           MOVE REC-USUARIO TO WS-BUSCA-USUARIO
           PERFORM BUSCAR-USUARIO
           IF WS-USR-HALLADO = "S"
               MOVE "RECERT-VENCE" TO WS-SEG-EVENTO
               PERFORM DESACTIVAR-USUARIO
               IF TU-ESTADO(WS-IDX-HALLADO) = "I"
                   ADD 1 TO WS-CONT-VENCIDOS
               END-IF
           END-IF.

      *    DESACTIVA AL USUARIO WS-IDX-HALLADO SI ESTA ACTIVO, SALVO
      *    QUE SEA EL ULTIMO SUPERVISOR ACTIVO (NADIE PODRIA
      *    ADMINISTRAR LOS USUARIOS DESPUES).
       DESACTIVAR-USUARIO.
           IF TU-ESTADO(WS-IDX-HALLADO) NOT = "I"
               IF TU-ROL(WS-IDX-HALLADO) = "S" AND WS-SUP-ACTIVOS <= 1
                   ADD 1 TO WS-CONT-PROTEGIDOS
                   DISPLAY "NO SE DESACTIVA " TU-USUARIO(WS-IDX-HALLADO)
                       ": ES EL ULTIMO SUPERVISOR ACTIVO"
               ELSE
                   MOVE "I" TO TU-ESTADO(WS-IDX-HALLADO)
                   IF TU-ROL(WS-IDX-HALLADO) = "S"
                       SUBTRACT 1 FROM WS-SUP-ACTIVOS
                   END-IF
                   MOVE "S" TO WS-USUARIOS-CAMBIADOS
                   MOVE TU-USUARIO(WS-IDX-HALLADO) TO WS-SEG-USUARIO
                   PERFORM GRABAR-SEGURIDAD
                   DISPLAY "DESACTIVADO " TU-USUARIO(WS-IDX-HALLADO)
                       " (" WS-SEG-EVENTO ")"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    DESACTIVAR-INACTIVOS                                        *
      *    Usuario activo sin LOGIN-OK en los ultimos dias del         *
      *    parametro. Quien nunca ingreso se mide desde la fecha de    *
      *    su clave (la del alta o del ultimo cambio); sin ninguna de  *
      *    las dos no hay fecha contra que medir y se deja.            *
      *----------------------------------------------------------------*
       DESACTIVAR-INACTIVOS.
           PERFORM VARYING WS-IDX-HALLADO FROM 1 BY 1
                   UNTIL WS-IDX-HALLADO > WS-CANT-USUARIOS
               IF TU-ESTADO(WS-IDX-HALLADO) NOT = "I"
                   MOVE 0 TO WS-DIAS
                   IF TU-ULT-INGRESO(WS-IDX-HALLADO) > 0
                       COMPUTE WS-DIAS =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                           - FUNCTION INTEGER-OF-DATE(
                               TU-ULT-INGRESO(WS-IDX-HALLADO))
                   ELSE
                   IF TU-FECHA-CLAVE(WS-IDX-HALLADO) > 0
                       COMPUTE WS-DIAS =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                           - FUNCTION INTEGER-OF-DATE(
                               TU-FECHA-CLAVE(WS-IDX-HALLADO))
                   END-IF
                   END-IF
                   IF WS-DIAS > WS-DIAS-INACTIVO
                       MOVE "DESACT-INACT" TO WS-SEG-EVENTO
                       PERFORM DESACTIVAR-USUARIO
                       IF TU-ESTADO(WS-IDX-HALLADO) = "I"
                           ADD 1 TO WS-CONT-INACTIVOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    ABRIR-CAMPANIA                                              *
      *    No se abre una campania nueva mientras la anterior tenga    *
      *    items pendientes en plazo. La anterior pasa completa a la   *
      *    historia y se arma un item por usuario activo.              *
      *----------------------------------------------------------------*
       ABRIR-CAMPANIA.
           IF WS-PEND-EN-PLAZO > 0
               DISPLAY "CAMPANIA DEL " WS-CAMPANIA-ACTUAL
                   " EN CURSO: " WS-PEND-EN-PLAZO
                   " PENDIENTES HASTA EL " WS-VENCE-EN-CURSO
               DISPLAY "NO SE ABRE UNA CAMPANIA NUEVA."
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS-CANT-RECERT > 0
                   PERFORM ARCHIVAR-CAMPANIA
               END-IF
               COMPUTE WS-FECHA-VENCE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   + WS-DIAS-PLAZO)
               MOVE WS-FECHA-HOY TO WS-CAMPANIA-ACTUAL
               MOVE 0 TO WS-CANT-RECERT
               PERFORM VARYING WS-IDX-REV FROM 1 BY 1
                       UNTIL WS-IDX-REV > WS-CANT-USUARIOS
                   IF TU-ESTADO(WS-IDX-REV) NOT = "I"
                       PERFORM ARMAR-ITEM
                   END-IF
               END-PERFORM
               MOVE "S" TO WS-RECERT-CAMBIADO
               MOVE "RECERT-CAMPANIA" TO WS-SEG-EVENTO
               MOVE "*TODOS*" TO WS-SEG-USUARIO
               PERFORM GRABAR-SEGURIDAD
               PERFORM ESCRIBIR-REPORTE
               MOVE "RECERTIFICACION" TO WS-SPOOL-REPORTE
               MOVE "recert_rep.txt" TO WS-SPOOL-ARCHIVO
               CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
                   WS-SPOOL-ARCHIVO WS-SPOOL-RC
           END-IF.

       ARCHIVAR-CAMPANIA.
           OPEN EXTEND ARCH-RECERT-HIST
           IF FS-RCH = "35"
               OPEN OUTPUT ARCH-RECERT-HIST
           END-IF
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-CANT-RECERT
               WRITE REG-RECERT-HIST FROM TR-REGISTRO(WS-IDX-REC)
           END-PERFORM
           CLOSE ARCH-RECERT-HIST.

       ARMAR-ITEM.
           PERFORM ASIGNAR-REVISOR
           IF WS-CANT-RECERT < 50
               ADD 1 TO WS-CANT-RECERT
               ADD 1 TO WS-CONT-ITEMS
               MOVE SPACES TO REG-RECERT
               MOVE WS-CAMPANIA-ACTUAL TO REC-CAMPANIA
               MOVE TU-USUARIO(WS-IDX-REV) TO REC-USUARIO
               MOVE TU-ROL(WS-IDX-REV) TO REC-ROL
               MOVE WS-REVISOR TO REC-REVISOR
               MOVE TU-ULT-INGRESO(WS-IDX-REV) TO REC-ULT-INGRESO
               MOVE TU-ACC-SEG(WS-IDX-REV) TO REC-ACC-SEG
               MOVE TU-ACC-AUD(WS-IDX-REV) TO REC-ACC-AUD
               MOVE WS-FECHA-VENCE TO REC-VENCE
               MOVE "P" TO REC-ESTADO
               MOVE 0 TO REC-FECHA-DECISION
               MOVE REG-RECERT TO TR-REGISTRO(WS-CANT-RECERT)
               IF WS-REVISOR = SPACES
                   ADD 1 TO WS-CONT-SIN-REVISOR
               END-IF
           END-IF.

      *    REVISOR DEL USUARIO WS-IDX-REV: EL DECLARADO, SI NO EL POR
      *    DEFECTO, SI NO EL PRIMER SUPERVISOR ACTIVO; SIEMPRE UN
      *    SUPERVISOR ACTIVO DISTINTO DEL PROPIO USUARIO.
       ASIGNAR-REVISOR.
           MOVE SPACES TO WS-REVISOR
           MOVE TU-MAPEADO(WS-IDX-REV) TO WS-BUSCA-USUARIO
           PERFORM VALIDAR-REVISOR
           IF WS-REVISOR = SPACES
               MOVE WS-REVISOR-DEFECTO TO WS-BUSCA-USUARIO
               PERFORM VALIDAR-REVISOR
           END-IF
           IF WS-REVISOR = SPACES
               PERFORM VARYING WS-IDX-HALLADO FROM 1 BY 1
                       UNTIL WS-IDX-HALLADO > WS-CANT-USUARIOS
                          OR WS-REVISOR NOT = SPACES
                   IF TU-ROL(WS-IDX-HALLADO) = "S"
                           AND TU-ESTADO(WS-IDX-HALLADO) NOT = "I"
                           AND WS-IDX-HALLADO NOT = WS-IDX-REV
                       MOVE TU-USUARIO(WS-IDX-HALLADO) TO WS-REVISOR
                   END-IF
               END-PERFORM
           END-IF.

       VALIDAR-REVISOR.
           IF WS-BUSCA-USUARIO NOT = SPACES
                   AND WS-BUSCA-USUARIO NOT = TU-USUARIO(WS-IDX-REV)
               PERFORM BUSCAR-USUARIO
               IF WS-USR-HALLADO = "S"
                   IF TU-ROL(WS-IDX-HALLADO) = "S"
                           AND TU-ESTADO(WS-IDX-HALLADO) NOT = "I"
                       MOVE WS-BUSCA-USUARIO TO WS-REVISOR
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    ESCRIBIR-REPORTE                                            *
      *    Una seccion por revisor con sus usuarios a recertificar.    *
      *----------------------------------------------------------------*
       ESCRIBIR-REPORTE.
           MOVE 0 TO WS-CANT-REVISORES
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-CANT-RECERT
               MOVE TR-REGISTRO(WS-IDX-REC) TO REG-RECERT
               MOVE "N" TO WS-HALLADO
               PERFORM VARYING WS-IDX-TV FROM 1 BY 1
                       UNTIL WS-IDX-TV > WS-CANT-REVISORES
                   IF TV-REVISOR(WS-IDX-TV) = REC-REVISOR
                       MOVE "S" TO WS-HALLADO
                   END-IF
               END-PERFORM
               IF WS-HALLADO = "N"
                   ADD 1 TO WS-CANT-REVISORES
                   MOVE REC-REVISOR TO TV-REVISOR(WS-CANT-REVISORES)
               END-IF
           END-PERFORM

           OPEN OUTPUT ARCH-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "RECERTIFICACION DE ACCESOS - CAMPANIA DEL "
               WS-CAMPANIA-ACTUAL " - VENCE EL " WS-FECHA-VENCE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-DIAS-ACTIVIDAD TO WS-ED-DIAS
           MOVE SPACES TO WS-LINEA-REP
           STRING "ACCIONES PRIVILEGIADAS DESDE EL " WS-FECHA-DESDE
               " (" WS-ED-DIAS " DIAS)."
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "EL USUARIO SIN DECISION AL VENCIMIENTO QUEDA "
               "DESACTIVADO."
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           PERFORM VARYING WS-IDX-TV FROM 1 BY 1
                   UNTIL WS-IDX-TV > WS-CANT-REVISORES
               PERFORM ESCRIBIR-SECCION-REVISOR
           END-PERFORM
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "USUARIOS A RECERTIFICAR: " WS-CONT-ITEMS
               "  SIN REVISOR: " WS-CONT-SIN-REVISOR
               "  DESACTIVADOS POR PLAZO ANTERIOR: " WS-CONT-VENCIDOS
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           CLOSE ARCH-REPORTE.

       ESCRIBIR-SECCION-REVISOR.
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           IF TV-REVISOR(WS-IDX-TV) = SPACES
               STRING "SIN REVISOR POSIBLE (NO HAY OTRO SUPERVISOR "
                   "ACTIVO)" DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
           ELSE
               STRING "REVISOR: " TV-REVISOR(WS-IDX-TV)
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  USUARIO    ROL ULT-INGRESO DIAS-SIN-ING ACC-SEGUR"
               "IDAD ACC-AUDITORIA" DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-CANT-RECERT
               MOVE TR-REGISTRO(WS-IDX-REC) TO REG-RECERT
               IF REC-REVISOR = TV-REVISOR(WS-IDX-TV)
                   PERFORM ESCRIBIR-LINEA-ITEM
               END-IF
           END-PERFORM.

       ESCRIBIR-LINEA-ITEM.
           MOVE SPACES TO WS-LINEA-REP
           MOVE REC-USUARIO TO WS-LINEA-REP(3:10)
           MOVE REC-ROL TO WS-LINEA-REP(15:1)
           IF REC-ULT-INGRESO = 0
               MOVE "NUNCA" TO WS-LINEA-REP(18:8)
               MOVE "    -" TO WS-LINEA-REP(35:5)
           ELSE
               MOVE REC-ULT-INGRESO TO WS-LINEA-REP(18:8)
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(REC-ULT-INGRESO)
               MOVE WS-DIAS TO WS-ED-DIAS
               MOVE WS-ED-DIAS TO WS-LINEA-REP(35:5)
           END-IF
           MOVE REC-ACC-SEG TO WS-ED-CANT
           MOVE WS-ED-CANT TO WS-LINEA-REP(49:5)
           MOVE REC-ACC-AUD TO WS-ED-CANT
           MOVE WS-ED-CANT TO WS-LINEA-REP(62:5)
           WRITE REG-REPORTE FROM WS-LINEA-REP.

      *-----------------------------------------------------------------
      * BITACORA DE SEGURIDAD: EL USUARIO AFECTADO Y POR=USER-RECERT,
      * COMO EL DESBLOQUEO DE EX04-CICS-MENU.
      *-----------------------------------------------------------------
       GRABAR-SEGURIDAD.
           OPEN EXTEND ARCH-SEG-LOG
           IF FS-SLG = "35"
               OPEN OUTPUT ARCH-SEG-LOG
           END-IF
           ACCEPT WS-SEG-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-SEG-HORA FROM TIME
           MOVE SPACES TO WS-LINEA-SEG
           STRING
               WS-SEG-FECHA DELIMITED BY SIZE
               " " WS-SEG-HORA DELIMITED BY SIZE
               " EVENTO=" WS-SEG-EVENTO DELIMITED BY SIZE
               " USUARIO=" WS-SEG-USUARIO DELIMITED BY SIZE
               " POR=USER-RECERT" DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG.

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
               " PROGRAMA=USER-RECERT" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM USER-RECERT.
