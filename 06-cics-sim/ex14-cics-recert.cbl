      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Pantalla de recertificacion de accesos, llamada
      *          desde EX04-CICS-MENU (opcion 18, solo supervisor) con
      *          el usuario y el rol de la sesion. Muestra los items
      *          de la campania en curso (recertificacion.txt, que
      *          arma USER-RECERT) asignados al supervisor, con el
      *          rol, el ultimo ingreso y las acciones privilegiadas
      *          de cada usuario, y le permite confirmarlos o
      *          revocarlos con motivo. Revocar desactiva al usuario
      *          en usuarios.txt. Nadie decide sobre si mismo ni
      *          sobre un item asignado a otro revisor. Cada
      *          decision queda en seguridad.log (RECERT-CONFIRMA /
      *          RECERT-REVOCA). Lo que quede pendiente al vencer el
      *          plazo lo desactiva USER-RECERT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      * 15-10-2026 AAR Un item con REC-VENCE anterior a hoy ya no se
      *                confirma ni se revoca (PLAZO VENCIDO): queda
      *                para que USER-RECERT lo venza.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICS-RECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USR.
           SELECT ARCH-RECERT ASSIGN TO "recertificacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REC.
           SELECT ARCH-SEG-LOG ASSIGN TO "seguridad.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SLG.

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

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-USR              PIC XX.
       01  FS-REC              PIC XX.
       01  FS-SLG              PIC XX.
       01  WS-MSG              PIC X(50).
       01  WS-OPCION           PIC 9.
       01  WS-SALIR            PIC X VALUE "N".
       01  WS-FIN              PIC X VALUE "N".
       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-USUARIO          PIC X(10).
       01  WS-DECISION         PIC X(1).
       01  WS-MOTIVO           PIC X(30).
       01  WS-ESTADO-TEXTO     PIC X(11).
       01  WS-CONT-MIOS        PIC 9(3) VALUE 0.
       01  WS-CONT-PEND        PIC 9(3) VALUE 0.
       01  WS-CONT-CONF        PIC 9(3) VALUE 0.
       01  WS-CONT-REVOC       PIC 9(3) VALUE 0.
       01  WS-CONT-VENC        PIC 9(3) VALUE 0.

      *----------------------------------------------------------------*
      *    USUARIOS Y CAMPANIA EN MEMORIA; AMBOS ARCHIVOS SE REGRABAN  *
      *    COMPLETOS DESPUES DE CADA DECISION.                         *
      *----------------------------------------------------------------*
       01  WS-TABLA-USUARIOS.
           05 WS-USR-ENT OCCURS 50 TIMES.
               10 TU-REGISTRO  PIC X(34).
       01  WS-CANT-USUARIOS    PIC 9(2) VALUE 0.
       01  WS-IDX-USR          PIC 9(2) VALUE 0.
       01  WS-IDX-HALLADO      PIC 9(2) VALUE 0.

       01  WS-TABLA-RECERT.
           05 WS-REC-ENT OCCURS 50 TIMES.
               10 TR-REGISTRO  PIC X(110).
       01  WS-CANT-RECERT      PIC 9(2) VALUE 0.
       01  WS-IDX-REC          PIC 9(2) VALUE 0.
       01  WS-REC-HALLADO      PIC 9(2) VALUE 0.

       01  WS-SEG-EVENTO       PIC X(15).
       01  WS-SEG-FECHA        PIC 9(8).
       01  WS-SEG-HORA         PIC 9(8).
       01  WS-LINEA-SEG        PIC X(100).

       LINKAGE SECTION.
       01  LNK-USUARIO         PIC X(10).
       01  LNK-ROL             PIC X(1).
           88 LNK-ROL-CONSULTA     VALUE "C".
           88 LNK-ROL-OPERADOR     VALUE "O".
           88 LNK-ROL-SUPERVISOR   VALUE "S".

       PROCEDURE DIVISION USING LNK-USUARIO LNK-ROL.
       MAIN-LOGIC.
           DISPLAY "==============================================".
           DISPLAY "   SIMULACION CICS: RECERTIFICACION DE".
           DISPLAY "   ACCESOS DE USUARIOS".
           DISPLAY "==============================================".
           MOVE "N" TO WS-SALIR
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           IF NOT LNK-ROL-SUPERVISOR
               MOVE "OPCION NO PERMITIDA PARA SU ROL." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           PERFORM CARGAR-RECERT
           IF WS-CANT-RECERT = 0
               MOVE "NO HAY CAMPANIA DE RECERTIFICACION ABIERTA"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF
           MOVE TR-REGISTRO(1) TO REG-RECERT
           DISPLAY "CAMPANIA DEL " REC-CAMPANIA " - VENCE EL "
               REC-VENCE

           PERFORM UNTIL WS-SALIR = "S"
               PERFORM PANTALLA-RECERT
               ACCEPT WS-OPCION
               PERFORM PROCESAR-OPCION
           END-PERFORM
           GOBACK.

       PANTALLA-RECERT.
           DISPLAY "-------------------------------------------".
           DISPLAY "   [1] MIS USUARIOS A RECERTIFICAR".
           DISPLAY "   [2] CONFIRMAR O REVOCAR UN USUARIO".
           DISPLAY "   [3] ESTADO DE LA CAMPANIA".
           DISPLAY "   [0] VOLVER AL MENU".
           DISPLAY "-------------------------------------------".
           DISPLAY "   SELECCIONE UNA OPCION: "
           .

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM LISTAR-MIS-ITEMS
               WHEN 2
                   PERFORM DECIDIR-ITEM THRU DECIDIR-ITEM-FIN
               WHEN 3
                   PERFORM ESTADO-CAMPANIA
               WHEN 0
                   MOVE "S" TO WS-SALIR
               WHEN OTHER
                   MOVE "OPCION INVALIDA." TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * [1] ITEMS ASIGNADOS AL SUPERVISOR DE LA SESION.
      *-----------------------------------------------------------------
       LISTAR-MIS-ITEMS.
           MOVE 0 TO WS-CONT-MIOS
           DISPLAY "USUARIO    ROL ULT-INGRESO ACC-SEG ACC-AUD ESTADO"
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-CANT-RECERT
               MOVE TR-REGISTRO(WS-IDX-REC) TO REG-RECERT
               IF REC-REVISOR = LNK-USUARIO
                   ADD 1 TO WS-CONT-MIOS
                   PERFORM MOSTRAR-LINEA-ITEM
               END-IF
           END-PERFORM
           IF WS-CONT-MIOS = 0
               MOVE "NO TIENE USUARIOS ASIGNADOS EN ESTA CAMPANIA"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF
           .

       MOSTRAR-LINEA-ITEM.
           PERFORM TEXTO-ESTADO
           IF REC-ULT-INGRESO = 0
               DISPLAY REC-USUARIO " " REC-ROL "   NUNCA       "
                   REC-ACC-SEG "   " REC-ACC-AUD "   " WS-ESTADO-TEXTO
           ELSE
               DISPLAY REC-USUARIO " " REC-ROL "   "
                   REC-ULT-INGRESO "    " REC-ACC-SEG "   "
                   REC-ACC-AUD "   " WS-ESTADO-TEXTO
           END-IF
           .

       TEXTO-ESTADO.
           EVALUATE TRUE
               WHEN REC-PENDIENTE
                   MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
               WHEN REC-CONFIRMADO
                   MOVE "CONFIRMADO" TO WS-ESTADO-TEXTO
               WHEN REC-REVOCADO
                   MOVE "REVOCADO" TO WS-ESTADO-TEXTO
               WHEN REC-VENCIDO
                   MOVE "VENCIDO" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE "?" TO WS-ESTADO-TEXTO
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * [2] DECISION SOBRE UN ITEM PENDIENTE PROPIO Y EN PLAZO. REVOCAR
      * EXIGE MOTIVO Y DESACTIVA AL USUARIO EN usuarios.txt.
      *-----------------------------------------------------------------
       DECIDIR-ITEM.
           DISPLAY "USUARIO A RECERTIFICAR: "
           ACCEPT WS-USUARIO
           MOVE FUNCTION UPPER-CASE(WS-USUARIO) TO WS-USUARIO
           MOVE 0 TO WS-REC-HALLADO
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-CANT-RECERT
               MOVE TR-REGISTRO(WS-IDX-REC) TO REG-RECERT
               IF REC-USUARIO = WS-USUARIO
                   MOVE WS-IDX-REC TO WS-REC-HALLADO
               END-IF
           END-PERFORM
           IF WS-REC-HALLADO = 0
               MOVE "ESE USUARIO NO ESTA EN LA CAMPANIA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO DECIDIR-ITEM-FIN
           END-IF
           MOVE TR-REGISTRO(WS-REC-HALLADO) TO REG-RECERT
           IF WS-USUARIO = LNK-USUARIO
               MOVE "NO PUEDE RECERTIFICARSE A SI MISMO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO DECIDIR-ITEM-FIN
           END-IF
           IF REC-REVISOR NOT = LNK-USUARIO
               MOVE "EL ITEM ESTA ASIGNADO A OTRO REVISOR" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO DECIDIR-ITEM-FIN
           END-IF
           IF NOT REC-PENDIENTE
               PERFORM TEXTO-ESTADO
               MOVE SPACES TO WS-MSG
               STRING "EL ITEM YA ESTA " WS-ESTADO-TEXTO
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
               PERFORM MOSTRAR-MENSAJE
               GO TO DECIDIR-ITEM-FIN
           END-IF
      *    PASADO EL PLAZO EL ITEM YA NO SE DECIDE: LO VENCE
      *    USER-RECERT Y DESACTIVA AL USUARIO.
           IF REC-VENCE < WS-FECHA-HOY
               MOVE SPACES TO WS-MSG
               STRING "PLAZO VENCIDO EL " REC-VENCE
                   ": NO SE PUEDE DECIDIR"
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
               PERFORM MOSTRAR-MENSAJE
               GO TO DECIDIR-ITEM-FIN
           END-IF

           DISPLAY "USUARIO    ROL ULT-INGRESO ACC-SEG ACC-AUD ESTADO"
           PERFORM MOSTRAR-LINEA-ITEM
           DISPLAY "DECISION (C = CONFIRMAR, R = REVOCAR, "
               "OTRO = VOLVER): "
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN "C"
                   MOVE SPACES TO WS-MOTIVO
                   MOVE "RECERT-CONFIRMA" TO WS-SEG-EVENTO
               WHEN "R"
                   DISPLAY "MOTIVO DE LA REVOCACION: "
                   ACCEPT WS-MOTIVO
                   MOVE FUNCTION UPPER-CASE(WS-MOTIVO) TO WS-MOTIVO
                   IF WS-MOTIVO = SPACES
                       MOVE "EL MOTIVO ES OBLIGATORIO" TO WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                       GO TO DECIDIR-ITEM-FIN
                   END-IF
                   MOVE "RECERT-REVOCA" TO WS-SEG-EVENTO
               WHEN OTHER
                   GO TO DECIDIR-ITEM-FIN
           END-EVALUATE

      *    SE RELEE usuarios.txt JUSTO ANTES DE REGRABARLO PARA NO
      *    PISAR UN CAMBIO HECHO DESDE OTRA SESION.
           IF WS-DECISION = "R"
               PERFORM CARGAR-USUARIOS
               PERFORM BUSCAR-USUARIO
               IF WS-IDX-HALLADO > 0
                   MOVE TU-REGISTRO(WS-IDX-HALLADO) TO REG-USUARIO
                   MOVE "I" TO USR-ESTADO
                   MOVE REG-USUARIO TO TU-REGISTRO(WS-IDX-HALLADO)
                   PERFORM REGRABAR-USUARIOS
               END-IF
           END-IF

           MOVE WS-DECISION TO REC-ESTADO
           MOVE LNK-USUARIO TO REC-DECIDIDO-POR
           MOVE WS-FECHA-HOY TO REC-FECHA-DECISION
           MOVE WS-MOTIVO TO REC-MOTIVO
           MOVE REG-RECERT TO TR-REGISTRO(WS-REC-HALLADO)
           PERFORM GRABAR-RECERT
           PERFORM GRABAR-SEGURIDAD
           IF WS-DECISION = "R"
               MOVE "ACCESO REVOCADO: USUARIO DESACTIVADO." TO WS-MSG
           ELSE
               MOVE "ACCESO CONFIRMADO." TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       DECIDIR-ITEM-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [3] AVANCE DE TODA LA CAMPANIA, CON EL REVISOR DE CADA ITEM.
      *-----------------------------------------------------------------
       ESTADO-CAMPANIA.
           MOVE 0 TO WS-CONT-PEND
           MOVE 0 TO WS-CONT-CONF
           MOVE 0 TO WS-CONT-REVOC
           MOVE 0 TO WS-CONT-VENC
           DISPLAY "USUARIO    REVISOR    ESTADO      DECIDIO    FECHA"
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-CANT-RECERT
               MOVE TR-REGISTRO(WS-IDX-REC) TO REG-RECERT
               PERFORM TEXTO-ESTADO
               EVALUATE TRUE
                   WHEN REC-PENDIENTE ADD 1 TO WS-CONT-PEND
                   WHEN REC-CONFIRMADO ADD 1 TO WS-CONT-CONF
                   WHEN REC-REVOCADO ADD 1 TO WS-CONT-REVOC
                   WHEN REC-VENCIDO ADD 1 TO WS-CONT-VENC
               END-EVALUATE
               DISPLAY REC-USUARIO " " REC-REVISOR " "
                   WS-ESTADO-TEXTO " " REC-DECIDIDO-POR " "
                   REC-FECHA-DECISION
           END-PERFORM
           DISPLAY "PENDIENTES: " WS-CONT-PEND
               "  CONFIRMADOS: " WS-CONT-CONF
               "  REVOCADOS: " WS-CONT-REVOC
               "  VENCIDOS: " WS-CONT-VENC
           .

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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-RECERT
           END-IF
           .

       GRABAR-RECERT.
           OPEN OUTPUT ARCH-RECERT
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-CANT-RECERT
               MOVE TR-REGISTRO(WS-IDX-REC) TO REG-RECERT
               WRITE REG-RECERT
           END-PERFORM
           CLOSE ARCH-RECERT
           .

       CARGAR-USUARIOS.
           MOVE 0 TO WS-CANT-USUARIOS
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-USUARIOS
           IF FS-USR = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-USUARIOS
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF WS-CANT-USUARIOS < 50
                               ADD 1 TO WS-CANT-USUARIOS
                               MOVE REG-USUARIO
                                   TO TU-REGISTRO(WS-CANT-USUARIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-USUARIOS
           END-IF
           .

       BUSCAR-USUARIO.
           MOVE 0 TO WS-IDX-HALLADO
           PERFORM VARYING WS-IDX-USR FROM 1 BY 1
                   UNTIL WS-IDX-USR > WS-CANT-USUARIOS
               IF TU-REGISTRO(WS-IDX-USR)(1:10) = WS-USUARIO
                   MOVE WS-IDX-USR TO WS-IDX-HALLADO
               END-IF
           END-PERFORM
           .

       REGRABAR-USUARIOS.
           OPEN OUTPUT ARCH-USUARIOS
           PERFORM VARYING WS-IDX-USR FROM 1 BY 1
                   UNTIL WS-IDX-USR > WS-CANT-USUARIOS
               MOVE TU-REGISTRO(WS-IDX-USR) TO REG-USUARIO
               WRITE REG-USUARIO
           END-PERFORM
           CLOSE ARCH-USUARIOS
           .

      *-----------------------------------------------------------------
      * BITACORA DE SEGURIDAD: EL USUARIO RECERTIFICADO Y POR= EL
      * REVISOR, COMO EL DESBLOQUEO DE EX04-CICS-MENU.
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
               " USUARIO=" WS-USUARIO DELIMITED BY SIZE
               " POR=" LNK-USUARIO DELIMITED BY SIZE
               " MOTIVO=" WS-MOTIVO DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG
           .

       MOSTRAR-MENSAJE.
           DISPLAY "-------------------------------------------"
           DISPLAY WS-MSG
           .

       END PROGRAM CICS-RECERT.
