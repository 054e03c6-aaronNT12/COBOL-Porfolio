      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Pantalla de reclamos y solicitudes de servicio,
      *          llamada desde EX04-CICS-MENU (opcion 17) con el
      *          usuario y el rol de la sesion. SOLICITUDES.IDX
      *          (clave numero de ticket, clave alterna por cliente)
      *          guarda cada reclamo o pedido del cliente (tarjeta no
      *          recibida, comision mal cobrada, cambio de domicilio)
      *          con la cuenta y la referencia del movimiento si
      *          corresponde, la categoria, la sucursal, el usuario
      *          asignado, el estado y la fecha de vencimiento, que
      *          sale de los dias de la categoria en
      *          sla_solicitudes.txt. Estados: A abierta, P en
      *          proceso, R resuelta, X anulada (solo supervisor).
      *          El aging semanal por sucursal lo emite
      *          DB-AGING-SOLICITUDES y DB-CUSTOMER360 muestra las
      *          del cliente. Cada accion queda en seguridad.log.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      * 15-10-2026 AAR SOLICITUD-REG declara RECORD CONTAINS 200,
      *                el largo real de sus campos, igual en
      *                CICS-SOLICITUDES, DB-CUSTOMER360 y
      *                DB-AGING-SOLIC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICS-SOLICITUDES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS-CLI.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT SOLICITUDES ASSIGN TO "SOLICITUDES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOL-TICKET
               ALTERNATE RECORD KEY IS SOL-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-SOL.
           SELECT ARCH-SLA ASSIGN TO "sla_solicitudes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SLA.
           SELECT ARCH-SUCURSALES ASSIGN TO "sucursales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUC.
           SELECT ARCH-SEG-LOG ASSIGN TO "seguridad.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SLG.

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

       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
           05 CTA-NUMERO       PIC 9(8).
           05 CTA-CLI-ID       PIC 9(5).
           05 CTA-TIPO         PIC X(1).
           05 CTA-SALDO        PIC 9(9)V99.
           05 CTA-ESTADO       PIC X(1).
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

      *----------------------------------------------------------------*
      *    RECLAMOS Y SOLICITUDES DE SERVICIO. CUENTA Y REFERENCIA DEL *
      *    MOVIMIENTO EN CERO CUANDO NO APLICAN.                       *
      *----------------------------------------------------------------*
       FD  SOLICITUDES
           RECORD CONTAINS 200 CHARACTERS.
       01  SOLICITUD-REG.
           05 SOL-TICKET       PIC 9(8).
           05 SOL-CLI-ID       PIC 9(5).
           05 SOL-CUENTA       PIC 9(8).
           05 SOL-MOV-REF      PIC 9(8).
           05 SOL-CATEGORIA    PIC X(4).
           05 SOL-SUCURSAL     PIC X(3).
           05 SOL-ASIGNADO     PIC X(10).
           05 SOL-ESTADO       PIC X(1).
               88 SOL-ABIERTA      VALUE "A".
               88 SOL-EN-PROCESO   VALUE "P".
               88 SOL-RESUELTA     VALUE "R".
               88 SOL-ANULADA      VALUE "X".
               88 SOL-PENDIENTE    VALUE "A" "P".
           05 SOL-FECHA-ALTA   PIC 9(8).
           05 SOL-FECHA-VENCE  PIC 9(8).
           05 SOL-FECHA-CIERRE PIC 9(8).
           05 SOL-USUARIO      PIC X(10).
           05 SOL-ULT-USUARIO  PIC X(10).
           05 SOL-ULT-FECHA    PIC 9(8).
           05 SOL-DESCRIPCION  PIC X(50).
           05 SOL-RESOLUCION   PIC X(40).
           05 FILLER           PIC X(11).

      *    CATEGORIAS Y DIAS DE ATENCION COMPROMETIDOS (SLA).
       FD  ARCH-SLA.
       01  REG-SLA.
           05 SLA-CATEGORIA    PIC X(4).
           05 SLA-DIAS         PIC 9(3).
           05 SLA-DESCRIPCION  PIC X(30).

       FD  ARCH-SUCURSALES.
       01  REG-SUCURSAL.
           05 SUC-CODIGO       PIC X(3).
           05 SUC-NOMBRE       PIC X(30).
           05 SUC-ESTADO       PIC X(1).
               88 SUC-ACTIVA       VALUE "A" " ".

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-CLI              PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-SOL              PIC XX.
       01  FS-SLA              PIC XX.
       01  FS-SUC              PIC XX.
       01  FS-SLG              PIC XX.
       01  WS-MSG              PIC X(50).
       01  WS-OPCION           PIC 9.
       01  WS-SALIR            PIC X VALUE "N".
       01  WS-CONFIRMA         PIC X.
       01  WS-LAY-ARCHIVO      PIC X(20).
       01  WS-LAY-VERSION      PIC X(2).
       01  WS-LAY-LONGITUD     PIC 9(4).
       01  WS-LAY-RESULTADO    PIC X(1).
       01  WS-LAY-INFO         PIC X(40).
       01  WS-LAYOUT-OK        PIC X VALUE "S".
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".

       01  WS-TICKET           PIC 9(8).
       01  WS-ULTIMO-TICKET    PIC 9(8) VALUE 0.
       01  WS-CLI-ID           PIC 9(5).
       01  WS-CUENTA           PIC 9(8).
       01  WS-MOV-REF          PIC 9(8).
       01  WS-CATEGORIA        PIC X(4).
       01  WS-SUCURSAL         PIC X(3).
       01  WS-SUC-PROPUESTA    PIC X(3).
       01  WS-ASIGNADO         PIC X(10).
       01  WS-DESCRIPCION      PIC X(50).
       01  WS-RESOLUCION       PIC X(40).
       01  WS-FECHA-VENCE      PIC 9(8).
       01  WS-ACCION           PIC 9.
       01  WS-FIN-SOL          PIC X VALUE "N".
       01  WS-CONT-SOL         PIC 9(4) VALUE 0.
       01  WS-CONT-VENCIDAS    PIC 9(4) VALUE 0.
       01  WS-ESTADO-TEXTO     PIC X(10).
       01  WS-MARCA-VENCIDA    PIC X(8).

       01  WS-TABLA-SLA.
           05 WS-SLA-ENT OCCURS 30 TIMES.
               10 TL-CATEGORIA     PIC X(4).
               10 TL-DIAS          PIC 9(3).
               10 TL-DESCRIPCION   PIC X(30).
       01  WS-CANT-SLA         PIC 9(2) VALUE 0.
       01  WS-IDX-SLA          PIC 9(2).
       01  WS-SLA-HALLADA      PIC 9(2) VALUE 0.
       01  WS-FIN-SLA          PIC X VALUE "N".

       01  WS-TABLA-SUC.
           05 WS-SUC-ENT OCCURS 20 TIMES.
               10 TS-CODIGO    PIC X(3).
       01  WS-CANT-SUC         PIC 9(2) VALUE 0.
       01  WS-IDX-SUC          PIC 9(2).
       01  WS-FIN-SUC          PIC X VALUE "N".
       01  WS-SUC-OK           PIC X VALUE "N".

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
           DISPLAY "   SIMULACION CICS: RECLAMOS Y SOLICITUDES".
           DISPLAY "   DE SERVICIO DE CLIENTES".
           DISPLAY "==============================================".
           MOVE "N" TO WS-SALIR
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC

           OPEN I-O SOLICITUDES
           IF FS-SOL = "35"
               OPEN OUTPUT SOLICITUDES
               CLOSE SOLICITUDES
               OPEN I-O SOLICITUDES
           END-IF
           IF FS-SOL NOT = "00"
               MOVE "ERROR AL ABRIR SOLICITUDES.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           OPEN INPUT CLIENTES
           IF FS-CLI NOT = "00"
               MOVE "ERROR AL ABRIR CLIENTES.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE SOLICITUDES
               GOBACK
           END-IF

           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               MOVE "ERROR AL ABRIR CUENTAS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE SOLICITUDES
               CLOSE CLIENTES
               GOBACK
           END-IF

           PERFORM VERIFICAR-LAYOUTS
           IF WS-LAYOUT-OK = "N"
               MOVE "S" TO WS-SALIR
           END-IF
           PERFORM CARGAR-SLA
           PERFORM CARGAR-SUCURSALES

           PERFORM UNTIL WS-SALIR = "S"
               PERFORM PANTALLA-SOLICITUDES
               ACCEPT WS-OPCION
               PERFORM PROCESAR-OPCION
           END-PERFORM

           CLOSE SOLICITUDES
           CLOSE CLIENTES
           CLOSE CUENTAS
           GOBACK.

       PANTALLA-SOLICITUDES.
           DISPLAY "-------------------------------------------".
           DISPLAY "   [1] CONSULTAR UNA SOLICITUD".
           DISPLAY "   [2] SOLICITUDES DE UN CLIENTE".
           DISPLAY "   [3] MIS SOLICITUDES PENDIENTES".
           IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
               DISPLAY "   [4] ABRIR UNA SOLICITUD"
               DISPLAY "   [5] ACTUALIZAR UNA SOLICITUD"
           END-IF
           DISPLAY "   [0] VOLVER AL MENU".
           DISPLAY "-------------------------------------------".
           DISPLAY "   SELECCIONE UNA OPCION: "
           .

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM CONSULTAR-SOLICITUD THRU
                       CONSULTAR-SOLICITUD-FIN
               WHEN 2
                   PERFORM LISTAR-SOLICITUDES-CLIENTE THRU
                       LISTAR-SOLICITUDES-CLIENTE-FIN
               WHEN 3
                   PERFORM LISTAR-MIS-SOLICITUDES
               WHEN 4
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM ABRIR-SOLICITUD THRU ABRIR-SOLICITUD-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 5
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM ACTUALIZAR-SOLICITUD THRU
                           ACTUALIZAR-SOLICITUD-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 0
                   MOVE "S" TO WS-SALIR
               WHEN OTHER
                   MOVE "OPCION INVALIDA." TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE
           .

       RECHAZAR-POR-ROL.
           MOVE "OPCION NO PERMITIDA PARA SU ROL." TO WS-MSG
           PERFORM MOSTRAR-MENSAJE
           .

      *-----------------------------------------------------------------
      * [1] CONSULTA DE UNA SOLICITUD CON TODO SU DETALLE.
      *-----------------------------------------------------------------
       CONSULTAR-SOLICITUD.
           DISPLAY "NUMERO DE SOLICITUD (8 DIGITOS): "
           ACCEPT WS-TICKET
           PERFORM LEER-SOLICITUD THRU LEER-SOLICITUD-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO CONSULTAR-SOLICITUD-FIN
           END-IF
           PERFORM MOSTRAR-SOLICITUD
           .
       CONSULTAR-SOLICITUD-FIN.
           EXIT.

       MOSTRAR-SOLICITUD.
           PERFORM TEXTO-ESTADO
           MOVE SOL-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "(CLIENTE NO ENCONTRADO)" TO CLI-NOMBRE
                   MOVE SPACES TO CLI-APELLIDO
           END-READ
           DISPLAY "-------------------------------------------"
           DISPLAY "SOLICITUD:   " SOL-TICKET "  ESTADO "
               WS-ESTADO-TEXTO " " WS-MARCA-VENCIDA
           DISPLAY "CLIENTE:     " SOL-CLI-ID " " CLI-NOMBRE
           DISPLAY "             " CLI-APELLIDO
           DISPLAY "CUENTA:      " SOL-CUENTA "  REF.MOV " SOL-MOV-REF
           PERFORM BUSCAR-CATEGORIA
           IF WS-SLA-HALLADA > 0
               DISPLAY "CATEGORIA:   " SOL-CATEGORIA " "
                   TL-DESCRIPCION(WS-SLA-HALLADA)
           ELSE
               DISPLAY "CATEGORIA:   " SOL-CATEGORIA
           END-IF
           DISPLAY "SUCURSAL:    " SOL-SUCURSAL "  ASIGNADA A "
               SOL-ASIGNADO
           DISPLAY "ABIERTA EL:  " SOL-FECHA-ALTA " POR " SOL-USUARIO
           DISPLAY "VENCE EL:    " SOL-FECHA-VENCE
           IF SOL-FECHA-CIERRE > 0
               DISPLAY "CERRADA EL:  " SOL-FECHA-CIERRE
           END-IF
           DISPLAY "ULT. CAMBIO: " SOL-ULT-FECHA " POR " SOL-ULT-USUARIO
           DISPLAY "DETALLE:     " SOL-DESCRIPCION
           IF SOL-RESOLUCION NOT = SPACES
               DISPLAY "RESOLUCION:  " SOL-RESOLUCION
           END-IF
           .

      *    ESTADO EN TEXTO Y MARCA DE VENCIDA PARA LAS PENDIENTES CUYO
      *    VENCIMIENTO YA PASO.
       TEXTO-ESTADO.
           EVALUATE TRUE
               WHEN SOL-ABIERTA
                   MOVE "ABIERTA" TO WS-ESTADO-TEXTO
               WHEN SOL-EN-PROCESO
                   MOVE "EN PROCESO" TO WS-ESTADO-TEXTO
               WHEN SOL-RESUELTA
                   MOVE "RESUELTA" TO WS-ESTADO-TEXTO
               WHEN SOL-ANULADA
                   MOVE "ANULADA" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE SOL-ESTADO TO WS-ESTADO-TEXTO
           END-EVALUATE
           MOVE SPACES TO WS-MARCA-VENCIDA
           IF SOL-PENDIENTE AND SOL-FECHA-VENCE < WS-FECHA-NEGOCIO
               MOVE "VENCIDA" TO WS-MARCA-VENCIDA
           END-IF
           .

       MOSTRAR-LINEA-SOLICITUD.
           ADD 1 TO WS-CONT-SOL
           PERFORM TEXTO-ESTADO
           IF WS-MARCA-VENCIDA NOT = SPACES
               ADD 1 TO WS-CONT-VENCIDAS
           END-IF
           DISPLAY SOL-TICKET " " SOL-CLI-ID " " SOL-CATEGORIA " "
               SOL-SUCURSAL " " WS-ESTADO-TEXTO " " SOL-FECHA-VENCE
               " " SOL-ASIGNADO " " WS-MARCA-VENCIDA
           .

      *-----------------------------------------------------------------
      * [2] SOLICITUDES DEL CLIENTE POR LA CLAVE ALTERNA, PENDIENTES Y
      * CERRADAS.
      *-----------------------------------------------------------------
       LISTAR-SOLICITUDES-CLIENTE.
           DISPLAY "CLI-ID DEL CLIENTE (5 DIGITOS): "
           ACCEPT WS-CLI-ID
           MOVE WS-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NO ENCONTRADO" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO LISTAR-SOLICITUDES-CLIENTE-FIN
           END-READ
           DISPLAY "-------------------------------------------"
           DISPLAY "CLIENTE " CLI-ID " " CLI-NOMBRE
           DISPLAY "TICKET   CLI   CAT  SUC ESTADO     VENCE    "
               "ASIGNADO"
           MOVE 0 TO WS-CONT-SOL
           MOVE 0 TO WS-CONT-VENCIDAS
           MOVE "N" TO WS-FIN-SOL
           MOVE WS-CLI-ID TO SOL-CLI-ID
           START SOLICITUDES KEY IS NOT LESS THAN SOL-CLI-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-SOL
           END-START
           PERFORM UNTIL WS-FIN-SOL = "S"
               READ SOLICITUDES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-SOL
               END-READ
               IF WS-FIN-SOL NOT = "S"
                   IF SOL-CLI-ID = WS-CLI-ID
                       PERFORM MOSTRAR-LINEA-SOLICITUD
                   ELSE
                       MOVE "S" TO WS-FIN-SOL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CONT-SOL = 0
               DISPLAY "EL CLIENTE NO TIENE SOLICITUDES REGISTRADAS."
           ELSE
               DISPLAY "-------------------------------------------"
               DISPLAY "SOLICITUDES: " WS-CONT-SOL "  VENCIDAS: "
                   WS-CONT-VENCIDAS
           END-IF
           .
       LISTAR-SOLICITUDES-CLIENTE-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [3] PENDIENTES ASIGNADAS AL USUARIO DE LA SESION.
      *-----------------------------------------------------------------
       LISTAR-MIS-SOLICITUDES.
           DISPLAY "-------------------------------------------"
           DISPLAY "PENDIENTES ASIGNADAS A " LNK-USUARIO
           DISPLAY "TICKET   CLI   CAT  SUC ESTADO     VENCE    "
               "ASIGNADO"
           MOVE 0 TO WS-CONT-SOL
           MOVE 0 TO WS-CONT-VENCIDAS
           MOVE "N" TO WS-FIN-SOL
           MOVE 0 TO SOL-TICKET
           START SOLICITUDES KEY IS NOT LESS THAN SOL-TICKET
               INVALID KEY
                   MOVE "S" TO WS-FIN-SOL
           END-START
           PERFORM UNTIL WS-FIN-SOL = "S"
               READ SOLICITUDES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-SOL
               END-READ
               IF WS-FIN-SOL NOT = "S"
                   IF SOL-PENDIENTE AND SOL-ASIGNADO = LNK-USUARIO
                       PERFORM MOSTRAR-LINEA-SOLICITUD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CONT-SOL = 0
               DISPLAY "NO TIENE SOLICITUDES PENDIENTES."
           ELSE
               DISPLAY "-------------------------------------------"
               DISPLAY "PENDIENTES: " WS-CONT-SOL "  VENCIDAS: "
                   WS-CONT-VENCIDAS
           END-IF
           .

      *-----------------------------------------------------------------
      * [4] ALTA DE SOLICITUD: CLIENTE ACTIVO, CUENTA DEL CLIENTE SI SE
      * INFORMA (SU SUCURSAL ES LA PROPUESTA), CATEGORIA DEL CATALOGO
      * DE SLA; EL VENCIMIENTO ES LA FECHA DE NEGOCIO MAS LOS DIAS DE
      * LA CATEGORIA. SIN ASIGNAR QUEDA A NOMBRE DE QUIEN LA ABRE.
      *-----------------------------------------------------------------
       ABRIR-SOLICITUD.
           IF WS-CANT-SLA = 0
               MOVE "SIN sla_solicitudes.txt NO HAY CATEGORIAS"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ABRIR-SOLICITUD-FIN
           END-IF
           DISPLAY "CLI-ID DEL CLIENTE (5 DIGITOS): "
           ACCEPT WS-CLI-ID
           PERFORM LEER-CLIENTE THRU LEER-CLIENTE-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO ABRIR-SOLICITUD-FIN
           END-IF
           DISPLAY "CLIENTE " CLI-ID " " CLI-NOMBRE

           MOVE SPACES TO WS-SUCURSAL
           DISPLAY "CUENTA AFECTADA (8 DIGITOS, 0 = NINGUNA): "
           ACCEPT WS-CUENTA
           MOVE 0 TO WS-MOV-REF
           IF WS-CUENTA > 0
               MOVE WS-CUENTA TO CTA-NUMERO
               READ CUENTAS
                   INVALID KEY
                       MOVE "CUENTA NO ENCONTRADA" TO WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                       GO TO ABRIR-SOLICITUD-FIN
               END-READ
               IF CTA-CLI-ID NOT = WS-CLI-ID
                   MOVE "LA CUENTA NO ES DEL CLIENTE" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO ABRIR-SOLICITUD-FIN
               END-IF
               MOVE CTA-SUCURSAL TO WS-SUCURSAL
               DISPLAY "REFERENCIA DEL MOVIMIENTO (8 DIGITOS, "
                   "0 = NINGUNO): "
               ACCEPT WS-MOV-REF
           END-IF

           DISPLAY "CATEGORIAS:"
           PERFORM VARYING WS-IDX-SLA FROM 1 BY 1
                   UNTIL WS-IDX-SLA > WS-CANT-SLA
               DISPLAY "  " TL-CATEGORIA(WS-IDX-SLA) " "
                   TL-DESCRIPCION(WS-IDX-SLA) " "
                   TL-DIAS(WS-IDX-SLA) " DIAS"
           END-PERFORM
           DISPLAY "CATEGORIA: "
           ACCEPT WS-CATEGORIA
           MOVE FUNCTION UPPER-CASE(WS-CATEGORIA) TO WS-CATEGORIA
           MOVE WS-CATEGORIA TO SOL-CATEGORIA
           PERFORM BUSCAR-CATEGORIA
           IF WS-SLA-HALLADA = 0
               MOVE "CATEGORIA INEXISTENTE" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ABRIR-SOLICITUD-FIN
           END-IF

           IF WS-SUCURSAL = SPACES
               DISPLAY "SUCURSAL (3 CARACTERES): "
           ELSE
               DISPLAY "SUCURSAL (ENTER = " WS-SUCURSAL "): "
           END-IF
           MOVE WS-SUCURSAL TO WS-SUC-PROPUESTA
           ACCEPT WS-SUCURSAL
           MOVE FUNCTION UPPER-CASE(WS-SUCURSAL) TO WS-SUCURSAL
           IF WS-SUCURSAL = SPACES
               MOVE WS-SUC-PROPUESTA TO WS-SUCURSAL
           END-IF
           PERFORM VALIDAR-SUCURSAL
           IF WS-SUC-OK NOT = "S"
               MOVE "SUCURSAL INEXISTENTE" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ABRIR-SOLICITUD-FIN
           END-IF

           DISPLAY "DETALLE DEL RECLAMO O PEDIDO: "
           ACCEPT WS-DESCRIPCION
           MOVE FUNCTION UPPER-CASE(WS-DESCRIPCION) TO WS-DESCRIPCION
           IF WS-DESCRIPCION = SPACES
               MOVE "EL DETALLE ES OBLIGATORIO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ABRIR-SOLICITUD-FIN
           END-IF
           DISPLAY "ASIGNAR A (USUARIO, ENTER = USTED): "
           ACCEPT WS-ASIGNADO
           MOVE FUNCTION UPPER-CASE(WS-ASIGNADO) TO WS-ASIGNADO
           IF WS-ASIGNADO = SPACES
               MOVE LNK-USUARIO TO WS-ASIGNADO
           END-IF

           COMPUTE WS-FECHA-VENCE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
               + TL-DIAS(WS-SLA-HALLADA))
           PERFORM BUSCAR-ULTIMO-TICKET
           ADD 1 TO WS-ULTIMO-TICKET
           DISPLAY "SOLICITUD " WS-ULTIMO-TICKET " CATEGORIA "
               WS-CATEGORIA " VENCE EL " WS-FECHA-VENCE
           DISPLAY "CONFIRMA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "ALTA CANCELADA." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ABRIR-SOLICITUD-FIN
           END-IF

           MOVE SPACES TO SOLICITUD-REG
           MOVE WS-ULTIMO-TICKET TO SOL-TICKET
           MOVE WS-CLI-ID TO SOL-CLI-ID
           MOVE WS-CUENTA TO SOL-CUENTA
           MOVE WS-MOV-REF TO SOL-MOV-REF
           MOVE WS-CATEGORIA TO SOL-CATEGORIA
           MOVE WS-SUCURSAL TO SOL-SUCURSAL
           MOVE WS-ASIGNADO TO SOL-ASIGNADO
           MOVE "A" TO SOL-ESTADO
           MOVE WS-FECHA-NEGOCIO TO SOL-FECHA-ALTA
           MOVE WS-FECHA-VENCE TO SOL-FECHA-VENCE
           MOVE 0 TO SOL-FECHA-CIERRE
           MOVE LNK-USUARIO TO SOL-USUARIO
           MOVE LNK-USUARIO TO SOL-ULT-USUARIO
           MOVE WS-FECHA-NEGOCIO TO SOL-ULT-FECHA
           MOVE WS-DESCRIPCION TO SOL-DESCRIPCION
           WRITE SOLICITUD-REG
           IF FS-SOL = "00"
               MOVE "SOL-ALTA" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE "SOLICITUD REGISTRADA." TO WS-MSG
           ELSE
               MOVE "ERROR AL GRABAR LA SOLICITUD" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       ABRIR-SOLICITUD-FIN.
           EXIT.

      *    EL ULTIMO NUMERO ES EL DEL ULTIMO REGISTRO EN ORDEN DE CLAVE.
       BUSCAR-ULTIMO-TICKET.
           MOVE 0 TO WS-ULTIMO-TICKET
           MOVE "N" TO WS-FIN-SOL
           MOVE 0 TO SOL-TICKET
           START SOLICITUDES KEY IS NOT LESS THAN SOL-TICKET
               INVALID KEY
                   MOVE "S" TO WS-FIN-SOL
           END-START
           PERFORM UNTIL WS-FIN-SOL = "S"
               READ SOLICITUDES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-SOL
                   NOT AT END
                       MOVE SOL-TICKET TO WS-ULTIMO-TICKET
               END-READ
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * [5] ACTUALIZACION: REASIGNAR, PASAR A EN PROCESO, RESOLVER CON
      * EL TEXTO DE LA RESOLUCION O ANULAR (SOLO SUPERVISOR, CON
      * MOTIVO). UNA SOLICITUD RESUELTA O ANULADA NO SE TOCA MAS.
      *-----------------------------------------------------------------
       ACTUALIZAR-SOLICITUD.
           DISPLAY "NUMERO DE SOLICITUD (8 DIGITOS): "
           ACCEPT WS-TICKET
           PERFORM LEER-SOLICITUD THRU LEER-SOLICITUD-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO ACTUALIZAR-SOLICITUD-FIN
           END-IF
           PERFORM MOSTRAR-SOLICITUD
           IF NOT SOL-PENDIENTE
               MOVE "LA SOLICITUD YA ESTA CERRADA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ACTUALIZAR-SOLICITUD-FIN
           END-IF
           DISPLAY "-------------------------------------------"
           DISPLAY "   [1] REASIGNAR"
           DISPLAY "   [2] PASAR A EN PROCESO"
           DISPLAY "   [3] RESOLVER"
           IF LNK-ROL-SUPERVISOR
               DISPLAY "   [4] ANULAR"
           END-IF
           DISPLAY "   [0] VOLVER"
           DISPLAY "   ACCION: "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
               WHEN 1
                   DISPLAY "ASIGNAR A (USUARIO): "
                   ACCEPT WS-ASIGNADO
                   MOVE FUNCTION UPPER-CASE(WS-ASIGNADO) TO WS-ASIGNADO
                   IF WS-ASIGNADO = SPACES
                       MOVE "EL USUARIO ES OBLIGATORIO" TO WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                       GO TO ACTUALIZAR-SOLICITUD-FIN
                   END-IF
                   MOVE WS-ASIGNADO TO SOL-ASIGNADO
                   MOVE "SOL-ASIGNA" TO WS-SEG-EVENTO
               WHEN 2
                   IF SOL-EN-PROCESO
                       MOVE "LA SOLICITUD YA ESTA EN PROCESO" TO WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                       GO TO ACTUALIZAR-SOLICITUD-FIN
                   END-IF
                   MOVE "P" TO SOL-ESTADO
                   MOVE "SOL-PROCESO" TO WS-SEG-EVENTO
               WHEN 3
                   DISPLAY "RESOLUCION: "
                   ACCEPT WS-RESOLUCION
                   MOVE FUNCTION UPPER-CASE(WS-RESOLUCION)
                       TO WS-RESOLUCION
                   IF WS-RESOLUCION = SPACES
                       MOVE "LA RESOLUCION ES OBLIGATORIA" TO WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                       GO TO ACTUALIZAR-SOLICITUD-FIN
                   END-IF
                   MOVE "R" TO SOL-ESTADO
                   MOVE WS-RESOLUCION TO SOL-RESOLUCION
                   MOVE WS-FECHA-NEGOCIO TO SOL-FECHA-CIERRE
                   MOVE "SOL-RESUELVE" TO WS-SEG-EVENTO
               WHEN 4
                   IF NOT LNK-ROL-SUPERVISOR
                       PERFORM RECHAZAR-POR-ROL
                       GO TO ACTUALIZAR-SOLICITUD-FIN
                   END-IF
                   DISPLAY "MOTIVO DE LA ANULACION: "
                   ACCEPT WS-RESOLUCION
                   MOVE FUNCTION UPPER-CASE(WS-RESOLUCION)
                       TO WS-RESOLUCION
                   IF WS-RESOLUCION = SPACES
                       MOVE "EL MOTIVO ES OBLIGATORIO" TO WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                       GO TO ACTUALIZAR-SOLICITUD-FIN
                   END-IF
                   MOVE "X" TO SOL-ESTADO
                   MOVE WS-RESOLUCION TO SOL-RESOLUCION
                   MOVE WS-FECHA-NEGOCIO TO SOL-FECHA-CIERRE
                   MOVE "SOL-ANULA" TO WS-SEG-EVENTO
               WHEN OTHER
                   GO TO ACTUALIZAR-SOLICITUD-FIN
           END-EVALUATE

           MOVE LNK-USUARIO TO SOL-ULT-USUARIO
           MOVE WS-FECHA-NEGOCIO TO SOL-ULT-FECHA
           REWRITE SOLICITUD-REG
           IF FS-SOL = "00"
               PERFORM GRABAR-SEGURIDAD
               MOVE "SOLICITUD ACTUALIZADA." TO WS-MSG
           ELSE
               MOVE "ERROR AL ACTUALIZAR LA SOLICITUD" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       ACTUALIZAR-SOLICITUD-FIN.
           EXIT.

      *    SOLICITUD WS-TICKET; WS-MSG QUEDA EN BLANCO SI EXISTE.
       LEER-SOLICITUD.
           MOVE SPACES TO WS-MSG
           MOVE WS-TICKET TO SOL-TICKET
           READ SOLICITUDES
               INVALID KEY
                   MOVE "SOLICITUD NO ENCONTRADA" TO WS-MSG
           END-READ
           .
       LEER-SOLICITUD-FIN.
           EXIT.

      *    CLIENTE EXISTENTE Y NO DADO DE BAJA; WS-MSG QUEDA EN BLANCO
      *    SI SIRVE.
       LEER-CLIENTE.
           MOVE SPACES TO WS-MSG
           MOVE WS-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NO ENCONTRADO" TO WS-MSG
                   GO TO LEER-CLIENTE-FIN
           END-READ
           IF CLI-INACTIVO
               MOVE "EL CLIENTE ESTA DADO DE BAJA" TO WS-MSG
           END-IF
           .
       LEER-CLIENTE-FIN.
           EXIT.

      *    CATEGORIA SOL-CATEGORIA EN LA TABLA DE SLA (0 = NO ESTA).
       BUSCAR-CATEGORIA.
           MOVE 0 TO WS-SLA-HALLADA
           PERFORM VARYING WS-IDX-SLA FROM 1 BY 1
                   UNTIL WS-IDX-SLA > WS-CANT-SLA
               IF TL-CATEGORIA(WS-IDX-SLA) = SOL-CATEGORIA
                   MOVE WS-IDX-SLA TO WS-SLA-HALLADA
               END-IF
           END-PERFORM
           .

       CARGAR-SLA.
           MOVE 0 TO WS-CANT-SLA
           MOVE "N" TO WS-FIN-SLA
           OPEN INPUT ARCH-SLA
           IF FS-SLA = "00"
               PERFORM UNTIL WS-FIN-SLA = "S"
                   READ ARCH-SLA
                       AT END
                           MOVE "S" TO WS-FIN-SLA
                       NOT AT END
                           IF SLA-CATEGORIA NOT = SPACES
                                   AND SLA-DIAS IS NUMERIC
                                   AND WS-CANT-SLA < 30
                               ADD 1 TO WS-CANT-SLA
                               MOVE SLA-CATEGORIA
                                   TO TL-CATEGORIA(WS-CANT-SLA)
                               MOVE SLA-DIAS TO TL-DIAS(WS-CANT-SLA)
                               MOVE SLA-DESCRIPCION
                                   TO TL-DESCRIPCION(WS-CANT-SLA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-SLA
           END-IF
           .

       CARGAR-SUCURSALES.
           MOVE 0 TO WS-CANT-SUC
           MOVE "N" TO WS-FIN-SUC
           OPEN INPUT ARCH-SUCURSALES
           IF FS-SUC = "00"
               PERFORM UNTIL WS-FIN-SUC = "S"
                   READ ARCH-SUCURSALES
                       AT END
                           MOVE "S" TO WS-FIN-SUC
                       NOT AT END
                           IF SUC-ACTIVA AND WS-CANT-SUC < 20
                               ADD 1 TO WS-CANT-SUC
                               MOVE SUC-CODIGO
                                   TO TS-CODIGO(WS-CANT-SUC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-SUCURSALES
           END-IF
           .

      *    SIN TABLA DE SUCURSALES SOLO EXISTE LA CASA CENTRAL 001.
       VALIDAR-SUCURSAL.
           IF WS-SUCURSAL = SPACES
               MOVE "001" TO WS-SUCURSAL
           END-IF
           MOVE "N" TO WS-SUC-OK
           IF WS-CANT-SUC = 0
               IF WS-SUCURSAL = "001"
                   MOVE "S" TO WS-SUC-OK
               END-IF
           ELSE
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                       UNTIL WS-IDX-SUC > WS-CANT-SUC
                   IF TS-CODIGO(WS-IDX-SUC) = WS-SUCURSAL
                       MOVE "S" TO WS-SUC-OK
                   END-IF
               END-PERFORM
           END-IF
           .

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
               " USUARIO=" LNK-USUARIO DELIMITED BY SIZE
               " TICKET=" SOL-TICKET DELIMITED BY SIZE
               " CLI=" SOL-CLI-ID DELIMITED BY SIZE
               " CAT=" SOL-CATEGORIA DELIMITED BY SIZE
               " EST=" SOL-ESTADO DELIMITED BY SIZE
               " ASIG=" SOL-ASIGNADO DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG
           .

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTA PANTALLA ESTA COMPILADA PARA CLIENTES V03/185, CUENTAS
      * V02/50 Y SOLICITUDES V01/200. UN QUIEBRE DEVUELVE AL MENU SIN
      * OPERAR.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "SOLICITUDES.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 200 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           .

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               MOVE "N" TO WS-LAYOUT-OK
           END-IF
           .

       MOSTRAR-MENSAJE.
           DISPLAY "-------------------------------------------"
           DISPLAY WS-MSG
           .

       END PROGRAM CICS-SOLICITUDES.
