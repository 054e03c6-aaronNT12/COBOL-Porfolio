      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Pantalla de caja del cajero y boveda de sucursal,
      *          llamada desde EX04-CICS-MENU (opcion 14) con el
      *          usuario y el rol de la sesion. El cajero abre su caja
      *          del dia con un fondo de apertura que sale de la
      *          boveda de su sucursal (BOVEDAS.IDX), recibe o
      *          entrega efectivo a la boveda o a otra caja abierta de
      *          la misma sucursal, y al cierre declara el efectivo
      *          contado: lo contado vuelve a la boveda y la
      *          diferencia contra lo esperado (apertura + depositos
      *          - retiros + entradas - salidas, los depositos y
      *          retiros los suma EX02-CICS-GET via CAJA-RUTINA) queda
      *          como sobrante o faltante. Una caja cerrada con
      *          diferencia (estado D) bloquea al cajero desde el dia
      *          siguiente, en EX02-CICS-GET y en el ingreso al menu,
      *          hasta que un supervisor distinto del cajero la
      *          aprueba (estado P). El supervisor registra tambien
      *          las remesas de efectivo que entran o salen de la
      *          boveda. Todo movimiento de efectivo queda en
      *          movimientos_caja.txt y las diferencias y su
      *          aprobacion en seguridad.log. El cuadre por cajero y
      *          sucursal lo emite DB-CUADRE-CAJAS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICS-CAJAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJAS ASSIGN TO "CAJAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAJ-CLAVE
               FILE STATUS IS FS-CAJ.
           SELECT BOVEDAS ASSIGN TO "BOVEDAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOV-SUCURSAL
               FILE STATUS IS FS-BOV.
           SELECT ARCH-SUCURSALES ASSIGN TO "sucursales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUC.
           SELECT ARCH-MOV-CAJA ASSIGN TO "movimientos_caja.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CJM.
           SELECT ARCH-SEG-LOG ASSIGN TO "seguridad.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SLG.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    CAJA DEL CAJERO POR DIA DE NEGOCIO (VER CAJA-RUTINA).       *
      *----------------------------------------------------------------*
       FD  CAJAS
           RECORD CONTAINS 160 CHARACTERS.
       01  CAJA-REG.
           05 CAJ-CLAVE.
               10 CAJ-USUARIO      PIC X(10).
               10 CAJ-FECHA        PIC 9(8).
           05 CAJ-SUCURSAL     PIC X(3).
           05 CAJ-ESTADO       PIC X(1).
               88 CAJ-ABIERTA      VALUE "A".
               88 CAJ-CUADRADA     VALUE "C".
               88 CAJ-DIFERENCIA   VALUE "D".
               88 CAJ-APROBADA     VALUE "P".
           05 CAJ-APERTURA     PIC 9(9)V99.
           05 CAJ-DEPOSITOS    PIC 9(9)V99.
           05 CAJ-RETIROS      PIC 9(9)V99.
           05 CAJ-ENTRADAS     PIC 9(9)V99.
           05 CAJ-SALIDAS      PIC 9(9)V99.
           05 CAJ-CONTADO      PIC 9(9)V99.
           05 CAJ-SOBRANTE     PIC 9(9)V99.
           05 CAJ-FALTANTE     PIC 9(9)V99.
           05 CAJ-CANT-OPER    PIC 9(5).
           05 CAJ-HORA-APER    PIC 9(8).
           05 CAJ-HORA-CIERRE  PIC 9(8).
           05 CAJ-SUPERVISOR   PIC X(10).
           05 CAJ-FECHA-APROB  PIC 9(8).
           05 FILLER           PIC X(11).

      *----------------------------------------------------------------*
      *    BOVEDA DE EFECTIVO DE LA SUCURSAL.                          *
      *----------------------------------------------------------------*
       FD  BOVEDAS
           RECORD CONTAINS 50 CHARACTERS.
       01  BOVEDA-REG.
           05 BOV-SUCURSAL     PIC X(3).
           05 BOV-SALDO        PIC 9(11)V99.
           05 BOV-FECHA-ULT    PIC 9(8).
           05 BOV-USUARIO-ULT  PIC X(10).
           05 FILLER           PIC X(16).

       FD  ARCH-SUCURSALES.
       01  REG-SUCURSAL.
           05 SUC-CODIGO       PIC X(3).
           05 SUC-NOMBRE       PIC X(30).
           05 SUC-ESTADO       PIC X(1).
               88 SUC-ACTIVA       VALUE "A" " ".

      *    A APERTURA, D DEPOSITO, R RETIRO, E ENTRADA, S SALIDA,
      *    C CIERRE (LO CONTADO VUELVE A LA BOVEDA), I INGRESO Y
      *    O EGRESO DE REMESA EN LA BOVEDA.
       FD  ARCH-MOV-CAJA.
       01  REG-MOV-CAJA.
           05 CJM-FECHA        PIC 9(8).
           05 CJM-HORA         PIC 9(8).
           05 CJM-USUARIO      PIC X(10).
           05 CJM-SUCURSAL     PIC X(3).
           05 CJM-TIPO         PIC X(1).
           05 CJM-IMPORTE      PIC 9(9)V99.
           05 CJM-CUENTA       PIC 9(8).
           05 CJM-CONTRAPARTE  PIC X(10).
           05 CJM-EFECTIVO     PIC 9(9)V99.

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-CAJ              PIC XX.
       01  FS-BOV              PIC XX.
       01  FS-SUC              PIC XX.
       01  FS-CJM              PIC XX.
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
           88 FNG-DIA-EN-CIERRE    VALUE "C".
       01  WS-FNG-RC           PIC X(2) VALUE "00".

       01  WS-FIN-CAJ          PIC X VALUE "N".
       01  WS-CAJ-RC           PIC X(2).
       01  WS-CAJ-FECHA-ABIERTA PIC 9(8) VALUE 0.
       01  WS-CAJERO           PIC X(10).
       01  WS-FECHA-CAJA       PIC 9(8).
       01  WS-SUCURSAL         PIC X(3).
       01  WS-IMPORTE          PIC 9(9)V99 VALUE 0.
       01  WS-CONTADO          PIC 9(9)V99 VALUE 0.
       01  WS-ESPERADO         PIC 9(9)V99 VALUE 0.
       01  WS-EFECTIVO-OTRA    PIC 9(9)V99 VALUE 0.
       01  WS-SENTIDO          PIC X(1).
       01  WS-CONT-CAJAS       PIC 9(4) VALUE 0.
       01  WS-ESTADO-TEXTO     PIC X(11).
       01  WS-ED-IMPORTE       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-IMPORTE2      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-BOVEDA        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-FIN-SUC          PIC X VALUE "N".
       01  WS-TABLA-SUC.
           05 WS-SUC-ENT OCCURS 20 TIMES.
               10 TS-CODIGO    PIC X(3).
       01  WS-CANT-SUC         PIC 9(2) VALUE 0.
       01  WS-IDX-SUC          PIC 9(2).
       01  WS-SUC-OK           PIC X.

       01  WS-CJM-TIPO         PIC X(1).
       01  WS-CJM-CONTRAPARTE  PIC X(10).
       01  WS-CJM-EFECTIVO     PIC 9(9)V99 VALUE 0.

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
           DISPLAY "   SIMULACION CICS: CAJA DEL CAJERO Y BOVEDA".
           DISPLAY "==============================================".
           MOVE "N" TO WS-SALIR
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC

           OPEN I-O CAJAS
           IF FS-CAJ = "35"
               OPEN OUTPUT CAJAS
               CLOSE CAJAS
               OPEN I-O CAJAS
           END-IF
           IF FS-CAJ NOT = "00"
               MOVE "ERROR AL ABRIR CAJAS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           OPEN I-O BOVEDAS
           IF FS-BOV = "35"
               OPEN OUTPUT BOVEDAS
               CLOSE BOVEDAS
               OPEN I-O BOVEDAS
           END-IF
           IF FS-BOV NOT = "00"
               MOVE "ERROR AL ABRIR BOVEDAS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE CAJAS
               GOBACK
           END-IF

           PERFORM CARGAR-SUCURSALES

           PERFORM VERIFICAR-LAYOUTS
           IF WS-LAYOUT-OK = "N"
               MOVE "S" TO WS-SALIR
           END-IF

           PERFORM UNTIL WS-SALIR = "S"
               PERFORM PANTALLA-CAJAS
               ACCEPT WS-OPCION
               PERFORM PROCESAR-OPCION
           END-PERFORM

           CLOSE CAJAS
           CLOSE BOVEDAS
           GOBACK.

       PANTALLA-CAJAS.
           DISPLAY "-------------------------------------------".
           DISPLAY "   FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO.
           DISPLAY "   [1] ABRIR MI CAJA".
           DISPLAY "   [2] CONSULTAR MI CAJA".
           DISPLAY "   [3] RECIBIR EFECTIVO DE LA BOVEDA".
           DISPLAY "   [4] ENTREGAR EFECTIVO A LA BOVEDA".
           DISPLAY "   [5] TRASPASAR EFECTIVO A OTRA CAJA".
           DISPLAY "   [6] CERRAR MI CAJA (ARQUEO)".
           IF LNK-ROL-SUPERVISOR
               DISPLAY "   [7] CAJAS CON DIFERENCIA PENDIENTE"
               DISPLAY "   [8] APROBAR DIFERENCIA DE CAJA"
               DISPLAY "   [9] REMESA DE EFECTIVO EN LA BOVEDA"
           END-IF
           DISPLAY "   [0] VOLVER AL MENU".
           DISPLAY "-------------------------------------------".
           DISPLAY "   SELECCIONE UNA OPCION: "
           .

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM ABRIR-CAJA THRU ABRIR-CAJA-FIN
               WHEN 2
                   PERFORM CONSULTAR-CAJA THRU CONSULTAR-CAJA-FIN
               WHEN 3
                   MOVE "E" TO WS-SENTIDO
                   PERFORM TRASPASO-BOVEDA THRU TRASPASO-BOVEDA-FIN
               WHEN 4
                   MOVE "S" TO WS-SENTIDO
                   PERFORM TRASPASO-BOVEDA THRU TRASPASO-BOVEDA-FIN
               WHEN 5
                   PERFORM TRASPASO-CAJA THRU TRASPASO-CAJA-FIN
               WHEN 6
                   PERFORM CERRAR-CAJA THRU CERRAR-CAJA-FIN
               WHEN 7
                   IF LNK-ROL-SUPERVISOR
                       PERFORM LISTAR-DIFERENCIAS
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 8
                   IF LNK-ROL-SUPERVISOR
                       PERFORM APROBAR-DIFERENCIA THRU
                           APROBAR-DIFERENCIA-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 9
                   IF LNK-ROL-SUPERVISOR
                       PERFORM REMESA-BOVEDA THRU REMESA-BOVEDA-FIN
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
      * ESTADO DE LAS CAJAS DEL CAJERO EN WS-CAJERO, CON LOS MISMOS
      * CODIGOS QUE LA FUNCION V DE CAJA-RUTINA: "00" ABIERTA HOY,
      * "10" SIN CAJA HOY, "11" CERRADA HOY, "20" DIFERENCIA SIN
      * APROBAR DE UN DIA ANTERIOR, "40" CAJA ANTERIOR SIN CERRAR.
      * WS-CAJ-FECHA-ABIERTA QUEDA CON LA FECHA DE LA CAJA ABIERTA.
      *-----------------------------------------------------------------
       VERIFICAR-CAJERO.
           MOVE "10" TO WS-CAJ-RC
           MOVE 0 TO WS-CAJ-FECHA-ABIERTA
           MOVE "N" TO WS-FIN-CAJ
           MOVE WS-CAJERO TO CAJ-USUARIO
           MOVE 0 TO CAJ-FECHA
           START CAJAS KEY IS NOT LESS THAN CAJ-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-CAJ
           END-START
           PERFORM UNTIL WS-FIN-CAJ = "S"
               READ CAJAS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-CAJ
               END-READ
               IF WS-FIN-CAJ = "N"
                   IF CAJ-USUARIO NOT = WS-CAJERO
                       MOVE "S" TO WS-FIN-CAJ
                   ELSE
                       PERFORM CLASIFICAR-CAJA
                   END-IF
               END-IF
           END-PERFORM
           .

       CLASIFICAR-CAJA.
           IF CAJ-ABIERTA
               MOVE CAJ-FECHA TO WS-CAJ-FECHA-ABIERTA
           END-IF
           IF CAJ-FECHA < WS-FECHA-NEGOCIO
               IF CAJ-DIFERENCIA
                   MOVE "20" TO WS-CAJ-RC
               END-IF
               IF CAJ-ABIERTA AND WS-CAJ-RC NOT = "20"
                   MOVE "40" TO WS-CAJ-RC
               END-IF
           END-IF
           IF CAJ-FECHA = WS-FECHA-NEGOCIO
                   AND WS-CAJ-RC NOT = "20" AND WS-CAJ-RC NOT = "40"
               IF CAJ-ABIERTA
                   MOVE "00" TO WS-CAJ-RC
               ELSE
                   MOVE "11" TO WS-CAJ-RC
               END-IF
           END-IF
           .

      *    CAJA ABIERTA DEL DIA DEL USUARIO EN CAJA-REG; SI NO HAY,
      *    WS-MSG QUEDA CON EL MOTIVO.
       LEER-MI-CAJA.
           MOVE SPACES TO WS-MSG
           MOVE LNK-USUARIO TO CAJ-USUARIO
           MOVE WS-FECHA-NEGOCIO TO CAJ-FECHA
           READ CAJAS
               INVALID KEY
                   MOVE "NO TIENE CAJA ABIERTA HOY" TO WS-MSG
               NOT INVALID KEY
                   IF NOT CAJ-ABIERTA
                       MOVE "SU CAJA DE HOY YA ESTA CERRADA" TO WS-MSG
                   END-IF
           END-READ
           .

       CALCULAR-ESPERADO.
           COMPUTE WS-ESPERADO = CAJ-APERTURA + CAJ-DEPOSITOS
               - CAJ-RETIROS + CAJ-ENTRADAS - CAJ-SALIDAS
           .

      *-----------------------------------------------------------------
      * [1] APERTURA: UNA CAJA POR CAJERO Y DIA. EL FONDO SALE DE LA
      * BOVEDA DE LA SUCURSAL DEL CAJERO.
      *-----------------------------------------------------------------
       ABRIR-CAJA.
           IF FNG-DIA-EN-CIERRE
               MOVE "DIA CONTABLE EN CIERRE. NO SE ABREN CAJAS"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ABRIR-CAJA-FIN
           END-IF
           MOVE LNK-USUARIO TO WS-CAJERO
           PERFORM VERIFICAR-CAJERO
           EVALUATE WS-CAJ-RC
               WHEN "00"
                   MOVE "SU CAJA DE HOY YA ESTA ABIERTA" TO WS-MSG
               WHEN "11"
                   MOVE "SU CAJA DE HOY YA SE CERRO" TO WS-MSG
               WHEN "20"
                   MOVE "BLOQUEADO: DIFERENCIA DE CAJA SIN APROBAR"
                       TO WS-MSG
               WHEN "40"
                   MOVE SPACES TO WS-MSG
                   STRING "CIERRE PRIMERO SU CAJA DEL "
                       WS-CAJ-FECHA-ABIERTA DELIMITED BY SIZE
                       INTO WS-MSG
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO WS-MSG
           END-EVALUATE
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO ABRIR-CAJA-FIN
           END-IF

           DISPLAY "SUCURSAL DE LA CAJA (3 CARACTERES): "
           ACCEPT WS-SUCURSAL
           MOVE FUNCTION UPPER-CASE(WS-SUCURSAL) TO WS-SUCURSAL
           PERFORM VALIDAR-SUCURSAL
           IF WS-SUC-OK = "N"
               MOVE "SUCURSAL INEXISTENTE O INACTIVA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ABRIR-CAJA-FIN
           END-IF
           DISPLAY "FONDO DE APERTURA (EFECTIVO QUE RECIBE): "
           ACCEPT WS-IMPORTE
           MOVE WS-SUCURSAL TO BOV-SUCURSAL
           READ BOVEDAS
               INVALID KEY
                   MOVE 0 TO BOV-SALDO
           END-READ
           IF WS-IMPORTE > BOV-SALDO
               MOVE BOV-SALDO TO WS-ED-BOVEDA
               DISPLAY "EFECTIVO EN BOVEDA: " WS-ED-BOVEDA
               MOVE "LA BOVEDA NO TIENE ESE EFECTIVO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ABRIR-CAJA-FIN
           END-IF

           MOVE SPACES TO CAJA-REG
           MOVE LNK-USUARIO TO CAJ-USUARIO
           MOVE WS-FECHA-NEGOCIO TO CAJ-FECHA
           MOVE WS-SUCURSAL TO CAJ-SUCURSAL
           MOVE "A" TO CAJ-ESTADO
           MOVE WS-IMPORTE TO CAJ-APERTURA
           MOVE 0 TO CAJ-DEPOSITOS CAJ-RETIROS CAJ-ENTRADAS
               CAJ-SALIDAS CAJ-CONTADO CAJ-SOBRANTE CAJ-FALTANTE
               CAJ-CANT-OPER CAJ-HORA-CIERRE CAJ-FECHA-APROB
           ACCEPT CAJ-HORA-APER FROM TIME
           WRITE CAJA-REG
           IF FS-CAJ NOT = "00"
               MOVE "ERROR AL GRABAR LA CAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ABRIR-CAJA-FIN
           END-IF
           IF WS-IMPORTE > 0
               SUBTRACT WS-IMPORTE FROM BOV-SALDO
               PERFORM REGRABAR-BOVEDA
           END-IF
           MOVE "A" TO WS-CJM-TIPO
           MOVE "BOVEDA" TO WS-CJM-CONTRAPARTE
           MOVE WS-IMPORTE TO WS-CJM-EFECTIVO
           PERFORM GRABAR-MOV-CAJA
           MOVE "CAJA ABIERTA." TO WS-MSG
           PERFORM MOSTRAR-MENSAJE
           .
       ABRIR-CAJA-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [2] CAJA DEL DIA DEL USUARIO CON EL EFECTIVO ESPERADO.
      *-----------------------------------------------------------------
       CONSULTAR-CAJA.
           MOVE LNK-USUARIO TO CAJ-USUARIO
           MOVE WS-FECHA-NEGOCIO TO CAJ-FECHA
           READ CAJAS
               INVALID KEY
                   MOVE "NO TIENE CAJA HOY" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO CONSULTAR-CAJA-FIN
           END-READ
           PERFORM MOSTRAR-CAJA
           .
       CONSULTAR-CAJA-FIN.
           EXIT.

       MOSTRAR-CAJA.
           PERFORM CALCULAR-ESPERADO
           EVALUATE TRUE
               WHEN CAJ-ABIERTA
                   MOVE "ABIERTA" TO WS-ESTADO-TEXTO
               WHEN CAJ-CUADRADA
                   MOVE "CUADRADA" TO WS-ESTADO-TEXTO
               WHEN CAJ-DIFERENCIA
                   MOVE "DIFERENCIA" TO WS-ESTADO-TEXTO
               WHEN CAJ-APROBADA
                   MOVE "APROBADA" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE CAJ-ESTADO TO WS-ESTADO-TEXTO
           END-EVALUATE
           DISPLAY "-------------------------------------------"
           DISPLAY "CAJERO " CAJ-USUARIO " FECHA " CAJ-FECHA
               " SUCURSAL " CAJ-SUCURSAL " " WS-ESTADO-TEXTO
           MOVE CAJ-APERTURA TO WS-ED-IMPORTE
           DISPLAY "  APERTURA:   " WS-ED-IMPORTE
           MOVE CAJ-DEPOSITOS TO WS-ED-IMPORTE
           DISPLAY "  DEPOSITOS:  " WS-ED-IMPORTE
           MOVE CAJ-RETIROS TO WS-ED-IMPORTE
           DISPLAY "  RETIROS:    " WS-ED-IMPORTE
           MOVE CAJ-ENTRADAS TO WS-ED-IMPORTE
           DISPLAY "  ENTRADAS:   " WS-ED-IMPORTE
           MOVE CAJ-SALIDAS TO WS-ED-IMPORTE
           DISPLAY "  SALIDAS:    " WS-ED-IMPORTE
           MOVE WS-ESPERADO TO WS-ED-IMPORTE
           DISPLAY "  ESPERADO:   " WS-ED-IMPORTE
               "  OPERACIONES: " CAJ-CANT-OPER
           IF NOT CAJ-ABIERTA
               MOVE CAJ-CONTADO TO WS-ED-IMPORTE
               DISPLAY "  CONTADO:    " WS-ED-IMPORTE
               MOVE CAJ-SOBRANTE TO WS-ED-IMPORTE
               MOVE CAJ-FALTANTE TO WS-ED-IMPORTE2
               DISPLAY "  SOBRANTE:   " WS-ED-IMPORTE
                   "  FALTANTE: " WS-ED-IMPORTE2
           END-IF
           IF CAJ-APROBADA
               DISPLAY "  APROBADA POR " CAJ-SUPERVISOR " EL "
                   CAJ-FECHA-APROB
           END-IF
           .

      *-----------------------------------------------------------------
      * [3]/[4] EFECTIVO ENTRE LA CAJA DEL DIA Y LA BOVEDA DE SU
      * SUCURSAL (WS-SENTIDO E ENTRA A LA CAJA, S SALE DE LA CAJA).
      *-----------------------------------------------------------------
       TRASPASO-BOVEDA.
           PERFORM LEER-MI-CAJA
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO TRASPASO-BOVEDA-FIN
           END-IF
           DISPLAY "IMPORTE: "
           ACCEPT WS-IMPORTE
           IF WS-IMPORTE = 0
               GO TO TRASPASO-BOVEDA-FIN
           END-IF
           MOVE CAJ-SUCURSAL TO BOV-SUCURSAL
           READ BOVEDAS
               INVALID KEY
                   MOVE CAJ-SUCURSAL TO BOV-SUCURSAL
                   MOVE 0 TO BOV-SALDO
           END-READ
           PERFORM CALCULAR-ESPERADO
           IF WS-SENTIDO = "E"
               IF WS-IMPORTE > BOV-SALDO
                   MOVE "LA BOVEDA NO TIENE ESE EFECTIVO" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO TRASPASO-BOVEDA-FIN
               END-IF
               ADD WS-IMPORTE TO CAJ-ENTRADAS
               SUBTRACT WS-IMPORTE FROM BOV-SALDO
           ELSE
               IF WS-IMPORTE > WS-ESPERADO
                   MOVE "LA CAJA NO TIENE ESE EFECTIVO" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO TRASPASO-BOVEDA-FIN
               END-IF
               ADD WS-IMPORTE TO CAJ-SALIDAS
               ADD WS-IMPORTE TO BOV-SALDO
           END-IF
           REWRITE CAJA-REG
           IF FS-CAJ NOT = "00"
               MOVE "ERROR AL GRABAR LA CAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO TRASPASO-BOVEDA-FIN
           END-IF
           PERFORM REGRABAR-BOVEDA
           PERFORM CALCULAR-ESPERADO
           MOVE WS-SENTIDO TO WS-CJM-TIPO
           MOVE "BOVEDA" TO WS-CJM-CONTRAPARTE
           MOVE WS-ESPERADO TO WS-CJM-EFECTIVO
           PERFORM GRABAR-MOV-CAJA
           MOVE WS-ESPERADO TO WS-ED-IMPORTE
           DISPLAY "EFECTIVO EN CAJA: " WS-ED-IMPORTE
           MOVE "TRASPASO REGISTRADO." TO WS-MSG
           PERFORM MOSTRAR-MENSAJE
           .
       TRASPASO-BOVEDA-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [5] EFECTIVO DE LA CAJA DEL USUARIO A OTRA CAJA ABIERTA HOY EN
      * LA MISMA SUCURSAL.
      *-----------------------------------------------------------------
       TRASPASO-CAJA.
           PERFORM LEER-MI-CAJA
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO TRASPASO-CAJA-FIN
           END-IF
           MOVE CAJ-SUCURSAL TO WS-SUCURSAL
           DISPLAY "CAJERO QUE RECIBE: "
           ACCEPT WS-CAJERO
           MOVE FUNCTION UPPER-CASE(WS-CAJERO) TO WS-CAJERO
           IF WS-CAJERO = LNK-USUARIO
               MOVE "NO SE TRASPASA A LA PROPIA CAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO TRASPASO-CAJA-FIN
           END-IF
           DISPLAY "IMPORTE: "
           ACCEPT WS-IMPORTE
           PERFORM CALCULAR-ESPERADO
           IF WS-IMPORTE = 0 OR WS-IMPORTE > WS-ESPERADO
               MOVE "LA CAJA NO TIENE ESE EFECTIVO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO TRASPASO-CAJA-FIN
           END-IF

           MOVE WS-CAJERO TO CAJ-USUARIO
           MOVE WS-FECHA-NEGOCIO TO CAJ-FECHA
           READ CAJAS
               INVALID KEY
                   MOVE "EL OTRO CAJERO NO TIENE CAJA HOY" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO TRASPASO-CAJA-FIN
           END-READ
           IF NOT CAJ-ABIERTA OR CAJ-SUCURSAL NOT = WS-SUCURSAL
               MOVE "LA OTRA CAJA NO ESTA ABIERTA EN SU SUCURSAL"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO TRASPASO-CAJA-FIN
           END-IF
           ADD WS-IMPORTE TO CAJ-ENTRADAS
           REWRITE CAJA-REG
           IF FS-CAJ NOT = "00"
               MOVE "ERROR AL GRABAR LA OTRA CAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO TRASPASO-CAJA-FIN
           END-IF
           PERFORM CALCULAR-ESPERADO
           MOVE "E" TO WS-CJM-TIPO
           MOVE LNK-USUARIO TO WS-CJM-CONTRAPARTE
           MOVE WS-ESPERADO TO WS-CJM-EFECTIVO
           PERFORM GRABAR-MOV-CAJA

           PERFORM LEER-MI-CAJA
           ADD WS-IMPORTE TO CAJ-SALIDAS
           REWRITE CAJA-REG
           IF FS-CAJ NOT = "00"
               MOVE "ERROR AL GRABAR SU CAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO TRASPASO-CAJA-FIN
           END-IF
           PERFORM CALCULAR-ESPERADO
           MOVE "S" TO WS-CJM-TIPO
           MOVE WS-CAJERO TO WS-CJM-CONTRAPARTE
           MOVE WS-ESPERADO TO WS-CJM-EFECTIVO
           PERFORM GRABAR-MOV-CAJA
           MOVE WS-ESPERADO TO WS-ED-IMPORTE
           DISPLAY "EFECTIVO EN CAJA: " WS-ED-IMPORTE
           MOVE "TRASPASO REGISTRADO." TO WS-MSG
           PERFORM MOSTRAR-MENSAJE
           .
       TRASPASO-CAJA-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [6] ARQUEO Y CIERRE DE LA CAJA ABIERTA DEL USUARIO (LA DEL DIA
      * O LA QUE QUEDO ABIERTA DE UN DIA ANTERIOR). LO CONTADO VUELVE
      * A LA BOVEDA; CON DIFERENCIA LA CAJA QUEDA EN D.
      *-----------------------------------------------------------------
       CERRAR-CAJA.
           MOVE LNK-USUARIO TO WS-CAJERO
           PERFORM VERIFICAR-CAJERO
           IF WS-CAJ-FECHA-ABIERTA = 0
               MOVE "NO TIENE CAJA ABIERTA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CERRAR-CAJA-FIN
           END-IF
           MOVE LNK-USUARIO TO CAJ-USUARIO
           MOVE WS-CAJ-FECHA-ABIERTA TO CAJ-FECHA
           READ CAJAS
               INVALID KEY
                   MOVE "NO TIENE CAJA ABIERTA" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO CERRAR-CAJA-FIN
           END-READ
           DISPLAY "CAJA DEL " CAJ-FECHA " SUCURSAL " CAJ-SUCURSAL
           DISPLAY "EFECTIVO CONTADO: "
           ACCEPT WS-CONTADO
           DISPLAY "CONFIRMA EL CIERRE CON ESE EFECTIVO? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "CIERRE CANCELADO." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CERRAR-CAJA-FIN
           END-IF

           PERFORM CALCULAR-ESPERADO
           MOVE WS-CONTADO TO CAJ-CONTADO
           MOVE 0 TO CAJ-SOBRANTE
           MOVE 0 TO CAJ-FALTANTE
           IF WS-CONTADO > WS-ESPERADO
               COMPUTE CAJ-SOBRANTE = WS-CONTADO - WS-ESPERADO
           END-IF
           IF WS-CONTADO < WS-ESPERADO
               COMPUTE CAJ-FALTANTE = WS-ESPERADO - WS-CONTADO
           END-IF
           IF CAJ-SOBRANTE = 0 AND CAJ-FALTANTE = 0
               MOVE "C" TO CAJ-ESTADO
           ELSE
               MOVE "D" TO CAJ-ESTADO
           END-IF
           ACCEPT CAJ-HORA-CIERRE FROM TIME
           REWRITE CAJA-REG
           IF FS-CAJ NOT = "00"
               MOVE "ERROR AL GRABAR LA CAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CERRAR-CAJA-FIN
           END-IF

           MOVE CAJ-SUCURSAL TO BOV-SUCURSAL
           READ BOVEDAS
               INVALID KEY
                   MOVE CAJ-SUCURSAL TO BOV-SUCURSAL
                   MOVE 0 TO BOV-SALDO
           END-READ
           ADD WS-CONTADO TO BOV-SALDO
           PERFORM REGRABAR-BOVEDA
           MOVE "C" TO WS-CJM-TIPO
           MOVE "BOVEDA" TO WS-CJM-CONTRAPARTE
           MOVE 0 TO WS-CJM-EFECTIVO
           MOVE WS-CONTADO TO WS-IMPORTE
           PERFORM GRABAR-MOV-CAJA

           PERFORM MOSTRAR-CAJA
           IF CAJ-DIFERENCIA
               MOVE "CAJA-DIFER" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE "CAJA CERRADA CON DIFERENCIA: REQUIERE SUPERVISOR"
                   TO WS-MSG
           ELSE
               MOVE "CAJA CERRADA Y CUADRADA." TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       CERRAR-CAJA-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [7] TODAS LAS CAJAS CERRADAS CON DIFERENCIA SIN APROBAR.
      *-----------------------------------------------------------------
       LISTAR-DIFERENCIAS.
           DISPLAY "-------------------------------------------"
           DISPLAY "CAJERO     FECHA    SUC       SOBRANTE"
               "       FALTANTE"
           MOVE 0 TO WS-CONT-CAJAS
           MOVE "N" TO WS-FIN-CAJ
           MOVE LOW-VALUES TO CAJ-CLAVE
           START CAJAS KEY IS NOT LESS THAN CAJ-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-CAJ
           END-START
           PERFORM UNTIL WS-FIN-CAJ = "S"
               READ CAJAS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-CAJ
               END-READ
               IF WS-FIN-CAJ = "N" AND CAJ-DIFERENCIA
                   ADD 1 TO WS-CONT-CAJAS
                   MOVE CAJ-SOBRANTE TO WS-ED-IMPORTE
                   MOVE CAJ-FALTANTE TO WS-ED-IMPORTE2
                   DISPLAY CAJ-USUARIO " " CAJ-FECHA " " CAJ-SUCURSAL
                       " " WS-ED-IMPORTE " " WS-ED-IMPORTE2
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------------"
           DISPLAY "PENDIENTES: " WS-CONT-CAJAS
           .

      *-----------------------------------------------------------------
      * [8] APROBAR: EL SUPERVISOR NO PUEDE APROBAR SU PROPIA CAJA.
      * LA CAJA PASA A P Y EL CAJERO QUEDA DESBLOQUEADO.
      *-----------------------------------------------------------------
       APROBAR-DIFERENCIA.
           DISPLAY "CAJERO: "
           ACCEPT WS-CAJERO
           MOVE FUNCTION UPPER-CASE(WS-CAJERO) TO WS-CAJERO
           DISPLAY "FECHA DE LA CAJA (AAAAMMDD): "
           ACCEPT WS-FECHA-CAJA
           IF WS-CAJERO = LNK-USUARIO
               MOVE "NO PUEDE APROBAR SU PROPIA CAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO APROBAR-DIFERENCIA-FIN
           END-IF
           MOVE WS-CAJERO TO CAJ-USUARIO
           MOVE WS-FECHA-CAJA TO CAJ-FECHA
           READ CAJAS
               INVALID KEY
                   MOVE "CAJA NO ENCONTRADA" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO APROBAR-DIFERENCIA-FIN
           END-READ
           IF NOT CAJ-DIFERENCIA
               MOVE "ESA CAJA NO TIENE DIFERENCIA PENDIENTE" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO APROBAR-DIFERENCIA-FIN
           END-IF
           PERFORM MOSTRAR-CAJA
           DISPLAY "APRUEBA LA DIFERENCIA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "APROBACION CANCELADA." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO APROBAR-DIFERENCIA-FIN
           END-IF
           MOVE "P" TO CAJ-ESTADO
           MOVE LNK-USUARIO TO CAJ-SUPERVISOR
           MOVE WS-FECHA-NEGOCIO TO CAJ-FECHA-APROB
           REWRITE CAJA-REG
           IF FS-CAJ = "00"
               MOVE "CAJA-APRUEBA" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE "DIFERENCIA APROBADA. CAJERO DESBLOQUEADO."
                   TO WS-MSG
           ELSE
               MOVE "ERROR AL GRABAR LA CAJA" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       APROBAR-DIFERENCIA-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [9] REMESA DE EFECTIVO QUE ENTRA (I) O SALE (O) DE LA BOVEDA
      * DE UNA SUCURSAL (TRANSPORTE DE CAUDALES, CASA CENTRAL).
      *-----------------------------------------------------------------
       REMESA-BOVEDA.
           DISPLAY "SUCURSAL (3 CARACTERES): "
           ACCEPT WS-SUCURSAL
           MOVE FUNCTION UPPER-CASE(WS-SUCURSAL) TO WS-SUCURSAL
           PERFORM VALIDAR-SUCURSAL
           IF WS-SUC-OK = "N"
               MOVE "SUCURSAL INEXISTENTE O INACTIVA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO REMESA-BOVEDA-FIN
           END-IF
           MOVE WS-SUCURSAL TO BOV-SUCURSAL
           READ BOVEDAS
               INVALID KEY
                   MOVE WS-SUCURSAL TO BOV-SUCURSAL
                   MOVE 0 TO BOV-SALDO
           END-READ
           MOVE BOV-SALDO TO WS-ED-BOVEDA
           DISPLAY "EFECTIVO EN BOVEDA: " WS-ED-BOVEDA
           DISPLAY "INGRESO (I) O EGRESO (O): "
           ACCEPT WS-SENTIDO
           MOVE FUNCTION UPPER-CASE(WS-SENTIDO) TO WS-SENTIDO
           IF WS-SENTIDO NOT = "I" AND WS-SENTIDO NOT = "O"
               MOVE "SENTIDO INVALIDO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO REMESA-BOVEDA-FIN
           END-IF
           DISPLAY "IMPORTE: "
           ACCEPT WS-IMPORTE
           IF WS-SENTIDO = "O" AND WS-IMPORTE > BOV-SALDO
               MOVE "LA BOVEDA NO TIENE ESE EFECTIVO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO REMESA-BOVEDA-FIN
           END-IF
           IF WS-SENTIDO = "I"
               ADD WS-IMPORTE TO BOV-SALDO
           ELSE
               SUBTRACT WS-IMPORTE FROM BOV-SALDO
           END-IF
           PERFORM REGRABAR-BOVEDA
           MOVE SPACES TO CAJA-REG
           MOVE LNK-USUARIO TO CAJ-USUARIO
           MOVE WS-FECHA-NEGOCIO TO CAJ-FECHA
           MOVE WS-SUCURSAL TO CAJ-SUCURSAL
           MOVE WS-SENTIDO TO WS-CJM-TIPO
           MOVE "REMESA" TO WS-CJM-CONTRAPARTE
           MOVE BOV-SALDO TO WS-CJM-EFECTIVO
           PERFORM GRABAR-MOV-CAJA
           MOVE BOV-SALDO TO WS-ED-BOVEDA
           DISPLAY "EFECTIVO EN BOVEDA: " WS-ED-BOVEDA
           MOVE "REMESA REGISTRADA." TO WS-MSG
           PERFORM MOSTRAR-MENSAJE
           .
       REMESA-BOVEDA-FIN.
           EXIT.

      *    BOVEDA-REG CARGADO (O NUEVO CON SALDO CERO): SE REGRABA O SE
      *    DA DE ALTA.
       REGRABAR-BOVEDA.
           MOVE WS-FECHA-NEGOCIO TO BOV-FECHA-ULT
           MOVE LNK-USUARIO TO BOV-USUARIO-ULT
           REWRITE BOVEDA-REG
           IF FS-BOV = "23"
               WRITE BOVEDA-REG
           END-IF
           IF FS-BOV NOT = "00"
               MOVE "ERROR AL GRABAR LA BOVEDA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF
           .

      *    MOVIMIENTO DE EFECTIVO DE LA CAJA EN CAJA-REG (MISMO
      *    REGISTRO QUE ESCRIBE CAJA-RUTINA).
       GRABAR-MOV-CAJA.
           OPEN EXTEND ARCH-MOV-CAJA
           IF FS-CJM = "35"
               OPEN OUTPUT ARCH-MOV-CAJA
           END-IF
           MOVE WS-FECHA-NEGOCIO TO CJM-FECHA
           ACCEPT CJM-HORA FROM TIME
           MOVE CAJ-USUARIO TO CJM-USUARIO
           MOVE CAJ-SUCURSAL TO CJM-SUCURSAL
           MOVE WS-CJM-TIPO TO CJM-TIPO
           MOVE WS-IMPORTE TO CJM-IMPORTE
           MOVE 0 TO CJM-CUENTA
           MOVE WS-CJM-CONTRAPARTE TO CJM-CONTRAPARTE
           MOVE WS-CJM-EFECTIVO TO CJM-EFECTIVO
           WRITE REG-MOV-CAJA
           CLOSE ARCH-MOV-CAJA
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
               " CAJERO=" CAJ-USUARIO DELIMITED BY SIZE
               " CAJA=" CAJ-FECHA DELIMITED BY SIZE
               " SOB=" CAJ-SOBRANTE DELIMITED BY SIZE
               " FAL=" CAJ-FALTANTE DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG
           .

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTA PANTALLA ESTA COMPILADA PARA CAJAS V01/160 Y BOVEDAS
      * V01/50. UN QUIEBRE DEVUELVE AL MENU SIN OPERAR.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CAJAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 160 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "BOVEDAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
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

       END PROGRAM CICS-CAJAS.
