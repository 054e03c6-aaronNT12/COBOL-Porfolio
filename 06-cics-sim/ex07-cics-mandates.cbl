      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Pantalla de mandatos de debito directo, llamada desde
      *          EX04-CICS-MENU (opcion 10) con el usuario y el rol de
      *          la sesion. Mantiene MANDATOS.IDX (clave: cuenta +
      *          identificador del acreedor): el cliente autoriza a
      *          una empresa (servicios, seguros) a cobrarle de la
      *          cuenta hasta un importe maximo por cobro, entre una
      *          fecha desde y una hasta (cero = sin vencimiento).
      *          Alta sobre una cuenta activa en moneda local,
      *          suspension y revocacion a pedido del cliente,
      *          reactivacion (supervisor), cambio de tope y
      *          vigencia, y consulta de los mandatos de una cuenta.
      *          Los cobros los aplica DB-DIRECTDEBIT contra este
      *          registro. Cada accion queda en seguridad.log.
      *          Estados: A activo, S suspendido, R revocado.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICS-MANDATOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT MANDATOS ASSIGN TO "MANDATOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-CLAVE
               FILE STATUS IS FS-MDT.
           SELECT ARCH-SEG-LOG ASSIGN TO "seguridad.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SLG.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
           05 CTA-NUMERO       PIC 9(8).
           05 CTA-CLI-ID       PIC 9(5).
           05 CTA-TIPO         PIC X(1).
           05 CTA-SALDO        PIC 9(9)V99.
           05 CTA-ESTADO       PIC X(1).
               88 CTA-ACTIVA      VALUE "A" " ".
               88 CTA-INACTIVA    VALUE "I".
               88 CTA-DORMIDA     VALUE "D".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
               88 CTA-MONEDA-LOCAL VALUE "LOC" "   ".
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

      *----------------------------------------------------------------*
      *    REGISTRO DE MANDATOS. MDT-REFERENCIA ES EL NUMERO DE        *
      *    CONTRATO O POLIZA DEL CLIENTE ANTE EL ACREEDOR (EN BLANCO,  *
      *    EL ACREEDOR PUEDE COBRAR CON CUALQUIER REFERENCIA).         *
      *    MDT-FECHA-HASTA EN CERO = SIN VENCIMIENTO.                  *
      *----------------------------------------------------------------*
       FD  MANDATOS
           RECORD CONTAINS 100 CHARACTERS.
       01  MANDATO-REG.
           05 MDT-CLAVE.
               10 MDT-CUENTA    PIC 9(8).
               10 MDT-ACREEDOR  PIC X(10).
           05 MDT-CLI-ID       PIC 9(5).
           05 MDT-REFERENCIA   PIC X(20).
           05 MDT-IMPORTE-MAX  PIC 9(7)V99.
           05 MDT-FECHA-DESDE  PIC 9(8).
           05 MDT-FECHA-HASTA  PIC 9(8).
           05 MDT-ESTADO       PIC X(1).
               88 MDT-ACTIVO       VALUE "A".
               88 MDT-SUSPENDIDO   VALUE "S".
               88 MDT-REVOCADO     VALUE "R".
           05 MDT-FECHA-ALTA   PIC 9(8).
           05 MDT-FECHA-ESTADO PIC 9(8).
           05 MDT-USUARIO      PIC X(10).
           05 MDT-VERSION      PIC X(1).
               88 MDT-LAYOUT-V1    VALUE "1".
           05 FILLER           PIC X(4).

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-CTA              PIC XX.
       01  FS-MDT              PIC XX.
       01  FS-SLG              PIC XX.
       01  WS-MSG              PIC X(50).
       01  WS-OPCION           PIC 9.
       01  WS-SALIR            PIC X VALUE "N".
       01  WS-LAY-ARCHIVO      PIC X(20).
       01  WS-LAY-VERSION      PIC X(2).
       01  WS-LAY-LONGITUD     PIC 9(4).
       01  WS-LAY-RESULTADO    PIC X(1).
       01  WS-LAY-INFO         PIC X(40).
       01  WS-LAYOUT-OK        PIC X VALUE "S".
       01  WS-DV-FUNCION       PIC X(1).
       01  WS-DV-CUENTA        PIC 9(8).
       01  WS-DV-RC            PIC X(2).
       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".

       01  WS-CUENTA           PIC 9(8).
       01  WS-ACREEDOR         PIC X(10).
       01  WS-REFERENCIA       PIC X(20).
       01  WS-IMPORTE-MAX      PIC 9(7)V99 VALUE 0.
       01  WS-FECHA-DESDE      PIC 9(8) VALUE 0.
       01  WS-FECHA-HASTA      PIC 9(8) VALUE 0.
       01  WS-VIGENCIA-OK      PIC X VALUE "N".
       01  WS-FIN-MDT          PIC X VALUE "N".
       01  WS-CONT-MANDATOS    PIC 9(3) VALUE 0.

       01  WS-SEG-EVENTO       PIC X(15).
       01  WS-SEG-FECHA        PIC 9(8).
       01  WS-SEG-HORA         PIC 9(8).
       01  WS-LINEA-SEG        PIC X(80).

       01  WS-ED-IMPORTE       PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LNK-USUARIO         PIC X(10).
       01  LNK-ROL             PIC X(1).
           88 LNK-ROL-CONSULTA     VALUE "C".
           88 LNK-ROL-OPERADOR     VALUE "O".
           88 LNK-ROL-SUPERVISOR   VALUE "S".

       PROCEDURE DIVISION USING LNK-USUARIO LNK-ROL.
       MAIN-LOGIC.
           DISPLAY "==============================================".
           DISPLAY "   SIMULACION CICS: MANDATOS DE DEBITO DIRECTO".
           DISPLAY "==============================================".
           MOVE "N" TO WS-SALIR
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC

           OPEN I-O MANDATOS
           IF FS-MDT = "35"
               OPEN OUTPUT MANDATOS
               CLOSE MANDATOS
               OPEN I-O MANDATOS
           END-IF
           IF FS-MDT NOT = "00"
               MOVE "ERROR AL ABRIR MANDATOS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               MOVE "ERROR AL ABRIR CUENTAS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE MANDATOS
               GOBACK
           END-IF

           PERFORM VERIFICAR-LAYOUTS
           IF WS-LAYOUT-OK = "N"
               MOVE "S" TO WS-SALIR
           END-IF

           PERFORM UNTIL WS-SALIR = "S"
               PERFORM PANTALLA-MANDATOS
               ACCEPT WS-OPCION
               PERFORM PROCESAR-OPCION
           END-PERFORM

           CLOSE MANDATOS
           CLOSE CUENTAS
           GOBACK.

       PANTALLA-MANDATOS.
           DISPLAY "-------------------------------------------".
           IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
               DISPLAY "   [1] ALTA DE MANDATO"
               DISPLAY "   [2] SUSPENDER MANDATO"
           END-IF
           IF LNK-ROL-SUPERVISOR
               DISPLAY "   [3] REACTIVAR MANDATO"
           END-IF
           IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
               DISPLAY "   [4] REVOCAR MANDATO"
               DISPLAY "   [5] CAMBIAR TOPE Y VIGENCIA"
           END-IF
           DISPLAY "   [6] MANDATOS DE UNA CUENTA".
           DISPLAY "   [0] VOLVER AL MENU".
           DISPLAY "-------------------------------------------".
           DISPLAY "   SELECCIONE UNA OPCION: "
           .

      *    LA REACTIVACION ES DE SUPERVISOR: UN MANDATO SUSPENDIDO
      *    SUELE SER UN COBRO QUE EL CLIENTE RECLAMO.
       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM ALTA-MANDATO THRU ALTA-MANDATO-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 2
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM SUSPENDER-MANDATO THRU
                           SUSPENDER-MANDATO-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 3
                   IF LNK-ROL-SUPERVISOR
                       PERFORM REACTIVAR-MANDATO THRU
                           REACTIVAR-MANDATO-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 4
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM REVOCAR-MANDATO THRU
                           REVOCAR-MANDATO-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 5
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM CAMBIAR-MANDATO THRU
                           CAMBIAR-MANDATO-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 6
                   PERFORM LISTAR-MANDATOS-CUENTA
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
      * [1] ALTA: UN MANDATO POR CUENTA Y ACREEDOR. UN MANDATO
      * REVOCADO SE PUEDE VOLVER A DAR DE ALTA (SE REGRABA).
      *-----------------------------------------------------------------
       ALTA-MANDATO.
           DISPLAY "CUENTA (8 DIGITOS): "
           ACCEPT WS-CUENTA
           PERFORM VALIDAR-CUENTA THRU VALIDAR-CUENTA-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-MANDATO-FIN
           END-IF

           DISPLAY "IDENTIFICADOR DEL ACREEDOR (10 CARS): "
           ACCEPT WS-ACREEDOR
           MOVE FUNCTION UPPER-CASE(WS-ACREEDOR) TO WS-ACREEDOR
           IF WS-ACREEDOR = SPACES
               MOVE "FALTA EL IDENTIFICADOR DEL ACREEDOR" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-MANDATO-FIN
           END-IF
           MOVE WS-CUENTA TO MDT-CUENTA
           MOVE WS-ACREEDOR TO MDT-ACREEDOR
           READ MANDATOS
               INVALID KEY
                   CONTINUE
           END-READ
           IF FS-MDT = "00" AND NOT MDT-REVOCADO
               PERFORM MOSTRAR-MANDATO
               MOVE "YA HAY UN MANDATO DE ESE ACREEDOR EN LA CUENTA"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-MANDATO-FIN
           END-IF

           DISPLAY "REFERENCIA DEL CLIENTE ANTE EL ACREEDOR "
               "(CONTRATO/POLIZA, BLANCO = CUALQUIERA): "
           ACCEPT WS-REFERENCIA
           MOVE FUNCTION UPPER-CASE(WS-REFERENCIA) TO WS-REFERENCIA
           DISPLAY "IMPORTE MAXIMO POR COBRO: "
           ACCEPT WS-IMPORTE-MAX
           IF WS-IMPORTE-MAX = 0
               MOVE "EL IMPORTE MAXIMO DEBE SER MAYOR QUE CERO"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-MANDATO-FIN
           END-IF
           PERFORM PEDIR-VIGENCIA
           IF WS-VIGENCIA-OK = "N"
               GO TO ALTA-MANDATO-FIN
           END-IF

           MOVE SPACES TO MANDATO-REG
           MOVE WS-CUENTA TO MDT-CUENTA
           MOVE WS-ACREEDOR TO MDT-ACREEDOR
           MOVE CTA-CLI-ID TO MDT-CLI-ID
           MOVE WS-REFERENCIA TO MDT-REFERENCIA
           MOVE WS-IMPORTE-MAX TO MDT-IMPORTE-MAX
           MOVE WS-FECHA-DESDE TO MDT-FECHA-DESDE
           MOVE WS-FECHA-HASTA TO MDT-FECHA-HASTA
           MOVE "A" TO MDT-ESTADO
           MOVE WS-FECHA-NEGOCIO TO MDT-FECHA-ALTA
           MOVE WS-FECHA-NEGOCIO TO MDT-FECHA-ESTADO
           MOVE LNK-USUARIO TO MDT-USUARIO
           MOVE "1" TO MDT-VERSION
           IF FS-MDT = "00"
               REWRITE MANDATO-REG
           ELSE
               WRITE MANDATO-REG
           END-IF
           IF FS-MDT = "00"
               MOVE "MAND-ALTA" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               PERFORM MOSTRAR-MANDATO
               MOVE "MANDATO REGISTRADO." TO WS-MSG
           ELSE
               MOVE "NO SE PUDO GRABAR EL MANDATO" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       ALTA-MANDATO-FIN.
           EXIT.

      *    CUENTA EXISTENTE (DIGITO VERIFICADOR INCLUIDO), NO DADA DE
      *    BAJA Y EN MONEDA LOCAL; WS-MSG QUEDA EN BLANCO SI SIRVE.
       VALIDAR-CUENTA.
           MOVE SPACES TO WS-MSG
           MOVE WS-CUENTA TO WS-DV-CUENTA
           MOVE "V" TO WS-DV-FUNCION
           CALL "DIGITO-RUTINA" USING WS-DV-FUNCION
               WS-DV-CUENTA WS-DV-RC
           IF WS-DV-RC NOT = "00"
               MOVE "NUMERO DE CUENTA CON DIGITO INVALIDO" TO WS-MSG
               GO TO VALIDAR-CUENTA-FIN
           END-IF
           MOVE WS-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE "CUENTA NO ENCONTRADA" TO WS-MSG
                   GO TO VALIDAR-CUENTA-FIN
           END-READ
           IF CTA-INACTIVA
               MOVE "ESA CUENTA ESTA DADA DE BAJA" TO WS-MSG
               GO TO VALIDAR-CUENTA-FIN
           END-IF
           IF NOT CTA-MONEDA-LOCAL
               MOVE "LOS DEBITOS DIRECTOS SON EN MONEDA LOCAL"
                   TO WS-MSG
           END-IF
           .
       VALIDAR-CUENTA-FIN.
           EXIT.

      *    DESDE: FECHA POSIBLE (CERO = HOY); HASTA: CERO O POSIBLE Y
      *    POSTERIOR A DESDE.
       PEDIR-VIGENCIA.
           MOVE "N" TO WS-VIGENCIA-OK
           DISPLAY "VIGENTE DESDE (AAAAMMDD, 0 = HOY): "
           ACCEPT WS-FECHA-DESDE
           IF WS-FECHA-DESDE = 0
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-DESDE
           END-IF
           MOVE "V" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FECHA-DESDE
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00"
               MOVE "FECHA DESDE IMPOSIBLE" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           ELSE
               DISPLAY "VIGENTE HASTA (AAAAMMDD, 0 = SIN "
                   "VENCIMIENTO): "
               ACCEPT WS-FECHA-HASTA
               IF WS-FECHA-HASTA = 0
                   MOVE "S" TO WS-VIGENCIA-OK
               ELSE
                   CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                       WS-FECHA-HASTA WS-FEC-FECHA2
                       WS-FEC-RESULTADO WS-FEC-RC
                   IF WS-FEC-RC NOT = "00"
                       MOVE "FECHA HASTA IMPOSIBLE" TO WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                   ELSE
                       IF WS-FECHA-HASTA < WS-FECHA-DESDE
                           MOVE "LA FECHA HASTA ES ANTERIOR A DESDE"
                               TO WS-MSG
                           PERFORM MOSTRAR-MENSAJE
                       ELSE
                           MOVE "S" TO WS-VIGENCIA-OK
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * [2] SUSPENSION: LOS COBROS SE DEVUELVEN HASTA QUE SE REACTIVE.
      *-----------------------------------------------------------------
       SUSPENDER-MANDATO.
           PERFORM LEER-MANDATO
           IF FS-MDT NOT = "00"
               GO TO SUSPENDER-MANDATO-FIN
           END-IF
           IF NOT MDT-ACTIVO
               MOVE "SOLO SE SUSPENDE UN MANDATO ACTIVO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO SUSPENDER-MANDATO-FIN
           END-IF
           MOVE "S" TO MDT-ESTADO
           MOVE "MAND-SUSPENSION" TO WS-SEG-EVENTO
           PERFORM REGRABAR-MANDATO
           .
       SUSPENDER-MANDATO-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [3] REACTIVACION DE UN MANDATO SUSPENDIDO.
      *-----------------------------------------------------------------
       REACTIVAR-MANDATO.
           PERFORM LEER-MANDATO
           IF FS-MDT NOT = "00"
               GO TO REACTIVAR-MANDATO-FIN
           END-IF
           IF NOT MDT-SUSPENDIDO
               MOVE "SOLO SE REACTIVA UN MANDATO SUSPENDIDO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO REACTIVAR-MANDATO-FIN
           END-IF
           MOVE "A" TO MDT-ESTADO
           MOVE "MAND-REACTIVA" TO WS-SEG-EVENTO
           PERFORM REGRABAR-MANDATO
           .
       REACTIVAR-MANDATO-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [4] REVOCACION: DEFINITIVA; PARA VOLVER A AUTORIZAR AL
      * ACREEDOR SE DA DE ALTA UN MANDATO NUEVO.
      *-----------------------------------------------------------------
       REVOCAR-MANDATO.
           PERFORM LEER-MANDATO
           IF FS-MDT NOT = "00"
               GO TO REVOCAR-MANDATO-FIN
           END-IF
           IF MDT-REVOCADO
               MOVE "ESE MANDATO YA ESTA REVOCADO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO REVOCAR-MANDATO-FIN
           END-IF
           MOVE "R" TO MDT-ESTADO
           MOVE "MAND-REVOCA" TO WS-SEG-EVENTO
           PERFORM REGRABAR-MANDATO
           .
       REVOCAR-MANDATO-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [5] CAMBIO DE TOPE Y VIGENCIA DE UN MANDATO NO REVOCADO.
      *-----------------------------------------------------------------
       CAMBIAR-MANDATO.
           PERFORM LEER-MANDATO
           IF FS-MDT NOT = "00"
               GO TO CAMBIAR-MANDATO-FIN
           END-IF
           IF MDT-REVOCADO
               MOVE "UN MANDATO REVOCADO NO SE MODIFICA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CAMBIAR-MANDATO-FIN
           END-IF
           DISPLAY "NUEVO IMPORTE MAXIMO POR COBRO (0 = SIN "
               "CAMBIO): "
           ACCEPT WS-IMPORTE-MAX
           PERFORM PEDIR-VIGENCIA
           IF WS-VIGENCIA-OK = "N"
               GO TO CAMBIAR-MANDATO-FIN
           END-IF
           IF WS-IMPORTE-MAX > 0
               MOVE WS-IMPORTE-MAX TO MDT-IMPORTE-MAX
           END-IF
           MOVE WS-FECHA-DESDE TO MDT-FECHA-DESDE
           MOVE WS-FECHA-HASTA TO MDT-FECHA-HASTA
           MOVE "MAND-CAMBIO" TO WS-SEG-EVENTO
           PERFORM REGRABAR-MANDATO
           .
       CAMBIAR-MANDATO-FIN.
           EXIT.

       LEER-MANDATO.
           DISPLAY "CUENTA (8 DIGITOS): "
           ACCEPT WS-CUENTA
           DISPLAY "IDENTIFICADOR DEL ACREEDOR: "
           ACCEPT WS-ACREEDOR
           MOVE FUNCTION UPPER-CASE(WS-ACREEDOR) TO WS-ACREEDOR
           MOVE WS-CUENTA TO MDT-CUENTA
           MOVE WS-ACREEDOR TO MDT-ACREEDOR
           READ MANDATOS
               INVALID KEY
                   MOVE "MANDATO NO ENCONTRADO" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
               NOT INVALID KEY
                   PERFORM MOSTRAR-MANDATO
           END-READ
           .

       REGRABAR-MANDATO.
           MOVE WS-FECHA-NEGOCIO TO MDT-FECHA-ESTADO
           MOVE LNK-USUARIO TO MDT-USUARIO
           REWRITE MANDATO-REG
           IF FS-MDT = "00"
               PERFORM GRABAR-SEGURIDAD
               MOVE "MANDATO ACTUALIZADO." TO WS-MSG
           ELSE
               MOVE "ERROR AL ACTUALIZAR EL MANDATO" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .

      *-----------------------------------------------------------------
      * [6] MANDATOS DE UNA CUENTA: LA CUENTA ENCABEZA LA CLAVE.
      *-----------------------------------------------------------------
       LISTAR-MANDATOS-CUENTA.
           DISPLAY "CUENTA (8 DIGITOS): "
           ACCEPT WS-CUENTA
           MOVE 0 TO WS-CONT-MANDATOS
           MOVE "N" TO WS-FIN-MDT
           MOVE WS-CUENTA TO MDT-CUENTA
           MOVE SPACES TO MDT-ACREEDOR
           START MANDATOS KEY IS NOT LESS THAN MDT-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-MDT
           END-START
           PERFORM UNTIL WS-FIN-MDT = "S"
               READ MANDATOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-MDT
                   NOT AT END
                       IF MDT-CUENTA = WS-CUENTA
                           ADD 1 TO WS-CONT-MANDATOS
                           PERFORM MOSTRAR-MANDATO
                       ELSE
                           MOVE "S" TO WS-FIN-MDT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONT-MANDATOS = 0
               MOVE "LA CUENTA NO TIENE MANDATOS" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF
           .

       MOSTRAR-MANDATO.
           DISPLAY "-------------------------------------------"
           DISPLAY "CUENTA:    " MDT-CUENTA "   ACREEDOR " MDT-ACREEDOR
           DISPLAY "ESTADO:    " MDT-ESTADO "   AL " MDT-FECHA-ESTADO
           DISPLAY "REFERENCIA:" MDT-REFERENCIA
           MOVE MDT-IMPORTE-MAX TO WS-ED-IMPORTE
           DISPLAY "TOPE:      " WS-ED-IMPORTE
           IF MDT-FECHA-HASTA = 0
               DISPLAY "VIGENCIA:  " MDT-FECHA-DESDE
                   " SIN VENCIMIENTO"
           ELSE
               DISPLAY "VIGENCIA:  " MDT-FECHA-DESDE " A "
                   MDT-FECHA-HASTA
           END-IF
           .

      *-----------------------------------------------------------------
      * seguridad.log: MISMA LINEA QUE EL MENU, CON CUENTA Y ACREEDOR.
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
               " USUARIO=" LNK-USUARIO DELIMITED BY SIZE
               " CTA=" MDT-CUENTA DELIMITED BY SIZE
               " ACR=" MDT-ACREEDOR DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG
           .

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTA PANTALLA ESTA COMPILADA PARA CUENTAS V02/50 Y
      * MANDATOS V01/100. UN QUIEBRE DEVUELVE AL MENU SIN OPERAR.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "MANDATOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 100 TO WS-LAY-LONGITUD
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

       END PROGRAM CICS-MANDATOS.
