      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Pantalla de la cuenta puente de transferencias
      *          recibidas, llamada desde EX04-CICS-MENU (opcion 11)
      *          con el usuario y el rol de la sesion. DB-IBXFER-IN
      *          deja en SUSPENSO.IDX (clave: fecha de negocio +
      *          numero del dia) lo que llega de otros bancos para
      *          una cuenta inexistente, dada de baja, con digito
      *          verificador invalido o en otra moneda. Desde aca
      *          operaciones busca las partidas pendientes y las
      *          aplica a la cuenta correcta (abono tipo A, como la
      *          transferencia recibida) o las devuelve al banco de
      *          origen (linea en devoluciones_entrantes.txt para la
      *          camara). Cada accion queda en seguridad.log.
      *          Estados: P pendiente, A aplicada, D devuelta.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICS-SUSPENSO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT SUSPENSO ASSIGN TO "SUSPENSO.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSP-CLAVE
               FILE STATUS IS FS-SSP.
           SELECT ARCH-DEVOLUCIONES
               ASSIGN TO "devoluciones_entrantes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEV.
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

       FD  ARCH-MOVIMIENTOS
           RECORD CONTAINS 68 CHARACTERS.
       01  REG-MOVIMIENTO.
           05 MOV-CLAVE.
               10 MOV-CUENTA    PIC 9(8).
               10 MOV-FECHA     PIC 9(8).
               10 MOV-SECUENCIA PIC 9(5).
           05 MOV-CLI-ID       PIC 9(5).
           05 MOV-HORA         PIC 9(8).
           05 MOV-TIPO         PIC X(1).
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 MOV-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(2).

      *----------------------------------------------------------------*
      *    CUENTA PUENTE (VER DB-IBXFER-IN).                           *
      *----------------------------------------------------------------*
       FD  SUSPENSO
           RECORD CONTAINS 120 CHARACTERS.
       01  SUSPENSO-REG.
           05 SSP-CLAVE.
               10 SSP-FECHA     PIC 9(8).
               10 SSP-NUMERO    PIC 9(6).
           05 SSP-CUENTA-ORIGINAL PIC X(8).
           05 SSP-IMPORTE      PIC 9(7)V99.
           05 SSP-BANCO        PIC X(4).
           05 SSP-REFERENCIA   PIC X(8).
           05 SSP-REFERENCIA-NUM REDEFINES SSP-REFERENCIA PIC 9(8).
           05 SSP-ORDENANTE    PIC X(13).
           05 SSP-MOTIVO       PIC X(4).
           05 SSP-SECUENCIA-ARCH PIC 9(6).
           05 SSP-ESTADO       PIC X(1).
               88 SSP-PENDIENTE    VALUE "P".
               88 SSP-APLICADA     VALUE "A".
               88 SSP-DEVUELTA     VALUE "D".
           05 SSP-CUENTA-APLICADA PIC 9(8).
           05 SSP-FECHA-ESTADO PIC 9(8).
           05 SSP-USUARIO      PIC X(10).
           05 FILLER           PIC X(27).

      *----------------------------------------------------------------*
      *    DEVOLUCIONES AL BANCO DE ORIGEN: UNA LINEA POR PARTIDA,     *
      *    CON LA REFERENCIA ORIGINAL DEL BANCO Y EL MOTIVO.           *
      *----------------------------------------------------------------*
       FD  ARCH-DEVOLUCIONES.
       01  REG-DEVOLUCION.
           05 DVE-FECHA        PIC 9(8).
           05 DVE-BANCO        PIC X(4).
           05 DVE-REFERENCIA   PIC X(8).
           05 DVE-IMPORTE      PIC 9(7)V99.
           05 DVE-MOTIVO       PIC X(4).
           05 DVE-CUENTA-ORIGINAL PIC X(8).
           05 DVE-ORDENANTE    PIC X(13).
           05 DVE-SSP-FECHA    PIC 9(8).
           05 DVE-SSP-NUMERO   PIC 9(6).
           05 DVE-USUARIO      PIC X(10).
           05 FILLER           PIC X(2).

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-SSP              PIC XX.
       01  FS-DEV              PIC XX.
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
       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).
       01  WS-DV-FUNCION       PIC X(1).
       01  WS-DV-CUENTA        PIC 9(8).
       01  WS-DV-RC            PIC X(2).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
           88 FNG-DIA-EN-CIERRE    VALUE "C".
       01  WS-FNG-RC           PIC X(2) VALUE "00".

       01  WS-SSP-FECHA        PIC 9(8) VALUE 0.
       01  WS-SSP-NUMERO       PIC 9(6) VALUE 0.
       01  WS-CUENTA           PIC 9(8).
       01  WS-BUSCAR           PIC X(8).
       01  WS-MOTIVO-DEV       PIC X(4).
       01  WS-IMPORTE          PIC 9(7)V99 VALUE 0.
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  WS-FIN-SSP          PIC X VALUE "N".
       01  WS-CONT-PARTIDAS    PIC 9(5) VALUE 0.
       01  WS-SUMA-PARTIDAS    PIC 9(11)V99 VALUE 0.

       01  WS-SEG-EVENTO       PIC X(15).
       01  WS-SEG-FECHA        PIC 9(8).
       01  WS-SEG-HORA         PIC 9(8).
       01  WS-LINEA-SEG        PIC X(100).

       01  WS-ED-IMPORTE       PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-SALDO         PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LNK-USUARIO         PIC X(10).
       01  LNK-ROL             PIC X(1).
           88 LNK-ROL-CONSULTA     VALUE "C".
           88 LNK-ROL-OPERADOR     VALUE "O".
           88 LNK-ROL-SUPERVISOR   VALUE "S".

       PROCEDURE DIVISION USING LNK-USUARIO LNK-ROL.
       MAIN-LOGIC.
           DISPLAY "==============================================".
           DISPLAY "   SIMULACION CICS: CUENTA PUENTE DE".
           DISPLAY "   TRANSFERENCIAS RECIBIDAS".
           DISPLAY "==============================================".
           MOVE "N" TO WS-SALIR
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC

           OPEN I-O SUSPENSO
           IF FS-SSP = "35"
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO
           END-IF
           IF FS-SSP NOT = "00"
               MOVE "ERROR AL ABRIR SUSPENSO.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           OPEN I-O CUENTAS
           IF FS-CTA NOT = "00"
               MOVE "ERROR AL ABRIR CUENTAS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE SUSPENSO
               GOBACK
           END-IF

           OPEN I-O ARCH-MOVIMIENTOS
           IF FS-MOV = "35"
               OPEN OUTPUT ARCH-MOVIMIENTOS
               CLOSE ARCH-MOVIMIENTOS
               OPEN I-O ARCH-MOVIMIENTOS
           END-IF
           IF FS-MOV NOT = "00"
               MOVE "ERROR AL ABRIR MOVIMIENTOS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE SUSPENSO
               CLOSE CUENTAS
               GOBACK
           END-IF

           PERFORM VERIFICAR-LAYOUTS
           IF WS-LAYOUT-OK = "N"
               MOVE "S" TO WS-SALIR
           END-IF

           PERFORM UNTIL WS-SALIR = "S"
               PERFORM PANTALLA-SUSPENSO
               ACCEPT WS-OPCION
               PERFORM PROCESAR-OPCION
           END-PERFORM

           CLOSE SUSPENSO
           CLOSE CUENTAS
           CLOSE ARCH-MOVIMIENTOS
           GOBACK.

       PANTALLA-SUSPENSO.
           DISPLAY "-------------------------------------------".
           DISPLAY "   [1] PARTIDAS PENDIENTES DESDE UNA FECHA".
           DISPLAY "   [2] BUSCAR POR CUENTA O REFERENCIA".
           DISPLAY "   [3] CONSULTAR UNA PARTIDA".
           IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
               DISPLAY "   [4] APLICAR A UNA CUENTA"
               DISPLAY "   [5] DEVOLVER AL BANCO DE ORIGEN"
           END-IF
           DISPLAY "   [0] VOLVER AL MENU".
           DISPLAY "-------------------------------------------".
           DISPLAY "   SELECCIONE UNA OPCION: "
           .

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM LISTAR-PENDIENTES
               WHEN 2
                   PERFORM BUSCAR-PARTIDAS
               WHEN 3
                   PERFORM LEER-PARTIDA
                   IF FS-SSP = "00"
                       PERFORM MOSTRAR-PARTIDA
                   END-IF
               WHEN 4
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM APLICAR-PARTIDA THRU
                           APLICAR-PARTIDA-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 5
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM DEVOLVER-PARTIDA THRU
                           DEVOLVER-PARTIDA-FIN
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
      * [1] PENDIENTES: RECORRE LA CUENTA PUENTE DESDE LA FECHA PEDIDA
      * (CERO = DESDE EL PRINCIPIO) Y MUESTRA SOLO LO PENDIENTE.
      *-----------------------------------------------------------------
       LISTAR-PENDIENTES.
           DISPLAY "DESDE LA FECHA (AAAAMMDD, 0 = TODAS): "
           ACCEPT WS-SSP-FECHA
           MOVE 0 TO WS-CONT-PARTIDAS
           MOVE 0 TO WS-SUMA-PARTIDAS
           PERFORM MOSTRAR-TITULOS
           MOVE "N" TO WS-FIN-SSP
           MOVE WS-SSP-FECHA TO SSP-FECHA
           MOVE 0 TO SSP-NUMERO
           START SUSPENSO KEY IS NOT LESS THAN SSP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-SSP
           END-START
           PERFORM UNTIL WS-FIN-SSP = "S"
               READ SUSPENSO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-SSP
               END-READ
               IF WS-FIN-SSP NOT = "S" AND SSP-PENDIENTE
                   PERFORM MOSTRAR-LINEA-PARTIDA
               END-IF
           END-PERFORM
           PERFORM MOSTRAR-TOTAL-PARTIDAS
           .

      *-----------------------------------------------------------------
      * [2] BUSQUEDA: LA CUENTA TAL COMO VINO DEL BANCO DE ORIGEN O LA
      * REFERENCIA DEL BANCO; MUESTRA LA PARTIDA EN CUALQUIER ESTADO.
      *-----------------------------------------------------------------
       BUSCAR-PARTIDAS.
           DISPLAY "CUENTA RECIBIDA O REFERENCIA DEL BANCO (8 CARS): "
           ACCEPT WS-BUSCAR
           MOVE FUNCTION UPPER-CASE(WS-BUSCAR) TO WS-BUSCAR
           IF WS-BUSCAR = SPACES
               MOVE "FALTA LA CUENTA O LA REFERENCIA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           ELSE
               MOVE 0 TO WS-CONT-PARTIDAS
               MOVE 0 TO WS-SUMA-PARTIDAS
               PERFORM MOSTRAR-TITULOS
               MOVE "N" TO WS-FIN-SSP
               MOVE LOW-VALUES TO SSP-CLAVE
               START SUSPENSO KEY IS NOT LESS THAN SSP-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-SSP
               END-START
               PERFORM UNTIL WS-FIN-SSP = "S"
                   READ SUSPENSO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-SSP
                   END-READ
                   IF WS-FIN-SSP NOT = "S"
                       IF SSP-CUENTA-ORIGINAL = WS-BUSCAR
                               OR SSP-REFERENCIA = WS-BUSCAR
                           PERFORM MOSTRAR-LINEA-PARTIDA
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM MOSTRAR-TOTAL-PARTIDAS
           END-IF
           .

       MOSTRAR-TITULOS.
           DISPLAY "-------------------------------------------"
           DISPLAY "FECHA    NUMERO CUENTA   BCO  REFERENC"
               "      IMPORTE MOTV E"
           .

       MOSTRAR-LINEA-PARTIDA.
           ADD 1 TO WS-CONT-PARTIDAS
           ADD SSP-IMPORTE TO WS-SUMA-PARTIDAS
           MOVE SSP-IMPORTE TO WS-ED-IMPORTE
           DISPLAY SSP-FECHA " " SSP-NUMERO " " SSP-CUENTA-ORIGINAL
               " " SSP-BANCO " " SSP-REFERENCIA " " WS-ED-IMPORTE
               " " SSP-MOTIVO " " SSP-ESTADO
           .

       MOSTRAR-TOTAL-PARTIDAS.
           MOVE WS-SUMA-PARTIDAS TO WS-ED-TOTAL
           DISPLAY "-------------------------------------------"
           DISPLAY "PARTIDAS: " WS-CONT-PARTIDAS "  TOTAL: "
               WS-ED-TOTAL
           .

      *    PIDE FECHA Y NUMERO DE LA PARTIDA Y LA LEE; FS-SSP DISTINTO
      *    DE "00" SI NO EXISTE.
       LEER-PARTIDA.
           DISPLAY "FECHA DE LA PARTIDA (AAAAMMDD): "
           ACCEPT WS-SSP-FECHA
           DISPLAY "NUMERO DE LA PARTIDA (6 DIGITOS): "
           ACCEPT WS-SSP-NUMERO
           MOVE WS-SSP-FECHA TO SSP-FECHA
           MOVE WS-SSP-NUMERO TO SSP-NUMERO
           READ SUSPENSO
               INVALID KEY
                   MOVE "PARTIDA NO ENCONTRADA" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
           END-READ
           .

       MOSTRAR-PARTIDA.
           DISPLAY "-------------------------------------------"
           DISPLAY "PARTIDA:          " SSP-FECHA "/" SSP-NUMERO
           DISPLAY "CUENTA RECIBIDA:  " SSP-CUENTA-ORIGINAL
           MOVE SSP-IMPORTE TO WS-ED-IMPORTE
           DISPLAY "IMPORTE:          " WS-ED-IMPORTE
           DISPLAY "BANCO DE ORIGEN:  " SSP-BANCO
           DISPLAY "REFERENCIA:       " SSP-REFERENCIA
           DISPLAY "ORDENANTE:        " SSP-ORDENANTE
           DISPLAY "MOTIVO:           " SSP-MOTIVO
           DISPLAY "ARCHIVO (SECUENCIA): " SSP-SECUENCIA-ARCH
           EVALUATE TRUE
               WHEN SSP-PENDIENTE
                   DISPLAY "ESTADO:           PENDIENTE"
               WHEN SSP-APLICADA
                   DISPLAY "ESTADO:           APLICADA A LA CUENTA "
                       SSP-CUENTA-APLICADA " EL " SSP-FECHA-ESTADO
                       " POR " SSP-USUARIO
               WHEN SSP-DEVUELTA
                   DISPLAY "ESTADO:           DEVUELTA AL ORIGEN EL "
                       SSP-FECHA-ESTADO " POR " SSP-USUARIO
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * [4] APLICAR: LA PARTIDA PENDIENTE SE ACREDITA A LA CUENTA QUE
      * INDICA OPERACIONES (DIGITO VERIFICADOR, NO DADA DE BAJA,
      * MONEDA LOCAL) COMO TRANSFERENCIA RECIBIDA (TIPO A). CON EL DIA
      * EN CIERRE NO SE APLICA, IGUAL QUE LOS POSTEOS DE PANTALLA.
      *-----------------------------------------------------------------
       APLICAR-PARTIDA.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           IF FNG-DIA-EN-CIERRE
               MOVE "DIA CONTABLE EN CIERRE. OPERACION RECHAZADA"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO APLICAR-PARTIDA-FIN
           END-IF

           PERFORM LEER-PARTIDA
           IF FS-SSP NOT = "00"
               GO TO APLICAR-PARTIDA-FIN
           END-IF
           PERFORM MOSTRAR-PARTIDA
           IF NOT SSP-PENDIENTE
               MOVE "LA PARTIDA YA NO ESTA PENDIENTE" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO APLICAR-PARTIDA-FIN
           END-IF

           DISPLAY "CUENTA A ACREDITAR (8 DIGITOS): "
           ACCEPT WS-CUENTA
           PERFORM VALIDAR-CUENTA THRU VALIDAR-CUENTA-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO APLICAR-PARTIDA-FIN
           END-IF
           MOVE SSP-IMPORTE TO WS-ED-IMPORTE
           DISPLAY "SE ACREDITAN " WS-ED-IMPORTE " A LA CUENTA "
               CTA-NUMERO " (CLIENTE " CTA-CLI-ID ")"
           DISPLAY "CONFIRMA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "APLICACION CANCELADA." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO APLICAR-PARTIDA-FIN
           END-IF

      *    EL ABONO MUEVE SALDO: CANDADO DE CUENTAS COMO LA PANTALLA
      *    DE CAJA, Y LA CUENTA SE RELEE YA CON EL CANDADO TOMADO.
           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               LNK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               MOVE "INTENTE MAS TARDE." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO APLICAR-PARTIDA-FIN
           END-IF

           PERFORM ACREDITAR-PARTIDA

           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               LNK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           .
       APLICAR-PARTIDA-FIN.
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
               MOVE "LAS TRANSFERENCIAS SE RECIBEN EN MONEDA LOCAL"
                   TO WS-MSG
           END-IF
           .
       VALIDAR-CUENTA-FIN.
           EXIT.

      *    EL ABONO ES COMO UN DEPOSITO (PRIMERO CANCELA SOBREGIRO).
      *    LA PARTIDA QUEDA APLICADA SOLO SI LA CUENTA SE REGRABO.
       ACREDITAR-PARTIDA.
           MOVE WS-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE "CUENTA NO ENCONTRADA" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
           END-READ
           IF FS-CTA = "00"
               MOVE SSP-IMPORTE TO WS-IMPORTE
               IF CTA-SOBREGIRO > 0
                   IF WS-IMPORTE >= CTA-SOBREGIRO
                       COMPUTE CTA-SALDO =
                           CTA-SALDO + WS-IMPORTE - CTA-SOBREGIRO
                       MOVE 0 TO CTA-SOBREGIRO
                   ELSE
                       SUBTRACT WS-IMPORTE FROM CTA-SOBREGIRO
                   END-IF
               ELSE
                   ADD WS-IMPORTE TO CTA-SALDO
               END-IF
               REWRITE CUENTA-REG
               IF FS-CTA = "00"
                   PERFORM GRABAR-MOVIMIENTO
                   MOVE "A" TO SSP-ESTADO
                   MOVE CTA-NUMERO TO SSP-CUENTA-APLICADA
                   MOVE WS-FECHA-NEGOCIO TO SSP-FECHA-ESTADO
                   MOVE LNK-USUARIO TO SSP-USUARIO
                   REWRITE SUSPENSO-REG
                   MOVE "SUSP-APLICA" TO WS-SEG-EVENTO
                   PERFORM GRABAR-SEGURIDAD
                   IF FS-SSP = "00"
                       MOVE CTA-SALDO TO WS-ED-SALDO
                       DISPLAY "NUEVO SALDO DE LA CUENTA: " WS-ED-SALDO
                       MOVE "PARTIDA APLICADA." TO WS-MSG
                   ELSE
                       MOVE "ACREDITADA PERO SIN MARCA DE APLICADA"
                           TO WS-MSG
                   END-IF
               ELSE
                   MOVE "ERROR AL ACTUALIZAR LA CUENTA" TO WS-MSG
               END-IF
               PERFORM MOSTRAR-MENSAJE
           END-IF
           .

       GRABAR-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-MOV-FECHA TO MOV-FECHA
           MOVE WS-MOV-HORA TO MOV-HORA
           MOVE "A" TO MOV-TIPO
           MOVE WS-IMPORTE TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           IF SSP-REFERENCIA NUMERIC
               MOVE SSP-REFERENCIA-NUM TO MOV-REFERENCIA
           ELSE
               MOVE 0 TO MOV-REFERENCIA
           END-IF
           MOVE CTA-SUCURSAL TO MOV-SUCURSAL
           MOVE 1 TO MOV-SECUENCIA
           MOVE "N" TO WS-MOV-GRABADO
           PERFORM UNTIL WS-MOV-GRABADO = "S"
                   OR MOV-SECUENCIA = 99999
               WRITE REG-MOVIMIENTO
               IF FS-MOV = "00"
                   MOVE "S" TO WS-MOV-GRABADO
               ELSE
                   IF FS-MOV = "22"
                       ADD 1 TO MOV-SECUENCIA
                   ELSE
                       MOVE "ERROR AL GRABAR MOVIMIENTO" TO WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "S" TO WS-MOV-GRABADO
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * [5] DEVOLUCION: LA PARTIDA PENDIENTE SALE HACIA EL BANCO DE
      * ORIGEN EN devoluciones_entrantes.txt CON SU REFERENCIA Y EL
      * MOTIVO (EN BLANCO = EL MISMO POR EL QUE QUEDO EN PUENTE).
      *-----------------------------------------------------------------
       DEVOLVER-PARTIDA.
           PERFORM LEER-PARTIDA
           IF FS-SSP NOT = "00"
               GO TO DEVOLVER-PARTIDA-FIN
           END-IF
           PERFORM MOSTRAR-PARTIDA
           IF NOT SSP-PENDIENTE
               MOVE "LA PARTIDA YA NO ESTA PENDIENTE" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO DEVOLVER-PARTIDA-FIN
           END-IF

           DISPLAY "MOTIVO DE DEVOLUCION (4 CARS, BLANCO = "
               SSP-MOTIVO "): "
           ACCEPT WS-MOTIVO-DEV
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO-DEV) TO WS-MOTIVO-DEV
           IF WS-MOTIVO-DEV = SPACES
               MOVE SSP-MOTIVO TO WS-MOTIVO-DEV
           END-IF
           DISPLAY "CONFIRMA LA DEVOLUCION AL BANCO " SSP-BANCO
               "? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "DEVOLUCION CANCELADA." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO DEVOLVER-PARTIDA-FIN
           END-IF

           OPEN EXTEND ARCH-DEVOLUCIONES
           IF FS-DEV = "35"
               OPEN OUTPUT ARCH-DEVOLUCIONES
           END-IF
           IF FS-DEV NOT = "00"
               MOVE "ERROR AL ABRIR devoluciones_entrantes.txt"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO DEVOLVER-PARTIDA-FIN
           END-IF
           MOVE SPACES TO REG-DEVOLUCION
           MOVE WS-FECHA-NEGOCIO TO DVE-FECHA
           MOVE SSP-BANCO TO DVE-BANCO
           MOVE SSP-REFERENCIA TO DVE-REFERENCIA
           MOVE SSP-IMPORTE TO DVE-IMPORTE
           MOVE WS-MOTIVO-DEV TO DVE-MOTIVO
           MOVE SSP-CUENTA-ORIGINAL TO DVE-CUENTA-ORIGINAL
           MOVE SSP-ORDENANTE TO DVE-ORDENANTE
           MOVE SSP-FECHA TO DVE-SSP-FECHA
           MOVE SSP-NUMERO TO DVE-SSP-NUMERO
           MOVE LNK-USUARIO TO DVE-USUARIO
           WRITE REG-DEVOLUCION
           CLOSE ARCH-DEVOLUCIONES

           MOVE "D" TO SSP-ESTADO
           MOVE WS-MOTIVO-DEV TO SSP-MOTIVO
           MOVE WS-FECHA-NEGOCIO TO SSP-FECHA-ESTADO
           MOVE LNK-USUARIO TO SSP-USUARIO
           REWRITE SUSPENSO-REG
           IF FS-SSP = "00"
               MOVE 0 TO CTA-NUMERO
               MOVE "SUSP-DEVUELVE" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE "PARTIDA DEVUELTA AL BANCO DE ORIGEN." TO WS-MSG
           ELSE
               MOVE "DEVOLUCION EMITIDA PERO SIN MARCA EN PUENTE"
                   TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       DEVOLVER-PARTIDA-FIN.
           EXIT.

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
               " SSP=" SSP-FECHA SSP-NUMERO DELIMITED BY SIZE
               " CTA=" CTA-NUMERO DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG
           .

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTA PANTALLA ESTA COMPILADA PARA CUENTAS V02/50,
      * MOVIMIENTOS V01/68 Y SUSPENSO V01/120. UN QUIEBRE DEVUELVE AL
      * MENU SIN OPERAR.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "MOVIMIENTOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 68 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "SUSPENSO.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 120 TO WS-LAY-LONGITUD
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

       END PROGRAM CICS-SUSPENSO.
