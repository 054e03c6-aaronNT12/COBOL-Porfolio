      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Pantalla de titulares de cuenta, llamada desde
      *          EX04-CICS-MENU (opcion 12) con el usuario y el rol
      *          de la sesion. CTA-CLI-ID admite un solo cliente por
      *          cuenta; TITULARES.IDX (clave cuenta + cliente, clave
      *          alterna por cliente) vincula la cuenta con todos sus
      *          clientes: titular principal (P, el CTA-CLI-ID),
      *          cotitular (C) y firmante autorizado (F), cada uno
      *          con su regla de firma: I indistinta (firma solo) o
      *          C conjunta (firman juntos todos los de regla C).
      *          Una cuenta sin registros sigue siendo de titular
      *          unico; al dar de alta el primer cotitular o firmante
      *          se registra tambien el principal con regla I. La
      *          regla la hace cumplir la rutina comun FIRMAS-RUTINA
      *          en caja (EX02-CICS-GET) y en el cierre de cuenta.
      *          El principal no se da de baja desde aca (se cambia
      *          con la cuenta). Cada accion queda en seguridad.log.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICS-TITULARES.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT TITULARES ASSIGN TO "TITULARES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               ALTERNATE RECORD KEY IS TIT-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-TIT.
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
               88 CTA-ACTIVA      VALUE "A" " ".
               88 CTA-INACTIVA    VALUE "I".
               88 CTA-DORMIDA     VALUE "D".
               88 CTA-CERRADA     VALUE "C".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
               88 CTA-MONEDA-LOCAL VALUE "LOC" "   ".
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

      *----------------------------------------------------------------*
      *    TITULARES Y FIRMANTES POR CUENTA (VER FIRMAS-RUTINA).       *
      *----------------------------------------------------------------*
       FD  TITULARES
           RECORD CONTAINS 50 CHARACTERS.
       01  TITULAR-REG.
           05 TIT-CLAVE.
               10 TIT-CUENTA    PIC 9(8).
               10 TIT-CLI-ID    PIC 9(5).
           05 TIT-ROL          PIC X(1).
               88 TIT-PRINCIPAL    VALUE "P".
               88 TIT-COTITULAR    VALUE "C".
               88 TIT-FIRMANTE     VALUE "F".
           05 TIT-REGLA        PIC X(1).
               88 TIT-FIRMA-INDISTINTA VALUE "I".
               88 TIT-FIRMA-CONJUNTA   VALUE "C".
           05 TIT-ESTADO       PIC X(1).
               88 TIT-ACTIVO       VALUE "A".
               88 TIT-BAJA         VALUE "B".
           05 TIT-FECHA-ALTA   PIC 9(8).
           05 TIT-FECHA-BAJA   PIC 9(8).
           05 TIT-USUARIO      PIC X(10).
           05 FILLER           PIC X(8).

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-CLI              PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-TIT              PIC XX.
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
       01  WS-DV-FUNCION       PIC X(1).
       01  WS-DV-CUENTA        PIC 9(8).
       01  WS-DV-RC            PIC X(2).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".

       01  WS-CUENTA           PIC 9(8).
       01  WS-CLI-ID           PIC 9(5).
       01  WS-TIT-ROL          PIC X(1).
       01  WS-TIT-REGLA        PIC X(1).
       01  WS-PRINCIPAL        PIC 9(5) VALUE 0.
       01  WS-FIN-TIT          PIC X VALUE "N".
       01  WS-FIN-CTA          PIC X VALUE "N".
       01  WS-CONT-TITULARES   PIC 9(3) VALUE 0.
       01  WS-CONT-CUENTAS     PIC 9(3) VALUE 0.
       01  WS-ROL-TEXTO        PIC X(10).
       01  WS-REGLA-TEXTO      PIC X(10).

       01  WS-SEG-EVENTO       PIC X(15).
       01  WS-SEG-FECHA        PIC 9(8).
       01  WS-SEG-HORA         PIC 9(8).
       01  WS-LINEA-SEG        PIC X(100).

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
           DISPLAY "   SIMULACION CICS: TITULARES Y FIRMANTES".
           DISPLAY "   DE CUENTAS".
           DISPLAY "==============================================".
           MOVE "N" TO WS-SALIR
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC

           OPEN I-O TITULARES
           IF FS-TIT = "35"
               OPEN OUTPUT TITULARES
               CLOSE TITULARES
               OPEN I-O TITULARES
           END-IF
           IF FS-TIT NOT = "00"
               MOVE "ERROR AL ABRIR TITULARES.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               MOVE "ERROR AL ABRIR CUENTAS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE TITULARES
               GOBACK
           END-IF

           OPEN INPUT CLIENTES
           IF FS-CLI NOT = "00"
               MOVE "ERROR AL ABRIR CLIENTES.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE TITULARES
               CLOSE CUENTAS
               GOBACK
           END-IF

           PERFORM VERIFICAR-LAYOUTS
           IF WS-LAYOUT-OK = "N"
               MOVE "S" TO WS-SALIR
           END-IF

           PERFORM UNTIL WS-SALIR = "S"
               PERFORM PANTALLA-TITULARES
               ACCEPT WS-OPCION
               PERFORM PROCESAR-OPCION
           END-PERFORM

           CLOSE TITULARES
           CLOSE CUENTAS
           CLOSE CLIENTES
           GOBACK.

       PANTALLA-TITULARES.
           DISPLAY "-------------------------------------------".
           DISPLAY "   [1] TITULARES DE UNA CUENTA".
           DISPLAY "   [2] CUENTAS DE UN CLIENTE".
           IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
               DISPLAY "   [3] ALTA DE COTITULAR O FIRMANTE"
               DISPLAY "   [4] CAMBIAR ROL O REGLA DE FIRMA"
               DISPLAY "   [5] BAJA DE COTITULAR O FIRMANTE"
           END-IF
           DISPLAY "   [0] VOLVER AL MENU".
           DISPLAY "-------------------------------------------".
           DISPLAY "   SELECCIONE UNA OPCION: "
           .

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM LISTAR-TITULARES THRU LISTAR-TITULARES-FIN
               WHEN 2
                   PERFORM LISTAR-CUENTAS-CLIENTE THRU
                       LISTAR-CUENTAS-CLIENTE-FIN
               WHEN 3
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM ALTA-TITULAR THRU ALTA-TITULAR-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 4
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM CAMBIAR-TITULAR THRU
                           CAMBIAR-TITULAR-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 5
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM BAJA-TITULAR THRU BAJA-TITULAR-FIN
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
      * [1] TITULARES DE LA CUENTA: TODOS LOS REGISTROS, ACTIVOS Y DE
      * BAJA. SIN REGISTROS LA CUENTA ES DE TITULAR UNICO.
      *-----------------------------------------------------------------
       LISTAR-TITULARES.
           DISPLAY "NUMERO DE CUENTA (8 DIGITOS): "
           ACCEPT WS-CUENTA
           PERFORM LEER-CUENTA THRU LEER-CUENTA-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO LISTAR-TITULARES-FIN
           END-IF
           DISPLAY "-------------------------------------------"
           DISPLAY "CUENTA " CTA-NUMERO " TIPO " CTA-TIPO
               " ESTADO " CTA-ESTADO " TITULAR PRINCIPAL "
               CTA-CLI-ID
           DISPLAY "CLIENTE ROL        REGLA      E ALTA     BAJA"
           MOVE 0 TO WS-CONT-TITULARES
           MOVE "N" TO WS-FIN-TIT
           MOVE WS-CUENTA TO TIT-CUENTA
           MOVE 0 TO TIT-CLI-ID
           START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-TIT
           END-START
           PERFORM UNTIL WS-FIN-TIT = "S"
               READ TITULARES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-TIT
               END-READ
               IF WS-FIN-TIT NOT = "S"
                   IF TIT-CUENTA = WS-CUENTA
                       PERFORM MOSTRAR-LINEA-TITULAR
                   ELSE
                       MOVE "S" TO WS-FIN-TIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CONT-TITULARES = 0
               DISPLAY "SIN TITULARES REGISTRADOS: CUENTA DE TITULAR "
                   "UNICO (" CTA-CLI-ID ")."
           END-IF
           .
       LISTAR-TITULARES-FIN.
           EXIT.

       MOSTRAR-LINEA-TITULAR.
           ADD 1 TO WS-CONT-TITULARES
           PERFORM TEXTO-ROL-REGLA
           DISPLAY TIT-CLI-ID "   " WS-ROL-TEXTO " " WS-REGLA-TEXTO
               " " TIT-ESTADO " " TIT-FECHA-ALTA " " TIT-FECHA-BAJA
           .

       TEXTO-ROL-REGLA.
           EVALUATE TRUE
               WHEN TIT-PRINCIPAL
                   MOVE "PRINCIPAL" TO WS-ROL-TEXTO
               WHEN TIT-COTITULAR
                   MOVE "COTITULAR" TO WS-ROL-TEXTO
               WHEN TIT-FIRMANTE
                   MOVE "FIRMANTE" TO WS-ROL-TEXTO
               WHEN OTHER
                   MOVE TIT-ROL TO WS-ROL-TEXTO
           END-EVALUATE
           IF TIT-FIRMA-CONJUNTA
               MOVE "CONJUNTA" TO WS-REGLA-TEXTO
           ELSE
               MOVE "INDISTINTA" TO WS-REGLA-TEXTO
           END-IF
           .

      *-----------------------------------------------------------------
      * [2] CUENTAS DEL CLIENTE: LAS QUE TIENE COMO CTA-CLI-ID Y LAS
      * QUE COMPARTE COMO COTITULAR O FIRMANTE (CLAVE ALTERNA).
      *-----------------------------------------------------------------
       LISTAR-CUENTAS-CLIENTE.
           DISPLAY "CLI-ID DEL CLIENTE (5 DIGITOS): "
           ACCEPT WS-CLI-ID
           MOVE WS-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NO ENCONTRADO" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO LISTAR-CUENTAS-CLIENTE-FIN
           END-READ
           DISPLAY "-------------------------------------------"
           DISPLAY "CLIENTE " CLI-ID " " CLI-NOMBRE
           DISPLAY "CUENTA   ROL        REGLA      E SALDO"
           MOVE 0 TO WS-CONT-CUENTAS
           MOVE "N" TO WS-FIN-CTA
           MOVE WS-CLI-ID TO CTA-CLI-ID
           START CUENTAS KEY IS NOT LESS THAN CTA-CLI-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-CTA
           END-START
           PERFORM UNTIL WS-FIN-CTA = "S"
               READ CUENTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-CTA
               END-READ
               IF WS-FIN-CTA NOT = "S"
                   IF CTA-CLI-ID = WS-CLI-ID
                       ADD 1 TO WS-CONT-CUENTAS
                       MOVE CTA-SALDO TO WS-ED-SALDO
                       DISPLAY CTA-NUMERO " PRINCIPAL             "
                           CTA-ESTADO " " WS-ED-SALDO
                   ELSE
                       MOVE "S" TO WS-FIN-CTA
                   END-IF
               END-IF
           END-PERFORM

           MOVE "N" TO WS-FIN-TIT
           MOVE WS-CLI-ID TO TIT-CLI-ID
           START TITULARES KEY IS NOT LESS THAN TIT-CLI-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-TIT
           END-START
           PERFORM UNTIL WS-FIN-TIT = "S"
               READ TITULARES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-TIT
               END-READ
               IF WS-FIN-TIT NOT = "S"
                   IF TIT-CLI-ID = WS-CLI-ID
                       IF NOT TIT-PRINCIPAL
                           PERFORM MOSTRAR-CUENTA-COMPARTIDA
                       END-IF
                   ELSE
                       MOVE "S" TO WS-FIN-TIT
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------------"
           DISPLAY "CUENTAS: " WS-CONT-CUENTAS
           .
       LISTAR-CUENTAS-CLIENTE-FIN.
           EXIT.

       MOSTRAR-CUENTA-COMPARTIDA.
           PERFORM TEXTO-ROL-REGLA
           MOVE TIT-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE 0 TO CTA-SALDO
                   MOVE "?" TO CTA-ESTADO
           END-READ
           MOVE CTA-SALDO TO WS-ED-SALDO
           IF TIT-ACTIVO
               ADD 1 TO WS-CONT-CUENTAS
               DISPLAY TIT-CUENTA " " WS-ROL-TEXTO " "
                   WS-REGLA-TEXTO " " CTA-ESTADO " " WS-ED-SALDO
           ELSE
               DISPLAY TIT-CUENTA " " WS-ROL-TEXTO " "
                   WS-REGLA-TEXTO " " CTA-ESTADO " " WS-ED-SALDO
                   " (BAJA " TIT-FECHA-BAJA ")"
           END-IF
           .

      *-----------------------------------------------------------------
      * [3] ALTA: CLIENTE ACTIVO EN UNA CUENTA NO DADA DE BAJA NI
      * CERRADA, COMO COTITULAR O FIRMANTE CON SU REGLA. LA PRIMERA
      * ALTA REGISTRA TAMBIEN AL PRINCIPAL (CTA-CLI-ID, REGLA I). UN
      * CLIENTE DADO DE BAJA EN LA CUENTA SE REACTIVA SOBRE SU
      * REGISTRO.
      *-----------------------------------------------------------------
       ALTA-TITULAR.
           DISPLAY "NUMERO DE CUENTA (8 DIGITOS): "
           ACCEPT WS-CUENTA
           PERFORM LEER-CUENTA THRU LEER-CUENTA-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-TITULAR-FIN
           END-IF
           IF CTA-INACTIVA OR CTA-CERRADA
               MOVE "LA CUENTA ESTA DADA DE BAJA O CERRADA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-TITULAR-FIN
           END-IF
           MOVE CTA-CLI-ID TO WS-PRINCIPAL

           DISPLAY "CLI-ID DEL NUEVO TITULAR O FIRMANTE: "
           ACCEPT WS-CLI-ID
           IF WS-CLI-ID = WS-PRINCIPAL
               MOVE "ES EL TITULAR PRINCIPAL DE LA CUENTA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-TITULAR-FIN
           END-IF
           PERFORM LEER-CLIENTE THRU LEER-CLIENTE-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-TITULAR-FIN
           END-IF

           DISPLAY "ROL (C = COTITULAR, F = FIRMANTE AUTORIZADO): "
           ACCEPT WS-TIT-ROL
           MOVE FUNCTION UPPER-CASE(WS-TIT-ROL) TO WS-TIT-ROL
           IF WS-TIT-ROL NOT = "C" AND WS-TIT-ROL NOT = "F"
               MOVE "ROL INVALIDO (C O F)" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-TITULAR-FIN
           END-IF
           DISPLAY "REGLA DE FIRMA (I = INDISTINTA, C = CONJUNTA): "
           ACCEPT WS-TIT-REGLA
           MOVE FUNCTION UPPER-CASE(WS-TIT-REGLA) TO WS-TIT-REGLA
           IF WS-TIT-REGLA NOT = "I" AND WS-TIT-REGLA NOT = "C"
               MOVE "REGLA INVALIDA (I O C)" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-TITULAR-FIN
           END-IF

           MOVE WS-CUENTA TO TIT-CUENTA
           MOVE WS-CLI-ID TO TIT-CLI-ID
           READ TITULARES
               INVALID KEY
                   MOVE "23" TO FS-TIT
           END-READ
           IF FS-TIT = "00" AND TIT-ACTIVO
               MOVE "EL CLIENTE YA FIGURA EN LA CUENTA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-TITULAR-FIN
           END-IF

           DISPLAY "ALTA DE " WS-CLI-ID " " CLI-NOMBRE
           DISPLAY "EN LA CUENTA " WS-CUENTA " ROL " WS-TIT-ROL
               " REGLA " WS-TIT-REGLA
           DISPLAY "CONFIRMA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "ALTA CANCELADA." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-TITULAR-FIN
           END-IF

           PERFORM ASEGURAR-PRINCIPAL
           IF FS-TIT NOT = "00"
               MOVE "ERROR AL REGISTRAR EL TITULAR PRINCIPAL" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-TITULAR-FIN
           END-IF

           MOVE WS-CUENTA TO TIT-CUENTA
           MOVE WS-CLI-ID TO TIT-CLI-ID
           READ TITULARES
               INVALID KEY
                   MOVE "23" TO FS-TIT
           END-READ
           IF FS-TIT = "00"
               PERFORM ARMAR-TITULAR
               REWRITE TITULAR-REG
           ELSE
               MOVE SPACES TO TITULAR-REG
               MOVE WS-CUENTA TO TIT-CUENTA
               MOVE WS-CLI-ID TO TIT-CLI-ID
               PERFORM ARMAR-TITULAR
               WRITE TITULAR-REG
           END-IF
           IF FS-TIT = "00"
               MOVE "TIT-ALTA" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE "TITULAR REGISTRADO." TO WS-MSG
           ELSE
               MOVE "ERROR AL GRABAR EL TITULAR" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       ALTA-TITULAR-FIN.
           EXIT.

       ARMAR-TITULAR.
           MOVE WS-TIT-ROL TO TIT-ROL
           MOVE WS-TIT-REGLA TO TIT-REGLA
           MOVE "A" TO TIT-ESTADO
           MOVE WS-FECHA-NEGOCIO TO TIT-FECHA-ALTA
           MOVE 0 TO TIT-FECHA-BAJA
           MOVE LNK-USUARIO TO TIT-USUARIO
           .

      *    EL PRINCIPAL (CTA-CLI-ID) ENTRA AL REGISTRO CON REGLA I LA
      *    PRIMERA VEZ QUE LA CUENTA DEJA DE SER DE TITULAR UNICO.
       ASEGURAR-PRINCIPAL.
           MOVE WS-CUENTA TO TIT-CUENTA
           MOVE WS-PRINCIPAL TO TIT-CLI-ID
           READ TITULARES
               INVALID KEY
                   MOVE SPACES TO TITULAR-REG
                   MOVE WS-CUENTA TO TIT-CUENTA
                   MOVE WS-PRINCIPAL TO TIT-CLI-ID
                   MOVE "P" TO TIT-ROL
                   MOVE "I" TO TIT-REGLA
                   MOVE "A" TO TIT-ESTADO
                   MOVE WS-FECHA-NEGOCIO TO TIT-FECHA-ALTA
                   MOVE 0 TO TIT-FECHA-BAJA
                   MOVE LNK-USUARIO TO TIT-USUARIO
                   WRITE TITULAR-REG
           END-READ
           .

      *-----------------------------------------------------------------
      * [4] CAMBIO DE ROL O REGLA DE UN REGISTRO ACTIVO (EN BLANCO =
      * SIN CAMBIO). AL PRINCIPAL SOLO SE LE CAMBIA LA REGLA.
      *-----------------------------------------------------------------
       CAMBIAR-TITULAR.
           PERFORM PEDIR-TITULAR-ACTIVO THRU PEDIR-TITULAR-ACTIVO-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO CAMBIAR-TITULAR-FIN
           END-IF
           MOVE TIT-ROL TO WS-TIT-ROL
           IF NOT TIT-PRINCIPAL
               DISPLAY "NUEVO ROL (C/F, BLANCO = " TIT-ROL "): "
               ACCEPT WS-TIT-ROL
               MOVE FUNCTION UPPER-CASE(WS-TIT-ROL) TO WS-TIT-ROL
               IF WS-TIT-ROL = SPACES
                   MOVE TIT-ROL TO WS-TIT-ROL
               END-IF
               IF WS-TIT-ROL NOT = "C" AND WS-TIT-ROL NOT = "F"
                   MOVE "ROL INVALIDO (C O F)" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO CAMBIAR-TITULAR-FIN
               END-IF
           END-IF
           DISPLAY "NUEVA REGLA (I/C, BLANCO = " TIT-REGLA "): "
           ACCEPT WS-TIT-REGLA
           MOVE FUNCTION UPPER-CASE(WS-TIT-REGLA) TO WS-TIT-REGLA
           IF WS-TIT-REGLA = SPACES
               MOVE TIT-REGLA TO WS-TIT-REGLA
           END-IF
           IF WS-TIT-REGLA NOT = "I" AND WS-TIT-REGLA NOT = "C"
               MOVE "REGLA INVALIDA (I O C)" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CAMBIAR-TITULAR-FIN
           END-IF
           IF WS-TIT-ROL = TIT-ROL AND WS-TIT-REGLA = TIT-REGLA
               MOVE "SIN CAMBIOS." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CAMBIAR-TITULAR-FIN
           END-IF

           MOVE WS-TIT-ROL TO TIT-ROL
           MOVE WS-TIT-REGLA TO TIT-REGLA
           MOVE LNK-USUARIO TO TIT-USUARIO
           REWRITE TITULAR-REG
           IF FS-TIT = "00"
               MOVE "TIT-CAMBIO" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE "TITULAR ACTUALIZADO." TO WS-MSG
           ELSE
               MOVE "ERROR AL ACTUALIZAR EL TITULAR" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       CAMBIAR-TITULAR-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [5] BAJA: EL REGISTRO QUEDA EN ESTADO B CON SU FECHA (NO SE
      * BORRA). EL PRINCIPAL NO SE DA DE BAJA DESDE ACA.
      *-----------------------------------------------------------------
       BAJA-TITULAR.
           PERFORM PEDIR-TITULAR-ACTIVO THRU PEDIR-TITULAR-ACTIVO-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO BAJA-TITULAR-FIN
           END-IF
           IF TIT-PRINCIPAL
               MOVE "EL TITULAR PRINCIPAL NO SE DA DE BAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO BAJA-TITULAR-FIN
           END-IF
           DISPLAY "CONFIRMA LA BAJA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "BAJA CANCELADA." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO BAJA-TITULAR-FIN
           END-IF

           MOVE "B" TO TIT-ESTADO
           MOVE WS-FECHA-NEGOCIO TO TIT-FECHA-BAJA
           MOVE LNK-USUARIO TO TIT-USUARIO
           REWRITE TITULAR-REG
           IF FS-TIT = "00"
               MOVE "TIT-BAJA" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE "TITULAR DADO DE BAJA." TO WS-MSG
           ELSE
               MOVE "ERROR AL DAR DE BAJA EL TITULAR" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       BAJA-TITULAR-FIN.
           EXIT.

      *    PIDE CUENTA Y CLIENTE Y LEE SU REGISTRO ACTIVO; WS-MSG
      *    QUEDA EN BLANCO SI EXISTE.
       PEDIR-TITULAR-ACTIVO.
           MOVE SPACES TO WS-MSG
           DISPLAY "NUMERO DE CUENTA (8 DIGITOS): "
           ACCEPT WS-CUENTA
           DISPLAY "CLI-ID DEL TITULAR O FIRMANTE: "
           ACCEPT WS-CLI-ID
           MOVE WS-CUENTA TO TIT-CUENTA
           MOVE WS-CLI-ID TO TIT-CLI-ID
           READ TITULARES
               INVALID KEY
                   MOVE "EL CLIENTE NO FIGURA EN LA CUENTA" TO WS-MSG
                   GO TO PEDIR-TITULAR-ACTIVO-FIN
           END-READ
           IF NOT TIT-ACTIVO
               MOVE "EL CLIENTE YA ESTA DE BAJA EN LA CUENTA"
                   TO WS-MSG
               GO TO PEDIR-TITULAR-ACTIVO-FIN
           END-IF
           PERFORM TEXTO-ROL-REGLA
           DISPLAY "CUENTA " TIT-CUENTA " CLIENTE " TIT-CLI-ID
               " " WS-ROL-TEXTO " " WS-REGLA-TEXTO
           .
       PEDIR-TITULAR-ACTIVO-FIN.
           EXIT.

      *    CUENTA CON DIGITO VERIFICADOR VALIDO Y EXISTENTE; WS-MSG
      *    QUEDA EN BLANCO SI SIRVE.
       LEER-CUENTA.
           MOVE SPACES TO WS-MSG
           MOVE WS-CUENTA TO WS-DV-CUENTA
           MOVE "V" TO WS-DV-FUNCION
           CALL "DIGITO-RUTINA" USING WS-DV-FUNCION
               WS-DV-CUENTA WS-DV-RC
           IF WS-DV-RC NOT = "00"
               MOVE "NUMERO DE CUENTA CON DIGITO INVALIDO" TO WS-MSG
               GO TO LEER-CUENTA-FIN
           END-IF
           MOVE WS-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE "CUENTA NO ENCONTRADA" TO WS-MSG
           END-READ
           .
       LEER-CUENTA-FIN.
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
               " CTA=" TIT-CUENTA DELIMITED BY SIZE
               " CLI=" TIT-CLI-ID DELIMITED BY SIZE
               " ROL=" TIT-ROL DELIMITED BY SIZE
               " REGLA=" TIT-REGLA DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG
           .

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTA PANTALLA ESTA COMPILADA PARA CLIENTES V03/185,
      * CUENTAS V02/50 Y TITULARES V01/50. UN QUIEBRE DEVUELVE AL
      * MENU SIN OPERAR.
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
           MOVE "TITULARES.IDX" TO WS-LAY-ARCHIVO
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

       END PROGRAM CICS-TITULARES.
