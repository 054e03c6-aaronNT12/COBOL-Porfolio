      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Pantalla de tarjetas de debito, llamada desde
      *          EX04-CICS-MENU (opcion 9) con el usuario y el rol de
      *          la sesion. Mantiene TARJETAS.IDX (clave: numero de
      *          tarjeta; claves alternas por cuenta y por cliente):
      *          emision sobre una cuenta activa en moneda local,
      *          bloqueo (temporal o por perdida/robo), desbloqueo y
      *          reemplazo, mas la consulta de las tarjetas de una
      *          cuenta. El numero es el prefijo del banco + cuenta +
      *          digito de reemplazo + digito verificador (Luhn). El
      *          PIN de 4 digitos se guarda con el mismo hash que las
      *          claves de usuarios.txt. Cada accion queda en
      *          seguridad.log con el numero enmascarado.
      *          Estados: A activa, B bloqueada, P perdida/robada,
      *          V vencida (la marca DB-CARDEXP), R reemplazada.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICS-TARJETAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT TARJETAS ASSIGN TO "TARJETAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-NUMERO
               ALTERNATE RECORD KEY IS TAR-CUENTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS TAR-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-TAR.
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
      *    MAESTRO DE TARJETAS DE DEBITO. TAR-VENCIMIENTO ES AAAAMM    *
      *    (VALIDA HASTA EL ULTIMO DIA DE ESE MES). TAR-PIN GUARDA EL  *
      *    HASH, NUNCA EL PIN.                                         *
      *----------------------------------------------------------------*
       FD  TARJETAS
           RECORD CONTAINS 120 CHARACTERS.
       01  TARJETA-REG.
           05 TAR-NUMERO       PIC 9(16).
           05 TAR-NUMERO-R REDEFINES TAR-NUMERO.
               10 TAR-PREFIJO   PIC 9(6).
               10 TAR-NRO-CUENTA PIC 9(8).
               10 TAR-REEMPLAZO PIC 9(1).
               10 TAR-DIGITO    PIC 9(1).
           05 TAR-CUENTA       PIC 9(8).
           05 TAR-CLI-ID       PIC 9(5).
           05 TAR-VENCIMIENTO  PIC 9(6).
           05 TAR-ESTADO       PIC X(1).
               88 TAR-ACTIVA       VALUE "A".
               88 TAR-BLOQUEADA    VALUE "B".
               88 TAR-PERDIDA      VALUE "P".
               88 TAR-VENCIDA      VALUE "V".
               88 TAR-REEMPLAZADA  VALUE "R".
           05 TAR-LIM-CAJERO   PIC 9(5)V99.
           05 TAR-LIM-COMPRAS  PIC 9(7)V99.
           05 TAR-PIN          PIC X(10).
           05 TAR-FECHA-EMISION PIC 9(8).
           05 TAR-FECHA-ESTADO PIC 9(8).
           05 TAR-REEMPLAZA-A  PIC 9(16).
           05 TAR-USUARIO      PIC X(10).
           05 TAR-VERSION      PIC X(1).
               88 TAR-LAYOUT-V1    VALUE "1".
           05 FILLER           PIC X(15).

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-CTA              PIC XX.
       01  FS-TAR              PIC XX.
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

      *    PREFIJO (BIN) DE LAS TARJETAS DE DEBITO DEL BANCO, VIGENCIA
      *    EN MESES Y LIMITES DIARIOS POR OMISION.
       01  WS-PREFIJO-BANCO    PIC 9(6) VALUE 450871.
       01  WS-MESES-VIGENCIA   PIC 9(3) VALUE 36.
       01  WS-LIM-CAJERO-DEF   PIC 9(5)V99 VALUE 1000.00.
       01  WS-LIM-COMPRAS-DEF  PIC 9(7)V99 VALUE 5000.00.

       01  WS-CUENTA           PIC 9(8).
       01  WS-TARJETA          PIC 9(16).
       01  WS-TARJETA-ANT      PIC 9(16) VALUE 0.
       01  WS-LIM-CAJERO       PIC 9(5)V99 VALUE 0.
       01  WS-LIM-COMPRAS      PIC 9(7)V99 VALUE 0.
       01  WS-MOTIVO-BLOQUEO   PIC X(1).
       01  WS-FIN-TAR          PIC X VALUE "N".
       01  WS-CONT-TARJETAS    PIC 9(3) VALUE 0.
       01  WS-GRABADA          PIC X VALUE "N".
       01  WS-REEMPLAZO        PIC 9(1) VALUE 0.
       01  WS-PIN-OK           PIC X VALUE "N".

      *    NUMERO DE TARJETA EN CONSTRUCCION Y CALCULO DEL DIGITO
      *    VERIFICADOR (LUHN) SOBRE LOS 15 PRIMEROS DIGITOS.
       01  WS-NUMERO-NUEVO.
           05 WS-NN-PREFIJO    PIC 9(6).
           05 WS-NN-CUENTA     PIC 9(8).
           05 WS-NN-REEMPLAZO  PIC 9(1).
           05 WS-NN-DIGITO     PIC 9(1).
       01  WS-NUMERO-NUEVO-N REDEFINES WS-NUMERO-NUEVO PIC 9(16).
       01  WS-NUMERO-NUEVO-X REDEFINES WS-NUMERO-NUEVO PIC X(16).
       01  WS-LUHN-SUMA        PIC 9(4) VALUE 0.
       01  WS-LUHN-DIGITO      PIC 9(2) VALUE 0.
       01  WS-LUHN-POS         PIC 9(2) VALUE 0.
       01  WS-LUHN-DOBLE       PIC X VALUE "S".

      *    VENCIMIENTO: MES DE LA FECHA DE NEGOCIO + VIGENCIA.
       01  WS-FECHA-TRAB.
           05 WS-FT-ANIO       PIC 9(4).
           05 WS-FT-MES        PIC 9(2).
           05 WS-FT-DIA        PIC 9(2).
       01  WS-FECHA-TRAB-N REDEFINES WS-FECHA-TRAB PIC 9(8).
       01  WS-MESES-TOTAL      PIC 9(6) VALUE 0.
       01  WS-VTO-ANIO         PIC 9(4) VALUE 0.
       01  WS-VTO-MES          PIC 9(2) VALUE 0.
       01  WS-VENCIMIENTO.
           05 WS-VT-ANIO       PIC 9(4).
           05 WS-VT-MES        PIC 9(2).
       01  WS-VENCIMIENTO-N REDEFINES WS-VENCIMIENTO PIC 9(6).

      *    PIN: 4 DIGITOS, CAPTURADO DOS VECES; SE HASHEA IGUAL QUE
      *    LAS CLAVES DE EX04-CICS-MENU.
       01  WS-PIN              PIC X(4).
       01  WS-PIN-REPETIDO     PIC X(4).
       01  WS-CLAVE-TEXTO      PIC X(10).
       01  WS-HASH-TRABAJO     PIC 9(15) VALUE 0.
       01  WS-HASH-TEXTO       PIC 9(10).
       01  WS-IDX-CHAR         PIC 9(2).

       01  WS-SEG-EVENTO       PIC X(15).
       01  WS-SEG-FECHA        PIC 9(8).
       01  WS-SEG-HORA         PIC 9(8).
       01  WS-LINEA-SEG        PIC X(80).
       01  WS-TARJETA-MASC.
           05 WS-TM-PREFIJO    PIC 9(6).
           05 WS-TM-ASTERISCOS PIC X(6) VALUE "******".
           05 WS-TM-ULTIMOS    PIC 9(4).
       01  WS-TARJETA-LOG      PIC 9(16).
       01  WS-TARJETA-LOG-R REDEFINES WS-TARJETA-LOG.
           05 WS-TL-PREFIJO    PIC 9(6).
           05 WS-TL-MEDIO      PIC 9(6).
           05 WS-TL-ULTIMOS    PIC 9(4).

       01  WS-ED-CAJERO        PIC ZZ,ZZ9.99.
       01  WS-ED-COMPRAS       PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LNK-USUARIO         PIC X(10).
       01  LNK-ROL             PIC X(1).
           88 LNK-ROL-CONSULTA     VALUE "C".
           88 LNK-ROL-OPERADOR     VALUE "O".
           88 LNK-ROL-SUPERVISOR   VALUE "S".

       PROCEDURE DIVISION USING LNK-USUARIO LNK-ROL.
       MAIN-LOGIC.
           DISPLAY "==============================================".
           DISPLAY "      SIMULACION CICS: TARJETAS DE DEBITO     ".
           DISPLAY "==============================================".
           MOVE "N" TO WS-SALIR
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC

           OPEN I-O TARJETAS
           IF FS-TAR = "35"
               OPEN OUTPUT TARJETAS
               CLOSE TARJETAS
               OPEN I-O TARJETAS
           END-IF
           IF FS-TAR NOT = "00"
               MOVE "ERROR AL ABRIR TARJETAS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               MOVE "ERROR AL ABRIR CUENTAS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE TARJETAS
               GOBACK
           END-IF

           PERFORM VERIFICAR-LAYOUTS
           IF WS-LAYOUT-OK = "N"
               MOVE "S" TO WS-SALIR
           END-IF

           PERFORM UNTIL WS-SALIR = "S"
               PERFORM PANTALLA-TARJETAS
               ACCEPT WS-OPCION
               PERFORM PROCESAR-OPCION
           END-PERFORM

           CLOSE TARJETAS
           CLOSE CUENTAS
           GOBACK.

       PANTALLA-TARJETAS.
           DISPLAY "-------------------------------------------".
           IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
               DISPLAY "   [1] EMITIR TARJETA"
           END-IF
           DISPLAY "   [2] BLOQUEAR TARJETA".
           IF LNK-ROL-SUPERVISOR
               DISPLAY "   [3] DESBLOQUEAR TARJETA"
           END-IF
           IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
               DISPLAY "   [4] REEMPLAZAR TARJETA"
           END-IF
           DISPLAY "   [5] TARJETAS DE UNA CUENTA".
           DISPLAY "   [0] VOLVER AL MENU".
           DISPLAY "-------------------------------------------".
           DISPLAY "   SELECCIONE UNA OPCION: "
           .

      *    EL BLOQUEO LO PUEDE HACER CUALQUIER ROL (EL CLIENTE LLAMA
      *    POR UNA TARJETA PERDIDA); EL DESBLOQUEO ES DE SUPERVISOR.
       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM EMITIR-TARJETA THRU EMITIR-TARJETA-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 2
                   PERFORM BLOQUEAR-TARJETA THRU BLOQUEAR-TARJETA-FIN
               WHEN 3
                   IF LNK-ROL-SUPERVISOR
                       PERFORM DESBLOQUEAR-TARJETA THRU
                           DESBLOQUEAR-TARJETA-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 4
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM REEMPLAZAR-TARJETA THRU
                           REEMPLAZAR-TARJETA-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 5
                   PERFORM LISTAR-TARJETAS-CUENTA
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
      * [1] EMISION SOBRE UNA CUENTA ACTIVA EN MONEDA LOCAL. LIMITES
      * EN CERO TOMAN LOS VALORES POR OMISION DEL BANCO.
      *-----------------------------------------------------------------
       EMITIR-TARJETA.
           DISPLAY "CUENTA (8 DIGITOS): "
           ACCEPT WS-CUENTA
           PERFORM VALIDAR-CUENTA THRU VALIDAR-CUENTA-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO EMITIR-TARJETA-FIN
           END-IF

           DISPLAY "LIMITE DIARIO EN CAJERO (0 = " WS-LIM-CAJERO-DEF
               "): "
           ACCEPT WS-LIM-CAJERO
           IF WS-LIM-CAJERO = 0
               MOVE WS-LIM-CAJERO-DEF TO WS-LIM-CAJERO
           END-IF
           DISPLAY "LIMITE DIARIO DE COMPRAS (0 = "
               WS-LIM-COMPRAS-DEF "): "
           ACCEPT WS-LIM-COMPRAS
           IF WS-LIM-COMPRAS = 0
               MOVE WS-LIM-COMPRAS-DEF TO WS-LIM-COMPRAS
           END-IF

           PERFORM CAPTURAR-PIN
           IF WS-PIN-OK = "N"
               GO TO EMITIR-TARJETA-FIN
           END-IF

           MOVE 0 TO WS-REEMPLAZO
           MOVE 0 TO WS-TARJETA-ANT
           PERFORM GRABAR-TARJETA-NUEVA
           IF WS-GRABADA = "S"
               MOVE "TARJ-EMISION" TO WS-SEG-EVENTO
               MOVE WS-TARJETA TO WS-TARJETA-LOG
               PERFORM GRABAR-SEGURIDAD
           END-IF
           .
       EMITIR-TARJETA-FIN.
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
               MOVE "LAS TARJETAS DE DEBITO SON EN MONEDA LOCAL"
                   TO WS-MSG
           END-IF
           .
       VALIDAR-CUENTA-FIN.
           EXIT.

       CAPTURAR-PIN.
           MOVE "N" TO WS-PIN-OK
           DISPLAY "PIN (4 DIGITOS): "
           ACCEPT WS-PIN
           DISPLAY "REPITA EL PIN: "
           ACCEPT WS-PIN-REPETIDO
           IF WS-PIN NOT NUMERIC
               MOVE "EL PIN DEBE SER DE 4 DIGITOS" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           ELSE
               IF WS-PIN NOT = WS-PIN-REPETIDO
                   MOVE "LOS PIN NO COINCIDEN" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
               ELSE
                   MOVE "S" TO WS-PIN-OK
                   MOVE SPACES TO WS-CLAVE-TEXTO
                   MOVE WS-PIN TO WS-CLAVE-TEXTO
                   PERFORM CALCULAR-HASH
               END-IF
           END-IF
           .

      *    MISMO HASH QUE EX04-CICS-MENU USA PARA LAS CLAVES.
       CALCULAR-HASH.
           MOVE 7 TO WS-HASH-TRABAJO
           PERFORM VARYING WS-IDX-CHAR FROM 1 BY 1
                   UNTIL WS-IDX-CHAR > 10
               COMPUTE WS-HASH-TRABAJO = FUNCTION MOD(
                   WS-HASH-TRABAJO * 31
                   + FUNCTION ORD(WS-CLAVE-TEXTO(WS-IDX-CHAR:1))
                   9999999967)
           END-PERFORM
           MOVE WS-HASH-TRABAJO TO WS-HASH-TEXTO
           .

      *-----------------------------------------------------------------
      * ALTA DE LA TARJETA: PREFIJO + CUENTA + DIGITO DE REEMPLAZO +
      * LUHN; SI EL NUMERO YA EXISTE SE PRUEBA EL DIGITO SIGUIENTE.
      * LA CUENTA (CUENTA-REG) Y EL HASH DEL PIN YA ESTAN CARGADOS.
      *-----------------------------------------------------------------
       GRABAR-TARJETA-NUEVA.
           MOVE "N" TO WS-GRABADA
           PERFORM CALCULAR-VENCIMIENTO
           MOVE SPACES TO TARJETA-REG
           MOVE CTA-NUMERO TO TAR-CUENTA
           MOVE CTA-CLI-ID TO TAR-CLI-ID
           MOVE WS-VENCIMIENTO-N TO TAR-VENCIMIENTO
           MOVE "A" TO TAR-ESTADO
           MOVE WS-LIM-CAJERO TO TAR-LIM-CAJERO
           MOVE WS-LIM-COMPRAS TO TAR-LIM-COMPRAS
           MOVE WS-HASH-TEXTO TO TAR-PIN
           MOVE WS-FECHA-NEGOCIO TO TAR-FECHA-EMISION
           MOVE WS-FECHA-NEGOCIO TO TAR-FECHA-ESTADO
           MOVE WS-TARJETA-ANT TO TAR-REEMPLAZA-A
           MOVE LNK-USUARIO TO TAR-USUARIO
           MOVE "1" TO TAR-VERSION
           PERFORM UNTIL WS-GRABADA = "S" OR WS-REEMPLAZO > 9
               MOVE WS-PREFIJO-BANCO TO WS-NN-PREFIJO
               MOVE CTA-NUMERO TO WS-NN-CUENTA
               MOVE WS-REEMPLAZO TO WS-NN-REEMPLAZO
               PERFORM CALCULAR-LUHN
               MOVE WS-NUMERO-NUEVO-N TO TAR-NUMERO
               WRITE TARJETA-REG
               IF FS-TAR = "00"
                   MOVE "S" TO WS-GRABADA
               ELSE
                   IF FS-TAR = "22"
                       ADD 1 TO WS-REEMPLAZO
                   ELSE
                       MOVE 10 TO WS-REEMPLAZO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GRABADA = "S"
               MOVE TAR-NUMERO TO WS-TARJETA
               DISPLAY "TARJETA EMITIDA: " TAR-NUMERO
               DISPLAY "VENCE: " TAR-VENCIMIENTO(5:2) "/"
                   TAR-VENCIMIENTO(1:4)
           ELSE
               MOVE "NO SE PUDO GRABAR LA TARJETA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF
           .

      *    LUHN: DESDE EL DIGITO 15 HACIA LA IZQUIERDA SE DUPLICA UNO
      *    SI Y UNO NO (RESTANDO 9 SI PASA DE 9); EL VERIFICADOR
      *    COMPLETA LA SUMA A MULTIPLO DE 10.
       CALCULAR-LUHN.
           MOVE 0 TO WS-LUHN-SUMA
           MOVE "S" TO WS-LUHN-DOBLE
           PERFORM VARYING WS-LUHN-POS FROM 15 BY -1
                   UNTIL WS-LUHN-POS < 1
               MOVE WS-NUMERO-NUEVO-X(WS-LUHN-POS:1)
                   TO WS-LUHN-DIGITO
               IF WS-LUHN-DOBLE = "S"
                   COMPUTE WS-LUHN-DIGITO = WS-LUHN-DIGITO * 2
                   IF WS-LUHN-DIGITO > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGITO
                   END-IF
                   MOVE "N" TO WS-LUHN-DOBLE
               ELSE
                   MOVE "S" TO WS-LUHN-DOBLE
               END-IF
               ADD WS-LUHN-DIGITO TO WS-LUHN-SUMA
           END-PERFORM
           COMPUTE WS-NN-DIGITO =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUMA, 10), 10)
           .

       CALCULAR-VENCIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TRAB-N
           COMPUTE WS-MESES-TOTAL =
               WS-FT-ANIO * 12 + WS-FT-MES - 1 + WS-MESES-VIGENCIA
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-VTO-ANIO
               REMAINDER WS-VTO-MES
           MOVE WS-VTO-ANIO TO WS-VT-ANIO
           COMPUTE WS-VT-MES = WS-VTO-MES + 1
           .

      *-----------------------------------------------------------------
      * [2] BLOQUEO: B TEMPORAL (SE PUEDE DESBLOQUEAR) O P PERDIDA /
      * ROBADA (DEFINITIVO, SOLO QUEDA REEMPLAZARLA).
      *-----------------------------------------------------------------
       BLOQUEAR-TARJETA.
           PERFORM LEER-TARJETA
           IF FS-TAR NOT = "00"
               GO TO BLOQUEAR-TARJETA-FIN
           END-IF
           IF NOT TAR-ACTIVA AND NOT TAR-BLOQUEADA
               MOVE "LA TARJETA NO ESTA ACTIVA NI BLOQUEADA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO BLOQUEAR-TARJETA-FIN
           END-IF
           DISPLAY "MOTIVO: B = BLOQUEO TEMPORAL, P = PERDIDA O "
               "ROBO: "
           ACCEPT WS-MOTIVO-BLOQUEO
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO-BLOQUEO)
               TO WS-MOTIVO-BLOQUEO
           EVALUATE WS-MOTIVO-BLOQUEO
               WHEN "B"
                   MOVE "TARJ-BLOQUEO" TO WS-SEG-EVENTO
               WHEN "P"
                   MOVE "TARJ-PERDIDA" TO WS-SEG-EVENTO
               WHEN OTHER
                   MOVE "MOTIVO INVALIDO." TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO BLOQUEAR-TARJETA-FIN
           END-EVALUATE
           MOVE WS-MOTIVO-BLOQUEO TO TAR-ESTADO
           PERFORM REGRABAR-TARJETA
           .
       BLOQUEAR-TARJETA-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [3] DESBLOQUEO: SOLO UN BLOQUEO TEMPORAL Y SI NO VENCIO.
      *-----------------------------------------------------------------
       DESBLOQUEAR-TARJETA.
           PERFORM LEER-TARJETA
           IF FS-TAR NOT = "00"
               GO TO DESBLOQUEAR-TARJETA-FIN
           END-IF
           IF NOT TAR-BLOQUEADA
               MOVE "SOLO SE DESBLOQUEA UN BLOQUEO TEMPORAL" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO DESBLOQUEAR-TARJETA-FIN
           END-IF
           IF TAR-VENCIMIENTO < WS-FECHA-NEGOCIO(1:6)
               MOVE "LA TARJETA ESTA VENCIDA: REEMPLAZARLA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO DESBLOQUEAR-TARJETA-FIN
           END-IF
           MOVE "A" TO TAR-ESTADO
           MOVE "TARJ-DESBLOQUEO" TO WS-SEG-EVENTO
           PERFORM REGRABAR-TARJETA
           .
       DESBLOQUEAR-TARJETA-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [4] REEMPLAZO: LA NUEVA TOMA CUENTA Y LIMITES DE LA ANTERIOR,
      * CON VENCIMIENTO NUEVO Y PIN NUEVO. LA ANTERIOR QUEDA R (O
      * SIGUE P SI FUE PERDIDA O ROBADA).
      *-----------------------------------------------------------------
       REEMPLAZAR-TARJETA.
           PERFORM LEER-TARJETA
           IF FS-TAR NOT = "00"
               GO TO REEMPLAZAR-TARJETA-FIN
           END-IF
           IF TAR-REEMPLAZADA
               MOVE "ESA TARJETA YA FUE REEMPLAZADA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO REEMPLAZAR-TARJETA-FIN
           END-IF
           MOVE TAR-CUENTA TO WS-CUENTA
           MOVE TAR-LIM-CAJERO TO WS-LIM-CAJERO
           MOVE TAR-LIM-COMPRAS TO WS-LIM-COMPRAS
           MOVE TAR-NUMERO TO WS-TARJETA-ANT
           COMPUTE WS-REEMPLAZO = TAR-REEMPLAZO + 1
           IF WS-REEMPLAZO > 9
               MOVE 0 TO WS-REEMPLAZO
           END-IF
           PERFORM VALIDAR-CUENTA THRU VALIDAR-CUENTA-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO REEMPLAZAR-TARJETA-FIN
           END-IF
           PERFORM CAPTURAR-PIN
           IF WS-PIN-OK = "N"
               GO TO REEMPLAZAR-TARJETA-FIN
           END-IF

           PERFORM GRABAR-TARJETA-NUEVA
           IF WS-GRABADA = "N"
               GO TO REEMPLAZAR-TARJETA-FIN
           END-IF
           MOVE "TARJ-EMISION" TO WS-SEG-EVENTO
           MOVE WS-TARJETA TO WS-TARJETA-LOG
           PERFORM GRABAR-SEGURIDAD

           MOVE WS-TARJETA-ANT TO TAR-NUMERO
           READ TARJETAS
               INVALID KEY
                   MOVE "NO SE RELEYO LA TARJETA ANTERIOR" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO REEMPLAZAR-TARJETA-FIN
           END-READ
           IF NOT TAR-PERDIDA
               MOVE "R" TO TAR-ESTADO
           END-IF
           MOVE "TARJ-REEMPLAZO" TO WS-SEG-EVENTO
           PERFORM REGRABAR-TARJETA
           .
       REEMPLAZAR-TARJETA-FIN.
           EXIT.

       LEER-TARJETA.
           DISPLAY "NUMERO DE TARJETA (16 DIGITOS): "
           ACCEPT WS-TARJETA
           MOVE WS-TARJETA TO TAR-NUMERO
           READ TARJETAS
               INVALID KEY
                   MOVE "TARJETA NO ENCONTRADA" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
               NOT INVALID KEY
                   PERFORM MOSTRAR-TARJETA
           END-READ
           .

       REGRABAR-TARJETA.
           MOVE WS-FECHA-NEGOCIO TO TAR-FECHA-ESTADO
           MOVE LNK-USUARIO TO TAR-USUARIO
           REWRITE TARJETA-REG
           IF FS-TAR = "00"
               MOVE TAR-NUMERO TO WS-TARJETA-LOG
               PERFORM GRABAR-SEGURIDAD
               MOVE "TARJETA ACTUALIZADA." TO WS-MSG
           ELSE
               MOVE "ERROR AL ACTUALIZAR LA TARJETA" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .

      *-----------------------------------------------------------------
      * [5] TARJETAS DE UNA CUENTA POR LA CLAVE ALTERNA.
      *-----------------------------------------------------------------
       LISTAR-TARJETAS-CUENTA.
           DISPLAY "CUENTA (8 DIGITOS): "
           ACCEPT WS-CUENTA
           MOVE 0 TO WS-CONT-TARJETAS
           MOVE "N" TO WS-FIN-TAR
           MOVE WS-CUENTA TO TAR-CUENTA
           START TARJETAS KEY IS NOT LESS THAN TAR-CUENTA
               INVALID KEY MOVE "S" TO WS-FIN-TAR
           END-START
           PERFORM UNTIL WS-FIN-TAR = "S"
               READ TARJETAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-TAR
                   NOT AT END
                       IF TAR-CUENTA = WS-CUENTA
                           ADD 1 TO WS-CONT-TARJETAS
                           PERFORM MOSTRAR-TARJETA
                       ELSE
                           MOVE "S" TO WS-FIN-TAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONT-TARJETAS = 0
               MOVE "LA CUENTA NO TIENE TARJETAS" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF
           .

       MOSTRAR-TARJETA.
           DISPLAY "-------------------------------------------"
           DISPLAY "TARJETA:   " TAR-NUMERO "   ESTADO " TAR-ESTADO
           DISPLAY "CUENTA:    " TAR-CUENTA "   CLIENTE " TAR-CLI-ID
           DISPLAY "VENCE:     " TAR-VENCIMIENTO(5:2) "/"
               TAR-VENCIMIENTO(1:4) "   EMITIDA " TAR-FECHA-EMISION
           MOVE TAR-LIM-CAJERO TO WS-ED-CAJERO
           MOVE TAR-LIM-COMPRAS TO WS-ED-COMPRAS
           DISPLAY "LIMITES:   CAJERO " WS-ED-CAJERO
               "   COMPRAS " WS-ED-COMPRAS
           IF TAR-REEMPLAZA-A IS NUMERIC AND TAR-REEMPLAZA-A > 0
               DISPLAY "REEMPLAZA: " TAR-REEMPLAZA-A
           END-IF
           .

      *-----------------------------------------------------------------
      * seguridad.log: MISMA LINEA QUE EL MENU, CON LA TARJETA
      * ENMASCARADA (PREFIJO Y ULTIMOS 4).
      *-----------------------------------------------------------------
       GRABAR-SEGURIDAD.
           OPEN EXTEND ARCH-SEG-LOG
           IF FS-SLG = "35"
               OPEN OUTPUT ARCH-SEG-LOG
           END-IF
           MOVE WS-TL-PREFIJO TO WS-TM-PREFIJO
           MOVE WS-TL-ULTIMOS TO WS-TM-ULTIMOS

           ACCEPT WS-SEG-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-SEG-HORA FROM TIME
           MOVE SPACES TO WS-LINEA-SEG
           STRING
               WS-SEG-FECHA DELIMITED BY SIZE
               " " WS-SEG-HORA DELIMITED BY SIZE
               " EVENTO=" WS-SEG-EVENTO DELIMITED BY SIZE
               " USUARIO=" LNK-USUARIO DELIMITED BY SIZE
               " TAR=" WS-TARJETA-MASC DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG
           .

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTA PANTALLA ESTA COMPILADA PARA CUENTAS V02/50 Y
      * TARJETAS V01/120. UN QUIEBRE DEVUELVE AL MENU SIN OPERAR.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "TARJETAS.IDX" TO WS-LAY-ARCHIVO
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

       END PROGRAM CICS-TARJETAS.
