      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Pantalla de prestamos de consumo a clientes, llamada
      *          desde EX04-CICS-MENU (opcion 8) con el usuario y el
      *          rol de la sesion. Originacion (operador o
      *          supervisor): captura cliente, cuenta de desembolso
      *          del mismo titular, capital, tasa anual, plazo en
      *          cuotas mensuales y dia de pago (1 a 28); calcula la
      *          cuota fija con el mismo sistema frances que
      *          PAYROLL-LOANS, graba el prestamo en PRESTAMOS.IDX y
      *          su plan cuota por cuota en PRESTAMOS-CUOTAS.IDX, y
      *          acredita el capital en la cuenta como movimiento
      *          tipo L (desembolso de prestamo) del libro. El
      *          numero de prestamo es CLI-ID * 1000 + correlativo
      *          del cliente. Consulta (todos los roles): el prestamo
      *          con su saldo de capital, la proxima cuota y el plan
      *          completo; o todos los prestamos de un cliente con su
      *          exposicion total.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR Punitorio y cobros parciales de DB-LOANCOLL:
      *                PRE-FECHA-MORA y PCU-MORA toman parte del
      *                FILLER (mismo largo); el plan muestra lo
      *                cobrado a cuenta y el punitorio de cada cuota.
      * 14-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICS-PRESTAMOS.

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
           SELECT PRESTAMOS ASSIGN TO "PRESTAMOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NUMERO
               ALTERNATE RECORD KEY IS PRE-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-PRE.
           SELECT PRESTAMOS-CUOTAS ASSIGN TO "PRESTAMOS-CUOTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCU-CLAVE
               FILE STATUS IS FS-PCU.

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
               88 CTA-LAYOUT-V2    VALUE "2".
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
      *    MAESTRO DE PRESTAMOS DE CLIENTES. PRE-SALDO-CAPITAL ES EL   *
      *    CAPITAL AUN NO AMORTIZADO (LA EXPOSICION DEL CLIENTE).      *
      *----------------------------------------------------------------*
       FD  PRESTAMOS
           RECORD CONTAINS 100 CHARACTERS.
       01  PRESTAMO-REG.
           05 PRE-NUMERO       PIC 9(8).
           05 PRE-CLI-ID       PIC 9(5).
           05 PRE-CUENTA       PIC 9(8).
           05 PRE-CAPITAL      PIC 9(7)V99.
           05 PRE-TASA-ANUAL   PIC 9(2)V99.
           05 PRE-PLAZO        PIC 9(3).
           05 PRE-DIA-PAGO     PIC 9(2).
           05 PRE-CUOTA        PIC 9(7)V99.
           05 PRE-FECHA-ORIG   PIC 9(8).
           05 PRE-FECHA-PRIMERA PIC 9(8).
           05 PRE-SALDO-CAPITAL PIC 9(7)V99.
           05 PRE-CUOTAS-PAGAS PIC 9(3).
           05 PRE-ESTADO       PIC X(1).
               88 PRE-VIGENTE      VALUE "A".
               88 PRE-CANCELADO    VALUE "C".
           05 PRE-SUCURSAL     PIC X(3).
           05 PRE-USUARIO      PIC X(10).
           05 PRE-VERSION      PIC X(1).
               88 PRE-LAYOUT-V1    VALUE "1".
           05 PRE-FECHA-MORA   PIC 9(8).
           05 FILLER           PIC X(1).

      *----------------------------------------------------------------*
      *    PLAN DE AMORTIZACION: UNA ENTRADA POR CUOTA. PCU-SALDO ES   *
      *    EL CAPITAL QUE QUEDA DESPUES DE PAGARLA.                    *
      *----------------------------------------------------------------*
       FD  PRESTAMOS-CUOTAS
           RECORD CONTAINS 80 CHARACTERS.
       01  CUOTA-REG.
           05 PCU-CLAVE.
               10 PCU-PRESTAMO  PIC 9(8).
               10 PCU-NUMERO    PIC 9(3).
           05 PCU-VENCIMIENTO  PIC 9(8).
           05 PCU-CUOTA        PIC 9(7)V99.
           05 PCU-CAPITAL      PIC 9(7)V99.
           05 PCU-INTERES      PIC 9(7)V99.
           05 PCU-SALDO        PIC 9(7)V99.
           05 PCU-ESTADO       PIC X(1).
               88 PCU-PENDIENTE    VALUE "P".
               88 PCU-PAGADA       VALUE "C".
           05 PCU-PAGADO       PIC 9(7)V99.
           05 PCU-FECHA-PAGO   PIC 9(8).
           05 PCU-MORA         PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-PRE              PIC XX.
       01  FS-PCU              PIC XX.
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

       01  WS-CLI-ID           PIC 9(5).
       01  WS-CUENTA           PIC 9(8).
       01  WS-PRESTAMO         PIC 9(8).
       01  WS-CAPITAL          PIC 9(7)V99 VALUE 0.
       01  WS-TASA-ANUAL       PIC 9(2)V99 VALUE 0.
       01  WS-PLAZO            PIC 9(3) VALUE 0.
       01  WS-DIA-PAGO         PIC 9(2) VALUE 0.
       01  WS-CORRELATIVO      PIC 9(3) VALUE 0.
       01  WS-FIN-PRE          PIC X VALUE "N".
       01  WS-FIN-PCU          PIC X VALUE "N".
       01  WS-PRE-GRABADO      PIC X VALUE "N".

       01  WS-TASA-MENSUAL     PIC 9V9(6) VALUE 0.
       01  WS-FACTOR           PIC 9(3)V9(6) VALUE 0.
       01  WS-CUOTA            PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-PAGAR      PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-INTERES    PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-CAPITAL    PIC 9(7)V99 VALUE 0.
       01  WS-INTERES-CUOTA    PIC 9(7)V99 VALUE 0.
       01  WS-CAPITAL-CUOTA    PIC 9(7)V99 VALUE 0.
       01  WS-IDX-CUOTA        PIC 9(3) VALUE 0.
       01  WS-CONT-CUOTAS      PIC 9(3) VALUE 0.

      *    VENCIMIENTO DE LA CUOTA N: N MESES DESPUES DEL MES DE LA
      *    FECHA DE NEGOCIO, EN EL DIA DE PAGO ELEGIDO.
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
           05 WS-VT-DIA        PIC 9(2).
       01  WS-VENCIMIENTO-N REDEFINES WS-VENCIMIENTO PIC 9(8).

       01  WS-MOV-TIPO         PIC X(1).
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  WS-IMPORTE          PIC 9(7)V99 VALUE 0.

       01  WS-PROX-HALLADA     PIC X VALUE "N".
       01  WS-CONT-PRESTAMOS   PIC 9(3) VALUE 0.
       01  WS-TOT-EXPOSICION   PIC 9(9)V99 VALUE 0.
       01  WS-ED-IMPORTE       PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-SALDO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-TASA          PIC Z9.99.

       LINKAGE SECTION.
       01  LNK-USUARIO         PIC X(10).
       01  LNK-ROL             PIC X(1).
           88 LNK-ROL-CONSULTA     VALUE "C".
           88 LNK-ROL-OPERADOR     VALUE "O".
           88 LNK-ROL-SUPERVISOR   VALUE "S".

       PROCEDURE DIVISION USING LNK-USUARIO LNK-ROL.
       MAIN-LOGIC.
           DISPLAY "==============================================".
           DISPLAY "      SIMULACION CICS: PRESTAMOS              ".
           DISPLAY "==============================================".
           MOVE "N" TO WS-SALIR

           OPEN I-O PRESTAMOS
           IF FS-PRE = "35"
               OPEN OUTPUT PRESTAMOS
               CLOSE PRESTAMOS
               OPEN I-O PRESTAMOS
           END-IF
           IF FS-PRE NOT = "00"
               MOVE "ERROR AL ABRIR PRESTAMOS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           OPEN I-O PRESTAMOS-CUOTAS
           IF FS-PCU = "35"
               OPEN OUTPUT PRESTAMOS-CUOTAS
               CLOSE PRESTAMOS-CUOTAS
               OPEN I-O PRESTAMOS-CUOTAS
           END-IF
           IF FS-PCU NOT = "00"
               MOVE "ERROR AL ABRIR PRESTAMOS-CUOTAS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE PRESTAMOS
               GOBACK
           END-IF

           OPEN I-O CUENTAS
           IF FS-CTA NOT = "00"
               MOVE "ERROR AL ABRIR CUENTAS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE PRESTAMOS
               CLOSE PRESTAMOS-CUOTAS
               GOBACK
           END-IF

           OPEN I-O ARCH-MOVIMIENTOS
           IF FS-MOV = "35"
               OPEN OUTPUT ARCH-MOVIMIENTOS
               CLOSE ARCH-MOVIMIENTOS
               OPEN I-O ARCH-MOVIMIENTOS
           END-IF

           PERFORM VERIFICAR-LAYOUTS
           IF WS-LAYOUT-OK = "N"
               MOVE "S" TO WS-SALIR
           END-IF

           PERFORM UNTIL WS-SALIR = "S"
               PERFORM PANTALLA-PRESTAMOS
               ACCEPT WS-OPCION
               PERFORM PROCESAR-OPCION
           END-PERFORM

           CLOSE PRESTAMOS
           CLOSE PRESTAMOS-CUOTAS
           CLOSE CUENTAS
           CLOSE ARCH-MOVIMIENTOS
           GOBACK.

       PANTALLA-PRESTAMOS.
           DISPLAY "-------------------------------------------".
           IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
               DISPLAY "   [1] ORIGINAR PRESTAMO"
           END-IF
           DISPLAY "   [2] CONSULTAR PRESTAMO Y PLAN".
           DISPLAY "   [3] PRESTAMOS DE UN CLIENTE".
           DISPLAY "   [0] VOLVER AL MENU".
           DISPLAY "-------------------------------------------".
           DISPLAY "   SELECCIONE UNA OPCION: "
           .

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM ORIGINAR-PRESTAMO THRU
                           ORIGINAR-PRESTAMO-FIN
                   ELSE
                       MOVE "OPCION NO PERMITIDA PARA SU ROL." TO WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                   END-IF
               WHEN 2
                   PERFORM CONSULTAR-PRESTAMO
               WHEN 3
                   PERFORM LISTAR-PRESTAMOS-CLIENTE
               WHEN 0
                   MOVE "S" TO WS-SALIR
               WHEN OTHER
                   MOVE "OPCION INVALIDA." TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * [1] ORIGINACION: CAPTURA, PLAN, DESEMBOLSO. CON EL DIA EN
      * CIERRE NO SE DESEMBOLSA, IGUAL QUE LOS POSTEOS DE PANTALLA.
      *-----------------------------------------------------------------
       ORIGINAR-PRESTAMO.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           IF FNG-DIA-EN-CIERRE
               MOVE "DIA CONTABLE EN CIERRE. OPERACION RECHAZADA"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ORIGINAR-PRESTAMO-FIN
           END-IF

           DISPLAY "ID DE CLIENTE (5 DIGITOS): "
           ACCEPT WS-CLI-ID
           DISPLAY "CUENTA DE DESEMBOLSO (8 DIGITOS): "
           ACCEPT WS-CUENTA
           MOVE WS-CUENTA TO WS-DV-CUENTA
           MOVE "V" TO WS-DV-FUNCION
           CALL "DIGITO-RUTINA" USING WS-DV-FUNCION
               WS-DV-CUENTA WS-DV-RC
           IF WS-DV-RC NOT = "00"
               MOVE "NUMERO DE CUENTA CON DIGITO INVALIDO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ORIGINAR-PRESTAMO-FIN
           END-IF
           MOVE WS-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE "CUENTA NO ENCONTRADA" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO ORIGINAR-PRESTAMO-FIN
           END-READ
           IF CTA-CLI-ID NOT = WS-CLI-ID
               MOVE "LA CUENTA NO ES DE ESE CLIENTE" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ORIGINAR-PRESTAMO-FIN
           END-IF
           IF CTA-INACTIVA
               MOVE "ESA CUENTA ESTA DADA DE BAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ORIGINAR-PRESTAMO-FIN
           END-IF
           IF NOT CTA-MONEDA-LOCAL
               MOVE "LOS PRESTAMOS SE DESEMBOLSAN EN MONEDA LOCAL"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ORIGINAR-PRESTAMO-FIN
           END-IF

           DISPLAY "CAPITAL DEL PRESTAMO: "
           ACCEPT WS-CAPITAL
           DISPLAY "TASA ANUAL (PORCENTAJE): "
           ACCEPT WS-TASA-ANUAL
           DISPLAY "PLAZO EN CUOTAS MENSUALES (1 A 360): "
           ACCEPT WS-PLAZO
           DISPLAY "DIA DE PAGO (1 A 28): "
           ACCEPT WS-DIA-PAGO
           IF WS-CAPITAL = 0 OR WS-PLAZO = 0 OR WS-PLAZO > 360
               MOVE "CAPITAL Y PLAZO FUERA DE RANGO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ORIGINAR-PRESTAMO-FIN
           END-IF
           IF WS-DIA-PAGO = 0 OR WS-DIA-PAGO > 28
               MOVE "EL DIA DE PAGO DEBE ESTAR ENTRE 1 Y 28" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ORIGINAR-PRESTAMO-FIN
           END-IF

           PERFORM CALCULAR-CUOTA
           MOVE 1 TO WS-IDX-CUOTA
           PERFORM CALCULAR-VENCIMIENTO
           DISPLAY "-------------------------------------------"
           MOVE WS-CUOTA TO WS-ED-IMPORTE
           DISPLAY "CUOTA MENSUAL:     " WS-ED-IMPORTE
           MOVE WS-TOTAL-PAGAR TO WS-ED-SALDO
           DISPLAY "TOTAL A PAGAR:   " WS-ED-SALDO
           MOVE WS-TOTAL-INTERES TO WS-ED-SALDO
           DISPLAY "INTERES TOTAL:   " WS-ED-SALDO
           DISPLAY "PRIMER VENCIMIENTO: " WS-VENCIMIENTO-N
           DISPLAY "CONFIRMA LA ORIGINACION? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "ORIGINACION CANCELADA." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ORIGINAR-PRESTAMO-FIN
           END-IF

      *    EL DESEMBOLSO MUEVE SALDO: CANDADO DE CUENTAS COMO LA
      *    PANTALLA DE CAJA.
           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               LNK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               MOVE "INTENTE MAS TARDE." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ORIGINAR-PRESTAMO-FIN
           END-IF

           PERFORM GRABAR-PRESTAMO
           IF WS-PRE-GRABADO = "S"
               PERFORM GRABAR-PLAN
               PERFORM DESEMBOLSAR
           END-IF

           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               LNK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           .
       ORIGINAR-PRESTAMO-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * CUOTA FIJA (SISTEMA FRANCES, COMO PAYROLL-LOANS): INTERES
      * MENSUAL SOBRE SALDO; CON TASA CERO LA CUOTA ES CAPITAL/PLAZO.
      *-----------------------------------------------------------------
       CALCULAR-CUOTA.
           IF WS-TASA-ANUAL = 0
               MOVE 0 TO WS-TASA-MENSUAL
               COMPUTE WS-CUOTA ROUNDED = WS-CAPITAL / WS-PLAZO
           ELSE
               COMPUTE WS-TASA-MENSUAL ROUNDED =
                   WS-TASA-ANUAL / 1200
               COMPUTE WS-FACTOR ROUNDED =
                   (1 + WS-TASA-MENSUAL) ** WS-PLAZO
               COMPUTE WS-CUOTA ROUNDED =
                   WS-CAPITAL * WS-TASA-MENSUAL * WS-FACTOR
                   / (WS-FACTOR - 1)
           END-IF
           COMPUTE WS-TOTAL-PAGAR = WS-CUOTA * WS-PLAZO
           COMPUTE WS-TOTAL-INTERES =
               WS-TOTAL-PAGAR - WS-CAPITAL
           .

       CALCULAR-VENCIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TRAB-N
           COMPUTE WS-MESES-TOTAL =
               WS-FT-ANIO * 12 + WS-FT-MES - 1 + WS-IDX-CUOTA
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-VTO-ANIO
               REMAINDER WS-VTO-MES
           MOVE WS-VTO-ANIO TO WS-VT-ANIO
           COMPUTE WS-VT-MES = WS-VTO-MES + 1
           MOVE WS-DIA-PAGO TO WS-VT-DIA
           .

      *-----------------------------------------------------------------
      * NUMERO DE PRESTAMO: CLI-ID * 1000 + CORRELATIVO DEL CLIENTE
      * (SUS PRESTAMOS SE CUENTAN POR LA CLAVE ALTERNA); UN NUMERO YA
      * OCUPADO SE SALTEA.
      *-----------------------------------------------------------------
       GRABAR-PRESTAMO.
           MOVE "N" TO WS-PRE-GRABADO
           MOVE 0 TO WS-CORRELATIVO
           MOVE "N" TO WS-FIN-PRE
           MOVE WS-CLI-ID TO PRE-CLI-ID
           START PRESTAMOS KEY IS NOT LESS THAN PRE-CLI-ID
               INVALID KEY MOVE "S" TO WS-FIN-PRE
           END-START
           PERFORM UNTIL WS-FIN-PRE = "S"
               READ PRESTAMOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PRE
                   NOT AT END
                       IF PRE-CLI-ID = WS-CLI-ID
                           ADD 1 TO WS-CORRELATIVO
                       ELSE
                           MOVE "S" TO WS-FIN-PRE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           MOVE 1 TO WS-IDX-CUOTA
           PERFORM CALCULAR-VENCIMIENTO
           MOVE SPACES TO PRESTAMO-REG
           MOVE WS-CLI-ID TO PRE-CLI-ID
           MOVE WS-CUENTA TO PRE-CUENTA
           MOVE WS-CAPITAL TO PRE-CAPITAL
           MOVE WS-TASA-ANUAL TO PRE-TASA-ANUAL
           MOVE WS-PLAZO TO PRE-PLAZO
           MOVE WS-DIA-PAGO TO PRE-DIA-PAGO
           MOVE WS-CUOTA TO PRE-CUOTA
           MOVE WS-FECHA-NEGOCIO TO PRE-FECHA-ORIG
           MOVE WS-VENCIMIENTO-N TO PRE-FECHA-PRIMERA
           MOVE WS-CAPITAL TO PRE-SALDO-CAPITAL
           MOVE 0 TO PRE-CUOTAS-PAGAS
           MOVE "A" TO PRE-ESTADO
           MOVE CTA-SUCURSAL TO PRE-SUCURSAL
           MOVE LNK-USUARIO TO PRE-USUARIO
           MOVE "1" TO PRE-VERSION
           MOVE 0 TO PRE-FECHA-MORA
           PERFORM UNTIL WS-PRE-GRABADO = "S"
                   OR WS-CORRELATIVO = 999
               ADD 1 TO WS-CORRELATIVO
               COMPUTE PRE-NUMERO = WS-CLI-ID * 1000 + WS-CORRELATIVO
               WRITE PRESTAMO-REG
               IF FS-PRE = "00"
                   MOVE "S" TO WS-PRE-GRABADO
               ELSE
                   IF FS-PRE NOT = "22"
                       MOVE 999 TO WS-CORRELATIVO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRE-GRABADO = "S"
               MOVE PRE-NUMERO TO WS-PRESTAMO
               DISPLAY "PRESTAMO NUMERO: " WS-PRESTAMO
           ELSE
               MOVE "ERROR AL GRABAR PRESTAMOS.IDX. NO SE DESEMBOLSA"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF
           .

      *-----------------------------------------------------------------
      * PLAN CUOTA POR CUOTA: INTERES SOBRE EL SALDO DE CAPITAL Y EL
      * RESTO AMORTIZA; LA ULTIMA CUOTA BARRE EL RESIDUO DE REDONDEO.
      *-----------------------------------------------------------------
       GRABAR-PLAN.
           MOVE WS-CAPITAL TO WS-SALDO-CAPITAL
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > WS-PLAZO
               COMPUTE WS-INTERES-CUOTA ROUNDED =
                   WS-SALDO-CAPITAL * WS-TASA-MENSUAL
               COMPUTE WS-CAPITAL-CUOTA =
                   WS-CUOTA - WS-INTERES-CUOTA
               IF WS-IDX-CUOTA = WS-PLAZO
                       OR WS-CAPITAL-CUOTA > WS-SALDO-CAPITAL
                   MOVE WS-SALDO-CAPITAL TO WS-CAPITAL-CUOTA
               END-IF
               SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-CAPITAL
               PERFORM CALCULAR-VENCIMIENTO

               MOVE SPACES TO CUOTA-REG
               MOVE WS-PRESTAMO TO PCU-PRESTAMO
               MOVE WS-IDX-CUOTA TO PCU-NUMERO
               MOVE WS-VENCIMIENTO-N TO PCU-VENCIMIENTO
               COMPUTE PCU-CUOTA =
                   WS-CAPITAL-CUOTA + WS-INTERES-CUOTA
               MOVE WS-CAPITAL-CUOTA TO PCU-CAPITAL
               MOVE WS-INTERES-CUOTA TO PCU-INTERES
               MOVE WS-SALDO-CAPITAL TO PCU-SALDO
               MOVE "P" TO PCU-ESTADO
               MOVE 0 TO PCU-PAGADO
               MOVE 0 TO PCU-FECHA-PAGO
               MOVE 0 TO PCU-MORA
               WRITE CUOTA-REG
               IF FS-PCU NOT = "00"
                   DISPLAY "ERROR AL GRABAR LA CUOTA " WS-IDX-CUOTA
                       " FS=" FS-PCU
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * DESEMBOLSO: EL CAPITAL ENTRA A LA CUENTA COMO UN DEPOSITO
      * (PRIMERO CANCELA SOBREGIRO) Y QUEDA EN EL LIBRO COMO TIPO L.
      *-----------------------------------------------------------------
       DESEMBOLSAR.
           MOVE WS-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE "CUENTA NO ENCONTRADA AL DESEMBOLSAR" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
           END-READ
           IF FS-CTA = "00"
               IF CTA-SOBREGIRO > 0
                   IF WS-CAPITAL >= CTA-SOBREGIRO
                       COMPUTE CTA-SALDO =
                           CTA-SALDO + WS-CAPITAL - CTA-SOBREGIRO
                       MOVE 0 TO CTA-SOBREGIRO
                   ELSE
                       SUBTRACT WS-CAPITAL FROM CTA-SOBREGIRO
                   END-IF
               ELSE
                   ADD WS-CAPITAL TO CTA-SALDO
               END-IF
               REWRITE CUENTA-REG
               IF FS-CTA = "00"
                   MOVE "L" TO WS-MOV-TIPO
                   MOVE WS-CAPITAL TO WS-IMPORTE
                   PERFORM GRABAR-MOVIMIENTO
                   MOVE CTA-SALDO TO WS-ED-SALDO
                   DISPLAY "DESEMBOLSADO. SALDO DE LA CUENTA: "
                       WS-ED-SALDO
               ELSE
                   MOVE "ERROR AL ACTUALIZAR LA CUENTA" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
               END-IF
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
           MOVE WS-MOV-TIPO TO MOV-TIPO
           MOVE WS-IMPORTE TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           MOVE 0 TO MOV-REFERENCIA
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
      * [2] CONSULTA: DATOS DEL PRESTAMO, SALDO DE CAPITAL, PROXIMA
      * CUOTA (LA PRIMERA PENDIENTE) Y EL PLAN COMPLETO.
      *-----------------------------------------------------------------
       CONSULTAR-PRESTAMO.
           DISPLAY "NUMERO DE PRESTAMO (8 DIGITOS): "
           ACCEPT WS-PRESTAMO
           MOVE WS-PRESTAMO TO PRE-NUMERO
           READ PRESTAMOS
               INVALID KEY
                   MOVE "PRESTAMO NO ENCONTRADO" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
               NOT INVALID KEY
                   PERFORM MOSTRAR-PRESTAMO
                   PERFORM MOSTRAR-PLAN
           END-READ
           .

       MOSTRAR-PRESTAMO.
           DISPLAY "-------------------------------------------"
           DISPLAY "PRESTAMO:      " PRE-NUMERO
           DISPLAY "CLIENTE:       " PRE-CLI-ID
               "   CUENTA: " PRE-CUENTA
           IF PRE-CANCELADO
               DISPLAY "ESTADO:        CANCELADO"
           ELSE
               DISPLAY "ESTADO:        VIGENTE"
           END-IF
           MOVE PRE-CAPITAL TO WS-ED-IMPORTE
           DISPLAY "CAPITAL:       " WS-ED-IMPORTE
               "   ORIGINADO: " PRE-FECHA-ORIG
           MOVE PRE-TASA-ANUAL TO WS-ED-TASA
           DISPLAY "TASA ANUAL:    " WS-ED-TASA " %"
               "   PLAZO: " PRE-PLAZO " CUOTAS, DIA " PRE-DIA-PAGO
           MOVE PRE-CUOTA TO WS-ED-IMPORTE
           DISPLAY "CUOTA:         " WS-ED-IMPORTE
               "   PAGAS: " PRE-CUOTAS-PAGAS
           MOVE PRE-SALDO-CAPITAL TO WS-ED-IMPORTE
           DISPLAY "SALDO CAPITAL: " WS-ED-IMPORTE
           .

       MOSTRAR-PLAN.
           MOVE "N" TO WS-PROX-HALLADA
           MOVE "N" TO WS-FIN-PCU
           MOVE PRE-NUMERO TO PCU-PRESTAMO
           MOVE 0 TO PCU-NUMERO
           START PRESTAMOS-CUOTAS KEY IS NOT LESS THAN PCU-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-PCU
           END-START
           DISPLAY "-------------------------------------------"
           DISPLAY "NRO VENCIM.         CUOTA      CAPITAL"
               "     INTERES  ESTADO"
           PERFORM UNTIL WS-FIN-PCU = "S"
               READ PRESTAMOS-CUOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PCU
                   NOT AT END
                       IF PCU-PRESTAMO = PRE-NUMERO
                           PERFORM MOSTRAR-CUOTA
                       ELSE
                           MOVE "S" TO WS-FIN-PCU
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "-------------------------------------------"
           IF WS-PROX-HALLADA = "N"
               DISPLAY "SIN CUOTAS PENDIENTES."
           END-IF
           .

       MOSTRAR-CUOTA.
           MOVE PCU-CUOTA TO WS-ED-IMPORTE
           MOVE PCU-CAPITAL TO WS-ED-SALDO
           IF PCU-PAGADA
               DISPLAY PCU-NUMERO " " PCU-VENCIMIENTO " "
                   WS-ED-IMPORTE " " WS-ED-SALDO " " PCU-INTERES
                   "  PAGADA"
           ELSE
               DISPLAY PCU-NUMERO " " PCU-VENCIMIENTO " "
                   WS-ED-IMPORTE " " WS-ED-SALDO " " PCU-INTERES
                   "  PENDIENTE"
               IF PCU-PAGADO IS NUMERIC AND PCU-PAGADO > 0
                   MOVE PCU-PAGADO TO WS-ED-IMPORTE
                   DISPLAY "    COBRADO A CUENTA: " WS-ED-IMPORTE
               END-IF
               IF PCU-MORA IS NUMERIC AND PCU-MORA > 0
                   MOVE PCU-MORA TO WS-ED-IMPORTE
                   DISPLAY "    PUNITORIO:        " WS-ED-IMPORTE
               END-IF
               IF WS-PROX-HALLADA = "N"
                   MOVE "S" TO WS-PROX-HALLADA
                   MOVE PCU-CUOTA TO WS-ED-IMPORTE
                   DISPLAY "    ^ PROXIMA CUOTA: VENCE "
                       PCU-VENCIMIENTO " POR " WS-ED-IMPORTE
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * [3] PRESTAMOS DEL CLIENTE POR LA CLAVE ALTERNA, CON LA
      * EXPOSICION TOTAL (CAPITAL PENDIENTE DE LOS VIGENTES).
      *-----------------------------------------------------------------
       LISTAR-PRESTAMOS-CLIENTE.
           DISPLAY "ID DE CLIENTE (5 DIGITOS): "
           ACCEPT WS-CLI-ID
           MOVE 0 TO WS-CONT-PRESTAMOS
           MOVE 0 TO WS-TOT-EXPOSICION
           MOVE "N" TO WS-FIN-PRE
           MOVE WS-CLI-ID TO PRE-CLI-ID
           START PRESTAMOS KEY IS NOT LESS THAN PRE-CLI-ID
               INVALID KEY MOVE "S" TO WS-FIN-PRE
           END-START
           DISPLAY "-------------------------------------------"
           PERFORM UNTIL WS-FIN-PRE = "S"
               READ PRESTAMOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PRE
                   NOT AT END
                       IF PRE-CLI-ID = WS-CLI-ID
                           ADD 1 TO WS-CONT-PRESTAMOS
                           MOVE PRE-SALDO-CAPITAL TO WS-ED-IMPORTE
                           DISPLAY "PRESTAMO " PRE-NUMERO
                               " ESTADO " PRE-ESTADO
                               " SALDO " WS-ED-IMPORTE
                               " CUOTAS " PRE-CUOTAS-PAGAS
                               "/" PRE-PLAZO
                           IF PRE-VIGENTE
                               ADD PRE-SALDO-CAPITAL
                                   TO WS-TOT-EXPOSICION
                           END-IF
                       ELSE
                           MOVE "S" TO WS-FIN-PRE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONT-PRESTAMOS = 0
               MOVE "EL CLIENTE NO TIENE PRESTAMOS" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           ELSE
               MOVE WS-TOT-EXPOSICION TO WS-ED-SALDO
               DISPLAY "-------------------------------------------"
               DISPLAY "EXPOSICION EN PRESTAMOS: " WS-ED-SALDO
           END-IF
           .

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTA PANTALLA ESTA COMPILADA PARA CUENTAS V02/50,
      * MOVIMIENTOS V01/68, PRESTAMOS V01/100 Y PRESTAMOS-CUOTAS
      * V01/80. UN QUIEBRE DEVUELVE AL MENU SIN OPERAR.
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
           MOVE "PRESTAMOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 100 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "PRESTAMOS-CUOTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 80 TO WS-LAY-LONGITUD
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

       END PROGRAM CICS-PRESTAMOS.
