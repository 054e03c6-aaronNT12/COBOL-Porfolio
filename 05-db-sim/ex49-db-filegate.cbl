      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Codigo TEN: el archivo de transferencias
      *                recibidas de otros bancos
      *                (transf_entrantes.txt) pasa por la misma
      *                compuerta con el importe en la misma posicion
      *                que el de sucursal. DB-IBXFER-IN exige la
      *                marca VALIDADO igual que DB-POSTING.
      * 15-10-2026 AAR Codigo TDV: el archivo de transferencias a otro
      *                banco devueltas por compensacion
      *                (transf_devueltas.txt) pasa por la misma
      *                compuerta con el importe en la misma posicion
      *                que el de sucursal. DB-IBXFER-RET exige la
      *                marca VALIDADO igual que DB-POSTING.
      * 15-10-2026 AAR Codigo DDB: el archivo de cobros de debito
      *                directo de un acreedor (debitos_directos.txt)
      *                pasa por la misma compuerta; su detalle lleva
      *                el importe en la misma posicion que el de
      *                sucursal. DB-DIRECTDEBIT exige la marca
      *                VALIDADO igual que DB-POSTING.
      * 15-10-2026 AAR Codigo TAR: el archivo de liquidacion de la red
      *                de tarjetas (liquidacion_tarjetas.txt) pasa
      *                por la misma compuerta; su detalle lleva el
      *                importe en otra posicion. DB-CARDSETTLE exige
      *                la marca VALIDADO igual que DB-POSTING.
      * 14-10-2026 AAR Registro de 36 a 44 caracteres: el detalle
      *                lleva la fecha valor al final (la valida
      *                DB-POSTING linea por linea; la compuerta solo
      *                cuenta y suma como siempre).
      * 02-09-2026 AAR Una secuencia ya VALIDADA y pendiente de
      *                posteo tambien es quiebre (posible reenvio):
      *                la marca se calculaba pero nunca se cruzaba,
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANSACCIONES.
       01  REG-TRANSACCION     PIC X(44).
       01  REG-TRN-CABECERA REDEFINES REG-TRANSACCION.
           05 TRC-TIPO-REG     PIC X(1).
           05 TRC-SUCURSAL     PIC X(3).
           05 TRC-FECHA        PIC 9(8).
           05 TRC-SECUENCIA    PIC 9(6).
           05 FILLER           PIC X(26).
       01  REG-TRN-DETALLE REDEFINES REG-TRANSACCION.
           05 TRD-TIPO-REG     PIC X(1).
           05 TRD-CUENTA       PIC 9(8).
           05 TRD-MONEDA       PIC X(3).
           05 TRD-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(3).
           05 TRD-FECHA-VALOR  PIC X(8).
      *    DETALLE DE LA LIQUIDACION DE TARJETAS (CODIGO TAR).
       01  REG-TRN-TARJETA REDEFINES REG-TRANSACCION.
           05 TLD-TIPO-REG     PIC X(1).
           05 TLD-TARJETA      PIC 9(16).
           05 TLD-OPERACION    PIC X(1).
           05 TLD-IMPORTE      PIC 9(7)V99.
           05 TLD-FECHA        PIC 9(8).
           05 TLD-REFERENCIA   PIC 9(8).
           05 FILLER           PIC X(1).
       01  REG-TRN-COLA REDEFINES REG-TRANSACCION.
           05 TRT-TIPO-REG     PIC X(1).
           05 TRT-CANTIDAD     PIC 9(6).
           05 TRT-SUMA         PIC 9(11)V99.
           05 FILLER           PIC X(24).

       FD  ARCH-REGISTRO.
       01  REG-REGISTRO.

       01  WS-SUCURSAL         PIC X(3).
       01  WS-NOMBRE-TRANSACCIONES PIC X(40).
       01  WS-ES-LIQUIDACION   PIC X VALUE "N".
       01  WS-FIN              PIC X VALUE "N".
       01  WS-FIN-RCF          PIC X VALUE "N".
       01  WS-FECHA-HOY        PIC 9(8).
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CODIGO DE SUCURSAL DEL ARCHIVO (3 CARS, "
               "BLANCO = 001, TAR = LIQUIDACION DE TARJETAS, "
               "DDB = DEBITOS DIRECTOS, "
               "TDV = TRANSFERENCIAS DEVUELTAS, "
               "TEN = TRANSFERENCIAS ENTRANTES): "
           ACCEPT WS-SUCURSAL
           MOVE FUNCTION UPPER-CASE(WS-SUCURSAL) TO WS-SUCURSAL
           IF WS-SUCURSAL = SPACES
               MOVE "001" TO WS-SUCURSAL
           END-IF
           MOVE SPACES TO WS-NOMBRE-TRANSACCIONES
           EVALUATE WS-SUCURSAL
               WHEN "TAR"
                   MOVE "S" TO WS-ES-LIQUIDACION
                   MOVE "liquidacion_tarjetas.txt"
                       TO WS-NOMBRE-TRANSACCIONES
               WHEN "DDB"
                   MOVE "debitos_directos.txt"
                       TO WS-NOMBRE-TRANSACCIONES
               WHEN "TDV"
                   MOVE "transf_devueltas.txt"
                       TO WS-NOMBRE-TRANSACCIONES
               WHEN "TEN"
                   MOVE "transf_entrantes.txt"
                       TO WS-NOMBRE-TRANSACCIONES
               WHEN OTHER
                   STRING "transacciones_" WS-SUCURSAL ".txt"
                       INTO WS-NOMBRE-TRANSACCIONES
                   END-STRING
           END-EVALUATE

           PERFORM RECORRER-ARCHIVO
           PERFORM VALIDAR-MANIFIESTO
                           MOVE "S" TO WS-BASURA-TRAS-COLA
                       END-IF
                       ADD 1 TO WS-CONT-DETALLES
                       IF WS-ES-LIQUIDACION = "S"
                           ADD TLD-IMPORTE TO WS-SUMA-DETALLES
                       ELSE
                           ADD TRD-IMPORTE TO WS-SUMA-DETALLES
                       END-IF
                   WHEN "T"
                       MOVE "S" TO WS-HAY-COLA
                       MOVE TRT-CANTIDAD TO WS-COLA-CANTIDAD
