      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Correcciones de EX02-CICS-GET: el reverso de un
      *                credito (tipo Z) sale en la columna de debitos y
      *                el de un debito (tipo U) como credito, con su
      *                numero de correccion; el movimiento reversado
      *                sale marcado como tal para netearlo con su
      *                reverso.
      * 15-10-2026 AAR El debito por compra/venta de divisas (tipo X)
      *                sale en la columna de debitos.
      * 15-10-2026 AAR La retencion del impuesto sobre el interes (tipo
      *                W) sale en la columna de debitos.
      * 15-10-2026 AAR El saldo no reclamado entregado al Estado (tipo
      *                N) sale en la columna de debitos.
      * 15-10-2026 AAR La transferencia a otro banco (tipo B) sale en
      *                la columna de debitos; su devolucion (tipo V)
      *                sale como credito.
      * 15-10-2026 AAR El debito directo cobrado por un acreedor con
      *                mandato (tipo M) sale en la columna de debitos.
      * 15-10-2026 AAR El pago de servicios (tipo P) sale en la columna
      *                de debitos.
      * 15-10-2026 AAR El cargo de tarjeta de debito (tipo E, cajero o
      *                compra de la liquidacion de la red) sale en la
      *                columna de debitos.
      * 14-10-2026 AAR El cobro de cuota de prestamo (tipo C) sale en
      *                la columna de debitos.
      * 14-10-2026 AAR Fecha valor en el detalle: el movimiento del
      *                libro vivo anotado en fechas_valor.txt
      *                (FECHA-VALOR-RUTINA) muestra debajo la fecha
      *                desde la que corre su efecto, ademas de la de
      *                posteo. El ajuste a cargo (K) de DB-VALADJ
      *                deduce la apertura como un retiro.
      * 02-09-2026 AAR El detalle lee de corrido las generaciones
      *                del corte de retencion (DB-MOVARCHIVE,
      *                movimientos_gen.ctl) cuando el rango pedido
           SELECT ARCH-MOV-GEN ASSIGN TO WS-NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MGN.
           SELECT ARCH-FECHA-VALOR ASSIGN TO "fechas_valor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FVL.
           SELECT ARCH-CAMBIOS ASSIGN TO "tipos_cambio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TCB.
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 FILLER           PIC X(3).
           05 MOV-ESTADO       PIC X(1).
           05 MOV-TIPO-ORIGEN  PIC X(1).

       FD  ARCH-GEN-CTL.
       01  REG-GEN-CTL         PIC 9(8).
           05 MGN-IMPORTE      PIC 9(7)V99.
           05 MGN-SALDO        PIC 9(9)V99.
           05 MGN-REFERENCIA   PIC 9(8).
           05 FILLER           PIC X(3).
           05 MGN-ESTADO       PIC X(1).
           05 MGN-TIPO-ORIGEN  PIC X(1).

       FD  ARCH-FECHA-VALOR.
       01  REG-FECHA-VALOR.
           05 FVL-CUENTA       PIC 9(8).
           05 FVL-FECHA        PIC 9(8).
           05 FVL-SECUENCIA    PIC 9(5).
           05 FVL-FECHA-VALOR  PIC 9(8).
           05 FVL-TIPO         PIC X(1).
           05 FVL-IMPORTE      PIC 9(7)V99.
           05 FVL-ESTADO       PIC X(1).
           05 FVL-USUARIO      PIC X(10).
           05 FVL-FECHA-AJUSTE PIC 9(8).

       FD  ARCH-CAMBIOS.
       01  REG-CAMBIO.
       01  WS-FIN-GEN          PIC X VALUE "N".
       01  WS-DET-FECHA        PIC 9(8).
       01  WS-DET-TIPO         PIC X(1).
           88 WS-DET-RETIRO       VALUE "R" "K" "C" "E" "P"
                                          "M" "B" "N" "W" "X" "Z".
           88 WS-DET-CORRECCION   VALUE "U" "Z".
       01  WS-DET-IMPORTE      PIC 9(7)V99.
       01  WS-DET-SALDO        PIC 9(9)V99.
       01  WS-DET-REFERENCIA   PIC 9(8).
       01  WS-DET-FECHA-VALOR  PIC 9(8).
       01  WS-DET-ESTADO       PIC X(1).
           88 WS-DET-REVERSADO    VALUE "R".
       01  FS-FVL              PIC XX.
       01  WS-FIN-FVL          PIC X VALUE "N".
       01  WS-TABLA-FVL.
           05 WS-FVL-ENT OCCURS 200 TIMES.
               10 TF-FECHA     PIC 9(8).
               10 TF-SECUENCIA PIC 9(5).
               10 TF-FECHA-VALOR PIC 9(8).
       01  WS-CANT-FVL         PIC 9(3) VALUE 0.
       01  WS-IDX-FVL          PIC 9(3) VALUE 0.
       01  WS-RETENIDO         PIC 9(9)V99 VALUE 0.
       01  WS-RET-FECHA        PIC 9(8) VALUE 0.
       01  WS-RET-RC           PIC X(2).
           MOVE "N" TO WS-HAY-APERTURA
           MOVE "N" TO WS-HAY-POSTERIORES

           PERFORM CARGAR-FECHAS-VALOR
           PERFORM DETALLAR-GENERACIONES

           OPEN INPUT ARCH-MOVIMIENTOS
                   MOVE MOV-IMPORTE TO WS-DET-IMPORTE
                   MOVE MOV-SALDO TO WS-DET-SALDO
                   MOVE MOV-REFERENCIA TO WS-DET-REFERENCIA
                   MOVE MOV-ESTADO TO WS-DET-ESTADO
                   PERFORM BUSCAR-FECHA-VALOR
                   PERFORM CLASIFICAR-MOVIMIENTO
                   PERFORM LEER-MOVIMIENTO
               END-PERFORM
               MOVE WS-DET-SALDO TO WS-ED-SALDO
               DISPLAY WS-DET-FECHA "   " WS-DET-TIPO "  "
                   WS-ED-IMPORTE "  " WS-ED-SALDO
               IF WS-DET-CORRECCION
                   DISPLAY "           CORRECCION NRO "
                       WS-DET-REFERENCIA
               ELSE
                   IF WS-DET-REFERENCIA > 0
                       DISPLAY "           TRANSFERENCIA REF "
                           WS-DET-REFERENCIA
                   END-IF
               END-IF
               IF WS-DET-REVERSADO
                   DISPLAY "           REVERSADO POR CORRECCION"
               END-IF
               IF WS-DET-FECHA-VALOR > 0
                   DISPLAY "           FECHA VALOR "
                       WS-DET-FECHA-VALOR
               END-IF
               MOVE WS-DET-SALDO TO WS-SALDO-CIERRE
               ADD 1 TO WS-CONT-MOV
           END-IF
       .

      *-----------------------------------------------------------------
      * MOVIMIENTOS VALUTADOS DE LA CUENTA (fechas_valor.txt): SE
      * CARGAN UNA VEZ Y CADA ENTRADA DEL LIBRO VIVO SE BUSCA POR
      * FECHA DE POSTEO + SECUENCIA.
      *-----------------------------------------------------------------
       CARGAR-FECHAS-VALOR.
           MOVE 0 TO WS-CANT-FVL
           MOVE "N" TO WS-FIN-FVL
           OPEN INPUT ARCH-FECHA-VALOR
           IF FS-FVL = "00"
               PERFORM LEER-FECHA-VALOR
               PERFORM UNTIL WS-FIN-FVL = "S"
                   IF FVL-CUENTA = WS-CUENTA AND WS-CANT-FVL < 200
                       ADD 1 TO WS-CANT-FVL
                       MOVE FVL-FECHA TO TF-FECHA(WS-CANT-FVL)
                       MOVE FVL-SECUENCIA
                           TO TF-SECUENCIA(WS-CANT-FVL)
                       MOVE FVL-FECHA-VALOR
                           TO TF-FECHA-VALOR(WS-CANT-FVL)
                   END-IF
                   PERFORM LEER-FECHA-VALOR
               END-PERFORM
               CLOSE ARCH-FECHA-VALOR
           END-IF
       .

       LEER-FECHA-VALOR.
           READ ARCH-FECHA-VALOR
               AT END MOVE "S" TO WS-FIN-FVL
           END-READ
       .

       BUSCAR-FECHA-VALOR.
           MOVE 0 TO WS-DET-FECHA-VALOR
           PERFORM VARYING WS-IDX-FVL FROM 1 BY 1
                   UNTIL WS-IDX-FVL > WS-CANT-FVL
               IF TF-FECHA(WS-IDX-FVL) = MOV-FECHA
                       AND TF-SECUENCIA(WS-IDX-FVL) = MOV-SECUENCIA
                   MOVE TF-FECHA-VALOR(WS-IDX-FVL)
                       TO WS-DET-FECHA-VALOR
                   MOVE WS-CANT-FVL TO WS-IDX-FVL
               END-IF
           END-PERFORM
       .

      *-----------------------------------------------------------------
      * GENERACIONES DEL CORTE DE RETENCION (DB-MOVARCHIVE): SI EL
      * RANGO PEDIDO ALCANZA MAS ATRAS QUE EL LIBRO VIVO, EL DETALLE
                       MOVE MGN-IMPORTE TO WS-DET-IMPORTE
                       MOVE MGN-SALDO TO WS-DET-SALDO
                       MOVE MGN-REFERENCIA TO WS-DET-REFERENCIA
                       MOVE MGN-ESTADO TO WS-DET-ESTADO
                       MOVE 0 TO WS-DET-FECHA-VALOR
                       PERFORM CLASIFICAR-MOVIMIENTO
                   END-IF
                   PERFORM LEER-MOV-GEN
