      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR SOLICITUD-REG declara RECORD CONTAINS 200,
      *                el largo real de sus campos, igual en
      *                CICS-SOLICITUDES, DB-CUSTOMER360 y
      *                DB-AGING-SOLIC.
      * 15-10-2026 AAR Reclamos y solicitudes de servicio del cliente
      *                (SOLICITUDES.IDX por la clave alterna
      *                SOL-CLI-ID): cada una pendiente con categoria,
      *                estado, vencimiento y la marca VENCIDA si paso
      *                su fecha, y el total de las ya cerradas.
      * 15-10-2026 AAR Cuentas compartidas (TITULARES.IDX por la
      *                clave alterna TIT-CLI-ID): ademas de las
      *                cuentas donde el cliente es CTA-CLI-ID salen
      *                aquellas donde es cotitular activo, con su
      *                detalle completo y dentro de los totales de
      *                la relacion, y aquellas donde es firmante
      *                autorizado, solo listadas (no son suyas).
      * 14-10-2026 AAR Prestamos de consumo del cliente (PRESTAMOS.IDX
      *                por la clave alterna PRE-CLI-ID): cada prestamo
      *                vigente con su saldo de capital y cuota, la
      *                exposicion en prestamos y la exposicion total
      *                (sobregiro + prestamos).
      * 02-09-2026 AAR Los ultimos movimientos dejan de salir de una
      *                tabla global de 2000 filas (que con un libro
      *                crecido mostraba vacio para las cuentas de
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT PRESTAMOS ASSIGN TO "PRESTAMOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NUMERO
               ALTERNATE RECORD KEY IS PRE-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-PRE.
           SELECT TITULARES ASSIGN TO "TITULARES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               ALTERNATE RECORD KEY IS TIT-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-TIT.
           SELECT SOLICITUDES ASSIGN TO "SOLICITUDES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOL-TICKET
               ALTERNATE RECORD KEY IS SOL-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-SOL.
           SELECT ARCH-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USR.
           05 MOV-REFERENCIA   PIC 9(8).
           05 FILLER           PIC X(5).

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
           05 PRE-SUCURSAL     PIC X(3).
           05 PRE-USUARIO      PIC X(10).
           05 PRE-VERSION      PIC X(1).
           05 FILLER           PIC X(9).

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
           05 TIT-ESTADO       PIC X(1).
               88 TIT-ACTIVO       VALUE "A".
           05 TIT-FECHA-ALTA   PIC 9(8).
           05 TIT-FECHA-BAJA   PIC 9(8).
           05 TIT-USUARIO      PIC X(10).
           05 FILLER           PIC X(8).

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

       FD  ARCH-USUARIOS.
       01  REG-USUARIO.
           05 USR-USUARIO      PIC X(10).
       01  FS                  PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-PRE              PIC XX.
       01  FS-TIT              PIC XX.
       01  FS-SOL              PIC XX.
       01  FS-USR              PIC XX.
       01  FS-SLG              PIC XX.

       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOT-RELACION     PIC 9(11)V99 VALUE 0.
       01  WS-TOT-SOBREGIRO    PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PRESTAMOS    PIC 9(9)V99 VALUE 0.
       01  WS-TOT-EXPOSICION   PIC 9(11)V99 VALUE 0.
       01  WS-HAY-PRESTAMOS    PIC X VALUE "N".
       01  WS-FIN-PRESTAMOS    PIC X VALUE "N".
       01  WS-CONT-CUENTAS     PIC 9(3) VALUE 0.
       01  WS-FIN-CUENTAS      PIC X VALUE "N".
       01  WS-HAY-TITULARES    PIC X VALUE "N".
       01  WS-FIN-TITULARES    PIC X VALUE "N".
       01  WS-CONT-COMPARTIDAS PIC 9(3) VALUE 0.
       01  WS-HAY-SOLICITUDES  PIC X VALUE "N".
       01  WS-FIN-SOLICITUDES  PIC X VALUE "N".
       01  WS-CONT-SOL-PEND    PIC 9(3) VALUE 0.
       01  WS-CONT-SOL-CERR    PIC 9(3) VALUE 0.
       01  WS-SOL-FECHA        PIC 9(8) VALUE 0.
       01  WS-SOL-MARCA        PIC X(7).
       01  WS-RETENIDO         PIC 9(9)V99 VALUE 0.
       01  WS-RET-FECHA        PIC 9(8) VALUE 0.
       01  WS-RET-RC           PIC X(2).
           END-IF

           PERFORM ABRIR-LIBRO
           OPEN INPUT PRESTAMOS
           IF FS-PRE = "00"
               MOVE "S" TO WS-HAY-PRESTAMOS
           END-IF
           OPEN INPUT TITULARES
           IF FS-TIT = "00"
               MOVE "S" TO WS-HAY-TITULARES
           END-IF
           OPEN INPUT SOLICITUDES
           IF FS-SOL = "00"
               MOVE "S" TO WS-HAY-SOLICITUDES
           END-IF

           PERFORM UNTIL WS-SALIR = "S"
               DISPLAY "-----------------------------------------------"
           IF WS-HAY-LIBRO = "S"
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           IF WS-HAY-PRESTAMOS = "S"
               CLOSE PRESTAMOS
           END-IF
           IF WS-HAY-TITULARES = "S"
               CLOSE TITULARES
           END-IF
           IF WS-HAY-SOLICITUDES = "S"
               CLOSE SOLICITUDES
           END-IF
           MOVE "LOGOUT" TO WS-SEG-EVENTO
           PERFORM GRABAR-SEGURIDAD
           DISPLAY "FIN DEL PROGRAMA."
                       END-IF
               END-READ
           END-PERFORM
           PERFORM MOSTRAR-COMPARTIDAS-360

           DISPLAY "-----------------------------------------------"
           DISPLAY "CUENTAS DE LA RELACION: " WS-CONT-CUENTAS
           IF WS-CONT-COMPARTIDAS > 0
               DISPLAY "  (COMPARTIDAS:         " WS-CONT-COMPARTIDAS
                   ")"
           END-IF
           MOVE WS-TOT-RELACION TO WS-ED-TOTAL
           DISPLAY "SALDO TOTAL:            " WS-ED-TOTAL
           MOVE WS-TOT-SOBREGIRO TO WS-ED-TOTAL
           DISPLAY "EXPOSICION SOBREGIRO:   " WS-ED-TOTAL
           PERFORM MOSTRAR-PRESTAMOS-360
           PERFORM MOSTRAR-SOLICITUDES-360
           DISPLAY "===============================================".

      *    CUENTAS DONDE EL CLIENTE FIGURA EN TITULARES.IDX SIN SER
      *    EL CTA-CLI-ID: COMO COTITULAR CUENTAN EN LA RELACION; COMO
      *    FIRMANTE AUTORIZADO SOLO SE LISTAN.
       MOSTRAR-COMPARTIDAS-360.
           MOVE 0 TO WS-CONT-COMPARTIDAS
           IF WS-HAY-TITULARES = "S"
               MOVE "N" TO WS-FIN-TITULARES
               MOVE CLI-ID TO TIT-CLI-ID
               START TITULARES KEY IS NOT LESS THAN TIT-CLI-ID
                   INVALID KEY MOVE "S" TO WS-FIN-TITULARES
               END-START
               PERFORM UNTIL WS-FIN-TITULARES = "S"
                   READ TITULARES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-TITULARES
                       NOT AT END
                           IF TIT-CLI-ID = CLI-ID
                               IF TIT-ACTIVO AND NOT TIT-PRINCIPAL
                                   PERFORM MOSTRAR-COMPARTIDA-360
                               END-IF
                           ELSE
                               MOVE "S" TO WS-FIN-TITULARES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       MOSTRAR-COMPARTIDA-360.
           MOVE TIT-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE 0 TO CTA-CLI-ID
           END-READ
           IF FS-CTA = "00" AND CTA-CLI-ID NOT = CLI-ID
               ADD 1 TO WS-CONT-COMPARTIDAS
               IF TIT-COTITULAR
                   DISPLAY "COTITULAR (PRINCIPAL " CTA-CLI-ID
                       ", FIRMA " TIT-REGLA "):"
                   PERFORM MOSTRAR-CUENTA-360
               ELSE
                   MOVE CTA-SALDO TO WS-ED-SALDO
                   DISPLAY "FIRMANTE AUTORIZADO EN CUENTA " CTA-NUMERO
                       " (PRINCIPAL " CTA-CLI-ID ", FIRMA "
                       TIT-REGLA ") SALDO " WS-ED-SALDO
               END-IF
           END-IF.

      *    PRESTAMOS VIGENTES DEL CLIENTE POR LA CLAVE ALTERNA: LA
      *    EXPOSICION ES EL CAPITAL AUN NO AMORTIZADO, Y LA TOTAL
      *    SUMA LA DE SOBREGIRO.
       MOSTRAR-PRESTAMOS-360.
           MOVE 0 TO WS-TOT-PRESTAMOS
           IF WS-HAY-PRESTAMOS = "S"
               MOVE "N" TO WS-FIN-PRESTAMOS
               MOVE CLI-ID TO PRE-CLI-ID
               START PRESTAMOS KEY IS NOT LESS THAN PRE-CLI-ID
                   INVALID KEY MOVE "S" TO WS-FIN-PRESTAMOS
               END-START
               PERFORM UNTIL WS-FIN-PRESTAMOS = "S"
                   READ PRESTAMOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-PRESTAMOS
                       NOT AT END
                           IF PRE-CLI-ID = CLI-ID
                               IF PRE-VIGENTE
                                   ADD PRE-SALDO-CAPITAL
                                       TO WS-TOT-PRESTAMOS
                                   MOVE PRE-SALDO-CAPITAL
                                       TO WS-ED-SALDO
                                   DISPLAY "PRESTAMO " PRE-NUMERO
                                       " SALDO " WS-ED-SALDO
                                       " CUOTA " PRE-CUOTA
                               END-IF
                           ELSE
                               MOVE "S" TO WS-FIN-PRESTAMOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE WS-TOT-PRESTAMOS TO WS-ED-TOTAL
           DISPLAY "EXPOSICION PRESTAMOS:   " WS-ED-TOTAL
           COMPUTE WS-TOT-EXPOSICION =
               WS-TOT-SOBREGIRO + WS-TOT-PRESTAMOS
           MOVE WS-TOT-EXPOSICION TO WS-ED-TOTAL
           DISPLAY "EXPOSICION TOTAL:       " WS-ED-TOTAL.

      *    RECLAMOS Y SOLICITUDES DEL CLIENTE POR LA CLAVE ALTERNA:
      *    LAS PENDIENTES UNA POR UNA, LAS CERRADAS SOLO CONTADAS.
       MOSTRAR-SOLICITUDES-360.
           MOVE 0 TO WS-CONT-SOL-PEND
           MOVE 0 TO WS-CONT-SOL-CERR
           IF WS-HAY-SOLICITUDES = "S"
               ACCEPT WS-SOL-FECHA FROM DATE YYYYMMDD
               MOVE "N" TO WS-FIN-SOLICITUDES
               MOVE CLI-ID TO SOL-CLI-ID
               START SOLICITUDES KEY IS NOT LESS THAN SOL-CLI-ID
                   INVALID KEY MOVE "S" TO WS-FIN-SOLICITUDES
               END-START
               PERFORM UNTIL WS-FIN-SOLICITUDES = "S"
                   READ SOLICITUDES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-SOLICITUDES
                       NOT AT END
                           IF SOL-CLI-ID = CLI-ID
                               PERFORM MOSTRAR-SOLICITUD-360
                           ELSE
                               MOVE "S" TO WS-FIN-SOLICITUDES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           DISPLAY "SOLICITUDES PENDIENTES: " WS-CONT-SOL-PEND
               "  CERRADAS: " WS-CONT-SOL-CERR.

       MOSTRAR-SOLICITUD-360.
           IF SOL-PENDIENTE
               ADD 1 TO WS-CONT-SOL-PEND
               MOVE SPACES TO WS-SOL-MARCA
               IF SOL-FECHA-VENCE < WS-SOL-FECHA
                   MOVE "VENCIDA" TO WS-SOL-MARCA
               END-IF
               DISPLAY "SOLICITUD " SOL-TICKET " " SOL-CATEGORIA
                   " ESTADO " SOL-ESTADO " VENCE " SOL-FECHA-VENCE
                   " SUC " SOL-SUCURSAL " " WS-SOL-MARCA
               DISPLAY "  " SOL-DESCRIPCION
           ELSE
               ADD 1 TO WS-CONT-SOL-CERR
           END-IF.

       MOSTRAR-CUENTA-360.
           ADD 1 TO WS-CONT-CUENTAS
           ADD CTA-SALDO TO WS-TOT-RELACION
