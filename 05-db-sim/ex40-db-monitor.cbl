      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR El movimiento reversado por una correccion de
      *                EX02-CICS-GET (MOV-ESTADO R) y la correccion
      *                misma (tipo U o Z) no entran al analisis: un
      *                deposito a la cuenta equivocada y su reverso ya
      *                no disparan la regla de retiro inmediato ni
      *                inflan la actividad del mes.
      * 02-09-2026 AAR La carga global del libro (tabla de 2000
      *                movimientos y 500 cuentas que descartaba en
      *                silencio el excedente) se reemplaza por una
           05 MOV-CLI-ID       PIC 9(5).
           05 MOV-HORA         PIC 9(8).
           05 MOV-TIPO         PIC X(1).
               88 MOV-ES-CORRECCION VALUE "U" "Z".
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 FILLER           PIC X(3).
           05 MOV-ESTADO       PIC X(1).
               88 MOV-REVERSADO   VALUE "R".
           05 MOV-TIPO-ORIGEN  PIC X(1).

       FD  ARCH-PARAM.
       01  REG-PARAM.
           MOVE "N" TO WS-CTA-TRUNCADA
           PERFORM UNTIL WS-FIN = "S"
                   OR MOV-CUENTA NOT = WS-CUENTA
               IF MOV-REVERSADO OR MOV-ES-CORRECCION
                   CONTINUE
               ELSE
                   IF WS-CANT-MOV < 2000
                       ADD 1 TO WS-CANT-MOV
                       MOVE MOV-CUENTA  TO TM-CUENTA(WS-CANT-MOV)
                       MOVE MOV-FECHA   TO TM-FECHA(WS-CANT-MOV)
                       MOVE MOV-HORA    TO TM-HORA(WS-CANT-MOV)
                       MOVE MOV-TIPO    TO TM-TIPO(WS-CANT-MOV)
                       MOVE MOV-IMPORTE TO TM-IMPORTE(WS-CANT-MOV)
                   ELSE
                       MOVE "S" TO WS-CTA-TRUNCADA
                   END-IF
               END-IF
               PERFORM LEER-MOVIMIENTO
           END-PERFORM
