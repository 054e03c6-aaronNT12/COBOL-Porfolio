      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR El sentido de cada tipo de movimiento sale de
      *                la rutina comun SENTIDO-RUTINA en lugar de una
      *                lista propia: la correccion de un debito (U)
      *                y la pata credito de divisas (Y) dejan de
      *                rejugarse como debitos.
      * 15-10-2026 AAR El reintegro de saldo no reclamado (tipo H)
      *                entra al rejuego como credito.
      * 15-10-2026 AAR La transferencia recibida de otro banco (tipo
      *                A) entra al rejuego como credito.
      * 15-10-2026 AAR La devolucion de transferencia interbancaria
      *                (tipo V) entra al rejuego como credito.
      * 14-10-2026 AAR Los desembolsos de prestamo (tipo L) entran al
      *                rejuego como credito, igual que un deposito.
      * 14-10-2026 AAR Los ajustes por fecha valor de DB-VALADJ entran
      *                al rejuego: J (a favor) como credito, K (a
      *                cargo) como debito.
      * 14-10-2026 AAR MOV-FECHA sale de la fecha de negocio (rutina
      *                comun FECHA-NEGOCIO, que mueve el cierre de dia
      *                EOD-ROLL) y no del reloj: lo posteado pasada la
      *                medianoche o en una corrida tardia cae en su
      *                dia contable.
      * 02-09-2026 AAR El rejuego arranca con el saldo previo
      *                derivado del PRIMER movimiento que sobrevive
      *                (saldo + importe si fue debito, saldo -
       01  WS-LINEA            PIC X(80).
       01  WS-LINEA-LOG        PIC X(100).
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  WS-MOV-HORA         PIC 9(8).

       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".
       01  WS-MOV-SENTIDO      PIC X(1) VALUE "D".
       01  WS-SEN-RC           PIC X(2) VALUE "00".

      *----------------------------------------------------------------*
      *    EL LIBRO COMPLETO EN MEMORIA (EN EL ORDEN DEL ARCHIVO, QUE  *
      *    EMPIEZA EN CERO): SALDO + IMPORTE SI FUE DEBITO, SALDO -
      *    IMPORTE SI FUE CREDITO, LA MISMA APERTURA DE DB-STATEMENT.
           IF WS-FIN-MOV = "N"
               CALL "SENTIDO-RUTINA" USING MOV-TIPO WS-MOV-SENTIDO
                   WS-SEN-RC
               EVALUATE WS-MOV-SENTIDO
                   WHEN "C"
                       IF MOV-IMPORTE > MOV-SALDO
                           MOVE 0 TO WS-SALDO-PREVIO
                       ELSE

      *    MISMAS REGLAS DE POSTEO: EL DEPOSITO PRIMERO CANCELA EL
      *    SOBREGIRO; EL RETIRO QUE EXCEDE EL SALDO PREVIO LO
      *    AUMENTA. LOS TIPOS ACREEDORES (SENTIDO-RUTINA) SE TRATAN
      *    COMO DEPOSITOS Y EL RESTO (F, G, K, ...) COMO RETIROS.
       REJUGAR-MOVIMIENTO.
           CALL "SENTIDO-RUTINA" USING WS-MOVD-TIPO WS-MOV-SENTIDO
               WS-SEN-RC
           EVALUATE WS-MOV-SENTIDO
               WHEN "C"
                   IF WS-SOBREGIRO > 0
                       IF WS-MOVD-IMPORTE >= WS-SOBREGIRO
                           MOVE 0 TO WS-SOBREGIRO
           END-IF.

       GRABAR-MOVIMIENTO.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           END-STRING
           WRITE REG-TRANSLOG FROM WS-LINEA-LOG.

      *-----------------------------------------------------------------
      * FECHA DE NEGOCIO VIGENTE (RUTINA COMUN FECHA-NEGOCIO), LEIDA
      * UNA SOLA VEZ POR CORRIDA.
      *-----------------------------------------------------------------
       LEER-FECHA-NEGOCIO.
           IF WS-FECHA-NEGOCIO = 0
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
                   WS-FNG-ESTADO WS-FNG-RC
           END-IF.

      *-----------------------------------------------------------------
      * REGISTRA EN errores.log CUALQUIER FS DISTINTO DE "00"
      *-----------------------------------------------------------------
