      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR MOV-FECHA sale de la fecha de negocio (rutina
      *                comun FECHA-NEGOCIO, que mueve el cierre de dia
      *                EOD-ROLL) y no del reloj: lo posteado pasada la
      *                medianoche o en una corrida tardia cae en su
      *                dia contable. Las retenciones se evaluan
      *                sobre la misma fecha.
      * 02-09-2026 AAR La cuenta de cada linea del canje se cruza
      *                contra el digito verificador (rutina comun
      *                DIGITO-RUTINA) antes de buscar el cheque: un
       01  WS-RET-FECHA        PIC 9(8) VALUE 0.
       01  WS-RET-RC           PIC X(2).
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-MOV-HORA         PIC 9(8).

      *----------------------------------------------------------------*
           END-READ.

       APLICAR-DEBITO-CHEQUE.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-RET-FECHA
           CALL "RETENCIONES-RUTINA" USING CTA-NUMERO WS-RET-FECHA
               WS-RETENIDO WS-RET-RC
           COMPUTE WS-DISPONIBLE =
      *    EL MOVIMIENTO LLEVA EL NUMERO DE CHEQUE EN LA REFERENCIA:
      *    ES LO QUE HACE RASTREABLE CADA CHEQUE PAGADO.
       GRABAR-MOVIMIENTO.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           WRITE REG-DEVOLUCION FROM WS-LINEA-DEV
           DISPLAY WS-LINEA-DEV.

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
