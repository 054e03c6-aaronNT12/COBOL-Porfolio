      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR MOV-FECHA sale de la fecha de negocio (rutina
      *                comun FECHA-NEGOCIO, que mueve el cierre de dia
      *                EOD-ROLL) y no del reloj: lo posteado pasada la
      *                medianoche o en una corrida tardia cae en su
      *                dia contable. Las retenciones se evaluan
      *                sobre la misma fecha, y la fecha de proceso
      *                por omision es tambien la fecha de negocio.
      * 02-09-2026 AAR La orden exige la misma moneda en origen y
      *                destino (blanco = LOC): con monedas
      *                distintas queda como fallida con motivo
       01  WS-RET-RC           PIC X(2).
       01  WS-MOV-REF          PIC 9(8) VALUE 0.
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-LINEA-FALLIDA    PIC X(80).
       01  WS-MOTIVO           PIC X(30).
           DISPLAY "==============================================="
           DISPLAY "     EJECUCION DIARIA DE ORDENES PERMANENTES    "
           DISPLAY "==============================================="
           DISPLAY "FECHA DE PROCESO (AAAAMMDD, 0 = FECHA DE "
               "NEGOCIO): "
           ACCEPT WS-FECHA-PROCESO
           IF WS-FECHA-PROCESO = 0
               PERFORM LEER-FECHA-NEGOCIO
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           END-IF
           MOVE "V" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
           END-IF.

       GRABAR-MOVIMIENTO.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           END-PERFORM.

       CALCULAR-RETENIDO.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-RET-FECHA
           CALL "RETENCIONES-RUTINA" USING CTA-NUMERO WS-RET-FECHA
               WS-RETENIDO WS-RET-RC.

           WRITE REG-FALLIDA FROM WS-LINEA-FALLIDA
           DISPLAY WS-LINEA-FALLIDA.

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
