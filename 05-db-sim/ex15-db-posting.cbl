      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Checkpoint y reanudacion segura: cada 100
      *                detalles (y durante la cola de reintentos)
      *                se asienta en checkpoint_posteo_SSS.txt la
      *                ultima linea aplicada, los totales de control
      *                y la cola saliente; cada movimiento grabado
      *                queda en la bitacora posteo_movs_SSS.txt con
      *                la imagen previa de la cuenta. Al reanudar se
      *                verifica que lo confirmado siga en el libro
      *                (si no cuadra, se aborta sin tocar nada), se
      *                deshace lo grabado despues del ultimo
      *                checkpoint y se sigue desde la linea
      *                siguiente. POSTEADO se estampa solo con el
      *                archivo completo.
      * 14-10-2026 AAR Fecha valor: el detalle D de transacciones
      *                pasa de 36 a 44 caracteres con la fecha valor
      *                al final (blanco = fecha de negocio) y la cola
      *                de reintentos la conserva. Se valida con la
      *                rutina comun FECHA-VALOR-RUTINA (no futura,
      *                no mas atras que fecha_valor_param.txt; la
      *                que no cumple se rechaza como FECHA VALOR
      *                INVALIDA) y el movimiento valutado hacia
      *                atras queda en fechas_valor.txt para el
      *                ajuste de intereses de DB-VALADJ.
      * 14-10-2026 AAR MOV-FECHA y la fecha del tope diario y de las
      *                retenciones salen de la fecha de negocio
      *                (rutina comun FECHA-NEGOCIO, que mueve el
      *                cierre de dia EOD-ROLL) y no del reloj: lo
      *                posteado pasada la medianoche o en una
      *                corrida tardia cae en su dia contable.
      * 02-09-2026 AAR La transferencia exige la misma moneda en
      *                origen y destino (blanco = LOC): una pata
      *                LOC a divisa se abonaba 1 a 1 sin conversion
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.
           SELECT ARCH-CHECK ASSIGN TO WS-NOMBRE-CHECKPOINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECK.
           SELECT ARCH-BITACORA ASSIGN TO WS-NOMBRE-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BIT.
           SELECT ARCH-TEMPORAL ASSIGN TO WS-NOMBRE-TEMPORAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TMP.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER           PIC X(7).

       FD  ARCH-TRANSACCIONES.
       01  REG-TRANSACCION     PIC X(44).
       01  REG-TRN-CABECERA REDEFINES REG-TRANSACCION.
           05 TRC-TIPO-REG     PIC X(1).
               88 TRC-ES-CABECERA  VALUE "H".
           05 TRC-SUCURSAL     PIC X(3).
           05 TRC-FECHA        PIC 9(8).
           05 TRC-SECUENCIA    PIC 9(6).
           05 FILLER           PIC X(26).
       01  REG-TRN-DETALLE REDEFINES REG-TRANSACCION.
           05 FILLER           PIC X(1).
           05 TRN-CUENTA       PIC 9(8).
           05 TRN-MONEDA       PIC X(3).
           05 TRN-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(3).
           05 TRN-FECHA-VALOR  PIC X(8).
       01  REG-TRN-COLA REDEFINES REG-TRANSACCION.
           05 FILLER           PIC X(1).
           05 TRT-CANTIDAD     PIC 9(6).
           05 TRT-SUMA         PIC 9(11)V99.
           05 FILLER           PIC X(24).

       FD  ARCH-MOVIMIENTOS
           RECORD CONTAINS 68 CHARACTERS.
           05 RTY-SUCURSAL     PIC X(3).
           05 RTY-INTENTOS     PIC 9(2).
           05 RTY-FECHA-ALTA   PIC 9(8).
           05 RTY-FECHA-VALOR  PIC X(8).

       FD  ARCH-RETRY-PARAM.
       01  REG-RETRY-PARAM.
       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

      *-----------------------------------------------------------------
      * CHECKPOINT: UN REGISTRO C DE CONTROL SEGUIDO DE UN REGISTRO Q
      * POR CADA ITEM DE LA COLA DE REINTENTOS SALIENTE.
      *-----------------------------------------------------------------
       FD  ARCH-CHECK.
       01  REG-CHECK.
           05 CK-TIPO-REG      PIC X(1).
               88 CK-ES-CONTROL    VALUE "C".
               88 CK-ES-COLA       VALUE "Q".
           05 FILLER           PIC X(179).
       01  REG-CHECK-CONTROL REDEFINES REG-CHECK.
           05 FILLER           PIC X(1).
           05 CK-SUCURSAL      PIC X(3).
           05 CK-FECHA-NEGOCIO PIC 9(8).
           05 CK-SECUENCIA     PIC 9(6).
           05 CK-ULT-RETRY     PIC 9(3).
           05 CK-CONT-DETALLES PIC 9(6).
           05 CK-SUMA-DETALLES PIC 9(11)V99.
           05 CK-MOV-CANT      PIC 9(7).
           05 CK-MOV-SUMA      PIC 9(11)V99.
           05 CK-RECH-CANT     PIC 9(7).
           05 CK-CONT-LEIDAS   PIC 9(6).
           05 CK-CONT-APLICADAS PIC 9(6).
           05 CK-CONT-INEXISTENTE PIC 9(6).
           05 CK-CONT-INACTIVO PIC 9(6).
           05 CK-CONT-SIN-FONDOS PIC 9(6).
           05 CK-CONT-TIPO-INV PIC 9(6).
           05 CK-CONT-MONEDA   PIC 9(6).
           05 CK-CONT-SUCURSAL PIC 9(5).
           05 CK-CONT-TOPE-DIA PIC 9(5).
           05 CK-CONT-DIGITO   PIC 9(5).
           05 CK-CONT-FECHA-VALOR PIC 9(6).
           05 CK-CONT-VALUTADAS PIC 9(6).
           05 CK-CONT-TRANSFER PIC 9(6).
           05 CK-SUMA-APLICADAS PIC 9(11)V99.
           05 CK-SUMA-RECHAZADAS PIC 9(11)V99.
           05 CK-CONT-REINTENTOS PIC 9(3).
           05 CK-CONT-ENCOLADAS PIC 9(3).
           05 CK-CONT-ESCALADAS PIC 9(3).
           05 FILLER           PIC X(1).
       01  REG-CHECK-COLA REDEFINES REG-CHECK.
           05 FILLER           PIC X(1).
           05 CKQ-ENTRADA      PIC X(50).
           05 FILLER           PIC X(129).

      *-----------------------------------------------------------------
      * BITACORA DE MOVIMIENTOS GRABADOS POR ESTA CORRIDA, CON LA
      * IMAGEN DE LA CUENTA ANTES DEL MOVIMIENTO (ORIGEN R = COLA DE
      * REINTENTOS, A = ARCHIVO DEL DIA; NUMERO = ITEM O LINEA D).
      *-----------------------------------------------------------------
       FD  ARCH-BITACORA.
       01  REG-BITACORA.
           05 BIT-ORIGEN       PIC X(1).
           05 BIT-NUMERO       PIC 9(6).
           05 BIT-CLAVE.
               10 BIT-CUENTA    PIC 9(8).
               10 BIT-FECHA     PIC 9(8).
               10 BIT-SECUENCIA PIC 9(5).
           05 BIT-TIPO         PIC X(1).
           05 BIT-IMPORTE      PIC 9(7)V99.
           05 BIT-PRE-SALDO    PIC 9(9)V99.
           05 BIT-PRE-SOBREGIRO PIC 9(4)V99.
           05 BIT-PRE-ESTADO   PIC X(1).
           05 BIT-VALUTADO     PIC X(1).

       FD  ARCH-TEMPORAL.
       01  REG-TEMPORAL        PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-CTA              PIC XX.
       01  WS-ITEM-FECHA-ALTA  PIC 9(8) VALUE 0.
       01  WS-SUC-MOVIMIENTO   PIC X(3).
       01  WS-FECHA-CORRIDA    PIC 9(8) VALUE 0.
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-LINEA-ESC        PIC X(100).
       01  WS-FECHA-VALOR      PIC 9(8) VALUE 0.
       01  WS-FECHA-VALOR-X REDEFINES WS-FECHA-VALOR PIC X(8).
       01  WS-FVL-FUNCION      PIC X(1).
       01  WS-FVL-USUARIO      PIC X(10) VALUE "POSTEO".
       01  WS-FVL-RC           PIC X(2).
       01  WS-CONT-FECHA-VALOR PIC 9(6) VALUE 0.
       01  WS-CONT-VALUTADAS   PIC 9(6) VALUE 0.

      *----------------------------------------------------------------*
      *    COLA DE REINTENTOS: LA ENTRANTE SE CARGA EN MEMORIA AL     *
               10 RTI-SUCURSAL PIC X(3).
               10 RTI-INTENTOS PIC 9(2).
               10 RTI-FECHA    PIC 9(8).
               10 RTI-FECHA-VALOR PIC X(8).
       01  WS-CANT-RTI         PIC 9(3) VALUE 0.
       01  WS-IDX-RTI          PIC 9(3).
       01  WS-TABLA-RETRY-OUT.
               10 RTO-SUCURSAL PIC X(3).
               10 RTO-INTENTOS PIC 9(2).
               10 RTO-FECHA    PIC 9(8).
               10 RTO-FECHA-VALOR PIC X(8).
       01  WS-CANT-RTO         PIC 9(3) VALUE 0.
       01  WS-IDX-RTO          PIC 9(3).
       01  WS-CONT-REINTENTOS  PIC 9(3) VALUE 0.

       01  WS-CONT-TRANSFER    PIC 9(6) VALUE 0.

      *----------------------------------------------------------------*
      *    CHECKPOINT/RESTART: SE ASIENTA CADA WS-N-CHECKPOINT         *
      *    DETALLES (O ITEMS DE LA COLA) APLICADOS; LOS WS-CK-* SON   *
      *    LO QUE TRAJO EL CHECKPOINT AL REANUDAR.                    *
      *----------------------------------------------------------------*
       01  FS-CHECK            PIC XX.
       01  FS-BIT              PIC XX.
       01  FS-TMP              PIC XX.
       01  WS-NOMBRE-CHECKPOINT PIC X(40).
       01  WS-NOMBRE-BITACORA  PIC X(40).
       01  WS-NOMBRE-TEMPORAL  PIC X(40).
       01  WS-N-CHECKPOINT     PIC 9(5) VALUE 100.
       01  WS-DESDE-CHECKPOINT PIC 9(5) VALUE 0.
       01  WS-REANUDA          PIC X VALUE "N".
       01  WS-FIN-CHECK        PIC X VALUE "N".
       01  WS-FIN-BIT          PIC X VALUE "N".
       01  WS-FIN-TMP          PIC X VALUE "N".
       01  WS-CUADRA           PIC X VALUE "S".
       01  WS-ULT-RETRY        PIC 9(3) VALUE 0.
       01  WS-CK-SECUENCIA     PIC 9(6) VALUE 0.
       01  WS-CK-DETALLES      PIC 9(6) VALUE 0.
       01  WS-CK-SUMA-DETALLES PIC 9(11)V99 VALUE 0.
       01  WS-CK-MOV-CANT      PIC 9(7) VALUE 0.
       01  WS-CK-MOV-SUMA      PIC 9(11)V99 VALUE 0.
       01  WS-CK-RECH-CANT     PIC 9(7) VALUE 0.
       01  WS-MOV-CANT         PIC 9(7) VALUE 0.
       01  WS-MOV-SUMA         PIC 9(11)V99 VALUE 0.
       01  WS-CONT-LINEAS-RCH  PIC 9(7) VALUE 0.
       01  WS-BIT-LEIDAS       PIC 9(7) VALUE 0.
       01  WS-BIT-SUMA         PIC 9(11)V99 VALUE 0.
       01  WS-TMP-LEIDAS       PIC 9(7) VALUE 0.
       01  WS-CONT-SALTADAS    PIC 9(6) VALUE 0.
       01  WS-CONT-DESHECHOS   PIC 9(5) VALUE 0.
       01  WS-CONT-DESH-VALUT  PIC 9(5) VALUE 0.
       01  WS-BIT-ORIGEN       PIC X(1) VALUE "R".
       01  WS-BIT-NUMERO       PIC 9(6) VALUE 0.
       01  WS-PRE-SALDO        PIC 9(9)V99 VALUE 0.
       01  WS-PRE-SOBREGIRO    PIC 9(4)V99 VALUE 0.
       01  WS-PRE-ESTADO       PIC X(1).
       01  WS-TABLA-PENDIENTES.
           05 WS-PND-ENT OCCURS 400 TIMES.
               10 PND-ORIGEN   PIC X(1).
               10 PND-NUMERO   PIC 9(6).
               10 PND-CLAVE.
                   15 PND-CUENTA    PIC 9(8).
                   15 PND-FECHA     PIC 9(8).
                   15 PND-SECUENCIA PIC 9(5).
               10 PND-TIPO     PIC X(1).
               10 PND-IMPORTE  PIC 9(7)V99.
               10 PND-PRE-SALDO PIC 9(9)V99.
               10 PND-PRE-SOBREGIRO PIC 9(4)V99.
               10 PND-PRE-ESTADO PIC X(1).
               10 PND-VALUTADO PIC X(1).
       01  WS-CANT-PND         PIC 9(3) VALUE 0.
       01  WS-IDX-PND          PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           STRING "transacciones_" WS-SUCURSAL ".txt"
               INTO WS-NOMBRE-TRANSACCIONES
           END-STRING
           MOVE SPACES TO WS-NOMBRE-CHECKPOINT
           STRING "checkpoint_posteo_" WS-SUCURSAL ".txt"
               INTO WS-NOMBRE-CHECKPOINT
           END-STRING
           MOVE SPACES TO WS-NOMBRE-BITACORA
           STRING "posteo_movs_" WS-SUCURSAL ".txt"
               INTO WS-NOMBRE-BITACORA
           END-STRING
           MOVE SPACES TO WS-NOMBRE-TEMPORAL
           STRING "posteo_" WS-SUCURSAL ".tmp"
               INTO WS-NOMBRE-TEMPORAL
           END-STRING

           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
               CLOSE ARCH-MOVIMIENTOS
               OPEN I-O ARCH-MOVIMIENTOS
           END-IF
           PERFORM VERIFICAR-LAYOUTS
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
           PERFORM LEER-CHECKPOINT
           IF WS-REANUDA = "S"
               PERFORM REANUDAR-POSTEO
           ELSE
               OPEN OUTPUT ARCH-RECHAZOS
               OPEN OUTPUT ARCH-BITACORA
               CLOSE ARCH-BITACORA
               PERFORM GRABAR-CHECKPOINT
           END-IF
           PERFORM CARGAR-TOPES-DIARIOS
           PERFORM CARGAR-PARAM-RETRY
           PERFORM CARGAR-COLA-RETRY
           MOVE 0 TO WS-ITEM-INTENTOS
           MOVE WS-FECHA-CORRIDA TO WS-ITEM-FECHA-ALTA
           MOVE WS-SUCURSAL TO WS-SUC-MOVIMIENTO
           MOVE "A" TO WS-BIT-ORIGEN
           PERFORM LEER-TRANSACCION
           PERFORM UNTIL WS-FIN = "S"
               EVALUATE TRC-TIPO-REG
                       IF WS-CABECERA-OK NOT = "S"
                           PERFORM ABORTAR-SIN-COMPUERTA
                       END-IF
                       ADD 1 TO WS-CONT-DETALLES
                       ADD TRN-IMPORTE TO WS-SUMA-DETALLES
                       IF WS-CONT-DETALLES > WS-CK-DETALLES
                           ADD 1 TO WS-CONT-LEIDAS
                           MOVE WS-CONT-DETALLES TO WS-BIT-NUMERO
                           PERFORM APLICAR-TRANSACCION
                           PERFORM CONTAR-CHECKPOINT
                       ELSE
                           PERFORM SALTAR-DETALLE
                       END-IF
                   WHEN "T"
                       MOVE "S" TO WS-COLA-VISTA
                       IF WS-CONT-DETALLES < WS-CK-DETALLES
                           DISPLAY "EL ARCHIVO TRAE MENOS DETALLES "
                               "QUE LOS YA APLICADOS SEGUN EL "
                               "CHECKPOINT (" WS-CK-DETALLES ")."
                           PERFORM ABORTAR-REANUDACION
                       END-IF
                       PERFORM VERIFICAR-COLA
                   WHEN OTHER
                       PERFORM ABORTAR-SIN-COMPUERTA
           CLOSE ARCH-RECHAZOS
           PERFORM REGRABAR-COLA-RETRY
           PERFORM MARCAR-POSTEADO
           PERFORM LIMPIAR-CHECKPOINT
           PERFORM LIBERAR-CANDADO

           DISPLAY "-----------------------------------------------"
           DISPLAY "APLICADAS:               " WS-CONT-APLICADAS
           DISPLAY "  IMPORTE APLICADO:      " WS-SUMA-APLICADAS
           DISPLAY "  DE ELLAS TRANSFERENCIAS:" WS-CONT-TRANSFER
           DISPLAY "  MOVIMIENTOS VALUTADOS: " WS-CONT-VALUTADAS
           DISPLAY "RECHAZOS POR MOTIVO:"
           DISPLAY "  CUENTA INEXISTENTE:    " WS-CONT-INEXISTENTE
           DISPLAY "  CUENTA/TITULAR DE BAJA:" WS-CONT-INACTIVO
           DISPLAY "  SUCURSAL DISTINTA:     " WS-CONT-SUCURSAL
           DISPLAY "  EXCEDE TOPE DIARIO:    " WS-CONT-TOPE-DIA
           DISPLAY "  DIGITO INVALIDO:       " WS-CONT-DIGITO
           DISPLAY "  FECHA VALOR INVALIDA:  " WS-CONT-FECHA-VALOR
           DISPLAY "  IMPORTE RECHAZADO:     " WS-SUMA-RECHAZADAS
           DISPLAY "COLA DE REINTENTOS:"
           DISPLAY "  REINTENTADAS:          " WS-CONT-REINTENTOS
           DISPLAY "  ENCOLADAS PARA MANANA: " WS-CONT-ENCOLADAS
           DISPLAY "  ESCALADAS (AGOTADAS):  " WS-CONT-ESCALADAS
           IF WS-REANUDA = "S"
               DISPLAY "REANUDADA DESDE CHECKPOINT:"
               DISPLAY "  DETALLES YA APLICADOS: " WS-CONT-SALTADAS
               DISPLAY "  MOVIMIENTOS DESHECHOS: " WS-CONT-DESHECHOS
               IF WS-CONT-DESH-VALUT > 0
                   DISPLAY "  DE ELLOS VALUTADOS:    "
                       WS-CONT-DESH-VALUT
                       " (REVISAR fechas_valor.txt)"
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           DISPLAY "RECHAZOS EN: transacciones_rechazos.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.
               PERFORM GRABAR-RECHAZO
               GO TO APLICAR-IMPORTE-EXIT
           END-IF
           PERFORM VALIDAR-FECHA-VALOR
           IF WS-FVL-RC NOT = "00"
               ADD 1 TO WS-CONT-FECHA-VALOR
               EVALUATE WS-FVL-RC
                   WHEN "92"
                       MOVE "FECHA VALOR INVALIDA: FUTURA"
                           TO WS-LINEA-RECHAZO
                   WHEN "93"
                       MOVE "FECHA VALOR INVALIDA: FUERA DE LIMITE"
                           TO WS-LINEA-RECHAZO
                   WHEN OTHER
                       MOVE "FECHA VALOR INVALIDA"
                           TO WS-LINEA-RECHAZO
               END-EVALUATE
               PERFORM GRABAR-RECHAZO
               GO TO APLICAR-IMPORTE-EXIT
           END-IF
           PERFORM CALCULAR-RETENIDO
           COMPUTE WS-DISPONIBLE =
               CTA-SALDO + CTA-LIMITE - CTA-SOBREGIRO
      * EXCEDENTE QUEDA COMO SOBREGIRO DENTRO DEL LIMITE.
      *-----------------------------------------------------------------
       APLICAR-DEPOSITO.
           PERFORM GUARDAR-IMAGEN-PREVIA
           IF CTA-SOBREGIRO > 0
               IF TRN-IMPORTE >= CTA-SOBREGIRO
                   COMPUTE CTA-SALDO =
           END-IF.

       APLICAR-RETIRO.
           PERFORM GUARDAR-IMAGEN-PREVIA
           IF TRN-IMPORTE > CTA-SALDO
               COMPUTE WS-EXCEDENTE = TRN-IMPORTE - CTA-SALDO
               MOVE 0 TO CTA-SALDO
           END-IF.

       GRABAR-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
                       MOVE "S" TO WS-MOV-GRABADO
                   END-IF
               END-IF
           END-PERFORM
           IF FS-MOV = "00" AND WS-FECHA-VALOR < WS-MOV-FECHA
               MOVE "G" TO WS-FVL-FUNCION
               CALL "FECHA-VALOR-RUTINA" USING WS-FVL-FUNCION
                   MOV-CUENTA MOV-FECHA MOV-SECUENCIA WS-FECHA-VALOR
                   MOV-TIPO MOV-IMPORTE WS-FVL-USUARIO WS-FVL-RC
               IF WS-FVL-RC = "00"
                   ADD 1 TO WS-CONT-VALUTADAS
               ELSE
                   MOVE "fechas_valor.txt" TO WS-ERR-ARCHIVO
                   MOVE WS-FVL-RC TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-IF
           IF FS-MOV = "00"
               PERFORM GRABAR-BITACORA
           END-IF.

      *-----------------------------------------------------------------
      * FECHA VALOR DE LA LINEA (BLANCO = FECHA DE NEGOCIO) VALIDADA
      * CON LA RUTINA COMUN: NO FUTURA Y DENTRO DEL TOPE DE DIAS.
      *-----------------------------------------------------------------
       VALIDAR-FECHA-VALOR.
           IF TRN-FECHA-VALOR = SPACES
               MOVE 0 TO WS-FECHA-VALOR
           ELSE
               MOVE TRN-FECHA-VALOR TO WS-FECHA-VALOR-X
           END-IF
           MOVE "V" TO WS-FVL-FUNCION
           CALL "FECHA-VALOR-RUTINA" USING WS-FVL-FUNCION
               TRN-CUENTA WS-FECHA-NEGOCIO MOV-SECUENCIA
               WS-FECHA-VALOR TRN-TIPO TRN-IMPORTE WS-FVL-USUARIO
               WS-FVL-RC.

      *-----------------------------------------------------------------
      * RETENCIONES DE FONDOS VIGENTES DE LA CUENTA EN CURSO, VIA LA
      * RUTINA COMUN (04-common); EL DISPONIBLE LAS RESTA.
      *-----------------------------------------------------------------
       CALCULAR-RETENIDO.
           MOVE WS-FECHA-NEGOCIO TO WS-RET-FECHA
           CALL "RETENCIONES-RUTINA" USING CTA-NUMERO WS-RET-FECHA
               WS-RETENIDO WS-RET-RC.

                   "DB-FILEGATE. CORRER LA COMPUERTA PRIMERO."
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           IF WS-REANUDA = "S" AND WS-CK-SECUENCIA NOT = 0
                   AND WS-CK-SECUENCIA NOT = WS-CAB-SECUENCIA
               DISPLAY "EL CHECKPOINT ES DE LA SECUENCIA "
                   WS-CK-SECUENCIA " Y EL ARCHIVO TRAE LA "
                   WS-CAB-SECUENCIA "."
               PERFORM ABORTAR-REANUDACION
           END-IF
           MOVE "S" TO WS-CABECERA-OK.

       BUSCAR-EN-REGISTRO.
           DISPLAY "** ARCHIVO SIN MANIFIESTO VALIDO (CABECERA H "
               "+ COLA T VALIDADAS POR DB-FILEGATE). SE ABORTA "
               "SIN POSTEAR EL ARCHIVO. **"
      *    SIN DETALLES APLICADOS, LA COLA DE REINTENTOS YA CORRIO: SE
      *    REGRABA PARA NO REAPLICAR MANANA LO QUE HOY SI SE APLICO.
      *    CON DETALLES APLICADOS, LA COLA VIAJA EN EL CHECKPOINT Y LA
      *    CORRIDA SE REANUDA DESDE AHI.
           IF WS-CONT-DETALLES > WS-CK-DETALLES
               PERFORM GRABAR-CHECKPOINT
           END-IF
           IF WS-CONT-DETALLES = 0 AND WS-CK-DETALLES = 0
               PERFORM REGRABAR-COLA-RETRY
               PERFORM LIMPIAR-CHECKPOINT
           ELSE
               DISPLAY "YA HAY DETALLES APLICADOS: QUEDA "
                   WS-NOMBRE-CHECKPOINT " PARA REANUDAR."
           END-IF
           CLOSE CLIENTES
           CLOSE CUENTAS
           CLOSE ARCH-TRANSACCIONES
               CONTINUE
           ELSE
               CALL "RETIROS-RUTINA" USING CTA-CLI-ID
                   WS-FECHA-NEGOCIO WS-RETIROS-DIA WS-RDIA-RC
               IF WS-RETIROS-DIA + TRN-IMPORTE > WS-TOPE-DIARIO
                   PERFORM PEDIR-AUTORIZACION-DIARIA
               END-IF
           END-IF.

       GRABAR-RECHAZO-FINAL.
           ADD 1 TO WS-CONT-LINEAS-RCH
           ADD TRN-IMPORTE TO WS-SUMA-RECHAZADAS
           MOVE SPACES TO REG-RECHAZO
           STRING "CUENTA " TRN-CUENTA " TIPO " TRN-TIPO
               COMPUTE RTO-INTENTOS(WS-CANT-RTO) =
                   WS-ITEM-INTENTOS + 1
               MOVE WS-ITEM-FECHA-ALTA TO RTO-FECHA(WS-CANT-RTO)
               MOVE TRN-FECHA-VALOR TO RTO-FECHA-VALOR(WS-CANT-RTO)
               ADD 1 TO WS-CONT-ENCOLADAS
           ELSE
               DISPLAY "COLA DE REINTENTOS LLENA: EL ITEM MUERE "
                           TO RTI-INTENTOS(WS-CANT-RTI)
                       MOVE RTY-FECHA-ALTA
                           TO RTI-FECHA(WS-CANT-RTI)
                       MOVE RTY-FECHA-VALOR
                           TO RTI-FECHA-VALOR(WS-CANT-RTI)
                   END-IF
                   PERFORM LEER-RETRY
               END-PERFORM
           END-READ.

       REINTENTAR-COLA.
           IF WS-ULT-RETRY > WS-CANT-RTI
               DISPLAY "EL CHECKPOINT DICE " WS-ULT-RETRY
                   " REINTENTOS HECHOS Y LA COLA TRAE "
                   WS-CANT-RTI "."
               PERFORM ABORTAR-REANUDACION
           END-IF
           PERFORM VARYING WS-IDX-RTI FROM 1 BY 1
                   UNTIL WS-IDX-RTI > WS-CANT-RTI
               IF WS-IDX-RTI > WS-ULT-RETRY
                   MOVE WS-IDX-RTI TO WS-BIT-NUMERO
                   PERFORM REINTENTAR-UNO
                   MOVE WS-IDX-RTI TO WS-ULT-RETRY
                   PERFORM CONTAR-CHECKPOINT
               END-IF
           END-PERFORM
           PERFORM GRABAR-CHECKPOINT.

       REINTENTAR-UNO.
           ADD 1 TO WS-CONT-REINTENTOS
           MOVE RTI-DESTINO(WS-IDX-RTI) TO TRN-CUENTA-DESTINO
           MOVE RTI-MONEDA(WS-IDX-RTI) TO TRN-MONEDA
           MOVE SPACES TO TRN-SUCURSAL
           MOVE RTI-FECHA-VALOR(WS-IDX-RTI) TO TRN-FECHA-VALOR
           ADD 1 TO WS-CONT-LEIDAS
           PERFORM APLICAR-TRANSACCION
           MOVE "N" TO WS-ORIGEN-RETRY.
               MOVE RTO-SUCURSAL(WS-IDX-RTO) TO RTY-SUCURSAL
               MOVE RTO-INTENTOS(WS-IDX-RTO) TO RTY-INTENTOS
               MOVE RTO-FECHA(WS-IDX-RTO) TO RTY-FECHA-ALTA
               MOVE RTO-FECHA-VALOR(WS-IDX-RTO) TO RTY-FECHA-VALOR
               WRITE REG-RETRY
           END-PERFORM
           CLOSE ARCH-RETRY.

      *----------------------------------------------------------------*
      *    LEER-CHECKPOINT                                             *
      *    Checkpoint/restart por linea de detalle. Al arrancar, un    *
      *    checkpoint de la misma sucursal y fecha de negocio se       *
      *    retoma (totales, cola saliente y posicion); uno de otra     *
      *    fecha se descarta y se empieza de cero.                     *
      *----------------------------------------------------------------*
       LEER-CHECKPOINT.
           MOVE "N" TO WS-REANUDA
           MOVE "N" TO WS-FIN-CHECK
           OPEN INPUT ARCH-CHECK
           IF FS-CHECK = "00"
               PERFORM LEER-REG-CHECKPOINT
               IF WS-FIN-CHECK NOT = "S" AND CK-ES-CONTROL
                   IF CK-SUCURSAL = WS-SUCURSAL
                           AND CK-FECHA-NEGOCIO = WS-FECHA-NEGOCIO
                       MOVE "S" TO WS-REANUDA
                       PERFORM RESTAURAR-CHECKPOINT
                       PERFORM LEER-REG-CHECKPOINT
                       PERFORM UNTIL WS-FIN-CHECK = "S"
                           IF CK-ES-COLA AND WS-CANT-RTO < 200
                               ADD 1 TO WS-CANT-RTO
                               MOVE CKQ-ENTRADA
                                   TO WS-RTO-ENT(WS-CANT-RTO)
                           END-IF
                           PERFORM LEER-REG-CHECKPOINT
                       END-PERFORM
                       DISPLAY "CHECKPOINT ENCONTRADO, RETOMANDO "
                           "DESPUES DEL DETALLE " WS-CK-DETALLES
                           " (REINTENTOS HECHOS: " WS-ULT-RETRY ")"
                   ELSE
                       DISPLAY "CHECKPOINT DE OTRA CORRIDA ("
                           CK-SUCURSAL " " CK-FECHA-NEGOCIO
                           "): SE DESCARTA."
                   END-IF
               END-IF
               CLOSE ARCH-CHECK
           END-IF.

       LEER-REG-CHECKPOINT.
           READ ARCH-CHECK
               AT END MOVE "S" TO WS-FIN-CHECK
           END-READ.

       RESTAURAR-CHECKPOINT.
           MOVE CK-SECUENCIA TO WS-CK-SECUENCIA
           MOVE CK-ULT-RETRY TO WS-ULT-RETRY
           MOVE CK-CONT-DETALLES TO WS-CK-DETALLES
           MOVE CK-SUMA-DETALLES TO WS-CK-SUMA-DETALLES
           MOVE CK-MOV-CANT TO WS-CK-MOV-CANT
           MOVE CK-MOV-CANT TO WS-MOV-CANT
           MOVE CK-MOV-SUMA TO WS-CK-MOV-SUMA
           MOVE CK-MOV-SUMA TO WS-MOV-SUMA
           MOVE CK-RECH-CANT TO WS-CK-RECH-CANT
           MOVE CK-RECH-CANT TO WS-CONT-LINEAS-RCH
           MOVE CK-CONT-LEIDAS TO WS-CONT-LEIDAS
           MOVE CK-CONT-APLICADAS TO WS-CONT-APLICADAS
           MOVE CK-CONT-INEXISTENTE TO WS-CONT-INEXISTENTE
           MOVE CK-CONT-INACTIVO TO WS-CONT-INACTIVO
           MOVE CK-CONT-SIN-FONDOS TO WS-CONT-SIN-FONDOS
           MOVE CK-CONT-TIPO-INV TO WS-CONT-TIPO-INV
           MOVE CK-CONT-MONEDA TO WS-CONT-MONEDA
           MOVE CK-CONT-SUCURSAL TO WS-CONT-SUCURSAL
           MOVE CK-CONT-TOPE-DIA TO WS-CONT-TOPE-DIA
           MOVE CK-CONT-DIGITO TO WS-CONT-DIGITO
           MOVE CK-CONT-FECHA-VALOR TO WS-CONT-FECHA-VALOR
           MOVE CK-CONT-VALUTADAS TO WS-CONT-VALUTADAS
           MOVE CK-CONT-TRANSFER TO WS-CONT-TRANSFER
           MOVE CK-SUMA-APLICADAS TO WS-SUMA-APLICADAS
           MOVE CK-SUMA-RECHAZADAS TO WS-SUMA-RECHAZADAS
           MOVE CK-CONT-REINTENTOS TO WS-CONT-REINTENTOS
           MOVE CK-CONT-ENCOLADAS TO WS-CONT-ENCOLADAS
           MOVE CK-CONT-ESCALADAS TO WS-CONT-ESCALADAS.

      *-----------------------------------------------------------------
      * SE ASIENTA EL ESTADO ENTRE DOS LINEAS: ANTES SE CIERRA Y
      * REABRE EL ARCHIVO DE RECHAZOS PARA QUE LO CONTADO ESTE EN
      * DISCO. LA POSICION NUNCA RETROCEDE MIENTRAS SE SALTAN LAS
      * LINEAS YA APLICADAS DE UNA REANUDACION.
      *-----------------------------------------------------------------
       GRABAR-CHECKPOINT.
           CLOSE ARCH-RECHAZOS
           OPEN EXTEND ARCH-RECHAZOS
           MOVE SPACES TO REG-CHECK
           MOVE "C" TO CK-TIPO-REG
           MOVE WS-SUCURSAL TO CK-SUCURSAL
           MOVE WS-FECHA-NEGOCIO TO CK-FECHA-NEGOCIO
           IF WS-CABECERA-OK = "S"
               MOVE WS-CAB-SECUENCIA TO CK-SECUENCIA
           ELSE
               MOVE WS-CK-SECUENCIA TO CK-SECUENCIA
           END-IF
           MOVE WS-ULT-RETRY TO CK-ULT-RETRY
           IF WS-CONT-DETALLES > WS-CK-DETALLES
               MOVE WS-CONT-DETALLES TO CK-CONT-DETALLES
               MOVE WS-SUMA-DETALLES TO CK-SUMA-DETALLES
           ELSE
               MOVE WS-CK-DETALLES TO CK-CONT-DETALLES
               MOVE WS-CK-SUMA-DETALLES TO CK-SUMA-DETALLES
           END-IF
           MOVE WS-MOV-CANT TO CK-MOV-CANT
           MOVE WS-MOV-SUMA TO CK-MOV-SUMA
           MOVE WS-CONT-LINEAS-RCH TO CK-RECH-CANT
           MOVE WS-CONT-LEIDAS TO CK-CONT-LEIDAS
           MOVE WS-CONT-APLICADAS TO CK-CONT-APLICADAS
           MOVE WS-CONT-INEXISTENTE TO CK-CONT-INEXISTENTE
           MOVE WS-CONT-INACTIVO TO CK-CONT-INACTIVO
           MOVE WS-CONT-SIN-FONDOS TO CK-CONT-SIN-FONDOS
           MOVE WS-CONT-TIPO-INV TO CK-CONT-TIPO-INV
           MOVE WS-CONT-MONEDA TO CK-CONT-MONEDA
           MOVE WS-CONT-SUCURSAL TO CK-CONT-SUCURSAL
           MOVE WS-CONT-TOPE-DIA TO CK-CONT-TOPE-DIA
           MOVE WS-CONT-DIGITO TO CK-CONT-DIGITO
           MOVE WS-CONT-FECHA-VALOR TO CK-CONT-FECHA-VALOR
           MOVE WS-CONT-VALUTADAS TO CK-CONT-VALUTADAS
           MOVE WS-CONT-TRANSFER TO CK-CONT-TRANSFER
           MOVE WS-SUMA-APLICADAS TO CK-SUMA-APLICADAS
           MOVE WS-SUMA-RECHAZADAS TO CK-SUMA-RECHAZADAS
           MOVE WS-CONT-REINTENTOS TO CK-CONT-REINTENTOS
           MOVE WS-CONT-ENCOLADAS TO CK-CONT-ENCOLADAS
           MOVE WS-CONT-ESCALADAS TO CK-CONT-ESCALADAS
           OPEN OUTPUT ARCH-CHECK
           WRITE REG-CHECK
           PERFORM VARYING WS-IDX-RTO FROM 1 BY 1
                   UNTIL WS-IDX-RTO > WS-CANT-RTO
               MOVE SPACES TO REG-CHECK
               MOVE "Q" TO CK-TIPO-REG
               MOVE WS-RTO-ENT(WS-IDX-RTO) TO CKQ-ENTRADA
               WRITE REG-CHECK
           END-PERFORM
           CLOSE ARCH-CHECK
           MOVE 0 TO WS-DESDE-CHECKPOINT.

       CONTAR-CHECKPOINT.
           ADD 1 TO WS-DESDE-CHECKPOINT
           IF WS-DESDE-CHECKPOINT >= WS-N-CHECKPOINT
               PERFORM GRABAR-CHECKPOINT
           END-IF.

      *-----------------------------------------------------------------
      * ARCHIVO COMPLETO: SE LIMPIAN EL CHECKPOINT Y LA BITACORA
      *-----------------------------------------------------------------
       LIMPIAR-CHECKPOINT.
           OPEN OUTPUT ARCH-CHECK
           CLOSE ARCH-CHECK
           OPEN OUTPUT ARCH-BITACORA
           CLOSE ARCH-BITACORA.

      *-----------------------------------------------------------------
      * LINEA YA APLICADA ANTES DEL CHECKPOINT: NO SE REPITE. AL LLEGAR
      * A LA ULTIMA SE RECRUZA LA SUMA PARA CONFIRMAR QUE EL ARCHIVO
      * ES EL MISMO QUE SE ESTABA POSTEANDO.
      *-----------------------------------------------------------------
       SALTAR-DETALLE.
           ADD 1 TO WS-CONT-SALTADAS
           IF WS-CONT-DETALLES = WS-CK-DETALLES
                   AND WS-SUMA-DETALLES NOT = WS-CK-SUMA-DETALLES
               DISPLAY "LOS " WS-CK-DETALLES " DETALLES YA "
                   "APLICADOS SUMAN " WS-SUMA-DETALLES " Y EL "
                   "CHECKPOINT DICE " WS-CK-SUMA-DETALLES "."
               PERFORM ABORTAR-REANUDACION
           END-IF.

       GUARDAR-IMAGEN-PREVIA.
           MOVE CTA-SALDO TO WS-PRE-SALDO
           MOVE CTA-SOBREGIRO TO WS-PRE-SOBREGIRO
           MOVE CTA-ESTADO TO WS-PRE-ESTADO.

       GRABAR-BITACORA.
           ADD 1 TO WS-MOV-CANT
           ADD MOV-IMPORTE TO WS-MOV-SUMA
           MOVE SPACES TO REG-BITACORA
           MOVE WS-BIT-ORIGEN TO BIT-ORIGEN
           MOVE WS-BIT-NUMERO TO BIT-NUMERO
           MOVE MOV-CLAVE TO BIT-CLAVE
           MOVE MOV-TIPO TO BIT-TIPO
           MOVE MOV-IMPORTE TO BIT-IMPORTE
           MOVE WS-PRE-SALDO TO BIT-PRE-SALDO
           MOVE WS-PRE-SOBREGIRO TO BIT-PRE-SOBREGIRO
           MOVE WS-PRE-ESTADO TO BIT-PRE-ESTADO
           IF WS-FECHA-VALOR < WS-MOV-FECHA AND WS-FVL-RC = "00"
               MOVE "S" TO BIT-VALUTADO
           ELSE
               MOVE "N" TO BIT-VALUTADO
           END-IF
           OPEN EXTEND ARCH-BITACORA
           IF FS-BIT = "35"
               OPEN OUTPUT ARCH-BITACORA
           END-IF
           WRITE REG-BITACORA
           CLOSE ARCH-BITACORA.

      *-----------------------------------------------------------------
      * REANUDACION: LO QUE LA BITACORA TIENE HASTA EL CHECKPOINT DEBE
      * ESTAR EN EL LIBRO TAL CUAL Y SUMAR LO ASENTADO; SI NO CUADRA SE
      * ABORTA. LO GRABADO DESPUES DEL CHECKPOINT SE DESHACE (CUENTA A
      * SU IMAGEN PREVIA Y BAJA DEL MOVIMIENTO, DEL ULTIMO AL PRIMERO)
      * PORQUE ESAS LINEAS SE VUELVEN A APLICAR. LOS RECHAZOS SE
      * RECORTAN A LO CONTADO EN EL CHECKPOINT.
      *-----------------------------------------------------------------
       REANUDAR-POSTEO.
           PERFORM VERIFICAR-BITACORA
           IF WS-CUADRA NOT = "S"
               PERFORM ABORTAR-REANUDACION
           END-IF
           PERFORM VARYING WS-IDX-PND FROM WS-CANT-PND BY -1
                   UNTIL WS-IDX-PND < 1
               PERFORM DESHACER-PENDIENTE
           END-PERFORM
           PERFORM RECORTAR-BITACORA
           PERFORM RECORTAR-RECHAZOS.

       VERIFICAR-BITACORA.
           MOVE "S" TO WS-CUADRA
           MOVE 0 TO WS-BIT-LEIDAS
           MOVE 0 TO WS-BIT-SUMA
           MOVE 0 TO WS-CANT-PND
           MOVE "N" TO WS-FIN-BIT
           OPEN OUTPUT ARCH-TEMPORAL
           OPEN INPUT ARCH-BITACORA
           IF FS-BIT = "00"
               PERFORM LEER-BITACORA
               PERFORM UNTIL WS-FIN-BIT = "S" OR WS-CUADRA = "N"
                   ADD 1 TO WS-BIT-LEIDAS
                   PERFORM CONTROLAR-MOV-GRABADO
                   PERFORM LEER-BITACORA
               END-PERFORM
               CLOSE ARCH-BITACORA
           END-IF
           CLOSE ARCH-TEMPORAL
           IF WS-CUADRA = "S"
                   AND (WS-BIT-LEIDAS < WS-CK-MOV-CANT
                       OR WS-BIT-SUMA NOT = WS-CK-MOV-SUMA)
               DISPLAY "LA BITACORA CONFIRMA " WS-BIT-LEIDAS
                   " MOVIMIENTOS POR " WS-BIT-SUMA
                   " Y EL CHECKPOINT DICE " WS-CK-MOV-CANT
                   " POR " WS-CK-MOV-SUMA "."
               MOVE "N" TO WS-CUADRA
           END-IF.

       CONTROLAR-MOV-GRABADO.
           MOVE BIT-CLAVE TO MOV-CLAVE
           READ ARCH-MOVIMIENTOS KEY IS MOV-CLAVE
               INVALID KEY
                   DISPLAY "EL MOVIMIENTO " BIT-CLAVE
                       " DE LA BITACORA NO ESTA EN EL LIBRO."
                   MOVE "N" TO WS-CUADRA
               NOT INVALID KEY
                   IF MOV-TIPO NOT = BIT-TIPO
                           OR MOV-IMPORTE NOT = BIT-IMPORTE
                       DISPLAY "EL MOVIMIENTO " BIT-CLAVE
                           " DEL LIBRO NO COINCIDE CON LA BITACORA."
                       MOVE "N" TO WS-CUADRA
                   END-IF
           END-READ
           IF WS-CUADRA = "S"
               IF WS-BIT-LEIDAS NOT > WS-CK-MOV-CANT
                   ADD BIT-IMPORTE TO WS-BIT-SUMA
                   WRITE REG-TEMPORAL FROM REG-BITACORA
               ELSE
                   IF WS-CANT-PND < 400
                       ADD 1 TO WS-CANT-PND
                       MOVE REG-BITACORA TO WS-PND-ENT(WS-CANT-PND)
                   ELSE
                       DISPLAY "DEMASIADOS MOVIMIENTOS SIN "
                           "CONFIRMAR PARA DESHACER."
                       MOVE "N" TO WS-CUADRA
                   END-IF
               END-IF
           END-IF.

       LEER-BITACORA.
           READ ARCH-BITACORA
               AT END MOVE "S" TO WS-FIN-BIT
           END-READ.

       DESHACER-PENDIENTE.
           MOVE PND-CUENTA(WS-IDX-PND) TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-CTA TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               NOT INVALID KEY
                   MOVE PND-PRE-SALDO(WS-IDX-PND) TO CTA-SALDO
                   MOVE PND-PRE-SOBREGIRO(WS-IDX-PND)
                       TO CTA-SOBREGIRO
                   MOVE PND-PRE-ESTADO(WS-IDX-PND) TO CTA-ESTADO
                   REWRITE CUENTA-REG
                   IF FS-CTA NOT = "00"
                       MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
                       MOVE FS-CTA TO WS-ERR-FS
                       PERFORM REGISTRAR-ERROR
                   END-IF
           END-READ
           MOVE PND-CLAVE(WS-IDX-PND) TO MOV-CLAVE
           DELETE ARCH-MOVIMIENTOS RECORD
               INVALID KEY
                   MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-MOV TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
           END-DELETE
           ADD 1 TO WS-CONT-DESHECHOS
           DISPLAY "DESHECHO MOVIMIENTO SIN CONFIRMAR: CUENTA "
               PND-CUENTA(WS-IDX-PND) " TIPO " PND-TIPO(WS-IDX-PND)
               " IMPORTE " PND-IMPORTE(WS-IDX-PND)
           IF PND-VALUTADO(WS-IDX-PND) = "S"
               ADD 1 TO WS-CONT-DESH-VALUT
           END-IF.

       RECORTAR-BITACORA.
           OPEN OUTPUT ARCH-BITACORA
           MOVE "N" TO WS-FIN-TMP
           OPEN INPUT ARCH-TEMPORAL
           IF FS-TMP = "00"
               PERFORM LEER-TEMPORAL
               PERFORM UNTIL WS-FIN-TMP = "S"
                   MOVE REG-TEMPORAL TO REG-BITACORA
                   WRITE REG-BITACORA
                   PERFORM LEER-TEMPORAL
               END-PERFORM
               CLOSE ARCH-TEMPORAL
           END-IF
           CLOSE ARCH-BITACORA.

      *-----------------------------------------------------------------
      * QUEDA ABIERTO EL ARCHIVO DE RECHAZOS CON LAS LINEAS CONTADAS
      * HASTA EL CHECKPOINT, LISTO PARA SEGUIR AGREGANDO.
      *-----------------------------------------------------------------
       RECORTAR-RECHAZOS.
           MOVE 0 TO WS-TMP-LEIDAS
           MOVE "N" TO WS-FIN-TMP
           OPEN OUTPUT ARCH-TEMPORAL
           OPEN INPUT ARCH-RECHAZOS
           IF FS-RCH = "00"
               PERFORM UNTIL WS-FIN-TMP = "S"
                       OR WS-TMP-LEIDAS NOT < WS-CK-RECH-CANT
                   READ ARCH-RECHAZOS
                       AT END
                           MOVE "S" TO WS-FIN-TMP
                       NOT AT END
                           ADD 1 TO WS-TMP-LEIDAS
                           WRITE REG-TEMPORAL FROM REG-RECHAZO
                   END-READ
               END-PERFORM
               CLOSE ARCH-RECHAZOS
           END-IF
           CLOSE ARCH-TEMPORAL
           IF WS-TMP-LEIDAS < WS-CK-RECH-CANT
               DISPLAY "AVISO: transacciones_rechazos.txt TRAE "
                   WS-TMP-LEIDAS " LINEAS Y EL CHECKPOINT "
                   WS-CK-RECH-CANT "."
               MOVE WS-TMP-LEIDAS TO WS-CONT-LINEAS-RCH
           END-IF
           OPEN OUTPUT ARCH-RECHAZOS
           MOVE "N" TO WS-FIN-TMP
           OPEN INPUT ARCH-TEMPORAL
           IF FS-TMP = "00"
               PERFORM LEER-TEMPORAL
               PERFORM UNTIL WS-FIN-TMP = "S"
                   WRITE REG-RECHAZO FROM REG-TEMPORAL
                   PERFORM LEER-TEMPORAL
               END-PERFORM
               CLOSE ARCH-TEMPORAL
           END-IF
           OPEN OUTPUT ARCH-TEMPORAL
           CLOSE ARCH-TEMPORAL.

       LEER-TEMPORAL.
           READ ARCH-TEMPORAL
               AT END MOVE "S" TO WS-FIN-TMP
           END-READ.

       ABORTAR-REANUDACION.
           DISPLAY "** " WS-NOMBRE-CHECKPOINT " NO CUADRA CON LO "
               "YA POSTEADO. SE ABORTA SIN POSTEAR NADA NUEVO; EL "
               "CHECKPOINT QUEDA PARA REVISION. **"
           MOVE WS-NOMBRE-CHECKPOINT(1:20) TO WS-ERR-ARCHIVO
           MOVE "99" TO WS-ERR-FS
           PERFORM REGISTRAR-ERROR
           CLOSE CLIENTES
           CLOSE CUENTAS
           CLOSE ARCH-TRANSACCIONES
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-RECHAZOS
           PERFORM LIBERAR-CANDADO
           MOVE 1 TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
      * REGISTRA EN errores.log CUALQUIER FS DISTINTO DE "00"
      *-----------------------------------------------------------------
