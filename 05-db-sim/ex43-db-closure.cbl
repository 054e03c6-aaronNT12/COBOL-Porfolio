      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Cuenta de un cliente fallecido (sucesion en
      *                SUCESIONES.IDX, DB-ESTATE): no se cierra
      *                mientras el tramite no este pagado a los
      *                herederos; pagado, el cierre no pide firmas,
      *                que el causante ya no puede dar.
      * 15-10-2026 AAR Cuentas con varios titulares (TITULARES.IDX):
      *                el cierre exige la regla de firma de la cuenta
      *                (rutina comun FIRMAS-RUTINA) con los CLI-ID de
      *                los que firman; al cerrar, cada titular y
      *                firmante activo queda de baja en el registro
      *                con la fecha de negocio, el estado de cierre
      *                los lista y la auditoria lleva cuantos eran.
      * 14-10-2026 AAR MOV-FECHA sale de la fecha de negocio (rutina
      *                comun FECHA-NEGOCIO, que mueve el cierre de dia
      *                EOD-ROLL) y no del reloj: lo posteado pasada la
      *                medianoche o en una corrida tardia cae en su
      *                dia contable.
      * 02-09-2026 AAR El abono del saldo de cierre a la cuenta
      *                destino exige la misma moneda que la cuenta
      *                cerrada (blanco = LOC); con monedas
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT SUCESIONES ASSIGN TO "SUCESIONES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUC-CLI-ID
               FILE STATUS IS FS-SUC.
           SELECT ARCH-CATALOGO ASSIGN TO "catalogo_productos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT TITULARES ASSIGN TO "TITULARES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               ALTERNATE RECORD KEY IS TIT-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-TIT.
           SELECT ARCH-CIERRE ASSIGN TO "estado_cierre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIE.
               88 CTA-MONEDA-LOCAL VALUE "LOC" "   ".
           05 FILLER           PIC X(7).

       FD  SUCESIONES
           RECORD CONTAINS 400 CHARACTERS.
       01  SUCESION-REG.
           05 SUC-CLI-ID       PIC 9(5).
           05 SUC-FECHA-FALLEC PIC 9(8).
           05 FILLER           PIC X(53).
           05 SUC-ESTADO       PIC X(1).
               88 SUC-PAGADA       VALUE "P".
           05 FILLER           PIC X(333).

       FD  ARCH-CATALOGO.
       01  REG-CATALOGO.
           05 CAT-TIPO-CTA     PIC X(1).
           05 MOV-REFERENCIA   PIC 9(8).
           05 FILLER           PIC X(5).

       FD  TITULARES
           RECORD CONTAINS 50 CHARACTERS.
       01  TITULAR-REG.
           05 TIT-CLAVE.
               10 TIT-CUENTA    PIC 9(8).
               10 TIT-CLI-ID    PIC 9(5).
           05 TIT-ROL          PIC X(1).
           05 TIT-REGLA        PIC X(1).
           05 TIT-ESTADO       PIC X(1).
               88 TIT-ACTIVO       VALUE "A".
           05 TIT-FECHA-ALTA   PIC 9(8).
           05 TIT-FECHA-BAJA   PIC 9(8).
           05 TIT-USUARIO      PIC X(10).
           05 FILLER           PIC X(8).

       FD  ARCH-CIERRE.
       01  REG-CIERRE          PIC X(80).

       01  FS                  PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-CAT              PIC XX.
       01  FS-SUC              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-CIE              PIC XX.
       01  FS-TIT              PIC XX.
       01  FS-AUD              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-DV-FUNCION       PIC X(1).
       01  WS-INTERES          PIC 9(7)V99 VALUE 0.
       01  WS-SALDO-FINAL      PIC 9(9)V99 VALUE 0.
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-TIPO-SAL     PIC X(1).
       01  WS-MOV-IMPORTE      PIC 9(7)V99 VALUE 0.
       01  WS-ED-IMPORTE       PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-SALDO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CONT-MOV         PIC 9(5) VALUE 0.
       01  WS-SUCESION         PIC X VALUE "N".

       01  WS-FIR-FIRMANTES.
           05 WS-FIR-CANT      PIC 9(1).
           05 WS-FIR-CLI-ID    PIC 9(5) OCCURS 5 TIMES.
       01  WS-FIR-TITULARES    PIC 9(2).
       01  WS-FIR-RESULTADO    PIC X(1).
       01  WS-FIR-RC           PIC X(2).
       01  WS-FIR-ID           PIC 9(5).
       01  WS-FIN-TIT          PIC X VALUE "N".
       01  WS-TABLA-TIT.
           05 WS-TIT-ENT OCCURS 10 TIMES.
               10 TT-CLI-ID    PIC 9(5).
               10 TT-ROL       PIC X(1).
       01  WS-CANT-TIT         PIC 9(2) VALUE 0.
       01  WS-IDX-TIT          PIC 9(2) VALUE 0.

       01  WS-AUD-FECHA        PIC 9(8).
       01  WS-AUD-HORA         PIC 9(8).
               PERFORM TERMINAR-CON-ERROR
           END-IF

      *    CLIENTE FALLECIDO: EL SALDO SE PAGA A LOS HEREDEROS EN
      *    DB-ESTATE ANTES DEL CIERRE.
           PERFORM VERIFICAR-SUCESION

      *    REQUISITOS DEL CIERRE: SIN RETENCIONES ACTIVAS Y SIN
      *    SOBREGIRO PENDIENTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                   CTA-SOBREGIRO ". CANCELELO ANTES DE CERRAR."
               PERFORM TERMINAR-CON-ERROR
           END-IF
           IF WS-SUCESION = "N"
               PERFORM VERIFICAR-FIRMAS-CIERRE
           END-IF
           MOVE CTA-MONEDA TO WS-MONEDA-CIERRE
           IF WS-MONEDA-CIERRE = SPACES
               MOVE "LOC" TO WS-MONEDA-CIERRE
           END-IF

           PERFORM EJECUTAR-CIERRE
           PERFORM DAR-BAJA-TITULARES
           PERFORM ESCRIBIR-ESTADO-CIERRE
           PERFORM GRABAR-AUDITORIA

           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-OPERADOR WS-LOCK-RESULTADO WS-LOCK-INFO.

      *----------------------------------------------------------------*
      *    VERIFICAR-SUCESION                                          *
      *    Titular con fallecimiento registrado: solo se cierra con la *
      *    sucesion pagada a los herederos (estado P).                 *
      *----------------------------------------------------------------*
       VERIFICAR-SUCESION.
           MOVE "N" TO WS-SUCESION
           OPEN INPUT SUCESIONES
           IF FS-SUC = "00"
               MOVE CTA-CLI-ID TO SUC-CLI-ID
               READ SUCESIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-SUCESION
               END-READ
               CLOSE SUCESIONES
           END-IF
           IF WS-SUCESION = "S" AND NOT SUC-PAGADA
               DISPLAY "TITULAR FALLECIDO EL " SUC-FECHA-FALLEC
                   ": SUCESION EN TRAMITE (ESTADO " SUC-ESTADO ")."
               DISPLAY "EL SALDO SE PAGA A LOS HEREDEROS CON "
                   "DB-ESTATE ANTES DEL CIERRE."
               PERFORM TERMINAR-CON-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    VERIFICAR-FIRMAS-CIERRE                                     *
      *    Cuenta con titulares registrados: el cierre lo firman los   *
      *    clientes que exige su regla (FIRMAS-RUTINA), igual que un   *
      *    retiro en caja. Una cuenta de titular unico no pide nada.   *
      *----------------------------------------------------------------*
       VERIFICAR-FIRMAS-CIERRE.
           MOVE 0 TO WS-FIR-CANT
           CALL "FIRMAS-RUTINA" USING WS-CUENTA WS-FIR-FIRMANTES
               WS-FIR-TITULARES WS-FIR-RESULTADO WS-FIR-RC
           IF WS-FIR-RC NOT = "10"
               DISPLAY "CUENTA CON " WS-FIR-TITULARES
                   " TITULARES/FIRMANTES. CLI-ID DE CADA FIRMANTE "
                   "(0 = FIN):"
               MOVE 1 TO WS-FIR-ID
               PERFORM UNTIL WS-FIR-ID = 0 OR WS-FIR-CANT = 5
                   DISPLAY "FIRMANTE: "
                   ACCEPT WS-FIR-ID
                   IF WS-FIR-ID NOT = 0
                       ADD 1 TO WS-FIR-CANT
                       MOVE WS-FIR-ID TO WS-FIR-CLI-ID(WS-FIR-CANT)
                   END-IF
               END-PERFORM
               CALL "FIRMAS-RUTINA" USING WS-CUENTA WS-FIR-FIRMANTES
                   WS-FIR-TITULARES WS-FIR-RESULTADO WS-FIR-RC
               IF WS-FIR-RESULTADO NOT = "S"
                   IF WS-FIR-RC = "20"
                       DISPLAY "FIRMANTE NO REGISTRADO EN LA CUENTA."
                   ELSE
                       DISPLAY "FALTAN FIRMAS SEGUN LA REGLA DE LA "
                           "CUENTA."
                   END-IF
                   DISPLAY "NO SE CIERRA NADA."
                   PERFORM TERMINAR-CON-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    DAR-BAJA-TITULARES                                          *
      *    Los titulares y firmantes activos de la cuenta cerrada      *
      *    quedan de baja con la fecha de negocio; se guardan para     *
      *    listarlos en el estado de cierre.                           *
      *----------------------------------------------------------------*
       DAR-BAJA-TITULARES.
           MOVE 0 TO WS-CANT-TIT
           OPEN I-O TITULARES
           IF FS-TIT = "00"
               PERFORM LEER-FECHA-NEGOCIO
               MOVE "N" TO WS-FIN-TIT
               MOVE WS-CUENTA TO TIT-CUENTA
               MOVE 0 TO TIT-CLI-ID
               START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-TIT
               END-START
               PERFORM UNTIL WS-FIN-TIT = "S"
                   READ TITULARES NEXT RECORD
                       AT END MOVE "S" TO WS-FIN-TIT
                   END-READ
                   IF WS-FIN-TIT = "N"
                       IF TIT-CUENTA NOT = WS-CUENTA
                           MOVE "S" TO WS-FIN-TIT
                       ELSE
                           IF TIT-ACTIVO
                               PERFORM BAJA-UN-TITULAR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TITULARES
           END-IF.

       BAJA-UN-TITULAR.
           MOVE "B" TO TIT-ESTADO
           MOVE WS-FECHA-NEGOCIO TO TIT-FECHA-BAJA
           MOVE WS-OPERADOR TO TIT-USUARIO
           REWRITE TITULAR-REG
           IF FS-TIT NOT = "00"
               MOVE "TITULARES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-TIT TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF
           IF WS-CANT-TIT < 10
               ADD 1 TO WS-CANT-TIT
               MOVE TIT-CLI-ID TO TT-CLI-ID(WS-CANT-TIT)
               MOVE TIT-ROL TO TT-ROL(WS-CANT-TIT)
           END-IF.

      *----------------------------------------------------------------*
      *    LIQUIDAR-INTERES-PARCIAL                                    *
      *    Interes acreedor devengado del mes en curso: tasa mensual   *
           MOVE 0 TO CTA-SALDO.

       GRABAR-MOVIMIENTO.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
               INTO WS-LINEA
           END-STRING
           WRITE REG-CIERRE FROM WS-LINEA
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-CANT-TIT
               MOVE SPACES TO WS-LINEA
               STRING "TITULAR " TT-CLI-ID(WS-IDX-TIT)
                   " ROL " TT-ROL(WS-IDX-TIT) " (BAJA EN LA CUENTA)"
                   INTO WS-LINEA
               END-STRING
               WRITE REG-CIERRE FROM WS-LINEA
           END-PERFORM
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-CIERRE FROM WS-LINEA

               " CUENTA=" WS-CUENTA DELIMITED BY SIZE
               " MOTIVO=" WS-MOTIVO DELIMITED BY SIZE
               " PAGADO=" WS-MOV-IMPORTE DELIMITED BY SIZE
               " TITULARES=" WS-CANT-TIT DELIMITED BY SIZE
               INTO WS-LINEA-AUD
           END-STRING
           WRITE REG-AUDITORIA FROM WS-LINEA-AUD
           CALL "DIGITO-RUTINA" USING WS-DV-FUNCION
               WS-DV-CUENTA WS-DV-RC.

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
