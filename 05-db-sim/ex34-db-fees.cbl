      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Un deposito o retiro reversado por una
      *                correccion de EX02-CICS-GET (MOV-ESTADO R) no
      *                cuenta como operacion del mes.
      * 15-10-2026 AAR Las cuentas de un cliente con sucesion
      *                registrada en SUCESIONES.IDX (DB-ESTATE) no
      *                pagan comision: se listan en comisiones.txt
      *                como exentas por fallecimiento del titular.
      * 14-10-2026 AAR MOV-FECHA sale de la fecha de negocio (rutina
      *                comun FECHA-NEGOCIO, que mueve el cierre de dia
      *                EOD-ROLL) y no del reloj: lo posteado pasada la
      *                medianoche o en una corrida tardia cae en su
      *                dia contable.
      * 02-09-2026 AAR El libro de movimientos pasa del plano
      *                movimientos.txt al indexado MOVIMIENTOS.IDX,
      *                con clave cuenta + fecha + secuencia (carga
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
               88 CTA-MONEDA-LOCAL VALUE "LOC" "   ".
           05 FILLER           PIC X(7).

       FD  SUCESIONES
           RECORD CONTAINS 400 CHARACTERS.
       01  SUCESION-REG.
           05 SUC-CLI-ID       PIC 9(5).
           05 SUC-FECHA-FALLEC PIC 9(8).
           05 FILLER           PIC X(53).
           05 SUC-ESTADO       PIC X(1).
           05 FILLER           PIC X(333).

       FD  ARCH-CATALOGO.
       01  REG-CATALOGO.
           05 CAT-TIPO-CTA     PIC X(1).
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 FILLER           PIC X(3).
           05 MOV-ESTADO       PIC X(1).
               88 MOV-REVERSADO   VALUE "R".
           05 MOV-TIPO-ORIGEN  PIC X(1).

       FD  ARCH-TRANSLOG.
       01  REG-TRANSLOG        PIC X(100).
       01  FS                  PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-CAT              PIC XX.
       01  FS-SUC              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-LOG              PIC XX.
       01  FS-REP              PIC XX.
       01  WS-LINEA            PIC X(80).
       01  WS-LINEA-LOG        PIC X(100).
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  WS-MOV-HORA         PIC 9(8).

       01  WS-CARGO-TOTAL      PIC 9(7)V99 VALUE 0.
       01  WS-EXCEDENTE        PIC 9(7)V99 VALUE 0.
       01  WS-CONT-COBRADAS    PIC 9(5) VALUE 0.
       01  WS-CONT-SUCESION    PIC 9(5) VALUE 0.
       01  WS-SUC-ABIERTO      PIC X VALUE "N".
       01  WS-EN-SUCESION      PIC X VALUE "N".
       01  WS-TOT-COBRADO      PIC 9(9)V99 VALUE 0.

       01  WS-LOCK-MAESTRO     PIC X(12).

           PERFORM CONTAR-OPERACIONES-MES

           OPEN INPUT SUCESIONES
           IF FS-SUC = "00"
               MOVE "S" TO WS-SUC-ABIERTO
           END-IF

           OPEN I-O ARCH-MOVIMIENTOS
           IF FS-MOV = "35"
               OPEN OUTPUT ARCH-MOVIMIENTOS
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF CTA-ACTIVA
                           PERFORM VERIFICAR-SUCESION
                           IF WS-EN-SUCESION = "S"
                               PERFORM ANOTAR-SUCESION
                           ELSE
                               PERFORM COBRAR-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "EXENTAS POR SUCESION: " WS-CONT-SUCESION
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA

           IF WS-SUC-ABIERTO = "S"
               CLOSE SUCESIONES
           END-IF
           CLOSE CLIENTES
           CLOSE CUENTAS
           CLOSE ARCH-MOVIMIENTOS
                   IF MOV-ANIO-MES = WS-ANIO-MES
                           AND (MOV-TIPO = "D" OR MOV-TIPO = "R"
                               OR MOV-TIPO = "T")
                           AND NOT MOV-REVERSADO
                       PERFORM ANOTAR-OPERACION
                   END-IF
                   PERFORM LEER-MOVIMIENTO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    VERIFICAR-SUCESION                                          *
      *    Titular con fallecimiento registrado (cualquier estado del  *
      *    tramite): la cuenta no paga comisiones.                     *
      *----------------------------------------------------------------*
       VERIFICAR-SUCESION.
           MOVE "N" TO WS-EN-SUCESION
           IF WS-SUC-ABIERTO = "S"
               MOVE CTA-CLI-ID TO SUC-CLI-ID
               READ SUCESIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-EN-SUCESION
               END-READ
           END-IF.

       ANOTAR-SUCESION.
           ADD 1 TO WS-CONT-SUCESION
           MOVE SPACES TO WS-LINEA
           STRING "CUENTA " CTA-NUMERO " CLIENTE " CTA-CLI-ID
               "  EXENTA: TITULAR FALLECIDO"
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA.

       BUSCAR-ENTRADA-CATALOGO.
           MOVE "N" TO WS-CAT-HALLADO
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
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
