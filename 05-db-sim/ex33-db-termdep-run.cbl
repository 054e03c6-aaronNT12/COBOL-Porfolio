      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Retencion del impuesto sobre el interes
      *                liquidado (rutina comun RETIMP-RUTINA, segmento
      *                del titular en CLIENTES.IDX): en P y R se debita
      *                de la cuenta de fondeo como movimiento tipo W a
      *                continuacion del abono, en C se capitaliza el
      *                interes neto. Queda en intereses_plazos.txt y
      *                en el acumulado anual del cliente.
      * 15-10-2026 AAR Cada liquidacion queda ademas acumulada en
      *                intereses_plazos.txt (fecha, certificado,
      *                cuenta, instruccion, capital e interes): el
      *                interes capitalizado no deja movimiento y el
      *                pagado va mezclado con el capital en el
      *                deposito, y la rentabilidad por sucursal
      *                (DB-RENTABILIDAD) necesita el costo del mes.
      * 14-10-2026 AAR MOV-FECHA sale de la fecha de negocio (rutina
      *                comun FECHA-NEGOCIO, que mueve el cierre de dia
      *                EOD-ROLL) y no del reloj: lo posteado pasada la
      *                medianoche o en una corrida tardia cae en su
      *                dia contable. La fecha de proceso por
      *                omision es tambien la fecha de negocio.
      * 02-09-2026 AAR El libro de movimientos pasa del plano
      *                movimientos.txt al indexado MOVIMIENTOS.IDX,
      *                con clave cuenta + fecha + secuencia (carga
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLF-CERTIFICADO
               FILE STATUS IS FS-PLF.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS-CLI.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT ARCH-RESUMEN ASSIGN TO "vencimientos_dia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RES.
           SELECT ARCH-INTERESES ASSIGN TO "intereses_plazos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IPF.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.
               88 PLF-LIQUIDADO    VALUE "L".
           05 FILLER           PIC X(6).

       FD  CLIENTES
           RECORD CONTAINS 185 CHARACTERS.
       01  CLIENTE-REG.
           05 CLI-ID           PIC 9(5).
           05 CLI-NOMBRE       PIC X(30).
           05 CLI-APELLIDO     PIC X(30).
           05 CLI-EDAD         PIC 99.
           05 CLI-SALDO        PIC 9(9)V99.
           05 CLI-ESTADO       PIC X(1).
           05 CLI-LIMITE       PIC 9(5)V99.
           05 CLI-SOBREGIRO    PIC 9(4)V99.
           05 CLI-DIRECCION    PIC X(30).
           05 CLI-TELEFONO     PIC X(12).
           05 CLI-EMAIL        PIC X(30).
           05 CLI-TIPO         PIC X(1).
               88 CLI-TIPO-NORMAL  VALUE "N" " ".
               88 CLI-TIPO-PREMIUM VALUE "P".
               88 CLI-TIPO-EMPRESA VALUE "E".
           05 CLI-FECHA-BAJA   PIC 9(8).
           05 CLI-VERSION      PIC X(1).
           05 CLI-FECHA-NAC    PIC 9(8).
           05 FILLER           PIC X(3).

       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
       FD  ARCH-RESUMEN.
       01  REG-RESUMEN         PIC X(80).

      *    HISTORIA DE INTERESES LIQUIDADOS (SE AGREGA, NO SE PISA).
       FD  ARCH-INTERESES.
       01  REG-INTERES-PF.
           05 IPF-FECHA        PIC 9(8).
           05 IPF-CERTIFICADO  PIC 9(8).
           05 IPF-CUENTA       PIC 9(8).
           05 IPF-INSTRUCCION  PIC X(1).
           05 IPF-CAPITAL      PIC 9(9)V99.
           05 IPF-INTERES      PIC 9(7)V99.
           05 IPF-RETENCION    PIC 9(7)V99.

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-PLF              PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-CLI              PIC XX.
       01  FS-MOV              PIC XX.
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  FS-RES              PIC XX.
       01  FS-IPF              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA        PIC 9(8).
       01  WS-ABONO            PIC 9(9)V99 VALUE 0.
       01  WS-LINEA            PIC X(80).
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-TIPO         PIC X(1).
       01  WS-MOV-IMPORTE      PIC 9(9)V99.

       01  WS-RTI-FUNCION      PIC X(1).
       01  WS-RTI-SEGMENTO     PIC X(1).
       01  WS-RTI-INTERES      PIC 9(9)V99 VALUE 0.
       01  WS-RTI-RETENCION    PIC 9(9)V99 VALUE 0.
       01  WS-RTI-RC           PIC X(2).
       01  WS-RETENCION        PIC 9(7)V99 VALUE 0.
       01  WS-ABONO-OK         PIC X VALUE "N".

       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-CONT-PAGADOS     PIC 9(4) VALUE 0.
       01  WS-CONT-RENOVADOS   PIC 9(4) VALUE 0.
       01  WS-TOT-INTERES      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-RETENCION    PIC 9(9)V99 VALUE 0.

       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
           DISPLAY "==============================================="
           DISPLAY "      VENCIMIENTO DIARIO DE PLAZOS FIJOS        "
           DISPLAY "==============================================="
           DISPLAY "FECHA DE PROCESO (AAAAMMDD, 0 = FECHA DE "
               "NEGOCIO): "
           ACCEPT WS-FECHA-PROCESO
           IF WS-FECHA-PROCESO = 0
               PERFORM LEER-FECHA-NEGOCIO
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           END-IF

           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
               STOP RUN
           END-IF

           OPEN INPUT CLIENTES
           IF FS-CLI NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS-CLI
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CLI TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE PLAZOS
               CLOSE CUENTAS
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO
               STOP RUN
           END-IF

           OPEN I-O ARCH-MOVIMIENTOS
           IF FS-MOV = "35"
               OPEN OUTPUT ARCH-MOVIMIENTOS
               INTO WS-LINEA
           END-STRING
           WRITE REG-RESUMEN FROM WS-LINEA
           OPEN EXTEND ARCH-INTERESES
           IF FS-IPF = "35"
               OPEN OUTPUT ARCH-INTERESES
           END-IF

           MOVE 0 TO PLF-CERTIFICADO
           START PLAZOS KEY IS NOT LESS THAN PLF-CERTIFICADO

           CLOSE PLAZOS
           CLOSE CUENTAS
           CLOSE CLIENTES
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-RESUMEN
           CLOSE ARCH-INTERESES
           PERFORM LIBERAR-CANDADO

           DISPLAY "-----------------------------------------------"
           DISPLAY "PAGADOS (P):             " WS-CONT-PAGADOS
           DISPLAY "RENOVADOS (R/C):         " WS-CONT-RENOVADOS
           DISPLAY "INTERES LIQUIDADO:       " WS-TOT-INTERES
           DISPLAY "RETENCION DEL IMPUESTO:  " WS-TOT-RETENCION
           DISPLAY "RESUMEN: vencimientos_dia.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.
      *----------------------------------------------------------------*
      *    PROCESAR-VENCIMIENTO                                        *
      *    Interes = capital x tasa anual x dias reales / 365.         *
      *    La retencion del impuesto se descuenta del interes: en P y  *
      *    R como debito tipo W, en C capitalizando el neto.           *
      *----------------------------------------------------------------*
       PROCESAR-VENCIMIENTO.
           MOVE "D" TO WS-FEC-FUNCION
                   * PLF-TASA / 100 * WS-DIAS-PLAZO / 365
               ADD 1 TO WS-CONT-PROCESADOS
               ADD WS-INTERES TO WS-TOT-INTERES
               PERFORM CALCULAR-RETENCION
               MOVE WS-FECHA-PROCESO TO IPF-FECHA
               MOVE PLF-CERTIFICADO TO IPF-CERTIFICADO
               MOVE PLF-CUENTA TO IPF-CUENTA
               MOVE PLF-INSTRUCCION TO IPF-INSTRUCCION
               MOVE PLF-CAPITAL TO IPF-CAPITAL
               MOVE WS-INTERES TO IPF-INTERES
               MOVE WS-RETENCION TO IPF-RETENCION
               WRITE REG-INTERES-PF

               MOVE "N" TO WS-ABONO-OK
               EVALUATE TRUE
                   WHEN PLF-PAGA
                       COMPUTE WS-ABONO = PLF-CAPITAL + WS-INTERES
                       PERFORM RENOVAR-CERTIFICADO
                       ADD 1 TO WS-CONT-RENOVADOS
                   WHEN PLF-CAPITALIZA
                       COMPUTE PLF-CAPITAL = PLF-CAPITAL + WS-INTERES
                           - WS-RETENCION
                       MOVE "S" TO WS-ABONO-OK
                       PERFORM RENOVAR-CERTIFICADO
                       ADD 1 TO WS-CONT-RENOVADOS
               END-EVALUATE
               IF WS-ABONO-OK = "S"
                   PERFORM ACUMULAR-RETENCION
               END-IF

               REWRITE PLAZO-REG
               IF FS-PLF NOT = "00"
               STRING "CERT " PLF-CERTIFICADO
                   " INST " PLF-INSTRUCCION
                   " INTERES " WS-INTERES
                   " RET " WS-RETENCION
                   " ESTADO " PLF-ESTADO
                   " VENCE " PLF-FECHA-VENCE
                   INTO WS-LINEA
                   END-IF
                   REWRITE CUENTA-REG
                   IF FS-CTA = "00"
                       MOVE "S" TO WS-ABONO-OK
                       MOVE "D" TO WS-MOV-TIPO
                       MOVE WS-ABONO TO WS-MOV-IMPORTE
                       PERFORM GRABAR-MOVIMIENTO
                       IF WS-RETENCION > 0
                           PERFORM DEBITAR-RETENCION
                       END-IF
                   ELSE
                       DISPLAY "ERROR AL ABONAR CUENTA " PLF-CUENTA
                           ". FS=" FS-CTA
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      *    DEBITAR-RETENCION                                           *
      *    Sobre la cuenta de fondeo recien abonada; si el abono se    *
      *    fue en cancelar sobregiro, la retencion vuelve a            *
      *    sobregirar lo que falte.                                    *
      *----------------------------------------------------------------*
       DEBITAR-RETENCION.
           IF CTA-SALDO >= WS-RETENCION
               SUBTRACT WS-RETENCION FROM CTA-SALDO
           ELSE
               COMPUTE CTA-SOBREGIRO = CTA-SOBREGIRO
                   + WS-RETENCION - CTA-SALDO
               MOVE 0 TO CTA-SALDO
           END-IF
           REWRITE CUENTA-REG
           IF FS-CTA = "00"
               ADD WS-RETENCION TO WS-TOT-RETENCION
               MOVE "W" TO WS-MOV-TIPO
               MOVE WS-RETENCION TO WS-MOV-IMPORTE
               PERFORM GRABAR-MOVIMIENTO
           ELSE
               DISPLAY "ERROR AL DEBITAR RETENCION EN CUENTA "
                   PLF-CUENTA ". FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    CALCULAR-RETENCION                                          *
      *    Segun el segmento del titular del certificado               *
      *    (RETIMP-RUTINA).                                            *
      *----------------------------------------------------------------*
       CALCULAR-RETENCION.
           MOVE PLF-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO WS-RTI-SEGMENTO
               NOT INVALID KEY
                   MOVE CLI-TIPO TO WS-RTI-SEGMENTO
           END-READ
           MOVE WS-INTERES TO WS-RTI-INTERES
           MOVE 0 TO WS-RTI-RETENCION
           MOVE "C" TO WS-RTI-FUNCION
           CALL "RETIMP-RUTINA" USING WS-RTI-FUNCION PLF-CLI-ID
               WS-RTI-SEGMENTO WS-FECHA-PROCESO WS-RTI-INTERES
               WS-RTI-RETENCION WS-RTI-RC
           MOVE WS-RTI-RETENCION TO WS-RETENCION.

      *    INTERES Y RETENCION AL ACUMULADO ANUAL DEL CLIENTE; EN C LA
      *    RETENCION CAPITALIZADA DE MENOS TAMBIEN SE SUMA.
       ACUMULAR-RETENCION.
           IF PLF-CAPITALIZA
               ADD WS-RETENCION TO WS-TOT-RETENCION
           END-IF
           MOVE "A" TO WS-RTI-FUNCION
           CALL "RETIMP-RUTINA" USING WS-RTI-FUNCION PLF-CLI-ID
               WS-RTI-SEGMENTO WS-FECHA-PROCESO WS-RTI-INTERES
               WS-RTI-RETENCION WS-RTI-RC
           IF WS-RTI-RC = "90"
               DISPLAY "ERROR AL ACUMULAR RETENCION DEL CLIENTE "
                   PLF-CLI-ID
               MOVE "RETIMPUESTO.IDX" TO WS-ERR-ARCHIVO
               MOVE "90" TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

       GRABAR-MOVIMIENTO.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-MOV-FECHA TO MOV-FECHA
           MOVE WS-MOV-HORA TO MOV-HORA
           MOVE WS-MOV-TIPO TO MOV-TIPO
           MOVE WS-MOV-IMPORTE TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           MOVE PLF-CERTIFICADO TO MOV-REFERENCIA
           MOVE 1 TO MOV-SECUENCIA
               END-IF
           END-PERFORM.

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
