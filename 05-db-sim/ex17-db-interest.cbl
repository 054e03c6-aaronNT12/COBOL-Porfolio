      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Retencion del impuesto sobre el interes (rutina
      *                comun RETIMP-RUTINA, tasa por segmento del
      *                titular en retencion_param.txt): se postea como
      *                movimiento propio tipo W junto al tipo I, con
      *                su entrada en translog.txt, y el interes y lo
      *                retenido se acumulan por cliente y anio en
      *                RETIMPUESTO.IDX para el certificado anual.
      * 14-10-2026 AAR El interes deja de calcularse sobre el saldo del
      *                dia de la corrida: se capitaliza lo devengado
      *                dia a dia por DB-ACCRUAL en DEVENGOS.IDX. Cada
      *                cuenta se completa hasta el fin de mes con su
      *                saldo actual, lo acumulado se postea como
      *                movimiento tipo I y el acumulado vuelve a cero
      *                para el mes siguiente. Corre el ultimo dia
      *                habil del mes, despues del devengo del dia.
      * 14-10-2026 AAR MOV-FECHA sale de la fecha de negocio (rutina
      *                comun FECHA-NEGOCIO, que mueve el cierre de dia
      *                EOD-ROLL) y no del reloj: lo posteado pasada la
      *                medianoche o en una corrida tardia cae en su
      *                dia contable.
      * 02-09-2026 AAR El reporte de salida queda ademas retenido en
      *                el spool (rutina comun SPOOL-RUTINA, registro
      *                spool_registro.txt): cada corrida deja su
           SELECT ARCH-CATALOGO ASSIGN TO "catalogo_productos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAS.
           SELECT ARCH-DEVENGOS ASSIGN TO "DEVENGOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CUENTA
               FILE STATUS IS FS-DEV.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 CAT-CARGO-OP     PIC 9(3)V99.
           05 CAT-SALDO-MIN    PIC 9(7)V99.

      *    INTERES DEVENGADO Y NO PAGADO POR CUENTA (DB-ACCRUAL).
       FD  ARCH-DEVENGOS
           RECORD CONTAINS 70 CHARACTERS.
       01  DEVENGO-REG.
           05 DEV-CUENTA       PIC 9(8).
           05 DEV-CLI-ID       PIC 9(5).
           05 DEV-PERIODO      PIC 9(6).
           05 DEV-ACUMULADO    PIC 9(7)V9(6).
           05 DEV-DIAS         PIC 9(3).
           05 DEV-FECHA-ULT    PIC 9(8).
           05 DEV-TASA         PIC 9(2)V9999.
           05 DEV-SALDO-ULT    PIC 9(9)V99.
           05 DEV-VERSION      PIC X(1).
               88 DEV-LAYOUT-V1    VALUE "1".
           05 FILLER           PIC X(9).

       FD  ARCH-MOVIMIENTOS
           RECORD CONTAINS 68 CHARACTERS.
       01  REG-MOVIMIENTO.

       01  FS-TAS              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-DEV              PIC XX.
       01  FS-LOG              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-LINEA            PIC X(80).
       01  WS-LINEA-LOG        PIC X(100).
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-TIPO         PIC X(1).
       01  WS-MOV-IMPORTE      PIC 9(7)V99.
       01  WS-MOV-SALDO        PIC 9(9)V99.

       01  WS-RTI-FUNCION      PIC X(1).
       01  WS-RTI-SEGMENTO     PIC X(1).
       01  WS-RTI-INTERES      PIC 9(9)V99 VALUE 0.
       01  WS-RTI-RETENCION    PIC 9(9)V99 VALUE 0.
       01  WS-RTI-RC           PIC X(2).
       01  WS-RETENCION        PIC 9(7)V99 VALUE 0.

       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA1       PIC 9(8) VALUE 0.
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".
       01  WS-FECHA-FIN-MES    PIC 9(8) VALUE 0.
       01  WS-FECHA-TRAB.
           05 WS-FT-ANIO       PIC 9(4).
           05 WS-FT-MES        PIC 9(2).
           05 WS-FT-DIA        PIC 9(2).
       01  WS-FECHA-TRAB-N REDEFINES WS-FECHA-TRAB PIC 9(8).
       01  WS-DIAS-MES         PIC 9(2) VALUE 30.
       01  WS-DIAS-DEVENGO     PIC 9(3) VALUE 0.
       01  WS-PERIODO-SIG      PIC 9(6) VALUE 0.
       01  WS-INTERES-DIA      PIC 9(7)V9(6) VALUE 0.
       01  WS-CONT-SIN-DEVENGO PIC 9(5) VALUE 0.

       01  WS-CONT-ACREDITADOS PIC 9(5) VALUE 0.
       01  WS-TOT-INTERES      PIC 9(9)V99 VALUE 0.
       01  WS-CONT-RETENIDOS   PIC 9(5) VALUE 0.
       01  WS-TOT-RETENCION    PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   CAPITALIZACION MENSUAL DE INTERESES          "
           DISPLAY "==============================================="

           PERFORM LEER-FECHA-NEGOCIO
           PERFORM CALCULAR-FIN-MES
           DISPLAY "CAPITALIZACION AL " WS-FECHA-FIN-MES

           PERFORM CARGAR-TASAS
           IF WS-CANT-TASAS = 0
               DISPLAY "SIN ENTRADAS EN catalogo_productos.txt. NO "
               STOP RUN
           END-IF

           OPEN I-O ARCH-DEVENGOS
           IF FS-DEV NOT = "00"
               DISPLAY "SIN DEVENGOS.IDX (FS=" FS-DEV "): NO HAY "
                   "INTERES DEVENGADO. CORRA DB-ACCRUAL."
               MOVE "DEVENGOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-DEV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CLIENTES
               CLOSE CUENTAS
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO
               STOP RUN
           END-IF

           OPEN I-O ARCH-MOVIMIENTOS
           IF FS-MOV = "35"
               OPEN OUTPUT ARCH-MOVIMIENTOS
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF CTA-ACTIVA
                           PERFORM ACREDITAR-INTERES THRU
                               ACREDITAR-INTERES-FIN
                       END-IF
               END-READ
           END-PERFORM
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CUENTAS CON RETENCION: " WS-CONT-RETENIDOS
               "  TOTAL RETENIDO: " WS-TOT-RETENCION
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA

           CLOSE CLIENTES
           CLOSE CUENTAS
           CLOSE ARCH-DEVENGOS
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-TRANSLOG
           CLOSE ARCH-REPORTE

           DISPLAY "CUENTAS ACREDITADAS:  " WS-CONT-ACREDITADOS
           DISPLAY "TOTAL INTERES PAGADO: " WS-TOT-INTERES
           DISPLAY "CUENTAS CON RETENCION:" WS-CONT-RETENIDOS
           DISPLAY "TOTAL RETENIDO:       " WS-TOT-RETENCION
           DISPLAY "ACTIVAS SIN DEVENGO:  " WS-CONT-SIN-DEVENGO
           DISPLAY "DETALLE: intereses.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    ACREDITAR-INTERES                                           *
      *    Lo devengado en el mes (DEVENGOS.IDX), completado hasta el  *
      *    fin de mes con el saldo actual, posteado como movimiento    *
      *    tipo I, con su entrada en translog.txt y linea de reporte.  *
      *    La retencion del impuesto va a continuacion como tipo W.    *
      *    El acumulado queda en cero y devengado hasta el fin de mes. *
      *----------------------------------------------------------------*
       ACREDITAR-INTERES.
           MOVE CTA-NUMERO TO DEV-CUENTA
           READ ARCH-DEVENGOS
               INVALID KEY
                   ADD 1 TO WS-CONT-SIN-DEVENGO
                   GO TO ACREDITAR-INTERES-FIN
           END-READ

           IF DEV-FECHA-ULT < WS-FECHA-FIN-MES AND CTA-SALDO > 0
               PERFORM BUSCAR-TASA-SEGMENTO
               MOVE "D" TO WS-FEC-FUNCION
               MOVE WS-FECHA-FIN-MES TO WS-FEC-FECHA1
               MOVE DEV-FECHA-ULT TO WS-FEC-FECHA2
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FEC-FECHA1
                   WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
               IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO > 0
                       AND WS-FEC-RESULTADO < 1000
                   MOVE WS-FEC-RESULTADO TO WS-DIAS-DEVENGO
                   COMPUTE WS-INTERES-DIA ROUNDED =
                       CTA-SALDO * WS-TASA / 100 / WS-DIAS-MES
                       * WS-DIAS-DEVENGO
                   ADD WS-INTERES-DIA TO DEV-ACUMULADO
                   ADD WS-DIAS-DEVENGO TO DEV-DIAS
               END-IF
           END-IF
           COMPUTE WS-INTERES ROUNDED = DEV-ACUMULADO

           IF WS-INTERES > 0
               PERFORM CALCULAR-RETENCION
               ADD WS-INTERES TO CTA-SALDO
               SUBTRACT WS-RETENCION FROM CTA-SALDO
               REWRITE CUENTA-REG
               IF FS-CTA = "00"
                   ADD 1 TO WS-CONT-ACREDITADOS
                   ADD WS-INTERES TO WS-TOT-INTERES
                   MOVE "I" TO WS-MOV-TIPO
                   MOVE WS-INTERES TO WS-MOV-IMPORTE
                   COMPUTE WS-MOV-SALDO = CTA-SALDO + WS-RETENCION
                   PERFORM GRABAR-MOVIMIENTO
                   PERFORM GRABAR-TRANSLOG
                   IF WS-RETENCION > 0
                       ADD 1 TO WS-CONT-RETENIDOS
                       ADD WS-RETENCION TO WS-TOT-RETENCION
                       MOVE "W" TO WS-MOV-TIPO
                       MOVE WS-RETENCION TO WS-MOV-IMPORTE
                       MOVE CTA-SALDO TO WS-MOV-SALDO
                       PERFORM GRABAR-MOVIMIENTO
                       PERFORM GRABAR-TRANSLOG-RETENCION
                   END-IF
                   PERFORM ACUMULAR-RETENCION
                   PERFORM GRABAR-DETALLE
               ELSE
                   DISPLAY "ERROR AL REESCRIBIR CUENTA " CTA-NUMERO
                   MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-CTA TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
                   GO TO ACREDITAR-INTERES-FIN
               END-IF
           END-IF

           MOVE 0 TO DEV-ACUMULADO
           MOVE 0 TO DEV-DIAS
           MOVE WS-FECHA-FIN-MES TO DEV-FECHA-ULT
           MOVE WS-PERIODO-SIG TO DEV-PERIODO
           MOVE CTA-SALDO TO DEV-SALDO-ULT
           REWRITE DEVENGO-REG
           IF FS-DEV NOT = "00"
               DISPLAY "ERROR AL REESCRIBIR DEVENGO " DEV-CUENTA
                   ". FS=" FS-DEV
               MOVE "DEVENGOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-DEV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.
       ACREDITAR-INTERES-FIN.
           EXIT.

      *    FIN DE MES DE LA FECHA DE NEGOCIO (FECHA-RUTINA, FUNCION F),
      *    SUS DIAS Y EL PERIODO SIGUIENTE AAAAMM.
       CALCULAR-FIN-MES.
           MOVE "F" TO WS-FEC-FUNCION
           MOVE WS-FECHA-NEGOCIO TO WS-FEC-FECHA1
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FEC-FECHA1
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC = "00"
               MOVE WS-FEC-RESULTADO TO WS-FECHA-FIN-MES
           ELSE
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-FIN-MES
           END-IF
           MOVE WS-FECHA-FIN-MES TO WS-FECHA-TRAB-N
           MOVE WS-FT-DIA TO WS-DIAS-MES
           IF WS-FT-MES = 12
               COMPUTE WS-PERIODO-SIG = (WS-FT-ANIO + 1) * 100 + 1
           ELSE
               COMPUTE WS-PERIODO-SIG = WS-FT-ANIO * 100
                   + WS-FT-MES + 1
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
           MOVE WS-MOV-SALDO TO MOV-SALDO
           MOVE 0 TO MOV-REFERENCIA
           MOVE 1 TO MOV-SECUENCIA
           MOVE "N" TO WS-MOV-GRABADO
           MOVE SPACES TO WS-LINEA-LOG
           STRING "INTERES CTA=" CTA-NUMERO
               " IMPORTE=" WS-INTERES
               " SALDO=" WS-MOV-SALDO
               INTO WS-LINEA-LOG
           END-STRING
           WRITE REG-TRANSLOG FROM WS-LINEA-LOG.

       GRABAR-TRANSLOG-RETENCION.
           MOVE SPACES TO WS-LINEA-LOG
           STRING "RETENCION CTA=" CTA-NUMERO
               " IMPORTE=" WS-RETENCION
               " SALDO=" CTA-SALDO
               INTO WS-LINEA-LOG
           END-STRING
       GRABAR-DETALLE.
           MOVE SPACES TO WS-LINEA
           STRING "CUENTA " CTA-NUMERO " INTERES " WS-INTERES
               " RET " WS-RETENCION
               " SALDO " CTA-SALDO
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA.

      *----------------------------------------------------------------*
      *    CALCULAR-RETENCION                                          *
      *    Retencion del impuesto segun el segmento del titular        *
      *    (RETIMP-RUTINA); la cuenta en divisas no retiene aqui.      *
      *----------------------------------------------------------------*
       CALCULAR-RETENCION.
           MOVE 0 TO WS-RETENCION
           MOVE CTA-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO WS-RTI-SEGMENTO
               NOT INVALID KEY
                   MOVE CLI-TIPO TO WS-RTI-SEGMENTO
           END-READ
           MOVE WS-INTERES TO WS-RTI-INTERES
           MOVE 0 TO WS-RTI-RETENCION
           IF CTA-MONEDA-LOCAL
               MOVE "C" TO WS-RTI-FUNCION
               CALL "RETIMP-RUTINA" USING WS-RTI-FUNCION CTA-CLI-ID
                   WS-RTI-SEGMENTO WS-FECHA-FIN-MES WS-RTI-INTERES
                   WS-RTI-RETENCION WS-RTI-RC
               MOVE WS-RTI-RETENCION TO WS-RETENCION
           END-IF.

      *    INTERES Y RETENCION AL ACUMULADO ANUAL DEL CLIENTE.
       ACUMULAR-RETENCION.
           IF CTA-MONEDA-LOCAL
               MOVE "A" TO WS-RTI-FUNCION
               CALL "RETIMP-RUTINA" USING WS-RTI-FUNCION CTA-CLI-ID
                   WS-RTI-SEGMENTO WS-FECHA-FIN-MES WS-RTI-INTERES
                   WS-RTI-RETENCION WS-RTI-RC
               IF WS-RTI-RC = "90"
                   DISPLAY "ERROR AL ACUMULAR RETENCION DEL CLIENTE "
                       CTA-CLI-ID
                   MOVE "RETIMPUESTO.IDX" TO WS-ERR-ARCHIVO
                   MOVE "90" TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185,
      * CUENTAS V02/50, DEVENGOS V01/70 Y MOVIMIENTOS V01/68.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF
           MOVE "DEVENGOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 70 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF
           MOVE "MOVIMIENTOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 68 TO WS-LAY-LONGITUD
       DETENER-POR-LAYOUT.
           CLOSE CLIENTES
           CLOSE CUENTAS
           CLOSE ARCH-DEVENGOS
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-TRANSLOG
           CLOSE ARCH-REPORTE
           MOVE 1 TO RETURN-CODE
           STOP RUN.

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
