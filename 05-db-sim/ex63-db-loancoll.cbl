      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Cobranza diaria de cuotas de prestamos de consumo
      *          (PRESTAMOS.IDX / PRESTAMOS-CUOTAS.IDX, originados
      *          en CICS-PRESTAMOS). Para la fecha de negocio, cada
      *          cuota pendiente ya vencida se debita de la cuenta
      *          vinculada con el disponible de DB-STANDING-RUN
      *          (saldo + CTA-LIMITE - CTA-SOBREGIRO - retenciones
      *          vigentes de RETENCIONES-RUTINA), de la mas vieja a
      *          la mas nueva; si no alcanza se cobra lo que haya
      *          (pago parcial, PCU-PAGADO). Cada cobro queda en el
      *          libro como movimiento tipo C (cobro de cuota) con
      *          el numero de prestamo como referencia. Lo impago
      *          devenga interes punitorio diario (mora_tasa.txt,
      *          tasa anual, 36 si no hay archivo) sobre la parte
      *          impaga de la cuota, desde el vencimiento o el
      *          ultimo devengo (PRE-FECHA-MORA), y el punitorio se
      *          cobra antes que la cuota. Cada prestamo vigente se
      *          clasifica por los dias de atraso de su cuota impaga
      *          mas vieja (al dia, 1-30, 31-60, 61-90, mas de 90):
      *          los atrasados salen en el reporte de mora por
      *          sucursal (mora_prestamos_rep.txt, spool
      *          MORA-PREST) y, si la fecha de negocio es fin de
      *          mes, la cartera completa sale en el reporte de
      *          provisiones (provision_prestamos_rep.txt, spool
      *          PROVISION-PR) con el porcentaje de cada tramo de
      *          provision_param.txt (1/5/25/50/100 si no hay
      *          archivo) sobre el saldo de capital.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-LOANCOLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT PRESTAMOS ASSIGN TO "PRESTAMOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NUMERO
               ALTERNATE RECORD KEY IS PRE-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-PRE.
           SELECT PRESTAMOS-CUOTAS ASSIGN TO "PRESTAMOS-CUOTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCU-CLAVE
               FILE STATUS IS FS-PCU.
           SELECT ARCH-TASA-MORA ASSIGN TO "mora_tasa.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TMO.
           SELECT ARCH-PROV-PARAM ASSIGN TO "provision_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PPA.
           SELECT ARCH-REPORTE ASSIGN TO "mora_prestamos_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-PROVISION ASSIGN TO "provision_prestamos_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRV.
           SELECT ARCH-RUNCTL ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCT.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
           05 CTA-NUMERO       PIC 9(8).
           05 CTA-CLI-ID       PIC 9(5).
           05 CTA-TIPO         PIC X(1).
           05 CTA-SALDO        PIC 9(9)V99.
           05 CTA-ESTADO       PIC X(1).
               88 CTA-ACTIVA      VALUE "A" " ".
               88 CTA-INACTIVA    VALUE "I".
               88 CTA-DORMIDA     VALUE "D".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
               88 CTA-MONEDA-LOCAL VALUE "LOC" "   ".
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

       FD  ARCH-MOVIMIENTOS
           RECORD CONTAINS 68 CHARACTERS.
       01  REG-MOVIMIENTO.
           05 MOV-CLAVE.
               10 MOV-CUENTA    PIC 9(8).
               10 MOV-FECHA     PIC 9(8).
               10 MOV-SECUENCIA PIC 9(5).
           05 MOV-CLI-ID       PIC 9(5).
           05 MOV-HORA         PIC 9(8).
           05 MOV-TIPO         PIC X(1).
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 MOV-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(2).

      *----------------------------------------------------------------*
      *    MAESTRO DE PRESTAMOS. PRE-FECHA-MORA ES EL ULTIMO DIA HASTA *
      *    EL QUE SE DEVENGO PUNITORIO (CERO O BLANCO = NUNCA).        *
      *----------------------------------------------------------------*
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
               88 PRE-CANCELADO    VALUE "C".
           05 PRE-SUCURSAL     PIC X(3).
           05 PRE-USUARIO      PIC X(10).
           05 PRE-VERSION      PIC X(1).
           05 PRE-FECHA-MORA   PIC 9(8).
           05 FILLER           PIC X(1).

      *----------------------------------------------------------------*
      *    PLAN DE AMORTIZACION. PCU-MORA ES EL PUNITORIO DEVENGADO Y  *
      *    PCU-PAGADO LO COBRADO A CUENTA (PUNITORIO + CUOTA).         *
      *----------------------------------------------------------------*
       FD  PRESTAMOS-CUOTAS
           RECORD CONTAINS 80 CHARACTERS.
       01  CUOTA-REG.
           05 PCU-CLAVE.
               10 PCU-PRESTAMO  PIC 9(8).
               10 PCU-NUMERO    PIC 9(3).
           05 PCU-VENCIMIENTO  PIC 9(8).
           05 PCU-CUOTA        PIC 9(7)V99.
           05 PCU-CAPITAL      PIC 9(7)V99.
           05 PCU-INTERES      PIC 9(7)V99.
           05 PCU-SALDO        PIC 9(7)V99.
           05 PCU-ESTADO       PIC X(1).
               88 PCU-PENDIENTE    VALUE "P".
               88 PCU-PAGADA       VALUE "C".
           05 PCU-PAGADO       PIC 9(7)V99.
           05 PCU-FECHA-PAGO   PIC 9(8).
           05 PCU-MORA         PIC 9(5)V99.

       FD  ARCH-TASA-MORA.
       01  REG-TASA-MORA.
           05 TMO-TASA-ANUAL   PIC 9(2)V99.

      *    UNA LINEA POR TRAMO: 0 AL DIA, 1 DE 1-30, 2 DE 31-60,
      *    3 DE 61-90, 4 MAS DE 90; PORCENTAJE A PROVISIONAR.
       FD  ARCH-PROV-PARAM.
       01  REG-PROV-PARAM.
           05 PPA-TRAMO        PIC 9(1).
           05 PPA-PORCENTAJE   PIC 9(3)V99.

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

       FD  ARCH-PROVISION.
       01  REG-PROVISION       PIC X(100).

       FD  ARCH-RUNCTL.
       01  REG-RUNCTL.
           05 RCT-JOB          PIC X(12).
           05 RCT-FECHA        PIC 9(8).
           05 RCT-ESTADO       PIC X(10).
           05 RCT-FECHA-CORRIDA PIC 9(8).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-PRE              PIC XX.
       01  FS-PCU              PIC XX.
       01  FS-TMO              PIC XX.
       01  FS-PPA              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-PRV              PIC XX.
       01  FS-RCT              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO  PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).
       01  WS-LAY-ARCHIVO      PIC X(20).
       01  WS-LAY-VERSION      PIC X(2).
       01  WS-LAY-LONGITUD     PIC 9(4).
       01  WS-LAY-RESULTADO    PIC X(1).
       01  WS-LAY-INFO         PIC X(40).
       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).
       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-USUARIO     PIC X(10).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).

       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA1       PIC 9(8) VALUE 0.
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-FIN-DE-MES       PIC X VALUE "N".

       01  WS-FIN-PRE          PIC X VALUE "N".
       01  WS-FIN-PCU          PIC X VALUE "N".
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-TIPO         PIC X(1).
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  WS-IMPORTE          PIC 9(7)V99 VALUE 0.
       01  WS-EXCEDENTE        PIC 9(7)V99 VALUE 0.
       01  WS-RETENIDO         PIC 9(9)V99 VALUE 0.
       01  WS-RET-RC           PIC X(2).

      *----------------------------------------------------------------*
      *    COBRO DE UN PRESTAMO: DISPONIBLE DE LA CUENTA, LO QUE SE    *
      *    DEBE DE CADA CUOTA Y EL ATRASO DE LA IMPAGA MAS VIEJA.      *
      *----------------------------------------------------------------*
       01  WS-CUENTA-OK        PIC X VALUE "N".
       01  WS-DISPONIBLE       PIC S9(10)V99 VALUE 0.
       01  WS-TASA-MORA        PIC 9(2)V99 VALUE 36.00.
       01  WS-MORA-DESDE       PIC 9(8) VALUE 0.
       01  WS-DIAS-MORA        PIC 9(5) VALUE 0.
       01  WS-BASE-MORA        PIC 9(7)V99 VALUE 0.
       01  WS-MORA-DIA         PIC 9(5)V99 VALUE 0.
       01  WS-ADEUDADO         PIC 9(7)V99 VALUE 0.
       01  WS-COBRO            PIC 9(7)V99 VALUE 0.
       01  WS-DIAS-ATRASO      PIC 9(5) VALUE 0.
       01  WS-DIAS-CUOTA       PIC 9(5) VALUE 0.
       01  WS-VENCIDO          PIC 9(9)V99 VALUE 0.
       01  WS-TRAMO            PIC 9(1) VALUE 0.

      *----------------------------------------------------------------*
      *    ATRASADOS DEL DIA (PARA EL REPORTE AGRUPADO POR SUCURSAL)   *
      *    Y CARTERA POR SUCURSAL Y TRAMO (MORA Y PROVISIONES).        *
      *----------------------------------------------------------------*
       01  WS-TABLA-ATRASO.
           05 WS-ATR-ENT OCCURS 1000 TIMES.
               10 TA-SUCURSAL  PIC X(3).
               10 TA-PRESTAMO  PIC 9(8).
               10 TA-CLI-ID    PIC 9(5).
               10 TA-CUENTA    PIC 9(8).
               10 TA-DIAS      PIC 9(5).
               10 TA-TRAMO     PIC 9(1).
               10 TA-VENCIDO   PIC 9(9)V99.
               10 TA-SALDO     PIC 9(7)V99.
       01  WS-CANT-ATRASO      PIC 9(4) VALUE 0.
       01  WS-IDX-ATR          PIC 9(4) VALUE 0.

       01  WS-TABLA-SUCURSAL.
           05 WS-SUC-ENT OCCURS 50 TIMES.
               10 TS-SUCURSAL  PIC X(3).
               10 TS-TRAMO OCCURS 5 TIMES.
                   15 TS-CANT      PIC 9(5).
                   15 TS-VENCIDO   PIC 9(9)V99.
                   15 TS-SALDO     PIC 9(11)V99.
       01  WS-CANT-SUC         PIC 9(2) VALUE 0.
       01  WS-IDX-SUC          PIC 9(2) VALUE 0.
       01  WS-IDX-TRA          PIC 9(1) VALUE 0.
       01  WS-SUC-BUSCADA      PIC X(3).

       01  WS-TABLA-PROVISION.
           05 WS-PRV-PORC OCCURS 5 TIMES PIC 9(3)V99.
       01  WS-PROVISION        PIC 9(11)V99 VALUE 0.
       01  WS-TOT-PRV-SALDO    PIC 9(11)V99 VALUE 0.
       01  WS-TOT-PROVISION    PIC 9(11)V99 VALUE 0.
       01  WS-TOT-TRAMO-CANT   PIC 9(5) VALUE 0.
       01  WS-TOT-TRAMO-VENC   PIC 9(11)V99 VALUE 0.
       01  WS-NOMBRE-TRAMO     PIC X(8).

       01  WS-CONT-PRESTAMOS   PIC 9(5) VALUE 0.
       01  WS-CONT-CUOTAS-VENC PIC 9(5) VALUE 0.
       01  WS-CONT-COBRADAS    PIC 9(5) VALUE 0.
       01  WS-CONT-PARCIALES   PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-COBRO   PIC 9(5) VALUE 0.
       01  WS-CONT-CANCELADOS  PIC 9(5) VALUE 0.
       01  WS-CONT-ATRASADOS   PIC 9(5) VALUE 0.
       01  WS-TOT-COBRADO      PIC 9(11)V99 VALUE 0.
       01  WS-TOT-MORA         PIC 9(9)V99 VALUE 0.
       01  WS-DESBORDE         PIC X VALUE "N".

       01  WS-LINEA            PIC X(100).
       01  WS-ED-IMPORTE       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-SALDO         PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-PORC          PIC ZZ9.99.
       01  WS-ED-CANT          PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   COBRANZA DE CUOTAS DE PRESTAMOS              "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
           PERFORM VERIFICAR-FIN-DE-MES
           PERFORM CARGAR-TASA-MORA
           PERFORM CARGAR-PROVISIONES
           DISPLAY "TASA ANUAL PUNITORIA: " WS-TASA-MORA " %"

           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "COBRAPREST" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PRESTAMOS
           IF FS-PRE NOT = "00"
               DISPLAY "SIN PRESTAMOS.IDX (FS=" FS-PRE
                   "). NADA QUE COBRAR."
               PERFORM LIBERAR-CANDADO
               PERFORM GRABAR-RUN-CONTROL
               DISPLAY "FIN DEL PROGRAMA."
               STOP RUN
           END-IF
           OPEN I-O PRESTAMOS-CUOTAS
           IF FS-PCU NOT = "00"
               DISPLAY "ERROR AL ABRIR PRESTAMOS-CUOTAS.IDX. FS="
                   FS-PCU
               MOVE "PRESTAMOS-CUOTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-PCU TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE PRESTAMOS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE PRESTAMOS
               CLOSE PRESTAMOS-CUOTAS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ARCH-MOVIMIENTOS
           IF FS-MOV = "35"
               OPEN OUTPUT ARCH-MOVIMIENTOS
               CLOSE ARCH-MOVIMIENTOS
               OPEN I-O ARCH-MOVIMIENTOS
           END-IF
           IF FS-MOV NOT = "00"
               DISPLAY "ERROR AL ABRIR MOVIMIENTOS.IDX. FS=" FS-MOV
               MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-MOV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE PRESTAMOS
               CLOSE PRESTAMOS-CUOTAS
               CLOSE CUENTAS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS

           MOVE "N" TO WS-FIN-PRE
           PERFORM UNTIL WS-FIN-PRE = "S"
               READ PRESTAMOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PRE
                   NOT AT END
                       IF PRE-VIGENTE
                           ADD 1 TO WS-CONT-PRESTAMOS
                           PERFORM COBRAR-PRESTAMO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PRESTAMOS
           CLOSE PRESTAMOS-CUOTAS
           CLOSE CUENTAS
           CLOSE ARCH-MOVIMIENTOS
           PERFORM LIBERAR-CANDADO

           PERFORM EMITIR-REPORTE-MORA
           IF WS-FIN-DE-MES = "S"
               PERFORM EMITIR-REPORTE-PROVISION
           END-IF
           PERFORM GRABAR-RUN-CONTROL

           DISPLAY "-----------------------------------------------"
           DISPLAY "PRESTAMOS VIGENTES:      " WS-CONT-PRESTAMOS
           DISPLAY "CUOTAS VENCIDAS A COBRAR:" WS-CONT-CUOTAS-VENC
           DISPLAY "COBRADAS COMPLETAS:      " WS-CONT-COBRADAS
           DISPLAY "COBROS PARCIALES:        " WS-CONT-PARCIALES
           DISPLAY "SIN COBRO:               " WS-CONT-SIN-COBRO
           DISPLAY "PRESTAMOS CANCELADOS:    " WS-CONT-CANCELADOS
           DISPLAY "PRESTAMOS EN MORA:       " WS-CONT-ATRASADOS
           DISPLAY "TOTAL COBRADO:           " WS-TOT-COBRADO
           DISPLAY "PUNITORIO DEVENGADO:     " WS-TOT-MORA
           DISPLAY "DETALLE: mora_prestamos_rep.txt"
           IF WS-FIN-DE-MES = "S"
               DISPLAY "PROVISIONES: provision_prestamos_rep.txt"
           END-IF
           IF WS-DESBORDE = "S"
               DISPLAY "** MAS DE 1000 PRESTAMOS ATRASADOS O 50 "
                   "SUCURSALES: EL REPORTE SALE INCOMPLETO. **"
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *-----------------------------------------------------------------
      * LIBERA EL CANDADO DE CORRIDA DEL MAESTRO (RUN-LOCK).
      *-----------------------------------------------------------------
       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

      *    LAS PROVISIONES SE EMITEN EL ULTIMO DIA DEL MES DE LA
      *    FECHA DE NEGOCIO.
       VERIFICAR-FIN-DE-MES.
           MOVE "N" TO WS-FIN-DE-MES
           MOVE "F" TO WS-FEC-FUNCION
           MOVE WS-FECHA-NEGOCIO TO WS-FEC-FECHA1
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FEC-FECHA1
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC = "00"
               IF WS-FEC-RESULTADO = WS-FECHA-NEGOCIO
                   MOVE "S" TO WS-FIN-DE-MES
               END-IF
           END-IF.

       CARGAR-TASA-MORA.
           OPEN INPUT ARCH-TASA-MORA
           IF FS-TMO = "00"
               READ ARCH-TASA-MORA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TMO-TASA-ANUAL IS NUMERIC
                           MOVE TMO-TASA-ANUAL TO WS-TASA-MORA
                       END-IF
               END-READ
               CLOSE ARCH-TASA-MORA
           END-IF.

       CARGAR-PROVISIONES.
           MOVE 1 TO WS-PRV-PORC(1)
           MOVE 5 TO WS-PRV-PORC(2)
           MOVE 25 TO WS-PRV-PORC(3)
           MOVE 50 TO WS-PRV-PORC(4)
           MOVE 100 TO WS-PRV-PORC(5)
           OPEN INPUT ARCH-PROV-PARAM
           IF FS-PPA = "00"
               PERFORM UNTIL FS-PPA NOT = "00"
                   READ ARCH-PROV-PARAM
                       AT END
                           MOVE "10" TO FS-PPA
                       NOT AT END
                           IF PPA-TRAMO IS NUMERIC
                                   AND PPA-TRAMO < 5
                                   AND PPA-PORCENTAJE IS NUMERIC
                               MOVE PPA-PORCENTAJE
                                   TO WS-PRV-PORC(PPA-TRAMO + 1)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-PROV-PARAM
           END-IF.

      *----------------------------------------------------------------*
      *    COBRAR-PRESTAMO                                             *
      *    Recorre las cuotas vencidas (vencimiento hasta la fecha     *
      *    de negocio) de la mas vieja a la mas nueva: devenga el      *
      *    punitorio, cobra lo que el disponible permita y marca C     *
      *    la cuota saldada. Al final el prestamo queda clasificado    *
      *    por el atraso de la cuota impaga mas vieja.                 *
      *----------------------------------------------------------------*
       COBRAR-PRESTAMO.
           MOVE 0 TO WS-DIAS-ATRASO
           MOVE 0 TO WS-VENCIDO
           IF PRE-FECHA-MORA NOT NUMERIC
               MOVE 0 TO PRE-FECHA-MORA
           END-IF
           PERFORM CALCULAR-DISPONIBLE

           MOVE "N" TO WS-FIN-PCU
           MOVE PRE-NUMERO TO PCU-PRESTAMO
           MOVE 0 TO PCU-NUMERO
           START PRESTAMOS-CUOTAS KEY IS NOT LESS THAN PCU-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-PCU
           END-START
           PERFORM UNTIL WS-FIN-PCU = "S"
               READ PRESTAMOS-CUOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PCU
                   NOT AT END
                       IF PCU-PRESTAMO NOT = PRE-NUMERO
                               OR PCU-VENCIMIENTO > WS-FECHA-NEGOCIO
                           MOVE "S" TO WS-FIN-PCU
                       ELSE
                           IF PCU-PENDIENTE
                               PERFORM COBRAR-CUOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-FECHA-NEGOCIO TO PRE-FECHA-MORA
           IF PRE-CUOTAS-PAGAS NOT < PRE-PLAZO
               MOVE "C" TO PRE-ESTADO
               MOVE 0 TO PRE-SALDO-CAPITAL
               ADD 1 TO WS-CONT-CANCELADOS
           END-IF
           REWRITE PRESTAMO-REG
           IF FS-PRE NOT = "00"
               MOVE "PRESTAMOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-PRE TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF

           IF PRE-VIGENTE
               PERFORM CLASIFICAR-PRESTAMO
           END-IF.

      *    MISMO DISPONIBLE QUE DB-STANDING-RUN; UNA CUENTA
      *    INEXISTENTE O DADA DE BAJA NO PAGA NADA.
       CALCULAR-DISPONIBLE.
           MOVE "N" TO WS-CUENTA-OK
           MOVE 0 TO WS-DISPONIBLE
           MOVE PRE-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CTA-INACTIVA
                       MOVE "S" TO WS-CUENTA-OK
                       CALL "RETENCIONES-RUTINA" USING CTA-NUMERO
                           WS-FECHA-NEGOCIO WS-RETENIDO WS-RET-RC
                       COMPUTE WS-DISPONIBLE = CTA-SALDO
                           + CTA-LIMITE - CTA-SOBREGIRO
                           - WS-RETENIDO
                       IF WS-DISPONIBLE < 0
                           MOVE 0 TO WS-DISPONIBLE
                       END-IF
                   END-IF
           END-READ.

       COBRAR-CUOTA.
           ADD 1 TO WS-CONT-CUOTAS-VENC
           IF PCU-MORA NOT NUMERIC
               MOVE 0 TO PCU-MORA
           END-IF
           IF PCU-PAGADO NOT NUMERIC
               MOVE 0 TO PCU-PAGADO
           END-IF
           PERFORM DEVENGAR-MORA

           COMPUTE WS-ADEUDADO = PCU-CUOTA + PCU-MORA - PCU-PAGADO
           MOVE 0 TO WS-COBRO
           IF WS-CUENTA-OK = "S" AND WS-DISPONIBLE > 0
               IF WS-ADEUDADO > WS-DISPONIBLE
                   MOVE WS-DISPONIBLE TO WS-COBRO
               ELSE
                   MOVE WS-ADEUDADO TO WS-COBRO
               END-IF
           END-IF
           IF WS-COBRO > 0
               PERFORM DEBITAR-CUENTA
           END-IF

           IF WS-COBRO > 0
               ADD WS-COBRO TO PCU-PAGADO
               SUBTRACT WS-COBRO FROM WS-DISPONIBLE
               SUBTRACT WS-COBRO FROM WS-ADEUDADO
               ADD WS-COBRO TO WS-TOT-COBRADO
           END-IF
           IF WS-ADEUDADO = 0
               MOVE "C" TO PCU-ESTADO
               MOVE WS-FECHA-NEGOCIO TO PCU-FECHA-PAGO
               ADD 1 TO PRE-CUOTAS-PAGAS
               IF PCU-CAPITAL > PRE-SALDO-CAPITAL
                   MOVE 0 TO PRE-SALDO-CAPITAL
               ELSE
                   SUBTRACT PCU-CAPITAL FROM PRE-SALDO-CAPITAL
               END-IF
               ADD 1 TO WS-CONT-COBRADAS
           ELSE
               IF WS-COBRO > 0
                   ADD 1 TO WS-CONT-PARCIALES
               ELSE
                   ADD 1 TO WS-CONT-SIN-COBRO
               END-IF
               PERFORM ACUMULAR-ATRASO
           END-IF

           REWRITE CUOTA-REG
           IF FS-PCU NOT = "00"
               MOVE "PRESTAMOS-CUOTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-PCU TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *    PUNITORIO DIARIO SOBRE LA PARTE IMPAGA DE LA CUOTA (LO
      *    COBRADO VA PRIMERO AL PUNITORIO), DESDE EL VENCIMIENTO O
      *    EL ULTIMO DEVENGO DEL PRESTAMO; UNA SEGUNDA CORRIDA EN EL
      *    MISMO DIA NO DEVENGA DE NUEVO.
       DEVENGAR-MORA.
           MOVE PCU-VENCIMIENTO TO WS-MORA-DESDE
           IF PRE-FECHA-MORA > WS-MORA-DESDE
               MOVE PRE-FECHA-MORA TO WS-MORA-DESDE
           END-IF
           MOVE "D" TO WS-FEC-FUNCION
           MOVE WS-FECHA-NEGOCIO TO WS-FEC-FECHA1
           MOVE WS-MORA-DESDE TO WS-FEC-FECHA2
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FEC-FECHA1
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           MOVE 0 TO WS-DIAS-MORA
           IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO > 0
               MOVE WS-FEC-RESULTADO TO WS-DIAS-MORA
           END-IF
           IF WS-DIAS-MORA > 0
               IF PCU-PAGADO > PCU-MORA
                   COMPUTE WS-BASE-MORA =
                       PCU-CUOTA - (PCU-PAGADO - PCU-MORA)
               ELSE
                   MOVE PCU-CUOTA TO WS-BASE-MORA
               END-IF
               COMPUTE WS-MORA-DIA ROUNDED =
                   WS-BASE-MORA * WS-TASA-MORA * WS-DIAS-MORA / 36500
               ADD WS-MORA-DIA TO PCU-MORA
               ADD WS-MORA-DIA TO WS-TOT-MORA
           END-IF.

      *    EL COBRO SE DEBITA COMO UN RETIRO (EL EXCEDENTE SOBRE EL
      *    SALDO VA A SOBREGIRO, DENTRO DEL LIMITE YA CONTROLADO) Y
      *    QUEDA EN EL LIBRO COMO TIPO C. SI LA CUENTA NO SE PUDO
      *    ACTUALIZAR NO SE COBRA NADA.
       DEBITAR-CUENTA.
           MOVE PRE-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE 0 TO WS-COBRO
           END-READ
           IF WS-COBRO > 0
               MOVE WS-COBRO TO WS-IMPORTE
               IF WS-IMPORTE > CTA-SALDO
                   COMPUTE WS-EXCEDENTE = WS-IMPORTE - CTA-SALDO
                   MOVE 0 TO CTA-SALDO
                   ADD WS-EXCEDENTE TO CTA-SOBREGIRO
               ELSE
                   SUBTRACT WS-IMPORTE FROM CTA-SALDO
               END-IF
               REWRITE CUENTA-REG
               IF FS-CTA = "00"
                   MOVE "C" TO WS-MOV-TIPO
                   PERFORM GRABAR-MOVIMIENTO
               ELSE
                   MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-CTA TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
                   MOVE 0 TO WS-COBRO
                   MOVE "N" TO WS-CUENTA-OK
               END-IF
           END-IF.

       GRABAR-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-MOV-FECHA TO MOV-FECHA
           MOVE WS-MOV-HORA TO MOV-HORA
           MOVE WS-MOV-TIPO TO MOV-TIPO
           MOVE WS-IMPORTE TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           MOVE PRE-NUMERO TO MOV-REFERENCIA
           MOVE CTA-SUCURSAL TO MOV-SUCURSAL
           MOVE 1 TO MOV-SECUENCIA
           MOVE "N" TO WS-MOV-GRABADO
           PERFORM UNTIL WS-MOV-GRABADO = "S"
                   OR MOV-SECUENCIA = 99999
               WRITE REG-MOVIMIENTO
               IF FS-MOV = "00"
                   MOVE "S" TO WS-MOV-GRABADO
               ELSE
                   IF FS-MOV = "22"
                       ADD 1 TO MOV-SECUENCIA
                   ELSE
                       MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
                       MOVE FS-MOV TO WS-ERR-FS
                       PERFORM REGISTRAR-ERROR
                       MOVE "S" TO WS-MOV-GRABADO
                   END-IF
               END-IF
           END-PERFORM.

      *    LO QUE QUEDA IMPAGO DE UNA CUOTA YA VENCIDA (EL DIA DEL
      *    VENCIMIENTO TODAVIA NO ES ATRASO); LA PRIMERA QUE APARECE
      *    ES LA MAS VIEJA Y DA LOS DIAS DE ATRASO DEL PRESTAMO.
       ACUMULAR-ATRASO.
           MOVE "D" TO WS-FEC-FUNCION
           MOVE WS-FECHA-NEGOCIO TO WS-FEC-FECHA1
           MOVE PCU-VENCIMIENTO TO WS-FEC-FECHA2
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FEC-FECHA1
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           MOVE 0 TO WS-DIAS-CUOTA
           IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO > 0
               MOVE WS-FEC-RESULTADO TO WS-DIAS-CUOTA
           END-IF
           IF WS-DIAS-CUOTA > 0
               ADD WS-ADEUDADO TO WS-VENCIDO
               IF WS-DIAS-ATRASO = 0
                   MOVE WS-DIAS-CUOTA TO WS-DIAS-ATRASO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    CLASIFICAR-PRESTAMO                                         *
      *    Tramo 0 al dia, 1 de 1 a 30 dias, 2 de 31 a 60, 3 de 61 a   *
      *    90 y 4 mas de 90. El saldo de capital de toda la cartera    *
      *    va a la tabla de sucursales (base de provisiones); los      *
      *    atrasados ademas al detalle del reporte de mora.            *
      *----------------------------------------------------------------*
       CLASIFICAR-PRESTAMO.
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO = 0
                   MOVE 0 TO WS-TRAMO
               WHEN WS-DIAS-ATRASO <= 30
                   MOVE 1 TO WS-TRAMO
               WHEN WS-DIAS-ATRASO <= 60
                   MOVE 2 TO WS-TRAMO
               WHEN WS-DIAS-ATRASO <= 90
                   MOVE 3 TO WS-TRAMO
               WHEN OTHER
                   MOVE 4 TO WS-TRAMO
           END-EVALUATE

           MOVE PRE-SUCURSAL TO WS-SUC-BUSCADA
           PERFORM BUSCAR-SUCURSAL
           IF WS-IDX-SUC > 0
               COMPUTE WS-IDX-TRA = WS-TRAMO + 1
               ADD 1 TO TS-CANT(WS-IDX-SUC, WS-IDX-TRA)
               ADD WS-VENCIDO TO TS-VENCIDO(WS-IDX-SUC, WS-IDX-TRA)
               ADD PRE-SALDO-CAPITAL
                   TO TS-SALDO(WS-IDX-SUC, WS-IDX-TRA)
           END-IF

           IF WS-TRAMO > 0
               ADD 1 TO WS-CONT-ATRASADOS
               IF WS-CANT-ATRASO < 1000
                   ADD 1 TO WS-CANT-ATRASO
                   MOVE PRE-SUCURSAL TO TA-SUCURSAL(WS-CANT-ATRASO)
                   MOVE PRE-NUMERO TO TA-PRESTAMO(WS-CANT-ATRASO)
                   MOVE PRE-CLI-ID TO TA-CLI-ID(WS-CANT-ATRASO)
                   MOVE PRE-CUENTA TO TA-CUENTA(WS-CANT-ATRASO)
                   MOVE WS-DIAS-ATRASO TO TA-DIAS(WS-CANT-ATRASO)
                   MOVE WS-TRAMO TO TA-TRAMO(WS-CANT-ATRASO)
                   MOVE WS-VENCIDO TO TA-VENCIDO(WS-CANT-ATRASO)
                   MOVE PRE-SALDO-CAPITAL TO TA-SALDO(WS-CANT-ATRASO)
               ELSE
                   MOVE "S" TO WS-DESBORDE
               END-IF
           END-IF.

       BUSCAR-SUCURSAL.
           MOVE 0 TO WS-IDX-SUC
           PERFORM VARYING WS-IDX-ATR FROM 1 BY 1
                   UNTIL WS-IDX-ATR > WS-CANT-SUC
               IF TS-SUCURSAL(WS-IDX-ATR) = WS-SUC-BUSCADA
                   MOVE WS-IDX-ATR TO WS-IDX-SUC
                   MOVE WS-CANT-SUC TO WS-IDX-ATR
               END-IF
           END-PERFORM
           IF WS-IDX-SUC = 0
               IF WS-CANT-SUC < 50
                   ADD 1 TO WS-CANT-SUC
                   MOVE WS-CANT-SUC TO WS-IDX-SUC
                   MOVE WS-SUC-BUSCADA TO TS-SUCURSAL(WS-IDX-SUC)
                   PERFORM VARYING WS-IDX-TRA FROM 1 BY 1
                           UNTIL WS-IDX-TRA > 5
                       MOVE 0 TO TS-CANT(WS-IDX-SUC, WS-IDX-TRA)
                       MOVE 0 TO TS-VENCIDO(WS-IDX-SUC, WS-IDX-TRA)
                       MOVE 0 TO TS-SALDO(WS-IDX-SUC, WS-IDX-TRA)
                   END-PERFORM
               ELSE
                   MOVE "S" TO WS-DESBORDE
               END-IF
           END-IF.

       NOMBRAR-TRAMO.
           EVALUATE WS-IDX-TRA
               WHEN 1 MOVE "AL DIA  " TO WS-NOMBRE-TRAMO
               WHEN 2 MOVE "1-30    " TO WS-NOMBRE-TRAMO
               WHEN 3 MOVE "31-60   " TO WS-NOMBRE-TRAMO
               WHEN 4 MOVE "61-90   " TO WS-NOMBRE-TRAMO
               WHEN OTHER MOVE "MAS 90  " TO WS-NOMBRE-TRAMO
           END-EVALUATE.

      *----------------------------------------------------------------*
      *    EMITIR-REPORTE-MORA                                         *
      *    Por sucursal: el detalle de sus prestamos atrasados y el    *
      *    subtotal de cada tramo; al pie, el total por tramo.         *
      *----------------------------------------------------------------*
       EMITIR-REPORTE-MORA.
           OPEN OUTPUT ARCH-REPORTE
           MOVE SPACES TO WS-LINEA
           STRING "REPORTE DE MORA DE PRESTAMOS AL "
               WS-FECHA-NEGOCIO " (PUNITORIO " WS-TASA-MORA
               " % ANUAL)"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA

           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               COMPUTE WS-TOT-TRAMO-CANT =
                   TS-CANT(WS-IDX-SUC, 2) + TS-CANT(WS-IDX-SUC, 3)
                   + TS-CANT(WS-IDX-SUC, 4) + TS-CANT(WS-IDX-SUC, 5)
               IF WS-TOT-TRAMO-CANT > 0
                   PERFORM EMITIR-SUCURSAL-MORA
               END-IF
           END-PERFORM

           MOVE ALL "=" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE "TOTAL DEL BANCO" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           PERFORM VARYING WS-IDX-TRA FROM 2 BY 1
                   UNTIL WS-IDX-TRA > 5
               MOVE 0 TO WS-TOT-TRAMO-CANT
               MOVE 0 TO WS-TOT-TRAMO-VENC
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                       UNTIL WS-IDX-SUC > WS-CANT-SUC
                   ADD TS-CANT(WS-IDX-SUC, WS-IDX-TRA)
                       TO WS-TOT-TRAMO-CANT
                   ADD TS-VENCIDO(WS-IDX-SUC, WS-IDX-TRA)
                       TO WS-TOT-TRAMO-VENC
               END-PERFORM
               PERFORM NOMBRAR-TRAMO
               MOVE WS-TOT-TRAMO-CANT TO WS-ED-CANT
               MOVE WS-TOT-TRAMO-VENC TO WS-ED-TOTAL
               MOVE SPACES TO WS-LINEA
               STRING "  TRAMO " WS-NOMBRE-TRAMO " PRESTAMOS "
                   WS-ED-CANT "  VENCIDO " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
           END-PERFORM
           CLOSE ARCH-REPORTE

           MOVE "MORA-PREST" TO WS-SPOOL-REPORTE
           MOVE "mora_prestamos_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC.

       EMITIR-SUCURSAL-MORA.
           MOVE SPACES TO WS-LINEA
           STRING "SUCURSAL " TS-SUCURSAL(WS-IDX-SUC)
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "PRESTAMO CLIENTE CUENTA    DIAS TRAMO   "
               "        VENCIDO  SALDO CAPITAL"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           PERFORM VARYING WS-IDX-ATR FROM 1 BY 1
                   UNTIL WS-IDX-ATR > WS-CANT-ATRASO
               IF TA-SUCURSAL(WS-IDX-ATR) = TS-SUCURSAL(WS-IDX-SUC)
                   COMPUTE WS-IDX-TRA = TA-TRAMO(WS-IDX-ATR) + 1
                   PERFORM NOMBRAR-TRAMO
                   MOVE TA-VENCIDO(WS-IDX-ATR) TO WS-ED-IMPORTE
                   MOVE TA-SALDO(WS-IDX-ATR) TO WS-ED-SALDO
                   MOVE SPACES TO WS-LINEA
                   STRING TA-PRESTAMO(WS-IDX-ATR) " "
                       TA-CLI-ID(WS-IDX-ATR) "   "
                       TA-CUENTA(WS-IDX-ATR) " "
                       TA-DIAS(WS-IDX-ATR) " "
                       WS-NOMBRE-TRAMO WS-ED-IMPORTE " "
                       WS-ED-SALDO
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   WRITE REG-REPORTE FROM WS-LINEA
               END-IF
           END-PERFORM
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           PERFORM VARYING WS-IDX-TRA FROM 2 BY 1
                   UNTIL WS-IDX-TRA > 5
               IF TS-CANT(WS-IDX-SUC, WS-IDX-TRA) > 0
                   PERFORM NOMBRAR-TRAMO
                   MOVE TS-CANT(WS-IDX-SUC, WS-IDX-TRA) TO WS-ED-CANT
                   MOVE TS-VENCIDO(WS-IDX-SUC, WS-IDX-TRA)
                       TO WS-ED-TOTAL
                   MOVE SPACES TO WS-LINEA
                   STRING "  TRAMO " WS-NOMBRE-TRAMO " PRESTAMOS "
                       WS-ED-CANT "  VENCIDO " WS-ED-TOTAL
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   WRITE REG-REPORTE FROM WS-LINEA
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA.

      *----------------------------------------------------------------*
      *    EMITIR-REPORTE-PROVISION                                    *
      *    Fin de mes: por sucursal y tramo, saldo de capital de la    *
      *    cartera vigente por el porcentaje del tramo.                *
      *----------------------------------------------------------------*
       EMITIR-REPORTE-PROVISION.
           MOVE 0 TO WS-TOT-PRV-SALDO
           MOVE 0 TO WS-TOT-PROVISION
           OPEN OUTPUT ARCH-PROVISION
           MOVE SPACES TO WS-LINEA
           STRING "PROVISION DE CARTERA DE PRESTAMOS AL "
               WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-PROVISION FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "SUC TRAMO    PRESTAMOS   PORC      SALDO CAPITAL"
               "          PROVISION"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-PROVISION FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-PROVISION FROM WS-LINEA

           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               PERFORM VARYING WS-IDX-TRA FROM 1 BY 1
                       UNTIL WS-IDX-TRA > 5
                   IF TS-CANT(WS-IDX-SUC, WS-IDX-TRA) > 0
                       PERFORM EMITIR-LINEA-PROVISION
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA
           WRITE REG-PROVISION FROM WS-LINEA
           MOVE WS-TOT-PRV-SALDO TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "CARTERA VIGENTE:     " WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-PROVISION FROM WS-LINEA
           MOVE WS-TOT-PROVISION TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "PROVISION REQUERIDA: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-PROVISION FROM WS-LINEA
           CLOSE ARCH-PROVISION

           MOVE "PROVISION-PR" TO WS-SPOOL-REPORTE
           MOVE "provision_prestamos_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC.

       EMITIR-LINEA-PROVISION.
           COMPUTE WS-PROVISION ROUNDED =
               TS-SALDO(WS-IDX-SUC, WS-IDX-TRA)
               * WS-PRV-PORC(WS-IDX-TRA) / 100
           ADD TS-SALDO(WS-IDX-SUC, WS-IDX-TRA) TO WS-TOT-PRV-SALDO
           ADD WS-PROVISION TO WS-TOT-PROVISION
           PERFORM NOMBRAR-TRAMO
           MOVE TS-CANT(WS-IDX-SUC, WS-IDX-TRA) TO WS-ED-CANT
           MOVE WS-PRV-PORC(WS-IDX-TRA) TO WS-ED-PORC
           MOVE SPACES TO WS-LINEA
           STRING TS-SUCURSAL(WS-IDX-SUC) " " WS-NOMBRE-TRAMO " "
               WS-ED-CANT "  " WS-ED-PORC
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           MOVE TS-SALDO(WS-IDX-SUC, WS-IDX-TRA) TO WS-ED-TOTAL
           MOVE WS-ED-TOTAL TO WS-LINEA(35:17)
           MOVE WS-PROVISION TO WS-ED-TOTAL
           MOVE WS-ED-TOTAL TO WS-LINEA(53:17)
           WRITE REG-PROVISION FROM WS-LINEA.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: LA COBRANZA DE LA FECHA DE NEGOCIO QUEDA
      * REGISTRADA EN runctl.txt.
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "COBRO-PREST" TO RCT-JOB
           MOVE WS-FECHA-NEGOCIO TO RCT-FECHA
           MOVE "COBRADO" TO RCT-ESTADO
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CUENTAS V02/50,
      * MOVIMIENTOS V01/68, PRESTAMOS V01/100 Y PRESTAMOS-CUOTAS
      * V01/80.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "MOVIMIENTOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 68 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "PRESTAMOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 100 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "PRESTAMOS-CUOTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 80 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT.

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF.

       DETENER-POR-LAYOUT.
           DISPLAY "SE ABORTA SIN COBRAR."
           CLOSE PRESTAMOS
           CLOSE PRESTAMOS-CUOTAS
           CLOSE CUENTAS
           CLOSE ARCH-MOVIMIENTOS
           PERFORM LIBERAR-CANDADO
           MOVE 1 TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
      * REGISTRA EN errores.log CUALQUIER FS DISTINTO DE "00"
      *-----------------------------------------------------------------
       REGISTRAR-ERROR.
           ACCEPT WS-ERR-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ERR-HORA FROM TIME

           OPEN EXTEND ARCH-ERRORES
           IF FS-ERR NOT = "00"
               OPEN OUTPUT ARCH-ERRORES
           END-IF

           CALL "FS-EXPLICA" USING WS-ERR-FS WS-ERR-SIGNIFICADO

           MOVE SPACES TO WS-LINEA-ERROR
           STRING
               WS-ERR-FECHA DELIMITED BY SIZE
               " " WS-ERR-HORA DELIMITED BY SIZE
               " PROGRAMA=DB-LOANCOLL" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-LOANCOLL.
