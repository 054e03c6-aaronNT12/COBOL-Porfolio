      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Ajuste de intereses por fecha valor: un deposito
      *          tecleado tarde o un retiro corregido se postea con
      *          la MOV-FECHA del dia, pero su efecto corre desde la
      *          fecha valor. DB-POSTING y EX02-CICS-GET dejan cada
      *          movimiento valutado hacia atras en fechas_valor.txt
      *          (estado P); esta corrida, en la cadena de cierre
      *          despues de los posteos, toma los pendientes y por
      *          cada uno rejuega la historia de la cuenta en el
      *          libro con las reglas de posteo (como DB-ODINTEREST)
      *          para saber, dia por dia entre la fecha valor y la
      *          de posteo, que parte del importe habria caido sobre
      *          saldo acreedor y que parte sobre sobregiro. Sobre la
      *          parte acreedora recalcula el interes que paga
      *          DB-INTEREST (tasa mensual del catalogo repartida por
      *          los dias del mes) y sobre la de sobregiro el interes
      *          que cobra DB-ODINTEREST (tasa anual de
      *          sobregiro_tasa.txt, 24% por defecto). La diferencia
      *          se postea como movimiento propio: tipo J (ajuste a
      *          favor del cliente) para un credito valutado, tipo K
      *          (ajuste a cargo) para un debito valutado. El
      *          pendiente queda en A con la fecha del ajuste y el
      *          detalle sale en fecha_valor_rep.txt.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR El sentido de cada tipo de movimiento sale de
      *                la rutina comun SENTIDO-RUTINA en lugar de una
      *                lista propia: la correccion de un debito (U)
      *                y la pata credito de divisas (Y) dejan de
      *                rejugarse como debitos.
      * 15-10-2026 AAR El reintegro de saldo no reclamado (tipo H)
      *                cuenta como credito en la ventana.
      * 15-10-2026 AAR La transferencia recibida de otro banco (tipo
      *                A) cuenta como credito en la ventana.
      * 15-10-2026 AAR La devolucion de transferencia interbancaria
      *                (tipo V) cuenta como credito en la ventana.
      * 14-10-2026 AAR El desembolso de prestamo (tipo L) cuenta como
      *                credito al rehacer el saldo de la ventana.
      * 14-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-VALADJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS.
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
           SELECT ARCH-FECHA-VALOR ASSIGN TO "fechas_valor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FVL.
           SELECT ARCH-CATALOGO ASSIGN TO "catalogo_productos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAT.
           SELECT ARCH-TASA ASSIGN TO "sobregiro_tasa.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAS.
           SELECT ARCH-REPORTE ASSIGN TO "fecha_valor_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-RUNCTL ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCT.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES
           RECORD CONTAINS 185 CHARACTERS.
       01  CLIENTE-REG.
           05 CLI-ID           PIC 9(5).
           05 CLI-NOMBRE       PIC X(30).
           05 CLI-APELLIDO     PIC X(30).
           05 CLI-EDAD         PIC 99.
           05 CLI-SALDO        PIC 9(9)V99.
           05 CLI-ESTADO       PIC X(1).
               88 CLI-ACTIVO      VALUE "A" " ".
               88 CLI-INACTIVO    VALUE "I".
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
               88 CLI-LAYOUT-V2    VALUE "2".
               88 CLI-LAYOUT-V3    VALUE "3".
           05 CLI-FECHA-NAC    PIC 9(8).
           05 FILLER           PIC X(3).

       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
           05 CTA-NUMERO       PIC 9(8).
           05 CTA-CLI-ID       PIC 9(5).
           05 CTA-TIPO         PIC X(1).
               88 CTA-CORRIENTE   VALUE "C".
               88 CTA-AHORRO      VALUE "A".
           05 CTA-SALDO        PIC 9(9)V99.
           05 CTA-ESTADO       PIC X(1).
               88 CTA-ACTIVA      VALUE "A" " ".
               88 CTA-INACTIVA    VALUE "I".
               88 CTA-DORMIDA     VALUE "D".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
               88 CTA-LAYOUT-V2    VALUE "2".
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
      *    REGISTRO DE MOVIMIENTOS VALUTADOS (FECHA-VALOR-RUTINA):     *
      *    CLAVE DEL MOVIMIENTO EN EL LIBRO + FECHA VALOR; P = AJUSTE  *
      *    PENDIENTE, A = AJUSTADO EN FVL-FECHA-AJUSTE.                *
      *----------------------------------------------------------------*
       FD  ARCH-FECHA-VALOR.
       01  REG-FECHA-VALOR.
           05 FVL-CUENTA       PIC 9(8).
           05 FVL-FECHA        PIC 9(8).
           05 FVL-SECUENCIA    PIC 9(5).
           05 FVL-FECHA-VALOR  PIC 9(8).
           05 FVL-TIPO         PIC X(1).
           05 FVL-IMPORTE      PIC 9(7)V99.
           05 FVL-ESTADO       PIC X(1).
               88 FVL-PENDIENTE    VALUE "P".
               88 FVL-AJUSTADO     VALUE "A".
           05 FVL-USUARIO      PIC X(10).
           05 FVL-FECHA-AJUSTE PIC 9(8).

       FD  ARCH-CATALOGO.
       01  REG-CATALOGO.
           05 CAT-TIPO-CTA     PIC X(1).
           05 CAT-SEGMENTO     PIC X(1).
           05 CAT-TASA         PIC 9(2)V9999.
           05 CAT-FEE-MENSUAL  PIC 9(5)V99.
           05 CAT-OPS-LIBRES   PIC 9(3).
           05 CAT-CARGO-OP     PIC 9(3)V99.
           05 CAT-SALDO-MIN    PIC 9(7)V99.

       FD  ARCH-TASA.
       01  REG-TASA.
           05 TAS-TASA-ANUAL   PIC 9(2)V99.

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

       FD  ARCH-RUNCTL.
       01  REG-RUNCTL.
           05 RCT-JOB          PIC X(12).
           05 RCT-FECHA        PIC 9(8).
           05 RCT-ESTADO       PIC X(10).
           05 RCT-FECHA-CORRIDA PIC 9(8).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-FVL              PIC XX.
       01  FS-CAT              PIC XX.
       01  FS-TAS              PIC XX.
       01  FS-REP              PIC XX.
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
       01  WS-MOV-SENTIDO      PIC X(1) VALUE "D".
       01  WS-SEN-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-FECHA-TRAB.
           05 WS-FT-ANIO       PIC 9(4).
           05 WS-FT-MES        PIC 9(2).
           05 WS-FT-DIA        PIC 9(2).
       01  WS-FECHA-TRAB-N REDEFINES WS-FECHA-TRAB PIC 9(8).
       01  WS-DIAS-MES         PIC 9(2) VALUE 30.

       01  WS-FIN-FVL          PIC X VALUE "N".
       01  WS-FIN-MOV          PIC X VALUE "N".
       01  WS-FIN-TASAS        PIC X VALUE "N".
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-TIPO         PIC X(1).
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  WS-EXCEDENTE        PIC 9(7)V99 VALUE 0.

      *----------------------------------------------------------------*
      *    EL REGISTRO COMPLETO EN MEMORIA: SE PROCESAN LOS            *
      *    PENDIENTES Y SE REGRABA ENTERO AL TERMINAR (EL PATRON DE    *
      *    LA COLA DE REINTENTOS DE DB-POSTING).                       *
      *----------------------------------------------------------------*
       01  WS-TABLA-FVL.
           05 WS-FVL-ENT OCCURS 500 TIMES.
               10 TF-CUENTA    PIC 9(8).
               10 TF-FECHA     PIC 9(8).
               10 TF-SECUENCIA PIC 9(5).
               10 TF-FECHA-VALOR PIC 9(8).
               10 TF-TIPO      PIC X(1).
               10 TF-IMPORTE   PIC 9(7)V99.
               10 TF-ESTADO    PIC X(1).
               10 TF-USUARIO   PIC X(10).
               10 TF-FECHA-AJUSTE PIC 9(8).
       01  WS-CANT-FVL         PIC 9(3) VALUE 0.
       01  WS-IDX-FVL          PIC 9(3) VALUE 0.
       01  WS-DESBORDE         PIC X VALUE "N".

       01  WS-TASA             PIC 9(2)V9999 VALUE 0.
       01  WS-TASA-ANUAL       PIC 9(2)V99 VALUE 24.00.
       01  WS-TABLA-TASAS.
           05 WS-TAS-ENT OCCURS 20 TIMES.
               10 TT-TIPO-CTA  PIC X(1).
               10 TT-SEGMENTO  PIC X(1).
               10 TT-TASA      PIC 9(2)V9999.
       01  WS-CANT-TASAS       PIC 9(2) VALUE 0.
       01  WS-IDX-TAS          PIC 9(2) VALUE 0.
       01  WS-TIPO-BUSCADO     PIC X(1).

      *----------------------------------------------------------------*
      *    REJUEGO DE LA VENTANA FECHA VALOR -> FECHA DE POSTEO:       *
      *    SALDO ACREEDOR Y SOBREGIRO VIGENTES EN CADA TRAMO, Y LA     *
      *    PARTE DEL IMPORTE QUE CAE SOBRE CADA UNO (IMPORTE X DIAS).  *
      *----------------------------------------------------------------*
       01  WS-VENT-DESDE       PIC 9(8) VALUE 0.
       01  WS-VENT-HASTA       PIC 9(8) VALUE 0.
       01  WS-ES-CREDITO       PIC X VALUE "S".
       01  WS-SALDO-PREVIO     PIC 9(9)V99 VALUE 0.
       01  WS-SOBREGIRO        PIC 9(9)V99 VALUE 0.
       01  WS-FECHA-TRAMO      PIC 9(8) VALUE 0.
       01  WS-TRAMO-DESDE      PIC 9(8) VALUE 0.
       01  WS-TRAMO-HASTA      PIC 9(8) VALUE 0.
       01  WS-DIAS-TRAMO       PIC 9(5) VALUE 0.
       01  WS-DIAS-VENTANA     PIC 9(5) VALUE 0.
       01  WS-PARTE-CR         PIC 9(7)V99 VALUE 0.
       01  WS-PARTE-OD         PIC 9(7)V99 VALUE 0.
       01  WS-ACUM-CR          PIC 9(11)V99 VALUE 0.
       01  WS-ACUM-OD          PIC 9(11)V99 VALUE 0.
       01  WS-MOVD-FECHA       PIC 9(8) VALUE 0.
       01  WS-MOVD-TIPO        PIC X(1).
       01  WS-MOVD-IMPORTE     PIC 9(7)V99 VALUE 0.
       01  WS-MOVD-SALDO       PIC 9(9)V99 VALUE 0.

       01  WS-INT-CR           PIC 9(7)V99 VALUE 0.
       01  WS-INT-OD           PIC 9(7)V99 VALUE 0.
       01  WS-AJUSTE           PIC 9(7)V99 VALUE 0.
       01  WS-MOTIVO           PIC X(30).

       01  WS-CONT-PENDIENTES  PIC 9(5) VALUE 0.
       01  WS-CONT-AJUSTADOS   PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-EFECTO  PIC 9(5) VALUE 0.
       01  WS-CONT-OMITIDOS    PIC 9(5) VALUE 0.
       01  WS-TOT-A-FAVOR      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-A-CARGO      PIC 9(9)V99 VALUE 0.

       01  WS-LINEA            PIC X(100).
       01  WS-ED-IMPORTE       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-AJUSTE        PIC ZZZ,ZZ9.99.
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   AJUSTE DE INTERESES POR FECHA VALOR          "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO

           PERFORM CARGAR-FECHAS-VALOR
           IF WS-CONT-PENDIENTES = 0
               DISPLAY "SIN MOVIMIENTOS VALUTADOS PENDIENTES DE "
                   "AJUSTE."
               PERFORM GRABAR-RUN-CONTROL
               DISPLAY "FIN DEL PROGRAMA."
               STOP RUN
           END-IF
           IF WS-DESBORDE = "S"
               DISPLAY "** fechas_valor.txt SUPERA LAS 500 ENTRADAS. "
                   "SE ABORTA SIN AJUSTAR (DEPURAR LOS AJUSTADOS). **"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARGAR-TASAS
           PERFORM CARGAR-TASA-SOBREGIRO
           DISPLAY "TASA ANUAL DE SOBREGIRO: " WS-TASA-ANUAL " %"

           OPEN INPUT CLIENTES
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "FECHAVALOR" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               CLOSE CLIENTES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CLIENTES
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ARCH-MOVIMIENTOS
           IF FS-MOV NOT = "00"
               DISPLAY "ERROR AL ABRIR MOVIMIENTOS.IDX. FS=" FS-MOV
               MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-MOV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CLIENTES
               CLOSE CUENTAS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-REPORTE
           PERFORM VERIFICAR-LAYOUTS

           MOVE SPACES TO WS-LINEA
           STRING "AJUSTE DE INTERESES POR FECHA VALOR AL "
               WS-FECHA-NEGOCIO " (SOBREGIRO " WS-TASA-ANUAL
               " % ANUAL)"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CUENTA   POSTEO   F.VALOR  T      IMPORTE DIAS"
               "  INT.ACREED  INT.SOBREG  AJ"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA

           PERFORM VARYING WS-IDX-FVL FROM 1 BY 1
                   UNTIL WS-IDX-FVL > WS-CANT-FVL
               IF TF-ESTADO(WS-IDX-FVL) = "P"
                   PERFORM AJUSTAR-PENDIENTE THRU
                       AJUSTAR-PENDIENTE-FIN
               END-IF
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-TOT-A-FAVOR TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "AJUSTES A FAVOR (J):  " WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-TOT-A-CARGO TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "AJUSTES A CARGO (K):  " WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA

           CLOSE CLIENTES
           CLOSE CUENTAS
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-REPORTE
           PERFORM REGRABAR-FECHAS-VALOR
           MOVE "AJUSTE-FV" TO WS-SPOOL-REPORTE
           MOVE "fecha_valor_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC
           PERFORM GRABAR-RUN-CONTROL
           PERFORM LIBERAR-CANDADO

           DISPLAY "-----------------------------------------------"
           DISPLAY "PENDIENTES LEIDOS:       " WS-CONT-PENDIENTES
           DISPLAY "AJUSTADOS CON MOVIMIENTO:" WS-CONT-AJUSTADOS
           DISPLAY "SIN EFECTO EN INTERESES: " WS-CONT-SIN-EFECTO
           DISPLAY "OMITIDOS (QUEDAN EN P):  " WS-CONT-OMITIDOS
           DISPLAY "TOTAL A FAVOR (J):       " WS-TOT-A-FAVOR
           DISPLAY "TOTAL A CARGO (K):       " WS-TOT-A-CARGO
           DISPLAY "DETALLE: fecha_valor_rep.txt"
           IF WS-CONT-OMITIDOS > 0
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

       CARGAR-FECHAS-VALOR.
           MOVE 0 TO WS-CANT-FVL
           MOVE "N" TO WS-FIN-FVL
           OPEN INPUT ARCH-FECHA-VALOR
           IF FS-FVL = "00"
               PERFORM LEER-FECHA-VALOR
               PERFORM UNTIL WS-FIN-FVL = "S"
                   IF WS-CANT-FVL < 500
                       ADD 1 TO WS-CANT-FVL
                       MOVE FVL-CUENTA TO TF-CUENTA(WS-CANT-FVL)
                       MOVE FVL-FECHA TO TF-FECHA(WS-CANT-FVL)
                       MOVE FVL-SECUENCIA
                           TO TF-SECUENCIA(WS-CANT-FVL)
                       MOVE FVL-FECHA-VALOR
                           TO TF-FECHA-VALOR(WS-CANT-FVL)
                       MOVE FVL-TIPO TO TF-TIPO(WS-CANT-FVL)
                       MOVE FVL-IMPORTE TO TF-IMPORTE(WS-CANT-FVL)
                       MOVE FVL-ESTADO TO TF-ESTADO(WS-CANT-FVL)
                       MOVE FVL-USUARIO TO TF-USUARIO(WS-CANT-FVL)
                       MOVE FVL-FECHA-AJUSTE
                           TO TF-FECHA-AJUSTE(WS-CANT-FVL)
                       IF FVL-PENDIENTE
                           ADD 1 TO WS-CONT-PENDIENTES
                       END-IF
                   ELSE
                       MOVE "S" TO WS-DESBORDE
                   END-IF
                   PERFORM LEER-FECHA-VALOR
               END-PERFORM
               CLOSE ARCH-FECHA-VALOR
           END-IF.

       LEER-FECHA-VALOR.
           READ ARCH-FECHA-VALOR
               AT END MOVE "S" TO WS-FIN-FVL
           END-READ.

       REGRABAR-FECHAS-VALOR.
           OPEN OUTPUT ARCH-FECHA-VALOR
           PERFORM VARYING WS-IDX-FVL FROM 1 BY 1
                   UNTIL WS-IDX-FVL > WS-CANT-FVL
               MOVE SPACES TO REG-FECHA-VALOR
               MOVE TF-CUENTA(WS-IDX-FVL) TO FVL-CUENTA
               MOVE TF-FECHA(WS-IDX-FVL) TO FVL-FECHA
               MOVE TF-SECUENCIA(WS-IDX-FVL) TO FVL-SECUENCIA
               MOVE TF-FECHA-VALOR(WS-IDX-FVL) TO FVL-FECHA-VALOR
               MOVE TF-TIPO(WS-IDX-FVL) TO FVL-TIPO
               MOVE TF-IMPORTE(WS-IDX-FVL) TO FVL-IMPORTE
               MOVE TF-ESTADO(WS-IDX-FVL) TO FVL-ESTADO
               MOVE TF-USUARIO(WS-IDX-FVL) TO FVL-USUARIO
               MOVE TF-FECHA-AJUSTE(WS-IDX-FVL) TO FVL-FECHA-AJUSTE
               WRITE REG-FECHA-VALOR
           END-PERFORM
           CLOSE ARCH-FECHA-VALOR.

       CARGAR-TASAS.
           OPEN INPUT ARCH-CATALOGO
           IF FS-CAT = "00"
               PERFORM LEER-TASA
               PERFORM UNTIL WS-FIN-TASAS = "S"
                   IF WS-CANT-TASAS < 20
                       ADD 1 TO WS-CANT-TASAS
                       MOVE CAT-TIPO-CTA
                           TO TT-TIPO-CTA(WS-CANT-TASAS)
                       MOVE CAT-SEGMENTO
                           TO TT-SEGMENTO(WS-CANT-TASAS)
                       MOVE CAT-TASA TO TT-TASA(WS-CANT-TASAS)
                   END-IF
                   PERFORM LEER-TASA
               END-PERFORM
               CLOSE ARCH-CATALOGO
           END-IF.

       LEER-TASA.
           READ ARCH-CATALOGO
               AT END MOVE "S" TO WS-FIN-TASAS
           END-READ.

       CARGAR-TASA-SOBREGIRO.
           OPEN INPUT ARCH-TASA
           IF FS-TAS = "00"
               READ ARCH-TASA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TAS-TASA-ANUAL > 0
                           MOVE TAS-TASA-ANUAL TO WS-TASA-ANUAL
                       END-IF
               END-READ
               CLOSE ARCH-TASA
           END-IF.

      *----------------------------------------------------------------*
      *    BUSCAR-TASA-SEGMENTO                                        *
      *    La misma tasa que devenga DB-ACCRUAL y capitaliza           *
      *    DB-INTEREST: tipo de cuenta y segmento del titular, con     *
      *    caida al segmento N; sin entrada, cero.                     *
      *----------------------------------------------------------------*
       BUSCAR-TASA-SEGMENTO.
           MOVE CTA-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO WS-TIPO-BUSCADO
               NOT INVALID KEY
                   MOVE CLI-TIPO TO WS-TIPO-BUSCADO
           END-READ
           IF WS-TIPO-BUSCADO = " "
               MOVE "N" TO WS-TIPO-BUSCADO
           END-IF

           MOVE 0 TO WS-TASA
           PERFORM VARYING WS-IDX-TAS FROM 1 BY 1
                   UNTIL WS-IDX-TAS > WS-CANT-TASAS
               IF TT-TIPO-CTA(WS-IDX-TAS) = CTA-TIPO
                       AND TT-SEGMENTO(WS-IDX-TAS)
                           = WS-TIPO-BUSCADO
                   MOVE TT-TASA(WS-IDX-TAS) TO WS-TASA
                   MOVE WS-CANT-TASAS TO WS-IDX-TAS
               END-IF
           END-PERFORM

           IF WS-TASA = 0 AND WS-TIPO-BUSCADO NOT = "N"
               PERFORM VARYING WS-IDX-TAS FROM 1 BY 1
                       UNTIL WS-IDX-TAS > WS-CANT-TASAS
                   IF TT-TIPO-CTA(WS-IDX-TAS) = CTA-TIPO
                           AND TT-SEGMENTO(WS-IDX-TAS) = "N"
                       MOVE TT-TASA(WS-IDX-TAS) TO WS-TASA
                       MOVE WS-CANT-TASAS TO WS-IDX-TAS
                   END-IF
               END-PERFORM
           END-IF.

      *    DIAS DEL MES DE LA FECHA VALOR: LA TASA MENSUAL DEL
      *    CATALOGO SE REPARTE ENTRE ELLOS, COMO EN DB-ACCRUAL.
       CALCULAR-DIAS-MES.
           MOVE "F" TO WS-FEC-FUNCION
           MOVE WS-VENT-DESDE TO WS-FEC-FECHA1
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FEC-FECHA1
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC = "00"
               MOVE WS-FEC-RESULTADO TO WS-FECHA-TRAB-N
               MOVE WS-FT-DIA TO WS-DIAS-MES
           ELSE
               MOVE 30 TO WS-DIAS-MES
           END-IF.

      *----------------------------------------------------------------*
      *    AJUSTAR-PENDIENTE                                           *
      *    Un pendiente cuya cuenta no existe o esta dada de baja      *
      *    queda en P y se informa; el resto se rejuega, se calcula    *
      *    la diferencia de intereses y se postea si no es cero.       *
      *----------------------------------------------------------------*
       AJUSTAR-PENDIENTE.
           MOVE TF-FECHA-VALOR(WS-IDX-FVL) TO WS-VENT-DESDE
           MOVE TF-FECHA(WS-IDX-FVL) TO WS-VENT-HASTA
           CALL "SENTIDO-RUTINA" USING TF-TIPO(WS-IDX-FVL)
               WS-MOV-SENTIDO WS-SEN-RC
           EVALUATE WS-MOV-SENTIDO
               WHEN "C"
                   MOVE "S" TO WS-ES-CREDITO
               WHEN OTHER
                   MOVE "N" TO WS-ES-CREDITO
           END-EVALUATE

           MOVE TF-CUENTA(WS-IDX-FVL) TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO WS-MOTIVO
                   PERFORM OMITIR-PENDIENTE
                   GO TO AJUSTAR-PENDIENTE-FIN
           END-READ
           IF CTA-INACTIVA
               MOVE "CUENTA DADA DE BAJA" TO WS-MOTIVO
               PERFORM OMITIR-PENDIENTE
               GO TO AJUSTAR-PENDIENTE-FIN
           END-IF

           PERFORM CALCULAR-DIAS-MES
           PERFORM BUSCAR-TASA-SEGMENTO
           PERFORM REJUGAR-VENTANA

           COMPUTE WS-INT-CR ROUNDED =
               WS-ACUM-CR * WS-TASA / 100 / WS-DIAS-MES
           COMPUTE WS-INT-OD ROUNDED =
               WS-ACUM-OD * WS-TASA-ANUAL / 36500
           COMPUTE WS-AJUSTE = WS-INT-CR + WS-INT-OD

           IF WS-AJUSTE > 0
               PERFORM POSTEAR-AJUSTE
               IF FS-CTA NOT = "00"
                   MOVE "ERROR AL REESCRIBIR CUENTA" TO WS-MOTIVO
                   PERFORM OMITIR-PENDIENTE
                   GO TO AJUSTAR-PENDIENTE-FIN
               END-IF
               ADD 1 TO WS-CONT-AJUSTADOS
           ELSE
               MOVE SPACE TO WS-MOV-TIPO
               ADD 1 TO WS-CONT-SIN-EFECTO
           END-IF
           MOVE "A" TO TF-ESTADO(WS-IDX-FVL)
           MOVE WS-FECHA-NEGOCIO TO TF-FECHA-AJUSTE(WS-IDX-FVL)
           PERFORM LISTAR-AJUSTE.
       AJUSTAR-PENDIENTE-FIN.
           EXIT.

       OMITIR-PENDIENTE.
           ADD 1 TO WS-CONT-OMITIDOS
           MOVE TF-IMPORTE(WS-IDX-FVL) TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA
           STRING TF-CUENTA(WS-IDX-FVL) " "
               TF-FECHA(WS-IDX-FVL) " "
               TF-FECHA-VALOR(WS-IDX-FVL) " "
               TF-TIPO(WS-IDX-FVL) " " WS-ED-IMPORTE
               " ** " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           DISPLAY WS-LINEA.

      *----------------------------------------------------------------*
      *    REJUGAR-VENTANA                                             *
      *    Recorre la historia de la cuenta (START por cuenta, como    *
      *    DB-ODINTEREST) con las reglas de posteo. Cada tramo entre   *
      *    movimientos que cae dentro de la ventana [fecha valor,      *
      *    fecha de posteo) reparte el importe valutado: un credito    *
      *    primero habria cancelado sobregiro y el resto habria        *
      *    devengado interes acreedor; un debito primero habria        *
      *    consumido saldo acreedor y el resto habria sido sobregiro.  *
      *----------------------------------------------------------------*
       REJUGAR-VENTANA.
           MOVE 0 TO WS-SOBREGIRO
           MOVE 0 TO WS-SALDO-PREVIO
           MOVE 0 TO WS-ACUM-CR
           MOVE 0 TO WS-ACUM-OD
           MOVE 0 TO WS-DIAS-VENTANA
           MOVE WS-VENT-DESDE TO WS-FECHA-TRAMO

           MOVE "N" TO WS-FIN-MOV
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE 0 TO MOV-FECHA
           MOVE 0 TO MOV-SECUENCIA
           START ARCH-MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-MOV
           END-START
           IF WS-FIN-MOV = "N"
               PERFORM LEER-MOVIMIENTO
           END-IF
      *    SALDO DE ARRANQUE DERIVADO DEL PRIMER MOVIMIENTO QUE
      *    SOBREVIVE, LA MISMA APERTURA DE DB-ODINTEREST.
           IF WS-FIN-MOV = "N"
               CALL "SENTIDO-RUTINA" USING MOV-TIPO WS-MOV-SENTIDO
                   WS-SEN-RC
               EVALUATE WS-MOV-SENTIDO
                   WHEN "C"
                       IF MOV-IMPORTE > MOV-SALDO
                           MOVE 0 TO WS-SALDO-PREVIO
                       ELSE
                           COMPUTE WS-SALDO-PREVIO =
                               MOV-SALDO - MOV-IMPORTE
                       END-IF
                   WHEN OTHER
                       COMPUTE WS-SALDO-PREVIO =
                           MOV-SALDO + MOV-IMPORTE
               END-EVALUATE
               IF MOV-FECHA < WS-FECHA-TRAMO
                   MOVE MOV-FECHA TO WS-FECHA-TRAMO
               END-IF
           END-IF
           PERFORM UNTIL WS-FIN-MOV = "S"
               MOVE MOV-FECHA TO WS-MOVD-FECHA
               MOVE MOV-TIPO TO WS-MOVD-TIPO
               MOVE MOV-IMPORTE TO WS-MOVD-IMPORTE
               MOVE MOV-SALDO TO WS-MOVD-SALDO
               PERFORM ACUMULAR-TRAMO
               IF WS-MOVD-FECHA >= WS-VENT-HASTA
                   MOVE "S" TO WS-FIN-MOV
               ELSE
                   PERFORM REJUGAR-MOVIMIENTO
                   PERFORM LEER-MOVIMIENTO
               END-IF
           END-PERFORM.

       LEER-MOVIMIENTO.
           READ ARCH-MOVIMIENTOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-MOV
           END-READ
           IF WS-FIN-MOV = "N" AND MOV-CUENTA NOT = CTA-NUMERO
               MOVE "S" TO WS-FIN-MOV
           END-IF.

      *    TRAMO [FECHA-TRAMO, MOVIMIENTO) RECORTADO A LA VENTANA.
       ACUMULAR-TRAMO.
           MOVE WS-FECHA-TRAMO TO WS-TRAMO-DESDE
           IF WS-TRAMO-DESDE < WS-VENT-DESDE
               MOVE WS-VENT-DESDE TO WS-TRAMO-DESDE
           END-IF
           MOVE WS-MOVD-FECHA TO WS-TRAMO-HASTA
           IF WS-TRAMO-HASTA > WS-VENT-HASTA
               MOVE WS-VENT-HASTA TO WS-TRAMO-HASTA
           END-IF
           MOVE 0 TO WS-DIAS-TRAMO
           IF WS-TRAMO-HASTA > WS-TRAMO-DESDE
               MOVE "D" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-TRAMO-HASTA WS-TRAMO-DESDE
                   WS-FEC-RESULTADO WS-FEC-RC
               IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO > 0
                   MOVE WS-FEC-RESULTADO TO WS-DIAS-TRAMO
               END-IF
           END-IF
           IF WS-DIAS-TRAMO > 0
               IF WS-ES-CREDITO = "S"
                   IF TF-IMPORTE(WS-IDX-FVL) > WS-SOBREGIRO
                       MOVE WS-SOBREGIRO TO WS-PARTE-OD
                   ELSE
                       MOVE TF-IMPORTE(WS-IDX-FVL) TO WS-PARTE-OD
                   END-IF
                   COMPUTE WS-PARTE-CR =
                       TF-IMPORTE(WS-IDX-FVL) - WS-PARTE-OD
               ELSE
                   IF TF-IMPORTE(WS-IDX-FVL) > WS-SALDO-PREVIO
                       MOVE WS-SALDO-PREVIO TO WS-PARTE-CR
                   ELSE
                       MOVE TF-IMPORTE(WS-IDX-FVL) TO WS-PARTE-CR
                   END-IF
                   COMPUTE WS-PARTE-OD =
                       TF-IMPORTE(WS-IDX-FVL) - WS-PARTE-CR
               END-IF
               COMPUTE WS-ACUM-CR = WS-ACUM-CR
                   + WS-PARTE-CR * WS-DIAS-TRAMO
               COMPUTE WS-ACUM-OD = WS-ACUM-OD
                   + WS-PARTE-OD * WS-DIAS-TRAMO
               ADD WS-DIAS-TRAMO TO WS-DIAS-VENTANA
           END-IF.

      *    MISMAS REGLAS DE POSTEO QUE DB-ODINTEREST; EL AJUSTE A
      *    FAVOR (J) ES ACREEDOR COMO EL INTERES PAGADO.
       REJUGAR-MOVIMIENTO.
           CALL "SENTIDO-RUTINA" USING WS-MOVD-TIPO WS-MOV-SENTIDO
               WS-SEN-RC
           EVALUATE WS-MOV-SENTIDO
               WHEN "C"
                   IF WS-SOBREGIRO > 0
                       IF WS-MOVD-IMPORTE >= WS-SOBREGIRO
                           MOVE 0 TO WS-SOBREGIRO
                       ELSE
                           SUBTRACT WS-MOVD-IMPORTE
                               FROM WS-SOBREGIRO
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-MOVD-IMPORTE > WS-SALDO-PREVIO
                       COMPUTE WS-SOBREGIRO = WS-SOBREGIRO
                           + WS-MOVD-IMPORTE
                           - WS-SALDO-PREVIO
                   END-IF
           END-EVALUATE
           MOVE WS-MOVD-SALDO TO WS-SALDO-PREVIO
           MOVE WS-MOVD-FECHA TO WS-FECHA-TRAMO.

      *----------------------------------------------------------------*
      *    POSTEAR-AJUSTE                                              *
      *    Credito valutado: el cliente gana el interes acreedor y se  *
      *    ahorra el de sobregiro (J, se abona como un deposito).      *
      *    Debito valutado: pierde uno y paga el otro (K, se debita    *
      *    como un retiro y puede engrosar el sobregiro).              *
      *----------------------------------------------------------------*
       POSTEAR-AJUSTE.
           IF WS-ES-CREDITO = "S"
               MOVE "J" TO WS-MOV-TIPO
               IF CTA-SOBREGIRO > 0
                   IF WS-AJUSTE >= CTA-SOBREGIRO
                       COMPUTE CTA-SALDO =
                           CTA-SALDO + WS-AJUSTE - CTA-SOBREGIRO
                       MOVE 0 TO CTA-SOBREGIRO
                   ELSE
                       SUBTRACT WS-AJUSTE FROM CTA-SOBREGIRO
                   END-IF
               ELSE
                   ADD WS-AJUSTE TO CTA-SALDO
               END-IF
           ELSE
               MOVE "K" TO WS-MOV-TIPO
               IF WS-AJUSTE > CTA-SALDO
                   COMPUTE WS-EXCEDENTE = WS-AJUSTE - CTA-SALDO
                   MOVE 0 TO CTA-SALDO
                   ADD WS-EXCEDENTE TO CTA-SOBREGIRO
               ELSE
                   SUBTRACT WS-AJUSTE FROM CTA-SALDO
               END-IF
           END-IF
           REWRITE CUENTA-REG
           IF FS-CTA = "00"
               IF WS-ES-CREDITO = "S"
                   ADD WS-AJUSTE TO WS-TOT-A-FAVOR
               ELSE
                   ADD WS-AJUSTE TO WS-TOT-A-CARGO
               END-IF
               PERFORM GRABAR-MOVIMIENTO
           ELSE
               DISPLAY "ERROR AL REESCRIBIR CUENTA " CTA-NUMERO
                   ". FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
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
           MOVE WS-AJUSTE TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           MOVE 0 TO MOV-REFERENCIA
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

       LISTAR-AJUSTE.
           MOVE TF-IMPORTE(WS-IDX-FVL) TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA
           STRING TF-CUENTA(WS-IDX-FVL) " "
               TF-FECHA(WS-IDX-FVL) " "
               TF-FECHA-VALOR(WS-IDX-FVL) " "
               TF-TIPO(WS-IDX-FVL) " " WS-ED-IMPORTE " "
               WS-DIAS-VENTANA " "
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           MOVE WS-INT-CR TO WS-ED-AJUSTE
           MOVE WS-ED-AJUSTE TO WS-LINEA(58:10)
           MOVE WS-INT-OD TO WS-ED-AJUSTE
           MOVE WS-ED-AJUSTE TO WS-LINEA(70:10)
           MOVE WS-MOV-TIPO TO WS-LINEA(82:1)
           WRITE REG-REPORTE FROM WS-LINEA.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: EL AJUSTE DE LA FECHA DE NEGOCIO QUEDA
      * REGISTRADO EN runctl.txt.
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "AJUSTE-FV" TO RCT-JOB
           MOVE WS-FECHA-NEGOCIO TO RCT-FECHA
           MOVE "AJUSTADO" TO RCT-ESTADO
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185,
      * CUENTAS V02/50 Y MOVIMIENTOS V01/68.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
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
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF.

       DETENER-POR-LAYOUT.
           DISPLAY "SE ABORTA SIN AJUSTAR."
           CLOSE CLIENTES
           CLOSE CUENTAS
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-REPORTE
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
               " PROGRAMA=DB-VALADJ" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-VALADJ.
