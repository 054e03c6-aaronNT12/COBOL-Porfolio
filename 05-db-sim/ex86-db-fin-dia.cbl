      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Cierre de cuentas en una sola pasada: en vez de que
      *          DB-INTEREST, DB-ODINTEREST, DB-FEES, DB-DORMANT y
      *          DB-OVERDRAFT recorran cada uno CUENTAS.IDX (y buena
      *          parte de MOVIMIENTOS.IDX) con su propio candado,
      *          esta corrida toma un solo candado, lee el maestro
      *          una vez en orden de cuenta y a cada cuenta le aplica
      *          las funciones habilitadas en fin_dia_funciones.txt
      *          siempre en el mismo orden:
      *          1. capitalizacion de intereses (intereses.txt,
      *             spool INTERESES);
      *          2. cargo por uso de sobregiro del mes de la fecha de
      *             negocio (sobregiro_intereses.txt);
      *          3. comisiones del mes (comisiones.txt);
      *          4. deteccion de dormidas (dormantes.txt);
      *          5. reporte de descubiertos (descubiertos.txt).
      *          Cada funcion deja su reporte con el mismo nombre y
      *          formato del programa suelto, que queda para las
      *          corridas puntuales. Sin archivo de funciones solo
      *          corren las diarias (4 y 5); las de fin de mes se
      *          habilitan en el archivo el dia que corresponde.
      *          Checkpoint/restart por CTA-NUMERO en
      *          checkpoint_fin_dia.txt: una corrida caida se retoma
      *          desde la cuenta siguiente a la ultima asentada, con
      *          los totales acumulados y los reportes extendidos.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      * 15-10-2026 AAR El sentido de cada tipo de movimiento sale de
      *                la rutina comun SENTIDO-RUTINA en lugar de una
      *                lista propia: la correccion de un debito (U)
      *                y la pata credito de divisas (Y) dejan de
      *                rejugarse como debitos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-FIN-DIA.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT SUCESIONES ASSIGN TO "SUCESIONES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUC-CLI-ID
               FILE STATUS IS FS-SUC.
           SELECT ARCH-DEVENGOS ASSIGN TO "DEVENGOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CUENTA
               FILE STATUS IS FS-DEV.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT ARCH-FUNCIONES ASSIGN TO "fin_dia_funciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUN.
           SELECT ARCH-CATALOGO ASSIGN TO "catalogo_productos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAT.
           SELECT ARCH-TASA ASSIGN TO "sobregiro_tasa.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAS.
           SELECT ARCH-PARAM ASSIGN TO "dormancia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAR.
           SELECT ARCH-CHECK ASSIGN TO "checkpoint_fin_dia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECK.
           SELECT ARCH-TRANSLOG ASSIGN TO "translog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
           SELECT ARCH-REP-INT ASSIGN TO "intereses.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RIN.
           SELECT ARCH-REP-SOB ASSIGN TO "sobregiro_intereses.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RSO.
           SELECT ARCH-REP-COM ASSIGN TO "comisiones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCO.
           SELECT ARCH-REP-DOR ASSIGN TO "dormantes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RDO.
           SELECT ARCH-REP-DES ASSIGN TO "descubiertos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RDE.
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
               88 CLI-LAYOUT-V3    VALUE "3".
           05 CLI-FECHA-NAC    PIC 9(8).
           05 FILLER           PIC X(3).

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
               88 CTA-CERRADA     VALUE "C".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
               88 CTA-LAYOUT-V2    VALUE "2".
           05 CTA-MONEDA       PIC X(3).
               88 CTA-MONEDA-LOCAL VALUE "LOC" "   ".
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

       FD  SUCESIONES
           RECORD CONTAINS 400 CHARACTERS.
       01  SUCESION-REG.
           05 SUC-CLI-ID       PIC 9(5).
           05 SUC-FECHA-FALLEC PIC 9(8).
           05 FILLER           PIC X(53).
           05 SUC-ESTADO       PIC X(1).
           05 FILLER           PIC X(333).

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
           05 MOV-ESTADO       PIC X(1).
               88 MOV-REVERSADO   VALUE "R".
           05 MOV-TIPO-ORIGEN  PIC X(1).

      *    UNA MARCA S/N POR FUNCION, EN EL ORDEN EN QUE SE APLICAN.
       FD  ARCH-FUNCIONES.
       01  REG-FUNCIONES.
           05 FUN-INTERES      PIC X(1).
           05 FUN-SOBREGIRO    PIC X(1).
           05 FUN-COMISIONES   PIC X(1).
           05 FUN-DORMANCIA    PIC X(1).
           05 FUN-DESCUBIERTOS PIC X(1).

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

       FD  ARCH-PARAM.
       01  REG-PARAM.
           05 PAR-MESES        PIC 9(2).

      *    ULTIMA CUENTA ASENTADA Y LOS ACUMULADOS DE LOS CINCO
      *    REPORTES A ESE PUNTO (MISMO LARGO QUE WS-ACUMULADOS).
       FD  ARCH-CHECK.
       01  REG-CHECK.
           05 CK-FECHA-NEGOCIO PIC 9(8).
           05 CK-FUNCIONES     PIC X(5).
           05 CK-ULT-CUENTA    PIC 9(8).
           05 CK-ACUMULADOS    PIC X(502).

       FD  ARCH-TRANSLOG.
       01  REG-TRANSLOG        PIC X(100).

       FD  ARCH-REP-INT.
       01  REG-REP-INT         PIC X(80).

       FD  ARCH-REP-SOB.
       01  REG-REP-SOB         PIC X(80).

       FD  ARCH-REP-COM.
       01  REG-REP-COM         PIC X(80).

       FD  ARCH-REP-DOR.
       01  REG-REP-DOR         PIC X(80).

       FD  ARCH-REP-DES.
       01  REG-REP-DES         PIC X(80).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-SUC              PIC XX.
       01  FS-DEV              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-FUN              PIC XX.
       01  FS-CAT              PIC XX.
       01  FS-TAS              PIC XX.
       01  FS-PAR              PIC XX.
       01  FS-CHECK            PIC XX.
       01  FS-LOG              PIC XX.
       01  FS-RIN              PIC XX.
       01  FS-RSO              PIC XX.
       01  FS-RCO              PIC XX.
       01  FS-RDO              PIC XX.
       01  FS-RDE              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
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

      *----------------------------------------------------------------*
      *    FUNCIONES HABILITADAS PARA ESTA CORRIDA.                    *
      *----------------------------------------------------------------*
       01  WS-FUNCIONES.
           05 WS-FUN-INTERES   PIC X(1) VALUE "N".
               88 FUN-INTERES-SI       VALUE "S".
           05 WS-FUN-SOBREGIRO PIC X(1) VALUE "N".
               88 FUN-SOBREGIRO-SI     VALUE "S".
           05 WS-FUN-COMISIONES PIC X(1) VALUE "N".
               88 FUN-COMISIONES-SI    VALUE "S".
           05 WS-FUN-DORMANCIA PIC X(1) VALUE "S".
               88 FUN-DORMANCIA-SI     VALUE "S".
           05 WS-FUN-DESCUBIERTOS PIC X(1) VALUE "S".
               88 FUN-DESCUBIERTOS-SI  VALUE "S".

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FIN-MOV          PIC X VALUE "N".
       01  WS-FIN-CAT          PIC X VALUE "N".
       01  WS-LINEA            PIC X(80).
       01  WS-LINEA-LOG        PIC X(100).
       01  WS-LOG-ETIQUETA     PIC X(14).
       01  WS-CLI-ABIERTO      PIC X VALUE "N".
       01  WS-SUC-ABIERTO      PIC X VALUE "N".
       01  WS-DEV-ABIERTO      PIC X VALUE "N".
       01  WS-CTA-TOCADA       PIC X VALUE "N".

       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-ANIO-MES         PIC 9(6) VALUE 0.
       01  WS-MOV-ANIO-MES     PIC 9(6) VALUE 0.
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  WS-MOV-TIPO         PIC X(1).
       01  WS-MOV-IMPORTE      PIC 9(7)V99.
       01  WS-MOV-SALDO        PIC 9(9)V99.

       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA1       PIC 9(8) VALUE 0.
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".
       01  WS-MOV-SENTIDO      PIC X(1) VALUE "D".
       01  WS-SEN-RC           PIC X(2) VALUE "00".

      *----------------------------------------------------------------*
      *    CHECKPOINT/RESTART: SE ASIENTA TRAS CADA CUENTA QUE DEJO    *
      *    ALGO ESCRITO Y CADA WS-N-CHECKPOINT CUENTAS LEIDAS.         *
      *----------------------------------------------------------------*
       01  WS-N-CHECKPOINT     PIC 9(5) VALUE 100.
       01  WS-DESDE-CHECKPOINT PIC 9(5) VALUE 0.
       01  WS-REANUDA          PIC X VALUE "N".
       01  WS-ULT-CUENTA       PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      *    CATALOGO DE PRODUCTOS: TASA (INTERESES) Y PRECIOS           *
      *    (COMISIONES) POR TIPO DE CUENTA Y SEGMENTO.                 *
      *----------------------------------------------------------------*
       01  WS-TABLA-CATALOGO.
           05 WS-CAT-ENT OCCURS 20 TIMES.
               10 TC-TIPO-CTA  PIC X(1).
               10 TC-SEGMENTO  PIC X(1).
               10 TC-TASA      PIC 9(2)V9999.
               10 TC-FEE       PIC 9(5)V99.
               10 TC-LIBRES    PIC 9(3).
               10 TC-CARGO-OP  PIC 9(3)V99.
               10 TC-SALDO-MIN PIC 9(7)V99.
       01  WS-CANT-CATALOGO    PIC 9(2) VALUE 0.
       01  WS-IDX-CAT          PIC 9(2) VALUE 0.
       01  WS-CAT-HALLADO      PIC X VALUE "N".
       01  WS-SEGMENTO         PIC X(1).

      *    CAPITALIZACION DE INTERESES.
       01  WS-TASA             PIC 9(2)V9999 VALUE 0.
       01  WS-INTERES          PIC 9(7)V99 VALUE 0.
       01  WS-RTI-FUNCION      PIC X(1).
       01  WS-RTI-SEGMENTO     PIC X(1).
       01  WS-RTI-INTERES      PIC 9(9)V99 VALUE 0.
       01  WS-RTI-RETENCION    PIC 9(9)V99 VALUE 0.
       01  WS-RTI-RC           PIC X(2).
       01  WS-RETENCION        PIC 9(7)V99 VALUE 0.
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

      *    CARGO POR USO DE SOBREGIRO.
       01  WS-MES-DESDE        PIC 9(8) VALUE 0.
       01  WS-MES-HASTA        PIC 9(8) VALUE 0.
       01  WS-TASA-ANUAL       PIC 9(2)V99 VALUE 24.00.
       01  WS-MOVD-FECHA       PIC 9(8) VALUE 0.
       01  WS-MOVD-TIPO        PIC X(1).
       01  WS-MOVD-IMPORTE     PIC 9(7)V99 VALUE 0.
       01  WS-MOVD-SALDO       PIC 9(9)V99 VALUE 0.
       01  WS-SOBREGIRO        PIC 9(7)V99 VALUE 0.
       01  WS-SALDO-PREVIO     PIC 9(9)V99 VALUE 0.
       01  WS-FECHA-TRAMO      PIC 9(8) VALUE 0.
       01  WS-DIAS-TRAMO       PIC 9(5) VALUE 0.
       01  WS-ACUMULADO        PIC 9(9)V9(4) VALUE 0.
       01  WS-INT-SOBREGIRO    PIC 9(7)V99 VALUE 0.
       01  WS-EXCEDENTE        PIC 9(7)V99 VALUE 0.

      *    COMISIONES.
       01  WS-OPS-CUENTA       PIC 9(4) VALUE 0.
       01  WS-OPS-EXCESO       PIC 9(4) VALUE 0.
       01  WS-FEE              PIC 9(5)V99 VALUE 0.
       01  WS-CARGO-OPS        PIC 9(5)V99 VALUE 0.
       01  WS-CARGO-TOTAL      PIC 9(7)V99 VALUE 0.
       01  WS-EN-SUCESION      PIC X VALUE "N".

      *    DORMANCIA.
       01  WS-MESES            PIC 9(2) VALUE 6.
       01  WS-DIAS-LIMITE      PIC 9(5) VALUE 0.
       01  WS-ULT-FECHA        PIC 9(8) VALUE 0.

      *    DESCUBIERTOS.
       01  WS-MARGEN           PIC 9(5)V99 VALUE 0.
       01  WS-SUC-ACTUAL       PIC X(3).
       01  WS-IDX-SUC          PIC 9(2).
       01  WS-SUC-HALLADA      PIC X.

      *----------------------------------------------------------------*
      *    TOTALES DE LOS CINCO REPORTES. VIAJAN ENTEROS EN EL         *
      *    CHECKPOINT (CK-ACUMULADOS): 502 CARACTERES.                 *
      *----------------------------------------------------------------*
       01  WS-ACUMULADOS.
           05 WS-CONT-LEIDAS       PIC 9(7).
           05 WS-CONT-ACREDITADOS  PIC 9(5).
           05 WS-TOT-INTERES       PIC 9(9)V99.
           05 WS-CONT-RETENIDOS    PIC 9(5).
           05 WS-TOT-RETENCION     PIC 9(9)V99.
           05 WS-CONT-SIN-DEVENGO  PIC 9(5).
           05 WS-CONT-SOB-COBRADAS PIC 9(5).
           05 WS-TOT-SOB-INTERES   PIC 9(9)V99.
           05 WS-CONT-COM-COBRADAS PIC 9(5).
           05 WS-TOT-COBRADO       PIC 9(9)V99.
           05 WS-CONT-SUCESION     PIC 9(5).
           05 WS-CONT-DORMIDAS     PIC 9(5).
           05 WS-CONT-SIN-MOV      PIC 9(5).
           05 WS-TOT-SALDOS        PIC 9(11)V99.
           05 WS-CONT-DESCUBIERTOS PIC 9(5).
           05 WS-TOT-SOBREGIRO     PIC 9(9)V99.
           05 WS-CANT-SUC          PIC 9(2).
           05 WS-SUC-ENT OCCURS 20 TIMES.
               10 TSU-CODIGO       PIC X(3).
               10 TSU-CONT         PIC 9(5).
               10 TSU-TOTAL        PIC 9(9)V99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   CIERRE DE CUENTAS EN UNA SOLA PASADA         "
           DISPLAY "==============================================="

           INITIALIZE WS-ACUMULADOS
           PERFORM LEER-FECHA-NEGOCIO
           COMPUTE WS-ANIO-MES = WS-FECHA-NEGOCIO / 100
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO

           PERFORM CARGAR-FUNCIONES
           DISPLAY "FUNCIONES (INT/SOB/COM/DOR/DES): " WS-FUNCIONES
           PERFORM PREPARAR-FUNCIONES
           IF WS-FUNCIONES = "NNNNN"
               DISPLAY "NINGUNA FUNCION HABILITADA. NADA QUE HACER."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "FIN-DIA" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VERIFICAR-LAYOUTS
           PERFORM ABRIR-MAESTROS
           PERFORM LEER-CHECKPOINT
           PERFORM ABRIR-REPORTES

           IF WS-REANUDA = "S"
               MOVE WS-ULT-CUENTA TO CTA-NUMERO
               START CUENTAS KEY IS GREATER THAN CTA-NUMERO
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
           ELSE
               MOVE 0 TO CTA-NUMERO
               START CUENTAS KEY IS NOT LESS THAN CTA-NUMERO
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
           END-IF

           PERFORM UNTIL WS-FIN = "S"
               READ CUENTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       PERFORM PROCESAR-CUENTA
               END-READ
           END-PERFORM

           PERFORM CERRAR-REPORTES
           PERFORM CERRAR-MAESTROS
           IF FUN-INTERES-SI
               MOVE "INTERESES" TO WS-SPOOL-REPORTE
               MOVE "intereses.txt" TO WS-SPOOL-ARCHIVO
               CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
                   WS-SPOOL-ARCHIVO WS-SPOOL-RC
           END-IF
           PERFORM LIMPIAR-CHECKPOINT
           PERFORM LIBERAR-CANDADO

           DISPLAY "CUENTAS LEIDAS:       " WS-CONT-LEIDAS
           IF FUN-INTERES-SI
               DISPLAY "CUENTAS ACREDITADAS:  " WS-CONT-ACREDITADOS
               DISPLAY "TOTAL INTERES PAGADO: " WS-TOT-INTERES
               DISPLAY "TOTAL RETENIDO:       " WS-TOT-RETENCION
               DISPLAY "ACTIVAS SIN DEVENGO:  " WS-CONT-SIN-DEVENGO
               DISPLAY "DETALLE: intereses.txt"
           END-IF
           IF FUN-SOBREGIRO-SI
               DISPLAY "COBRADAS SOBREGIRO:   " WS-CONT-SOB-COBRADAS
               DISPLAY "INGRESO SOBREGIRO:    " WS-TOT-SOB-INTERES
               DISPLAY "REPORTE: sobregiro_intereses.txt"
           END-IF
           IF FUN-COMISIONES-SI
               DISPLAY "COBRADAS COMISION:    " WS-CONT-COM-COBRADAS
               DISPLAY "TOTAL COMISIONES:     " WS-TOT-COBRADO
               DISPLAY "DETALLE: comisiones.txt"
           END-IF
           IF FUN-DORMANCIA-SI
               DISPLAY "MARCADAS DORMIDAS:    " WS-CONT-DORMIDAS
               DISPLAY "REPORTE: dormantes.txt"
           END-IF
           IF FUN-DESCUBIERTOS-SI
               DISPLAY "EN DESCUBIERTO:       " WS-CONT-DESCUBIERTOS
               DISPLAY "REPORTE: descubiertos.txt"
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

      *----------------------------------------------------------------*
      *    CARGAR-FUNCIONES                                            *
      *    fin_dia_funciones.txt: S/N para intereses, sobregiro,       *
      *    comisiones, dormancia y descubiertos. Sin archivo rigen     *
      *    solo las diarias (dormancia y descubiertos).                *
      *----------------------------------------------------------------*
       CARGAR-FUNCIONES.
           OPEN INPUT ARCH-FUNCIONES
           IF FS-FUN = "00"
               READ ARCH-FUNCIONES
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO WS-FUN-INTERES
                       MOVE "N" TO WS-FUN-SOBREGIRO
                       MOVE "N" TO WS-FUN-COMISIONES
                       MOVE "N" TO WS-FUN-DORMANCIA
                       MOVE "N" TO WS-FUN-DESCUBIERTOS
                       IF FUN-INTERES = "S"
                           MOVE "S" TO WS-FUN-INTERES
                       END-IF
                       IF FUN-SOBREGIRO = "S"
                           MOVE "S" TO WS-FUN-SOBREGIRO
                       END-IF
                       IF FUN-COMISIONES = "S"
                           MOVE "S" TO WS-FUN-COMISIONES
                       END-IF
                       IF FUN-DORMANCIA = "S"
                           MOVE "S" TO WS-FUN-DORMANCIA
                       END-IF
                       IF FUN-DESCUBIERTOS = "S"
                           MOVE "S" TO WS-FUN-DESCUBIERTOS
                       END-IF
               END-READ
               CLOSE ARCH-FUNCIONES
           END-IF.

      *----------------------------------------------------------------*
      *    PREPARAR-FUNCIONES                                          *
      *    Parametros de cada funcion habilitada, leidos una sola vez. *
      *    Sin catalogo de productos no hay tasa ni precio: intereses  *
      *    y comisiones quedan fuera de la corrida con aviso (RC 4).   *
      *----------------------------------------------------------------*
       PREPARAR-FUNCIONES.
           IF FUN-INTERES-SI OR FUN-COMISIONES-SI
               PERFORM CARGAR-CATALOGO
               IF WS-CANT-CATALOGO = 0
                   DISPLAY "SIN ENTRADAS EN catalogo_productos.txt: "
                       "NO SE ACREDITA NI SE COBRA COMISION."
                   MOVE "N" TO WS-FUN-INTERES
                   MOVE "N" TO WS-FUN-COMISIONES
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF FUN-INTERES-SI
               PERFORM CALCULAR-FIN-MES
               DISPLAY "CAPITALIZACION AL " WS-FECHA-FIN-MES
           END-IF
           IF FUN-SOBREGIRO-SI
               COMPUTE WS-MES-DESDE = WS-ANIO-MES * 100 + 1
               MOVE "F" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-MES-DESDE WS-FEC-FECHA2
                   WS-FEC-RESULTADO WS-FEC-RC
               MOVE WS-FEC-RESULTADO TO WS-MES-HASTA
               PERFORM CARGAR-TASA
               DISPLAY "TASA ANUAL DE SOBREGIRO: " WS-TASA-ANUAL " %"
           END-IF
           IF FUN-DORMANCIA-SI
               PERFORM CARGAR-PARAMETRO
               COMPUTE WS-DIAS-LIMITE = WS-MESES * 30
               DISPLAY "MESES SIN MOVIMIENTO: " WS-MESES
                   "  (" WS-DIAS-LIMITE " DIAS)"
           END-IF.

       CARGAR-CATALOGO.
           OPEN INPUT ARCH-CATALOGO
           IF FS-CAT = "00"
               PERFORM LEER-CATALOGO
               PERFORM UNTIL WS-FIN-CAT = "S"
                   IF WS-CANT-CATALOGO < 20
                       ADD 1 TO WS-CANT-CATALOGO
                       MOVE CAT-TIPO-CTA
                           TO TC-TIPO-CTA(WS-CANT-CATALOGO)
                       MOVE CAT-SEGMENTO
                           TO TC-SEGMENTO(WS-CANT-CATALOGO)
                       MOVE CAT-TASA TO TC-TASA(WS-CANT-CATALOGO)
                       MOVE CAT-FEE-MENSUAL
                           TO TC-FEE(WS-CANT-CATALOGO)
                       MOVE CAT-OPS-LIBRES
                           TO TC-LIBRES(WS-CANT-CATALOGO)
                       MOVE CAT-CARGO-OP
                           TO TC-CARGO-OP(WS-CANT-CATALOGO)
                       MOVE CAT-SALDO-MIN
                           TO TC-SALDO-MIN(WS-CANT-CATALOGO)
                   END-IF
                   PERFORM LEER-CATALOGO
               END-PERFORM
               CLOSE ARCH-CATALOGO
           END-IF.

       LEER-CATALOGO.
           READ ARCH-CATALOGO
               AT END MOVE "S" TO WS-FIN-CAT
           END-READ.

       CARGAR-TASA.
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

       CARGAR-PARAMETRO.
           OPEN INPUT ARCH-PARAM
           IF FS-PAR = "00"
               READ ARCH-PARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-MESES > 0
                           MOVE PAR-MESES TO WS-MESES
                       END-IF
               END-READ
               CLOSE ARCH-PARAM
           END-IF.

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

      *----------------------------------------------------------------*
      *    ABRIR-MAESTROS                                              *
      *    CUENTAS y el libro siempre; CLIENTES para el segmento de    *
      *    intereses y comisiones; DEVENGOS solo si se capitaliza.     *
      *----------------------------------------------------------------*
       ABRIR-MAESTROS.
           OPEN I-O CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO
               STOP RUN
           END-IF

           IF FUN-INTERES-SI OR FUN-COMISIONES-SI
               OPEN INPUT CLIENTES
               IF FS NOT = "00"
                   DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS
                   MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
                   CLOSE CUENTAS
                   MOVE 1 TO RETURN-CODE
                   PERFORM LIBERAR-CANDADO
                   STOP RUN
               END-IF
               MOVE "S" TO WS-CLI-ABIERTO
           END-IF

           IF FUN-INTERES-SI
               OPEN I-O ARCH-DEVENGOS
               IF FS-DEV = "00"
                   MOVE "S" TO WS-DEV-ABIERTO
               ELSE
                   DISPLAY "SIN DEVENGOS.IDX (FS=" FS-DEV "): NO HAY "
                       "INTERES DEVENGADO. CORRA DB-ACCRUAL."
                   MOVE "DEVENGOS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-DEV TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
                   MOVE "N" TO WS-FUN-INTERES
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF FUN-COMISIONES-SI
               OPEN INPUT SUCESIONES
               IF FS-SUC = "00"
                   MOVE "S" TO WS-SUC-ABIERTO
               END-IF
           END-IF

           OPEN I-O ARCH-MOVIMIENTOS
           IF FS-MOV = "35"
               OPEN OUTPUT ARCH-MOVIMIENTOS
               CLOSE ARCH-MOVIMIENTOS
               OPEN I-O ARCH-MOVIMIENTOS
           END-IF
           OPEN EXTEND ARCH-TRANSLOG
           IF FS-LOG = "35"
               OPEN OUTPUT ARCH-TRANSLOG
           END-IF.

       CERRAR-MAESTROS.
           IF WS-CLI-ABIERTO = "S"
               CLOSE CLIENTES
           END-IF
           IF WS-DEV-ABIERTO = "S"
               CLOSE ARCH-DEVENGOS
           END-IF
           IF WS-SUC-ABIERTO = "S"
               CLOSE SUCESIONES
           END-IF
           CLOSE CUENTAS
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-TRANSLOG.

      *----------------------------------------------------------------*
      *    ABRIR-REPORTES                                              *
      *    Corrida nueva: cada reporte habilitado se abre de cero con  *
      *    el mismo encabezado de su programa suelto. Al retomar se    *
      *    extiende lo que ya quedo escrito.                           *
      *----------------------------------------------------------------*
       ABRIR-REPORTES.
           IF FUN-INTERES-SI
               IF WS-REANUDA = "S"
                   OPEN EXTEND ARCH-REP-INT
               ELSE
                   OPEN OUTPUT ARCH-REP-INT
                   MOVE "DETALLE DE INTERESES ACREDITADOS" TO WS-LINEA
                   WRITE REG-REP-INT FROM WS-LINEA
                   MOVE ALL "-" TO WS-LINEA
                   WRITE REG-REP-INT FROM WS-LINEA
               END-IF
           END-IF
           IF FUN-SOBREGIRO-SI
               IF WS-REANUDA = "S"
                   OPEN EXTEND ARCH-REP-SOB
               ELSE
                   OPEN OUTPUT ARCH-REP-SOB
                   MOVE SPACES TO WS-LINEA
                   STRING "INTERES POR SOBREGIRO DEL MES " WS-ANIO-MES
                       " (TASA ANUAL " WS-TASA-ANUAL " %)"
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-REP-SOB FROM WS-LINEA
               END-IF
           END-IF
           IF FUN-COMISIONES-SI
               IF WS-REANUDA = "S"
                   OPEN EXTEND ARCH-REP-COM
               ELSE
                   OPEN OUTPUT ARCH-REP-COM
                   MOVE SPACES TO WS-LINEA
                   STRING "COMISIONES DEL MES " WS-ANIO-MES
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-REP-COM FROM WS-LINEA
               END-IF
           END-IF
           IF FUN-DORMANCIA-SI
               IF WS-REANUDA = "S"
                   OPEN EXTEND ARCH-REP-DOR
               ELSE
                   OPEN OUTPUT ARCH-REP-DOR
                   MOVE SPACES TO WS-LINEA
                   STRING "CUENTAS DORMIDAS AL " WS-FECHA-NEGOCIO
                       " (MAS DE " WS-DIAS-LIMITE
                       " DIAS SIN MOVIMIENTO)"
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-REP-DOR FROM WS-LINEA
                   MOVE ALL "-" TO WS-LINEA
                   WRITE REG-REP-DOR FROM WS-LINEA
               END-IF
           END-IF
           IF FUN-DESCUBIERTOS-SI
               IF WS-REANUDA = "S"
                   OPEN EXTEND ARCH-REP-DES
               ELSE
                   OPEN OUTPUT ARCH-REP-DES
                   MOVE SPACES TO WS-LINEA
                   STRING "CUENTAS EN DESCUBIERTO AL " WS-FECHA-NEGOCIO
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-REP-DES FROM WS-LINEA
                   MOVE ALL "-" TO WS-LINEA
                   WRITE REG-REP-DES FROM WS-LINEA
               END-IF
           END-IF.

      *    PIE DE CADA REPORTE, IGUAL AL DE SU PROGRAMA SUELTO.
       CERRAR-REPORTES.
           IF FUN-INTERES-SI
               MOVE ALL "-" TO WS-LINEA
               WRITE REG-REP-INT FROM WS-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "CUENTAS ACREDITADAS: " WS-CONT-ACREDITADOS
                   "  TOTAL INTERES: " WS-TOT-INTERES
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REP-INT FROM WS-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "CUENTAS CON RETENCION: " WS-CONT-RETENIDOS
                   "  TOTAL RETENIDO: " WS-TOT-RETENCION
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REP-INT FROM WS-LINEA
               CLOSE ARCH-REP-INT
           END-IF
           IF FUN-SOBREGIRO-SI
               MOVE ALL "-" TO WS-LINEA
               WRITE REG-REP-SOB FROM WS-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "CUENTAS COBRADAS: " WS-CONT-SOB-COBRADAS
                   "  INGRESO DEL MES: " WS-TOT-SOB-INTERES
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REP-SOB FROM WS-LINEA
               CLOSE ARCH-REP-SOB
           END-IF
           IF FUN-COMISIONES-SI
               MOVE ALL "-" TO WS-LINEA
               WRITE REG-REP-COM FROM WS-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "CUENTAS COBRADAS: " WS-CONT-COM-COBRADAS
                   "  TOTAL: " WS-TOT-COBRADO
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REP-COM FROM WS-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "EXENTAS POR SUCESION: " WS-CONT-SUCESION
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REP-COM FROM WS-LINEA
               CLOSE ARCH-REP-COM
           END-IF
           IF FUN-DORMANCIA-SI
               MOVE ALL "-" TO WS-LINEA
               WRITE REG-REP-DOR FROM WS-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "CUENTAS MARCADAS DORMIDAS: " WS-CONT-DORMIDAS
                   " (SIN MOVIMIENTO ALGUNO: " WS-CONT-SIN-MOV ")"
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REP-DOR FROM WS-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "SALDOS DORMIDOS:           " WS-TOT-SALDOS
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REP-DOR FROM WS-LINEA
               CLOSE ARCH-REP-DOR
           END-IF
           IF FUN-DESCUBIERTOS-SI
               MOVE ALL "-" TO WS-LINEA
               WRITE REG-REP-DES FROM WS-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "CUENTAS EN DESCUBIERTO: " WS-CONT-DESCUBIERTOS
                   "  SOBREGIRO TOTAL: " WS-TOT-SOBREGIRO
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REP-DES FROM WS-LINEA
               PERFORM ESCRIBIR-DESGLOSE-SUCURSAL
               CLOSE ARCH-REP-DES
           END-IF.

      *----------------------------------------------------------------*
      *    PROCESAR-CUENTA                                             *
      *    Las funciones habilitadas, siempre en este orden. La        *
      *    historia de la cuenta (ultimo movimiento y operaciones del  *
      *    mes) se lee antes de postear nada, asi lo que esta misma    *
      *    corrida le carga no cuenta como actividad del cliente.      *
      *----------------------------------------------------------------*
       PROCESAR-CUENTA.
           ADD 1 TO WS-CONT-LEIDAS
           MOVE "N" TO WS-CTA-TOCADA
           IF CTA-ACTIVA
                   AND (FUN-COMISIONES-SI OR FUN-DORMANCIA-SI)
               PERFORM EXPLORAR-MOVIMIENTOS
           END-IF

           IF FUN-INTERES-SI AND CTA-ACTIVA
               PERFORM ACREDITAR-INTERES THRU ACREDITAR-INTERES-FIN
           END-IF
           IF FUN-SOBREGIRO-SI AND NOT CTA-INACTIVA
               PERFORM DEVENGAR-SOBREGIRO
           END-IF
           IF FUN-COMISIONES-SI AND CTA-ACTIVA
               PERFORM VERIFICAR-SUCESION
               IF WS-EN-SUCESION = "S"
                   PERFORM ANOTAR-SUCESION
               ELSE
                   PERFORM COBRAR-COMISION
               END-IF
           END-IF
           IF FUN-DORMANCIA-SI AND CTA-ACTIVA
               PERFORM EVALUAR-DORMANCIA
           END-IF
           IF FUN-DESCUBIERTOS-SI AND CTA-SOBREGIRO > 0
               PERFORM REPORTAR-DESCUBIERTO
           END-IF

           MOVE CTA-NUMERO TO WS-ULT-CUENTA
           ADD 1 TO WS-DESDE-CHECKPOINT
           IF WS-CTA-TOCADA = "S"
                   OR WS-DESDE-CHECKPOINT >= WS-N-CHECKPOINT
               PERFORM GRABAR-CHECKPOINT
           END-IF.

      *    ULTIMA FECHA DE MOVIMIENTO DEL CLIENTE (EL INTERES TIPO I
      *    LO POSTEA EL BANCO) Y DEPOSITOS, RETIROS Y TRANSFERENCIAS
      *    NO REVERSADOS DEL MES, DIRECTO DEL LIBRO POR CUENTA.
       EXPLORAR-MOVIMIENTOS.
           MOVE 0 TO WS-ULT-FECHA
           MOVE 0 TO WS-OPS-CUENTA
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
           PERFORM UNTIL WS-FIN-MOV = "S"
               IF MOV-TIPO NOT = "I" AND MOV-FECHA > WS-ULT-FECHA
                   MOVE MOV-FECHA TO WS-ULT-FECHA
               END-IF
               COMPUTE WS-MOV-ANIO-MES = MOV-FECHA / 100
               IF WS-MOV-ANIO-MES = WS-ANIO-MES
                       AND (MOV-TIPO = "D" OR MOV-TIPO = "R"
                           OR MOV-TIPO = "T")
                       AND NOT MOV-REVERSADO
                   ADD 1 TO WS-OPS-CUENTA
               END-IF
               PERFORM LEER-MOVIMIENTO
           END-PERFORM.

       LEER-MOVIMIENTO.
           READ ARCH-MOVIMIENTOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN-MOV
           END-READ
           IF WS-FIN-MOV = "N" AND MOV-CUENTA NOT = CTA-NUMERO
               MOVE "S" TO WS-FIN-MOV
           END-IF.

      *================================================================*
      *    1. CAPITALIZACION DE INTERESES (COMO DB-INTEREST)           *
      *================================================================*
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
               PERFORM BUSCAR-ENTRADA-CATALOGO
               MOVE 0 TO WS-TASA
               IF WS-CAT-HALLADO = "S"
                   MOVE TC-TASA(WS-IDX-CAT) TO WS-TASA
               END-IF
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
                   MOVE "S" TO WS-CTA-TOCADA
                   ADD 1 TO WS-CONT-ACREDITADOS
                   ADD WS-INTERES TO WS-TOT-INTERES
                   MOVE "I" TO WS-MOV-TIPO
                   MOVE WS-INTERES TO WS-MOV-IMPORTE
                   COMPUTE WS-MOV-SALDO = CTA-SALDO + WS-RETENCION
                   MOVE "INTERES" TO WS-LOG-ETIQUETA
                   PERFORM GRABAR-MOVIMIENTO
                   PERFORM GRABAR-TRANSLOG
                   IF WS-RETENCION > 0
                       ADD 1 TO WS-CONT-RETENIDOS
                       ADD WS-RETENCION TO WS-TOT-RETENCION
                       MOVE "W" TO WS-MOV-TIPO
                       MOVE WS-RETENCION TO WS-MOV-IMPORTE
                       MOVE CTA-SALDO TO WS-MOV-SALDO
                       MOVE "RETENCION" TO WS-LOG-ETIQUETA
                       PERFORM GRABAR-MOVIMIENTO
                       PERFORM GRABAR-TRANSLOG
                   END-IF
                   PERFORM ACUMULAR-RETENCION
                   MOVE SPACES TO WS-LINEA
                   STRING "CUENTA " CTA-NUMERO " INTERES " WS-INTERES
                       " RET " WS-RETENCION
                       " SALDO " CTA-SALDO
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-REP-INT FROM WS-LINEA
               ELSE
                   DISPLAY "ERROR AL REESCRIBIR CUENTA " CTA-NUMERO
                       ". FS=" FS-CTA
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
           IF FS-DEV = "00"
               MOVE "S" TO WS-CTA-TOCADA
           ELSE
               DISPLAY "ERROR AL REESCRIBIR DEVENGO " DEV-CUENTA
                   ". FS=" FS-DEV
               MOVE "DEVENGOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-DEV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.
       ACREDITAR-INTERES-FIN.
           EXIT.

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

      *================================================================*
      *    2. CARGO POR USO DE SOBREGIRO (COMO DB-ODINTEREST)          *
      *================================================================*
      *----------------------------------------------------------------*
      *    DEVENGAR-SOBREGIRO                                          *
      *    Rejuega la historia de la cuenta con las reglas de posteo   *
      *    desde el saldo previo al primer movimiento que sobrevive y  *
      *    devenga interes deudor diario sobre el sobregiro vigente en *
      *    cada tramo de dias del mes de la fecha de negocio.          *
      *----------------------------------------------------------------*
       DEVENGAR-SOBREGIRO.
           MOVE 0 TO WS-SOBREGIRO
           MOVE 0 TO WS-SALDO-PREVIO
           MOVE 0 TO WS-ACUMULADO
           MOVE 0 TO WS-FECHA-TRAMO

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
           END-IF
           PERFORM UNTIL WS-FIN-MOV = "S"
               MOVE MOV-FECHA TO WS-MOVD-FECHA
               MOVE MOV-TIPO TO WS-MOVD-TIPO
               MOVE MOV-IMPORTE TO WS-MOVD-IMPORTE
               MOVE MOV-SALDO TO WS-MOVD-SALDO
               PERFORM ACUMULAR-TRAMO
               PERFORM REJUGAR-MOVIMIENTO
               PERFORM LEER-MOVIMIENTO
           END-PERFORM

           IF WS-SOBREGIRO > 0 AND WS-FECHA-TRAMO > 0
               PERFORM ACUMULAR-TRAMO-FINAL
           END-IF

           COMPUTE WS-INT-SOBREGIRO ROUNDED =
               WS-ACUMULADO * WS-TASA-ANUAL / 36500
           IF WS-INT-SOBREGIRO > 0
               PERFORM COBRAR-SOBREGIRO
           END-IF.

       ACUMULAR-TRAMO.
           IF WS-SOBREGIRO > 0 AND WS-FECHA-TRAMO > 0
                   AND WS-MOVD-FECHA > WS-MES-DESDE
                   AND WS-FECHA-TRAMO < WS-MES-HASTA
               PERFORM CALCULAR-DIAS-EN-MES
               IF WS-DIAS-TRAMO > 0
                   COMPUTE WS-ACUMULADO = WS-ACUMULADO
                       + WS-SOBREGIRO * WS-DIAS-TRAMO
               END-IF
           END-IF.

       CALCULAR-DIAS-EN-MES.
           MOVE 0 TO WS-DIAS-TRAMO
           MOVE WS-FECHA-TRAMO TO WS-FEC-FECHA2
           IF WS-FEC-FECHA2 < WS-MES-DESDE
               MOVE WS-MES-DESDE TO WS-FEC-FECHA2
           END-IF
           IF WS-MOVD-FECHA > WS-MES-HASTA
               MOVE "D" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-MES-HASTA WS-FEC-FECHA2
                   WS-FEC-RESULTADO WS-FEC-RC
           ELSE
               MOVE "D" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-MOVD-FECHA WS-FEC-FECHA2
                   WS-FEC-RESULTADO WS-FEC-RC
           END-IF
           IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO > 0
               MOVE WS-FEC-RESULTADO TO WS-DIAS-TRAMO
           END-IF.

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

       ACUMULAR-TRAMO-FINAL.
           MOVE WS-FECHA-TRAMO TO WS-FEC-FECHA2
           IF WS-FEC-FECHA2 < WS-MES-DESDE
               MOVE WS-MES-DESDE TO WS-FEC-FECHA2
           END-IF
           IF WS-FEC-FECHA2 > WS-MES-HASTA
               CONTINUE
           ELSE
               MOVE "D" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-MES-HASTA WS-FEC-FECHA2
                   WS-FEC-RESULTADO WS-FEC-RC
               IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO > 0
                   COMPUTE WS-ACUMULADO = WS-ACUMULADO
                       + WS-SOBREGIRO * WS-FEC-RESULTADO
               END-IF
           END-IF.

       COBRAR-SOBREGIRO.
           IF WS-INT-SOBREGIRO > CTA-SALDO
               COMPUTE WS-EXCEDENTE = WS-INT-SOBREGIRO - CTA-SALDO
               MOVE 0 TO CTA-SALDO
               ADD WS-EXCEDENTE TO CTA-SOBREGIRO
           ELSE
               SUBTRACT WS-INT-SOBREGIRO FROM CTA-SALDO
           END-IF
           REWRITE CUENTA-REG
           IF FS-CTA = "00"
               MOVE "S" TO WS-CTA-TOCADA
               ADD 1 TO WS-CONT-SOB-COBRADAS
               ADD WS-INT-SOBREGIRO TO WS-TOT-SOB-INTERES
               MOVE "G" TO WS-MOV-TIPO
               MOVE WS-INT-SOBREGIRO TO WS-MOV-IMPORTE
               MOVE CTA-SALDO TO WS-MOV-SALDO
               MOVE "INT-SOBREGIRO" TO WS-LOG-ETIQUETA
               PERFORM GRABAR-MOVIMIENTO
               PERFORM GRABAR-TRANSLOG
               MOVE SPACES TO WS-LINEA
               STRING "CUENTA " CTA-NUMERO
                   " INTERES SOBREGIRO " WS-INT-SOBREGIRO
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REP-SOB FROM WS-LINEA
               DISPLAY WS-LINEA
           ELSE
               DISPLAY "ERROR AL REESCRIBIR CUENTA " CTA-NUMERO
                   ". FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *================================================================*
      *    3. COMISIONES DEL MES (COMO DB-FEES)                        *
      *================================================================*
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
           MOVE "S" TO WS-CTA-TOCADA
           ADD 1 TO WS-CONT-SUCESION
           MOVE SPACES TO WS-LINEA
           STRING "CUENTA " CTA-NUMERO " CLIENTE " CTA-CLI-ID
               "  EXENTA: TITULAR FALLECIDO"
               INTO WS-LINEA
           END-STRING
           WRITE REG-REP-COM FROM WS-LINEA.

      *----------------------------------------------------------------*
      *    COBRAR-COMISION                                             *
      *    Entrada del catalogo por tipo de cuenta y segmento del      *
      *    titular: mantenimiento si el saldo esta bajo el minimo,     *
      *    mas cargo por operacion sobre las libres.                   *
      *----------------------------------------------------------------*
       COBRAR-COMISION.
           PERFORM BUSCAR-ENTRADA-CATALOGO
           IF WS-CAT-HALLADO = "N"
               CONTINUE
           ELSE
               MOVE 0 TO WS-FEE
               IF CTA-SALDO < TC-SALDO-MIN(WS-IDX-CAT)
                   MOVE TC-FEE(WS-IDX-CAT) TO WS-FEE
               END-IF

               MOVE 0 TO WS-CARGO-OPS
               IF WS-OPS-CUENTA > TC-LIBRES(WS-IDX-CAT)
                   COMPUTE WS-OPS-EXCESO =
                       WS-OPS-CUENTA - TC-LIBRES(WS-IDX-CAT)
                   COMPUTE WS-CARGO-OPS =
                       WS-OPS-EXCESO * TC-CARGO-OP(WS-IDX-CAT)
               END-IF

               COMPUTE WS-CARGO-TOTAL = WS-FEE + WS-CARGO-OPS
               IF WS-CARGO-TOTAL > 0
                   PERFORM DEBITAR-COMISION
               END-IF
           END-IF.

      *    EL CARGO SE DEBITA COMO UN RETIRO: AGOTA EL SALDO Y EL
      *    EXCEDENTE QUEDA COMO SOBREGIRO DENTRO DEL LIMITE.
       DEBITAR-COMISION.
           IF WS-CARGO-TOTAL > CTA-SALDO
               COMPUTE WS-EXCEDENTE = WS-CARGO-TOTAL - CTA-SALDO
               IF CTA-SOBREGIRO + WS-EXCEDENTE > CTA-LIMITE
                   DISPLAY "CUENTA " CTA-NUMERO ": EL CARGO "
                       WS-CARGO-TOTAL " SUPERA EL DISPONIBLE. NO "
                       "SE COBRA ESTE MES."
                   MOVE SPACES TO WS-LINEA
                   STRING "CUENTA " CTA-NUMERO " CARGO "
                       WS-CARGO-TOTAL " - SIN DISPONIBLE, NO "
                       "COBRADO"
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-REP-COM FROM WS-LINEA
                   MOVE "S" TO WS-CTA-TOCADA
                   MOVE 0 TO WS-CARGO-TOTAL
               ELSE
                   MOVE 0 TO CTA-SALDO
                   ADD WS-EXCEDENTE TO CTA-SOBREGIRO
               END-IF
           ELSE
               SUBTRACT WS-CARGO-TOTAL FROM CTA-SALDO
           END-IF

           IF WS-CARGO-TOTAL > 0
               REWRITE CUENTA-REG
               IF FS-CTA = "00"
                   MOVE "S" TO WS-CTA-TOCADA
                   ADD 1 TO WS-CONT-COM-COBRADAS
                   ADD WS-CARGO-TOTAL TO WS-TOT-COBRADO
                   MOVE "F" TO WS-MOV-TIPO
                   MOVE WS-CARGO-TOTAL TO WS-MOV-IMPORTE
                   MOVE CTA-SALDO TO WS-MOV-SALDO
                   MOVE "COMISION" TO WS-LOG-ETIQUETA
                   PERFORM GRABAR-MOVIMIENTO
                   PERFORM GRABAR-TRANSLOG
                   MOVE SPACES TO WS-LINEA
                   STRING "CUENTA " CTA-NUMERO
                       " MANT " WS-FEE
                       " OPS " WS-CARGO-OPS
                       " TOTAL " WS-CARGO-TOTAL
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-REP-COM FROM WS-LINEA
               ELSE
                   DISPLAY "ERROR AL REESCRIBIR CUENTA " CTA-NUMERO
                       ". FS=" FS-CTA
                   MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-CTA TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    BUSCAR-ENTRADA-CATALOGO                                     *
      *    Entrada del catalogo para el tipo de cuenta y el segmento   *
      *    del titular; sin entrada propia, la del segmento N del      *
      *    mismo tipo de cuenta. Sirve a intereses y a comisiones.     *
      *----------------------------------------------------------------*
       BUSCAR-ENTRADA-CATALOGO.
           MOVE CTA-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO WS-SEGMENTO
               NOT INVALID KEY
                   MOVE CLI-TIPO TO WS-SEGMENTO
           END-READ
           IF WS-SEGMENTO = " "
               MOVE "N" TO WS-SEGMENTO
           END-IF

           MOVE "N" TO WS-CAT-HALLADO
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-CANT-CATALOGO
                   OR WS-CAT-HALLADO = "S"
               IF TC-TIPO-CTA(WS-IDX-CAT) = CTA-TIPO
                       AND TC-SEGMENTO(WS-IDX-CAT) = WS-SEGMENTO
                   MOVE "S" TO WS-CAT-HALLADO
               END-IF
           END-PERFORM
           IF WS-CAT-HALLADO = "S"
               SUBTRACT 1 FROM WS-IDX-CAT
           ELSE
               PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                       UNTIL WS-IDX-CAT > WS-CANT-CATALOGO
                       OR WS-CAT-HALLADO = "S"
                   IF TC-TIPO-CTA(WS-IDX-CAT) = CTA-TIPO
                           AND TC-SEGMENTO(WS-IDX-CAT) = "N"
                       MOVE "S" TO WS-CAT-HALLADO
                   END-IF
               END-PERFORM
               IF WS-CAT-HALLADO = "S"
                   SUBTRACT 1 FROM WS-IDX-CAT
               END-IF
           END-IF.

      *================================================================*
      *    4. DETECCION DE DORMIDAS (COMO DB-DORMANT)                  *
      *================================================================*
      *    LA CUENTA QUEDA DORMIDA CUANDO LA DIFERENCIA REAL EN DIAS
      *    CONTRA EL ULTIMO MOVIMIENTO SUPERA LOS MESES CONFIGURADOS.
       EVALUAR-DORMANCIA.
           IF WS-ULT-FECHA = 0
               MOVE 99999 TO WS-FEC-RESULTADO
           ELSE
               MOVE "D" TO WS-FEC-FUNCION
               MOVE WS-ULT-FECHA TO WS-FEC-FECHA2
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-FECHA-NEGOCIO WS-FEC-FECHA2
                   WS-FEC-RESULTADO WS-FEC-RC
               IF WS-FEC-RC NOT = "00"
                   MOVE 0 TO WS-FEC-RESULTADO
               END-IF
           END-IF

           IF WS-FEC-RESULTADO > WS-DIAS-LIMITE
               MOVE "D" TO CTA-ESTADO
               REWRITE CUENTA-REG
               IF FS-CTA = "00"
                   MOVE "S" TO WS-CTA-TOCADA
                   ADD 1 TO WS-CONT-DORMIDAS
                   ADD CTA-SALDO TO WS-TOT-SALDOS
                   IF WS-ULT-FECHA = 0
                       ADD 1 TO WS-CONT-SIN-MOV
                   END-IF
                   MOVE SPACES TO WS-LINEA
                   STRING "CUENTA " CTA-NUMERO
                       " TITULAR " CTA-CLI-ID
                       " SALDO " CTA-SALDO
                       " ULT.MOV " WS-ULT-FECHA
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-REP-DOR FROM WS-LINEA
               ELSE
                   DISPLAY "ERROR AL MARCAR CUENTA " CTA-NUMERO
                       ". FS=" FS-CTA
                   MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-CTA TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-IF.

      *================================================================*
      *    5. REPORTE DE DESCUBIERTOS (COMO DB-OVERDRAFT)              *
      *================================================================*
      *    SOBREGIRO QUE QUEDA DESPUES DE LOS CARGOS DEL CIERRE.
       REPORTAR-DESCUBIERTO.
           MOVE "S" TO WS-CTA-TOCADA
           COMPUTE WS-MARGEN = CTA-LIMITE - CTA-SOBREGIRO
           MOVE SPACES TO WS-LINEA
           STRING "CUENTA " CTA-NUMERO " TITULAR " CTA-CLI-ID
               " SUC " CTA-SUCURSAL
               " SOBREGIRO " CTA-SOBREGIRO
               " LIMITE " CTA-LIMITE
               " MARGEN " WS-MARGEN
               INTO WS-LINEA
           END-STRING
           WRITE REG-REP-DES FROM WS-LINEA
           DISPLAY WS-LINEA
           ADD 1 TO WS-CONT-DESCUBIERTOS
           ADD CTA-SOBREGIRO TO WS-TOT-SOBREGIRO
           PERFORM ANOTAR-SUCURSAL.

      *-----------------------------------------------------------------
      * DESGLOSE POR SUCURSAL (BLANCO SE REPORTA COMO LA CASA
      * CENTRAL 001).
      *-----------------------------------------------------------------
       ANOTAR-SUCURSAL.
           MOVE CTA-SUCURSAL TO WS-SUC-ACTUAL
           IF WS-SUC-ACTUAL = SPACES
               MOVE "001" TO WS-SUC-ACTUAL
           END-IF
           MOVE "N" TO WS-SUC-HALLADA
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               IF TSU-CODIGO(WS-IDX-SUC) = WS-SUC-ACTUAL
                   ADD 1 TO TSU-CONT(WS-IDX-SUC)
                   ADD CTA-SOBREGIRO TO TSU-TOTAL(WS-IDX-SUC)
                   MOVE "S" TO WS-SUC-HALLADA
                   MOVE WS-CANT-SUC TO WS-IDX-SUC
               END-IF
           END-PERFORM
           IF WS-SUC-HALLADA = "N" AND WS-CANT-SUC < 20
               ADD 1 TO WS-CANT-SUC
               MOVE WS-SUC-ACTUAL TO TSU-CODIGO(WS-CANT-SUC)
               MOVE 1 TO TSU-CONT(WS-CANT-SUC)
               MOVE CTA-SOBREGIRO TO TSU-TOTAL(WS-CANT-SUC)
           END-IF.

       ESCRIBIR-DESGLOSE-SUCURSAL.
           IF WS-CANT-SUC > 0
               MOVE "DESGLOSE POR SUCURSAL:" TO WS-LINEA
               WRITE REG-REP-DES FROM WS-LINEA
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                       UNTIL WS-IDX-SUC > WS-CANT-SUC
                   MOVE SPACES TO WS-LINEA
                   STRING "  SUC " TSU-CODIGO(WS-IDX-SUC)
                       " CUENTAS " TSU-CONT(WS-IDX-SUC)
                       " SOBREGIRO " TSU-TOTAL(WS-IDX-SUC)
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-REP-DES FROM WS-LINEA
                   DISPLAY WS-LINEA
               END-PERFORM
           END-IF.

      *================================================================*
      *    POSTEO COMUN AL LIBRO Y A translog.txt                      *
      *================================================================*
       GRABAR-MOVIMIENTO.
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

      *    MISMA LINEA QUE DEJA CADA PROGRAMA SUELTO (INTERES,
      *    RETENCION, INT-SOBREGIRO O COMISION).
       GRABAR-TRANSLOG.
           MOVE SPACES TO WS-LINEA-LOG
           STRING WS-LOG-ETIQUETA DELIMITED BY SPACE
               " CTA=" CTA-NUMERO
               " IMPORTE=" WS-MOV-IMPORTE
               " SALDO=" WS-MOV-SALDO
               INTO WS-LINEA-LOG
           END-STRING
           WRITE REG-TRANSLOG FROM WS-LINEA-LOG.

      *================================================================*
      *    CHECKPOINT/RESTART POR CTA-NUMERO                           *
      *================================================================*
      *-----------------------------------------------------------------
      * AL ARRANCAR: UN CHECKPOINT DE LA MISMA FECHA DE NEGOCIO Y LAS
      * MISMAS FUNCIONES SE RETOMA DESDE LA CUENTA SIGUIENTE; UNO DE
      * OTRA CORRIDA SE DESCARTA Y SE EMPIEZA DE CERO.
      *-----------------------------------------------------------------
       LEER-CHECKPOINT.
           OPEN INPUT ARCH-CHECK
           IF FS-CHECK = "00"
               READ ARCH-CHECK
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CK-FECHA-NEGOCIO = WS-FECHA-NEGOCIO
                               AND CK-FUNCIONES = WS-FUNCIONES
                           MOVE "S" TO WS-REANUDA
                           MOVE CK-ULT-CUENTA TO WS-ULT-CUENTA
                           MOVE CK-ACUMULADOS TO WS-ACUMULADOS
                           DISPLAY "CHECKPOINT ENCONTRADO, RETOMANDO "
                               "DESPUES DE LA CUENTA " WS-ULT-CUENTA
                       ELSE
                           DISPLAY "CHECKPOINT DE OTRA CORRIDA ("
                               CK-FECHA-NEGOCIO " " CK-FUNCIONES
                               "): SE DESCARTA."
                       END-IF
               END-READ
               CLOSE ARCH-CHECK
           END-IF.

       GRABAR-CHECKPOINT.
           MOVE WS-FECHA-NEGOCIO TO CK-FECHA-NEGOCIO
           MOVE WS-FUNCIONES TO CK-FUNCIONES
           MOVE WS-ULT-CUENTA TO CK-ULT-CUENTA
           MOVE WS-ACUMULADOS TO CK-ACUMULADOS
           OPEN OUTPUT ARCH-CHECK
           WRITE REG-CHECK
           CLOSE ARCH-CHECK
           MOVE 0 TO WS-DESDE-CHECKPOINT.

      *-----------------------------------------------------------------
      * CORRIDA COMPLETA: SE LIMPIA EL CHECKPOINT PARA LA PROXIMA VEZ
      *-----------------------------------------------------------------
       LIMPIAR-CHECKPOINT.
           OPEN OUTPUT ARCH-CHECK
           CLOSE ARCH-CHECK.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185,
      * CUENTAS V02/50, DEVENGOS V01/70 Y MOVIMIENTOS V01/68.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "DEVENGOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 70 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "MOVIMIENTOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 68 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT.

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

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
               " PROGRAMA=DB-FIN-DIA" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-FIN-DIA.
