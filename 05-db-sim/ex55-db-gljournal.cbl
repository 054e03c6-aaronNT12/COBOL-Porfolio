      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Asiento contable diario del lado bancario: recorre
      *          los movimientos de MOVIMIENTOS.IDX de la fecha
      *          contable pedida (depositos D, retiros R, intereses
      *          I, interes de sobregiro G, comisiones F, cheques
      *          acreditados Q, acreditaciones de sueldo S y el
      *          resto de los tipos del libro), traduce cada uno a
      *          un par de cuentas contables con el plan de cuentas
      *          plan_cuentas_gl.txt (tipo de movimiento + tipo de
      *          cuenta + sucursal) y deja el asiento balanceado en
      *          banca_diario.txt, con la misma forma que el
      *          nomina_diario.txt de PAYROLL-RELEASE ("C" cabecera,
      *          "D" debe / "H" haber por cuenta y sucursal, "T"
      *          cola) y su control banca_diario.txt.ctl para
      *          CTL-VERIFY. Los movimientos sin entrada en el plan
      *          no se contabilizan: quedan listados en el reporte
      *          banca_diario_rep.txt y la corrida termina con
      *          RETURN-CODE distinto de cero. La corrida queda en
      *          runctl.txt como trabajo DIARIO-BCO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Los movimientos de cuentas en divisa (CTA-MONEDA
      *                distinta de la local) no entran al asiento en
      *                moneda local: se listan como no incluidos en
      *                banca_diario_rep.txt, igual que DB-GLTRIAL los
      *                deja fuera de la conciliacion de depositos.
      * 15-10-2026 AAR Las correcciones de EX02-CICS-GET (tipo U y Z)
      *                se contabilizan con la entrada del plan del
      *                tipo que reversan (MOV-TIPO-ORIGEN), con el
      *                debe y el haber invertidos: el reverso anula
      *                el asiento del original sin entradas nuevas en
      *                plan_cuentas_gl.txt.
      * 14-10-2026 AAR La fecha contable por omision es la fecha de
      *                negocio (rutina comun FECHA-NEGOCIO).
      * 14-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-GLJOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT ARCH-PLAN ASSIGN TO "plan_cuentas_gl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLA.
           SELECT ARCH-DIARIO ASSIGN TO "banca_diario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIA.
           SELECT ARCH-DIARIO-CTL ASSIGN TO "banca_diario.txt.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DCT.
           SELECT ARCH-REPORTE ASSIGN TO "banca_diario_rep.txt"
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
               88 MOV-ES-CORRECCION VALUE "U" "Z".
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 MOV-SUCURSAL     PIC X(3).
           05 MOV-ESTADO       PIC X(1).
           05 MOV-TIPO-ORIGEN  PIC X(1).

      *----------------------------------------------------------------*
      *    PLAN DE CUENTAS: UNA LINEA POR TIPO DE MOVIMIENTO, CON TIPO *
      *    DE CUENTA (C/A) Y SUCURSAL OPCIONALES; BLANCO = CUALQUIERA. *
      *    GANA LA ENTRADA MAS ESPECIFICA QUE CALCE.                   *
      *----------------------------------------------------------------*
       FD  ARCH-PLAN.
       01  REG-PLAN.
           05 PLA-MOV-TIPO     PIC X(1).
           05 PLA-CTA-TIPO     PIC X(1).
           05 PLA-SUCURSAL     PIC X(3).
           05 PLA-CUENTA-DEBE  PIC X(12).
           05 PLA-CUENTA-HABER PIC X(12).

      *----------------------------------------------------------------*
      *    ASIENTO CONTABLE DEL DIA: "C" CABECERA, "D" DEBE / "H"      *
      *    HABER POR CUENTA Y SUCURSAL, "T" COLA CON LOS TOTALES DE    *
      *    CONTROL; LA MISMA FORMA QUE nomina_diario.txt.              *
      *----------------------------------------------------------------*
       FD  ARCH-DIARIO.
       01  REG-DIARIO          PIC X(100).
       01  REG-DIA-CABECERA REDEFINES REG-DIARIO.
           05 DIA-C-TIPO       PIC X(1).
           05 DIA-C-JOB        PIC X(12).
           05 DIA-C-FECHA-PER  PIC 9(8).
           05 DIA-C-FECHA-GEN  PIC 9(8).
           05 FILLER           PIC X(71).
       01  REG-DIA-LINEA REDEFINES REG-DIARIO.
           05 DIA-L-TIPO       PIC X(1).
           05 DIA-L-CUENTA     PIC X(12).
           05 DIA-L-DEPTO      PIC X(4).
           05 DIA-L-CONCEPTO   PIC X(30).
           05 DIA-L-IMPORTE    PIC 9(11)V99.
           05 FILLER           PIC X(40).
       01  REG-DIA-COLA REDEFINES REG-DIARIO.
           05 DIA-T-TIPO       PIC X(1).
           05 DIA-T-DEBE       PIC 9(13)V99.
           05 DIA-T-HABER      PIC 9(13)V99.
           05 DIA-T-LINEAS     PIC 9(5).
           05 FILLER           PIC X(64).

       FD  ARCH-DIARIO-CTL.
       01  REG-DIARIO-CTL.
           05 DCT-CANTIDAD     PIC 9(7).
           05 DCT-HASH         PIC 9(13).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(80).

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
       01  FS-PLA              PIC XX.
       01  FS-DIA              PIC XX.
       01  FS-DCT              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-RCT              PIC XX.
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

       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FIN-PLAN         PIC X VALUE "N".
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-CONTABLE   PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-LINEA            PIC X(80).

      *    PLAN DE CUENTAS EN MEMORIA.
       01  WS-TABLA-PLAN.
           05 WS-PLA-ENT OCCURS 100 TIMES.
               10 PT-MOV-TIPO  PIC X(1).
               10 PT-CTA-TIPO  PIC X(1).
               10 PT-SUCURSAL  PIC X(3).
               10 PT-DEBE      PIC X(12).
               10 PT-HABER     PIC X(12).
       01  WS-CANT-PLAN        PIC 9(3) VALUE 0.
       01  WS-IDX-PLA          PIC 9(3) VALUE 0.
       01  WS-PLA-ELEGIDA      PIC 9(3) VALUE 0.
       01  WS-PUNTAJE          PIC 9 VALUE 0.
       01  WS-PUNTAJE-MEJOR    PIC 9 VALUE 0.
       01  WS-PLA-CALZA        PIC X VALUE "N".

      *    ACUMULADOS DEL ASIENTO POR LADO + CUENTA + SUCURSAL.
       01  WS-TABLA-ASIENTO.
           05 WS-ASI-ENT OCCURS 300 TIMES.
               10 AT-LADO      PIC X(1).
               10 AT-CUENTA    PIC X(12).
               10 AT-SUCURSAL  PIC X(3).
               10 AT-IMPORTE   PIC 9(11)V99.
       01  WS-CANT-ASIENTO     PIC 9(3) VALUE 0.
       01  WS-IDX-ASI          PIC 9(3) VALUE 0.
       01  WS-ASI-ENCONTRADO   PIC X VALUE "N".

       01  WS-CTA-TIPO-MOV     PIC X(1).
       01  WS-TIPO-PLAN        PIC X(1).
       01  WS-SUC-MOV          PIC X(3).
       01  WS-BUS-LADO         PIC X(1).
       01  WS-BUS-CUENTA       PIC X(12).

       01  WS-DIA-DEBE         PIC 9(13)V99 VALUE 0.
       01  WS-DIA-HABER        PIC 9(13)V99 VALUE 0.
       01  WS-DIA-LINEAS       PIC 9(5) VALUE 0.
       01  WS-DIA-HASH         PIC 9(13) VALUE 0.
       01  WS-IDX-HASH         PIC 9(2) VALUE 0.
       01  WS-NOMBRE-DIARIO    PIC X(40)
               VALUE "banca_diario.txt".
       01  WS-RC-CBL           PIC 9(8) COMP-5 VALUE 0.

       01  WS-CONT-LEIDOS      PIC 9(7) VALUE 0.
       01  WS-CONT-CONTABLES   PIC 9(7) VALUE 0.
       01  WS-CONT-SIN-PLAN    PIC 9(7) VALUE 0.
       01  WS-SUMA-CONTABLE    PIC 9(13)V99 VALUE 0.
       01  WS-SUMA-SIN-PLAN    PIC 9(13)V99 VALUE 0.
       01  WS-CONT-DIVISA      PIC 9(7) VALUE 0.
       01  WS-SUMA-DIVISA      PIC 9(13)V99 VALUE 0.
       01  WS-DESBORDE         PIC X VALUE "N".
       01  WS-ESTADO-CORRIDA   PIC X(10) VALUE "GENERADO".
       01  WS-DIARIO-OK        PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   ASIENTO CONTABLE DIARIO - MOVIMIENTOS BANCO  "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "FECHA CONTABLE (AAAAMMDD, 0 = FECHA DE "
               "NEGOCIO): "
           ACCEPT WS-FECHA-CONTABLE
           IF WS-FECHA-CONTABLE = 0
               CALL "FECHA-NEGOCIO" USING WS-FECHA-CONTABLE
                   WS-FNG-ESTADO WS-FNG-RC
           END-IF
           MOVE "V" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               WS-FECHA-CONTABLE WS-FEC-FECHA2
               WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00"
               DISPLAY "FECHA CONTABLE IMPOSIBLE: " WS-FECHA-CONTABLE
                   ". SE ABORTA."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARGAR-PLAN
           IF WS-CANT-PLAN = 0
               DISPLAY "SIN ENTRADAS EN plan_cuentas_gl.txt. NO SE "
                   "PUEDE CONTABILIZAR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOV NOT = "00"
               DISPLAY "ERROR AL ABRIR MOVIMIENTOS.IDX. FS=" FS-MOV
               MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-MOV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CUENTAS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-REPORTE
           PERFORM VERIFICAR-LAYOUTS

           MOVE SPACES TO WS-LINEA
           STRING "ASIENTO BANCARIO DEL " WS-FECHA-CONTABLE
               " - MOVIMIENTOS NO CONTABILIZADOS"
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA

           MOVE LOW-VALUES TO MOV-CLAVE
           START ARCH-MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = "S"
               READ ARCH-MOVIMIENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF MOV-FECHA = WS-FECHA-CONTABLE
                           PERFORM CONTABILIZAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUENTAS
           CLOSE ARCH-MOVIMIENTOS

           PERFORM GRABAR-DIARIO THRU GRABAR-DIARIO-EXIT

           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "MOVIMIENTOS DEL DIA: " WS-CONT-LEIDOS
               "  CONTABILIZADOS: " WS-CONT-CONTABLES
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "SIN CUENTA CONTABLE: " WS-CONT-SIN-PLAN
               "  IMPORTE: " WS-SUMA-SIN-PLAN
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "EN DIVISA (NO INCLUIDOS): " WS-CONT-DIVISA
               "  IMPORTE: " WS-SUMA-DIVISA
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "DEBE: " WS-DIA-DEBE "  HABER: " WS-DIA-HABER
               "  LINEAS: " WS-DIA-LINEAS
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           CLOSE ARCH-REPORTE
           MOVE "DIARIO-BANCA" TO WS-SPOOL-REPORTE
           MOVE "banca_diario_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           IF WS-CONT-SIN-PLAN > 0 OR WS-DESBORDE = "S"
               MOVE "INCOMPLETO" TO WS-ESTADO-CORRIDA
               MOVE 1 TO RETURN-CODE
           END-IF
           IF WS-DIARIO-OK = "S"
               PERFORM GRABAR-RUN-CONTROL
           END-IF

           DISPLAY "-----------------------------------------------"
           DISPLAY "FECHA CONTABLE:         " WS-FECHA-CONTABLE
           DISPLAY "MOVIMIENTOS DEL DIA:    " WS-CONT-LEIDOS
           DISPLAY "CONTABILIZADOS:         " WS-CONT-CONTABLES
           DISPLAY "IMPORTE CONTABILIZADO:  " WS-SUMA-CONTABLE
           DISPLAY "SIN CUENTA CONTABLE:    " WS-CONT-SIN-PLAN
           DISPLAY "EN DIVISA NO INCLUIDOS: " WS-CONT-DIVISA
           IF WS-CONT-SIN-PLAN > 0
               DISPLAY "** HAY MOVIMIENTOS SIN ENTRADA EN "
                   "plan_cuentas_gl.txt. VER banca_diario_rep.txt **"
           END-IF
           IF WS-DESBORDE = "S"
               DISPLAY "** TABLA DEL ASIENTO LLENA: HAY CUENTAS "
                   "SIN ACUMULAR. **"
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    CARGAR-PLAN                                                 *
      *    plan_cuentas_gl.txt completo a memoria.                     *
      *----------------------------------------------------------------*
       CARGAR-PLAN.
           OPEN INPUT ARCH-PLAN
           IF FS-PLA = "00"
               PERFORM LEER-PLAN
               PERFORM UNTIL WS-FIN-PLAN = "S"
                   IF WS-CANT-PLAN < 100
                           AND PLA-MOV-TIPO NOT = SPACES
                       ADD 1 TO WS-CANT-PLAN
                       MOVE PLA-MOV-TIPO TO PT-MOV-TIPO(WS-CANT-PLAN)
                       MOVE PLA-CTA-TIPO TO PT-CTA-TIPO(WS-CANT-PLAN)
                       MOVE PLA-SUCURSAL TO PT-SUCURSAL(WS-CANT-PLAN)
                       MOVE PLA-CUENTA-DEBE TO PT-DEBE(WS-CANT-PLAN)
                       MOVE PLA-CUENTA-HABER TO PT-HABER(WS-CANT-PLAN)
                   END-IF
                   PERFORM LEER-PLAN
               END-PERFORM
               CLOSE ARCH-PLAN
           ELSE
               MOVE "plan_cuentas_gl.txt" TO WS-ERR-ARCHIVO
               MOVE FS-PLA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

       LEER-PLAN.
           READ ARCH-PLAN
               AT END MOVE "S" TO WS-FIN-PLAN
           END-READ.

      *----------------------------------------------------------------*
      *    CONTABILIZAR-MOVIMIENTO                                     *
      *    Tipo de cuenta desde CUENTAS.IDX, sucursal del movimiento   *
      *    (blanco = 001, la casa central) y busqueda en el plan; el   *
      *    importe suma al debe de una cuenta y al haber de la otra,   *
      *    asi el asiento cuadra por construccion. Los movimientos de  *
      *    cuentas en divisa no se contabilizan (el plan y el mayor    *
      *    son en moneda local): quedan listados como no incluidos.    *
      *----------------------------------------------------------------*
       CONTABILIZAR-MOVIMIENTO.
           ADD 1 TO WS-CONT-LEIDOS
           MOVE MOV-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE SPACES TO WS-CTA-TIPO-MOV
                   MOVE SPACES TO CTA-SUCURSAL
                   MOVE SPACES TO CTA-MONEDA
               NOT INVALID KEY
                   MOVE CTA-TIPO TO WS-CTA-TIPO-MOV
           END-READ
           IF NOT CTA-MONEDA-LOCAL
               ADD 1 TO WS-CONT-DIVISA
               ADD MOV-IMPORTE TO WS-SUMA-DIVISA
               MOVE SPACES TO WS-LINEA
               STRING "CUENTA " MOV-CUENTA " SEC " MOV-SECUENCIA
                   " TIPO " MOV-TIPO " IMPORTE " MOV-IMPORTE
                   " EN DIVISA " CTA-MONEDA " (NO INCLUIDO)"
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
           ELSE
               PERFORM CONTABILIZAR-EN-PLAN
           END-IF.

       CONTABILIZAR-EN-PLAN.
           MOVE MOV-SUCURSAL TO WS-SUC-MOV
           IF WS-SUC-MOV = SPACES
               MOVE CTA-SUCURSAL TO WS-SUC-MOV
           END-IF
           IF WS-SUC-MOV = SPACES
               MOVE "001" TO WS-SUC-MOV
           END-IF
      *    UNA CORRECCION BUSCA LA ENTRADA DEL TIPO QUE REVERSA.
           MOVE MOV-TIPO TO WS-TIPO-PLAN
           IF MOV-ES-CORRECCION
               MOVE MOV-TIPO-ORIGEN TO WS-TIPO-PLAN
           END-IF

           PERFORM BUSCAR-EN-PLAN
           IF WS-PLA-ELEGIDA = 0
               ADD 1 TO WS-CONT-SIN-PLAN
               ADD MOV-IMPORTE TO WS-SUMA-SIN-PLAN
               MOVE SPACES TO WS-LINEA
               STRING "CUENTA " MOV-CUENTA " SEC " MOV-SECUENCIA
                   " TIPO " MOV-TIPO "/" WS-CTA-TIPO-MOV
                   " SUC " WS-SUC-MOV " IMPORTE " MOV-IMPORTE
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
           ELSE
               ADD 1 TO WS-CONT-CONTABLES
               ADD MOV-IMPORTE TO WS-SUMA-CONTABLE
               MOVE "D" TO WS-BUS-LADO
               IF MOV-ES-CORRECCION
                   MOVE PT-HABER(WS-PLA-ELEGIDA) TO WS-BUS-CUENTA
               ELSE
                   MOVE PT-DEBE(WS-PLA-ELEGIDA) TO WS-BUS-CUENTA
               END-IF
               PERFORM ACUMULAR-ASIENTO
               MOVE "H" TO WS-BUS-LADO
               IF MOV-ES-CORRECCION
                   MOVE PT-DEBE(WS-PLA-ELEGIDA) TO WS-BUS-CUENTA
               ELSE
                   MOVE PT-HABER(WS-PLA-ELEGIDA) TO WS-BUS-CUENTA
               END-IF
               PERFORM ACUMULAR-ASIENTO
           END-IF.

      *----------------------------------------------------------------*
      *    BUSCAR-EN-PLAN                                              *
      *    Entrada del plan para el tipo de movimiento; el tipo de     *
      *    cuenta y la sucursal, cuando vienen informados, deben       *
      *    coincidir. Gana la que mas campos informados coincide.      *
      *----------------------------------------------------------------*
       BUSCAR-EN-PLAN.
           MOVE 0 TO WS-PLA-ELEGIDA
           MOVE 0 TO WS-PUNTAJE-MEJOR
           PERFORM VARYING WS-IDX-PLA FROM 1 BY 1
                   UNTIL WS-IDX-PLA > WS-CANT-PLAN
               MOVE "S" TO WS-PLA-CALZA
               MOVE 1 TO WS-PUNTAJE
               IF PT-MOV-TIPO(WS-IDX-PLA) NOT = WS-TIPO-PLAN
                   MOVE "N" TO WS-PLA-CALZA
               END-IF
               IF PT-CTA-TIPO(WS-IDX-PLA) NOT = SPACES
                   IF PT-CTA-TIPO(WS-IDX-PLA) = WS-CTA-TIPO-MOV
                       ADD 1 TO WS-PUNTAJE
                   ELSE
                       MOVE "N" TO WS-PLA-CALZA
                   END-IF
               END-IF
               IF PT-SUCURSAL(WS-IDX-PLA) NOT = SPACES
                   IF PT-SUCURSAL(WS-IDX-PLA) = WS-SUC-MOV
                       ADD 2 TO WS-PUNTAJE
                   ELSE
                       MOVE "N" TO WS-PLA-CALZA
                   END-IF
               END-IF
               IF WS-PLA-CALZA = "S"
                       AND WS-PUNTAJE > WS-PUNTAJE-MEJOR
                   MOVE WS-IDX-PLA TO WS-PLA-ELEGIDA
                   MOVE WS-PUNTAJE TO WS-PUNTAJE-MEJOR
               END-IF
           END-PERFORM.

       ACUMULAR-ASIENTO.
           MOVE "N" TO WS-ASI-ENCONTRADO
           PERFORM VARYING WS-IDX-ASI FROM 1 BY 1
                   UNTIL WS-IDX-ASI > WS-CANT-ASIENTO
               IF AT-LADO(WS-IDX-ASI) = WS-BUS-LADO
                       AND AT-CUENTA(WS-IDX-ASI) = WS-BUS-CUENTA
                       AND AT-SUCURSAL(WS-IDX-ASI) = WS-SUC-MOV
                   ADD MOV-IMPORTE TO AT-IMPORTE(WS-IDX-ASI)
                   MOVE "S" TO WS-ASI-ENCONTRADO
                   MOVE WS-CANT-ASIENTO TO WS-IDX-ASI
               END-IF
           END-PERFORM
           IF WS-ASI-ENCONTRADO = "N"
               IF WS-CANT-ASIENTO < 300
                   ADD 1 TO WS-CANT-ASIENTO
                   MOVE WS-BUS-LADO TO AT-LADO(WS-CANT-ASIENTO)
                   MOVE WS-BUS-CUENTA TO AT-CUENTA(WS-CANT-ASIENTO)
                   MOVE WS-SUC-MOV TO AT-SUCURSAL(WS-CANT-ASIENTO)
                   MOVE MOV-IMPORTE TO AT-IMPORTE(WS-CANT-ASIENTO)
               ELSE
                   MOVE "S" TO WS-DESBORDE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    GRABAR-DIARIO                                               *
      *    Asiento del dia con una linea por lado, cuenta y sucursal.  *
      *    Igual que en PAYROLL-RELEASE se verifica debe = haber antes *
      *    de dar el archivo por bueno: un asiento descuadrado se      *
      *    borra y la corrida termina con RETURN-CODE distinto de      *
      *    cero.                                                       *
      *----------------------------------------------------------------*
       GRABAR-DIARIO.
           MOVE 0 TO WS-DIA-DEBE
           MOVE 0 TO WS-DIA-HABER
           MOVE 0 TO WS-DIA-LINEAS
           MOVE 0 TO WS-DIA-HASH

           OPEN OUTPUT ARCH-DIARIO
           IF FS-DIA NOT = "00"
               DISPLAY "ERROR AL ABRIR banca_diario.txt. FS=" FS-DIA
               MOVE "banca_diario.txt" TO WS-ERR-ARCHIVO
               MOVE FS-DIA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               GO TO GRABAR-DIARIO-EXIT
           END-IF

           MOVE SPACES TO REG-DIARIO
           MOVE "C" TO DIA-C-TIPO
           MOVE "DIARIO-BCO" TO DIA-C-JOB
           MOVE WS-FECHA-CONTABLE TO DIA-C-FECHA-PER
           MOVE WS-FECHA-HOY TO DIA-C-FECHA-GEN
           PERFORM ESCRIBIR-LINEA-DIARIO

           PERFORM VARYING WS-IDX-ASI FROM 1 BY 1
                   UNTIL WS-IDX-ASI > WS-CANT-ASIENTO
               IF AT-IMPORTE(WS-IDX-ASI) > 0
                   MOVE SPACES TO REG-DIARIO
                   MOVE AT-LADO(WS-IDX-ASI) TO DIA-L-TIPO
                   MOVE AT-CUENTA(WS-IDX-ASI) TO DIA-L-CUENTA
                   MOVE AT-SUCURSAL(WS-IDX-ASI) TO DIA-L-DEPTO
                   STRING "MOVIMIENTOS SUCURSAL "
                       AT-SUCURSAL(WS-IDX-ASI)
                       INTO DIA-L-CONCEPTO
                   END-STRING
                   MOVE AT-IMPORTE(WS-IDX-ASI) TO DIA-L-IMPORTE
                   PERFORM ESCRIBIR-LINEA-DIARIO
                   ADD 1 TO WS-DIA-LINEAS
                   IF AT-LADO(WS-IDX-ASI) = "D"
                       ADD AT-IMPORTE(WS-IDX-ASI) TO WS-DIA-DEBE
                   ELSE
                       ADD AT-IMPORTE(WS-IDX-ASI) TO WS-DIA-HABER
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-DIARIO
           MOVE "T" TO DIA-T-TIPO
           MOVE WS-DIA-DEBE TO DIA-T-DEBE
           MOVE WS-DIA-HABER TO DIA-T-HABER
           MOVE WS-DIA-LINEAS TO DIA-T-LINEAS
           PERFORM ESCRIBIR-LINEA-DIARIO
           CLOSE ARCH-DIARIO

           IF WS-DIA-DEBE NOT = WS-DIA-HABER
               DISPLAY "** ASIENTO DESCUADRADO: DEBE " WS-DIA-DEBE
                   " HABER " WS-DIA-HABER ". EL DIARIO NO SALE. **"
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-DIARIO
                   RETURNING WS-RC-CBL
               MOVE "banca_diario.txt" TO WS-ERR-ARCHIVO
               MOVE "99" TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               GO TO GRABAR-DIARIO-EXIT
           END-IF

           PERFORM GRABAR-DIARIO-CTL
           MOVE "S" TO WS-DIARIO-OK
           DISPLAY "ASIENTO CONTABLE EN banca_diario.txt ("
               WS-DIA-LINEAS " LINEAS, DEBE=HABER=" WS-DIA-DEBE ")".
       GRABAR-DIARIO-EXIT.
           EXIT.

      *    LA SUMA DE CONTROL ES LA MISMA QUE RECALCULA CTL-VERIFY:
      *    ORD DE LOS PRIMEROS DIEZ BYTES DE CADA LINEA ESCRITA.
       ESCRIBIR-LINEA-DIARIO.
           WRITE REG-DIARIO
           PERFORM VARYING WS-IDX-HASH FROM 1 BY 1
                   UNTIL WS-IDX-HASH > 10
               COMPUTE WS-DIA-HASH = WS-DIA-HASH
                   + FUNCTION ORD(REG-DIARIO(WS-IDX-HASH:1))
           END-PERFORM.

       GRABAR-DIARIO-CTL.
           OPEN OUTPUT ARCH-DIARIO-CTL
           COMPUTE DCT-CANTIDAD = WS-DIA-LINEAS + 2
           MOVE WS-DIA-HASH TO DCT-HASH
           WRITE REG-DIARIO-CTL
           CLOSE ARCH-DIARIO-CTL.

      *----------------------------------------------------------------*
      *    GRABAR-RUN-CONTROL                                          *
      *    Deja constancia de la corrida en el registro comun de       *
      *    control de corridas (runctl.txt).                           *
      *----------------------------------------------------------------*
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "DIARIO-BCO" TO RCT-JOB
           MOVE WS-FECHA-CONTABLE TO RCT-FECHA
           MOVE WS-ESTADO-CORRIDA TO RCT-ESTADO
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CUENTAS V02/50 Y
      * MOVIMIENTOS V01/68.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
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
           CLOSE CUENTAS
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-REPORTE
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
               " PROGRAMA=DB-GLJOURNAL" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-GLJOURNAL.
