      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Posicion diaria de cambios: recorre las operaciones
      *          de compra/venta de divisas de EX02-CICS-GET
      *          (divisas_operaciones.txt) hasta la fecha pedida (0 =
      *          fecha de negocio) y emite por moneda la posicion
      *          abierta neta del banco: la de apertura (todo lo
      *          operado antes del dia), lo comprado y lo vendido en
      *          el dia, la posicion de cierre (positiva = larga, el
      *          banco tiene la divisa; negativa = corta), su valor en
      *          moneda local a la tasa vigente de tipos_cambio.txt y
      *          el ingreso por spread del dia y del mes. Una moneda
      *          con posicion y sin tasa vigente sale marcada y da RC
      *          4. Informe en posicion_divisas.txt (spool
      *          POSICION-DIVISAS).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-POSICION-DIVISAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-OPER-DIVISAS
               ASSIGN TO "divisas_operaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FXO.
           SELECT ARCH-CAMBIOS ASSIGN TO "tipos_cambio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TCB.
           SELECT ARCH-REPORTE ASSIGN TO "posicion_divisas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
      *    OPERACIONES DE CAMBIO (LAS GRABA EX02-CICS-GET): C EL BANCO
      *    COMPRA LA DIVISA AL CLIENTE, V SE LA VENDE.
       FD  ARCH-OPER-DIVISAS.
       01  REG-OPER-DIVISAS.
           05 FXO-FECHA        PIC 9(8).
           05 FXO-NUMERO       PIC 9(8).
           05 FXO-HORA         PIC 9(8).
           05 FXO-OPERACION    PIC X(1).
               88 FXO-COMPRA       VALUE "C".
               88 FXO-VENTA        VALUE "V".
           05 FXO-MONEDA       PIC X(3).
           05 FXO-IMPORTE-DIV  PIC 9(9)V99.
           05 FXO-IMPORTE-LOC  PIC 9(9)V99.
           05 FXO-TASA-MEDIA   PIC 9(5)V9(4).
           05 FXO-TASA-APLICADA PIC 9(5)V9(4).
           05 FXO-SPREAD       PIC 9(7)V99.
           05 FXO-CTA-DEBITO   PIC 9(8).
           05 FXO-CTA-CREDITO  PIC 9(8).
           05 FXO-CLI-ID       PIC 9(5).
           05 FXO-SUCURSAL     PIC X(3).
           05 FXO-OPERADOR     PIC X(10).

       FD  ARCH-CAMBIOS.
       01  REG-CAMBIO.
           05 TCB-FECHA        PIC 9(8).
           05 TCB-MONEDA       PIC X(3).
           05 TCB-TASA         PIC 9(5)V9(4).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(160).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-FXO              PIC XX.
       01  FS-TCB              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FIN-TCB          PIC X VALUE "N".
       01  WS-FECHA-POSICION   PIC 9(8) VALUE 0.
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-CIERRE           PIC S9(11)V99 VALUE 0.
       01  WS-VALOR-LOC        PIC S9(13)V99 VALUE 0.
       01  WS-SENTIDO          PIC X(7).
       01  WS-CONT-OPER        PIC 9(7) VALUE 0.
       01  WS-SIN-TASA         PIC 9(3) VALUE 0.

      *    POSICION POR MONEDA, EN EL ORDEN EN QUE APARECEN.
       01  WS-TABLA-MON.
           05 WS-MON-ENT OCCURS 20 TIMES.
               10 TP-MONEDA        PIC X(3).
               10 TP-APERTURA      PIC S9(11)V99.
               10 TP-COMPRADO      PIC 9(11)V99.
               10 TP-VENDIDO       PIC 9(11)V99.
               10 TP-LOC-PAGADO    PIC 9(13)V99.
               10 TP-LOC-COBRADO   PIC 9(13)V99.
               10 TP-SPREAD-DIA    PIC 9(11)V99.
               10 TP-SPREAD-MES    PIC 9(11)V99.
               10 TP-OPER-DIA      PIC 9(5).
               10 TP-TASA          PIC 9(5)V9(4).
               10 TP-TASA-FECHA    PIC 9(8).
       01  WS-CANT-MON         PIC 9(2) VALUE 0.
       01  WS-IDX-MON          PIC 9(2).
       01  WS-POS-MON          PIC 9(2).

       01  WS-TOT-SPREAD-DIA   PIC 9(11)V99 VALUE 0.
       01  WS-TOT-SPREAD-MES   PIC 9(11)V99 VALUE 0.
       01  WS-TOT-VALOR        PIC S9(13)V99 VALUE 0.
       01  WS-TOT-OPER-DIA     PIC 9(5) VALUE 0.

       01  WS-LINEA-REP        PIC X(160).
       01  WS-ED-APERTURA      PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-COMPRADO      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-VENDIDO       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CIERRE        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-TASA          PIC ZZZZ9.9999.
       01  WS-ED-VALOR         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-SPREAD-DIA    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-SPREAD-MES    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CANT          PIC ZZZZ9.

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   POSICION DIARIA DE CAMBIOS POR MONEDA        "
           DISPLAY "==============================================="
           DISPLAY "FECHA DE LA POSICION (AAAAMMDD, 0 = FECHA DE "
               "NEGOCIO): "
           ACCEPT WS-FECHA-POSICION
           IF WS-FECHA-POSICION = 0
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
                   WS-FNG-ESTADO WS-FNG-RC
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-POSICION
           END-IF

           OPEN OUTPUT ARCH-REPORTE
           IF FS-REP NOT = "00"
               DISPLAY "ERROR AL ABRIR posicion_divisas.txt. FS="
                   FS-REP
               MOVE "posicion_divisas.txt" TO WS-ERR-ARCHIVO
               MOVE FS-REP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *    SIN ARCHIVO DE OPERACIONES NO HUBO CAMBIOS: POSICION VACIA.
           OPEN INPUT ARCH-OPER-DIVISAS
           IF FS-FXO = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-OPER-DIVISAS
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N"
                       IF FXO-FECHA <= WS-FECHA-POSICION
                           PERFORM ACUMULAR-OPERACION
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCH-OPER-DIVISAS
           ELSE
               IF FS-FXO NOT = "35"
                   DISPLAY "ERROR AL ABRIR divisas_operaciones.txt. "
                       "FS=" FS-FXO
                   MOVE "divisas_operaciones" TO WS-ERR-ARCHIVO
                   MOVE FS-FXO TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
                   CLOSE ARCH-REPORTE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM BUSCAR-TASAS
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > WS-CANT-MON
               PERFORM ESCRIBIR-MONEDA
           END-PERFORM
           PERFORM ESCRIBIR-TOTALES

           CLOSE ARCH-REPORTE
           MOVE "POSICION-DIVISAS" TO WS-SPOOL-REPORTE
           MOVE "posicion_divisas.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "OPERACIONES LEIDAS:      " WS-CONT-OPER
           DISPLAY "OPERACIONES DEL DIA:     " WS-TOT-OPER-DIA
           DISPLAY "MONEDAS:                 " WS-CANT-MON
           DISPLAY "SPREAD DEL DIA:          " WS-TOT-SPREAD-DIA
           DISPLAY "SPREAD DEL MES:          " WS-TOT-SPREAD-MES
           DISPLAY "MONEDAS SIN TASA:        " WS-SIN-TASA
           DISPLAY "INFORME: posicion_divisas.txt"
           IF WS-SIN-TASA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    ACUMULAR-OPERACION                                          *
      *    Lo anterior al dia forma la posicion de apertura; lo del    *
      *    dia va a comprado/vendido. El spread se suma al dia y al    *
      *    mes de la fecha de la posicion.                             *
      *----------------------------------------------------------------*
       ACUMULAR-OPERACION.
           ADD 1 TO WS-CONT-OPER
           MOVE 0 TO WS-POS-MON
           PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > WS-CANT-MON
               IF TP-MONEDA(WS-IDX-MON) = FXO-MONEDA
                   MOVE WS-IDX-MON TO WS-POS-MON
               END-IF
           END-PERFORM
           IF WS-POS-MON = 0
               IF WS-CANT-MON < 20
                   ADD 1 TO WS-CANT-MON
                   MOVE WS-CANT-MON TO WS-POS-MON
                   MOVE FXO-MONEDA TO TP-MONEDA(WS-POS-MON)
                   MOVE 0 TO TP-APERTURA(WS-POS-MON)
                       TP-COMPRADO(WS-POS-MON) TP-VENDIDO(WS-POS-MON)
                       TP-LOC-PAGADO(WS-POS-MON)
                       TP-LOC-COBRADO(WS-POS-MON)
                       TP-SPREAD-DIA(WS-POS-MON)
                       TP-SPREAD-MES(WS-POS-MON)
                       TP-OPER-DIA(WS-POS-MON) TP-TASA(WS-POS-MON)
                       TP-TASA-FECHA(WS-POS-MON)
               ELSE
                   DISPLAY "MAS DE 20 MONEDAS; SE OMITE " FXO-MONEDA
                   MOVE "divisas_operaciones" TO WS-ERR-ARCHIVO
                   MOVE "99" TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-IF
           IF WS-POS-MON > 0
               IF FXO-FECHA < WS-FECHA-POSICION
                   IF FXO-COMPRA
                       ADD FXO-IMPORTE-DIV TO TP-APERTURA(WS-POS-MON)
                   ELSE
                       SUBTRACT FXO-IMPORTE-DIV
                           FROM TP-APERTURA(WS-POS-MON)
                   END-IF
               ELSE
                   ADD 1 TO TP-OPER-DIA(WS-POS-MON)
                   ADD 1 TO WS-TOT-OPER-DIA
                   ADD FXO-SPREAD TO TP-SPREAD-DIA(WS-POS-MON)
                   ADD FXO-SPREAD TO WS-TOT-SPREAD-DIA
                   IF FXO-COMPRA
                       ADD FXO-IMPORTE-DIV TO TP-COMPRADO(WS-POS-MON)
                       ADD FXO-IMPORTE-LOC
                           TO TP-LOC-PAGADO(WS-POS-MON)
                   ELSE
                       ADD FXO-IMPORTE-DIV TO TP-VENDIDO(WS-POS-MON)
                       ADD FXO-IMPORTE-LOC
                           TO TP-LOC-COBRADO(WS-POS-MON)
                   END-IF
               END-IF
               IF FXO-FECHA(1:6) = WS-FECHA-POSICION(1:6)
                   ADD FXO-SPREAD TO TP-SPREAD-MES(WS-POS-MON)
                   ADD FXO-SPREAD TO WS-TOT-SPREAD-MES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    BUSCAR-TASAS                                                *
      *    Tasa de cada moneda: la de fecha mas reciente que no supera *
      *    la fecha de la posicion.                                    *
      *----------------------------------------------------------------*
       BUSCAR-TASAS.
           MOVE "N" TO WS-FIN-TCB
           OPEN INPUT ARCH-CAMBIOS
           IF FS-TCB = "00"
               PERFORM UNTIL WS-FIN-TCB = "S"
                   READ ARCH-CAMBIOS
                       AT END MOVE "S" TO WS-FIN-TCB
                   END-READ
                   IF WS-FIN-TCB = "N"
                           AND TCB-FECHA <= WS-FECHA-POSICION
                       PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                               UNTIL WS-IDX-MON > WS-CANT-MON
                           IF TP-MONEDA(WS-IDX-MON) = TCB-MONEDA
                                   AND TCB-FECHA
                                       >= TP-TASA-FECHA(WS-IDX-MON)
                               MOVE TCB-FECHA
                                   TO TP-TASA-FECHA(WS-IDX-MON)
                               MOVE TCB-TASA TO TP-TASA(WS-IDX-MON)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE ARCH-CAMBIOS
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO WS-LINEA-REP
           STRING "POSICION DE CAMBIOS AL " WS-FECHA-POSICION
               "  (POSITIVA = LARGA, NEGATIVA = CORTA)"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "MON        APERTURA       COMPRADO        VENDIDO "
               "         CIERRE SENTIDO       TASA  "
               "     VALOR LOCAL     SPREAD DIA     SPREAD MES  "
               "OPER"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP.

      *----------------------------------------------------------------*
      *    ESCRIBIR-MONEDA                                             *
      *    Posicion de cierre = apertura + comprado - vendido, valuada *
      *    a la tasa vigente.                                          *
      *----------------------------------------------------------------*
       ESCRIBIR-MONEDA.
           COMPUTE WS-CIERRE = TP-APERTURA(WS-IDX-MON)
               + TP-COMPRADO(WS-IDX-MON) - TP-VENDIDO(WS-IDX-MON)
           EVALUATE TRUE
               WHEN WS-CIERRE > 0
                   MOVE "LARGA" TO WS-SENTIDO
               WHEN WS-CIERRE < 0
                   MOVE "CORTA" TO WS-SENTIDO
               WHEN OTHER
                   MOVE "CERRADA" TO WS-SENTIDO
           END-EVALUATE
           COMPUTE WS-VALOR-LOC ROUNDED = WS-CIERRE
               * TP-TASA(WS-IDX-MON)
           ADD WS-VALOR-LOC TO WS-TOT-VALOR

           MOVE TP-APERTURA(WS-IDX-MON) TO WS-ED-APERTURA
           MOVE TP-COMPRADO(WS-IDX-MON) TO WS-ED-COMPRADO
           MOVE TP-VENDIDO(WS-IDX-MON) TO WS-ED-VENDIDO
           MOVE WS-CIERRE TO WS-ED-CIERRE
           MOVE TP-TASA(WS-IDX-MON) TO WS-ED-TASA
           MOVE WS-VALOR-LOC TO WS-ED-VALOR
           MOVE TP-SPREAD-DIA(WS-IDX-MON) TO WS-ED-SPREAD-DIA
           MOVE TP-SPREAD-MES(WS-IDX-MON) TO WS-ED-SPREAD-MES
           MOVE TP-OPER-DIA(WS-IDX-MON) TO WS-ED-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING TP-MONEDA(WS-IDX-MON) " " WS-ED-APERTURA " "
               WS-ED-COMPRADO " " WS-ED-VENDIDO " " WS-ED-CIERRE " "
               WS-SENTIDO " " WS-ED-TASA " " WS-ED-VALOR " "
               WS-ED-SPREAD-DIA " " WS-ED-SPREAD-MES " " WS-ED-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP

           IF TP-COMPRADO(WS-IDX-MON) > 0
                   OR TP-VENDIDO(WS-IDX-MON) > 0
               MOVE TP-LOC-PAGADO(WS-IDX-MON) TO WS-ED-COMPRADO
               MOVE TP-LOC-COBRADO(WS-IDX-MON) TO WS-ED-VENDIDO
               MOVE SPACES TO WS-LINEA-REP
               STRING "    EN MONEDA LOCAL: PAGADO POR LO COMPRADO "
                   WS-ED-COMPRADO "  COBRADO POR LO VENDIDO "
                   WS-ED-VENDIDO
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF
           IF TP-TASA(WS-IDX-MON) = 0 AND WS-CIERRE NOT = 0
               ADD 1 TO WS-SIN-TASA
               MOVE SPACES TO WS-LINEA-REP
               STRING "    ** SIN TASA VIGENTE EN tipos_cambio.txt: "
                   "POSICION SIN VALUAR **"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           IF WS-CANT-MON = 0
               MOVE "SIN OPERACIONES DE CAMBIO HASTA LA FECHA"
                   TO WS-LINEA-REP
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF
           MOVE WS-TOT-VALOR TO WS-ED-VALOR
           MOVE SPACES TO WS-LINEA-REP
           STRING "POSICION NETA VALUADA EN MONEDA LOCAL: "
               WS-ED-VALOR DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-TOT-SPREAD-DIA TO WS-ED-SPREAD-DIA
           MOVE SPACES TO WS-LINEA-REP
           STRING "INGRESO POR SPREAD DEL DIA:             "
               WS-ED-SPREAD-DIA DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-TOT-SPREAD-MES TO WS-ED-SPREAD-MES
           MOVE SPACES TO WS-LINEA-REP
           STRING "INGRESO POR SPREAD DEL MES:             "
               WS-ED-SPREAD-MES DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-TOT-OPER-DIA TO WS-ED-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING "OPERACIONES DEL DIA: " WS-ED-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP.

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
               " PROGRAMA=DB-POSICION-DIVISAS" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-POSICION-DIVISAS.
