      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Cuadre de cajas del dia por cajero y por sucursal:
      *          recorre CAJAS.IDX (las cajas que abre y cierra
      *          CICS-CAJAS y que mueven los depositos y retiros en
      *          efectivo de EX02-CICS-GET) para la fecha pedida (0 =
      *          fecha de negocio) y emite por cada caja el fondo de
      *          apertura, depositos, retiros, entradas y salidas, el
      *          efectivo esperado, lo contado y el sobrante o
      *          faltante, con el estado de la caja. Las cajas que
      *          siguen abiertas salen marcadas (sin arqueo no hay
      *          diferencia que informar). Al final, totales por
      *          sucursal y generales, y el conteo de cajas con
      *          diferencia pendiente de aprobacion de cualquier
      *          fecha (esos cajeros no pueden operar hasta que un
      *          supervisor las apruebe en CICS-CAJAS).
      *          Informe en cuadre_cajas_rep.txt (spool CUADRE-CAJAS).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-CUADRE-CAJAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJAS ASSIGN TO "CAJAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAJ-CLAVE
               FILE STATUS IS FS-CAJ.
           SELECT ARCH-REPORTE ASSIGN TO "cuadre_cajas_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  CAJAS
           RECORD CONTAINS 160 CHARACTERS.
       01  CAJA-REG.
           05 CAJ-CLAVE.
               10 CAJ-USUARIO      PIC X(10).
               10 CAJ-FECHA        PIC 9(8).
           05 CAJ-SUCURSAL     PIC X(3).
           05 CAJ-ESTADO       PIC X(1).
               88 CAJ-ABIERTA      VALUE "A".
               88 CAJ-CUADRADA     VALUE "C".
               88 CAJ-DIFERENCIA   VALUE "D".
               88 CAJ-APROBADA     VALUE "P".
           05 CAJ-APERTURA     PIC 9(9)V99.
           05 CAJ-DEPOSITOS    PIC 9(9)V99.
           05 CAJ-RETIROS      PIC 9(9)V99.
           05 CAJ-ENTRADAS     PIC 9(9)V99.
           05 CAJ-SALIDAS      PIC 9(9)V99.
           05 CAJ-CONTADO      PIC 9(9)V99.
           05 CAJ-SOBRANTE     PIC 9(9)V99.
           05 CAJ-FALTANTE     PIC 9(9)V99.
           05 CAJ-CANT-OPER    PIC 9(5).
           05 CAJ-HORA-APER    PIC 9(8).
           05 CAJ-HORA-CIERRE  PIC 9(8).
           05 CAJ-SUPERVISOR   PIC X(10).
           05 CAJ-FECHA-APROB  PIC 9(8).
           05 FILLER           PIC X(11).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(160).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-CAJ              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FECHA-CUADRE     PIC 9(8) VALUE 0.
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-ESPERADO         PIC 9(9)V99 VALUE 0.
       01  WS-ESTADO-TEXTO     PIC X(10).

       01  WS-LINEA-REP        PIC X(160).
       01  WS-ED-APERTURA      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-DEPOSITOS     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-RETIROS       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-ENTRADAS      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-SALIDAS       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-ESPERADO      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CONTADO       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-SOBRANTE      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-FALTANTE      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CANT          PIC ZZZZ9.

      *    TOTALES POR SUCURSAL, EN EL ORDEN EN QUE APARECEN.
       01  WS-TABLA-SUC.
           05 WS-SUC-ENT OCCURS 50 TIMES.
               10 TS-SUCURSAL      PIC X(3).
               10 TS-CAJAS         PIC 9(5).
               10 TS-ABIERTAS      PIC 9(5).
               10 TS-DIFERENCIAS   PIC 9(5).
               10 TS-APERTURA      PIC 9(11)V99.
               10 TS-DEPOSITOS     PIC 9(11)V99.
               10 TS-RETIROS       PIC 9(11)V99.
               10 TS-ENTRADAS      PIC 9(11)V99.
               10 TS-SALIDAS       PIC 9(11)V99.
               10 TS-CONTADO       PIC 9(11)V99.
               10 TS-SOBRANTE      PIC 9(11)V99.
               10 TS-FALTANTE      PIC 9(11)V99.
       01  WS-CANT-SUC         PIC 9(2) VALUE 0.
       01  WS-IDX-SUC          PIC 9(2).
       01  WS-POS-SUC          PIC 9(2).

       01  WS-TOT-CAJAS        PIC 9(5) VALUE 0.
       01  WS-TOT-ABIERTAS     PIC 9(5) VALUE 0.
       01  WS-TOT-DIFERENCIAS  PIC 9(5) VALUE 0.
       01  WS-TOT-APERTURA     PIC 9(11)V99 VALUE 0.
       01  WS-TOT-DEPOSITOS    PIC 9(11)V99 VALUE 0.
       01  WS-TOT-RETIROS      PIC 9(11)V99 VALUE 0.
       01  WS-TOT-ENTRADAS     PIC 9(11)V99 VALUE 0.
       01  WS-TOT-SALIDAS      PIC 9(11)V99 VALUE 0.
       01  WS-TOT-CONTADO      PIC 9(11)V99 VALUE 0.
       01  WS-TOT-SOBRANTE     PIC 9(11)V99 VALUE 0.
       01  WS-TOT-FALTANTE     PIC 9(11)V99 VALUE 0.
       01  WS-PENDIENTES       PIC 9(5) VALUE 0.

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   CUADRE DE CAJAS POR CAJERO Y SUCURSAL        "
           DISPLAY "==============================================="
           DISPLAY "FECHA DEL CUADRE (AAAAMMDD, 0 = FECHA DE NEGOCIO): "
           ACCEPT WS-FECHA-CUADRE
           IF WS-FECHA-CUADRE = 0
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
                   WS-FNG-ESTADO WS-FNG-RC
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CUADRE
           END-IF

           OPEN INPUT CAJAS
           IF FS-CAJ NOT = "00"
               DISPLAY "ERROR AL ABRIR CAJAS.IDX. FS=" FS-CAJ
               MOVE "CAJAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CAJ TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-REPORTE
           IF FS-REP NOT = "00"
               DISPLAY "ERROR AL ABRIR cuadre_cajas_rep.txt. FS="
                   FS-REP
               MOVE "cuadre_cajas_rep.txt" TO WS-ERR-ARCHIVO
               MOVE FS-REP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CAJAS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM UNTIL WS-FIN = "S"
               READ CAJAS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
               END-READ
               IF WS-FIN = "N"
                   IF CAJ-DIFERENCIA
                       ADD 1 TO WS-PENDIENTES
                   END-IF
                   IF CAJ-FECHA = WS-FECHA-CUADRE
                       PERFORM PROCESAR-CAJA
                   END-IF
               END-IF
           END-PERFORM
           PERFORM ESCRIBIR-TOTALES

           CLOSE ARCH-REPORTE
           CLOSE CAJAS
           MOVE "CUADRE-CAJAS" TO WS-SPOOL-REPORTE
           MOVE "cuadre_cajas_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "CAJAS DEL DIA:           " WS-TOT-CAJAS
           DISPLAY "SIN CERRAR:              " WS-TOT-ABIERTAS
           DISPLAY "CON DIFERENCIA:          " WS-TOT-DIFERENCIAS
           DISPLAY "SOBRANTES:               " WS-TOT-SOBRANTE
           DISPLAY "FALTANTES:               " WS-TOT-FALTANTE
           DISPLAY "PENDIENTES DE APROBAR:   " WS-PENDIENTES
           DISPLAY "INFORME: cuadre_cajas_rep.txt"
           IF WS-TOT-ABIERTAS > 0 OR WS-PENDIENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO WS-LINEA-REP
           STRING "CUADRE DE CAJAS DEL " WS-FECHA-CUADRE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "CAJERO     SUC ESTADO    "
               "      APERTURA      DEPOSITOS        RETIROS"
               "       ENTRADAS        SALIDAS       ESPERADO"
               "        CONTADO       SOBRANTE       FALTANTE"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP.

      *----------------------------------------------------------------*
      *    PROCESAR-CAJA                                               *
      *    Una linea por caja del dia y acumulado en su sucursal.      *
      *----------------------------------------------------------------*
       PROCESAR-CAJA.
           COMPUTE WS-ESPERADO = CAJ-APERTURA + CAJ-DEPOSITOS
               - CAJ-RETIROS + CAJ-ENTRADAS - CAJ-SALIDAS
           EVALUATE TRUE
               WHEN CAJ-ABIERTA
                   MOVE "SIN CERRAR" TO WS-ESTADO-TEXTO
               WHEN CAJ-CUADRADA
                   MOVE "CUADRADA" TO WS-ESTADO-TEXTO
               WHEN CAJ-DIFERENCIA
                   MOVE "DIFERENCIA" TO WS-ESTADO-TEXTO
               WHEN CAJ-APROBADA
                   MOVE "APROBADA" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE CAJ-ESTADO TO WS-ESTADO-TEXTO
           END-EVALUATE
           MOVE CAJ-APERTURA TO WS-ED-APERTURA
           MOVE CAJ-DEPOSITOS TO WS-ED-DEPOSITOS
           MOVE CAJ-RETIROS TO WS-ED-RETIROS
           MOVE CAJ-ENTRADAS TO WS-ED-ENTRADAS
           MOVE CAJ-SALIDAS TO WS-ED-SALIDAS
           MOVE WS-ESPERADO TO WS-ED-ESPERADO
           MOVE CAJ-CONTADO TO WS-ED-CONTADO
           MOVE CAJ-SOBRANTE TO WS-ED-SOBRANTE
           MOVE CAJ-FALTANTE TO WS-ED-FALTANTE
           MOVE SPACES TO WS-LINEA-REP
           STRING CAJ-USUARIO " " CAJ-SUCURSAL " " WS-ESTADO-TEXTO
               WS-ED-APERTURA " " WS-ED-DEPOSITOS " " WS-ED-RETIROS
               " " WS-ED-ENTRADAS " " WS-ED-SALIDAS " "
               WS-ED-ESPERADO " " WS-ED-CONTADO " " WS-ED-SOBRANTE
               " " WS-ED-FALTANTE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           IF CAJ-APROBADA
               MOVE SPACES TO WS-LINEA-REP
               STRING "           DIFERENCIA APROBADA POR "
                   CAJ-SUPERVISOR " EL " CAJ-FECHA-APROB
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF

           MOVE 0 TO WS-POS-SUC
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               IF TS-SUCURSAL(WS-IDX-SUC) = CAJ-SUCURSAL
                   MOVE WS-IDX-SUC TO WS-POS-SUC
               END-IF
           END-PERFORM
           IF WS-POS-SUC = 0 AND WS-CANT-SUC < 50
               ADD 1 TO WS-CANT-SUC
               MOVE WS-CANT-SUC TO WS-POS-SUC
               MOVE CAJ-SUCURSAL TO TS-SUCURSAL(WS-POS-SUC)
               MOVE 0 TO TS-CAJAS(WS-POS-SUC) TS-ABIERTAS(WS-POS-SUC)
                   TS-DIFERENCIAS(WS-POS-SUC) TS-APERTURA(WS-POS-SUC)
                   TS-DEPOSITOS(WS-POS-SUC) TS-RETIROS(WS-POS-SUC)
                   TS-ENTRADAS(WS-POS-SUC) TS-SALIDAS(WS-POS-SUC)
                   TS-CONTADO(WS-POS-SUC) TS-SOBRANTE(WS-POS-SUC)
                   TS-FALTANTE(WS-POS-SUC)
           END-IF
           IF WS-POS-SUC > 0
               ADD 1 TO TS-CAJAS(WS-POS-SUC)
               IF CAJ-ABIERTA
                   ADD 1 TO TS-ABIERTAS(WS-POS-SUC)
               END-IF
               IF CAJ-SOBRANTE > 0 OR CAJ-FALTANTE > 0
                   ADD 1 TO TS-DIFERENCIAS(WS-POS-SUC)
               END-IF
               ADD CAJ-APERTURA TO TS-APERTURA(WS-POS-SUC)
               ADD CAJ-DEPOSITOS TO TS-DEPOSITOS(WS-POS-SUC)
               ADD CAJ-RETIROS TO TS-RETIROS(WS-POS-SUC)
               ADD CAJ-ENTRADAS TO TS-ENTRADAS(WS-POS-SUC)
               ADD CAJ-SALIDAS TO TS-SALIDAS(WS-POS-SUC)
               ADD CAJ-CONTADO TO TS-CONTADO(WS-POS-SUC)
               ADD CAJ-SOBRANTE TO TS-SOBRANTE(WS-POS-SUC)
               ADD CAJ-FALTANTE TO TS-FALTANTE(WS-POS-SUC)
           END-IF

           ADD 1 TO WS-TOT-CAJAS
           IF CAJ-ABIERTA
               ADD 1 TO WS-TOT-ABIERTAS
           END-IF
           IF CAJ-SOBRANTE > 0 OR CAJ-FALTANTE > 0
               ADD 1 TO WS-TOT-DIFERENCIAS
           END-IF
           ADD CAJ-APERTURA TO WS-TOT-APERTURA
           ADD CAJ-DEPOSITOS TO WS-TOT-DEPOSITOS
           ADD CAJ-RETIROS TO WS-TOT-RETIROS
           ADD CAJ-ENTRADAS TO WS-TOT-ENTRADAS
           ADD CAJ-SALIDAS TO WS-TOT-SALIDAS
           ADD CAJ-CONTADO TO WS-TOT-CONTADO
           ADD CAJ-SOBRANTE TO WS-TOT-SOBRANTE
           ADD CAJ-FALTANTE TO WS-TOT-FALTANTE.

      *----------------------------------------------------------------*
      *    ESCRIBIR-TOTALES                                            *
      *    Una linea por sucursal y la linea de totales generales.     *
      *----------------------------------------------------------------*
       ESCRIBIR-TOTALES.
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "TOTALES POR SUCURSAL" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               MOVE TS-APERTURA(WS-IDX-SUC) TO WS-ED-APERTURA
               MOVE TS-DEPOSITOS(WS-IDX-SUC) TO WS-ED-DEPOSITOS
               MOVE TS-RETIROS(WS-IDX-SUC) TO WS-ED-RETIROS
               MOVE TS-ENTRADAS(WS-IDX-SUC) TO WS-ED-ENTRADAS
               MOVE TS-SALIDAS(WS-IDX-SUC) TO WS-ED-SALIDAS
               COMPUTE WS-ESPERADO = TS-APERTURA(WS-IDX-SUC)
                   + TS-DEPOSITOS(WS-IDX-SUC) - TS-RETIROS(WS-IDX-SUC)
                   + TS-ENTRADAS(WS-IDX-SUC) - TS-SALIDAS(WS-IDX-SUC)
               MOVE WS-ESPERADO TO WS-ED-ESPERADO
               MOVE TS-CONTADO(WS-IDX-SUC) TO WS-ED-CONTADO
               MOVE TS-SOBRANTE(WS-IDX-SUC) TO WS-ED-SOBRANTE
               MOVE TS-FALTANTE(WS-IDX-SUC) TO WS-ED-FALTANTE
               MOVE SPACES TO WS-LINEA-REP
               STRING "SUCURSAL   " TS-SUCURSAL(WS-IDX-SUC)
                   "           "
                   WS-ED-APERTURA " " WS-ED-DEPOSITOS " "
                   WS-ED-RETIROS " " WS-ED-ENTRADAS " "
                   WS-ED-SALIDAS " " WS-ED-ESPERADO " "
                   WS-ED-CONTADO " " WS-ED-SOBRANTE " "
                   WS-ED-FALTANTE
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
               MOVE SPACES TO WS-LINEA-REP
               STRING "           CAJAS: " TS-CAJAS(WS-IDX-SUC)
                   "  SIN CERRAR: " TS-ABIERTAS(WS-IDX-SUC)
                   "  CON DIFERENCIA: " TS-DIFERENCIAS(WS-IDX-SUC)
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-TOT-APERTURA TO WS-ED-APERTURA
           MOVE WS-TOT-DEPOSITOS TO WS-ED-DEPOSITOS
           MOVE WS-TOT-RETIROS TO WS-ED-RETIROS
           MOVE WS-TOT-ENTRADAS TO WS-ED-ENTRADAS
           MOVE WS-TOT-SALIDAS TO WS-ED-SALIDAS
           COMPUTE WS-ESPERADO = WS-TOT-APERTURA + WS-TOT-DEPOSITOS
               - WS-TOT-RETIROS + WS-TOT-ENTRADAS - WS-TOT-SALIDAS
           MOVE WS-ESPERADO TO WS-ED-ESPERADO
           MOVE WS-TOT-CONTADO TO WS-ED-CONTADO
           MOVE WS-TOT-SOBRANTE TO WS-ED-SOBRANTE
           MOVE WS-TOT-FALTANTE TO WS-ED-FALTANTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL GENERAL            "
               WS-ED-APERTURA " " WS-ED-DEPOSITOS " "
               WS-ED-RETIROS " " WS-ED-ENTRADAS " "
               WS-ED-SALIDAS " " WS-ED-ESPERADO " "
               WS-ED-CONTADO " " WS-ED-SOBRANTE " "
               WS-ED-FALTANTE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-TOT-CAJAS TO WS-ED-CANT
           STRING "CAJAS: " WS-ED-CANT DELIMITED BY SIZE
               INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-TOT-ABIERTAS TO WS-ED-CANT
           STRING "CAJAS SIN CERRAR: " WS-ED-CANT DELIMITED BY SIZE
               INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-PENDIENTES TO WS-ED-CANT
           STRING "DIFERENCIAS PENDIENTES DE APROBAR (TODAS LAS "
               "FECHAS): " WS-ED-CANT DELIMITED BY SIZE
               INTO WS-LINEA-REP
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
               " PROGRAMA=DB-CUADRE-CAJAS" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-CUADRE-CAJAS.
