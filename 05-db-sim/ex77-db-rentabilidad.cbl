      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Rentabilidad mensual por sucursal (SUC-CODIGO de
      *          sucursales.txt) para la gerencia. Para el mes pedido
      *          (AAAAMM, 0 = mes de la fecha de negocio) junta por
      *          sucursal:
      *          - del libro MOVIMIENTOS.IDX: intereses pagados (tipo
      *            I), comisiones cobradas (F) e intereses de
      *            sobregiro cobrados (G). La sucursal es la del
      *            movimiento (MOV-SUCURSAL); en blanco, la de la
      *            cuenta y si no la casa central 001, igual que el
      *            diario contable DB-GLJOURNAL;
      *          - de intereses_plazos.txt (DB-TERMDEP-RUN): el
      *            interes liquidado de plazos fijos, en la sucursal
      *            de la cuenta de fondeo;
      *          - de SALDOS-HIST.IDX (DB-BALHIST): el saldo promedio
      *            de las cuentas de la sucursal, sumando las fotos
      *            del mes y dividiendo por los dias con foto.
      *          Margen neto = comisiones + interes de sobregiro -
      *          intereses pagados - interes de plazos fijos, y su
      *          porcentaje sobre el saldo promedio. Solo entran las
      *          cuentas en moneda local (sumar divisas 1 a 1 daria
      *          cualquier cosa); lo de cuentas en divisa se informa
      *          aparte. Emite el detalle por sucursal con totales,
      *          una pagina de ranking por margen neto
      *          (rentabilidad_suc_rep.txt, spool RENTAB-SUC) y la
      *          misma informacion en rentabilidad_suc.csv.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR intereses_plazos.txt trae al final la retencion
      *                del impuesto; el costo sigue siendo el interes
      *                bruto.
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-RENTABILIDAD.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT ARCH-HISTORIA ASSIGN TO "SALDOS-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHI-CLAVE
               FILE STATUS IS FS-SHI.
           SELECT ARCH-INTERESES ASSIGN TO "intereses_plazos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IPF.
           SELECT ARCH-SUCURSALES ASSIGN TO "sucursales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUC.
           SELECT ARCH-REPORTE ASSIGN TO "rentabilidad_suc_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-CSV ASSIGN TO "rentabilidad_suc.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSV.
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

       FD  ARCH-HISTORIA
           RECORD CONTAINS 60 CHARACTERS.
       01  HISTORIA-REG.
           05 SHI-CLAVE.
               10 SHI-CUENTA    PIC 9(8).
               10 SHI-FECHA     PIC 9(8).
           05 SHI-CLI-ID       PIC 9(5).
           05 SHI-TIPO         PIC X(1).
           05 SHI-SALDO        PIC 9(9)V99.
           05 SHI-SOBREGIRO    PIC 9(4)V99.
           05 SHI-ESTADO       PIC X(1).
           05 SHI-RETENIDO     PIC 9(9)V99.
           05 SHI-MONEDA       PIC X(3).
               88 SHI-MONEDA-LOCAL VALUE "LOC" "   ".
           05 SHI-VERSION      PIC X(1).
           05 FILLER           PIC X(5).

       FD  ARCH-INTERESES.
       01  REG-INTERES-PF.
           05 IPF-FECHA        PIC 9(8).
           05 IPF-CERTIFICADO  PIC 9(8).
           05 IPF-CUENTA       PIC 9(8).
           05 IPF-INSTRUCCION  PIC X(1).
           05 IPF-CAPITAL      PIC 9(9)V99.
           05 IPF-INTERES      PIC 9(7)V99.
           05 IPF-RETENCION    PIC 9(7)V99.

       FD  ARCH-SUCURSALES.
       01  REG-SUCURSAL.
           05 SUC-CODIGO       PIC X(3).
           05 SUC-NOMBRE       PIC X(30).
           05 SUC-ESTADO       PIC X(1).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(150).

       FD  ARCH-CSV.
       01  REG-CSV             PIC X(150).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-SHI              PIC XX.
       01  FS-IPF              PIC XX.
       01  FS-SUC              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-CSV              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).

       01  WS-FIN              PIC X VALUE "N".
       01  WS-MES              PIC 9(6) VALUE 0.
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-SUC-MOV          PIC X(3).
       01  WS-CTA-LOCAL        PIC X VALUE "S".

      *    DIAS DEL MES CON FOTO DE SALDOS.
       01  WS-TABLA-DIAS.
           05 WS-DIA-FOTO      PIC X OCCURS 31 TIMES.
       01  WS-DIA              PIC 9(2).
       01  WS-DIAS-FOTO        PIC 9(2) VALUE 0.

      *----------------------------------------------------------------*
      *    ACUMULADOS POR SUCURSAL: PRIMERO LAS DEL CATALOGO Y DESPUES *
      *    LAS QUE APAREZCAN EN LOS MOVIMIENTOS SIN ESTAR EN EL.       *
      *----------------------------------------------------------------*
       01  WS-TABLA-SUC.
           05 WS-SUC-ENT OCCURS 50 TIMES.
               10 TS-CODIGO        PIC X(3).
               10 TS-NOMBRE        PIC X(30).
               10 TS-INT-PAGADO    PIC 9(11)V99.
               10 TS-INT-PLAZO     PIC 9(11)V99.
               10 TS-COMISIONES    PIC 9(11)V99.
               10 TS-INT-SOBREG    PIC 9(11)V99.
               10 TS-SUMA-SALDOS   PIC 9(13)V99.
               10 TS-PROMEDIO      PIC 9(11)V99.
               10 TS-MARGEN        PIC S9(11)V99.
               10 TS-PORCENTAJE    PIC S9(5)V99.
       01  WS-CANT-SUC         PIC 9(2) VALUE 0.
       01  WS-IDX-SUC          PIC 9(2).
       01  WS-POS-SUC          PIC 9(2).
       01  WS-FIN-SUC          PIC X VALUE "N".

       01  WS-TABLA-RANKING.
           05 WS-RNK-POS       PIC 9(2) OCCURS 50 TIMES.
       01  WS-IDX-RNK          PIC 9(2).
       01  WS-IDX-RNK2         PIC 9(2).
       01  WS-RNK-AUX          PIC 9(2).

       01  WS-TOT-INT-PAGADO   PIC 9(11)V99 VALUE 0.
       01  WS-TOT-INT-PLAZO    PIC 9(11)V99 VALUE 0.
       01  WS-TOT-COMISIONES   PIC 9(11)V99 VALUE 0.
       01  WS-TOT-INT-SOBREG   PIC 9(11)V99 VALUE 0.
       01  WS-TOT-PROMEDIO     PIC 9(11)V99 VALUE 0.
       01  WS-TOT-MARGEN       PIC S9(11)V99 VALUE 0.
       01  WS-TOT-PORCENTAJE   PIC S9(5)V99 VALUE 0.
       01  WS-CONT-MOV         PIC 9(7) VALUE 0.
       01  WS-CONT-DIVISA      PIC 9(7) VALUE 0.

       01  WS-LINEA-REP        PIC X(150).
       01  WS-ED-INT-PAGADO    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-INT-PLAZO     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-COMISIONES    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-INT-SOBREG    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-PROMEDIO      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-MARGEN        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-PORCENTAJE    PIC -ZZZZ9.99.
       01  WS-ED-PUESTO        PIC Z9.

       01  WS-LINEA-CSV        PIC X(150).
       01  WS-CSV-PTR          PIC 9(3).
       01  WS-CSV-CAMPO        PIC X(30).
       01  WS-CSV-ESPACIOS     PIC 9(2).
       01  WS-CSV-NUMERO       PIC -(11)9.99.
       01  WS-CSV-PORC         PIC -(5)9.99.

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   RENTABILIDAD MENSUAL POR SUCURSAL            "
           DISPLAY "==============================================="
           DISPLAY "MES (AAAAMM, 0 = MES DE LA FECHA DE NEGOCIO): "
           ACCEPT WS-MES
           IF WS-MES = 0
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
                   WS-FNG-ESTADO WS-FNG-RC
               MOVE WS-FECHA-NEGOCIO(1:6) TO WS-MES
           END-IF
           IF WS-MES(5:2) < "01" OR WS-MES(5:2) > "12"
               DISPLAY "MES INVALIDO."
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

           PERFORM CARGAR-SUCURSALES
           PERFORM ACUMULAR-MOVIMIENTOS
           PERFORM ACUMULAR-PLAZOS
           PERFORM ACUMULAR-SALDOS
           CLOSE CUENTAS

           PERFORM CALCULAR-MARGENES
           PERFORM ORDENAR-RANKING

           OPEN OUTPUT ARCH-REPORTE
           OPEN OUTPUT ARCH-CSV
           PERFORM ESCRIBIR-DETALLE
           PERFORM ESCRIBIR-RANKING
           PERFORM ESCRIBIR-CSV
           CLOSE ARCH-CSV
           CLOSE ARCH-REPORTE
           MOVE "RENTAB-SUC" TO WS-SPOOL-REPORTE
           MOVE "rentabilidad_suc_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "MES:                     " WS-MES
           DISPLAY "SUCURSALES:              " WS-CANT-SUC
           DISPLAY "MOVIMIENTOS DEL MES:     " WS-CONT-MOV
           DISPLAY "DE CUENTAS EN DIVISA:    " WS-CONT-DIVISA
           DISPLAY "DIAS CON FOTO DE SALDOS: " WS-DIAS-FOTO
           MOVE WS-TOT-MARGEN TO WS-ED-MARGEN
           DISPLAY "MARGEN NETO TOTAL:       " WS-ED-MARGEN
           DISPLAY "INFORME: rentabilidad_suc_rep.txt / "
               "rentabilidad_suc.csv"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *-----------------------------------------------------------------
      * CATALOGO DE SUCURSALES: TODAS ENTRAN AL INFORME, AUNQUE NO
      * TENGAN MOVIMIENTO EN EL MES.
      *-----------------------------------------------------------------
       CARGAR-SUCURSALES.
           OPEN INPUT ARCH-SUCURSALES
           IF FS-SUC = "00"
               PERFORM UNTIL WS-FIN-SUC = "S"
                   READ ARCH-SUCURSALES
                       AT END
                           MOVE "S" TO WS-FIN-SUC
                       NOT AT END
                           MOVE SUC-CODIGO TO WS-SUC-MOV
                           PERFORM UBICAR-SUCURSAL
                           IF WS-POS-SUC > 0
                               MOVE SUC-NOMBRE TO TS-NOMBRE(WS-POS-SUC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-SUCURSALES
           END-IF.

      *    POSICION DE WS-SUC-MOV EN LA TABLA; SI NO ESTA SE AGREGA.
       UBICAR-SUCURSAL.
           MOVE 0 TO WS-POS-SUC
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               IF TS-CODIGO(WS-IDX-SUC) = WS-SUC-MOV
                   MOVE WS-IDX-SUC TO WS-POS-SUC
               END-IF
           END-PERFORM
           IF WS-POS-SUC = 0 AND WS-CANT-SUC < 50
               ADD 1 TO WS-CANT-SUC
               MOVE WS-CANT-SUC TO WS-POS-SUC
               MOVE WS-SUC-MOV TO TS-CODIGO(WS-POS-SUC)
               MOVE "(SIN CATALOGO)" TO TS-NOMBRE(WS-POS-SUC)
               MOVE 0 TO TS-INT-PAGADO(WS-POS-SUC)
                   TS-INT-PLAZO(WS-POS-SUC) TS-COMISIONES(WS-POS-SUC)
                   TS-INT-SOBREG(WS-POS-SUC)
                   TS-SUMA-SALDOS(WS-POS-SUC) TS-PROMEDIO(WS-POS-SUC)
                   TS-MARGEN(WS-POS-SUC) TS-PORCENTAJE(WS-POS-SUC)
           END-IF.

      *    SUCURSAL Y MONEDA DE LA CUENTA EN CTA-NUMERO; SIN CUENTA SE
      *    TOMA MONEDA LOCAL Y SUCURSAL EN BLANCO.
       LEER-CUENTA.
           MOVE "S" TO WS-CTA-LOCAL
           READ CUENTAS
               INVALID KEY
                   MOVE SPACES TO CTA-SUCURSAL
               NOT INVALID KEY
                   IF NOT CTA-MONEDA-LOCAL
                       MOVE "N" TO WS-CTA-LOCAL
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      *    ACUMULAR-MOVIMIENTOS                                        *
      *    Intereses pagados, comisiones e interes de sobregiro del    *
      *    mes, en la sucursal del movimiento.                         *
      *----------------------------------------------------------------*
       ACUMULAR-MOVIMIENTOS.
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOV NOT = "00"
               DISPLAY "SIN MOVIMIENTOS.IDX (FS=" FS-MOV ")."
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-MOVIMIENTOS NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND MOV-FECHA(1:6) = WS-MES
                       IF MOV-TIPO = "I" OR MOV-TIPO = "F"
                               OR MOV-TIPO = "G"
                           PERFORM ACUMULAR-UN-MOVIMIENTO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCH-MOVIMIENTOS
           END-IF.

       ACUMULAR-UN-MOVIMIENTO.
           MOVE MOV-CUENTA TO CTA-NUMERO
           PERFORM LEER-CUENTA
           IF WS-CTA-LOCAL = "N"
               ADD 1 TO WS-CONT-DIVISA
           ELSE
               ADD 1 TO WS-CONT-MOV
               MOVE MOV-SUCURSAL TO WS-SUC-MOV
               IF WS-SUC-MOV = SPACES
                   MOVE CTA-SUCURSAL TO WS-SUC-MOV
               END-IF
               IF WS-SUC-MOV = SPACES
                   MOVE "001" TO WS-SUC-MOV
               END-IF
               PERFORM UBICAR-SUCURSAL
               IF WS-POS-SUC > 0
                   EVALUATE MOV-TIPO
                       WHEN "I"
                           ADD MOV-IMPORTE TO TS-INT-PAGADO(WS-POS-SUC)
                       WHEN "F"
                           ADD MOV-IMPORTE TO TS-COMISIONES(WS-POS-SUC)
                       WHEN "G"
                           ADD MOV-IMPORTE TO TS-INT-SOBREG(WS-POS-SUC)
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    ACUMULAR-PLAZOS                                             *
      *    Interes de plazo fijo liquidado en el mes, en la sucursal   *
      *    de la cuenta de fondeo.                                     *
      *----------------------------------------------------------------*
       ACUMULAR-PLAZOS.
           OPEN INPUT ARCH-INTERESES
           IF FS-IPF = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-INTERESES
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND IPF-FECHA(1:6) = WS-MES
                       MOVE IPF-CUENTA TO CTA-NUMERO
                       PERFORM LEER-CUENTA
                       MOVE CTA-SUCURSAL TO WS-SUC-MOV
                       IF WS-SUC-MOV = SPACES
                           MOVE "001" TO WS-SUC-MOV
                       END-IF
                       IF WS-CTA-LOCAL = "S"
                           PERFORM UBICAR-SUCURSAL
                           IF WS-POS-SUC > 0
                               ADD IPF-INTERES
                                   TO TS-INT-PLAZO(WS-POS-SUC)
                           END-IF
                       ELSE
                           ADD 1 TO WS-CONT-DIVISA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCH-INTERESES
           END-IF.

      *----------------------------------------------------------------*
      *    ACUMULAR-SALDOS                                             *
      *    Suma de las fotos del mes por sucursal y dias con foto.     *
      *----------------------------------------------------------------*
       ACUMULAR-SALDOS.
           MOVE SPACES TO WS-TABLA-DIAS
           OPEN INPUT ARCH-HISTORIA
           IF FS-SHI NOT = "00"
               DISPLAY "SIN SALDOS-HIST.IDX (FS=" FS-SHI "): SALDO "
                   "PROMEDIO EN CERO."
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-HISTORIA NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND SHI-FECHA(1:6) = WS-MES
                           AND SHI-MONEDA-LOCAL
                       MOVE SHI-FECHA(7:2) TO WS-DIA
                       IF WS-DIA >= 1 AND WS-DIA <= 31
                           MOVE "S" TO WS-DIA-FOTO(WS-DIA)
                       END-IF
                       MOVE SHI-CUENTA TO CTA-NUMERO
                       PERFORM LEER-CUENTA
                       MOVE CTA-SUCURSAL TO WS-SUC-MOV
                       IF WS-SUC-MOV = SPACES
                           MOVE "001" TO WS-SUC-MOV
                       END-IF
                       PERFORM UBICAR-SUCURSAL
                       IF WS-POS-SUC > 0
                           ADD SHI-SALDO TO TS-SUMA-SALDOS(WS-POS-SUC)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCH-HISTORIA
           END-IF
           MOVE 0 TO WS-DIAS-FOTO
           PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
               IF WS-DIA-FOTO(WS-DIA) = "S"
                   ADD 1 TO WS-DIAS-FOTO
               END-IF
           END-PERFORM.

       CALCULAR-MARGENES.
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               IF WS-DIAS-FOTO > 0
                   COMPUTE TS-PROMEDIO(WS-IDX-SUC) ROUNDED =
                       TS-SUMA-SALDOS(WS-IDX-SUC) / WS-DIAS-FOTO
               END-IF
               COMPUTE TS-MARGEN(WS-IDX-SUC) =
                   TS-COMISIONES(WS-IDX-SUC) + TS-INT-SOBREG(WS-IDX-SUC)
                   - TS-INT-PAGADO(WS-IDX-SUC)
                   - TS-INT-PLAZO(WS-IDX-SUC)
               IF TS-PROMEDIO(WS-IDX-SUC) > 0
                   COMPUTE TS-PORCENTAJE(WS-IDX-SUC) ROUNDED =
                       TS-MARGEN(WS-IDX-SUC) * 100
                       / TS-PROMEDIO(WS-IDX-SUC)
               END-IF
               ADD TS-INT-PAGADO(WS-IDX-SUC) TO WS-TOT-INT-PAGADO
               ADD TS-INT-PLAZO(WS-IDX-SUC) TO WS-TOT-INT-PLAZO
               ADD TS-COMISIONES(WS-IDX-SUC) TO WS-TOT-COMISIONES
               ADD TS-INT-SOBREG(WS-IDX-SUC) TO WS-TOT-INT-SOBREG
               ADD TS-PROMEDIO(WS-IDX-SUC) TO WS-TOT-PROMEDIO
               ADD TS-MARGEN(WS-IDX-SUC) TO WS-TOT-MARGEN
           END-PERFORM
           IF WS-TOT-PROMEDIO > 0
               COMPUTE WS-TOT-PORCENTAJE ROUNDED =
                   WS-TOT-MARGEN * 100 / WS-TOT-PROMEDIO
           END-IF.

      *    RANKING POR MARGEN NETO DE MAYOR A MENOR (INTERCAMBIO
      *    SOBRE LOS INDICES; LA TABLA QUEDA EN ORDEN DE CATALOGO).
       ORDENAR-RANKING.
           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
                   UNTIL WS-IDX-RNK > WS-CANT-SUC
               MOVE WS-IDX-RNK TO WS-RNK-POS(WS-IDX-RNK)
           END-PERFORM
           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
                   UNTIL WS-IDX-RNK >= WS-CANT-SUC
               PERFORM VARYING WS-IDX-RNK2 FROM 1 BY 1
                       UNTIL WS-IDX-RNK2 > WS-CANT-SUC - WS-IDX-RNK
                   IF TS-MARGEN(WS-RNK-POS(WS-IDX-RNK2)) <
                           TS-MARGEN(WS-RNK-POS(WS-IDX-RNK2 + 1))
                       MOVE WS-RNK-POS(WS-IDX-RNK2) TO WS-RNK-AUX
                       MOVE WS-RNK-POS(WS-IDX-RNK2 + 1)
                           TO WS-RNK-POS(WS-IDX-RNK2)
                       MOVE WS-RNK-AUX TO WS-RNK-POS(WS-IDX-RNK2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------*
      *    ESCRIBIR-DETALLE                                            *
      *    Pagina 1: una linea por sucursal en orden de catalogo.      *
      *----------------------------------------------------------------*
       ESCRIBIR-DETALLE.
           MOVE SPACES TO WS-LINEA-REP
           STRING "RENTABILIDAD POR SUCURSAL - MES " WS-MES
               "   (SALDO PROMEDIO SOBRE " WS-DIAS-FOTO
               " DIAS CON FOTO)"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "SUC NOMBRE                    "
               "  INT. PAGADOS   INT. PLAZO FIJO"
               "       COMISIONES   INT. SOBREGIRO"
               "   SALDO PROMEDIO      MARGEN NETO   MARGEN %"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               MOVE WS-IDX-SUC TO WS-POS-SUC
               PERFORM ARMAR-LINEA-SUCURSAL
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-PERFORM
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-TOT-INT-PAGADO TO WS-ED-INT-PAGADO
           MOVE WS-TOT-INT-PLAZO TO WS-ED-INT-PLAZO
           MOVE WS-TOT-COMISIONES TO WS-ED-COMISIONES
           MOVE WS-TOT-INT-SOBREG TO WS-ED-INT-SOBREG
           MOVE WS-TOT-PROMEDIO TO WS-ED-PROMEDIO
           MOVE WS-TOT-MARGEN TO WS-ED-MARGEN
           MOVE WS-TOT-PORCENTAJE TO WS-ED-PORCENTAJE
           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL BANCO                   "
               WS-ED-INT-PAGADO WS-ED-INT-PLAZO WS-ED-COMISIONES
               WS-ED-INT-SOBREG WS-ED-PROMEDIO WS-ED-MARGEN
               "  " WS-ED-PORCENTAJE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           IF WS-CONT-DIVISA > 0
               MOVE SPACES TO WS-LINEA-REP
               STRING "NO INCLUIDOS: " WS-CONT-DIVISA
                   " MOVIMIENTOS O LIQUIDACIONES DE CUENTAS EN DIVISA"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF.

       ARMAR-LINEA-SUCURSAL.
           MOVE TS-INT-PAGADO(WS-POS-SUC) TO WS-ED-INT-PAGADO
           MOVE TS-INT-PLAZO(WS-POS-SUC) TO WS-ED-INT-PLAZO
           MOVE TS-COMISIONES(WS-POS-SUC) TO WS-ED-COMISIONES
           MOVE TS-INT-SOBREG(WS-POS-SUC) TO WS-ED-INT-SOBREG
           MOVE TS-PROMEDIO(WS-POS-SUC) TO WS-ED-PROMEDIO
           MOVE TS-MARGEN(WS-POS-SUC) TO WS-ED-MARGEN
           MOVE TS-PORCENTAJE(WS-POS-SUC) TO WS-ED-PORCENTAJE
           MOVE SPACES TO WS-LINEA-REP
           STRING TS-CODIGO(WS-POS-SUC) " "
               TS-NOMBRE(WS-POS-SUC)(1:26)
               WS-ED-INT-PAGADO WS-ED-INT-PLAZO WS-ED-COMISIONES
               WS-ED-INT-SOBREG WS-ED-PROMEDIO WS-ED-MARGEN
               "  " WS-ED-PORCENTAJE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING.

      *----------------------------------------------------------------*
      *    ESCRIBIR-RANKING                                            *
      *    Pagina 2: sucursales de mayor a menor margen neto.          *
      *----------------------------------------------------------------*
       ESCRIBIR-RANKING.
           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "RANKING DE SUCURSALES POR MARGEN NETO - MES "
               WS-MES DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "PUESTO SUC NOMBRE                    "
               "      MARGEN NETO   MARGEN %   SALDO PROMEDIO"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
                   UNTIL WS-IDX-RNK > WS-CANT-SUC
               MOVE WS-RNK-POS(WS-IDX-RNK) TO WS-POS-SUC
               MOVE WS-IDX-RNK TO WS-ED-PUESTO
               MOVE TS-MARGEN(WS-POS-SUC) TO WS-ED-MARGEN
               MOVE TS-PORCENTAJE(WS-POS-SUC) TO WS-ED-PORCENTAJE
               MOVE TS-PROMEDIO(WS-POS-SUC) TO WS-ED-PROMEDIO
               MOVE SPACES TO WS-LINEA-REP
               STRING "    " WS-ED-PUESTO " " TS-CODIGO(WS-POS-SUC)
                   " " TS-NOMBRE(WS-POS-SUC)(1:26) WS-ED-MARGEN
                   "  " WS-ED-PORCENTAJE WS-ED-PROMEDIO
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-PERFORM.

      *----------------------------------------------------------------*
      *    ESCRIBIR-CSV                                                *
      *    Encabezado y una fila por sucursal en orden de ranking,     *
      *    importes sin separador de miles y con punto decimal.        *
      *----------------------------------------------------------------*
       ESCRIBIR-CSV.
           MOVE SPACES TO WS-LINEA-CSV
           STRING "MES,PUESTO,SUCURSAL,NOMBRE,INTERES_PAGADO,"
               "INTERES_PLAZO_FIJO,COMISIONES,INTERES_SOBREGIRO,"
               "SALDO_PROMEDIO,MARGEN_NETO,MARGEN_PORC"
               DELIMITED BY SIZE INTO WS-LINEA-CSV
           END-STRING
           WRITE REG-CSV FROM WS-LINEA-CSV
           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
                   UNTIL WS-IDX-RNK > WS-CANT-SUC
               MOVE WS-RNK-POS(WS-IDX-RNK) TO WS-POS-SUC
               MOVE SPACES TO WS-LINEA-CSV
               MOVE 1 TO WS-CSV-PTR
               MOVE WS-MES TO WS-CSV-CAMPO
               PERFORM AGREGAR-CAMPO-CSV
               MOVE WS-IDX-RNK TO WS-ED-PUESTO
               MOVE WS-ED-PUESTO TO WS-CSV-CAMPO
               PERFORM AGREGAR-CAMPO-CSV
               MOVE TS-CODIGO(WS-POS-SUC) TO WS-CSV-CAMPO
               PERFORM AGREGAR-CAMPO-CSV
               MOVE TS-NOMBRE(WS-POS-SUC) TO WS-CSV-CAMPO
               INSPECT WS-CSV-CAMPO REPLACING ALL "," BY " "
               PERFORM AGREGAR-CAMPO-CSV
               MOVE TS-INT-PAGADO(WS-POS-SUC) TO WS-CSV-NUMERO
               MOVE WS-CSV-NUMERO TO WS-CSV-CAMPO
               PERFORM AGREGAR-CAMPO-CSV
               MOVE TS-INT-PLAZO(WS-POS-SUC) TO WS-CSV-NUMERO
               MOVE WS-CSV-NUMERO TO WS-CSV-CAMPO
               PERFORM AGREGAR-CAMPO-CSV
               MOVE TS-COMISIONES(WS-POS-SUC) TO WS-CSV-NUMERO
               MOVE WS-CSV-NUMERO TO WS-CSV-CAMPO
               PERFORM AGREGAR-CAMPO-CSV
               MOVE TS-INT-SOBREG(WS-POS-SUC) TO WS-CSV-NUMERO
               MOVE WS-CSV-NUMERO TO WS-CSV-CAMPO
               PERFORM AGREGAR-CAMPO-CSV
               MOVE TS-PROMEDIO(WS-POS-SUC) TO WS-CSV-NUMERO
               MOVE WS-CSV-NUMERO TO WS-CSV-CAMPO
               PERFORM AGREGAR-CAMPO-CSV
               MOVE TS-MARGEN(WS-POS-SUC) TO WS-CSV-NUMERO
               MOVE WS-CSV-NUMERO TO WS-CSV-CAMPO
               PERFORM AGREGAR-CAMPO-CSV
               MOVE TS-PORCENTAJE(WS-POS-SUC) TO WS-CSV-PORC
               MOVE WS-CSV-PORC TO WS-CSV-CAMPO
               PERFORM AGREGAR-CAMPO-CSV
      *        SIN LA COMA FINAL QUE DEJA EL ULTIMO CAMPO.
               SUBTRACT 1 FROM WS-CSV-PTR
               MOVE SPACE TO WS-LINEA-CSV(WS-CSV-PTR:1)
               WRITE REG-CSV FROM WS-LINEA-CSV
           END-PERFORM.

      *    AGREGA WS-CSV-CAMPO SIN BLANCOS A LA IZQUIERDA NI A LA
      *    DERECHA, SEGUIDO DE UNA COMA.
       AGREGAR-CAMPO-CSV.
           MOVE 0 TO WS-CSV-ESPACIOS
           INSPECT WS-CSV-CAMPO TALLYING WS-CSV-ESPACIOS
               FOR LEADING SPACES
           IF WS-CSV-ESPACIOS < 30
               STRING WS-CSV-CAMPO(WS-CSV-ESPACIOS + 1:)
                   DELIMITED BY "  "
                   "," DELIMITED BY SIZE
                   INTO WS-LINEA-CSV WITH POINTER WS-CSV-PTR
               END-STRING
           ELSE
               STRING "," DELIMITED BY SIZE
                   INTO WS-LINEA-CSV WITH POINTER WS-CSV-PTR
               END-STRING
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
               " PROGRAMA=DB-RENTABILIDAD" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-RENTABILIDAD.
