      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Balance de comprobacion del mayor general: recorre
      *          GL.IDX y lista por cuenta el debe y haber del
      *          periodo, el saldo acumulado del ejercicio (columna
      *          deudora o acreedora) y los totales, que deben
      *          cuadrar. Ademas cruza la cuenta de control de
      *          depositos de clientes (gl_cta_control.txt; sin
      *          archivo, DEPOSITO-CLI) contra la suma de CTA-SALDO
      *          menos CTA-SOBREGIRO de las cuentas en moneda local
      *          de CUENTAS.IDX y
      *          reporta la diferencia: es el unico lugar donde el
      *          auxiliar de cuentas se ata al mayor. Reporte en
      *          gl_balance.txt, retenido en el spool.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR Version inicial.
      * 15-10-2026 AAR El auxiliar de depositos suma con signo
      *                CTA-SALDO - CTA-SOBREGIRO: una cuenta girada en
      *                descubierto ya no aparece como diferencia
      *                contra el mayor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-GLTRIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-GL ASSIGN TO "GL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-CUENTA
               FILE STATUS IS FS-GL.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT ARCH-CONTROL ASSIGN TO "gl_cta_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CCT.
           SELECT ARCH-PERIODO ASSIGN TO "gl_periodo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PER.
           SELECT ARCH-REPORTE ASSIGN TO "gl_balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-GL
           RECORD CONTAINS 150 CHARACTERS.
       01  GL-REG.
           05 GL-CUENTA        PIC X(12).
           05 GL-DESCRIPCION   PIC X(30).
           05 GL-PERIODO       PIC 9(6).
           05 GL-DEBE-PER      PIC 9(13)V99.
           05 GL-HABER-PER     PIC 9(13)V99.
           05 GL-DEBE-EJE      PIC 9(13)V99.
           05 GL-HABER-EJE     PIC 9(13)V99.
           05 GL-SALDO-APERTURA PIC S9(13)V99.
           05 GL-FECHA-ULT-MOV PIC 9(8).
           05 GL-VERSION       PIC X(1).
               88 GL-LAYOUT-V1     VALUE "1".
           05 FILLER           PIC X(18).

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

       FD  ARCH-CONTROL.
       01  REG-CONTROL.
           05 CCT-CUENTA       PIC X(12).

       FD  ARCH-PERIODO.
       01  REG-PERIODO.
           05 PER-ABIERTO      PIC 9(6).
           05 PER-ULT-CERRADO  PIC 9(6).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(132).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-GL               PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-CCT              PIC XX.
       01  FS-PER              PIC XX.
       01  FS-REP              PIC XX.
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

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-PERIODO-ABIERTO  PIC 9(6) VALUE 0.
       01  WS-CTA-CONTROL      PIC X(12) VALUE "DEPOSITO-CLI".
       01  WS-LINEA            PIC X(132).

       01  WS-SALDO            PIC S9(13)V99 VALUE 0.
       01  WS-SALDO-DEUDOR     PIC 9(13)V99 VALUE 0.
       01  WS-SALDO-ACREEDOR   PIC 9(13)V99 VALUE 0.
       01  WS-SALDO-CONTROL    PIC S9(13)V99 VALUE 0.
       01  WS-HAY-CONTROL      PIC X VALUE "N".
       01  WS-TOT-DEBE-PER     PIC 9(15)V99 VALUE 0.
       01  WS-TOT-HABER-PER    PIC 9(15)V99 VALUE 0.
       01  WS-TOT-DEUDOR       PIC 9(15)V99 VALUE 0.
       01  WS-TOT-ACREEDOR     PIC 9(15)V99 VALUE 0.
       01  WS-CANT-CUENTAS-GL  PIC 9(5) VALUE 0.

       01  WS-SUMA-AUXILIAR    PIC S9(13)V99 VALUE 0.
       01  WS-CANT-AUXILIAR    PIC 9(7) VALUE 0.
       01  WS-CANT-DIVISA      PIC 9(7) VALUE 0.
       01  WS-DIFERENCIA       PIC S9(13)V99 VALUE 0.

       01  WS-ED-IMPORTE-1     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-IMPORTE-2     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-IMPORTE-3     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-IMPORTE-4     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-DIFERENCIA    PIC -,---,---,---,--9.99.
       01  WS-ED-CONTROL       PIC -,---,---,---,--9.99.
       01  WS-ED-AUXILIAR      PIC -,---,---,---,--9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "     BALANCE DE COMPROBACION - MAYOR GENERAL    "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-PERIODO
           PERFORM LEER-CTA-CONTROL

           OPEN INPUT ARCH-GL
           IF FS-GL NOT = "00"
               DISPLAY "ERROR AL ABRIR GL.IDX. FS=" FS-GL
               MOVE "GL.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-GL TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-REPORTE
           PERFORM VERIFICAR-LAYOUTS

           MOVE SPACES TO WS-LINEA
           STRING "BALANCE DE COMPROBACION - PERIODO ABIERTO "
               WS-PERIODO-ABIERTO "  EMITIDO " WS-FECHA-HOY
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CUENTA       DESCRIPCION                   "
               "      DEBE PERIODO      HABER PERIODO"
               "       SALDO DEUDOR     SALDO ACREEDOR"
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA

           MOVE LOW-VALUES TO GL-CUENTA
           START ARCH-GL KEY IS NOT LESS THAN GL-CUENTA
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = "S"
               READ ARCH-GL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       PERFORM LISTAR-CUENTA-GL
               END-READ
           END-PERFORM
           CLOSE ARCH-GL

           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-TOT-DEBE-PER TO WS-ED-IMPORTE-1
           MOVE WS-TOT-HABER-PER TO WS-ED-IMPORTE-2
           MOVE WS-TOT-DEUDOR TO WS-ED-IMPORTE-3
           MOVE WS-TOT-ACREEDOR TO WS-ED-IMPORTE-4
           MOVE SPACES TO WS-LINEA
           STRING "TOTALES" "                                "
               "   " WS-ED-IMPORTE-1 " " WS-ED-IMPORTE-2
               " " WS-ED-IMPORTE-3 " " WS-ED-IMPORTE-4
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           IF WS-TOT-DEUDOR NOT = WS-TOT-ACREEDOR
                   OR WS-TOT-DEBE-PER NOT = WS-TOT-HABER-PER
               MOVE "** EL BALANCE NO CUADRA **" TO WS-LINEA
               WRITE REG-REPORTE FROM WS-LINEA
               MOVE 1 TO RETURN-CODE
           END-IF

           PERFORM CONCILIAR-DEPOSITOS

           CLOSE ARCH-REPORTE
           MOVE "BALANCE-GL" TO WS-SPOOL-REPORTE
           MOVE "gl_balance.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "CUENTAS DEL MAYOR:        " WS-CANT-CUENTAS-GL
           DISPLAY "TOTAL SALDOS DEUDORES:    " WS-TOT-DEUDOR
           DISPLAY "TOTAL SALDOS ACREEDORES:  " WS-TOT-ACREEDOR
           IF WS-TOT-DEUDOR NOT = WS-TOT-ACREEDOR
               DISPLAY "** EL BALANCE NO CUADRA **"
           END-IF
           MOVE WS-DIFERENCIA TO WS-ED-DIFERENCIA
           DISPLAY "DIFERENCIA " WS-CTA-CONTROL " VS CUENTAS.IDX: "
               WS-ED-DIFERENCIA
           DISPLAY "DETALLE: gl_balance.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       LEER-PERIODO.
           OPEN INPUT ARCH-PERIODO
           IF FS-PER = "00"
               READ ARCH-PERIODO
                   AT END CONTINUE
                   NOT AT END
                       MOVE PER-ABIERTO TO WS-PERIODO-ABIERTO
               END-READ
               CLOSE ARCH-PERIODO
           END-IF.

       LEER-CTA-CONTROL.
           OPEN INPUT ARCH-CONTROL
           IF FS-CCT = "00"
               READ ARCH-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF CCT-CUENTA NOT = SPACES
                           MOVE CCT-CUENTA TO WS-CTA-CONTROL
                       END-IF
               END-READ
               CLOSE ARCH-CONTROL
           END-IF.

      *----------------------------------------------------------------*
      *    LISTAR-CUENTA-GL                                            *
      *    Saldo del ejercicio = apertura + debe - haber; positivo va  *
      *    a la columna deudora y negativo a la acreedora.             *
      *----------------------------------------------------------------*
       LISTAR-CUENTA-GL.
           ADD 1 TO WS-CANT-CUENTAS-GL
           COMPUTE WS-SALDO = GL-SALDO-APERTURA + GL-DEBE-EJE
               - GL-HABER-EJE
           MOVE 0 TO WS-SALDO-DEUDOR
           MOVE 0 TO WS-SALDO-ACREEDOR
           IF WS-SALDO > 0
               MOVE WS-SALDO TO WS-SALDO-DEUDOR
           ELSE
               COMPUTE WS-SALDO-ACREEDOR = 0 - WS-SALDO
           END-IF
           ADD GL-DEBE-PER TO WS-TOT-DEBE-PER
           ADD GL-HABER-PER TO WS-TOT-HABER-PER
           ADD WS-SALDO-DEUDOR TO WS-TOT-DEUDOR
           ADD WS-SALDO-ACREEDOR TO WS-TOT-ACREEDOR
           IF GL-CUENTA = WS-CTA-CONTROL
               MOVE WS-SALDO TO WS-SALDO-CONTROL
               MOVE "S" TO WS-HAY-CONTROL
           END-IF

           MOVE GL-DEBE-PER TO WS-ED-IMPORTE-1
           MOVE GL-HABER-PER TO WS-ED-IMPORTE-2
           MOVE WS-SALDO-DEUDOR TO WS-ED-IMPORTE-3
           MOVE WS-SALDO-ACREEDOR TO WS-ED-IMPORTE-4
           MOVE SPACES TO WS-LINEA
           STRING GL-CUENTA " " GL-DESCRIPCION
               " " WS-ED-IMPORTE-1 " " WS-ED-IMPORTE-2
               " " WS-ED-IMPORTE-3 " " WS-ED-IMPORTE-4
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA.

      *----------------------------------------------------------------*
      *    CONCILIAR-DEPOSITOS                                         *
      *    La cuenta de control de depositos es acreedora: su saldo    *
      *    acreedor debe igualar la suma de CTA-SALDO - CTA-SOBREGIRO  *
      *    de las cuentas en moneda local (una cuenta girada en        *
      *    descubierto resta; las de divisa se cuentan aparte, viven   *
      *    en otra moneda). Diferencia = mayor - auxiliar.             *
      *----------------------------------------------------------------*
       CONCILIAR-DEPOSITOS.
           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE "** SIN CUENTAS.IDX NO HAY CONCILIACION **"
                   TO WS-LINEA
               WRITE REG-REPORTE FROM WS-LINEA
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-FIN
               MOVE 0 TO CTA-NUMERO
               START CUENTAS KEY IS NOT LESS THAN CTA-NUMERO
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
               PERFORM UNTIL WS-FIN = "S"
                   READ CUENTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF CTA-MONEDA-LOCAL
                               COMPUTE WS-SUMA-AUXILIAR =
                                   WS-SUMA-AUXILIAR + CTA-SALDO
                                   - CTA-SOBREGIRO
                               ADD 1 TO WS-CANT-AUXILIAR
                           ELSE
                               ADD 1 TO WS-CANT-DIVISA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTAS

               COMPUTE WS-DIFERENCIA = (0 - WS-SALDO-CONTROL)
                   - WS-SUMA-AUXILIAR
               MOVE SPACES TO WS-LINEA
               WRITE REG-REPORTE FROM WS-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "CONCILIACION CUENTA DE CONTROL "
                   WS-CTA-CONTROL " CONTRA CUENTAS.IDX"
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
               IF WS-HAY-CONTROL = "N"
                   MOVE SPACES TO WS-LINEA
                   STRING "  LA CUENTA " WS-CTA-CONTROL
                       " NO EXISTE EN EL MAYOR (SALDO CERO)"
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-REPORTE FROM WS-LINEA
               END-IF
               COMPUTE WS-ED-CONTROL = 0 - WS-SALDO-CONTROL
               MOVE SPACES TO WS-LINEA
               STRING "  SALDO ACREEDOR EN EL MAYOR:    "
                   WS-ED-CONTROL
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
               MOVE WS-SUMA-AUXILIAR TO WS-ED-AUXILIAR
               MOVE SPACES TO WS-LINEA
               STRING "  SALDO - SOBREGIRO (M. LOCAL):  "
                   WS-ED-AUXILIAR "  CUENTAS: " WS-CANT-AUXILIAR
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
               MOVE WS-DIFERENCIA TO WS-ED-DIFERENCIA
               MOVE SPACES TO WS-LINEA
               STRING "  DIFERENCIA MAYOR - AUXILIAR:   "
                   WS-ED-DIFERENCIA
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
               IF WS-CANT-DIVISA > 0
                   MOVE SPACES TO WS-LINEA
                   STRING "  CUENTAS EN DIVISA NO INCLUIDAS: "
                       WS-CANT-DIVISA
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-REPORTE FROM WS-LINEA
               END-IF
               IF WS-DIFERENCIA NOT = 0
                   MOVE "** EL AUXILIAR NO ATA CON EL MAYOR **"
                       TO WS-LINEA
                   WRITE REG-REPORTE FROM WS-LINEA
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA GL V01/150 Y CUENTAS V02/50.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "GL.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 150 TO WS-LAY-LONGITUD
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
           END-IF.

       DETENER-POR-LAYOUT.
           CLOSE ARCH-GL
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
               " PROGRAMA=DB-GLTRIAL" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-GLTRIAL.
