      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Devengo diario de intereses: corre en la cadena de
      *          cierre de dia, despues de los posteos, y por cada
      *          cuenta activa de CUENTAS.IDX devenga el interes del
      *          dia sobre el saldo de cierre a la tasa del catalogo
      *          de productos (catalogo_productos.txt, la misma que
      *          usa DB-INTEREST). La tasa del catalogo es mensual:
      *          el interes de un dia es la tasa sobre el saldo
      *          dividida por los dias del mes, y un saldo que se
      *          mantiene todo el mes devenga lo mismo que antes
      *          pagaba el calculo mensual. El acumulado por cuenta
      *          vive en DEVENGOS.IDX (clave CTA-NUMERO); los dias
      *          sin corrida (fin de semana, feriado) devengan con el
      *          saldo del ultimo cierre. Una segunda corrida en la
      *          misma fecha de negocio no devenga dos veces. A fin
      *          de mes DB-INTEREST postea lo acumulado como
      *          movimiento tipo I y pone el acumulado en cero.
      *          Cada corrida deja en devengos_rep.txt el interes
      *          devengado y no pagado por cuenta, con totales en
      *          moneda local y en divisas, para el asiento de
      *          devengamiento de fin de mes.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-ACCRUAL.

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
           SELECT ARCH-DEVENGOS ASSIGN TO "DEVENGOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CUENTA
               FILE STATUS IS FS-DEV.
           SELECT ARCH-CATALOGO ASSIGN TO "catalogo_productos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAS.
           SELECT ARCH-REPORTE ASSIGN TO "devengos_rep.txt"
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

      *----------------------------------------------------------------*
      *    INTERES DEVENGADO Y NO PAGADO, UNA ENTRADA POR CUENTA. EL   *
      *    ACUMULADO LLEVA SEIS DECIMALES PARA NO PERDER CENTAVOS DIA  *
      *    A DIA; SE REDONDEA AL POSTEARLO. DEV-FECHA-ULT ES EL ULTIMO *
      *    DIA YA DEVENGADO.                                           *
      *----------------------------------------------------------------*
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

       FD  ARCH-CATALOGO.
       01  REG-CATALOGO.
           05 CAT-TIPO-CTA     PIC X(1).
           05 CAT-SEGMENTO     PIC X(1).
           05 CAT-TASA         PIC 9(2)V9999.
           05 CAT-FEE-MENSUAL  PIC 9(5)V99.
           05 CAT-OPS-LIBRES   PIC 9(3).
           05 CAT-CARGO-OP     PIC 9(3)V99.
           05 CAT-SALDO-MIN    PIC 9(7)V99.

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
       01  FS-DEV              PIC XX.
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
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FIN-TASAS        PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-FECHA-TRAB.
           05 WS-FT-ANIO       PIC 9(4).
           05 WS-FT-MES        PIC 9(2).
           05 WS-FT-DIA        PIC 9(2).
       01  WS-FECHA-TRAB-N REDEFINES WS-FECHA-TRAB PIC 9(8).
       01  WS-PERIODO          PIC 9(6) VALUE 0.
       01  WS-DIAS-MES         PIC 9(2) VALUE 30.
       01  WS-DIAS-DEVENGO     PIC 9(3) VALUE 0.
       01  WS-EXISTE-DEV       PIC X VALUE "N".

       01  WS-TASA             PIC 9(2)V9999 VALUE 0.
       01  WS-TABLA-TASAS.
           05 WS-TAS-ENT OCCURS 20 TIMES.
               10 TT-TIPO-CTA  PIC X(1).
               10 TT-SEGMENTO  PIC X(1).
               10 TT-TASA      PIC 9(2)V9999.
       01  WS-CANT-TASAS       PIC 9(2) VALUE 0.
       01  WS-IDX-TAS          PIC 9(2) VALUE 0.
       01  WS-TIPO-BUSCADO     PIC X(1).
       01  WS-INTERES-DIA      PIC 9(7)V9(6) VALUE 0.

       01  WS-CONT-DEVENGADAS  PIC 9(5) VALUE 0.
       01  WS-CONT-YA-HECHAS   PIC 9(5) VALUE 0.
       01  WS-TOT-DIA          PIC 9(9)V9(6) VALUE 0.
       01  WS-CONT-REP         PIC 9(5) VALUE 0.
       01  WS-TOT-LOCAL        PIC 9(11)V99 VALUE 0.
       01  WS-TOT-DIVISA       PIC 9(11)V99 VALUE 0.
       01  WS-CONT-DIVISA      PIC 9(5) VALUE 0.
       01  WS-IMPORTE-REP      PIC 9(9)V99 VALUE 0.
       01  WS-MONEDA-REP       PIC X(3).
       01  WS-SUCURSAL-REP     PIC X(3).

       01  WS-LINEA            PIC X(100).
       01  WS-ED-IMPORTE       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-SALDO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-TASA          PIC Z9.9999.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "      DEVENGO DIARIO DE INTERESES               "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TRAB-N
           COMPUTE WS-PERIODO = WS-FT-ANIO * 100 + WS-FT-MES
           PERFORM CALCULAR-DIAS-MES

           PERFORM CARGAR-TASAS
           IF WS-CANT-TASAS = 0
               DISPLAY "SIN ENTRADAS EN catalogo_productos.txt. NO "
                   "HAY NADA QUE DEVENGAR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLIENTES
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *    EL SALDO DE CIERRE NO SE MUEVE MIENTRAS SE DEVENGA.
           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "DEVENGO" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               CLOSE CLIENTES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUENTAS
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

           OPEN I-O ARCH-DEVENGOS
           IF FS-DEV = "35"
               OPEN OUTPUT ARCH-DEVENGOS
               CLOSE ARCH-DEVENGOS
               OPEN I-O ARCH-DEVENGOS
           END-IF
           IF FS-DEV NOT = "00"
               DISPLAY "ERROR AL ABRIR DEVENGOS.IDX. FS=" FS-DEV
               MOVE "DEVENGOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-DEV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CLIENTES
               CLOSE CUENTAS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-REPORTE
           PERFORM VERIFICAR-LAYOUTS

           MOVE 0 TO CTA-NUMERO
           START CUENTAS KEY IS NOT LESS THAN CTA-NUMERO
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = "S"
               READ CUENTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF CTA-ACTIVA
                           PERFORM DEVENGAR-CUENTA THRU
                               DEVENGAR-CUENTA-FIN
                       END-IF
               END-READ
           END-PERFORM

           PERFORM EMITIR-REPORTE

           CLOSE CLIENTES
           CLOSE CUENTAS
           CLOSE ARCH-DEVENGOS
           CLOSE ARCH-REPORTE
           MOVE "DEVENGO-INT" TO WS-SPOOL-REPORTE
           MOVE "devengos_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC
           PERFORM GRABAR-RUN-CONTROL
           PERFORM LIBERAR-CANDADO

           DISPLAY "-----------------------------------------------"
           DISPLAY "CUENTAS DEVENGADAS:      " WS-CONT-DEVENGADAS
           DISPLAY "YA DEVENGADAS HOY:       " WS-CONT-YA-HECHAS
           DISPLAY "DEVENGADO EN LA CORRIDA: " WS-TOT-DIA
           DISPLAY "DETALLE: devengos_rep.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *-----------------------------------------------------------------
      * LIBERA EL CANDADO DE CORRIDA DEL MAESTRO (RUN-LOCK).
      *-----------------------------------------------------------------
       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

      *    DIAS DEL MES DE LA FECHA DE NEGOCIO (FECHA-RUTINA, FUNCION
      *    F); LA TASA MENSUAL DEL CATALOGO SE REPARTE ENTRE ELLOS.
       CALCULAR-DIAS-MES.
           MOVE "F" TO WS-FEC-FUNCION
           MOVE WS-FECHA-NEGOCIO TO WS-FEC-FECHA1
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FEC-FECHA1
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC = "00"
               MOVE WS-FEC-RESULTADO TO WS-FECHA-TRAB-N
               MOVE WS-FT-DIA TO WS-DIAS-MES
           ELSE
               MOVE 30 TO WS-DIAS-MES
           END-IF.

       CARGAR-TASAS.
           OPEN INPUT ARCH-CATALOGO
           IF FS-TAS = "00"
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

      *----------------------------------------------------------------*
      *    BUSCAR-TASA-SEGMENTO                                        *
      *    Tasa del catalogo para el tipo de cuenta y el segmento del  *
      *    titular; sin entrada propia, la del segmento N del mismo    *
      *    tipo de cuenta; sin ninguna, cero (no se devenga).          *
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

      *----------------------------------------------------------------*
      *    DEVENGAR-CUENTA                                             *
      *    Dias a devengar: desde el ultimo dia devengado hasta la     *
      *    fecha de negocio (uno si la cuenta es nueva en el archivo). *
      *    Una cuenta ya devengada en esta fecha se saltea.            *
      *----------------------------------------------------------------*
       DEVENGAR-CUENTA.
           MOVE CTA-NUMERO TO DEV-CUENTA
           READ ARCH-DEVENGOS
               INVALID KEY
                   MOVE "N" TO WS-EXISTE-DEV
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE-DEV
           END-READ

           IF WS-EXISTE-DEV = "N"
               IF CTA-SALDO = 0
                   GO TO DEVENGAR-CUENTA-FIN
               END-IF
               MOVE SPACES TO DEVENGO-REG
               MOVE CTA-NUMERO TO DEV-CUENTA
               MOVE CTA-CLI-ID TO DEV-CLI-ID
               MOVE WS-PERIODO TO DEV-PERIODO
               MOVE 0 TO DEV-ACUMULADO
               MOVE 0 TO DEV-DIAS
               MOVE 0 TO DEV-FECHA-ULT
               MOVE 0 TO DEV-TASA
               MOVE 0 TO DEV-SALDO-ULT
               MOVE "1" TO DEV-VERSION
               MOVE 1 TO WS-DIAS-DEVENGO
           ELSE
               IF DEV-FECHA-ULT >= WS-FECHA-NEGOCIO
                   ADD 1 TO WS-CONT-YA-HECHAS
                   GO TO DEVENGAR-CUENTA-FIN
               END-IF
               MOVE "D" TO WS-FEC-FUNCION
               MOVE WS-FECHA-NEGOCIO TO WS-FEC-FECHA1
               MOVE DEV-FECHA-ULT TO WS-FEC-FECHA2
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FEC-FECHA1
                   WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
               IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO > 0
                       AND WS-FEC-RESULTADO < 1000
                   MOVE WS-FEC-RESULTADO TO WS-DIAS-DEVENGO
               ELSE
                   MOVE 1 TO WS-DIAS-DEVENGO
               END-IF
           END-IF

           PERFORM BUSCAR-TASA-SEGMENTO
           COMPUTE WS-INTERES-DIA ROUNDED =
               CTA-SALDO * WS-TASA / 100 / WS-DIAS-MES
               * WS-DIAS-DEVENGO
           ADD WS-INTERES-DIA TO DEV-ACUMULADO
           ADD WS-DIAS-DEVENGO TO DEV-DIAS
           MOVE WS-FECHA-NEGOCIO TO DEV-FECHA-ULT
           MOVE WS-TASA TO DEV-TASA
           MOVE CTA-SALDO TO DEV-SALDO-ULT

           IF WS-EXISTE-DEV = "N"
               WRITE DEVENGO-REG
           ELSE
               REWRITE DEVENGO-REG
           END-IF
           IF FS-DEV = "00"
               ADD 1 TO WS-CONT-DEVENGADAS
               ADD WS-INTERES-DIA TO WS-TOT-DIA
           ELSE
               DISPLAY "ERROR AL GRABAR DEVENGO CUENTA " CTA-NUMERO
                   ". FS=" FS-DEV
               MOVE "DEVENGOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-DEV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.
       DEVENGAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    EMITIR-REPORTE                                              *
      *    Interes devengado y no pagado de todo DEVENGOS.IDX (tambien *
      *    el de cuentas que hoy ya no devengan), con el total en      *
      *    moneda local y el de divisas por separado.                  *
      *----------------------------------------------------------------*
       EMITIR-REPORTE.
           MOVE SPACES TO WS-LINEA
           STRING "INTERESES DEVENGADOS NO PAGADOS AL "
               WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CUENTA   CLIENTE MON SUC DIAS  TASA %"
               "       SALDO ULTIMO        DEVENGADO"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA

           MOVE "N" TO WS-FIN
           MOVE 0 TO DEV-CUENTA
           START ARCH-DEVENGOS KEY IS NOT LESS THAN DEV-CUENTA
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = "S"
               READ ARCH-DEVENGOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF DEV-ACUMULADO > 0
                           PERFORM LISTAR-DEVENGO
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-TOT-LOCAL TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "TOTAL DEVENGADO MONEDA LOCAL:     " WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-TOT-DIVISA TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "TOTAL DEVENGADO EN DIVISAS:       " WS-ED-TOTAL
               " (" WS-CONT-DIVISA " CUENTAS, SIN CONVERTIR)"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CUENTAS CON DEVENGO PENDIENTE:    " WS-CONT-REP
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA.

       LISTAR-DEVENGO.
           COMPUTE WS-IMPORTE-REP ROUNDED = DEV-ACUMULADO
           MOVE "LOC" TO WS-MONEDA-REP
           MOVE SPACES TO WS-SUCURSAL-REP
           MOVE DEV-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CTA-MONEDA-LOCAL
                       MOVE CTA-MONEDA TO WS-MONEDA-REP
                   END-IF
                   MOVE CTA-SUCURSAL TO WS-SUCURSAL-REP
           END-READ
           ADD 1 TO WS-CONT-REP
           IF WS-MONEDA-REP = "LOC"
               ADD WS-IMPORTE-REP TO WS-TOT-LOCAL
           ELSE
               ADD WS-IMPORTE-REP TO WS-TOT-DIVISA
               ADD 1 TO WS-CONT-DIVISA
           END-IF
           MOVE WS-IMPORTE-REP TO WS-ED-IMPORTE
           MOVE DEV-SALDO-ULT TO WS-ED-SALDO
           MOVE DEV-TASA TO WS-ED-TASA
           MOVE SPACES TO WS-LINEA
           STRING DEV-CUENTA " " DEV-CLI-ID "   " WS-MONEDA-REP " "
               WS-SUCURSAL-REP " " DEV-DIAS "  " WS-ED-TASA "  "
               WS-ED-SALDO "  " WS-ED-IMPORTE
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: EL DEVENGO DE LA FECHA DE NEGOCIO QUEDA
      * REGISTRADO EN runctl.txt.
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "DEVENGO-INT" TO RCT-JOB
           MOVE WS-FECHA-NEGOCIO TO RCT-FECHA
           MOVE "DEVENGADO" TO RCT-ESTADO
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185,
      * CUENTAS V02/50 Y DEVENGOS V01/70.
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
           END-IF.

       DETENER-POR-LAYOUT.
           CLOSE CLIENTES
           CLOSE CUENTAS
           CLOSE ARCH-DEVENGOS
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
               " PROGRAMA=DB-ACCRUAL" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-ACCRUAL.
