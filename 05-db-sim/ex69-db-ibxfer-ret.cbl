      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Devoluciones de transferencias a otro banco: el
      *          archivo de rechazos que devuelve la camara
      *          (transf_devueltas.txt) trae cabecera H (codigo TDV,
      *          fecha, secuencia) y cola T, y pasa antes por
      *          DB-FILEGATE con el codigo TDV: este paso se niega a
      *          correr sin la marca VALIDADO y estampa POSTEADO al
      *          terminar, igual que DB-POSTING. Cada detalle nombra
      *          la orden original (fecha y numero de transferencia,
      *          importe y codigo de motivo del banco destino). La
      *          orden debe existir en TRANSFERENCIAS.IDX, estar
      *          ENVIADA y por el mismo importe; entonces el importe
      *          se acredita de vuelta a la cuenta ordenante como
      *          movimiento tipo V (devolucion de transferencia) con
      *          el numero de la transferencia original en
      *          MOV-REFERENCIA, y la orden queda DEVUELTA con el
      *          motivo. Lo que no se puede aplicar sale como
      *          excepcion en el reporte transf_devueltas_rep.txt
      *          (spool TRANSF-DEV) para tratamiento manual y termina
      *          con RETURN-CODE 1, igual que una diferencia contra
      *          la cola.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-IBXFER-RET.

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
           SELECT TRANSFERENCIAS ASSIGN TO "TRANSFERENCIAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRS-CLAVE
               FILE STATUS IS FS-TRS.
           SELECT ARCH-RECHAZOS ASSIGN TO "transf_devueltas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TDV.
           SELECT ARCH-REGISTRO ASSIGN TO "archivos_consumidos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCF.
           SELECT ARCH-REPORTE ASSIGN TO "transf_devueltas_rep.txt"
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

       FD  TRANSFERENCIAS
           RECORD CONTAINS 140 CHARACTERS.
       01  TRANSF-REG.
           05 TRS-CLAVE.
               10 TRS-FECHA     PIC 9(8).
               10 TRS-NUMERO    PIC 9(8).
           05 TRS-CUENTA       PIC 9(8).
           05 TRS-CLI-ID       PIC 9(5).
           05 TRS-SUCURSAL     PIC X(3).
           05 TRS-IMPORTE      PIC 9(7)V99.
           05 TRS-BANCO        PIC X(4).
           05 TRS-CTA-BENEF    PIC X(20).
           05 TRS-NOMBRE-BENEF PIC X(30).
           05 TRS-ESTADO       PIC X(1).
               88 TRS-PENDIENTE    VALUE "P".
               88 TRS-ENVIADA      VALUE "E".
               88 TRS-DEVUELTA     VALUE "D".
           05 TRS-FECHA-ESTADO PIC 9(8).
           05 TRS-LOTE         PIC 9(6).
           05 TRS-MOTIVO       PIC X(4).
           05 TRS-OPERADOR     PIC X(10).
           05 TRS-HORA         PIC 9(8).
           05 FILLER           PIC X(8).

      *----------------------------------------------------------------*
      *    RECHAZOS DE LA CAMARA: MISMA CABECERA Y COLA QUE LOS        *
      *    ARCHIVOS DE POSTEO DE SUCURSAL (VER DB-FILEGATE) Y EL       *
      *    IMPORTE DEL DETALLE EN LA MISMA POSICION QUE EL DE SUCURSAL.*
      *----------------------------------------------------------------*
       FD  ARCH-RECHAZOS.
       01  REG-RECHAZO         PIC X(44).
       01  REG-TDV-CABECERA REDEFINES REG-RECHAZO.
           05 TDC-TIPO-REG     PIC X(1).
           05 TDC-SUCURSAL     PIC X(3).
           05 TDC-FECHA        PIC 9(8).
           05 TDC-SECUENCIA    PIC 9(6).
           05 FILLER           PIC X(26).
       01  REG-TDV-DETALLE REDEFINES REG-RECHAZO.
           05 TDD-TIPO-REG     PIC X(1).
           05 TDD-NUMERO       PIC 9(8).
           05 FILLER           PIC X(1).
           05 TDD-IMPORTE      PIC 9(7)V99.
           05 TDD-FECHA-ORDEN  PIC 9(8).
           05 TDD-MOTIVO       PIC X(4).
           05 FILLER           PIC X(13).
       01  REG-TDV-COLA REDEFINES REG-RECHAZO.
           05 TDT-TIPO-REG     PIC X(1).
           05 TDT-CANTIDAD     PIC 9(6).
           05 TDT-SUMA         PIC 9(11)V99.
           05 FILLER           PIC X(24).

       FD  ARCH-REGISTRO.
       01  REG-REGISTRO.
           05 RCF-SUCURSAL     PIC X(3).
           05 RCF-SECUENCIA    PIC 9(6).
           05 RCF-FECHA        PIC 9(8).
           05 RCF-ESTADO       PIC X(10).
           05 RCF-FECHA-CORRIDA PIC 9(8).

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
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-TRS              PIC XX.
       01  FS-TDV              PIC XX.
       01  FS-RCF              PIC XX.
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
       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-USUARIO     PIC X(10).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).
       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FIN-RCF          PIC X VALUE "N".
       01  WS-CABECERA-OK      PIC X VALUE "N".
       01  WS-COLA-VISTA       PIC X VALUE "N".
       01  WS-GATE-VALIDADO    PIC X VALUE "N".
       01  WS-GATE-POSTEADO    PIC X VALUE "N".
       01  WS-CAB-FECHA        PIC 9(8) VALUE 0.
       01  WS-CAB-SECUENCIA    PIC 9(6) VALUE 0.
       01  WS-COLA-CANTIDAD    PIC 9(6) VALUE 0.
       01  WS-COLA-SUMA        PIC 9(11)V99 VALUE 0.

      *----------------------------------------------------------------*
      *    RESULTADO DE CADA RECHAZO: EXCEPCION EN BLANCO = SE ACREDITA*
      *----------------------------------------------------------------*
       01  WS-EXCEPCION        PIC X(30).
           88 WS-DEVOLUCION-OK     VALUE SPACES.
       01  WS-IMPORTE          PIC 9(7)V99 VALUE 0.
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-GRABADO      PIC X VALUE "N".

       01  WS-CONT-DETALLES    PIC 9(6) VALUE 0.
       01  WS-SUMA-DETALLES    PIC 9(11)V99 VALUE 0.
       01  WS-CONT-ACREDITADOS PIC 9(6) VALUE 0.
       01  WS-SUMA-ACREDITADOS PIC 9(11)V99 VALUE 0.
       01  WS-CONT-EXCEPCIONES PIC 9(6) VALUE 0.
       01  WS-SUMA-EXCEPCIONES PIC 9(11)V99 VALUE 0.
       01  WS-CONT-CONCILIADO  PIC 9(6) VALUE 0.
       01  WS-SUMA-CONCILIADO  PIC 9(11)V99 VALUE 0.
       01  WS-CONCILIA         PIC X VALUE "S".

       01  WS-LINEA            PIC X(100).
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-IMPORTE       PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-CANT          PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   DEVOLUCIONES DE TRANSFERENCIAS A OTROS BANCOS"
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO

           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "TRANSFDEV" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O TRANSFERENCIAS
           IF FS-TRS NOT = "00"
               DISPLAY "ERROR AL ABRIR TRANSFERENCIAS.IDX. FS=" FS-TRS
               MOVE "TRANSFERENCIAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-TRS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
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
               CLOSE TRANSFERENCIAS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ARCH-RECHAZOS
           IF FS-TDV NOT = "00"
               DISPLAY "NO SE PUDO ABRIR transf_devueltas.txt FS="
                   FS-TDV
               MOVE "transf_devueltas.txt" TO WS-ERR-ARCHIVO
               MOVE FS-TDV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE TRANSFERENCIAS
               CLOSE CUENTAS
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
               CLOSE TRANSFERENCIAS
               CLOSE CUENTAS
               CLOSE ARCH-RECHAZOS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-REPORTE
           PERFORM VERIFICAR-LAYOUTS

           PERFORM LEER-RECHAZO
           PERFORM UNTIL WS-FIN = "S"
               EVALUATE TDC-TIPO-REG
                   WHEN "H"
                       PERFORM VERIFICAR-CABECERA
                   WHEN "D"
                       IF WS-CABECERA-OK NOT = "S"
                           PERFORM ABORTAR-SIN-COMPUERTA
                       END-IF
                       ADD 1 TO WS-CONT-DETALLES
                       IF TDD-IMPORTE NUMERIC
                           ADD TDD-IMPORTE TO WS-SUMA-DETALLES
                       END-IF
                       PERFORM APLICAR-DEVOLUCION
                   WHEN "T"
                       MOVE "S" TO WS-COLA-VISTA
                       MOVE TDT-CANTIDAD TO WS-COLA-CANTIDAD
                       MOVE TDT-SUMA TO WS-COLA-SUMA
                   WHEN OTHER
                       PERFORM ABORTAR-SIN-COMPUERTA
               END-EVALUATE
               PERFORM LEER-RECHAZO
           END-PERFORM
           IF WS-CABECERA-OK NOT = "S"
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF

           CLOSE TRANSFERENCIAS
           CLOSE CUENTAS
           CLOSE ARCH-RECHAZOS
           CLOSE ARCH-MOVIMIENTOS
           PERFORM MARCAR-POSTEADO
           PERFORM LIBERAR-CANDADO
           PERFORM CONCILIAR-CON-COLA
           PERFORM CERRAR-REPORTE
           PERFORM GRABAR-RUN-CONTROL

           DISPLAY "-----------------------------------------------"
           DISPLAY "SECUENCIA " WS-CAB-SECUENCIA " FECHA "
               WS-CAB-FECHA
           DISPLAY "RECHAZOS LEIDOS:         " WS-CONT-DETALLES
               "  " WS-SUMA-DETALLES
           DISPLAY "ACREDITADOS (TIPO V):    " WS-CONT-ACREDITADOS
               "  " WS-SUMA-ACREDITADOS
           DISPLAY "EXCEPCIONES:             " WS-CONT-EXCEPCIONES
               "  " WS-SUMA-EXCEPCIONES
           DISPLAY "COLA DEL ARCHIVO:        " WS-COLA-CANTIDAD
               "  " WS-COLA-SUMA
           IF WS-CONCILIA = "S"
               DISPLAY "CONCILIACION CONTRA LA COLA: CUADRA."
           ELSE
               DISPLAY "** CONCILIACION CONTRA LA COLA: NO CUADRA. **"
               MOVE 1 TO RETURN-CODE
           END-IF
           IF WS-CONT-EXCEPCIONES > 0
               DISPLAY "** HAY RECHAZOS SIN ACREDITAR: VER "
                   "transf_devueltas_rep.txt. **"
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       LEER-RECHAZO.
           READ ARCH-RECHAZOS
               AT END MOVE "S" TO WS-FIN
           END-READ.

      *-----------------------------------------------------------------
      * LIBERA EL CANDADO DE CORRIDA DEL MAESTRO (RUN-LOCK).
      *-----------------------------------------------------------------
       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

      *-----------------------------------------------------------------
      * COMPUERTA DE ENTRADA: LA CABECERA H (CODIGO TDV) DEBE ESTAR
      * VALIDADA POR DB-FILEGATE EN archivos_consumidos.txt Y NO
      * POSTEADA AUN. LA H ES EL PRIMER REGISTRO: TODO QUIEBRE ABORTA
      * ANTES DE TOCAR UNA SOLA CUENTA.
      *-----------------------------------------------------------------
       VERIFICAR-CABECERA.
           IF TDC-SUCURSAL NOT = "TDV"
               DISPLAY "LA CABECERA DICE " TDC-SUCURSAL
                   " Y LAS TRANSFERENCIAS DEVUELTAS SON TDV"
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           MOVE TDC-SECUENCIA TO WS-CAB-SECUENCIA
           MOVE TDC-FECHA TO WS-CAB-FECHA
           PERFORM BUSCAR-EN-REGISTRO
           IF WS-GATE-POSTEADO = "S"
               DISPLAY "LA SECUENCIA " WS-CAB-SECUENCIA
                   " DE TRANSFERENCIAS DEVUELTAS YA FUE POSTEADA."
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           IF WS-GATE-VALIDADO NOT = "S"
               DISPLAY "EL ARCHIVO NO ESTA VALIDADO POR "
                   "DB-FILEGATE (CODIGO TDV). CORRER LA COMPUERTA "
                   "PRIMERO."
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           MOVE "S" TO WS-CABECERA-OK
           MOVE SPACES TO WS-LINEA
           STRING "DEVOLUCIONES DE TRANSFERENCIAS - FECHA "
               WS-FECHA-NEGOCIO " SECUENCIA " WS-CAB-SECUENCIA
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "FECHA    NUMERO   CUENTA        IMPORTE MOTV "
               "RESULTADO"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA.

       BUSCAR-EN-REGISTRO.
           MOVE "N" TO WS-GATE-VALIDADO
           MOVE "N" TO WS-GATE-POSTEADO
           MOVE "N" TO WS-FIN-RCF
           OPEN INPUT ARCH-REGISTRO
           IF FS-RCF = "00"
               PERFORM LEER-REGISTRO
               PERFORM UNTIL WS-FIN-RCF = "S"
                   IF RCF-SUCURSAL = "TDV"
                           AND RCF-SECUENCIA = WS-CAB-SECUENCIA
                       IF RCF-ESTADO = "POSTEADO"
                           MOVE "S" TO WS-GATE-POSTEADO
                       ELSE
                           MOVE "S" TO WS-GATE-VALIDADO
                       END-IF
                   END-IF
                   PERFORM LEER-REGISTRO
               END-PERFORM
               CLOSE ARCH-REGISTRO
           END-IF.

       LEER-REGISTRO.
           READ ARCH-REGISTRO
               AT END MOVE "S" TO WS-FIN-RCF
           END-READ.

       ABORTAR-SIN-COMPUERTA.
           DISPLAY "** RECHAZOS SIN MANIFIESTO VALIDO (CABECERA H "
               "+ COLA T VALIDADAS POR DB-FILEGATE). SE ABORTA "
               "SIN POSTEAR. **"
           CLOSE TRANSFERENCIAS
           CLOSE CUENTAS
           CLOSE ARCH-RECHAZOS
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-REPORTE
           PERFORM LIBERAR-CANDADO
           MOVE 1 TO RETURN-CODE
           STOP RUN.

       MARCAR-POSTEADO.
           OPEN EXTEND ARCH-REGISTRO
           IF FS-RCF = "35"
               OPEN OUTPUT ARCH-REGISTRO
           END-IF
           MOVE SPACES TO REG-REGISTRO
           MOVE "TDV" TO RCF-SUCURSAL
           MOVE WS-CAB-SECUENCIA TO RCF-SECUENCIA
           MOVE WS-CAB-FECHA TO RCF-FECHA
           MOVE "POSTEADO" TO RCF-ESTADO
           MOVE WS-FECHA-HOY TO RCF-FECHA-CORRIDA
           WRITE REG-REGISTRO
           CLOSE ARCH-REGISTRO.

      *----------------------------------------------------------------*
      *    APLICAR-DEVOLUCION                                          *
      *    El primer control que falla deja la excepcion; solo el     *
      *    rechazo que pasa todos se acredita.                         *
      *----------------------------------------------------------------*
       APLICAR-DEVOLUCION.
           MOVE SPACES TO WS-EXCEPCION
           MOVE 0 TO TRS-CUENTA

           IF TDD-IMPORTE NOT NUMERIC OR TDD-IMPORTE = 0
               MOVE "IMPORTE INVALIDO" TO WS-EXCEPCION
           END-IF
           IF WS-DEVOLUCION-OK
               PERFORM VERIFICAR-ORDEN
           END-IF
           IF WS-DEVOLUCION-OK
               PERFORM VERIFICAR-CUENTA
           END-IF
           IF WS-DEVOLUCION-OK
               PERFORM ACREDITAR-CUENTA
           END-IF

           IF WS-DEVOLUCION-OK
               ADD 1 TO WS-CONT-ACREDITADOS
               ADD TDD-IMPORTE TO WS-SUMA-ACREDITADOS
               MOVE "ACREDITADA" TO WS-EXCEPCION
           ELSE
               ADD 1 TO WS-CONT-EXCEPCIONES
               IF TDD-IMPORTE NUMERIC
                   ADD TDD-IMPORTE TO WS-SUMA-EXCEPCIONES
               END-IF
           END-IF
           MOVE SPACES TO WS-LINEA
           STRING REG-RECHAZO(20:8) " " REG-RECHAZO(2:8) " "
               TRS-CUENTA " " REG-RECHAZO(11:9) "    "
               TDD-MOTIVO " " WS-EXCEPCION
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA.

      *    LA ORDEN ORIGINAL: EXISTENTE, ENVIADA A COMPENSACION Y POR
      *    EL MISMO IMPORTE QUE DEVUELVE LA CAMARA.
       VERIFICAR-ORDEN.
           IF TDD-FECHA-ORDEN NOT NUMERIC OR TDD-NUMERO NOT NUMERIC
               MOVE "ORDEN MAL IDENTIFICADA" TO WS-EXCEPCION
           ELSE
               MOVE TDD-FECHA-ORDEN TO TRS-FECHA
               MOVE TDD-NUMERO TO TRS-NUMERO
               READ TRANSFERENCIAS
                   INVALID KEY
                       MOVE 0 TO TRS-CUENTA
                       MOVE "ORDEN INEXISTENTE" TO WS-EXCEPCION
               END-READ
           END-IF
           IF WS-DEVOLUCION-OK
               EVALUATE TRUE
                   WHEN TRS-ENVIADA
                       CONTINUE
                   WHEN TRS-DEVUELTA
                       MOVE "ORDEN YA DEVUELTA" TO WS-EXCEPCION
                   WHEN OTHER
                       MOVE "ORDEN NO ENVIADA" TO WS-EXCEPCION
               END-EVALUATE
           END-IF
           IF WS-DEVOLUCION-OK
               IF TDD-IMPORTE NOT = TRS-IMPORTE
                   MOVE "IMPORTE DISTINTO DE LA ORDEN" TO WS-EXCEPCION
               END-IF
           END-IF.

      *    UNA CUENTA CERRADA DESDE EL ENVIO NO RECIBE EL ABONO: EL
      *    IMPORTE QUEDA EN TRANSITO PARA TRATAMIENTO MANUAL.
       VERIFICAR-CUENTA.
           MOVE TRS-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE "CUENTA ORDENANTE INEXISTENTE" TO WS-EXCEPCION
           END-READ
           IF WS-DEVOLUCION-OK
               IF CTA-INACTIVA
                   MOVE "CUENTA ORDENANTE DADA DE BAJA"
                       TO WS-EXCEPCION
               END-IF
           END-IF.

      *    EL ABONO ES COMO UN DEPOSITO (PRIMERO CANCELA SOBREGIRO) Y
      *    QUEDA LIGADO A LA TRANSFERENCIA ORIGINAL POR SU NUMERO.
       ACREDITAR-CUENTA.
           MOVE TDD-IMPORTE TO WS-IMPORTE
           IF CTA-SOBREGIRO > 0
               IF WS-IMPORTE >= CTA-SOBREGIRO
                   COMPUTE CTA-SALDO =
                       CTA-SALDO + WS-IMPORTE - CTA-SOBREGIRO
                   MOVE 0 TO CTA-SOBREGIRO
               ELSE
                   SUBTRACT WS-IMPORTE FROM CTA-SOBREGIRO
               END-IF
           ELSE
               ADD WS-IMPORTE TO CTA-SALDO
           END-IF
           REWRITE CUENTA-REG
           IF FS-CTA NOT = "00"
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE "ERROR AL ACREDITAR" TO WS-EXCEPCION
           ELSE
               PERFORM GRABAR-MOVIMIENTO
               MOVE "D" TO TRS-ESTADO
               MOVE WS-FECHA-NEGOCIO TO TRS-FECHA-ESTADO
               MOVE TDD-MOTIVO TO TRS-MOTIVO
               REWRITE TRANSF-REG
               IF FS-TRS NOT = "00"
                   MOVE "TRANSFERENCIAS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-TRS TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
                   DISPLAY "  ORDEN " TRS-FECHA "/" TRS-NUMERO
                       " ACREDITADA PERO SIN MARCA DE DEVUELTA."
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
           MOVE "V" TO MOV-TIPO
           MOVE WS-IMPORTE TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           MOVE TRS-NUMERO TO MOV-REFERENCIA
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

      *----------------------------------------------------------------*
      *    CONCILIAR-CON-COLA                                          *
      *    La cola del archivo debe cerrar con lo leido y con el       *
      *    destino de cada rechazo: acreditado + excepcion.            *
      *----------------------------------------------------------------*
       CONCILIAR-CON-COLA.
           MOVE "S" TO WS-CONCILIA
           COMPUTE WS-CONT-CONCILIADO = WS-CONT-ACREDITADOS
               + WS-CONT-EXCEPCIONES
           COMPUTE WS-SUMA-CONCILIADO = WS-SUMA-ACREDITADOS
               + WS-SUMA-EXCEPCIONES
           IF WS-COLA-VISTA NOT = "S"
               DISPLAY "** EL ARCHIVO NO TRAE COLA T. **"
               MOVE "N" TO WS-CONCILIA
           ELSE
               IF WS-COLA-CANTIDAD NOT = WS-CONT-DETALLES
                       OR WS-COLA-SUMA NOT = WS-SUMA-DETALLES
                   DISPLAY "** LA COLA DICE " WS-COLA-CANTIDAD "/"
                       WS-COLA-SUMA " Y SE LEYO " WS-CONT-DETALLES
                       "/" WS-SUMA-DETALLES " **"
                   MOVE "N" TO WS-CONCILIA
               END-IF
               IF WS-COLA-CANTIDAD NOT = WS-CONT-CONCILIADO
                       OR WS-COLA-SUMA NOT = WS-SUMA-CONCILIADO
                   DISPLAY "** LA COLA DICE " WS-COLA-CANTIDAD "/"
                       WS-COLA-SUMA " Y ACREDITADO + EXCEPCION DA "
                       WS-CONT-CONCILIADO "/" WS-SUMA-CONCILIADO
                       " **"
                   MOVE "N" TO WS-CONCILIA
               END-IF
           END-IF.

       CERRAR-REPORTE.
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-CONT-ACREDITADOS TO WS-ED-CANT
           MOVE WS-SUMA-ACREDITADOS TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "ACREDITADAS (TIPO V)    " WS-ED-CANT " "
               WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-CONT-EXCEPCIONES TO WS-ED-CANT
           MOVE WS-SUMA-EXCEPCIONES TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "EXCEPCIONES (MANUAL)    " WS-ED-CANT " "
               WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           IF WS-CONCILIA = "S"
               MOVE "CONCILIACION CONTRA LA COLA: CUADRA." TO WS-LINEA
           ELSE
               MOVE "CONCILIACION CONTRA LA COLA: ** NO CUADRA **"
                   TO WS-LINEA
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA
           CLOSE ARCH-REPORTE

           MOVE "TRANSF-DEV" TO WS-SPOOL-REPORTE
           MOVE "transf_devueltas_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: EL ARCHIVO DE RECHAZOS DE LA FECHA DE
      * NEGOCIO QUEDA REGISTRADO EN runctl.txt.
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "TRANSF-DEV" TO RCT-JOB
           MOVE WS-FECHA-NEGOCIO TO RCT-FECHA
           IF WS-CONCILIA = "S" AND WS-CONT-EXCEPCIONES = 0
               MOVE "POSTEADO" TO RCT-ESTADO
           ELSE
               MOVE "DIFERENCIA" TO RCT-ESTADO
           END-IF
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CUENTAS V02/50,
      * MOVIMIENTOS V01/68 Y TRANSFERENCIAS V01/140.
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
           MOVE "TRANSFERENCIAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 140 TO WS-LAY-LONGITUD
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
           DISPLAY "SE ABORTA SIN POSTEAR."
           CLOSE TRANSFERENCIAS
           CLOSE CUENTAS
           CLOSE ARCH-RECHAZOS
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
               " PROGRAMA=DB-IBXFER-RET" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-IBXFER-RET.
