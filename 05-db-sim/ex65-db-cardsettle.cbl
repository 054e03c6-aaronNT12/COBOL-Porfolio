      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Posteo del archivo diario de liquidacion de la red
      *          de tarjetas (liquidacion_tarjetas.txt): extracciones
      *          en cajero (A) y compras (C) por numero de tarjeta.
      *          El archivo trae cabecera H (codigo TAR, fecha,
      *          secuencia) y cola T, y pasa antes por DB-FILEGATE
      *          con el codigo TAR: este paso se niega a correr sin
      *          la marca VALIDADO en archivos_consumidos.txt y
      *          estampa POSTEADO al terminar, igual que DB-POSTING.
      *          Cada item resuelve la tarjeta en TARJETAS.IDX y su
      *          cuenta en CUENTAS.IDX; controla estado y vencimiento
      *          de la tarjeta, el tope diario de la tarjeta por tipo
      *          de operacion (TAR-LIM-CAJERO / TAR-LIM-COMPRAS,
      *          acumulado por fecha de la operacion dentro del
      *          archivo) y el disponible de la cuenta (saldo +
      *          CTA-LIMITE - CTA-SOBREGIRO - retenciones). Lo que
      *          pasa se debita como movimiento tipo E (tarjeta de
      *          debito) con la referencia de la red; lo que no pasa
      *          va a rechazos_liquidacion.txt con el motivo, salvo
      *          los items de tarjetas inexistentes, bloqueadas,
      *          perdidas, reemplazadas o vencidas, que no se tiran:
      *          quedan en la cola de disputas (disputas_tarjetas.txt,
      *          acumulativa, estado PENDIENTE) para reclamar a la
      *          red. Al final lo posteado + rechazado + disputado se
      *          concilia contra la cola del archivo en cantidad e
      *          importe; una diferencia termina con RETURN-CODE 1.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-CARDSETTLE.

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
           SELECT TARJETAS ASSIGN TO "TARJETAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAR-NUMERO
               ALTERNATE RECORD KEY IS TAR-CUENTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS TAR-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-TAR.
           SELECT ARCH-LIQUIDACION ASSIGN TO "liquidacion_tarjetas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIQ.
           SELECT ARCH-REGISTRO ASSIGN TO "archivos_consumidos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCF.
           SELECT ARCH-RECHAZOS ASSIGN TO "rechazos_liquidacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCH.
           SELECT ARCH-DISPUTAS ASSIGN TO "disputas_tarjetas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DSP.
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

       FD  TARJETAS
           RECORD CONTAINS 120 CHARACTERS.
       01  TARJETA-REG.
           05 TAR-NUMERO       PIC 9(16).
           05 TAR-NUMERO-R REDEFINES TAR-NUMERO.
               10 TAR-PREFIJO   PIC 9(6).
               10 TAR-NRO-CUENTA PIC 9(8).
               10 TAR-REEMPLAZO PIC 9(1).
               10 TAR-DIGITO    PIC 9(1).
           05 TAR-CUENTA       PIC 9(8).
           05 TAR-CLI-ID       PIC 9(5).
           05 TAR-VENCIMIENTO  PIC 9(6).
           05 TAR-ESTADO       PIC X(1).
               88 TAR-ACTIVA       VALUE "A".
               88 TAR-BLOQUEADA    VALUE "B".
               88 TAR-PERDIDA      VALUE "P".
               88 TAR-VENCIDA      VALUE "V".
               88 TAR-REEMPLAZADA  VALUE "R".
           05 TAR-LIM-CAJERO   PIC 9(5)V99.
           05 TAR-LIM-COMPRAS  PIC 9(7)V99.
           05 TAR-PIN          PIC X(10).
           05 TAR-FECHA-EMISION PIC 9(8).
           05 TAR-FECHA-ESTADO PIC 9(8).
           05 TAR-REEMPLAZA-A  PIC 9(16).
           05 TAR-USUARIO      PIC X(10).
           05 TAR-VERSION      PIC X(1).
               88 TAR-LAYOUT-V1    VALUE "1".
           05 FILLER           PIC X(15).

      *----------------------------------------------------------------*
      *    LIQUIDACION DE LA RED: MISMA CABECERA Y COLA QUE LOS        *
      *    ARCHIVOS DE POSTEO DE SUCURSAL (VER DB-FILEGATE).           *
      *----------------------------------------------------------------*
       FD  ARCH-LIQUIDACION.
       01  REG-LIQUIDACION     PIC X(44).
       01  REG-LIQ-CABECERA REDEFINES REG-LIQUIDACION.
           05 LQC-TIPO-REG     PIC X(1).
           05 LQC-SUCURSAL     PIC X(3).
           05 LQC-FECHA        PIC 9(8).
           05 LQC-SECUENCIA    PIC 9(6).
           05 FILLER           PIC X(26).
       01  REG-LIQ-DETALLE REDEFINES REG-LIQUIDACION.
           05 LQD-TIPO-REG     PIC X(1).
           05 LQD-TARJETA      PIC 9(16).
           05 LQD-OPERACION    PIC X(1).
               88 LQD-CAJERO       VALUE "A".
               88 LQD-COMPRA       VALUE "C".
           05 LQD-IMPORTE      PIC 9(7)V99.
           05 LQD-FECHA        PIC 9(8).
           05 LQD-FECHA-R REDEFINES LQD-FECHA.
               10 LQD-ANIO-MES  PIC 9(6).
               10 LQD-DIA       PIC 9(2).
           05 LQD-REFERENCIA   PIC 9(8).
           05 FILLER           PIC X(1).
       01  REG-LIQ-COLA REDEFINES REG-LIQUIDACION.
           05 LQT-TIPO-REG     PIC X(1).
           05 LQT-CANTIDAD     PIC 9(6).
           05 LQT-SUMA         PIC 9(11)V99.
           05 FILLER           PIC X(24).

       FD  ARCH-REGISTRO.
       01  REG-REGISTRO.
           05 RCF-SUCURSAL     PIC X(3).
           05 RCF-SECUENCIA    PIC 9(6).
           05 RCF-FECHA        PIC 9(8).
           05 RCF-ESTADO       PIC X(10).
           05 RCF-FECHA-CORRIDA PIC 9(8).

       FD  ARCH-RECHAZOS.
       01  REG-RECHAZO         PIC X(80).

      *----------------------------------------------------------------*
      *    COLA DE DISPUTAS: UN ITEM POR LINEA, SE AGREGA CORRIDA TRAS *
      *    CORRIDA. DSP-CUENTA EN CERO CUANDO LA TARJETA NO EXISTE.    *
      *----------------------------------------------------------------*
       FD  ARCH-DISPUTAS.
       01  REG-DISPUTA.
           05 DSP-FECHA-NEGOCIO PIC 9(8).
           05 DSP-SECUENCIA-ARCH PIC 9(6).
           05 DSP-TARJETA      PIC 9(16).
           05 DSP-OPERACION    PIC X(1).
           05 DSP-IMPORTE      PIC 9(7)V99.
           05 DSP-FECHA        PIC 9(8).
           05 DSP-REFERENCIA   PIC 9(8).
           05 DSP-CUENTA       PIC 9(8).
           05 DSP-MOTIVO       PIC X(20).
           05 DSP-ESTADO       PIC X(10).

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
       01  FS-TAR              PIC XX.
       01  FS-LIQ              PIC XX.
       01  FS-RCF              PIC XX.
       01  FS-RCH              PIC XX.
       01  FS-DSP              PIC XX.
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
      *    DESTINO DE CADA ITEM: P POSTEO, R RECHAZO, D DISPUTA.       *
      *----------------------------------------------------------------*
       01  WS-DESTINO          PIC X(1).
           88 WS-A-POSTEAR        VALUE "P".
           88 WS-A-RECHAZO        VALUE "R".
           88 WS-A-DISPUTA        VALUE "D".
       01  WS-MOTIVO           PIC X(20).
       01  WS-TOPE             PIC 9(7)V99 VALUE 0.
       01  WS-DISPONIBLE       PIC S9(10)V99 VALUE 0.
       01  WS-RETENIDO         PIC 9(9)V99 VALUE 0.
       01  WS-RET-RC           PIC X(2).
       01  WS-IMPORTE          PIC 9(7)V99 VALUE 0.
       01  WS-EXCEDENTE        PIC 9(7)V99 VALUE 0.
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-GRABADO      PIC X VALUE "N".

      *----------------------------------------------------------------*
      *    CONSUMIDO POR TARJETA, FECHA DE OPERACION Y TIPO DENTRO DEL *
      *    ARCHIVO (BASE DEL TOPE DIARIO).                             *
      *----------------------------------------------------------------*
       01  WS-TABLA-TOPES.
           05 WS-TOP-ENT OCCURS 2000 TIMES.
               10 TT-TARJETA   PIC 9(16).
               10 TT-FECHA     PIC 9(8).
               10 TT-OPERACION PIC X(1).
               10 TT-CONSUMIDO PIC 9(9)V99.
       01  WS-CANT-TOPES       PIC 9(4) VALUE 0.
       01  WS-IDX-TOP          PIC 9(4) VALUE 0.
       01  WS-TOP-HALLADO      PIC 9(4) VALUE 0.
       01  WS-CONSUMIDO        PIC 9(9)V99 VALUE 0.

       01  WS-TARJETA-MASC.
           05 WS-TM-PREFIJO    PIC 9(6).
           05 WS-TM-ASTERISCOS PIC X(6) VALUE "******".
           05 WS-TM-ULTIMOS    PIC 9(4).
       01  WS-TARJETA-LOG      PIC 9(16).
       01  WS-TARJETA-LOG-R REDEFINES WS-TARJETA-LOG.
           05 WS-TL-PREFIJO    PIC 9(6).
           05 WS-TL-MEDIO      PIC 9(6).
           05 WS-TL-ULTIMOS    PIC 9(4).

       01  WS-CONT-DETALLES    PIC 9(6) VALUE 0.
       01  WS-SUMA-DETALLES    PIC 9(11)V99 VALUE 0.
       01  WS-CONT-POSTEADAS   PIC 9(6) VALUE 0.
       01  WS-SUMA-POSTEADAS   PIC 9(11)V99 VALUE 0.
       01  WS-CONT-CAJERO      PIC 9(6) VALUE 0.
       01  WS-SUMA-CAJERO      PIC 9(11)V99 VALUE 0.
       01  WS-CONT-COMPRAS     PIC 9(6) VALUE 0.
       01  WS-SUMA-COMPRAS     PIC 9(11)V99 VALUE 0.
       01  WS-CONT-RECHAZADAS  PIC 9(6) VALUE 0.
       01  WS-SUMA-RECHAZADAS  PIC 9(11)V99 VALUE 0.
       01  WS-CONT-DISPUTAS    PIC 9(6) VALUE 0.
       01  WS-SUMA-DISPUTAS    PIC 9(11)V99 VALUE 0.
       01  WS-CONT-CONCILIADO  PIC 9(6) VALUE 0.
       01  WS-SUMA-CONCILIADO  PIC 9(11)V99 VALUE 0.
       01  WS-CONCILIA         PIC X VALUE "S".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   POSTEO DE LA LIQUIDACION DE TARJETAS         "
           DISPLAY "   (CAJEROS Y COMPRAS)                          "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO

           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "LIQTARJETA" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TARJETAS
           IF FS-TAR NOT = "00"
               DISPLAY "ERROR AL ABRIR TARJETAS.IDX. FS=" FS-TAR
               MOVE "TARJETAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-TAR TO WS-ERR-FS
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
               CLOSE TARJETAS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ARCH-LIQUIDACION
           IF FS-LIQ NOT = "00"
               DISPLAY "NO SE PUDO ABRIR liquidacion_tarjetas.txt FS="
                   FS-LIQ
               MOVE "liquidacion_tarjeta" TO WS-ERR-ARCHIVO
               MOVE FS-LIQ TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE TARJETAS
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
               CLOSE TARJETAS
               CLOSE CUENTAS
               CLOSE ARCH-LIQUIDACION
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-RECHAZOS
           OPEN EXTEND ARCH-DISPUTAS
           IF FS-DSP = "35"
               OPEN OUTPUT ARCH-DISPUTAS
           END-IF
           PERFORM VERIFICAR-LAYOUTS

           PERFORM LEER-LIQUIDACION
           PERFORM UNTIL WS-FIN = "S"
               EVALUATE LQC-TIPO-REG
                   WHEN "H"
                       PERFORM VERIFICAR-CABECERA
                   WHEN "D"
                       IF WS-CABECERA-OK NOT = "S"
                           PERFORM ABORTAR-SIN-COMPUERTA
                       END-IF
                       ADD 1 TO WS-CONT-DETALLES
                       ADD LQD-IMPORTE TO WS-SUMA-DETALLES
                       PERFORM APLICAR-ITEM
                   WHEN "T"
                       MOVE "S" TO WS-COLA-VISTA
                       MOVE LQT-CANTIDAD TO WS-COLA-CANTIDAD
                       MOVE LQT-SUMA TO WS-COLA-SUMA
                   WHEN OTHER
                       PERFORM ABORTAR-SIN-COMPUERTA
               END-EVALUATE
               PERFORM LEER-LIQUIDACION
           END-PERFORM
           IF WS-CABECERA-OK NOT = "S"
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF

           CLOSE TARJETAS
           CLOSE CUENTAS
           CLOSE ARCH-LIQUIDACION
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-RECHAZOS
           CLOSE ARCH-DISPUTAS
           PERFORM MARCAR-POSTEADO
           PERFORM LIBERAR-CANDADO
           PERFORM CONCILIAR-CON-COLA
           PERFORM GRABAR-RUN-CONTROL

           DISPLAY "-----------------------------------------------"
           DISPLAY "LIQUIDACION SECUENCIA " WS-CAB-SECUENCIA
               " FECHA " WS-CAB-FECHA
           DISPLAY "ITEMS LEIDOS:            " WS-CONT-DETALLES
               "  " WS-SUMA-DETALLES
           DISPLAY "POSTEADOS (TIPO E):      " WS-CONT-POSTEADAS
               "  " WS-SUMA-POSTEADAS
           DISPLAY "  CAJEROS:               " WS-CONT-CAJERO
               "  " WS-SUMA-CAJERO
           DISPLAY "  COMPRAS:               " WS-CONT-COMPRAS
               "  " WS-SUMA-COMPRAS
           DISPLAY "RECHAZADOS:              " WS-CONT-RECHAZADAS
               "  " WS-SUMA-RECHAZADAS
           DISPLAY "A DISPUTAS:              " WS-CONT-DISPUTAS
               "  " WS-SUMA-DISPUTAS
           DISPLAY "COLA DEL ARCHIVO:        " WS-COLA-CANTIDAD
               "  " WS-COLA-SUMA
           IF WS-CONCILIA = "S"
               DISPLAY "CONCILIACION CONTRA LA COLA: CUADRA."
           ELSE
               DISPLAY "** CONCILIACION CONTRA LA COLA: NO CUADRA. "
                   "REVISAR ANTES DE LIQUIDAR CON LA RED. **"
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "RECHAZOS EN: rechazos_liquidacion.txt"
           DISPLAY "DISPUTAS EN: disputas_tarjetas.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       LEER-LIQUIDACION.
           READ ARCH-LIQUIDACION
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
      * COMPUERTA DE ENTRADA: LA CABECERA H (CODIGO TAR) DEBE ESTAR
      * VALIDADA POR DB-FILEGATE EN archivos_consumidos.txt Y NO
      * POSTEADA AUN. LA H ES EL PRIMER REGISTRO: TODO QUIEBRE ABORTA
      * ANTES DE TOCAR UNA SOLA CUENTA.
      *-----------------------------------------------------------------
       VERIFICAR-CABECERA.
           IF LQC-SUCURSAL NOT = "TAR"
               DISPLAY "LA CABECERA DICE " LQC-SUCURSAL
                   " Y LA LIQUIDACION DE TARJETAS ES TAR"
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           MOVE LQC-SECUENCIA TO WS-CAB-SECUENCIA
           MOVE LQC-FECHA TO WS-CAB-FECHA
           PERFORM BUSCAR-EN-REGISTRO
           IF WS-GATE-POSTEADO = "S"
               DISPLAY "LA SECUENCIA " WS-CAB-SECUENCIA
                   " DE LA LIQUIDACION YA FUE POSTEADA."
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           IF WS-GATE-VALIDADO NOT = "S"
               DISPLAY "EL ARCHIVO NO ESTA VALIDADO POR "
                   "DB-FILEGATE (CODIGO TAR). CORRER LA COMPUERTA "
                   "PRIMERO."
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           MOVE "S" TO WS-CABECERA-OK.

       BUSCAR-EN-REGISTRO.
           MOVE "N" TO WS-GATE-VALIDADO
           MOVE "N" TO WS-GATE-POSTEADO
           MOVE "N" TO WS-FIN-RCF
           OPEN INPUT ARCH-REGISTRO
           IF FS-RCF = "00"
               PERFORM LEER-REGISTRO
               PERFORM UNTIL WS-FIN-RCF = "S"
                   IF RCF-SUCURSAL = "TAR"
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
           DISPLAY "** LIQUIDACION SIN MANIFIESTO VALIDO (CABECERA H "
               "+ COLA T VALIDADAS POR DB-FILEGATE). SE ABORTA "
               "SIN POSTEAR. **"
           CLOSE TARJETAS
           CLOSE CUENTAS
           CLOSE ARCH-LIQUIDACION
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-RECHAZOS
           CLOSE ARCH-DISPUTAS
           PERFORM LIBERAR-CANDADO
           MOVE 1 TO RETURN-CODE
           STOP RUN.

       MARCAR-POSTEADO.
           OPEN EXTEND ARCH-REGISTRO
           IF FS-RCF = "35"
               OPEN OUTPUT ARCH-REGISTRO
           END-IF
           MOVE SPACES TO REG-REGISTRO
           MOVE "TAR" TO RCF-SUCURSAL
           MOVE WS-CAB-SECUENCIA TO RCF-SECUENCIA
           MOVE WS-CAB-FECHA TO RCF-FECHA
           MOVE "POSTEADO" TO RCF-ESTADO
           MOVE WS-FECHA-HOY TO RCF-FECHA-CORRIDA
           WRITE REG-REGISTRO
           CLOSE ARCH-REGISTRO.

      *----------------------------------------------------------------*
      *    APLICAR-ITEM                                                *
      *    Cada control deja el destino del item: los problemas de la  *
      *    tarjeta van a disputas, los del item o de la cuenta a       *
      *    rechazos; solo lo que pasa todo se debita.                  *
      *----------------------------------------------------------------*
       APLICAR-ITEM.
           MOVE "P" TO WS-DESTINO
           MOVE SPACES TO WS-MOTIVO

           IF NOT LQD-CAJERO AND NOT LQD-COMPRA
               MOVE "R" TO WS-DESTINO
               MOVE "OPERACION INVALIDA" TO WS-MOTIVO
           END-IF
           IF WS-A-POSTEAR
               IF LQD-IMPORTE NOT NUMERIC OR LQD-IMPORTE = 0
                   MOVE "R" TO WS-DESTINO
                   MOVE "IMPORTE INVALIDO" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-A-POSTEAR
               PERFORM VERIFICAR-TARJETA
           END-IF
           IF WS-A-POSTEAR
               PERFORM VERIFICAR-TOPE-DIARIO
           END-IF
           IF WS-A-POSTEAR
               PERFORM VERIFICAR-CUENTA
           END-IF
           IF WS-A-POSTEAR
               PERFORM DEBITAR-CUENTA
           END-IF

           EVALUATE TRUE
               WHEN WS-A-POSTEAR
                   PERFORM ACUMULAR-TOPE
                   ADD 1 TO WS-CONT-POSTEADAS
                   ADD LQD-IMPORTE TO WS-SUMA-POSTEADAS
                   IF LQD-CAJERO
                       ADD 1 TO WS-CONT-CAJERO
                       ADD LQD-IMPORTE TO WS-SUMA-CAJERO
                   ELSE
                       ADD 1 TO WS-CONT-COMPRAS
                       ADD LQD-IMPORTE TO WS-SUMA-COMPRAS
                   END-IF
               WHEN WS-A-DISPUTA
                   PERFORM GRABAR-DISPUTA
               WHEN OTHER
                   PERFORM GRABAR-RECHAZO
           END-EVALUATE.

      *    TARJETA INEXISTENTE O NO ACTIVA: EL CARGO NO SE APLICA PERO
      *    TAMPOCO SE TIRA, QUEDA PARA RECLAMAR A LA RED. UNA TARJETA
      *    USADA DESPUES DE SU MES DE VENCIMIENTO VA POR EL MISMO LADO.
       VERIFICAR-TARJETA.
           IF LQD-TARJETA NOT NUMERIC
               MOVE "D" TO WS-DESTINO
               MOVE "TARJETA INEXISTENTE" TO WS-MOTIVO
           ELSE
               MOVE LQD-TARJETA TO TAR-NUMERO
               READ TARJETAS
                   INVALID KEY
                       MOVE "D" TO WS-DESTINO
                       MOVE "TARJETA INEXISTENTE" TO WS-MOTIVO
               END-READ
           END-IF
           IF WS-A-POSTEAR
               EVALUATE TRUE
                   WHEN TAR-ACTIVA
                       CONTINUE
                   WHEN TAR-BLOQUEADA
                       MOVE "D" TO WS-DESTINO
                       MOVE "TARJETA BLOQUEADA" TO WS-MOTIVO
                   WHEN TAR-PERDIDA
                       MOVE "D" TO WS-DESTINO
                       MOVE "TARJETA PERDIDA" TO WS-MOTIVO
                   WHEN TAR-REEMPLAZADA
                       MOVE "D" TO WS-DESTINO
                       MOVE "TARJETA REEMPLAZADA" TO WS-MOTIVO
                   WHEN OTHER
                       MOVE "D" TO WS-DESTINO
                       MOVE "TARJETA VENCIDA" TO WS-MOTIVO
               END-EVALUATE
           END-IF
           IF WS-A-POSTEAR
               IF LQD-FECHA NOT NUMERIC
                   MOVE "R" TO WS-DESTINO
                   MOVE "FECHA INVALIDA" TO WS-MOTIVO
               ELSE
                   IF LQD-ANIO-MES > TAR-VENCIMIENTO
                       MOVE "D" TO WS-DESTINO
                       MOVE "TARJETA VENCIDA" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *    TOPE DIARIO DE LA TARJETA POR TIPO DE OPERACION, SOBRE LO
      *    YA POSTEADO EN ESTE ARCHIVO CON LA MISMA FECHA DE OPERACION.
       VERIFICAR-TOPE-DIARIO.
           IF LQD-CAJERO
               MOVE TAR-LIM-CAJERO TO WS-TOPE
           ELSE
               MOVE TAR-LIM-COMPRAS TO WS-TOPE
           END-IF
           PERFORM BUSCAR-TOPE
           IF WS-TOP-HALLADO > 0
               MOVE TT-CONSUMIDO(WS-TOP-HALLADO) TO WS-CONSUMIDO
           ELSE
               MOVE 0 TO WS-CONSUMIDO
               IF WS-CANT-TOPES NOT < 2000
                   MOVE "R" TO WS-DESTINO
                   MOVE "SIN CONTROL DE TOPE" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-A-POSTEAR
               IF WS-CONSUMIDO + LQD-IMPORTE > WS-TOPE
                   MOVE "R" TO WS-DESTINO
                   MOVE "EXCEDE TOPE DIARIO" TO WS-MOTIVO
               END-IF
           END-IF.

       BUSCAR-TOPE.
           MOVE 0 TO WS-TOP-HALLADO
           PERFORM VARYING WS-IDX-TOP FROM 1 BY 1
                   UNTIL WS-IDX-TOP > WS-CANT-TOPES
               IF TT-TARJETA(WS-IDX-TOP) = LQD-TARJETA
                       AND TT-FECHA(WS-IDX-TOP) = LQD-FECHA
                       AND TT-OPERACION(WS-IDX-TOP) = LQD-OPERACION
                   MOVE WS-IDX-TOP TO WS-TOP-HALLADO
                   MOVE WS-CANT-TOPES TO WS-IDX-TOP
               END-IF
           END-PERFORM.

       ACUMULAR-TOPE.
           IF WS-TOP-HALLADO = 0
               ADD 1 TO WS-CANT-TOPES
               MOVE WS-CANT-TOPES TO WS-TOP-HALLADO
               MOVE LQD-TARJETA TO TT-TARJETA(WS-TOP-HALLADO)
               MOVE LQD-FECHA TO TT-FECHA(WS-TOP-HALLADO)
               MOVE LQD-OPERACION TO TT-OPERACION(WS-TOP-HALLADO)
               MOVE 0 TO TT-CONSUMIDO(WS-TOP-HALLADO)
           END-IF
           ADD LQD-IMPORTE TO TT-CONSUMIDO(WS-TOP-HALLADO).

      *    MISMO DISPONIBLE QUE DB-STANDING-RUN; LA LIQUIDACION ES EN
      *    MONEDA LOCAL.
       VERIFICAR-CUENTA.
           MOVE TAR-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE "R" TO WS-DESTINO
                   MOVE "CUENTA INEXISTENTE" TO WS-MOTIVO
           END-READ
           IF WS-A-POSTEAR
               IF CTA-INACTIVA
                   MOVE "R" TO WS-DESTINO
                   MOVE "CUENTA DADA DE BAJA" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-A-POSTEAR
               IF NOT CTA-MONEDA-LOCAL
                   MOVE "R" TO WS-DESTINO
                   MOVE "MONEDA DISTINTA" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-A-POSTEAR
               CALL "RETENCIONES-RUTINA" USING CTA-NUMERO
                   WS-FECHA-NEGOCIO WS-RETENIDO WS-RET-RC
               COMPUTE WS-DISPONIBLE = CTA-SALDO + CTA-LIMITE
                   - CTA-SOBREGIRO - WS-RETENIDO
               IF LQD-IMPORTE > WS-DISPONIBLE
                   MOVE "R" TO WS-DESTINO
                   MOVE "FONDOS INSUFICIENTES" TO WS-MOTIVO
               END-IF
           END-IF.

      *    EL CARGO SE DEBITA COMO UN RETIRO (EL EXCEDENTE SOBRE EL
      *    SALDO VA A SOBREGIRO, DENTRO DEL LIMITE YA CONTROLADO) Y
      *    QUEDA EN EL LIBRO COMO TIPO E CON LA REFERENCIA DE LA RED.
       DEBITAR-CUENTA.
           MOVE LQD-IMPORTE TO WS-IMPORTE
           IF WS-IMPORTE > CTA-SALDO
               COMPUTE WS-EXCEDENTE = WS-IMPORTE - CTA-SALDO
               MOVE 0 TO CTA-SALDO
               ADD WS-EXCEDENTE TO CTA-SOBREGIRO
           ELSE
               SUBTRACT WS-IMPORTE FROM CTA-SALDO
           END-IF
           REWRITE CUENTA-REG
           IF FS-CTA = "00"
               PERFORM GRABAR-MOVIMIENTO
           ELSE
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE "R" TO WS-DESTINO
               MOVE "ERROR AL ACTUALIZAR" TO WS-MOTIVO
           END-IF.

       GRABAR-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-MOV-FECHA TO MOV-FECHA
           MOVE WS-MOV-HORA TO MOV-HORA
           MOVE "E" TO MOV-TIPO
           MOVE WS-IMPORTE TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           MOVE LQD-REFERENCIA TO MOV-REFERENCIA
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

      *    EL RECHAZO LLEVA LA TARJETA ENMASCARADA (PREFIJO Y ULTIMOS
      *    4); LA COLA DE DISPUTAS LLEVA EL NUMERO COMPLETO PARA EL
      *    RECLAMO A LA RED.
       GRABAR-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZADAS
           IF LQD-IMPORTE NUMERIC
               ADD LQD-IMPORTE TO WS-SUMA-RECHAZADAS
           END-IF
           MOVE 0 TO WS-TARJETA-LOG
           IF LQD-TARJETA NUMERIC
               MOVE LQD-TARJETA TO WS-TARJETA-LOG
           END-IF
           MOVE WS-TL-PREFIJO TO WS-TM-PREFIJO
           MOVE WS-TL-ULTIMOS TO WS-TM-ULTIMOS
           MOVE SPACES TO REG-RECHAZO
           STRING "TARJETA " WS-TARJETA-MASC " OP " LQD-OPERACION
               " IMPORTE " LQD-IMPORTE " REF " LQD-REFERENCIA
               " - " WS-MOTIVO
               DELIMITED BY SIZE INTO REG-RECHAZO
           END-STRING
           WRITE REG-RECHAZO.

       GRABAR-DISPUTA.
           ADD 1 TO WS-CONT-DISPUTAS
           ADD LQD-IMPORTE TO WS-SUMA-DISPUTAS
           MOVE SPACES TO REG-DISPUTA
           MOVE WS-FECHA-NEGOCIO TO DSP-FECHA-NEGOCIO
           MOVE WS-CAB-SECUENCIA TO DSP-SECUENCIA-ARCH
           MOVE 0 TO DSP-TARJETA
           IF LQD-TARJETA NUMERIC
               MOVE LQD-TARJETA TO DSP-TARJETA
           END-IF
           MOVE LQD-OPERACION TO DSP-OPERACION
           MOVE LQD-IMPORTE TO DSP-IMPORTE
           MOVE LQD-FECHA TO DSP-FECHA
           MOVE LQD-REFERENCIA TO DSP-REFERENCIA
           MOVE 0 TO DSP-CUENTA
           IF WS-MOTIVO NOT = "TARJETA INEXISTENTE"
               MOVE TAR-CUENTA TO DSP-CUENTA
           END-IF
           MOVE WS-MOTIVO TO DSP-MOTIVO
           MOVE "PENDIENTE" TO DSP-ESTADO
           WRITE REG-DISPUTA
           IF FS-DSP NOT = "00"
               MOVE "disputas_tarjetas" TO WS-ERR-ARCHIVO
               MOVE FS-DSP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    CONCILIAR-CON-COLA                                          *
      *    La cola del archivo debe cerrar con lo leido y con el       *
      *    destino de cada item: posteado + rechazado + disputado.     *
      *----------------------------------------------------------------*
       CONCILIAR-CON-COLA.
           MOVE "S" TO WS-CONCILIA
           COMPUTE WS-CONT-CONCILIADO = WS-CONT-POSTEADAS
               + WS-CONT-RECHAZADAS + WS-CONT-DISPUTAS
           COMPUTE WS-SUMA-CONCILIADO = WS-SUMA-POSTEADAS
               + WS-SUMA-RECHAZADAS + WS-SUMA-DISPUTAS
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
                       WS-COLA-SUMA " Y POSTEADO + RECHAZADO + "
                       "DISPUTADO DA " WS-CONT-CONCILIADO "/"
                       WS-SUMA-CONCILIADO " **"
                   MOVE "N" TO WS-CONCILIA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: LA LIQUIDACION DE LA FECHA DE NEGOCIO
      * QUEDA REGISTRADA EN runctl.txt.
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "LIQ-TARJ" TO RCT-JOB
           MOVE WS-FECHA-NEGOCIO TO RCT-FECHA
           IF WS-CONCILIA = "S"
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
      * MOVIMIENTOS V01/68 Y TARJETAS V01/120.
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
           MOVE "TARJETAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 120 TO WS-LAY-LONGITUD
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
           CLOSE TARJETAS
           CLOSE CUENTAS
           CLOSE ARCH-LIQUIDACION
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-RECHAZOS
           CLOSE ARCH-DISPUTAS
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
               " PROGRAMA=DB-CARDSETTLE" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-CARDSETTLE.
