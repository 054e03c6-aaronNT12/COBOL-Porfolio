      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Posteo del archivo de cobros de debito directo de un
      *          acreedor (debitos_directos.txt): empresas de
      *          servicios y aseguradoras que cobran de las cuentas
      *          de nuestros clientes con un mandato firmado (al
      *          reves de las ordenes permanentes de DB-STANDING, que
      *          empujan la plata por orden del cliente). El archivo
      *          trae cabecera H (codigo DDB, fecha, secuencia e
      *          identificador del acreedor) y cola T, y pasa antes
      *          por DB-FILEGATE con el codigo DDB: este paso se
      *          niega a correr sin la marca VALIDADO y estampa
      *          POSTEADO al terminar, igual que DB-POSTING. Cada
      *          cobro se cruza contra MANDATOS.IDX (cuenta +
      *          acreedor, mantenido en CICS-MANDATOS): el mandato
      *          debe estar activo y vigente a la fecha de negocio,
      *          la referencia debe ser la del mandato (si la tiene)
      *          y el importe no puede pasar el tope; la cuenta debe
      *          estar viva, en moneda local y con disponible (saldo
      *          + CTA-LIMITE - CTA-SOBREGIRO - retenciones). Lo que
      *          pasa se debita como movimiento tipo M (debito
      *          directo) con la secuencia del archivo como
      *          referencia; lo que no pasa va al archivo de
      *          devoluciones para el acreedor
      *          (devoluciones_debito.txt, cabecera H, un detalle D
      *          por cobro con el codigo de motivo y cola T). Al
      *          final lo posteado + devuelto se concilia contra la
      *          cola del archivo; una diferencia termina con
      *          RETURN-CODE 1.
      *          Motivos: AC01 cuenta inexistente, AC04 cuenta dada
      *          de baja, AC09 moneda distinta, AM01 importe
      *          invalido, AM02 supera el tope del mandato, AM04
      *          fondos insuficientes, MD01 sin mandato, MD02
      *          mandato fuera de vigencia, MD03 mandato suspendido,
      *          MD04 mandato revocado, MD05 referencia distinta de
      *          la del mandato, ER01 error al actualizar.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-DIRECTDEBIT.

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
           SELECT MANDATOS ASSIGN TO "MANDATOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MDT-CLAVE
               FILE STATUS IS FS-MDT.
           SELECT ARCH-COBROS ASSIGN TO "debitos_directos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DDB.
           SELECT ARCH-REGISTRO ASSIGN TO "archivos_consumidos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCF.
           SELECT ARCH-DEVOLUCIONES
               ASSIGN TO "devoluciones_debito.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEV.
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

       FD  MANDATOS
           RECORD CONTAINS 100 CHARACTERS.
       01  MANDATO-REG.
           05 MDT-CLAVE.
               10 MDT-CUENTA    PIC 9(8).
               10 MDT-ACREEDOR  PIC X(10).
           05 MDT-CLI-ID       PIC 9(5).
           05 MDT-REFERENCIA   PIC X(20).
           05 MDT-IMPORTE-MAX  PIC 9(7)V99.
           05 MDT-FECHA-DESDE  PIC 9(8).
           05 MDT-FECHA-HASTA  PIC 9(8).
           05 MDT-ESTADO       PIC X(1).
               88 MDT-ACTIVO       VALUE "A".
               88 MDT-SUSPENDIDO   VALUE "S".
               88 MDT-REVOCADO     VALUE "R".
           05 MDT-FECHA-ALTA   PIC 9(8).
           05 MDT-FECHA-ESTADO PIC 9(8).
           05 MDT-USUARIO      PIC X(10).
           05 MDT-VERSION      PIC X(1).
               88 MDT-LAYOUT-V1    VALUE "1".
           05 FILLER           PIC X(4).

      *----------------------------------------------------------------*
      *    COBROS DEL ACREEDOR: MISMA CABECERA Y COLA QUE LOS ARCHIVOS *
      *    DE POSTEO DE SUCURSAL (VER DB-FILEGATE); LA CABECERA LLEVA  *
      *    ADEMAS EL ACREEDOR Y EL DETALLE EL IMPORTE EN LA MISMA      *
      *    POSICION QUE EL DE SUCURSAL.                                *
      *----------------------------------------------------------------*
       FD  ARCH-COBROS.
       01  REG-COBRO           PIC X(44).
       01  REG-DDB-CABECERA REDEFINES REG-COBRO.
           05 DDC-TIPO-REG     PIC X(1).
           05 DDC-SUCURSAL     PIC X(3).
           05 DDC-FECHA        PIC 9(8).
           05 DDC-SECUENCIA    PIC 9(6).
           05 DDC-ACREEDOR     PIC X(10).
           05 FILLER           PIC X(16).
       01  REG-DDB-DETALLE REDEFINES REG-COBRO.
           05 DDD-TIPO-REG     PIC X(1).
           05 DDD-CUENTA       PIC 9(8).
           05 FILLER           PIC X(1).
           05 DDD-IMPORTE      PIC 9(7)V99.
           05 DDD-REFERENCIA   PIC X(20).
           05 FILLER           PIC X(5).
       01  REG-DDB-COLA REDEFINES REG-COBRO.
           05 DDT-TIPO-REG     PIC X(1).
           05 DDT-CANTIDAD     PIC 9(6).
           05 DDT-SUMA         PIC 9(11)V99.
           05 FILLER           PIC X(24).

       FD  ARCH-REGISTRO.
       01  REG-REGISTRO.
           05 RCF-SUCURSAL     PIC X(3).
           05 RCF-SECUENCIA    PIC 9(6).
           05 RCF-FECHA        PIC 9(8).
           05 RCF-ESTADO       PIC X(10).
           05 RCF-FECHA-CORRIDA PIC 9(8).

      *----------------------------------------------------------------*
      *    DEVOLUCIONES AL ACREEDOR: CABECERA H, DETALLES D Y COLA T.  *
      *----------------------------------------------------------------*
       FD  ARCH-DEVOLUCIONES.
       01  REG-DEVOLUCION      PIC X(60).
       01  REG-DEV-CABECERA REDEFINES REG-DEVOLUCION.
           05 DVC-TIPO-REG     PIC X(1).
           05 DVC-ACREEDOR     PIC X(10).
           05 DVC-FECHA        PIC 9(8).
           05 DVC-SECUENCIA    PIC 9(6).
           05 FILLER           PIC X(35).
       01  REG-DEV-DETALLE REDEFINES REG-DEVOLUCION.
           05 DVD-TIPO-REG     PIC X(1).
           05 DVD-CUENTA       PIC X(8).
           05 DVD-IMPORTE      PIC X(9).
           05 DVD-REFERENCIA   PIC X(20).
           05 DVD-MOTIVO       PIC X(4).
           05 DVD-DESCRIPCION  PIC X(18).
       01  REG-DEV-COLA REDEFINES REG-DEVOLUCION.
           05 DVT-TIPO-REG     PIC X(1).
           05 DVT-CANTIDAD     PIC 9(6).
           05 DVT-SUMA         PIC 9(11)V99.
           05 FILLER           PIC X(40).

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
       01  FS-MDT              PIC XX.
       01  FS-DDB              PIC XX.
       01  FS-RCF              PIC XX.
       01  FS-DEV              PIC XX.
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
       01  WS-HAY-MANDATOS     PIC X VALUE "N".
       01  WS-CABECERA-OK      PIC X VALUE "N".
       01  WS-COLA-VISTA       PIC X VALUE "N".
       01  WS-GATE-VALIDADO    PIC X VALUE "N".
       01  WS-GATE-POSTEADO    PIC X VALUE "N".
       01  WS-CAB-FECHA        PIC 9(8) VALUE 0.
       01  WS-CAB-SECUENCIA    PIC 9(6) VALUE 0.
       01  WS-ACREEDOR         PIC X(10) VALUE SPACES.
       01  WS-COLA-CANTIDAD    PIC 9(6) VALUE 0.
       01  WS-COLA-SUMA        PIC 9(11)V99 VALUE 0.

      *----------------------------------------------------------------*
      *    RESULTADO DE CADA COBRO: MOTIVO EN BLANCO = SE DEBITA.      *
      *----------------------------------------------------------------*
       01  WS-MOTIVO           PIC X(4).
           88 WS-COBRO-OK          VALUE SPACES.
       01  WS-DESCRIPCION      PIC X(18).
       01  WS-DISPONIBLE       PIC S9(10)V99 VALUE 0.
       01  WS-RETENIDO         PIC 9(9)V99 VALUE 0.
       01  WS-RET-RC           PIC X(2).
       01  WS-IMPORTE          PIC 9(7)V99 VALUE 0.
       01  WS-EXCEDENTE        PIC 9(7)V99 VALUE 0.
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-GRABADO      PIC X VALUE "N".

       01  WS-CONT-DETALLES    PIC 9(6) VALUE 0.
       01  WS-SUMA-DETALLES    PIC 9(11)V99 VALUE 0.
       01  WS-CONT-POSTEADOS   PIC 9(6) VALUE 0.
       01  WS-SUMA-POSTEADOS   PIC 9(11)V99 VALUE 0.
       01  WS-CONT-DEVUELTOS   PIC 9(6) VALUE 0.
       01  WS-SUMA-DEVUELTOS   PIC 9(11)V99 VALUE 0.
       01  WS-CONT-CONCILIADO  PIC 9(6) VALUE 0.
       01  WS-SUMA-CONCILIADO  PIC 9(11)V99 VALUE 0.
       01  WS-CONCILIA         PIC X VALUE "S".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   POSTEO DE COBROS DE DEBITO DIRECTO           "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO

           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "DEBDIRECTO" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *    SIN REGISTRO DE MANDATOS NO HAY NADA QUE AUTORICE UN
      *    COBRO: TODO SE DEVUELVE CON MD01.
           OPEN INPUT MANDATOS
           IF FS-MDT = "00"
               MOVE "S" TO WS-HAY-MANDATOS
           ELSE
               DISPLAY "SIN MANDATOS.IDX (FS=" FS-MDT
                   "): TODO COBRO SE DEVUELVE."
           END-IF

           OPEN I-O CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               PERFORM CERRAR-MANDATOS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ARCH-COBROS
           IF FS-DDB NOT = "00"
               DISPLAY "NO SE PUDO ABRIR debitos_directos.txt FS="
                   FS-DDB
               MOVE "debitos_directos.txt" TO WS-ERR-ARCHIVO
               MOVE FS-DDB TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               PERFORM CERRAR-MANDATOS
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
               PERFORM CERRAR-MANDATOS
               CLOSE CUENTAS
               CLOSE ARCH-COBROS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-DEVOLUCIONES
           PERFORM VERIFICAR-LAYOUTS

           PERFORM LEER-COBRO
           PERFORM UNTIL WS-FIN = "S"
               EVALUATE DDC-TIPO-REG
                   WHEN "H"
                       PERFORM VERIFICAR-CABECERA
                   WHEN "D"
                       IF WS-CABECERA-OK NOT = "S"
                           PERFORM ABORTAR-SIN-COMPUERTA
                       END-IF
                       ADD 1 TO WS-CONT-DETALLES
                       IF DDD-IMPORTE NUMERIC
                           ADD DDD-IMPORTE TO WS-SUMA-DETALLES
                       END-IF
                       PERFORM APLICAR-COBRO
                   WHEN "T"
                       MOVE "S" TO WS-COLA-VISTA
                       MOVE DDT-CANTIDAD TO WS-COLA-CANTIDAD
                       MOVE DDT-SUMA TO WS-COLA-SUMA
                   WHEN OTHER
                       PERFORM ABORTAR-SIN-COMPUERTA
               END-EVALUATE
               PERFORM LEER-COBRO
           END-PERFORM
           IF WS-CABECERA-OK NOT = "S"
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF

           MOVE SPACES TO REG-DEVOLUCION
           MOVE "T" TO DVT-TIPO-REG
           MOVE WS-CONT-DEVUELTOS TO DVT-CANTIDAD
           MOVE WS-SUMA-DEVUELTOS TO DVT-SUMA
           WRITE REG-DEVOLUCION

           PERFORM CERRAR-MANDATOS
           CLOSE CUENTAS
           CLOSE ARCH-COBROS
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-DEVOLUCIONES
           PERFORM MARCAR-POSTEADO
           PERFORM LIBERAR-CANDADO
           PERFORM CONCILIAR-CON-COLA
           PERFORM GRABAR-RUN-CONTROL

           DISPLAY "-----------------------------------------------"
           DISPLAY "ACREEDOR " WS-ACREEDOR " SECUENCIA "
               WS-CAB-SECUENCIA " FECHA " WS-CAB-FECHA
           DISPLAY "COBROS LEIDOS:           " WS-CONT-DETALLES
               "  " WS-SUMA-DETALLES
           DISPLAY "DEBITADOS (TIPO M):      " WS-CONT-POSTEADOS
               "  " WS-SUMA-POSTEADOS
           DISPLAY "DEVUELTOS:               " WS-CONT-DEVUELTOS
               "  " WS-SUMA-DEVUELTOS
           DISPLAY "COLA DEL ARCHIVO:        " WS-COLA-CANTIDAD
               "  " WS-COLA-SUMA
           IF WS-CONCILIA = "S"
               DISPLAY "CONCILIACION CONTRA LA COLA: CUADRA."
           ELSE
               DISPLAY "** CONCILIACION CONTRA LA COLA: NO CUADRA. "
                   "REVISAR ANTES DE LIQUIDAR CON EL ACREEDOR. **"
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "DEVOLUCIONES EN: devoluciones_debito.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       LEER-COBRO.
           READ ARCH-COBROS
               AT END MOVE "S" TO WS-FIN
           END-READ.

       CERRAR-MANDATOS.
           IF WS-HAY-MANDATOS = "S"
               CLOSE MANDATOS
           END-IF.

      *-----------------------------------------------------------------
      * LIBERA EL CANDADO DE CORRIDA DEL MAESTRO (RUN-LOCK).
      *-----------------------------------------------------------------
       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

      *-----------------------------------------------------------------
      * COMPUERTA DE ENTRADA: LA CABECERA H (CODIGO DDB) DEBE ESTAR
      * VALIDADA POR DB-FILEGATE EN archivos_consumidos.txt Y NO
      * POSTEADA AUN, Y DEBE DECIR QUE ACREEDOR COBRA. LA H ES EL
      * PRIMER REGISTRO: TODO QUIEBRE ABORTA ANTES DE TOCAR UNA SOLA
      * CUENTA.
      *-----------------------------------------------------------------
       VERIFICAR-CABECERA.
           IF DDC-SUCURSAL NOT = "DDB"
               DISPLAY "LA CABECERA DICE " DDC-SUCURSAL
                   " Y LOS DEBITOS DIRECTOS SON DDB"
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           IF DDC-ACREEDOR = SPACES
               DISPLAY "LA CABECERA NO TRAE EL ACREEDOR."
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           MOVE DDC-SECUENCIA TO WS-CAB-SECUENCIA
           MOVE DDC-FECHA TO WS-CAB-FECHA
           MOVE DDC-ACREEDOR TO WS-ACREEDOR
           PERFORM BUSCAR-EN-REGISTRO
           IF WS-GATE-POSTEADO = "S"
               DISPLAY "LA SECUENCIA " WS-CAB-SECUENCIA
                   " DE DEBITOS DIRECTOS YA FUE POSTEADA."
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           IF WS-GATE-VALIDADO NOT = "S"
               DISPLAY "EL ARCHIVO NO ESTA VALIDADO POR "
                   "DB-FILEGATE (CODIGO DDB). CORRER LA COMPUERTA "
                   "PRIMERO."
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           MOVE "S" TO WS-CABECERA-OK
           MOVE SPACES TO REG-DEVOLUCION
           MOVE "H" TO DVC-TIPO-REG
           MOVE WS-ACREEDOR TO DVC-ACREEDOR
           MOVE WS-FECHA-NEGOCIO TO DVC-FECHA
           MOVE WS-CAB-SECUENCIA TO DVC-SECUENCIA
           WRITE REG-DEVOLUCION.

       BUSCAR-EN-REGISTRO.
           MOVE "N" TO WS-GATE-VALIDADO
           MOVE "N" TO WS-GATE-POSTEADO
           MOVE "N" TO WS-FIN-RCF
           OPEN INPUT ARCH-REGISTRO
           IF FS-RCF = "00"
               PERFORM LEER-REGISTRO
               PERFORM UNTIL WS-FIN-RCF = "S"
                   IF RCF-SUCURSAL = "DDB"
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
           DISPLAY "** COBROS SIN MANIFIESTO VALIDO (CABECERA H "
               "+ COLA T VALIDADAS POR DB-FILEGATE). SE ABORTA "
               "SIN POSTEAR. **"
           PERFORM CERRAR-MANDATOS
           CLOSE CUENTAS
           CLOSE ARCH-COBROS
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-DEVOLUCIONES
           PERFORM LIBERAR-CANDADO
           MOVE 1 TO RETURN-CODE
           STOP RUN.

       MARCAR-POSTEADO.
           OPEN EXTEND ARCH-REGISTRO
           IF FS-RCF = "35"
               OPEN OUTPUT ARCH-REGISTRO
           END-IF
           MOVE SPACES TO REG-REGISTRO
           MOVE "DDB" TO RCF-SUCURSAL
           MOVE WS-CAB-SECUENCIA TO RCF-SECUENCIA
           MOVE WS-CAB-FECHA TO RCF-FECHA
           MOVE "POSTEADO" TO RCF-ESTADO
           MOVE WS-FECHA-HOY TO RCF-FECHA-CORRIDA
           WRITE REG-REGISTRO
           CLOSE ARCH-REGISTRO.

      *----------------------------------------------------------------*
      *    APLICAR-COBRO                                               *
      *    El primer control que falla deja el motivo de devolucion;  *
      *    solo el cobro que pasa todos se debita.                     *
      *----------------------------------------------------------------*
       APLICAR-COBRO.
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-DESCRIPCION

           IF DDD-IMPORTE NOT NUMERIC OR DDD-IMPORTE = 0
               MOVE "AM01" TO WS-MOTIVO
               MOVE "IMPORTE INVALIDO" TO WS-DESCRIPCION
           END-IF
           IF WS-COBRO-OK
               PERFORM VERIFICAR-MANDATO
           END-IF
           IF WS-COBRO-OK
               PERFORM VERIFICAR-CUENTA
           END-IF
           IF WS-COBRO-OK
               PERFORM DEBITAR-CUENTA
           END-IF

           IF WS-COBRO-OK
               ADD 1 TO WS-CONT-POSTEADOS
               ADD DDD-IMPORTE TO WS-SUMA-POSTEADOS
           ELSE
               PERFORM GRABAR-DEVOLUCION
           END-IF.

      *    EL MANDATO DE ESA CUENTA CON ESTE ACREEDOR: ACTIVO, VIGENTE
      *    A LA FECHA DE NEGOCIO, CON LA MISMA REFERENCIA (SI LA
      *    TIENE) Y CON TOPE PARA EL IMPORTE COBRADO.
       VERIFICAR-MANDATO.
           IF WS-HAY-MANDATOS NOT = "S" OR DDD-CUENTA NOT NUMERIC
               MOVE "MD01" TO WS-MOTIVO
               MOVE "SIN MANDATO" TO WS-DESCRIPCION
           ELSE
               MOVE DDD-CUENTA TO MDT-CUENTA
               MOVE WS-ACREEDOR TO MDT-ACREEDOR
               READ MANDATOS
                   INVALID KEY
                       MOVE "MD01" TO WS-MOTIVO
                       MOVE "SIN MANDATO" TO WS-DESCRIPCION
               END-READ
           END-IF
           IF WS-COBRO-OK
               EVALUATE TRUE
                   WHEN MDT-ACTIVO
                       CONTINUE
                   WHEN MDT-SUSPENDIDO
                       MOVE "MD03" TO WS-MOTIVO
                       MOVE "MANDATO SUSPENDIDO" TO WS-DESCRIPCION
                   WHEN OTHER
                       MOVE "MD04" TO WS-MOTIVO
                       MOVE "MANDATO REVOCADO" TO WS-DESCRIPCION
               END-EVALUATE
           END-IF
           IF WS-COBRO-OK
               IF WS-FECHA-NEGOCIO < MDT-FECHA-DESDE
                       OR (MDT-FECHA-HASTA NOT = 0
                       AND WS-FECHA-NEGOCIO > MDT-FECHA-HASTA)
                   MOVE "MD02" TO WS-MOTIVO
                   MOVE "MANDATO NO VIGENTE" TO WS-DESCRIPCION
               END-IF
           END-IF
           IF WS-COBRO-OK
               IF MDT-REFERENCIA NOT = SPACES
                       AND MDT-REFERENCIA NOT = DDD-REFERENCIA
                   MOVE "MD05" TO WS-MOTIVO
                   MOVE "REFERENCIA ERRONEA" TO WS-DESCRIPCION
               END-IF
           END-IF
           IF WS-COBRO-OK
               IF DDD-IMPORTE > MDT-IMPORTE-MAX
                   MOVE "AM02" TO WS-MOTIVO
                   MOVE "SUPERA EL TOPE" TO WS-DESCRIPCION
               END-IF
           END-IF.

      *    MISMO DISPONIBLE QUE DB-STANDING-RUN; EL DEBITO DIRECTO ES
      *    EN MONEDA LOCAL.
       VERIFICAR-CUENTA.
           MOVE DDD-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE "AC01" TO WS-MOTIVO
                   MOVE "CUENTA INEXISTENTE" TO WS-DESCRIPCION
           END-READ
           IF WS-COBRO-OK
               IF CTA-INACTIVA
                   MOVE "AC04" TO WS-MOTIVO
                   MOVE "CUENTA DE BAJA" TO WS-DESCRIPCION
               END-IF
           END-IF
           IF WS-COBRO-OK
               IF NOT CTA-MONEDA-LOCAL
                   MOVE "AC09" TO WS-MOTIVO
                   MOVE "MONEDA DISTINTA" TO WS-DESCRIPCION
               END-IF
           END-IF
           IF WS-COBRO-OK
               CALL "RETENCIONES-RUTINA" USING CTA-NUMERO
                   WS-FECHA-NEGOCIO WS-RETENIDO WS-RET-RC
               COMPUTE WS-DISPONIBLE = CTA-SALDO + CTA-LIMITE
                   - CTA-SOBREGIRO - WS-RETENIDO
               IF DDD-IMPORTE > WS-DISPONIBLE
                   MOVE "AM04" TO WS-MOTIVO
                   MOVE "SIN FONDOS" TO WS-DESCRIPCION
               END-IF
           END-IF.

      *    EL COBRO SE DEBITA COMO UN RETIRO (EL EXCEDENTE SOBRE EL
      *    SALDO VA A SOBREGIRO, DENTRO DEL LIMITE YA CONTROLADO) Y
      *    QUEDA EN EL LIBRO COMO TIPO M CON LA SECUENCIA DEL ARCHIVO.
       DEBITAR-CUENTA.
           MOVE DDD-IMPORTE TO WS-IMPORTE
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
               MOVE "ER01" TO WS-MOTIVO
               MOVE "ERROR DE GRABACION" TO WS-DESCRIPCION
           END-IF.

       GRABAR-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-MOV-FECHA TO MOV-FECHA
           MOVE WS-MOV-HORA TO MOV-HORA
           MOVE "M" TO MOV-TIPO
           MOVE WS-IMPORTE TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           MOVE WS-CAB-SECUENCIA TO MOV-REFERENCIA
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

      *    EL DETALLE DEVUELTO REPITE CUENTA, IMPORTE Y REFERENCIA TAL
      *    COMO VINIERON, PARA QUE EL ACREEDOR LO CRUCE CON SU COBRO.
       GRABAR-DEVOLUCION.
           ADD 1 TO WS-CONT-DEVUELTOS
           IF DDD-IMPORTE NUMERIC
               ADD DDD-IMPORTE TO WS-SUMA-DEVUELTOS
           END-IF
           MOVE SPACES TO REG-DEVOLUCION
           MOVE "D" TO DVD-TIPO-REG
           MOVE REG-COBRO(2:8) TO DVD-CUENTA
           MOVE REG-COBRO(11:9) TO DVD-IMPORTE
           MOVE DDD-REFERENCIA TO DVD-REFERENCIA
           MOVE WS-MOTIVO TO DVD-MOTIVO
           MOVE WS-DESCRIPCION TO DVD-DESCRIPCION
           WRITE REG-DEVOLUCION
           IF FS-DEV NOT = "00"
               MOVE "devoluciones_debito" TO WS-ERR-ARCHIVO
               MOVE FS-DEV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    CONCILIAR-CON-COLA                                          *
      *    La cola del archivo debe cerrar con lo leido y con el       *
      *    destino de cada cobro: debitado + devuelto.                 *
      *----------------------------------------------------------------*
       CONCILIAR-CON-COLA.
           MOVE "S" TO WS-CONCILIA
           COMPUTE WS-CONT-CONCILIADO = WS-CONT-POSTEADOS
               + WS-CONT-DEVUELTOS
           COMPUTE WS-SUMA-CONCILIADO = WS-SUMA-POSTEADOS
               + WS-SUMA-DEVUELTOS
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
                       WS-COLA-SUMA " Y DEBITADO + DEVUELTO DA "
                       WS-CONT-CONCILIADO "/" WS-SUMA-CONCILIADO
                       " **"
                   MOVE "N" TO WS-CONCILIA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: EL ARCHIVO DE COBROS DE LA FECHA DE
      * NEGOCIO QUEDA REGISTRADO EN runctl.txt.
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "DEB-DIRECTO" TO RCT-JOB
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
      * MOVIMIENTOS V01/68 Y MANDATOS V01/100.
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
           IF WS-HAY-MANDATOS = "S"
               MOVE "MANDATOS.IDX" TO WS-LAY-ARCHIVO
               MOVE "01" TO WS-LAY-VERSION
               MOVE 100 TO WS-LAY-LONGITUD
               PERFORM VERIFICAR-UN-LAYOUT
           END-IF.

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
           PERFORM CERRAR-MANDATOS
           CLOSE CUENTAS
           CLOSE ARCH-COBROS
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-DEVOLUCIONES
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
               " PROGRAMA=DB-DIRECTDEBIT" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-DIRECTDEBIT.
