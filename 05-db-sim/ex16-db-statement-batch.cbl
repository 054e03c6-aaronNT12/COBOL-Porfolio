      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Correcciones de EX02-CICS-GET: el reverso (tipo
      *                U o Z) lleva debajo su numero de correccion y el
      *                movimiento reversado sale marcado como tal, para
      *                netearlo con su reverso.
      * 15-10-2026 AAR Cuentas con varios titulares (TITULARES.IDX):
      *                sale una copia del estado por cada titular
      *                principal y cotitular activo, dirigida a su
      *                nombre y direccion de CLIENTES.IDX, con la
      *                lista de titulares en cada copia. Los
      *                firmantes autorizados no reciben estado. Sin
      *                titulares registrados sale una sola copia al
      *                CTA-CLI-ID, como siempre. El resumen separa
      *                cuentas procesadas de copias emitidas.
      * 14-10-2026 AAR Fecha valor en el detalle: el movimiento
      *                anotado en fechas_valor.txt (FECHA-VALOR-RUTINA)
      *                lleva debajo la fecha desde la que corre su
      *                efecto, ademas de la de posteo.
      * 02-09-2026 AAR El estado de cuenta del lote muestra el monto
      *                de fondos retenidos vigentes (congelamientos
      *                de DB-HOLDS, via RETENCIONES-RUTINA), igual
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT TITULARES ASSIGN TO "TITULARES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               ALTERNATE RECORD KEY IS TIT-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-TIT.
           SELECT ARCH-FECHA-VALOR ASSIGN TO "fechas_valor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FVL.
           SELECT ARCH-ESTADOS ASSIGN TO "estados_cuenta.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EST.
           05 MOV-CLI-ID       PIC 9(5).
           05 MOV-HORA         PIC 9(8).
           05 MOV-TIPO         PIC X(1).
               88 MOV-ES-CORRECCION VALUE "U" "Z".
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 FILLER           PIC X(3).
           05 MOV-ESTADO       PIC X(1).
               88 MOV-REVERSADO   VALUE "R".
           05 MOV-TIPO-ORIGEN  PIC X(1).

       FD  TITULARES
           RECORD CONTAINS 50 CHARACTERS.
       01  TITULAR-REG.
           05 TIT-CLAVE.
               10 TIT-CUENTA    PIC 9(8).
               10 TIT-CLI-ID    PIC 9(5).
           05 TIT-ROL          PIC X(1).
               88 TIT-PRINCIPAL    VALUE "P".
               88 TIT-COTITULAR    VALUE "C".
               88 TIT-FIRMANTE     VALUE "F".
           05 TIT-REGLA        PIC X(1).
           05 TIT-ESTADO       PIC X(1).
               88 TIT-ACTIVO       VALUE "A".
           05 TIT-FECHA-ALTA   PIC 9(8).
           05 TIT-FECHA-BAJA   PIC 9(8).
           05 TIT-USUARIO      PIC X(10).
           05 FILLER           PIC X(8).

       FD  ARCH-FECHA-VALOR.
       01  REG-FECHA-VALOR.
           05 FVL-CUENTA       PIC 9(8).
           05 FVL-FECHA        PIC 9(8).
           05 FVL-SECUENCIA    PIC 9(5).
           05 FVL-FECHA-VALOR  PIC 9(8).
           05 FVL-TIPO         PIC X(1).
           05 FVL-IMPORTE      PIC 9(7)V99.
           05 FVL-ESTADO       PIC X(1).
           05 FVL-USUARIO      PIC X(10).
           05 FVL-FECHA-AJUSTE PIC 9(8).

       FD  ARCH-ESTADOS.
       01  REG-ESTADO          PIC X(80).
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-EST              PIC XX.
       01  FS-FVL              PIC XX.
       01  FS-TIT              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-RET-RC           PIC X(2).
       01  WS-MOV-CLIENTE      PIC 9(4) VALUE 0.

       01  WS-FIN-FVL          PIC X VALUE "N".
       01  WS-TABLA-FVL.
           05 WS-FVL-ENT OCCURS 500 TIMES.
               10 TF-CUENTA    PIC 9(8).
               10 TF-FECHA     PIC 9(8).
               10 TF-SECUENCIA PIC 9(5).
               10 TF-FECHA-VALOR PIC 9(8).
       01  WS-CANT-FVL         PIC 9(3) VALUE 0.
       01  WS-IDX-FVL          PIC 9(3) VALUE 0.
       01  WS-FECHA-VALOR      PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      *    DESTINATARIOS DEL ESTADO DE LA CUENTA EN CURSO: TITULAR     *
      *    PRINCIPAL Y COTITULARES ACTIVOS DE TITULARES.IDX, O EL      *
      *    CTA-CLI-ID SOLO SI LA CUENTA NO TIENE TITULARES.            *
      *----------------------------------------------------------------*
       01  WS-HAY-TITULARES    PIC X VALUE "N".
       01  WS-FIN-TIT          PIC X VALUE "N".
       01  WS-TABLA-DEST.
           05 WS-DEST-ENT OCCURS 10 TIMES.
               10 TD-CLI-ID    PIC 9(5).
               10 TD-NOMBRE    PIC X(30).
               10 TD-DIRECCION PIC X(30).
       01  WS-CANT-DEST        PIC 9(2) VALUE 0.
       01  WS-IDX-DEST         PIC 9(2) VALUE 0.
       01  WS-IDX-LISTA        PIC 9(2) VALUE 0.

       01  WS-CONT-CUENTAS     PIC 9(5) VALUE 0.
       01  WS-CONT-ESTADOS     PIC 9(5) VALUE 0.
       01  WS-TOT-SALDOS       PIC 9(11)V99 VALUE 0.

           END-IF

           PERFORM ABRIR-LIBRO
           OPEN INPUT TITULARES
           IF FS-TIT = "00"
               MOVE "S" TO WS-HAY-TITULARES
           END-IF
           PERFORM VERIFICAR-LAYOUTS
           PERFORM CARGAR-FECHAS-VALOR

           OPEN OUTPUT ARCH-ESTADOS
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           IF WS-HAY-LIBRO = "S"
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           IF WS-HAY-TITULARES = "S"
               CLOSE TITULARES
           END-IF
           CLOSE ARCH-ESTADOS
           MOVE "ESTADOS-CTA" TO WS-SPOOL-REPORTE
           MOVE "estados_cuenta.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "CUENTAS PROCESADAS:         " WS-CONT-CUENTAS
           DISPLAY "ESTADOS DE CUENTA EMITIDOS: " WS-CONT-ESTADOS
           DISPLAY "SUMA DE SALDOS:             " WS-TOT-SALDOS
           DISPLAY "ARCHIVO DE SALIDA: estados_cuenta.txt"
                   INTO WS-LINEA
               END-STRING
               WRITE REG-ESTADO FROM WS-LINEA
               IF MOV-ES-CORRECCION
                   MOVE SPACES TO WS-LINEA
                   STRING "          CORRECCION NRO "
                       MOV-REFERENCIA
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-ESTADO FROM WS-LINEA
               ELSE
                   IF MOV-REFERENCIA > 0
                       MOVE SPACES TO WS-LINEA
                       STRING "          TRANSFERENCIA REF "
                           MOV-REFERENCIA
                           INTO WS-LINEA
                       END-STRING
                       WRITE REG-ESTADO FROM WS-LINEA
                   END-IF
               END-IF
               IF MOV-REVERSADO
                   MOVE SPACES TO WS-LINEA
                   MOVE "          REVERSADO POR CORRECCION"
                       TO WS-LINEA
                   WRITE REG-ESTADO FROM WS-LINEA
               END-IF
               PERFORM BUSCAR-FECHA-VALOR
               IF WS-FECHA-VALOR > 0
                   MOVE SPACES TO WS-LINEA
                   STRING "          FECHA VALOR " WS-FECHA-VALOR
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-ESTADO FROM WS-LINEA
               END-IF
               ADD 1 TO WS-MOV-CLIENTE
               PERFORM LEER-MOVIMIENTO
           END-PERFORM.

      *----------------------------------------------------------------*
      *    CARGAR-FECHAS-VALOR                                         *
      *    Movimientos valutados (fechas_valor.txt) en memoria una     *
      *    sola vez; cada entrada del libro se busca por cuenta,       *
      *    fecha de posteo y secuencia.                                *
      *----------------------------------------------------------------*
       CARGAR-FECHAS-VALOR.
           MOVE 0 TO WS-CANT-FVL
           OPEN INPUT ARCH-FECHA-VALOR
           IF FS-FVL = "00"
               PERFORM LEER-FECHA-VALOR
               PERFORM UNTIL WS-FIN-FVL = "S"
                   IF WS-CANT-FVL < 500
                       ADD 1 TO WS-CANT-FVL
                       MOVE FVL-CUENTA TO TF-CUENTA(WS-CANT-FVL)
                       MOVE FVL-FECHA TO TF-FECHA(WS-CANT-FVL)
                       MOVE FVL-SECUENCIA
                           TO TF-SECUENCIA(WS-CANT-FVL)
                       MOVE FVL-FECHA-VALOR
                           TO TF-FECHA-VALOR(WS-CANT-FVL)
                   END-IF
                   PERFORM LEER-FECHA-VALOR
               END-PERFORM
               CLOSE ARCH-FECHA-VALOR
           END-IF.

       LEER-FECHA-VALOR.
           READ ARCH-FECHA-VALOR
               AT END MOVE "S" TO WS-FIN-FVL
           END-READ.

       BUSCAR-FECHA-VALOR.
           MOVE 0 TO WS-FECHA-VALOR
           PERFORM VARYING WS-IDX-FVL FROM 1 BY 1
                   UNTIL WS-IDX-FVL > WS-CANT-FVL
               IF TF-CUENTA(WS-IDX-FVL) = MOV-CUENTA
                       AND TF-FECHA(WS-IDX-FVL) = MOV-FECHA
                       AND TF-SECUENCIA(WS-IDX-FVL) = MOV-SECUENCIA
                   MOVE TF-FECHA-VALOR(WS-IDX-FVL) TO WS-FECHA-VALOR
                   MOVE WS-CANT-FVL TO WS-IDX-FVL
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    ESCRIBIR-ESTADO-CUENTA                                      *
      *    Una pagina por cuenta activa y destinatario, con salto de   *
      *    pagina fisico entre paginas logicas como en                 *
      *    EX04-BATCH-REPORT.                                          *
      *----------------------------------------------------------------*
       ESCRIBIR-ESTADO-CUENTA.
           PERFORM CARGAR-DESTINATARIOS
           PERFORM VARYING WS-IDX-DEST FROM 1 BY 1
                   UNTIL WS-IDX-DEST > WS-CANT-DEST
               PERFORM ESCRIBIR-COPIA-ESTADO
           END-PERFORM
           ADD 1 TO WS-CONT-CUENTAS
           ADD CTA-SALDO TO WS-TOT-SALDOS.

      *----------------------------------------------------------------*
      *    CARGAR-DESTINATARIOS                                        *
      *    Principal y cotitulares activos de la cuenta cuyo cliente   *
      *    no este dado de baja; si no queda ninguno (o la cuenta no   *
      *    tiene titulares registrados) el unico destinatario es el    *
      *    CTA-CLI-ID.                                                 *
      *----------------------------------------------------------------*
       CARGAR-DESTINATARIOS.
           MOVE 0 TO WS-CANT-DEST
           IF WS-HAY-TITULARES = "S"
               MOVE "N" TO WS-FIN-TIT
               MOVE CTA-NUMERO TO TIT-CUENTA
               MOVE 0 TO TIT-CLI-ID
               START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-TIT
               END-START
               PERFORM UNTIL WS-FIN-TIT = "S"
                   READ TITULARES NEXT RECORD
                       AT END MOVE "S" TO WS-FIN-TIT
                   END-READ
                   IF WS-FIN-TIT = "N"
                       IF TIT-CUENTA NOT = CTA-NUMERO
                           MOVE "S" TO WS-FIN-TIT
                       ELSE
                           IF TIT-ACTIVO AND NOT TIT-FIRMANTE
                               PERFORM AGREGAR-DESTINATARIO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CANT-DEST = 0
               ADD 1 TO WS-CANT-DEST
               MOVE CTA-CLI-ID TO TD-CLI-ID(1)
               MOVE CTA-CLI-ID TO CLI-ID
               READ CLIENTES
                   INVALID KEY
                       MOVE "TITULAR INEXISTENTE" TO TD-NOMBRE(1)
                       MOVE SPACES TO TD-DIRECCION(1)
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO TD-NOMBRE(1)
                       MOVE CLI-DIRECCION TO TD-DIRECCION(1)
               END-READ
           END-IF.

       AGREGAR-DESTINATARIO.
           MOVE TIT-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-ACTIVO AND WS-CANT-DEST < 10
                       ADD 1 TO WS-CANT-DEST
                       MOVE CLI-ID TO TD-CLI-ID(WS-CANT-DEST)
                       MOVE CLI-NOMBRE TO TD-NOMBRE(WS-CANT-DEST)
                       MOVE CLI-DIRECCION
                           TO TD-DIRECCION(WS-CANT-DEST)
                   END-IF
           END-READ.

       ESCRIBIR-COPIA-ESTADO.
           IF WS-CONT-ESTADOS > 0
               MOVE SPACES TO WS-LINEA
               WRITE REG-ESTADO FROM WS-LINEA AFTER ADVANCING PAGE
               INTO WS-LINEA
           END-STRING
           WRITE REG-ESTADO FROM WS-LINEA
           PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                   UNTIL WS-IDX-LISTA > WS-CANT-DEST
               MOVE SPACES TO WS-LINEA
               STRING "TITULAR " TD-CLI-ID(WS-IDX-LISTA) " "
                   TD-NOMBRE(WS-IDX-LISTA)
                   INTO WS-LINEA
               END-STRING
               WRITE REG-ESTADO FROM WS-LINEA
           END-PERFORM
           MOVE SPACES TO WS-LINEA
           STRING "DESTINATARIO " TD-NOMBRE(WS-IDX-DEST)
               INTO WS-LINEA
           END-STRING
           WRITE REG-ESTADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "             " TD-DIRECCION(WS-IDX-DEST)
               INTO WS-LINEA
           END-STRING
           WRITE REG-ESTADO FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-ESTADO FROM WS-LINEA
               WRITE REG-ESTADO FROM WS-LINEA
           END-IF

           ADD 1 TO WS-CONT-ESTADOS.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA
           MOVE "RESUMEN DE LA CORRIDA" TO WS-LINEA
           WRITE REG-ESTADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CUENTAS:          " WS-CONT-CUENTAS
               INTO WS-LINEA
           END-STRING
           WRITE REG-ESTADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "ESTADOS EMITIDOS: " WS-CONT-ESTADOS
               INTO WS-LINEA
           END-STRING
      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185,
      * CUENTAS V02/50, MOVIMIENTOS V01/68 Y TITULARES V01/50.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF
           IF WS-HAY-TITULARES = "S"
               MOVE "TITULARES.IDX" TO WS-LAY-ARCHIVO
               MOVE "01" TO WS-LAY-VERSION
               MOVE 50 TO WS-LAY-LONGITUD
               CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
                   WS-LAY-VERSION WS-LAY-LONGITUD
                   WS-LAY-RESULTADO WS-LAY-INFO
               IF WS-LAY-RESULTADO = "N"
                   DISPLAY "** QUIEBRE DE LAYOUT EN "
                       WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
                   PERFORM DETENER-POR-LAYOUT
               END-IF
           END-IF.

       DETENER-POR-LAYOUT.
           IF WS-HAY-LIBRO = "S"
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           IF WS-HAY-TITULARES = "S"
               CLOSE TITULARES
           END-IF
           MOVE 1 TO RETURN-CODE
           STOP RUN.

