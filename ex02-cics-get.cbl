      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR El sentido del movimiento a reversar lo da
      *                SENTIDO-RUTINA (el cheque pagado Q es un debito
      *                y se corrige con U). El evento REVERSO de
      *                seguridad.log lleva la cuenta (linea de 100).
      *                La transferencia se ejecuta con THRU su -FIN.
      * 15-10-2026 AAR LEER-CUENTA-Y-TITULAR se ejecuta siempre con
      *                THRU su -FIN: con digito invalido o cuenta
      *                inexistente el GO TO salia del rango. El
      *                bloqueo por documento vencido rige tambien en
      *                transferencia, divisas, pago de servicios y
      *                transferencia a otro banco, y el reverso de
      *                un credito descuenta las retenciones del
      *                disponible.
      * 15-10-2026 AAR Correccion de un movimiento posteado por error
      *                (opcion B): con la clave del movimiento
      *                (cuenta, fecha y secuencia), un motivo y la
      *                credencial de un supervisor distinto del
      *                operador se postea el opuesto exacto (tipo Z
      *                debita un credito, tipo U abona un debito, con
      *                el tipo original en MOV-TIPO-ORIGEN y el numero
      *                de correccion en MOV-REFERENCIA). El original
      *                queda marcado REVERSADO en MOV-ESTADO y la
      *                correccion en correcciones.txt; un movimiento
      *                ya reversado, o una correccion, no se reversa.
      * 15-10-2026 AAR Cuentas del personal (cuentas_personal.txt, la
      *                regenera DB-CUENTAS-PERSONAL desde
      *                EMPLEADOS.IDX): el operador no puede postear
      *                (deposito, retiro, limite, transferencia de o a
      *                la cuenta, pago de servicios, transferencia a
      *                otro banco ni divisas) sobre su propia cuenta
      *                ni la de un familiar declarado, y un supervisor
      *                no autoriza un retiro o un tope diario sobre la
      *                suya. La consulta de saldo sigue libre. Cada
      *                intento queda en seguridad.log como
      *                BLOQ-PERSONAL para el informe mensual
      *                DB-PERSONAL-MENSUAL.
      * 15-10-2026 AAR La apertura de cuenta (opcion 6) ya no graba
      *                CUENTAS.IDX: deja la apertura pendiente en
      *                CAMBIOS-PEND.IDX con la imagen de la cuenta y
      *                el operador que la pidio. La aprueba o rechaza
      *                otro usuario, supervisor, desde EX04-CICS-MENU
      *                (opcion 16), que asigna el numero al aprobar.
      * 15-10-2026 AAR Compra/venta de divisas (opcion A) entre una
      *                cuenta local y una en divisa del mismo titular:
      *                tasa vigente de tipos_cambio.txt a la fecha de
      *                negocio mas el spread de compra o de venta de
      *                la moneda (spread_divisas.txt). Debito (tipo X)
      *                y abono (tipo Y) quedan como par ligado por el
      *                numero de operacion; el cliente ve la tasa
      *                aplicada antes de confirmar y la operacion,
      *                con el ingreso por spread, queda en
      *                divisas_operaciones.txt para la posicion
      *                diaria (DB-POSICION-DIVISAS).
      * 15-10-2026 AAR Caja del cajero (CAJA-RUTINA): al entrar, un
      *                operador con una diferencia de caja de un dia
      *                anterior sin aprobar por el supervisor no
      *                opera. Deposito y retiro en moneda local
      *                exigen la caja del dia abierta en el menu
      *                (opcion 14) y la actualizan; el retiro se
      *                rechaza si la caja no tiene el efectivo.
      * 15-10-2026 AAR Retiro bloqueado si el titular de la cuenta o
      *                alguno de los firmantes presentados tiene el
      *                bloqueo de IDENTIDAD.IDX que deja DB-KYC cuando
      *                el documento de identidad lleva vencido mas que
      *                el periodo de gracia. Se levanta al renovar el
      *                documento en EX04-CICS-MENU.
      * 15-10-2026 AAR Cuentas con varios titulares: retiro,
      *                transferencia (cuenta origen), pago de
      *                servicios y transferencia a otro banco piden
      *                los CLI-ID de los clientes que firman si la
      *                cuenta tiene titulares en TITULARES.IDX, y la
      *                rutina comun FIRMAS-RUTINA aplica la regla
      *                (indistinta o conjunta). Sin titulares
      *                registrados opera el titular unico como
      *                siempre.
      * 15-10-2026 AAR Transferencia a otro banco (opcion 9): banco
      *                destino del catalogo bancos.txt, cuenta y
      *                nombre del beneficiario. El importe se debita
      *                en el acto como movimiento tipo B (salida a
      *                la posicion de transito) con el numero de
      *                transferencia como referencia, y la orden
      *                queda PENDIENTE en TRANSFERENCIAS.IDX para el
      *                archivo de compensacion de DB-IBXFER-OUT.
      * 15-10-2026 AAR Pago de servicios (opcion 8) a facturadores del
      *                catalogo facturadores.txt (codigo, nombre,
      *                cuenta de liquidacion y formato de referencia:
      *                9 digito, A letra, X cualquiera). La referencia
      *                de la factura se valida contra el formato, el
      *                importe se debita como movimiento tipo P (pago
      *                de servicios) con el numero de pago como
      *                referencia y el pago queda en
      *                pagos_servicios.txt para la remesa de cierre
      *                (DB-BILLREMIT).
      * 14-10-2026 AAR Fecha valor en deposito, retiro y
      *                transferencia (0 = fecha de negocio): la
      *                rutina comun FECHA-VALOR-RUTINA la rechaza si
      *                es futura o mas atras que el tope de
      *                fecha_valor_param.txt, y el movimiento
      *                valutado hacia atras queda en
      *                fechas_valor.txt para el ajuste de intereses
      *                de DB-VALADJ.
      * 14-10-2026 AAR Fecha de negocio (rutina comun FECHA-NEGOCIO):
      *                deposito, retiro y transferencia la leen antes
      *                de operar, estampan MOV-FECHA con ella y no con
      *                el reloj, y se rechazan mientras el dia esta en
      *                cierre (estado C, lo pone el cierre de dia
      *                EOD-ROLL). El tope diario y las retenciones
      *                se evaluan sobre la misma fecha.
      * 02-09-2026 AAR La transferencia exige la misma moneda en
      *                las dos cuentas (blanco = LOC): una pata
      *                LOC a divisa se abonaba 1 a 1 sin conversion
           SELECT ARCH-CAMBIOS ASSIGN TO "tipos_cambio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TCB.
           SELECT ARCH-SPREADS ASSIGN TO "spread_divisas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.
           SELECT ARCH-OPER-DIVISAS
               ASSIGN TO "divisas_operaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FXO.
           SELECT ARCH-FACTURADORES ASSIGN TO "facturadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FAC.
           SELECT ARCH-PAGOS-SERV ASSIGN TO "pagos_servicios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PSV.
           SELECT ARCH-BANCOS ASSIGN TO "bancos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BCO.
           SELECT TRANSFERENCIAS ASSIGN TO "TRANSFERENCIAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRS-CLAVE
               FILE STATUS IS FS-TRS.
           SELECT IDENTIDAD ASSIGN TO "IDENTIDAD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDN-CLI-ID
               ALTERNATE RECORD KEY IS IDN-DOCUMENTO
               FILE STATUS IS FS-IDN.
           SELECT CAMBIOS-PEND ASSIGN TO "CAMBIOS-PEND.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEN-CLAVE
               FILE STATUS IS FS-PEN.
           SELECT ARCH-CTA-PERSONAL ASSIGN TO "cuentas_personal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CPE.
           SELECT ARCH-CORRECCIONES ASSIGN TO "correcciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COR.

       DATA DIVISION.
       FILE SECTION.
           05 MOV-TIPO         PIC X(1).
               88 MOV-DEPOSITO    VALUE "D".
               88 MOV-RETIRO      VALUE "R".
               88 MOV-ES-CORRECCION VALUE "U" "Z".
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 MOV-SUCURSAL     PIC X(3).
           05 MOV-ESTADO       PIC X(1).
               88 MOV-REVERSADO   VALUE "R".
           05 MOV-TIPO-ORIGEN  PIC X(1).

       FD  ARCH-SUCURSALES.
       01  REG-SUCURSAL.
           05 FILLER           PIC X(1).

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(100).

       FD  ARCH-CAMBIOS.
       01  REG-CAMBIO.
           05 TCB-MONEDA       PIC X(3).
           05 TCB-TASA         PIC 9(5)V9(4).

      *    SPREAD POR DIVISA EN PORCENTAJE SOBRE LA TASA MEDIA: COMPRA
      *    (EL BANCO RECIBE LA DIVISA) Y VENTA (EL BANCO LA ENTREGA).
       FD  ARCH-SPREADS.
       01  REG-SPREAD.
           05 SPR-MONEDA       PIC X(3).
           05 SPR-COMPRA       PIC 9(2)V9999.
           05 SPR-VENTA        PIC 9(2)V9999.

      *    OPERACIONES DE CAMBIO: C EL BANCO COMPRA LA DIVISA AL
      *    CLIENTE, V SE LA VENDE. EL SPREAD ES EL INGRESO EN MONEDA
      *    LOCAL CONTRA LA TASA MEDIA.
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

      *    CATALOGO DE FACTURADORES. EN EL FORMATO DE REFERENCIA CADA
      *    POSICION ES 9 (DIGITO), A (LETRA) O X (CUALQUIER CARACTER);
      *    EL PRIMER BLANCO MARCA EL LARGO DE LA REFERENCIA.
       FD  ARCH-FACTURADORES.
       01  REG-FACTURADOR.
           05 FAC-CODIGO       PIC X(4).
           05 FAC-NOMBRE       PIC X(30).
           05 FAC-CUENTA       PIC 9(8).
           05 FAC-FORMATO      PIC X(20).
           05 FAC-ESTADO       PIC X(1).
               88 FAC-ACTIVO       VALUE "A" " ".

       FD  ARCH-PAGOS-SERV.
       01  REG-PAGO-SERV.
           05 PSV-FECHA        PIC 9(8).
           05 PSV-NUMERO       PIC 9(8).
           05 PSV-FACTURADOR   PIC X(4).
           05 PSV-REFERENCIA   PIC X(20).
           05 PSV-IMPORTE      PIC 9(7)V99.
           05 PSV-CUENTA       PIC 9(8).
           05 PSV-CLI-ID       PIC 9(5).
           05 PSV-SUCURSAL     PIC X(3).
           05 PSV-OPERADOR     PIC X(10).
           05 PSV-HORA         PIC 9(8).

      *    CATALOGO DE BANCOS DESTINO DE LA COMPENSACION.
       FD  ARCH-BANCOS.
       01  REG-BANCO.
           05 BCO-CODIGO       PIC X(4).
           05 BCO-NOMBRE       PIC X(30).
           05 BCO-ESTADO       PIC X(1).
               88 BCO-ACTIVO       VALUE "A" " ".

      *    ORDENES DE TRANSFERENCIA A OTRO BANCO (POSICION DE
      *    TRANSITO): P PENDIENTE DE ENVIO, E ENVIADA EN EL LOTE
      *    TRS-LOTE, D DEVUELTA POR EL BANCO DESTINO CON TRS-MOTIVO.
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

       FD  IDENTIDAD
           RECORD CONTAINS 100 CHARACTERS.
       01  IDENTIDAD-REG.
           05 IDN-CLI-ID       PIC 9(5).
           05 IDN-DOCUMENTO.
               10 IDN-DOC-TIPO     PIC X(2).
               10 IDN-DOC-NUMERO   PIC X(15).
           05 IDN-DOC-PAIS     PIC X(3).
           05 IDN-DOC-VENCE    PIC 9(8).
           05 IDN-RIESGO       PIC X(1).
           05 IDN-FECHA-REVISION PIC 9(8).
           05 IDN-PROX-REVISION PIC 9(8).
           05 IDN-BLOQUEO      PIC X(1).
               88 IDN-BLOQUEADO    VALUE "S".
           05 IDN-FECHA-BLOQUEO PIC 9(8).
           05 IDN-FECHA-ALTA   PIC 9(8).
           05 IDN-USUARIO      PIC X(10).
           05 FILLER           PIC X(23).

      *    CAMBIOS AL MAESTRO PENDIENTES DE APROBACION (MISMO LAYOUT
      *    QUE EN EX04-CICS-MENU, QUE LOS APRUEBA). AQUI SOLO SE PIDEN
      *    APERTURAS DE CUENTA: PEN-CLAVE-MAESTRO ES EL TITULAR Y EN
      *    PEN-DESPUES VA LA CUENTA SIN NUMERO.
       FD  CAMBIOS-PEND
           RECORD CONTAINS 520 CHARACTERS.
       01  PENDIENTE-REG.
           05 PEN-CLAVE.
               10 PEN-FECHA    PIC 9(8).
               10 PEN-NUMERO   PIC 9(8).
           05 PEN-HORA         PIC 9(8).
           05 PEN-MAESTRO      PIC X(1).
           05 PEN-ACCION       PIC X(1).
           05 PEN-CLAVE-MAESTRO PIC 9(8).
           05 PEN-ESTADO       PIC X(1).
           05 PEN-USUARIO      PIC X(10).
           05 PEN-ORIGEN       PIC X(10).
           05 PEN-APROBADOR    PIC X(10).
           05 PEN-FECHA-RESOL  PIC 9(8).
           05 PEN-MOTIVO       PIC X(40).
           05 PEN-ANTES        PIC X(185).
           05 PEN-DESPUES      PIC X(185).
           05 PEN-DOC-TIPO     PIC X(2).
           05 PEN-DOC-NUMERO   PIC X(15).
           05 PEN-DOC-PAIS     PIC X(3).
           05 PEN-DOC-VENCE    PIC 9(8).
           05 PEN-RIESGO       PIC X(1).
           05 FILLER           PIC X(8).

      *    CUENTAS DEL PERSONAL POR USUARIO (DB-CUENTAS-PERSONAL):
      *    RELACION P PROPIA DEL EMPLEADO, R DE UN FAMILIAR.
       FD  ARCH-CTA-PERSONAL.
       01  REG-CTA-PERSONAL.
           05 CPE-CUENTA       PIC 9(8).
           05 CPE-CLI-ID       PIC 9(5).
           05 CPE-EMP-ID       PIC 9(4).
           05 CPE-USUARIO      PIC X(10).
           05 CPE-RELACION     PIC X(1).
           05 CPE-PARENTESCO   PIC X(10).
           05 CPE-FECHA        PIC 9(8).

      *    CORRECCIONES POSTEADAS: MOVIMIENTO ORIGINAL Y SU REVERSO
      *    (MISMA CUENTA), CON MOTIVO, OPERADOR Y SUPERVISOR.
       FD  ARCH-CORRECCIONES.
       01  REG-CORRECCION.
           05 COR-NUMERO       PIC 9(8).
           05 COR-FECHA        PIC 9(8).
           05 COR-HORA         PIC 9(8).
           05 COR-CUENTA       PIC 9(8).
           05 COR-FECHA-ORIG   PIC 9(8).
           05 COR-SEC-ORIG     PIC 9(5).
           05 COR-TIPO-ORIG    PIC X(1).
           05 COR-IMPORTE      PIC 9(7)V99.
           05 COR-SEC-REVERSO  PIC 9(5).
           05 COR-TIPO-REVERSO PIC X(1).
           05 COR-OPERADOR     PIC X(10).
           05 COR-SUPERVISOR   PIC X(10).
           05 COR-MOTIVO       PIC X(30).

       WORKING-STORAGE SECTION.
       01 FS               PIC XX.
       01 FS-CTA           PIC XX.
       01 WS-CUENTA        PIC 9(8).
       01 WS-ID            PIC 9(5).
       01 WS-NVO-TIPO-CTA  PIC X(1).
       01 FS-PEN           PIC XX.
       01 WS-PEN-NUMERO    PIC 9(8) VALUE 0.
       01 WS-PEN-OCUPADO   PIC X VALUE "N".
       01 WS-MSG           PIC X(50).
       01 WS-OPCION        PIC X.
       01 WS-FIN-PROGRAMA  PIC X VALUE "N".
       01 WS-MOV-TIPO      PIC X(1).
       01 WS-MOV-FECHA     PIC 9(8).
       01 WS-MOV-HORA      PIC 9(8).
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FNG-ESTADO    PIC X(1) VALUE "A".
           88 FNG-DIA-EN-CIERRE VALUE "C".
       01 WS-FNG-RC        PIC X(2) VALUE "00".
       01 WS-FECHA-VALOR   PIC 9(8) VALUE 0.
       01 WS-FVL-FUNCION   PIC X(1).
       01 WS-FVL-RC        PIC X(2) VALUE "00".
       01 WS-DISPONIBLE    PIC 9(10)V99.
       01 WS-EXCEDENTE     PIC 9(7)V99.
       01 WS-NVO-LIMITE    PIC 9(5)V99.
       01 WS-IDX-CHAR      PIC 9(2).
       01 WS-SEG-FECHA     PIC 9(8).
       01 WS-SEG-HORA      PIC 9(8).
       01 WS-LINEA-SEG     PIC X(100).
       01 WS-LOCK-MAESTRO  PIC X(12).
       01 WS-LOCK-ACCION   PIC X(1).
       01 WS-LOCK-RESULTADO PIC X(1).
       01 WS-TASA-FECHA    PIC 9(8) VALUE 0.
       01 WS-EQUIV-LOCAL   PIC 9(11)V99 VALUE 0.
       01 WS-FECHA-HOY     PIC 9(8) VALUE 0.
       01 FS-FAC           PIC XX.
       01 FS-PSV           PIC XX.
       01 WS-FIN-FAC       PIC X VALUE "N".
       01 WS-TABLA-FAC.
           05 WS-FAC-ENT OCCURS 50 TIMES.
               10 TF-CODIGO    PIC X(4).
               10 TF-NOMBRE    PIC X(30).
               10 TF-FORMATO   PIC X(20).
       01 WS-CANT-FAC      PIC 9(2) VALUE 0.
       01 WS-IDX-FAC       PIC 9(2).
       01 WS-FAC-HALLADO   PIC 9(2) VALUE 0.
       01 WS-FAC-CODIGO    PIC X(4).
       01 WS-FAC-REFERENCIA PIC X(20).
       01 WS-FMT-CAR       PIC X(1).
       01 WS-REF-CAR       PIC X(1).
       01 WS-IDX-REF       PIC 9(2).
       01 WS-REF-OK        PIC X VALUE "N".
       01 FS-BCO           PIC XX.
       01 FS-TRS           PIC XX.
       01 WS-FIN-BCO       PIC X VALUE "N".
       01 WS-TABLA-BCO.
           05 WS-BCO-ENT OCCURS 50 TIMES.
               10 TB-CODIGO    PIC X(4).
               10 TB-NOMBRE    PIC X(30).
       01 WS-CANT-BCO      PIC 9(2) VALUE 0.
       01 WS-IDX-BCO       PIC 9(2).
       01 WS-BCO-HALLADO   PIC 9(2) VALUE 0.
       01 WS-BCO-CODIGO    PIC X(4).
       01 WS-BENEF-CUENTA  PIC X(20).
       01 WS-BENEF-NOMBRE  PIC X(30).
       01 WS-TRS-OCUPADO   PIC X VALUE "N".
       01 WS-FIR-FIRMANTES.
           05 WS-FIR-CANT      PIC 9(1).
           05 WS-FIR-CLI-ID    PIC 9(5) OCCURS 5 TIMES.
       01 WS-FIR-TITULARES PIC 9(2).
       01 WS-FIR-RESULTADO PIC X(1).
       01 WS-FIR-RC        PIC X(2).
       01 WS-FIR-ID        PIC 9(5).
       01 FS-IDN           PIC XX.
       01 WS-KYC-IDX       PIC 9(1).
       01 WS-KYC-BLOQUEADO PIC 9(5) VALUE 0.
       01 WS-CAJ-FUNCION   PIC X(1).
       01 WS-CAJ-IMPORTE   PIC 9(9)V99 VALUE 0.
       01 WS-CAJ-SUCURSAL  PIC X(3).
       01 WS-CAJ-RC        PIC X(2).
       01 WS-ED-CAJA       PIC ZZZ,ZZZ,ZZ9.99.
       01 FS-SPR           PIC XX.
       01 FS-FXO           PIC XX.
       01 WS-FIN-SPR       PIC X VALUE "N".
       01 WS-FX-SPREAD-OK  PIC X VALUE "N".
       01 WS-FX-OPERACION  PIC X(1).
       01 WS-FX-MONEDA     PIC X(3).
       01 WS-FX-CLI-ID     PIC 9(5).
       01 WS-FX-TASA-MEDIA PIC 9(5)V9(4) VALUE 0.
       01 WS-FX-TASA-APLICADA PIC 9(5)V9(4) VALUE 0.
       01 WS-FX-SPREAD-COMPRA PIC 9(2)V9999 VALUE 0.
       01 WS-FX-SPREAD-VENTA PIC 9(2)V9999 VALUE 0.
       01 WS-FX-IMPORTE-DEBITO PIC 9(7)V99 VALUE 0.
       01 WS-FX-IMPORTE-CREDITO PIC 9(9)V99 VALUE 0.
       01 WS-FX-IMPORTE-DIV PIC 9(9)V99 VALUE 0.
       01 WS-FX-IMPORTE-LOC PIC 9(9)V99 VALUE 0.
       01 WS-FX-GANANCIA   PIC S9(9)V99 VALUE 0.
       01 WS-FX-RESPUESTA  PIC X(1).
       01 WS-ED-TASA       PIC ZZZZ9.9999.
       01 FS-CPE           PIC XX.
       01 WS-FIN-CPE       PIC X VALUE "N".
       01 WS-TABLA-PERSONAL.
           05 WS-PER-ENT OCCURS 1000 TIMES.
               10 TPE-CUENTA   PIC 9(8).
               10 TPE-USUARIO  PIC X(10).
               10 TPE-RELACION PIC X(1).
       01 WS-CANT-PER      PIC 9(4) VALUE 0.
       01 WS-IDX-PER       PIC 9(4).
       01 WS-PER-USUARIO   PIC X(10).
       01 WS-PER-CUENTA    PIC 9(8).
       01 WS-PER-RELACION  PIC X(1).
       01 FS-COR           PIC XX.
       01 WS-FIN-COR       PIC X VALUE "N".
       01 WS-COR-YA        PIC X VALUE "N".
       01 WS-COR-NUMERO    PIC 9(8) VALUE 0.
       01 WS-COR-FECHA     PIC 9(8) VALUE 0.
       01 WS-COR-SECUENCIA PIC 9(5) VALUE 0.
       01 WS-COR-SEC-REVERSO PIC 9(5) VALUE 0.
       01 WS-COR-MOTIVO    PIC X(30).
       01 WS-COR-TIPO-ORIG PIC X(1).
       01 WS-COR-SENTIDO   PIC X(1) VALUE "D".
           88 COR-ORIG-CREDITO VALUE "C".
       01 WS-SEN-RC        PIC X(2) VALUE "00".
       01 WS-MOV-TIPO-ORIGEN PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CARGAR-LIMITE-OVERRIDE
           PERFORM CARGAR-SUCURSALES
           PERFORM CARGAR-TOPES-DIARIOS
           PERFORM CARGAR-FACTURADORES
           PERFORM CARGAR-BANCOS
           PERFORM CARGAR-CUENTAS-PERSONAL
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
           PERFORM VERIFICAR-CAJA-AL-ENTRAR

           PERFORM UNTIL WS-FIN-PROGRAMA = "S"
               PERFORM PANTALLA-MENU
      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185,
      * CUENTAS V02/50, MOVIMIENTOS V01/68 Y TRANSFERENCIAS V01/140.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF
           MOVE "TRANSFERENCIAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 140 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF
       .

       DETENER-POR-LAYOUT.
           DISPLAY "5. LIMITE DE CREDITO"
           DISPLAY "6. ABRIR CUENTA"
           DISPLAY "7. TRANSFERENCIA ENTRE CUENTAS"
           DISPLAY "8. PAGO DE SERVICIOS"
           DISPLAY "9. TRANSFERENCIA A OTRO BANCO"
           DISPLAY "A. COMPRA/VENTA DE DIVISAS"
           DISPLAY "B. CORRECCION DE MOVIMIENTO (REVERSO)"
           DISPLAY "4. SALIR"
           DISPLAY "OPCION: "
           ACCEPT WS-OPCION
                   PERFORM PEDIR-CLAVE
                   PERFORM CICS-GET-SIM
               WHEN "2"
                   PERFORM VERIFICAR-DIA-ABIERTO
                   IF NOT FNG-DIA-EN-CIERRE
                       PERFORM PEDIR-CLAVE
                       PERFORM PEDIR-IMPORTE
                       PERFORM CICS-DEPOSITO-SIM
                   END-IF
               WHEN "3"
                   PERFORM VERIFICAR-DIA-ABIERTO
                   IF NOT FNG-DIA-EN-CIERRE
                       PERFORM PEDIR-CLAVE
                       PERFORM PEDIR-IMPORTE
                       PERFORM CICS-RETIRO-SIM
                   END-IF
               WHEN "4"
                   MOVE "S" TO WS-FIN-PROGRAMA
               WHEN "5"
               WHEN "6"
                   PERFORM ABRIR-CUENTA
               WHEN "7"
                   PERFORM VERIFICAR-DIA-ABIERTO
                   IF NOT FNG-DIA-EN-CIERRE
                       PERFORM CICS-TRANSFERENCIA-SIM
                           THRU CICS-TRANSFERENCIA-FIN
                   END-IF
               WHEN "8"
                   PERFORM VERIFICAR-DIA-ABIERTO
                   IF NOT FNG-DIA-EN-CIERRE
                       PERFORM PEDIR-CLAVE
                       PERFORM CICS-PAGO-SERVICIO-SIM
                   END-IF
               WHEN "9"
                   PERFORM VERIFICAR-DIA-ABIERTO
                   IF NOT FNG-DIA-EN-CIERRE
                       PERFORM PEDIR-CLAVE
                       PERFORM CICS-TRANSF-BANCO-SIM
                   END-IF
               WHEN "A"
                   PERFORM VERIFICAR-DIA-ABIERTO
                   IF NOT FNG-DIA-EN-CIERRE
                       PERFORM CICS-CAMBIO-DIVISAS-SIM THRU
                           CICS-CAMBIO-DIVISAS-FIN
                   END-IF
               WHEN "B"
                   PERFORM VERIFICAR-DIA-ABIERTO
                   IF NOT FNG-DIA-EN-CIERRE
                       PERFORM PEDIR-CLAVE
                       PERFORM CICS-REVERSO-SIM THRU CICS-REVERSO-FIN
                   END-IF
               WHEN OTHER
                   MOVE "OPCION NO VALIDA" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE
       .

      *-----------------------------------------------------------------
      * FECHA DE NEGOCIO VIGENTE (RUTINA COMUN FECHA-NEGOCIO): CON EL
      * DIA EN CIERRE NO SE POSTEA DESDE PANTALLA.
      *-----------------------------------------------------------------
       VERIFICAR-DIA-ABIERTO.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           IF FNG-DIA-EN-CIERRE
               MOVE "DIA CONTABLE EN CIERRE. OPERACION RECHAZADA"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF
       .

       PEDIR-CLAVE.
           DISPLAY "INTRODUCE NUMERO DE CUENTA (8 digitos): "
           ACCEPT WS-CUENTA
                       PERFORM LEER-TITULAR
                   END-IF
           END-READ
      *    LA CONSULTA DE SALDO NO POSTEA: NO PASA POR EL CONTROL DE
      *    CUENTAS DEL PERSONAL.
           IF FS-CTA = "00" AND WS-OPCION NOT = "1"
               PERFORM VERIFICAR-CUENTA-PERSONAL
           END-IF
       .
       LEER-CUENTA-Y-TITULAR-FIN.
           EXIT.
               WS-DV-CUENTA WS-DV-RC
       .

      *-----------------------------------------------------------------
      * REGLA DE FIRMA DE LA CUENTA EN WS-CUENTA (RUTINA COMUN
      * FIRMAS-RUTINA). SIN TITULARES REGISTRADOS NO SE PIDE NADA;
      * CON TITULARES SE PIDEN LOS CLI-ID DE LOS QUE FIRMAN (HASTA 5,
      * 0 = FIN) Y SI LA REGLA NO SE CUMPLE FS-CTA QUEDA EN "23".
      *-----------------------------------------------------------------
       VERIFICAR-FIRMAS.
           MOVE 0 TO WS-FIR-CANT
           CALL "FIRMAS-RUTINA" USING WS-CUENTA WS-FIR-FIRMANTES
               WS-FIR-TITULARES WS-FIR-RESULTADO WS-FIR-RC
           IF WS-FIR-RC NOT = "10"
               DISPLAY "CUENTA CON " WS-FIR-TITULARES
                   " TITULARES/FIRMANTES. CLI-ID DE CADA FIRMANTE "
                   "(0 = FIN):"
               MOVE 1 TO WS-FIR-ID
               PERFORM UNTIL WS-FIR-ID = 0 OR WS-FIR-CANT = 5
                   DISPLAY "FIRMANTE: "
                   ACCEPT WS-FIR-ID
                   IF WS-FIR-ID NOT = 0
                       ADD 1 TO WS-FIR-CANT
                       MOVE WS-FIR-ID TO WS-FIR-CLI-ID(WS-FIR-CANT)
                   END-IF
               END-PERFORM
               CALL "FIRMAS-RUTINA" USING WS-CUENTA WS-FIR-FIRMANTES
                   WS-FIR-TITULARES WS-FIR-RESULTADO WS-FIR-RC
               IF WS-FIR-RESULTADO NOT = "S"
                   IF WS-FIR-RC = "20"
                       MOVE "FIRMANTE NO REGISTRADO EN LA CUENTA"
                           TO WS-MSG
                   ELSE
                       MOVE "FALTAN FIRMAS SEGUN LA REGLA DE LA CUENTA"
                           TO WS-MSG
                   END-IF
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "23" TO FS-CTA
               END-IF
           END-IF
       .

      *-----------------------------------------------------------------
      * BLOQUEO DE DEBITOS POR DOCUMENTO VENCIDO (IDENTIDAD.IDX, LO
      * MARCA DB-KYC): RETIRO, TRANSFERENCIA, DIVISAS, PAGO DE
      * SERVICIOS Y TRANSFERENCIA A OTRO BANCO. SE REVISA EL TITULAR
      * DE LA CUENTA Y CADA FIRMANTE PRESENTADO. SIN IDENTIDAD.IDX
      * NO HAY BLOQUEOS.
      *-----------------------------------------------------------------
       VERIFICAR-BLOQUEO-KYC.
           MOVE 0 TO WS-KYC-BLOQUEADO
           OPEN INPUT IDENTIDAD
           IF FS-IDN = "00"
               MOVE CTA-CLI-ID TO IDN-CLI-ID
               PERFORM LEER-BLOQUEO-KYC
               PERFORM VARYING WS-KYC-IDX FROM 1 BY 1
                       UNTIL WS-KYC-IDX > WS-FIR-CANT
                   MOVE WS-FIR-CLI-ID(WS-KYC-IDX) TO IDN-CLI-ID
                   PERFORM LEER-BLOQUEO-KYC
               END-PERFORM
               CLOSE IDENTIDAD
           END-IF
           IF WS-KYC-BLOQUEADO NOT = 0
               MOVE SPACES TO WS-MSG
               STRING "DEBITO BLOQUEADO: DOCUMENTO VENCIDO CLIENTE "
                   WS-KYC-BLOQUEADO DELIMITED BY SIZE INTO WS-MSG
               END-STRING
               PERFORM MOSTRAR-MENSAJE
               MOVE "23" TO FS-CTA
           END-IF
       .

       LEER-BLOQUEO-KYC.
           READ IDENTIDAD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IDN-BLOQUEADO
                       MOVE IDN-CLI-ID TO WS-KYC-BLOQUEADO
                   END-IF
           END-READ
       .

       LEER-TITULAR.
           MOVE CTA-CLI-ID TO CLI-ID
           READ CLIENTES
           IF WS-MOV-MONEDA = SPACES
               MOVE "LOC" TO WS-MOV-MONEDA
           END-IF
           PERFORM PEDIR-FECHA-VALOR
       .

      *-----------------------------------------------------------------
      * FECHA VALOR DEL MOVIMIENTO (0 = FECHA DE NEGOCIO), VALIDADA
      * CON LA RUTINA COMUN: NO FUTURA Y DENTRO DEL TOPE DE DIAS.
      *-----------------------------------------------------------------
       PEDIR-FECHA-VALOR.
           DISPLAY "FECHA VALOR (AAAAMMDD, 0 = FECHA DE NEGOCIO): "
           ACCEPT WS-FECHA-VALOR
           MOVE "V" TO WS-FVL-FUNCION
           CALL "FECHA-VALOR-RUTINA" USING WS-FVL-FUNCION
               WS-CUENTA WS-FECHA-NEGOCIO MOV-SECUENCIA
               WS-FECHA-VALOR WS-MOV-TIPO WS-IMPORTE WS-OPERADOR
               WS-FVL-RC
       .

       RECHAZAR-FECHA-VALOR.
           EVALUATE WS-FVL-RC
               WHEN "92"
                   MOVE "FECHA VALOR FUTURA. OPERACION RECHAZADA"
                       TO WS-MSG
               WHEN "93"
                   MOVE "FECHA VALOR FUERA DE LIMITE. RECHAZADA"
                       TO WS-MSG
               WHEN OTHER
                   MOVE "FECHA VALOR INVALIDA. OPERACION RECHAZADA"
                       TO WS-MSG
           END-EVALUATE
           PERFORM MOSTRAR-MENSAJE
           MOVE "23" TO FS-CTA
       .

       VALIDAR-MONEDA.
           END-IF
       .

      *-----------------------------------------------------------------
      * CAJA DEL OPERADOR: UNA DIFERENCIA DE CAJA SIN APROBAR DE UN DIA
      * ANTERIOR LO DEJA AFUERA; SIN CAJA ABIERTA PUEDE CONSULTAR Y
      * OPERAR SIN EFECTIVO, PERO NO DEPOSITAR NI RETIRAR EN EFECTIVO.
      *-----------------------------------------------------------------
       VERIFICAR-CAJA-AL-ENTRAR.
           MOVE "V" TO WS-CAJ-FUNCION
           CALL "CAJA-RUTINA" USING WS-CAJ-FUNCION WS-OPERADOR
               WS-FECHA-NEGOCIO WS-CUENTA WS-CAJ-IMPORTE
               WS-CAJ-SUCURSAL WS-CAJ-RC
           EVALUATE WS-CAJ-RC
               WHEN "20"
                   DISPLAY "OPERADOR BLOQUEADO: DIFERENCIA DE CAJA SIN "
                       "APROBAR POR EL SUPERVISOR."
                   CLOSE CLIENTES
                   CLOSE CUENTAS
                   CLOSE ARCH-MOVIMIENTOS
                   PERFORM LIBERAR-CANDADO
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN "00"
                   MOVE WS-CAJ-IMPORTE TO WS-ED-CAJA
                   DISPLAY "CAJA ABIERTA, SUCURSAL " WS-CAJ-SUCURSAL
                       ", EFECTIVO: " WS-ED-CAJA
               WHEN OTHER
                   DISPLAY "SIN CAJA ABIERTA HOY: DEPOSITOS Y RETIROS "
                       "EN EFECTIVO RECHAZADOS (MENU, OPCION 14)."
           END-EVALUATE
       .

      *    DEPOSITO Y RETIRO EN MONEDA LOCAL SON EFECTIVO DE LA CAJA.
       VERIFICAR-CAJA.
           IF WS-MOV-MONEDA = "LOC"
               MOVE "V" TO WS-CAJ-FUNCION
               CALL "CAJA-RUTINA" USING WS-CAJ-FUNCION WS-OPERADOR
                   WS-FECHA-NEGOCIO WS-CUENTA WS-CAJ-IMPORTE
                   WS-CAJ-SUCURSAL WS-CAJ-RC
               IF WS-CAJ-RC NOT = "00"
                   MOVE "SIN CAJA ABIERTA. OPERACION RECHAZADA"
                       TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "23" TO FS-CTA
               ELSE
                   IF WS-MOV-TIPO = "R"
                           AND WS-IMPORTE > WS-CAJ-IMPORTE
                       MOVE "EFECTIVO INSUFICIENTE EN CAJA" TO WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "23" TO FS-CTA
                   END-IF
               END-IF
           END-IF
       .

       REGISTRAR-EN-CAJA.
           IF WS-MOV-MONEDA = "LOC" AND FS-CTA = "00"
               MOVE WS-MOV-TIPO TO WS-CAJ-FUNCION
               MOVE WS-IMPORTE TO WS-CAJ-IMPORTE
               CALL "CAJA-RUTINA" USING WS-CAJ-FUNCION WS-OPERADOR
                   WS-FECHA-NEGOCIO WS-CUENTA WS-CAJ-IMPORTE
                   WS-CAJ-SUCURSAL WS-CAJ-RC
               IF WS-CAJ-RC NOT = "00"
                   MOVE "AVISO: LA CAJA NO REFLEJO EL MOVIMIENTO"
                       TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
               END-IF
           END-IF
       .

       CICS-GET-SIM.
           PERFORM LEER-CUENTA-Y-TITULAR THRU LEER-CUENTA-Y-TITULAR-FIN
           IF FS-CTA = "00"
               PERFORM MOSTRAR-PANTALLA-SALDO
           END-IF
       .

       CICS-DEPOSITO-SIM.
           PERFORM LEER-CUENTA-Y-TITULAR THRU LEER-CUENTA-Y-TITULAR-FIN
           IF FS-CTA = "00"
               PERFORM VALIDAR-MONEDA
           END-IF
           IF FS-CTA = "00" AND WS-FVL-RC NOT = "00"
               PERFORM RECHAZAR-FECHA-VALOR
           END-IF
           MOVE "D" TO WS-MOV-TIPO
           IF FS-CTA = "00"
               PERFORM VERIFICAR-CAJA
           END-IF
           IF FS-CTA = "00"
               PERFORM APLICAR-DEPOSITO
               MOVE "D" TO WS-MOV-TIPO
               PERFORM ACTUALIZAR-SALDO
               PERFORM REGISTRAR-EN-CAJA
           END-IF
       .

       CICS-RETIRO-SIM.
           PERFORM LEER-CUENTA-Y-TITULAR THRU LEER-CUENTA-Y-TITULAR-FIN
           IF FS-CTA = "00"
               PERFORM VALIDAR-MONEDA
           END-IF
           IF FS-CTA = "00"
               PERFORM VERIFICAR-FIRMAS
           END-IF
           IF FS-CTA = "00"
               PERFORM VERIFICAR-BLOQUEO-KYC
           END-IF
           IF FS-CTA = "00" AND WS-FVL-RC NOT = "00"
               PERFORM RECHAZAR-FECHA-VALOR
           END-IF
           MOVE "R" TO WS-MOV-TIPO
           IF FS-CTA = "00"
               PERFORM VERIFICAR-CAJA
           END-IF
           IF FS-CTA = "00"
               PERFORM CALCULAR-RETENIDO
               COMPUTE WS-DISPONIBLE =
                       PERFORM APLICAR-RETIRO
                       MOVE "R" TO WS-MOV-TIPO
                       PERFORM ACTUALIZAR-SALDO
                       PERFORM REGISTRAR-EN-CAJA
                   ELSE
                       MOVE "RETIRO NO AUTORIZADO POR SUPERVISOR"
                           TO WS-MSG
                       MOVE "CUENTA ORIGEN DADA DE BAJA" TO WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                   ELSE
                       MOVE "00" TO FS-CTA
                       PERFORM VERIFICAR-CUENTA-PERSONAL
                       IF FS-CTA = "00"
                           PERFORM VERIFICAR-FIRMAS
                       END-IF
                       IF FS-CTA = "00"
                           PERFORM VERIFICAR-BLOQUEO-KYC
                       END-IF
                       IF FS-CTA = "00"
                           PERFORM PEDIR-DESTINO-Y-TRANSFERIR
                       END-IF
                   END-IF
           END-READ
       .
           ACCEPT WS-CTA-DESTINO
           DISPLAY "IMPORTE A TRANSFERIR: "
           ACCEPT WS-IMPORTE
           PERFORM PEDIR-FECHA-VALOR

           IF WS-CTA-DESTINO = WS-CUENTA
               MOVE "ORIGEN Y DESTINO SON LA MISMA CUENTA"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           ELSE
           IF WS-FVL-RC NOT = "00"
               PERFORM RECHAZAR-FECHA-VALOR
           ELSE
           IF WS-IMPORTE > WS-DISPONIBLE
               MOVE "FONDOS INSUFICIENTES EN EL ORIGEN" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
                                   TO WS-MSG
                               PERFORM MOSTRAR-MENSAJE
                           ELSE
                               MOVE "00" TO FS-CTA
                               PERFORM VERIFICAR-CUENTA-PERSONAL
                               IF FS-CTA = "00"
                                   PERFORM EJECUTAR-TRANSFERENCIA
                               END-IF
                           END-IF
                       END-IF
               END-READ
               END-IF
           END-IF
           END-IF
           END-IF
       .

       EJECUTAR-TRANSFERENCIA.
       .

      *-----------------------------------------------------------------
      * COMPRA/VENTA DE DIVISAS ENTRE DOS CUENTAS DEL MISMO TITULAR,
      * UNA EN MONEDA LOCAL Y OTRA EN DIVISA. EL IMPORTE SE PIDE EN LA
      * MONEDA DE LA CUENTA DEBITO; LA TASA ES LA VIGENTE DE
      * tipos_cambio.txt A LA FECHA DE NEGOCIO MAS EL SPREAD DE LA
      * MONEDA (spread_divisas.txt): EL BANCO VENDE LA DIVISA POR
      * ENCIMA DE LA TASA Y LA COMPRA POR DEBAJO. DEBITO (X) Y ABONO
      * (Y) COMPARTEN EL NUMERO DE OPERACION, QUE QUEDA CON TASAS E
      * INGRESO POR SPREAD EN divisas_operaciones.txt PARA LA
      * POSICION DIARIA (DB-POSICION-DIVISAS).
      *-----------------------------------------------------------------
       CICS-CAMBIO-DIVISAS-SIM.
           DISPLAY "CUENTA DEBITO (8 digitos): "
           ACCEPT WS-CUENTA
           PERFORM LEER-CUENTA-Y-TITULAR THRU LEER-CUENTA-Y-TITULAR-FIN
           IF FS-CTA NOT = "00"
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF
           PERFORM VERIFICAR-FIRMAS
           IF FS-CTA NOT = "00"
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF
           PERFORM VERIFICAR-BLOQUEO-KYC
           IF FS-CTA NOT = "00"
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF
           MOVE CTA-MONEDA TO WS-MONEDA-ORIGEN
           IF WS-MONEDA-ORIGEN = SPACES
               MOVE "LOC" TO WS-MONEDA-ORIGEN
           END-IF
           MOVE CTA-CLI-ID TO WS-FX-CLI-ID
           PERFORM CALCULAR-RETENIDO
           COMPUTE WS-DISPONIBLE =
               CTA-SALDO + CTA-LIMITE - CTA-SOBREGIRO
               - WS-RETENIDO

           DISPLAY "CUENTA CREDITO (8 digitos): "
           ACCEPT WS-CTA-DESTINO
           IF WS-CTA-DESTINO = WS-CUENTA
               MOVE "DEBITO Y CREDITO SON LA MISMA CUENTA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF
           MOVE WS-CTA-DESTINO TO WS-DV-CUENTA
           PERFORM VERIFICAR-DIGITO-CUENTA
           IF WS-DV-RC NOT = "00"
               MOVE "CUENTA CREDITO CON DIGITO INVALIDO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF
           MOVE WS-CTA-DESTINO TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE "CUENTA CREDITO NO ENCONTRADA" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO CICS-CAMBIO-DIVISAS-FIN
           END-READ
           IF CTA-INACTIVA
               MOVE "CUENTA CREDITO DADA DE BAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF
           IF CTA-CLI-ID NOT = WS-FX-CLI-ID
               MOVE "LAS DOS CUENTAS DEBEN SER DEL MISMO TITULAR"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF
           MOVE CTA-MONEDA TO WS-MONEDA-DESTINO
           IF WS-MONEDA-DESTINO = SPACES
               MOVE "LOC" TO WS-MONEDA-DESTINO
           END-IF

      *    CLIENTE PAGA EN LOCAL: EL BANCO LE VENDE LA DIVISA (V).
      *    CLIENTE ENTREGA DIVISA: EL BANCO SE LA COMPRA (C).
           EVALUATE TRUE
               WHEN WS-MONEDA-ORIGEN = "LOC"
                       AND WS-MONEDA-DESTINO NOT = "LOC"
                   MOVE "V" TO WS-FX-OPERACION
                   MOVE WS-MONEDA-DESTINO TO WS-FX-MONEDA
               WHEN WS-MONEDA-ORIGEN NOT = "LOC"
                       AND WS-MONEDA-DESTINO = "LOC"
                   MOVE "C" TO WS-FX-OPERACION
                   MOVE WS-MONEDA-ORIGEN TO WS-FX-MONEDA
               WHEN OTHER
                   MOVE "SOLO ENTRE UNA CUENTA LOCAL Y UNA EN DIVISA"
                       TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO CICS-CAMBIO-DIVISAS-FIN
           END-EVALUATE

           PERFORM BUSCAR-TASA-DIVISA
           IF WS-FX-TASA-MEDIA = 0
               MOVE "SIN TASA DE CAMBIO VIGENTE PARA LA DIVISA"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF
           PERFORM BUSCAR-SPREAD-DIVISA
           IF WS-FX-SPREAD-OK NOT = "S"
               MOVE "DIVISA SIN SPREAD EN spread_divisas.txt"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF

           DISPLAY "IMPORTE A DEBITAR EN " WS-MONEDA-ORIGEN ": "
           ACCEPT WS-IMPORTE
           IF WS-IMPORTE = 0
               MOVE "IMPORTE INVALIDO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF
           IF WS-IMPORTE > WS-DISPONIBLE
               MOVE "FONDOS INSUFICIENTES EN LA CUENTA DEBITO"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF

           MOVE WS-IMPORTE TO WS-FX-IMPORTE-DEBITO
           IF WS-FX-OPERACION = "V"
               COMPUTE WS-FX-TASA-APLICADA ROUNDED = WS-FX-TASA-MEDIA
                   * (100 + WS-FX-SPREAD-VENTA) / 100
               COMPUTE WS-FX-IMPORTE-CREDITO ROUNDED =
                   WS-FX-IMPORTE-DEBITO / WS-FX-TASA-APLICADA
               MOVE WS-FX-IMPORTE-CREDITO TO WS-FX-IMPORTE-DIV
               MOVE WS-FX-IMPORTE-DEBITO TO WS-FX-IMPORTE-LOC
               COMPUTE WS-FX-GANANCIA ROUNDED = WS-FX-IMPORTE-LOC
                   - WS-FX-IMPORTE-DIV * WS-FX-TASA-MEDIA
           ELSE
               COMPUTE WS-FX-TASA-APLICADA ROUNDED = WS-FX-TASA-MEDIA
                   * (100 - WS-FX-SPREAD-COMPRA) / 100
               COMPUTE WS-FX-IMPORTE-CREDITO ROUNDED =
                   WS-FX-IMPORTE-DEBITO * WS-FX-TASA-APLICADA
               MOVE WS-FX-IMPORTE-DEBITO TO WS-FX-IMPORTE-DIV
               MOVE WS-FX-IMPORTE-CREDITO TO WS-FX-IMPORTE-LOC
               COMPUTE WS-FX-GANANCIA ROUNDED =
                   WS-FX-IMPORTE-DIV * WS-FX-TASA-MEDIA
                   - WS-FX-IMPORTE-LOC
           END-IF
           IF WS-FX-GANANCIA < 0
               MOVE 0 TO WS-FX-GANANCIA
           END-IF
           IF WS-FX-IMPORTE-CREDITO = 0
                   OR WS-FX-IMPORTE-CREDITO > 9999999.99
               MOVE "IMPORTE CONVERTIDO FUERA DE RANGO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF

           DISPLAY "----------------------------------------"
           IF WS-FX-OPERACION = "V"
               DISPLAY "VENTA DE " WS-FX-MONEDA " AL CLIENTE"
           ELSE
               DISPLAY "COMPRA DE " WS-FX-MONEDA " AL CLIENTE"
           END-IF
           MOVE WS-FX-TASA-APLICADA TO WS-ED-TASA
           DISPLAY "TASA APLICADA: " WS-ED-TASA " LOC POR 1 "
               WS-FX-MONEDA
           MOVE WS-FX-IMPORTE-DEBITO TO WS-ED-SALDO
           DISPLAY "SE DEBITA:     " WS-ED-SALDO " " WS-MONEDA-ORIGEN
               " DE LA CUENTA " WS-CUENTA
           MOVE WS-FX-IMPORTE-CREDITO TO WS-ED-SALDO
           DISPLAY "SE ACREDITA:   " WS-ED-SALDO " "
               WS-MONEDA-DESTINO " EN LA CUENTA " WS-CTA-DESTINO
           DISPLAY "CONFIRMA LA OPERACION (S/N): "
           ACCEPT WS-FX-RESPUESTA
           MOVE FUNCTION UPPER-CASE(WS-FX-RESPUESTA)
               TO WS-FX-RESPUESTA
           IF WS-FX-RESPUESTA NOT = "S"
               MOVE "OPERACION DE CAMBIO DESCARTADA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-CAMBIO-DIVISAS-FIN
           END-IF

           PERFORM EJECUTAR-CAMBIO-DIVISAS
       .
       CICS-CAMBIO-DIVISAS-FIN.
           EXIT.

      *    LAS DOS PATAS COMO UNIDAD, IGUAL QUE LA TRANSFERENCIA: SI EL
      *    ABONO FALLA SE COMPENSA EL DEBITO.
       EJECUTAR-CAMBIO-DIVISAS.
           ACCEPT WS-MOV-REF FROM TIME
           MOVE 0 TO WS-FECHA-VALOR
           MOVE "N" TO WS-TRANSFER-OK

           MOVE WS-CUENTA TO CTA-NUMERO
           READ CUENTAS
           MOVE WS-FX-IMPORTE-DEBITO TO WS-IMPORTE
           PERFORM APLICAR-RETIRO
           IF CTA-DORMIDA
               MOVE "A" TO CTA-ESTADO
           END-IF
           REWRITE CUENTA-REG
           IF FS-CTA = "00"
               MOVE "X" TO WS-MOV-TIPO
               PERFORM GRABAR-MOVIMIENTO
               MOVE "S" TO WS-TRANSFER-OK
           ELSE
               MOVE "ERROR AL DEBITAR LA CUENTA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF

           IF WS-TRANSFER-OK = "S"
               MOVE WS-CTA-DESTINO TO CTA-NUMERO
               READ CUENTAS
               MOVE WS-FX-IMPORTE-CREDITO TO WS-IMPORTE
               PERFORM APLICAR-DEPOSITO
               IF CTA-DORMIDA
                   MOVE "A" TO CTA-ESTADO
               END-IF
               REWRITE CUENTA-REG
               IF FS-CTA = "00"
                   MOVE "Y" TO WS-MOV-TIPO
                   PERFORM GRABAR-MOVIMIENTO
                   PERFORM GRABAR-OPERACION-DIVISAS
                   DISPLAY "----------------------------------------"
                   DISPLAY "CAMBIO APLICADO. OPERACION: " WS-MOV-REF
                   MOVE WS-FX-TASA-APLICADA TO WS-ED-TASA
                   DISPLAY "TASA APLICADA: " WS-ED-TASA " LOC POR 1 "
                       WS-FX-MONEDA
                   MOVE WS-FX-IMPORTE-CREDITO TO WS-ED-SALDO
                   DISPLAY "ACREDITADO:    " WS-ED-SALDO " "
                       WS-MONEDA-DESTINO
               ELSE
                   DISPLAY "ERROR AL ABONAR LA CUENTA CREDITO. SE "
                       "COMPENSA EL DEBITO."
                   MOVE WS-CUENTA TO CTA-NUMERO
                   READ CUENTAS
                   MOVE WS-FX-IMPORTE-DEBITO TO WS-IMPORTE
                   PERFORM APLICAR-DEPOSITO
                   REWRITE CUENTA-REG
                   MOVE "Y" TO WS-MOV-TIPO
                   PERFORM GRABAR-MOVIMIENTO
               END-IF
           END-IF
           MOVE 0 TO WS-MOV-REF
       .

       GRABAR-OPERACION-DIVISAS.
           OPEN EXTEND ARCH-OPER-DIVISAS
           IF FS-FXO = "35"
               OPEN OUTPUT ARCH-OPER-DIVISAS
           END-IF
           MOVE SPACES TO REG-OPER-DIVISAS
           MOVE WS-MOV-FECHA TO FXO-FECHA
           MOVE WS-MOV-REF TO FXO-NUMERO
           MOVE WS-MOV-HORA TO FXO-HORA
           MOVE WS-FX-OPERACION TO FXO-OPERACION
           MOVE WS-FX-MONEDA TO FXO-MONEDA
           MOVE WS-FX-IMPORTE-DIV TO FXO-IMPORTE-DIV
           MOVE WS-FX-IMPORTE-LOC TO FXO-IMPORTE-LOC
           MOVE WS-FX-TASA-MEDIA TO FXO-TASA-MEDIA
           MOVE WS-FX-TASA-APLICADA TO FXO-TASA-APLICADA
           MOVE WS-FX-GANANCIA TO FXO-SPREAD
           MOVE WS-CUENTA TO FXO-CTA-DEBITO
           MOVE WS-CTA-DESTINO TO FXO-CTA-CREDITO
           MOVE WS-FX-CLI-ID TO FXO-CLI-ID
           MOVE CTA-SUCURSAL TO FXO-SUCURSAL
           MOVE WS-OPERADOR TO FXO-OPERADOR
           WRITE REG-OPER-DIVISAS
           IF FS-FXO NOT = "00"
               MOVE "EL CAMBIO SE APLICO PERO NO QUEDO REGISTRADO"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF
           CLOSE ARCH-OPER-DIVISAS
       .

      *    TASA MEDIA DE LA DIVISA A LA FECHA DE NEGOCIO: LA DE FECHA
      *    MAS RECIENTE QUE NO LA SUPERA.
       BUSCAR-TASA-DIVISA.
           MOVE 0 TO WS-FX-TASA-MEDIA
           MOVE 0 TO WS-TASA-FECHA
           MOVE "N" TO WS-FIN-CAMBIOS
           OPEN INPUT ARCH-CAMBIOS
           IF FS-TCB = "00"
               PERFORM LEER-CAMBIO
               PERFORM UNTIL WS-FIN-CAMBIOS = "S"
                   IF TCB-MONEDA = WS-FX-MONEDA
                           AND TCB-FECHA <= WS-FECHA-NEGOCIO
                           AND TCB-FECHA >= WS-TASA-FECHA
                       MOVE TCB-FECHA TO WS-TASA-FECHA
                       MOVE TCB-TASA TO WS-FX-TASA-MEDIA
                   END-IF
                   PERFORM LEER-CAMBIO
               END-PERFORM
               CLOSE ARCH-CAMBIOS
           END-IF
       .

      *    SPREAD DE COMPRA Y DE VENTA DE LA DIVISA, EN PORCENTAJE
      *    SOBRE LA TASA MEDIA.
       BUSCAR-SPREAD-DIVISA.
           MOVE "N" TO WS-FX-SPREAD-OK
           MOVE "N" TO WS-FIN-SPR
           OPEN INPUT ARCH-SPREADS
           IF FS-SPR = "00"
               PERFORM UNTIL WS-FIN-SPR = "S"
                   READ ARCH-SPREADS
                       AT END
                           MOVE "S" TO WS-FIN-SPR
                       NOT AT END
                           IF SPR-MONEDA = WS-FX-MONEDA
                               MOVE SPR-COMPRA TO WS-FX-SPREAD-COMPRA
                               MOVE SPR-VENTA TO WS-FX-SPREAD-VENTA
                               MOVE "S" TO WS-FX-SPREAD-OK
                               MOVE "S" TO WS-FIN-SPR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-SPREADS
           END-IF
       .

      *-----------------------------------------------------------------
      * PAGO DE SERVICIOS: FACTURADOR DEL CATALOGO, REFERENCIA DE LA
      * FACTURA CONTRA SU FORMATO Y DEBITO EN MONEDA LOCAL CON EL
      * MISMO DISPONIBLE QUE EL RETIRO. EL MOVIMIENTO (TIPO P) Y EL
      * PAGO REGISTRADO COMPARTEN EL NUMERO DE PAGO.
      *-----------------------------------------------------------------
       CICS-PAGO-SERVICIO-SIM.
           PERFORM LEER-CUENTA-Y-TITULAR THRU LEER-CUENTA-Y-TITULAR-FIN
           IF FS-CTA = "00"
               IF NOT CTA-MONEDA-LOCAL
                   MOVE "EL PAGO DE SERVICIOS ES EN MONEDA LOCAL"
                       TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "23" TO FS-CTA
               END-IF
           END-IF
           IF FS-CTA = "00"
               PERFORM VERIFICAR-FIRMAS
           END-IF
           IF FS-CTA = "00"
               PERFORM VERIFICAR-BLOQUEO-KYC
           END-IF
           IF FS-CTA = "00"
               PERFORM PEDIR-FACTURADOR
           END-IF
           IF FS-CTA = "00"
               PERFORM PEDIR-REFERENCIA-FACTURA
           END-IF
           IF FS-CTA = "00"
               DISPLAY "IMPORTE A PAGAR: "
               ACCEPT WS-IMPORTE
               IF WS-IMPORTE = 0
                   MOVE "IMPORTE INVALIDO" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "23" TO FS-CTA
               END-IF
           END-IF
           IF FS-CTA = "00"
               PERFORM CALCULAR-RETENIDO
               COMPUTE WS-DISPONIBLE =
                   CTA-SALDO + CTA-LIMITE - CTA-SOBREGIRO
                   - WS-RETENIDO
               IF WS-IMPORTE > WS-DISPONIBLE
                   MOVE "FONDOS INSUFICIENTES. PAGO RECHAZADO"
                       TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
               ELSE
                   ACCEPT WS-MOV-REF FROM TIME
                   MOVE 0 TO WS-FECHA-VALOR
                   PERFORM APLICAR-RETIRO
                   MOVE "P" TO WS-MOV-TIPO
                   PERFORM ACTUALIZAR-SALDO
                   IF FS-CTA = "00" AND FS-MOV = "00"
                       PERFORM GRABAR-PAGO-SERVICIO
                   END-IF
                   MOVE 0 TO WS-MOV-REF
               END-IF
           END-IF
       .

       PEDIR-FACTURADOR.
           DISPLAY "CODIGO DE FACTURADOR (4 CARACTERES): "
           ACCEPT WS-FAC-CODIGO
           MOVE FUNCTION UPPER-CASE(WS-FAC-CODIGO) TO WS-FAC-CODIGO
           MOVE 0 TO WS-FAC-HALLADO
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-CANT-FAC
               IF TF-CODIGO(WS-IDX-FAC) = WS-FAC-CODIGO
                   MOVE WS-IDX-FAC TO WS-FAC-HALLADO
                   MOVE WS-CANT-FAC TO WS-IDX-FAC
               END-IF
           END-PERFORM
           IF WS-FAC-HALLADO = 0
               MOVE "FACTURADOR INEXISTENTE O DADO DE BAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               MOVE "23" TO FS-CTA
           ELSE
               DISPLAY "FACTURADOR: " TF-NOMBRE(WS-FAC-HALLADO)
           END-IF
       .

      *    CADA POSICION DEL FORMATO EXIGE SU CLASE DE CARACTER; DESDE
      *    EL PRIMER BLANCO DEL FORMATO LA REFERENCIA DEBE VENIR VACIA.
       PEDIR-REFERENCIA-FACTURA.
           DISPLAY "REFERENCIA DE LA FACTURA (FORMATO "
               TF-FORMATO(WS-FAC-HALLADO) "): "
           ACCEPT WS-FAC-REFERENCIA
           MOVE FUNCTION UPPER-CASE(WS-FAC-REFERENCIA)
               TO WS-FAC-REFERENCIA
           MOVE "S" TO WS-REF-OK
           IF WS-FAC-REFERENCIA = SPACES
               MOVE "N" TO WS-REF-OK
           END-IF
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > 20
               MOVE TF-FORMATO(WS-FAC-HALLADO)(WS-IDX-REF:1)
                   TO WS-FMT-CAR
               MOVE WS-FAC-REFERENCIA(WS-IDX-REF:1) TO WS-REF-CAR
               EVALUATE WS-FMT-CAR
                   WHEN "9"
                       IF WS-REF-CAR IS NOT NUMERIC
                           MOVE "N" TO WS-REF-OK
                       END-IF
                   WHEN "A"
                       IF WS-REF-CAR IS NOT ALPHABETIC
                               OR WS-REF-CAR = SPACE
                           MOVE "N" TO WS-REF-OK
                       END-IF
                   WHEN "X"
                       IF WS-REF-CAR = SPACE
                           MOVE "N" TO WS-REF-OK
                       END-IF
                   WHEN OTHER
                       IF WS-REF-CAR NOT = SPACE
                           MOVE "N" TO WS-REF-OK
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-REF-OK NOT = "S"
               MOVE "REFERENCIA CON FORMATO INVALIDO PARA EL FACTURADOR"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               MOVE "23" TO FS-CTA
           END-IF
       .

       GRABAR-PAGO-SERVICIO.
           OPEN EXTEND ARCH-PAGOS-SERV
           IF FS-PSV = "35"
               OPEN OUTPUT ARCH-PAGOS-SERV
           END-IF
           MOVE SPACES TO REG-PAGO-SERV
           MOVE WS-MOV-FECHA TO PSV-FECHA
           MOVE WS-MOV-REF TO PSV-NUMERO
           MOVE WS-FAC-CODIGO TO PSV-FACTURADOR
           MOVE WS-FAC-REFERENCIA TO PSV-REFERENCIA
           MOVE WS-IMPORTE TO PSV-IMPORTE
           MOVE CTA-NUMERO TO PSV-CUENTA
           MOVE CTA-CLI-ID TO PSV-CLI-ID
           MOVE CTA-SUCURSAL TO PSV-SUCURSAL
           MOVE WS-OPERADOR TO PSV-OPERADOR
           MOVE WS-MOV-HORA TO PSV-HORA
           WRITE REG-PAGO-SERV
           IF FS-PSV = "00"
               DISPLAY "PAGO REGISTRADO. NUMERO DE PAGO: " WS-MOV-REF
           ELSE
               MOVE "EL PAGO SE DEBITO PERO NO QUEDO REGISTRADO"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF
           CLOSE ARCH-PAGOS-SERV
       .

      *-----------------------------------------------------------------
      * CATALOGO DE FACTURADORES (facturadores.txt): SOLO LOS ACTIVOS.
      *-----------------------------------------------------------------
       CARGAR-FACTURADORES.
           OPEN INPUT ARCH-FACTURADORES
           IF FS-FAC = "00"
               PERFORM LEER-FACTURADOR
               PERFORM UNTIL WS-FIN-FAC = "S"
                   IF WS-CANT-FAC < 50 AND FAC-ACTIVO
                       ADD 1 TO WS-CANT-FAC
                       MOVE FAC-CODIGO TO TF-CODIGO(WS-CANT-FAC)
                       MOVE FAC-NOMBRE TO TF-NOMBRE(WS-CANT-FAC)
                       MOVE FAC-FORMATO TO TF-FORMATO(WS-CANT-FAC)
                   END-IF
                   PERFORM LEER-FACTURADOR
               END-PERFORM
               CLOSE ARCH-FACTURADORES
           END-IF
       .

       LEER-FACTURADOR.
           READ ARCH-FACTURADORES
               AT END MOVE "S" TO WS-FIN-FAC
           END-READ
       .

      *-----------------------------------------------------------------
      * TRANSFERENCIA A OTRO BANCO: BANCO DEL CATALOGO, CUENTA Y
      * NOMBRE DEL BENEFICIARIO Y DEBITO EN MONEDA LOCAL CON EL MISMO
      * DISPONIBLE QUE EL RETIRO. EL IMPORTE SALE EN EL ACTO A LA
      * POSICION DE TRANSITO (MOVIMIENTO TIPO B) Y LA ORDEN QUEDA
      * PENDIENTE EN TRANSFERENCIAS.IDX HASTA QUE DB-IBXFER-OUT LA
      * MANDA A COMPENSACION. MOVIMIENTO Y ORDEN COMPARTEN EL NUMERO
      * DE TRANSFERENCIA, QUE ES LO QUE DEVUELVE EL BANCO DESTINO SI
      * LA RECHAZA (DB-IBXFER-RET).
      *-----------------------------------------------------------------
       CICS-TRANSF-BANCO-SIM.
           PERFORM LEER-CUENTA-Y-TITULAR THRU LEER-CUENTA-Y-TITULAR-FIN
           IF FS-CTA = "00"
               IF NOT CTA-MONEDA-LOCAL
                   MOVE "TRANSFERENCIA A OTRO BANCO: SOLO MONEDA LOCAL"
                       TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "23" TO FS-CTA
               END-IF
           END-IF
           IF FS-CTA = "00"
               PERFORM VERIFICAR-FIRMAS
           END-IF
           IF FS-CTA = "00"
               PERFORM VERIFICAR-BLOQUEO-KYC
           END-IF
           IF FS-CTA = "00"
               PERFORM PEDIR-BANCO-DESTINO
           END-IF
           IF FS-CTA = "00"
               PERFORM PEDIR-BENEFICIARIO
           END-IF
           IF FS-CTA = "00"
               DISPLAY "IMPORTE A TRANSFERIR: "
               ACCEPT WS-IMPORTE
               IF WS-IMPORTE = 0
                   MOVE "IMPORTE INVALIDO" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "23" TO FS-CTA
               END-IF
           END-IF
           IF FS-CTA = "00"
               PERFORM CALCULAR-RETENIDO
               COMPUTE WS-DISPONIBLE =
                   CTA-SALDO + CTA-LIMITE - CTA-SOBREGIRO
                   - WS-RETENIDO
               IF WS-IMPORTE > WS-DISPONIBLE
                   MOVE "FONDOS INSUFICIENTES. TRANSFERENCIA RECHAZADA"
                       TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
               ELSE
                   PERFORM RESERVAR-NUMERO-TRANSF
                   IF FS-TRS = "00"
                       MOVE 0 TO WS-FECHA-VALOR
                       PERFORM APLICAR-RETIRO
                       MOVE "B" TO WS-MOV-TIPO
                       PERFORM ACTUALIZAR-SALDO
                       IF FS-CTA = "00" AND FS-MOV = "00"
                           PERFORM GRABAR-ORDEN-TRANSF
                       END-IF
                       CLOSE TRANSFERENCIAS
                   END-IF
                   MOVE 0 TO WS-MOV-REF
               END-IF
           END-IF
       .

       PEDIR-BANCO-DESTINO.
           DISPLAY "CODIGO DEL BANCO DESTINO (4 CARACTERES): "
           ACCEPT WS-BCO-CODIGO
           MOVE FUNCTION UPPER-CASE(WS-BCO-CODIGO) TO WS-BCO-CODIGO
           MOVE 0 TO WS-BCO-HALLADO
           PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                   UNTIL WS-IDX-BCO > WS-CANT-BCO
               IF TB-CODIGO(WS-IDX-BCO) = WS-BCO-CODIGO
                   MOVE WS-IDX-BCO TO WS-BCO-HALLADO
                   MOVE WS-CANT-BCO TO WS-IDX-BCO
               END-IF
           END-PERFORM
           IF WS-BCO-HALLADO = 0
               MOVE "BANCO INEXISTENTE O DADO DE BAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               MOVE "23" TO FS-CTA
           ELSE
               DISPLAY "BANCO: " TB-NOMBRE(WS-BCO-HALLADO)
           END-IF
       .

       PEDIR-BENEFICIARIO.
           DISPLAY "CUENTA DEL BENEFICIARIO (HASTA 20 CARACTERES): "
           ACCEPT WS-BENEF-CUENTA
           MOVE FUNCTION UPPER-CASE(WS-BENEF-CUENTA)
               TO WS-BENEF-CUENTA
           DISPLAY "NOMBRE DEL BENEFICIARIO: "
           ACCEPT WS-BENEF-NOMBRE
           MOVE FUNCTION UPPER-CASE(WS-BENEF-NOMBRE)
               TO WS-BENEF-NOMBRE
           IF WS-BENEF-CUENTA = SPACES OR WS-BENEF-NOMBRE = SPACES
               MOVE "FALTA LA CUENTA O EL NOMBRE DEL BENEFICIARIO"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               MOVE "23" TO FS-CTA
           END-IF
       .

      *    EL NUMERO DE TRANSFERENCIA SE TOMA DE LA HORA Y SE CORRE AL
      *    SIGUIENTE LIBRE DEL DIA ANTES DE DEBITAR, PARA QUE EL
      *    MOVIMIENTO NUNCA QUEDE CON UN NUMERO SIN ORDEN.
       RESERVAR-NUMERO-TRANSF.
           OPEN I-O TRANSFERENCIAS
           IF FS-TRS = "35"
               OPEN OUTPUT TRANSFERENCIAS
               CLOSE TRANSFERENCIAS
               OPEN I-O TRANSFERENCIAS
           END-IF
           IF FS-TRS NOT = "00"
               MOVE "REGISTRO DE TRANSFERENCIAS NO DISPONIBLE" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           ELSE
               ACCEPT WS-MOV-REF FROM TIME
               MOVE WS-FECHA-NEGOCIO TO TRS-FECHA
               MOVE WS-MOV-REF TO TRS-NUMERO
               MOVE "S" TO WS-TRS-OCUPADO
               PERFORM UNTIL WS-TRS-OCUPADO = "N"
                   READ TRANSFERENCIAS
                       INVALID KEY
                           MOVE "N" TO WS-TRS-OCUPADO
                       NOT INVALID KEY
                           ADD 1 TO TRS-NUMERO
                   END-READ
               END-PERFORM
               MOVE TRS-NUMERO TO WS-MOV-REF
               MOVE "00" TO FS-TRS
           END-IF
       .

       GRABAR-ORDEN-TRANSF.
           MOVE SPACES TO TRANSF-REG
           MOVE WS-MOV-FECHA TO TRS-FECHA
           MOVE WS-MOV-REF TO TRS-NUMERO
           MOVE CTA-NUMERO TO TRS-CUENTA
           MOVE CTA-CLI-ID TO TRS-CLI-ID
           MOVE CTA-SUCURSAL TO TRS-SUCURSAL
           MOVE WS-IMPORTE TO TRS-IMPORTE
           MOVE WS-BCO-CODIGO TO TRS-BANCO
           MOVE WS-BENEF-CUENTA TO TRS-CTA-BENEF
           MOVE WS-BENEF-NOMBRE TO TRS-NOMBRE-BENEF
           MOVE "P" TO TRS-ESTADO
           MOVE WS-MOV-FECHA TO TRS-FECHA-ESTADO
           MOVE 0 TO TRS-LOTE
           MOVE WS-OPERADOR TO TRS-OPERADOR
           MOVE WS-MOV-HORA TO TRS-HORA
           WRITE TRANSF-REG
               INVALID KEY
                   MOVE "TRANSFERENCIA DEBITADA PERO NO QUEDO EN COLA"
                       TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
               NOT INVALID KEY
                   DISPLAY "TRANSFERENCIA PENDIENTE DE ENVIO. NUMERO: "
                       WS-MOV-REF
           END-WRITE
       .

      *-----------------------------------------------------------------
      * CATALOGO DE BANCOS (bancos.txt): SOLO LOS ACTIVOS.
      *-----------------------------------------------------------------
       CARGAR-BANCOS.
           OPEN INPUT ARCH-BANCOS
           IF FS-BCO = "00"
               PERFORM LEER-BANCO
               PERFORM UNTIL WS-FIN-BCO = "S"
                   IF WS-CANT-BCO < 50 AND BCO-ACTIVO
                       ADD 1 TO WS-CANT-BCO
                       MOVE BCO-CODIGO TO TB-CODIGO(WS-CANT-BCO)
                       MOVE BCO-NOMBRE TO TB-NOMBRE(WS-CANT-BCO)
                   END-IF
                   PERFORM LEER-BANCO
               END-PERFORM
               CLOSE ARCH-BANCOS
           END-IF
       .

       LEER-BANCO.
           READ ARCH-BANCOS
               AT END MOVE "S" TO WS-FIN-BCO
           END-READ
       .

      *-----------------------------------------------------------------
      * CORRECCION DE UN MOVIMIENTO POSTEADO POR ERROR: SE IDENTIFICA
      * POR SU CLAVE (CUENTA + FECHA + SECUENCIA), EXIGE MOTIVO Y LA
      * CREDENCIAL DE UN SUPERVISOR DISTINTO DEL OPERADOR, Y POSTEA
      * EL OPUESTO EXACTO EN LA MISMA CUENTA: TIPO Z (DEBITO) SI EL
      * ORIGINAL FUE UN CREDITO, TIPO U (CREDITO) SI FUE UN DEBITO,
      * CON EL TIPO ORIGINAL EN MOV-TIPO-ORIGEN (EL DIARIO CONTABLE
      * INVIERTE EL ASIENTO DE ESE TIPO) Y EL NUMERO DE CORRECCION EN
      * MOV-REFERENCIA. EL ORIGINAL QUEDA CON MOV-ESTADO R Y LA
      * CORRECCION EN correcciones.txt. NO SE REVERSA DOS VECES EL
      * MISMO MOVIMIENTO NI UNA CORRECCION. NO TOCA LA CAJA: EL
      * EFECTIVO YA ENTRO O SALIO CON EL ORIGINAL.
      *-----------------------------------------------------------------
       CICS-REVERSO-SIM.
           PERFORM LEER-CUENTA-Y-TITULAR THRU LEER-CUENTA-Y-TITULAR-FIN
           IF FS-CTA NOT = "00"
               GO TO CICS-REVERSO-FIN
           END-IF
           DISPLAY "FECHA DEL MOVIMIENTO A REVERSAR (AAAAMMDD): "
           ACCEPT WS-COR-FECHA
           DISPLAY "SECUENCIA DEL MOVIMIENTO (5 digitos): "
           ACCEPT WS-COR-SECUENCIA
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-COR-FECHA TO MOV-FECHA
           MOVE WS-COR-SECUENCIA TO MOV-SECUENCIA
           READ ARCH-MOVIMIENTOS
               INVALID KEY
                   MOVE "MOVIMIENTO NO ENCONTRADO" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO CICS-REVERSO-FIN
           END-READ
           IF MOV-ES-CORRECCION
               MOVE "UNA CORRECCION NO SE REVERSA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-REVERSO-FIN
           END-IF
           PERFORM BUSCAR-CORRECCIONES
           IF MOV-REVERSADO OR WS-COR-YA = "S"
               MOVE "ESE MOVIMIENTO YA FUE REVERSADO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-REVERSO-FIN
           END-IF
           MOVE MOV-TIPO TO WS-COR-TIPO-ORIG
           CALL "SENTIDO-RUTINA" USING WS-COR-TIPO-ORIG
               WS-COR-SENTIDO WS-SEN-RC
           MOVE MOV-IMPORTE TO WS-IMPORTE
           DISPLAY "MOVIMIENTO: " MOV-FECHA " SEC " MOV-SECUENCIA
               " TIPO " MOV-TIPO " IMPORTE " MOV-IMPORTE
           IF MOV-REFERENCIA > 0
               DISPLAY "REFERENCIA: " MOV-REFERENCIA
           END-IF
      *    REVERSAR UN CREDITO YA GASTADO NO PUEDE DEJAR LA CUENTA
      *    FUERA DEL LIMITE PACTADO NI TOMAR FONDOS RETENIDOS.
           IF COR-ORIG-CREDITO
               PERFORM CALCULAR-RETENIDO
               COMPUTE WS-DISPONIBLE =
                   CTA-SALDO + CTA-LIMITE - CTA-SOBREGIRO
                   - WS-RETENIDO
               IF WS-IMPORTE > WS-DISPONIBLE
                   MOVE "FONDOS INSUFICIENTES PARA EL REVERSO"
                       TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO CICS-REVERSO-FIN
               END-IF
           END-IF
           DISPLAY "MOTIVO DE LA CORRECCION: "
           ACCEPT WS-COR-MOTIVO
           MOVE FUNCTION UPPER-CASE(WS-COR-MOTIVO) TO WS-COR-MOTIVO
           IF WS-COR-MOTIVO = SPACES
               MOVE "LA CORRECCION EXIGE UN MOTIVO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-REVERSO-FIN
           END-IF
           PERFORM PEDIR-AUTORIZACION-REVERSO
           IF WS-SUP-OK NOT = "S"
               MOVE "CORRECCION NO AUTORIZADA POR SUPERVISOR"
                   TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CICS-REVERSO-FIN
           END-IF

           MOVE WS-COR-NUMERO TO WS-MOV-REF
           MOVE WS-COR-TIPO-ORIG TO WS-MOV-TIPO-ORIGEN
           MOVE 0 TO WS-FECHA-VALOR
           IF COR-ORIG-CREDITO
               PERFORM APLICAR-RETIRO
               MOVE "Z" TO WS-MOV-TIPO
           ELSE
               PERFORM APLICAR-DEPOSITO
               MOVE "U" TO WS-MOV-TIPO
           END-IF
           REWRITE CUENTA-REG
           IF FS-CTA = "00"
               MOVE CTA-SALDO TO WS-NUEVO-SALDO
               PERFORM GRABAR-MOVIMIENTO
               IF FS-MOV = "00"
                   MOVE MOV-SECUENCIA TO WS-COR-SEC-REVERSO
                   PERFORM MARCAR-ORIGINAL-REVERSADO
                   PERFORM GRABAR-CORRECCION
                   PERFORM GRABAR-EVENTO-REVERSO
                   DISPLAY "CORRECCION APLICADA. NUMERO: "
                       WS-COR-NUMERO
               END-IF
               PERFORM MOSTRAR-PANTALLA-SALDO
           ELSE
               MOVE "ERROR AL ACTUALIZAR SALDO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF
           MOVE 0 TO WS-MOV-REF
           MOVE SPACE TO WS-MOV-TIPO-ORIGEN
       .
       CICS-REVERSO-FIN.
           EXIT.

      *    correcciones.txt: SIGUIENTE NUMERO LIBRE Y SI EL MOVIMIENTO
      *    EN REG-MOVIMIENTO YA TIENE UNA CORRECCION.
       BUSCAR-CORRECCIONES.
           MOVE "N" TO WS-COR-YA
           MOVE 1 TO WS-COR-NUMERO
           MOVE "N" TO WS-FIN-COR
           OPEN INPUT ARCH-CORRECCIONES
           IF FS-COR = "00"
               PERFORM UNTIL WS-FIN-COR = "S"
                   READ ARCH-CORRECCIONES
                       AT END
                           MOVE "S" TO WS-FIN-COR
                       NOT AT END
                           IF COR-NUMERO >= WS-COR-NUMERO
                               COMPUTE WS-COR-NUMERO = COR-NUMERO + 1
                           END-IF
                           IF COR-CUENTA = MOV-CUENTA
                                   AND COR-FECHA-ORIG = MOV-FECHA
                                   AND COR-SEC-ORIG = MOV-SECUENCIA
                               MOVE "S" TO WS-COR-YA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-CORRECCIONES
           END-IF
       .

      *    EL ORIGINAL QUEDA REVERSADO PARA QUE EL ESTADO DE CUENTA, LAS
      *    COMISIONES Y EL MONITOREO LO NETEEN CON SU CORRECCION.
       MARCAR-ORIGINAL-REVERSADO.
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-COR-FECHA TO MOV-FECHA
           MOVE WS-COR-SECUENCIA TO MOV-SECUENCIA
           READ ARCH-MOVIMIENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO MOV-ESTADO
                   REWRITE REG-MOVIMIENTO
           END-READ
           IF FS-MOV NOT = "00"
               MOVE "REVERSO POSTEADO SIN MARCAR EL ORIGINAL" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF
       .

       GRABAR-CORRECCION.
           OPEN EXTEND ARCH-CORRECCIONES
           IF FS-COR = "35"
               OPEN OUTPUT ARCH-CORRECCIONES
           END-IF
           MOVE SPACES TO REG-CORRECCION
           MOVE WS-COR-NUMERO TO COR-NUMERO
           MOVE WS-MOV-FECHA TO COR-FECHA
           MOVE WS-MOV-HORA TO COR-HORA
           MOVE CTA-NUMERO TO COR-CUENTA
           MOVE WS-COR-FECHA TO COR-FECHA-ORIG
           MOVE WS-COR-SECUENCIA TO COR-SEC-ORIG
           MOVE WS-COR-TIPO-ORIG TO COR-TIPO-ORIG
           MOVE WS-IMPORTE TO COR-IMPORTE
           MOVE WS-COR-SEC-REVERSO TO COR-SEC-REVERSO
           MOVE WS-MOV-TIPO TO COR-TIPO-REVERSO
           MOVE WS-OPERADOR TO COR-OPERADOR
           MOVE WS-SUP-USUARIO TO COR-SUPERVISOR
           MOVE WS-COR-MOTIVO TO COR-MOTIVO
           WRITE REG-CORRECCION
           IF FS-COR NOT = "00"
               MOVE "LA CORRECCION NO QUEDO REGISTRADA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           END-IF
           CLOSE ARCH-CORRECCIONES
       .

      *-----------------------------------------------------------------
      * LA CORRECCION SIEMPRE PASA POR UN SUPERVISOR (ROL S DE
      * usuarios.txt) QUE NO SEA EL MISMO OPERADOR.
      *-----------------------------------------------------------------
       PEDIR-AUTORIZACION-REVERSO.
           MOVE "N" TO WS-SUP-OK
           DISPLAY "LA CORRECCION REQUIERE AUTORIZACION DE SUPERVISOR."
           DISPLAY "USUARIO SUPERVISOR: "
           ACCEPT WS-SUP-USUARIO
           MOVE FUNCTION UPPER-CASE(WS-SUP-USUARIO)
               TO WS-SUP-USUARIO
           DISPLAY "CLAVE DEL SUPERVISOR: "
           ACCEPT WS-SUP-CLAVE

           MOVE WS-SUP-CLAVE TO WS-CLAVE-TEXTO
           PERFORM CALCULAR-HASH

           MOVE "N" TO WS-FIN-USUARIOS
           OPEN INPUT ARCH-USUARIOS
           IF FS-USR NOT = "00"
               DISPLAY "SIN usuarios.txt NO HAY QUIEN AUTORICE."
           ELSE
               PERFORM LEER-USUARIO
               PERFORM UNTIL WS-FIN-USUARIOS = "S"
                   IF USR-USUARIO = WS-SUP-USUARIO
                       IF USR-ROL-SUPERVISOR AND USR-ACTIVO
                               AND USR-BLOQUEADO NOT = "S"
                               AND USR-CLAVE = WS-HASH-TEXTO
                           MOVE "S" TO WS-SUP-OK
                       END-IF
                       MOVE "S" TO WS-FIN-USUARIOS
                   ELSE
                       PERFORM LEER-USUARIO
                   END-IF
               END-PERFORM
               CLOSE ARCH-USUARIOS
           END-IF

           IF WS-SUP-OK = "S" AND WS-SUP-USUARIO = WS-OPERADOR
               DISPLAY "EL SUPERVISOR NO PUEDE SER EL MISMO OPERADOR."
               MOVE "O" TO WS-SUP-OK
           END-IF
           IF WS-SUP-OK = "S"
               PERFORM VERIFICAR-SUPERVISOR-PERSONAL
           END-IF
           IF WS-SUP-OK = "S"
               DISPLAY "CORRECCION AUTORIZADA POR " WS-SUP-USUARIO
           ELSE
               IF WS-SUP-OK = "N"
                   DISPLAY "CREDENCIAL DE SUPERVISOR INVALIDA."
               END-IF
           END-IF
       .

       GRABAR-EVENTO-REVERSO.
           OPEN EXTEND ARCH-SEG-LOG
           IF FS-SLG = "35"
               OPEN OUTPUT ARCH-SEG-LOG
           END-IF
           ACCEPT WS-SEG-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-SEG-HORA FROM TIME
           MOVE SPACES TO WS-LINEA-SEG
           STRING
               WS-SEG-FECHA DELIMITED BY SIZE
               " " WS-SEG-HORA DELIMITED BY SIZE
               " EVENTO=REVERSO" DELIMITED BY SIZE
               " USUARIO=" WS-OPERADOR DELIMITED BY SIZE
               " SUP=" WS-SUP-USUARIO DELIMITED BY SIZE
               " CUENTA=" CTA-NUMERO DELIMITED BY SIZE
               " COR=" WS-COR-NUMERO DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG
       .

      *-----------------------------------------------------------------
      * CUENTAS DEL PERSONAL (cuentas_personal.txt, LA REGENERA
      * DB-CUENTAS-PERSONAL CADA NOCHE). SOLO INTERESAN LAS QUE TIENEN
      * USUARIO; SIN ARCHIVO NO HAY CUENTAS BLOQUEADAS.
      *-----------------------------------------------------------------
       CARGAR-CUENTAS-PERSONAL.
           OPEN INPUT ARCH-CTA-PERSONAL
           IF FS-CPE = "00"
               PERFORM LEER-CUENTA-PERSONAL
               PERFORM UNTIL WS-FIN-CPE = "S"
                   IF WS-CANT-PER < 1000 AND CPE-USUARIO NOT = SPACES
                       ADD 1 TO WS-CANT-PER
                       MOVE CPE-CUENTA TO TPE-CUENTA(WS-CANT-PER)
                       MOVE CPE-USUARIO TO TPE-USUARIO(WS-CANT-PER)
                       MOVE CPE-RELACION TO TPE-RELACION(WS-CANT-PER)
                   END-IF
                   PERFORM LEER-CUENTA-PERSONAL
               END-PERFORM
               CLOSE ARCH-CTA-PERSONAL
           END-IF
       .

       LEER-CUENTA-PERSONAL.
           READ ARCH-CTA-PERSONAL
               AT END MOVE "S" TO WS-FIN-CPE
           END-READ
       .

      *    RELACION DE WS-PER-USUARIO CON WS-PER-CUENTA (BLANCO =
      *    NINGUNA).
       BUSCAR-CUENTA-PERSONAL.
           MOVE SPACE TO WS-PER-RELACION
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-CANT-PER
               IF TPE-USUARIO(WS-IDX-PER) = WS-PER-USUARIO
                       AND TPE-CUENTA(WS-IDX-PER) = WS-PER-CUENTA
                   MOVE TPE-RELACION(WS-IDX-PER) TO WS-PER-RELACION
               END-IF
           END-PERFORM
       .

      *    EL OPERADOR NO POSTEA SOBRE LA CUENTA EN CTA-NUMERO SI ES
      *    SUYA O DE UN FAMILIAR: FS-CTA QUEDA EN "23".
       VERIFICAR-CUENTA-PERSONAL.
           MOVE WS-OPERADOR TO WS-PER-USUARIO
           MOVE CTA-NUMERO TO WS-PER-CUENTA
           PERFORM BUSCAR-CUENTA-PERSONAL
           IF WS-PER-RELACION NOT = SPACE
               IF WS-PER-RELACION = "P"
                   MOVE "OPERACION BLOQUEADA: CUENTA PROPIA" TO WS-MSG
               ELSE
                   MOVE "OPERACION BLOQUEADA: CUENTA DE UN FAMILIAR"
                       TO WS-MSG
               END-IF
               PERFORM MOSTRAR-MENSAJE
               PERFORM GRABAR-BLOQUEO-PERSONAL
               MOVE "23" TO FS-CTA
           END-IF
       .

      *    NI EL SUPERVISOR AUTORIZA SOBRE LA CUENTA WS-CUENTA SI ES
      *    SUYA O DE UN FAMILIAR: WS-SUP-OK QUEDA EN "P".
       VERIFICAR-SUPERVISOR-PERSONAL.
           MOVE WS-SUP-USUARIO TO WS-PER-USUARIO
           MOVE WS-CUENTA TO WS-PER-CUENTA
           PERFORM BUSCAR-CUENTA-PERSONAL
           IF WS-PER-RELACION NOT = SPACE
               DISPLAY "EL SUPERVISOR NO PUEDE AUTORIZAR SOBRE SU "
                   "PROPIA CUENTA NI LA DE UN FAMILIAR."
               PERFORM GRABAR-BLOQUEO-PERSONAL
               MOVE "P" TO WS-SUP-OK
           END-IF
       .

       GRABAR-BLOQUEO-PERSONAL.
           OPEN EXTEND ARCH-SEG-LOG
           IF FS-SLG = "35"
               OPEN OUTPUT ARCH-SEG-LOG
           END-IF
           ACCEPT WS-SEG-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-SEG-HORA FROM TIME
           MOVE SPACES TO WS-LINEA-SEG
           STRING
               WS-SEG-FECHA DELIMITED BY SIZE
               " " WS-SEG-HORA DELIMITED BY SIZE
               " EVENTO=BLOQ-PERSONAL" DELIMITED BY SIZE
               " USUARIO=" WS-PER-USUARIO DELIMITED BY SIZE
               " CUENTA=" WS-PER-CUENTA DELIMITED BY SIZE
               " REL=" WS-PER-RELACION DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG
       .

      *-----------------------------------------------------------------
      * CONTROL DE CUATRO OJOS: POR ENCIMA DEL MONTO CONFIGURADO EL
      * RETIRO SE DETIENE Y PIDE LA CREDENCIAL DE UN SUPERVISOR
      * (ROL S DE usuarios.txt, CLAVE CONTRA EL HASH). LA
      * AUTORIZACION QUEDA EN seguridad.log CON AMBOS USUARIOS.
      *-----------------------------------------------------------------
       PEDIR-AUTORIZACION-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK
           DISPLAY "RETIRO DE " WS-IMPORTE " SUPERA EL MONTO DE "
               "AUTORIZACION (" WS-MONTO-OVERRIDE ")."
           DISPLAY "USUARIO SUPERVISOR: "
           ACCEPT WS-SUP-USUARIO
           MOVE FUNCTION UPPER-CASE(WS-SUP-USUARIO)
               TO WS-SUP-USUARIO
           DISPLAY "CLAVE DEL SUPERVISOR: "
           ACCEPT WS-SUP-CLAVE

           MOVE WS-SUP-CLAVE TO WS-CLAVE-TEXTO
           PERFORM CALCULAR-HASH

           MOVE "N" TO WS-FIN-USUARIOS
           OPEN INPUT ARCH-USUARIOS
           IF FS-USR NOT = "00"
               DISPLAY "SIN usuarios.txt NO HAY QUIEN AUTORICE."
           ELSE
               PERFORM LEER-USUARIO
               PERFORM UNTIL WS-FIN-USUARIOS = "S"
                   IF USR-USUARIO = WS-SUP-USUARIO
                       IF USR-ROL-SUPERVISOR AND USR-ACTIVO
                               AND USR-BLOQUEADO NOT = "S"
                               AND USR-CLAVE = WS-HASH-TEXTO
                           MOVE "S" TO WS-SUP-OK
                       END-IF
                       MOVE "S" TO WS-FIN-USUARIOS
                   ELSE
                       PERFORM LEER-USUARIO
                   END-IF
               END-PERFORM
               CLOSE ARCH-USUARIOS
           END-IF

           IF WS-SUP-OK = "S"
               PERFORM VERIFICAR-SUPERVISOR-PERSONAL
           END-IF
           IF WS-SUP-OK = "S"
               DISPLAY "RETIRO AUTORIZADO POR " WS-SUP-USUARIO
               PERFORM GRABAR-OVERRIDE
           ELSE
               IF WS-SUP-OK = "N"
                   DISPLAY "CREDENCIAL DE SUPERVISOR INVALIDA."
               END-IF
           END-IF
       .

       LEER-USUARIO.
           READ ARCH-USUARIOS
               AT END MOVE "S" TO WS-FIN-USUARIOS
           END-READ
       .

      *-----------------------------------------------------------------
      * MISMO HASH CASERO DE EX04-CICS-MENU.
      *-----------------------------------------------------------------
       CALCULAR-HASH.
           MOVE 7 TO WS-HASH-TRABAJO
           PERFORM VARYING WS-IDX-CHAR FROM 1 BY 1
                   UNTIL WS-IDX-CHAR > 10
               COMPUTE WS-HASH-TRABAJO = FUNCTION MOD(
                   WS-HASH-TRABAJO * 31
                   + FUNCTION ORD(WS-CLAVE-TEXTO(WS-IDX-CHAR:1))
                   9999999967)
           END-PERFORM
           MOVE WS-HASH-TRABAJO TO WS-HASH-TEXTO
       .

       CARGAR-LIMITE-OVERRIDE.
           OPEN INPUT ARCH-LIM-RETIRO
           IF FS-LRT = "00"
               READ ARCH-LIM-RETIRO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LRT-MONTO TO WS-MONTO-OVERRIDE
               END-READ
               CLOSE ARCH-LIM-RETIRO
           END-IF
       .

       GRABAR-OVERRIDE.
           OPEN EXTEND ARCH-SEG-LOG
           IF FS-SLG = "35"
               OPEN OUTPUT ARCH-SEG-LOG
           END-IF
           IF WS-TOPE-DIARIO = 0
               CONTINUE
           ELSE
               MOVE WS-FECHA-NEGOCIO TO WS-RDIA-FECHA
               CALL "RETIROS-RUTINA" USING WS-RDIA-CLI
                   WS-RDIA-FECHA WS-RETIROS-DIA WS-RDIA-RC
               IF WS-RETIROS-DIA + WS-IMPORTE > WS-TOPE-DIARIO
               CLOSE ARCH-USUARIOS
           END-IF

           IF WS-SUP-OK = "S"
               PERFORM VERIFICAR-SUPERVISOR-PERSONAL
           END-IF
           IF WS-SUP-OK = "S"
               DISPLAY "TOPE DIARIO AUTORIZADO POR " WS-SUP-USUARIO
               PERFORM GRABAR-OVERRIDE-DIA
           ELSE
               IF WS-SUP-OK = "N"
                   DISPLAY "CREDENCIAL DE SUPERVISOR INVALIDA."
               END-IF
           END-IF
       .

       .

       FIJAR-LIMITE.
           PERFORM LEER-CUENTA-Y-TITULAR THRU LEER-CUENTA-Y-TITULAR-FIN
           IF FS-CTA = "00"
               DISPLAY "LIMITE ACTUAL: " CTA-LIMITE
               DISPLAY "NUEVO LIMITE DE CREDITO: "
       .

      *-----------------------------------------------------------------
      * PIDE UNA CUENTA ADICIONAL PARA UN CLIENTE ACTIVO. QUEDA
      * PENDIENTE EN CAMBIOS-PEND.IDX; AL APROBARLA, EX04-CICS-MENU
      * LE DA EL NUMERO CLI-ID * 100 MAS EL PRIMER SUFIJO LIBRE.
      *-----------------------------------------------------------------
       ABRIR-CUENTA.
           DISPLAY "ID DEL CLIENTE TITULAR (5 digitos): "
               END-IF
           END-PERFORM

           MOVE SPACES TO CUENTA-REG
           MOVE 0 TO CTA-NUMERO
           MOVE WS-ID TO CTA-CLI-ID
           MOVE WS-NVO-TIPO-CTA TO CTA-TIPO
           MOVE 0 TO CTA-SALDO
           MOVE "A" TO CTA-ESTADO
           MOVE 0 TO CTA-LIMITE
           MOVE 0 TO CTA-SOBREGIRO
           MOVE "2" TO CTA-VERSION
           MOVE WS-NVA-MONEDA TO CTA-MONEDA
           MOVE WS-NVA-SUCURSAL TO CTA-SUCURSAL

           OPEN I-O CAMBIOS-PEND
           IF FS-PEN = "35"
               OPEN OUTPUT CAMBIOS-PEND
               CLOSE CAMBIOS-PEND
               OPEN I-O CAMBIOS-PEND
           END-IF
           IF FS-PEN NOT = "00"
               MOVE "CAMBIOS PENDIENTES NO DISPONIBLES" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
           ELSE
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WS-FECHA-HOY TO PEN-FECHA
               ACCEPT PEN-NUMERO FROM TIME
               MOVE "S" TO WS-PEN-OCUPADO
               PERFORM UNTIL WS-PEN-OCUPADO = "N"
                   READ CAMBIOS-PEND
                       INVALID KEY
                           MOVE "N" TO WS-PEN-OCUPADO
                       NOT INVALID KEY
                           ADD 1 TO PEN-NUMERO
                   END-READ
               END-PERFORM
               MOVE PEN-NUMERO TO WS-PEN-NUMERO

               MOVE SPACES TO PENDIENTE-REG
               MOVE WS-FECHA-HOY TO PEN-FECHA
               MOVE WS-PEN-NUMERO TO PEN-NUMERO
               ACCEPT PEN-HORA FROM TIME
               MOVE "T" TO PEN-MAESTRO
               MOVE "A" TO PEN-ACCION
               MOVE WS-ID TO PEN-CLAVE-MAESTRO
               MOVE "P" TO PEN-ESTADO
               MOVE WS-OPERADOR TO PEN-USUARIO
               MOVE "EX02-CICS" TO PEN-ORIGEN
               MOVE 0 TO PEN-FECHA-RESOL
               MOVE CUENTA-REG TO PEN-DESPUES
               MOVE 0 TO PEN-DOC-VENCE
               WRITE PENDIENTE-REG
               IF FS-PEN = "00"
                   DISPLAY "APERTURA PENDIENTE DE APROBACION: "
                       WS-FECHA-HOY "-" WS-PEN-NUMERO
               ELSE
                   MOVE "NO SE PUDO REGISTRAR LA APERTURA" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
               END-IF
               CLOSE CAMBIOS-PEND
           END-IF
       .

      * CON LA SECUENCIA SIGUIENTE LIBRE DEL DIA EN LA CLAVE.
      *-----------------------------------------------------------------
       GRABAR-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           MOVE CTA-SALDO TO MOV-SALDO
           MOVE WS-MOV-REF TO MOV-REFERENCIA
           MOVE CTA-SUCURSAL TO MOV-SUCURSAL
           MOVE WS-MOV-TIPO-ORIGEN TO MOV-TIPO-ORIGEN
           MOVE 1 TO MOV-SECUENCIA
           MOVE "N" TO WS-MOV-GRABADO
           PERFORM UNTIL WS-MOV-GRABADO = "S"
                   END-IF
               END-IF
           END-PERFORM
      *    LO VALUTADO HACIA ATRAS QUEDA PENDIENTE DE AJUSTE DE
      *    INTERESES EN fechas_valor.txt (DB-VALADJ).
           IF FS-MOV = "00" AND WS-FECHA-VALOR > 0
                   AND WS-FECHA-VALOR < WS-MOV-FECHA
               MOVE "G" TO WS-FVL-FUNCION
               CALL "FECHA-VALOR-RUTINA" USING WS-FVL-FUNCION
                   MOV-CUENTA MOV-FECHA MOV-SECUENCIA WS-FECHA-VALOR
                   MOV-TIPO MOV-IMPORTE WS-OPERADOR WS-FVL-RC
               IF WS-FVL-RC NOT = "00"
                   MOVE "NO SE REGISTRO LA FECHA VALOR" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
               END-IF
           END-IF
       .

       MOSTRAR-PANTALLA-SALDO.
      * RUTINA COMUN (04-common); EL DISPONIBLE LAS RESTA.
      *-----------------------------------------------------------------
       CALCULAR-RETENIDO.
           MOVE WS-FECHA-NEGOCIO TO WS-RET-FECHA
           CALL "RETENCIONES-RUTINA" USING CTA-NUMERO WS-RET-FECHA
               WS-RETENIDO WS-RET-RC
       .
