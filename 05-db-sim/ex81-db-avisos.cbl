      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Cartas de aviso al cliente por eventos de sus
      *          cuentas, corrida nocturna. Junta los eventos de las
      *          salidas que ya existen:
      *          - DESCUBIERTO: cuenta que aparece en descubiertos.txt
      *            (DB-OVERDRAFT) y no estaba en la corrida anterior
      *            (descubiertos_avisados.txt).
      *          - DORMIDA: cuentas marcadas en dormantes.txt
      *            (DB-DORMANT), si el reporte es posterior al ultimo
      *            aviso.
      *          - VENCIMIENTO: plazo fijo vigente de PLAZOS.IDX cuyo
      *            PLF-FECHA-VENCE entra en la ventana de aviso (dias
      *            de avisos_control.txt, 15 por defecto); cada
      *            certificado se avisa una sola vez.
      *          - LIMITE: propuesta de DB-LIMITREV aceptada por el
      *            supervisor (propuestas_limite.txt) desde la ultima
      *            corrida.
      *          - CATALOGO: cambio en las condiciones de
      *            catalogo_productos.txt (mantenimiento, cargo por
      *            operacion, operaciones libres, saldo minimo, tasa)
      *            contra la copia de la ultima corrida
      *            (catalogo_avisado.txt), para cada titular de una
      *            cuenta alcanzada; una carta por cliente.
      *          Una carta por cliente y evento en avisos.txt (spool
      *          AVISOS-CLIENTES), con el texto de
      *          plantillas_avisos.txt y dirigida a CLI-DIRECCION. La
      *          plantilla marca si el aviso es obligatorio; los
      *          clientes de avisos_exclusion.txt solo reciben los
      *          obligatorios. Todo lo enviado u omitido queda en
      *          avisos_log.txt con cliente, evento, referencia y
      *          estado. RC 4 si hubo eventos sin plantilla o
      *          clientes sin direccion.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-AVISOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS-CLI.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT PLAZOS ASSIGN TO "PLAZOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLF-CERTIFICADO
               FILE STATUS IS FS-PLF.
           SELECT ARCH-DESCUBIERTOS ASSIGN TO "descubiertos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DSC.
           SELECT ARCH-DESC-AVISADOS
               ASSIGN TO "descubiertos_avisados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DSA.
           SELECT ARCH-DORMANTES ASSIGN TO "dormantes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOR.
           SELECT ARCH-PROPUESTAS ASSIGN TO "propuestas_limite.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRO.
           SELECT ARCH-CATALOGO ASSIGN TO "catalogo_productos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAT.
           SELECT ARCH-CAT-AVISADO ASSIGN TO "catalogo_avisado.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAV.
           SELECT ARCH-EXCLUSION ASSIGN TO "avisos_exclusion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXC.
           SELECT ARCH-PLANTILLAS ASSIGN TO "plantillas_avisos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLT.
           SELECT ARCH-CONTROL ASSIGN TO "avisos_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CTL.
           SELECT ARCH-CARTAS ASSIGN TO "avisos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAR.
           SELECT ARCH-LOG ASSIGN TO "avisos_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
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
           05 CLI-FECHA-BAJA   PIC 9(8).
           05 CLI-VERSION      PIC X(1).
           05 CLI-FECHA-NAC    PIC 9(8).
           05 FILLER           PIC X(3).

       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
           05 CTA-NUMERO       PIC 9(8).
           05 CTA-CLI-ID       PIC 9(5).
           05 CTA-TIPO         PIC X(1).
           05 CTA-SALDO        PIC 9(9)V99.
           05 CTA-ESTADO       PIC X(1).
               88 CTA-INACTIVA    VALUE "I".
               88 CTA-CERRADA     VALUE "C".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

       FD  PLAZOS
           RECORD CONTAINS 60 CHARACTERS.
       01  PLAZO-REG.
           05 PLF-CERTIFICADO  PIC 9(8).
           05 PLF-CUENTA       PIC 9(8).
           05 PLF-CLI-ID       PIC 9(5).
           05 PLF-CAPITAL      PIC 9(9)V99.
           05 PLF-TASA         PIC 9(2)V99.
           05 PLF-FECHA-INICIO PIC 9(8).
           05 PLF-FECHA-VENCE  PIC 9(8).
           05 PLF-INSTRUCCION  PIC X(1).
               88 PLF-CAPITALIZA   VALUE "C".
               88 PLF-RENUEVA      VALUE "R".
               88 PLF-PAGA         VALUE "P".
           05 PLF-ESTADO       PIC X(1).
               88 PLF-VIGENTE      VALUE "V".
           05 PLF-MOTIVO-CANCEL PIC X(1).
           05 FILLER           PIC X(5).

      *    REPORTE DE DB-OVERDRAFT: TITULO CON LA FECHA Y UNA LINEA
      *    "CUENTA ..." POR CUENTA EN DESCUBIERTO.
       FD  ARCH-DESCUBIERTOS.
       01  REG-DESCUBIERTO     PIC X(80).
       01  REG-DSC-TITULO.
           05 DST-ROTULO       PIC X(26).
           05 DST-FECHA        PIC 9(8).
           05 FILLER           PIC X(46).
       01  REG-DSC-DETALLE.
           05 DSC-ROTULO       PIC X(7).
           05 DSC-CUENTA       PIC 9(8).
           05 FILLER           PIC X(9).
           05 DSC-CLI-ID       PIC 9(5).
           05 FILLER           PIC X(5).
           05 DSC-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(11).
           05 DSC-SOBREGIRO    PIC 9(4)V99.
           05 FILLER           PIC X(8).
           05 DSC-LIMITE       PIC 9(5)V99.
           05 FILLER           PIC X(11).

      *    CUENTAS QUE YA ESTABAN EN DESCUBIERTO EN LA CORRIDA
      *    ANTERIOR: SOLO LA ENTRADA AL DESCUBIERTO SE AVISA.
       FD  ARCH-DESC-AVISADOS.
       01  REG-DESC-AVISADO.
           05 DSA-CUENTA       PIC 9(8).

      *    REPORTE DE DB-DORMANT: TITULO CON LA FECHA Y UNA LINEA
      *    "CUENTA ..." POR CUENTA MARCADA EN ESA CORRIDA.
       FD  ARCH-DORMANTES.
       01  REG-DORMANTE        PIC X(80).
       01  REG-DOR-TITULO.
           05 DOT-ROTULO       PIC X(20).
           05 DOT-FECHA        PIC 9(8).
           05 FILLER           PIC X(52).
       01  REG-DOR-DETALLE.
           05 DOR-ROTULO       PIC X(7).
           05 DOR-CUENTA       PIC 9(8).
           05 FILLER           PIC X(9).
           05 DOR-CLI-ID       PIC 9(5).
           05 FILLER           PIC X(7).
           05 DOR-SALDO        PIC 9(9)V99.
           05 FILLER           PIC X(9).
           05 DOR-ULT-FECHA    PIC 9(8).
           05 FILLER           PIC X(16).

       FD  ARCH-PROPUESTAS.
       01  REG-PROPUESTA.
           05 PRO-CUENTA       PIC 9(8).
           05 PRO-CLI-ID       PIC 9(5).
           05 PRO-SEGMENTO     PIC X(1).
           05 PRO-LIMITE-ACTUAL PIC 9(5)V99.
           05 PRO-LIMITE-NUEVO PIC 9(5)V99.
           05 PRO-MOTIVO       PIC X(12).
           05 PRO-ESTADO       PIC X(1).
               88 PRO-ACEPTADA     VALUE "A".
           05 PRO-FECHA        PIC 9(8).
           05 PRO-USUARIO      PIC X(10).

       FD  ARCH-CATALOGO.
       01  REG-CATALOGO.
           05 CAT-TIPO-CTA     PIC X(1).
           05 CAT-SEGMENTO     PIC X(1).
           05 CAT-TASA         PIC 9(2)V9999.
           05 CAT-FEE-MENSUAL  PIC 9(5)V99.
           05 CAT-OPS-LIBRES   PIC 9(3).
           05 CAT-CARGO-OP     PIC 9(3)V99.
           05 CAT-SALDO-MIN    PIC 9(7)V99.

      *    COPIA DEL CATALOGO TAL COMO SE AVISO LA ULTIMA VEZ.
       FD  ARCH-CAT-AVISADO.
       01  REG-CAT-AVISADO.
           05 CAV-TIPO-CTA     PIC X(1).
           05 CAV-SEGMENTO     PIC X(1).
           05 CAV-TASA         PIC 9(2)V9999.
           05 CAV-FEE-MENSUAL  PIC 9(5)V99.
           05 CAV-OPS-LIBRES   PIC 9(3).
           05 CAV-CARGO-OP     PIC 9(3)V99.
           05 CAV-SALDO-MIN    PIC 9(7)V99.

      *    CLIENTES QUE NO QUIEREN AVISOS NO OBLIGATORIOS.
       FD  ARCH-EXCLUSION.
       01  REG-EXCLUSION.
           05 EXC-CLI-ID       PIC 9(5).

      *    TEXTO DE LAS CARTAS: LINEAS EN ORDEN POR EVENTO. LA MARCA
      *    DE OBLIGATORIO (S/N) SE TOMA DE LA PRIMERA LINEA DEL EVENTO.
       FD  ARCH-PLANTILLAS.
       01  REG-PLANTILLA.
           05 PLT-EVENTO       PIC X(12).
           05 PLT-OBLIGATORIO  PIC X(1).
           05 PLT-TEXTO        PIC X(67).

      *    FECHA DE LA ULTIMA CORRIDA Y DIAS DE ANTICIPACION DEL AVISO
      *    DE VENCIMIENTO DE PLAZOS FIJOS.
       FD  ARCH-CONTROL.
       01  REG-CONTROL.
           05 CTL-ULTIMA       PIC 9(8).
           05 CTL-DIAS-VENCE   PIC 9(3).

       FD  ARCH-CARTAS.
       01  REG-CARTA           PIC X(80).

       FD  ARCH-LOG.
       01  REG-LOG             PIC X(120).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-CLI              PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-PLF              PIC XX.
       01  FS-DSC              PIC XX.
       01  FS-DSA              PIC XX.
       01  FS-DOR              PIC XX.
       01  FS-PRO              PIC XX.
       01  FS-CAT              PIC XX.
       01  FS-CAV              PIC XX.
       01  FS-EXC              PIC XX.
       01  FS-PLT              PIC XX.
       01  FS-CTL              PIC XX.
       01  FS-CAR              PIC XX.
       01  FS-LOG              PIC XX.
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

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-HORA             PIC 9(8).
       01  WS-ULTIMA-CORRIDA   PIC 9(8) VALUE 0.
       01  WS-PRIMERA-CORRIDA  PIC X VALUE "N".
       01  WS-DIAS-VENCE       PIC 9(3) VALUE 15.
       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2).
       01  WS-DIAS-FALTAN      PIC S9(9) VALUE 0.
       01  WS-DIAS-DESDE-ULT   PIC S9(9) VALUE 0.
       01  WS-HAY-DESCUBIERTOS PIC X VALUE "N".
       01  WS-HAY-CAT-AVISADO  PIC X VALUE "N".
       01  WS-HAY-CATALOGO     PIC X VALUE "N".

       01  WS-CONT-EVENTOS     PIC 9(5) VALUE 0.
       01  WS-CONT-ENVIADAS    PIC 9(5) VALUE 0.
       01  WS-CONT-EXCLUIDAS   PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-DIR     PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-PLT     PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-CLI     PIC 9(5) VALUE 0.

      *    EVENTO EN CURSO Y SUS LINEAS DE DETALLE PARA LA CARTA.
       01  WS-EVE-CODIGO       PIC X(12).
       01  WS-EVE-CLI-ID       PIC 9(5).
       01  WS-EVE-REFERENCIA   PIC 9(8).
       01  WS-EVE-ESTADO       PIC X(14).
       01  WS-EVE-OBLIGATORIO  PIC X(1).
       01  WS-TABLA-DETALLE.
           05 WS-DET-ENT OCCURS 12 TIMES.
               10 TD-LINEA         PIC X(70).
       01  WS-CANT-DET         PIC 9(2) VALUE 0.
       01  WS-IDX-DET          PIC 9(2).
       01  WS-LINEA-DET        PIC X(70).
       01  WS-NRO-CARTA        PIC 9(6) VALUE 0.
       01  WS-LOG-CARTA        PIC 9(6) VALUE 0.

      *    LINEAS DE LAS PLANTILLAS.
       01  WS-TABLA-PLANTILLAS.
           05 WS-PLT-ENT OCCURS 200 TIMES.
               10 TPL-EVENTO       PIC X(12).
               10 TPL-OBLIGATORIO  PIC X(1).
               10 TPL-TEXTO        PIC X(67).
       01  WS-CANT-PLT         PIC 9(3) VALUE 0.
       01  WS-IDX-PLT          PIC 9(3).
       01  WS-PLT-PRIMERA      PIC 9(3) VALUE 0.

       01  WS-TABLA-EXCLUSION.
           05 WS-EXC-ENT OCCURS 2000 TIMES.
               10 TE-CLI-ID        PIC 9(5).
       01  WS-CANT-EXC         PIC 9(4) VALUE 0.
       01  WS-IDX-EXC          PIC 9(4).
       01  WS-EXCLUIDO         PIC X VALUE "N".

      *    CUENTAS EN DESCUBIERTO: LAS DE LA CORRIDA ANTERIOR Y LAS DE
      *    HOY (QUE QUEDAN COMO ANTERIORES PARA MANIANA).
       01  WS-TABLA-DESC-ANT.
           05 WS-DSA-ENT OCCURS 2000 TIMES.
               10 TDA-CUENTA       PIC 9(8).
       01  WS-CANT-DSA         PIC 9(4) VALUE 0.
       01  WS-IDX-DSA          PIC 9(4).
       01  WS-TABLA-DESC-HOY.
           05 WS-DSH-ENT OCCURS 2000 TIMES.
               10 TDH-CUENTA       PIC 9(8).
       01  WS-CANT-DSH         PIC 9(4) VALUE 0.
       01  WS-IDX-DSH          PIC 9(4).
       01  WS-YA-DESCUBIERTA   PIC X VALUE "N".

      *    CATALOGO VIGENTE (TCN) Y EL DE LA ULTIMA CORRIDA (TCA).
       01  WS-TABLA-CAT-NUEVO.
           05 WS-CN-ENT OCCURS 20 TIMES.
               10 TCN-TIPO-CTA     PIC X(1).
               10 TCN-SEGMENTO     PIC X(1).
               10 TCN-TASA         PIC 9(2)V9999.
               10 TCN-FEE          PIC 9(5)V99.
               10 TCN-LIBRES       PIC 9(3).
               10 TCN-CARGO-OP     PIC 9(3)V99.
               10 TCN-SALDO-MIN    PIC 9(7)V99.
       01  WS-CANT-CN          PIC 9(2) VALUE 0.
       01  WS-IDX-CN           PIC 9(2) VALUE 0.
       01  WS-TABLA-CAT-ANT.
           05 WS-CA-ENT OCCURS 20 TIMES.
               10 TCA-TIPO-CTA     PIC X(1).
               10 TCA-SEGMENTO     PIC X(1).
               10 TCA-TASA         PIC 9(2)V9999.
               10 TCA-FEE          PIC 9(5)V99.
               10 TCA-LIBRES       PIC 9(3).
               10 TCA-CARGO-OP     PIC 9(3)V99.
               10 TCA-SALDO-MIN    PIC 9(7)V99.
       01  WS-CANT-CA          PIC 9(2) VALUE 0.
       01  WS-IDX-CA           PIC 9(2) VALUE 0.
       01  WS-IDX-CAT          PIC 9(2).
       01  WS-BUS-TIPO         PIC X(1).
       01  WS-BUS-SEGMENTO     PIC X(1).
       01  WS-SEGMENTO         PIC X(1).
       01  WS-CLI-ANTERIOR     PIC 9(5) VALUE 0.
       01  WS-CAMBIO-CAT       PIC X VALUE "N".
       01  WS-ANT-TASA         PIC 9(2)V9999.
       01  WS-ANT-FEE          PIC 9(5)V99.
       01  WS-ANT-LIBRES       PIC 9(3).
       01  WS-ANT-CARGO-OP     PIC 9(3)V99.
       01  WS-ANT-SALDO-MIN    PIC 9(7)V99.

       01  WS-LINEA-CARTA      PIC X(80).
       01  WS-LINEA-LOG        PIC X(120).
       01  WS-ED-IMPORTE       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-IMPORTE-2     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CARGO         PIC ZZ9.99.
       01  WS-ED-CARGO-2       PIC ZZ9.99.
       01  WS-ED-LIBRES        PIC ZZ9.
       01  WS-ED-LIBRES-2      PIC ZZ9.
       01  WS-ED-TASA          PIC Z9.9999.
       01  WS-ED-TASA-2        PIC Z9.9999.

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "      CARTAS DE AVISO POR EVENTOS DE CUENTA     "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-CONTROL
           DISPLAY "FECHA:                   " WS-FECHA-HOY
           DISPLAY "AVISOS HASTA EL:         " WS-ULTIMA-CORRIDA

           OPEN INPUT CLIENTES
           IF FS-CLI NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS-CLI
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CLI TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
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
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS

           PERFORM CARGAR-PLANTILLAS
           PERFORM CARGAR-EXCLUSIONES
           IF WS-CANT-PLT = 0
               DISPLAY "SIN plantillas_avisos.txt: NO SE EMITEN "
                   "CARTAS."
           END-IF

           OPEN OUTPUT ARCH-CARTAS
           IF FS-CAR NOT = "00"
               DISPLAY "ERROR AL ABRIR avisos.txt. FS=" FS-CAR
               MOVE "avisos.txt" TO WS-ERR-ARCHIVO
               MOVE FS-CAR TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CLIENTES
               CLOSE CUENTAS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARCH-LOG
           IF FS-LOG = "35"
               OPEN OUTPUT ARCH-LOG
           END-IF

           PERFORM AVISAR-DESCUBIERTOS
           PERFORM AVISAR-DORMIDAS
           PERFORM AVISAR-VENCIMIENTOS
           PERFORM AVISAR-LIMITES
           PERFORM AVISAR-CATALOGO

           CLOSE ARCH-CARTAS
           CLOSE ARCH-LOG
           CLOSE CLIENTES
           CLOSE CUENTAS

           PERFORM GRABAR-DESC-AVISADOS
           PERFORM GRABAR-CAT-AVISADO
           PERFORM GRABAR-CONTROL

           MOVE "AVISOS-CLIENTES" TO WS-SPOOL-REPORTE
           MOVE "avisos.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "EVENTOS:                 " WS-CONT-EVENTOS
           DISPLAY "CARTAS EMITIDAS:         " WS-CONT-ENVIADAS
           DISPLAY "OMITIDAS POR EXCLUSION:  " WS-CONT-EXCLUIDAS
           DISPLAY "CLIENTES SIN DIRECCION:  " WS-CONT-SIN-DIR
           DISPLAY "EVENTOS SIN PLANTILLA:   " WS-CONT-SIN-PLT
           DISPLAY "CLIENTES NO ACTIVOS:     " WS-CONT-SIN-CLI
           DISPLAY "CARTAS: avisos.txt   LOG: avisos_log.txt"
           IF WS-CONT-SIN-DIR > 0 OR WS-CONT-SIN-PLT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    LEER-CONTROL                                                *
      *    Fecha de la ultima corrida y dias de anticipacion. Sin      *
      *    archivo es la primera corrida: solo cuenta lo de hoy.       *
      *----------------------------------------------------------------*
       LEER-CONTROL.
           OPEN INPUT ARCH-CONTROL
           IF FS-CTL = "00"
               READ ARCH-CONTROL
                   AT END MOVE "S" TO WS-PRIMERA-CORRIDA
                   NOT AT END
                       MOVE CTL-ULTIMA TO WS-ULTIMA-CORRIDA
                       IF CTL-DIAS-VENCE IS NUMERIC
                               AND CTL-DIAS-VENCE > 0
                           MOVE CTL-DIAS-VENCE TO WS-DIAS-VENCE
                       END-IF
               END-READ
               CLOSE ARCH-CONTROL
           ELSE
               MOVE "S" TO WS-PRIMERA-CORRIDA
           END-IF
           IF WS-PRIMERA-CORRIDA = "S"
               MOVE 0 TO WS-ULTIMA-CORRIDA
           END-IF.

       GRABAR-CONTROL.
           OPEN OUTPUT ARCH-CONTROL
           IF FS-CTL = "00"
               MOVE WS-FECHA-HOY TO CTL-ULTIMA
               MOVE WS-DIAS-VENCE TO CTL-DIAS-VENCE
               WRITE REG-CONTROL
               CLOSE ARCH-CONTROL
           ELSE
               MOVE "avisos_control.txt" TO WS-ERR-ARCHIVO
               MOVE FS-CTL TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

       CARGAR-PLANTILLAS.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-PLANTILLAS
           IF FS-PLT = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-PLANTILLAS
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND PLT-EVENTO NOT = SPACES
                           AND WS-CANT-PLT < 200
                       ADD 1 TO WS-CANT-PLT
                       MOVE PLT-EVENTO TO TPL-EVENTO(WS-CANT-PLT)
                       MOVE PLT-OBLIGATORIO
                           TO TPL-OBLIGATORIO(WS-CANT-PLT)
                       MOVE PLT-TEXTO TO TPL-TEXTO(WS-CANT-PLT)
                   END-IF
               END-PERFORM
               CLOSE ARCH-PLANTILLAS
           END-IF.

       CARGAR-EXCLUSIONES.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-EXCLUSION
           IF FS-EXC = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-EXCLUSION
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND EXC-CLI-ID IS NUMERIC
                           AND WS-CANT-EXC < 2000
                       ADD 1 TO WS-CANT-EXC
                       MOVE EXC-CLI-ID TO TE-CLI-ID(WS-CANT-EXC)
                   END-IF
               END-PERFORM
               CLOSE ARCH-EXCLUSION
           END-IF.

      *----------------------------------------------------------------*
      *    AVISAR-DESCUBIERTOS                                         *
      *    Cuentas de descubiertos.txt que no estaban en descubierto   *
      *    en la corrida anterior. Sin reporte no se toca la lista     *
      *    de avisadas.                                                *
      *----------------------------------------------------------------*
       AVISAR-DESCUBIERTOS.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-DESC-AVISADOS
           IF FS-DSA = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-DESC-AVISADOS
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND WS-CANT-DSA < 2000
                       ADD 1 TO WS-CANT-DSA
                       MOVE DSA-CUENTA TO TDA-CUENTA(WS-CANT-DSA)
                   END-IF
               END-PERFORM
               CLOSE ARCH-DESC-AVISADOS
           END-IF

           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-DESCUBIERTOS
           IF FS-DSC NOT = "00"
               DISPLAY "SIN descubiertos.txt: NO HAY AVISOS DE "
                   "DESCUBIERTO."
           ELSE
               MOVE "S" TO WS-HAY-DESCUBIERTOS
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-DESCUBIERTOS
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND DSC-ROTULO = "CUENTA "
                       PERFORM EVENTO-DESCUBIERTO
                   END-IF
               END-PERFORM
               CLOSE ARCH-DESCUBIERTOS
           END-IF.

       EVENTO-DESCUBIERTO.
           IF WS-CANT-DSH < 2000
               ADD 1 TO WS-CANT-DSH
               MOVE DSC-CUENTA TO TDH-CUENTA(WS-CANT-DSH)
           END-IF
           MOVE "N" TO WS-YA-DESCUBIERTA
           PERFORM VARYING WS-IDX-DSA FROM 1 BY 1
                   UNTIL WS-IDX-DSA > WS-CANT-DSA
               IF TDA-CUENTA(WS-IDX-DSA) = DSC-CUENTA
                   MOVE "S" TO WS-YA-DESCUBIERTA
                   MOVE WS-CANT-DSA TO WS-IDX-DSA
               END-IF
           END-PERFORM
           IF WS-YA-DESCUBIERTA = "N"
               MOVE "DESCUBIERTO" TO WS-EVE-CODIGO
               MOVE DSC-CLI-ID TO WS-EVE-CLI-ID
               MOVE DSC-CUENTA TO WS-EVE-REFERENCIA
               MOVE 0 TO WS-CANT-DET
               MOVE DSC-SOBREGIRO TO WS-ED-IMPORTE
               MOVE DSC-LIMITE TO WS-ED-IMPORTE-2
               MOVE SPACES TO WS-LINEA-DET
               STRING "CUENTA " DSC-CUENTA " EN DESCUBIERTO POR "
                   WS-ED-IMPORTE " (LIMITE " WS-ED-IMPORTE-2 ")"
                   DELIMITED BY SIZE INTO WS-LINEA-DET
               END-STRING
               PERFORM AGREGAR-DETALLE
               PERFORM EMITIR-CARTA
           END-IF.

       GRABAR-DESC-AVISADOS.
           IF WS-HAY-DESCUBIERTOS = "S"
               OPEN OUTPUT ARCH-DESC-AVISADOS
               IF FS-DSA = "00"
                   PERFORM VARYING WS-IDX-DSH FROM 1 BY 1
                           UNTIL WS-IDX-DSH > WS-CANT-DSH
                       MOVE TDH-CUENTA(WS-IDX-DSH) TO DSA-CUENTA
                       WRITE REG-DESC-AVISADO
                   END-PERFORM
                   CLOSE ARCH-DESC-AVISADOS
               ELSE
                   MOVE "descubiertos_avis" TO WS-ERR-ARCHIVO
                   MOVE FS-DSA TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    AVISAR-DORMIDAS                                             *
      *    dormantes.txt trae solo lo marcado en su corrida: se avisa  *
      *    una vez, si el reporte es posterior al ultimo aviso.        *
      *----------------------------------------------------------------*
       AVISAR-DORMIDAS.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-DORMANTES
           IF FS-DOR NOT = "00"
               DISPLAY "SIN dormantes.txt: NO HAY AVISOS DE "
                   "DORMANCIA."
           ELSE
               READ ARCH-DORMANTES
                   AT END MOVE "S" TO WS-FIN
               END-READ
               IF WS-FIN = "N"
                   IF DOT-ROTULO NOT = "CUENTAS DORMIDAS AL "
                           OR DOT-FECHA IS NOT NUMERIC
                       MOVE "S" TO WS-FIN
                   ELSE
                       IF WS-PRIMERA-CORRIDA = "S"
                           IF DOT-FECHA NOT = WS-FECHA-HOY
                               MOVE "S" TO WS-FIN
                           END-IF
                       ELSE
                           IF DOT-FECHA <= WS-ULTIMA-CORRIDA
                               MOVE "S" TO WS-FIN
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-DORMANTES
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND DOR-ROTULO = "CUENTA "
                       PERFORM EVENTO-DORMIDA
                   END-IF
               END-PERFORM
               CLOSE ARCH-DORMANTES
           END-IF.

       EVENTO-DORMIDA.
           MOVE "DORMIDA" TO WS-EVE-CODIGO
           MOVE DOR-CLI-ID TO WS-EVE-CLI-ID
           MOVE DOR-CUENTA TO WS-EVE-REFERENCIA
           MOVE 0 TO WS-CANT-DET
           MOVE DOR-SALDO TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA-DET
           STRING "CUENTA " DOR-CUENTA " INACTIVA (DORMIDA) CON SALDO "
               WS-ED-IMPORTE DELIMITED BY SIZE INTO WS-LINEA-DET
           END-STRING
           PERFORM AGREGAR-DETALLE
           MOVE SPACES TO WS-LINEA-DET
           IF DOR-ULT-FECHA IS NUMERIC AND DOR-ULT-FECHA > 0
               STRING "ULTIMO MOVIMIENTO: " DOR-ULT-FECHA
                   DELIMITED BY SIZE INTO WS-LINEA-DET
               END-STRING
           ELSE
               MOVE "SIN MOVIMIENTOS REGISTRADOS." TO WS-LINEA-DET
           END-IF
           PERFORM AGREGAR-DETALLE
           PERFORM EMITIR-CARTA.

      *----------------------------------------------------------------*
      *    AVISAR-VENCIMIENTOS                                         *
      *    Plazo fijo vigente que vence dentro de los proximos N dias  *
      *    y que en la corrida anterior todavia no entraba en la       *
      *    ventana: cada certificado se avisa una sola vez.            *
      *----------------------------------------------------------------*
       AVISAR-VENCIMIENTOS.
           MOVE "N" TO WS-FIN
           OPEN INPUT PLAZOS
           IF FS-PLF NOT = "00"
               IF FS-PLF NOT = "35"
                   DISPLAY "ERROR AL ABRIR PLAZOS.IDX. FS=" FS-PLF
                   MOVE "PLAZOS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-PLF TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
           ELSE
               PERFORM UNTIL WS-FIN = "S"
                   READ PLAZOS NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND PLF-VIGENTE
                       PERFORM REVISAR-VENCIMIENTO
                   END-IF
               END-PERFORM
               CLOSE PLAZOS
           END-IF.

       REVISAR-VENCIMIENTO.
           MOVE "D" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION PLF-FECHA-VENCE
               WS-FECHA-HOY WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC = "00"
               MOVE WS-FEC-RESULTADO TO WS-DIAS-FALTAN
               IF WS-DIAS-FALTAN > 0 AND WS-DIAS-FALTAN <= WS-DIAS-VENCE
                   MOVE WS-DIAS-VENCE TO WS-DIAS-DESDE-ULT
                   ADD 1 TO WS-DIAS-DESDE-ULT
                   IF WS-ULTIMA-CORRIDA > 0
                       CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                           PLF-FECHA-VENCE WS-ULTIMA-CORRIDA
                           WS-FEC-RESULTADO WS-FEC-RC
                       IF WS-FEC-RC = "00"
                           MOVE WS-FEC-RESULTADO TO WS-DIAS-DESDE-ULT
                       END-IF
                   END-IF
                   IF WS-DIAS-DESDE-ULT > WS-DIAS-VENCE
                       PERFORM EVENTO-VENCIMIENTO
                   END-IF
               END-IF
           END-IF.

       EVENTO-VENCIMIENTO.
           MOVE "VENCIMIENTO" TO WS-EVE-CODIGO
           MOVE PLF-CLI-ID TO WS-EVE-CLI-ID
           MOVE PLF-CERTIFICADO TO WS-EVE-REFERENCIA
           MOVE 0 TO WS-CANT-DET
           MOVE PLF-CAPITAL TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA-DET
           STRING "PLAZO FIJO " PLF-CERTIFICADO " VENCE EL "
               PLF-FECHA-VENCE ". CAPITAL " WS-ED-IMPORTE
               DELIMITED BY SIZE INTO WS-LINEA-DET
           END-STRING
           PERFORM AGREGAR-DETALLE
           MOVE SPACES TO WS-LINEA-DET
           EVALUATE TRUE
               WHEN PLF-RENUEVA
                   STRING "AL VENCER SE RENUEVA; EL INTERES SE ABONA "
                       "EN LA CUENTA " PLF-CUENTA
                       DELIMITED BY SIZE INTO WS-LINEA-DET
                   END-STRING
               WHEN PLF-CAPITALIZA
                   MOVE "AL VENCER SE RENUEVA SUMANDO EL INTERES."
                       TO WS-LINEA-DET
               WHEN OTHER
                   STRING "AL VENCER CAPITAL E INTERES SE ABONAN EN LA "
                       "CUENTA " PLF-CUENTA
                       DELIMITED BY SIZE INTO WS-LINEA-DET
                   END-STRING
           END-EVALUATE
           PERFORM AGREGAR-DETALLE
           PERFORM EMITIR-CARTA.

      *----------------------------------------------------------------*
      *    AVISAR-LIMITES                                              *
      *    Propuestas aceptadas en DB-LIMITREV-APR (PRO-FECHA es la    *
      *    fecha de la decision) despues de la ultima corrida.         *
      *----------------------------------------------------------------*
       AVISAR-LIMITES.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-PROPUESTAS
           IF FS-PRO = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-PROPUESTAS
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND PRO-ACEPTADA
                       IF WS-PRIMERA-CORRIDA = "S"
                           IF PRO-FECHA = WS-FECHA-HOY
                               PERFORM EVENTO-LIMITE
                           END-IF
                       ELSE
                           IF PRO-FECHA > WS-ULTIMA-CORRIDA
                                   AND PRO-FECHA <= WS-FECHA-HOY
                               PERFORM EVENTO-LIMITE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCH-PROPUESTAS
           END-IF.

       EVENTO-LIMITE.
           MOVE "LIMITE" TO WS-EVE-CODIGO
           MOVE PRO-CLI-ID TO WS-EVE-CLI-ID
           MOVE PRO-CUENTA TO WS-EVE-REFERENCIA
           MOVE 0 TO WS-CANT-DET
           MOVE PRO-LIMITE-ACTUAL TO WS-ED-IMPORTE
           MOVE PRO-LIMITE-NUEVO TO WS-ED-IMPORTE-2
           MOVE SPACES TO WS-LINEA-DET
           STRING "CUENTA " PRO-CUENTA ": LIMITE DE SOBREGIRO"
               DELIMITED BY SIZE INTO WS-LINEA-DET
           END-STRING
           PERFORM AGREGAR-DETALLE
           MOVE SPACES TO WS-LINEA-DET
           STRING "ANTERIOR " WS-ED-IMPORTE "  NUEVO " WS-ED-IMPORTE-2
               "  DESDE EL " PRO-FECHA
               DELIMITED BY SIZE INTO WS-LINEA-DET
           END-STRING
           PERFORM AGREGAR-DETALLE
           PERFORM EMITIR-CARTA.

      *----------------------------------------------------------------*
      *    AVISAR-CATALOGO                                             *
      *    Compara el catalogo vigente con el de la ultima corrida.    *
      *    Recorre CUENTAS.IDX por titular (clave alterna) y junta en  *
      *    una carta por cliente las cuentas cuyas condiciones         *
      *    efectivas cambiaron (entrada del tipo y segmento, o la del  *
      *    segmento N si no tiene propia). Sin copia anterior solo se  *
      *    guarda la de hoy.                                           *
      *----------------------------------------------------------------*
       AVISAR-CATALOGO.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-CATALOGO
           IF FS-CAT = "00"
               MOVE "S" TO WS-HAY-CATALOGO
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-CATALOGO
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND WS-CANT-CN < 20
                       ADD 1 TO WS-CANT-CN
                       MOVE CAT-TIPO-CTA TO TCN-TIPO-CTA(WS-CANT-CN)
                       MOVE CAT-SEGMENTO TO TCN-SEGMENTO(WS-CANT-CN)
                       MOVE CAT-TASA TO TCN-TASA(WS-CANT-CN)
                       MOVE CAT-FEE-MENSUAL TO TCN-FEE(WS-CANT-CN)
                       MOVE CAT-OPS-LIBRES TO TCN-LIBRES(WS-CANT-CN)
                       MOVE CAT-CARGO-OP TO TCN-CARGO-OP(WS-CANT-CN)
                       MOVE CAT-SALDO-MIN TO TCN-SALDO-MIN(WS-CANT-CN)
                   END-IF
               END-PERFORM
               CLOSE ARCH-CATALOGO
           END-IF

           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-CAT-AVISADO
           IF FS-CAV = "00"
               MOVE "S" TO WS-HAY-CAT-AVISADO
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-CAT-AVISADO
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND WS-CANT-CA < 20
                       ADD 1 TO WS-CANT-CA
                       MOVE CAV-TIPO-CTA TO TCA-TIPO-CTA(WS-CANT-CA)
                       MOVE CAV-SEGMENTO TO TCA-SEGMENTO(WS-CANT-CA)
                       MOVE CAV-TASA TO TCA-TASA(WS-CANT-CA)
                       MOVE CAV-FEE-MENSUAL TO TCA-FEE(WS-CANT-CA)
                       MOVE CAV-OPS-LIBRES TO TCA-LIBRES(WS-CANT-CA)
                       MOVE CAV-CARGO-OP TO TCA-CARGO-OP(WS-CANT-CA)
                       MOVE CAV-SALDO-MIN TO TCA-SALDO-MIN(WS-CANT-CA)
                   END-IF
               END-PERFORM
               CLOSE ARCH-CAT-AVISADO
           END-IF

           IF WS-HAY-CATALOGO = "N" OR WS-HAY-CAT-AVISADO = "N"
               DISPLAY "SIN CATALOGO ANTERIOR: NO HAY AVISOS DE "
                   "CAMBIO DE CONDICIONES."
           ELSE
               MOVE "N" TO WS-FIN
               MOVE 0 TO WS-CLI-ANTERIOR
               MOVE 0 TO WS-CANT-DET
               MOVE 0 TO CTA-CLI-ID
               START CUENTAS KEY IS NOT LESS THAN CTA-CLI-ID
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
               PERFORM UNTIL WS-FIN = "S"
                   READ CUENTAS NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N"
                       IF CTA-CLI-ID NOT = WS-CLI-ANTERIOR
                           PERFORM CERRAR-CLIENTE-CATALOGO
                           MOVE CTA-CLI-ID TO WS-CLI-ANTERIOR
                           PERFORM SEGMENTO-DEL-TITULAR
                       END-IF
                       IF NOT CTA-CERRADA AND NOT CTA-INACTIVA
                           PERFORM REVISAR-CUENTA-CATALOGO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CLIENTE-CATALOGO
           END-IF.

       SEGMENTO-DEL-TITULAR.
           MOVE CTA-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO WS-SEGMENTO
               NOT INVALID KEY
                   MOVE CLI-TIPO TO WS-SEGMENTO
           END-READ
           IF WS-SEGMENTO = " "
               MOVE "N" TO WS-SEGMENTO
           END-IF.

       CERRAR-CLIENTE-CATALOGO.
           IF WS-CANT-DET > 0
               MOVE "CATALOGO" TO WS-EVE-CODIGO
               MOVE WS-CLI-ANTERIOR TO WS-EVE-CLI-ID
               MOVE 0 TO WS-EVE-REFERENCIA
               PERFORM EMITIR-CARTA
           END-IF
           MOVE 0 TO WS-CANT-DET.

       REVISAR-CUENTA-CATALOGO.
           MOVE CTA-TIPO TO WS-BUS-TIPO
           MOVE WS-SEGMENTO TO WS-BUS-SEGMENTO
           PERFORM BUSCAR-CAT-NUEVO
           IF WS-IDX-CN = 0
               MOVE "N" TO WS-BUS-SEGMENTO
               PERFORM BUSCAR-CAT-NUEVO
           END-IF
           MOVE WS-SEGMENTO TO WS-BUS-SEGMENTO
           PERFORM BUSCAR-CAT-ANTERIOR
           IF WS-IDX-CA = 0
               MOVE "N" TO WS-BUS-SEGMENTO
               PERFORM BUSCAR-CAT-ANTERIOR
           END-IF

           IF WS-IDX-CN > 0
               MOVE "N" TO WS-CAMBIO-CAT
               IF WS-IDX-CA = 0
                   MOVE "S" TO WS-CAMBIO-CAT
                   MOVE 0 TO WS-ANT-TASA
                   MOVE 0 TO WS-ANT-FEE
                   MOVE 0 TO WS-ANT-LIBRES
                   MOVE 0 TO WS-ANT-CARGO-OP
                   MOVE 0 TO WS-ANT-SALDO-MIN
               ELSE
                   MOVE TCA-TASA(WS-IDX-CA) TO WS-ANT-TASA
                   MOVE TCA-FEE(WS-IDX-CA) TO WS-ANT-FEE
                   MOVE TCA-LIBRES(WS-IDX-CA) TO WS-ANT-LIBRES
                   MOVE TCA-CARGO-OP(WS-IDX-CA) TO WS-ANT-CARGO-OP
                   MOVE TCA-SALDO-MIN(WS-IDX-CA) TO WS-ANT-SALDO-MIN
                   IF WS-ANT-TASA NOT = TCN-TASA(WS-IDX-CN)
                       OR WS-ANT-FEE NOT = TCN-FEE(WS-IDX-CN)
                       OR WS-ANT-LIBRES NOT = TCN-LIBRES(WS-IDX-CN)
                       OR WS-ANT-CARGO-OP NOT = TCN-CARGO-OP(WS-IDX-CN)
                       OR WS-ANT-SALDO-MIN
                           NOT = TCN-SALDO-MIN(WS-IDX-CN)
                       MOVE "S" TO WS-CAMBIO-CAT
                   END-IF
               END-IF
               IF WS-CAMBIO-CAT = "S"
                   PERFORM DETALLE-CUENTA-CATALOGO
               END-IF
           END-IF.

      *    TRES LINEAS POR CUENTA; LO QUE NO ENTRA EN LA CARTA QUEDA
      *    CUBIERTO POR EL TEXTO GENERAL DE LA PLANTILLA.
       DETALLE-CUENTA-CATALOGO.
           MOVE WS-ANT-FEE TO WS-ED-IMPORTE
           MOVE TCN-FEE(WS-IDX-CN) TO WS-ED-IMPORTE-2
           MOVE SPACES TO WS-LINEA-DET
           STRING "CUENTA " CTA-NUMERO ": MANTENIMIENTO MENSUAL "
               WS-ED-IMPORTE " -> " WS-ED-IMPORTE-2
               DELIMITED BY SIZE INTO WS-LINEA-DET
           END-STRING
           PERFORM AGREGAR-DETALLE
           MOVE WS-ANT-CARGO-OP TO WS-ED-CARGO
           MOVE TCN-CARGO-OP(WS-IDX-CN) TO WS-ED-CARGO-2
           MOVE WS-ANT-LIBRES TO WS-ED-LIBRES
           MOVE TCN-LIBRES(WS-IDX-CN) TO WS-ED-LIBRES-2
           MOVE SPACES TO WS-LINEA-DET
           STRING "  CARGO POR OPERACION " WS-ED-CARGO " -> "
               WS-ED-CARGO-2 "  OPERACIONES LIBRES " WS-ED-LIBRES
               " -> " WS-ED-LIBRES-2
               DELIMITED BY SIZE INTO WS-LINEA-DET
           END-STRING
           PERFORM AGREGAR-DETALLE
           MOVE WS-ANT-SALDO-MIN TO WS-ED-IMPORTE
           MOVE TCN-SALDO-MIN(WS-IDX-CN) TO WS-ED-IMPORTE-2
           MOVE WS-ANT-TASA TO WS-ED-TASA
           MOVE TCN-TASA(WS-IDX-CN) TO WS-ED-TASA-2
           MOVE SPACES TO WS-LINEA-DET
           STRING "  SALDO MINIMO " WS-ED-IMPORTE " -> "
               WS-ED-IMPORTE-2 "  TASA " WS-ED-TASA " -> "
               WS-ED-TASA-2
               DELIMITED BY SIZE INTO WS-LINEA-DET
           END-STRING
           PERFORM AGREGAR-DETALLE.

       BUSCAR-CAT-NUEVO.
           MOVE 0 TO WS-IDX-CN
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-CANT-CN OR WS-IDX-CN > 0
               IF TCN-TIPO-CTA(WS-IDX-CAT) = WS-BUS-TIPO
                       AND TCN-SEGMENTO(WS-IDX-CAT) = WS-BUS-SEGMENTO
                   MOVE WS-IDX-CAT TO WS-IDX-CN
               END-IF
           END-PERFORM.

       BUSCAR-CAT-ANTERIOR.
           MOVE 0 TO WS-IDX-CA
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-CANT-CA OR WS-IDX-CA > 0
               IF TCA-TIPO-CTA(WS-IDX-CAT) = WS-BUS-TIPO
                       AND TCA-SEGMENTO(WS-IDX-CAT) = WS-BUS-SEGMENTO
                   MOVE WS-IDX-CAT TO WS-IDX-CA
               END-IF
           END-PERFORM.

       GRABAR-CAT-AVISADO.
           IF WS-HAY-CATALOGO = "S"
               OPEN OUTPUT ARCH-CAT-AVISADO
               IF FS-CAV = "00"
                   PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                           UNTIL WS-IDX-CAT > WS-CANT-CN
                       MOVE TCN-TIPO-CTA(WS-IDX-CAT) TO CAV-TIPO-CTA
                       MOVE TCN-SEGMENTO(WS-IDX-CAT) TO CAV-SEGMENTO
                       MOVE TCN-TASA(WS-IDX-CAT) TO CAV-TASA
                       MOVE TCN-FEE(WS-IDX-CAT) TO CAV-FEE-MENSUAL
                       MOVE TCN-LIBRES(WS-IDX-CAT) TO CAV-OPS-LIBRES
                       MOVE TCN-CARGO-OP(WS-IDX-CAT) TO CAV-CARGO-OP
                       MOVE TCN-SALDO-MIN(WS-IDX-CAT) TO CAV-SALDO-MIN
                       WRITE REG-CAT-AVISADO
                   END-PERFORM
                   CLOSE ARCH-CAT-AVISADO
               ELSE
                   MOVE "catalogo_avisado" TO WS-ERR-ARCHIVO
                   MOVE FS-CAV TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-IF.

       AGREGAR-DETALLE.
           IF WS-CANT-DET < 12
               ADD 1 TO WS-CANT-DET
               MOVE WS-LINEA-DET TO TD-LINEA(WS-CANT-DET)
           END-IF.

      *----------------------------------------------------------------*
      *    EMITIR-CARTA                                                *
      *    Una carta para el evento en WS-EVE-*: encabezado con el     *
      *    nombre y CLI-DIRECCION del titular, el detalle del evento   *
      *    y el texto de la plantilla. Sin plantilla, con el cliente   *
      *    dado de baja, excluido de avisos no obligatorios o sin      *
      *    direccion no hay carta; todo queda en avisos_log.txt.       *
      *----------------------------------------------------------------*
       EMITIR-CARTA.
           ADD 1 TO WS-CONT-EVENTOS
           MOVE 0 TO WS-PLT-PRIMERA
           PERFORM VARYING WS-IDX-PLT FROM 1 BY 1
                   UNTIL WS-IDX-PLT > WS-CANT-PLT OR WS-PLT-PRIMERA > 0
               IF TPL-EVENTO(WS-IDX-PLT) = WS-EVE-CODIGO
                   MOVE WS-IDX-PLT TO WS-PLT-PRIMERA
               END-IF
           END-PERFORM

           MOVE WS-EVE-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTE-REG
                   MOVE "I" TO CLI-ESTADO
           END-READ

           MOVE "N" TO WS-EXCLUIDO
           PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-CANT-EXC
               IF TE-CLI-ID(WS-IDX-EXC) = WS-EVE-CLI-ID
                   MOVE "S" TO WS-EXCLUIDO
                   MOVE WS-CANT-EXC TO WS-IDX-EXC
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-PLT-PRIMERA = 0
                   MOVE "SIN-PLANTILLA" TO WS-EVE-ESTADO
                   ADD 1 TO WS-CONT-SIN-PLT
               WHEN CLI-INACTIVO
                   MOVE "CLIENTE-BAJA" TO WS-EVE-ESTADO
                   ADD 1 TO WS-CONT-SIN-CLI
               WHEN WS-EXCLUIDO = "S"
                       AND TPL-OBLIGATORIO(WS-PLT-PRIMERA) NOT = "S"
                   MOVE "EXCLUIDO" TO WS-EVE-ESTADO
                   ADD 1 TO WS-CONT-EXCLUIDAS
               WHEN CLI-DIRECCION = SPACES
                   MOVE "SIN-DIRECCION" TO WS-EVE-ESTADO
                   ADD 1 TO WS-CONT-SIN-DIR
               WHEN OTHER
                   MOVE "ENVIADO" TO WS-EVE-ESTADO
                   ADD 1 TO WS-CONT-ENVIADAS
                   ADD 1 TO WS-NRO-CARTA
                   PERFORM ESCRIBIR-CARTA
           END-EVALUATE
           PERFORM REGISTRAR-AVISO.

       ESCRIBIR-CARTA.
           MOVE ALL "=" TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "AVISO AL CLIENTE NRO " WS-NRO-CARTA
               "                           FECHA " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-CARTA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           STRING CLI-NOMBRE DELIMITED BY "  "
               " " CLI-APELLIDO DELIMITED BY "  "
               INTO WS-LINEA-CARTA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           MOVE CLI-DIRECCION TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "CLIENTE " CLI-ID DELIMITED BY SIZE
               INTO WS-LINEA-CARTA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > WS-CANT-DET
               MOVE TD-LINEA(WS-IDX-DET) TO WS-LINEA-CARTA
               WRITE REG-CARTA FROM WS-LINEA-CARTA
           END-PERFORM
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           PERFORM VARYING WS-IDX-PLT FROM WS-PLT-PRIMERA BY 1
                   UNTIL WS-IDX-PLT > WS-CANT-PLT
               IF TPL-EVENTO(WS-IDX-PLT) = WS-EVE-CODIGO
                   MOVE TPL-TEXTO(WS-IDX-PLT) TO WS-LINEA-CARTA
                   WRITE REG-CARTA FROM WS-LINEA-CARTA
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA.

       REGISTRAR-AVISO.
           ACCEPT WS-HORA FROM TIME
           MOVE 0 TO WS-LOG-CARTA
           IF WS-EVE-ESTADO = "ENVIADO"
               MOVE WS-NRO-CARTA TO WS-LOG-CARTA
           END-IF
           MOVE SPACES TO WS-LINEA-LOG
           STRING WS-FECHA-HOY " " WS-HORA
               " CLIENTE=" WS-EVE-CLI-ID
               " EVENTO=" WS-EVE-CODIGO
               " REF=" WS-EVE-REFERENCIA
               " ESTADO=" WS-EVE-ESTADO
               " CARTA=" WS-LOG-CARTA
               DELIMITED BY SIZE INTO WS-LINEA-LOG
           END-STRING
           WRITE REG-LOG FROM WS-LINEA-LOG.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185 Y CUENTAS
      * V02/50.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT.

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               CLOSE CLIENTES
               CLOSE CUENTAS
               MOVE 1 TO RETURN-CODE
               STOP RUN
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
               " PROGRAMA=DB-AVISOS" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-AVISOS.
