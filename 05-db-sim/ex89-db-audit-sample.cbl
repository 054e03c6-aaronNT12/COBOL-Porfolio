      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Muestreo para auditoria interna y pedidos de
      *          confirmacion de saldos. Dos funciones:
      *            M - extrae las muestras que pide
      *                muestreo_param.txt, una por linea:
      *                poblacion (M movimientos de MOVIMIENTOS.IDX,
      *                N historico de nomina NOMINA-HIST.IDX, C
      *                cambios al maestro de clientes en
      *                CAMBIOS-PEND.IDX), rango de fechas, metodo (A
      *                aleatorio con semilla, U unidad monetaria, T
      *                todo lo que iguala o supera un umbral) y
      *                tamanio. La lista con el detalle completo de
      *                cada registro elegido queda en
      *                muestra_auditoria.txt (spool
      *                MUESTRA-AUDITORIA) y cada muestra, con la
      *                semilla usada, en muestras_registro.txt: con
      *                los mismos parametros y la misma semilla se
      *                vuelve a obtener la misma muestra. Por cada
      *                cuenta de una muestra de movimientos se emite
      *                un pedido de confirmacion del saldo al cierre
      *                del rango, dirigido al titular, en
      *                cartas_muestra.txt (spool CONFIRM-MUESTRA), y
      *                se abre su seguimiento en
      *                confirmaciones_seg.txt.
      *            R - registra en confirmaciones_seg.txt las
      *                respuestas recibidas (confirmaciones_resp.txt:
      *                conforme, disconforme con el saldo que informa
      *                el cliente, o no entregada) y emite
      *                confirm_seg_rep.txt (spool CONFIRM-SEGUIM) con
      *                el estado de cada muestra, las diferencias y
      *                los pedidos sin respuesta.
      *          El aleatorio es un generador congruencial propio
      *          (multiplicador 16807, modulo 2**31 - 1) para que la
      *          muestra no dependa del compilador: con semilla 0 se
      *          toma la hora y queda registrada. La seleccion
      *          aleatoria es la de Knuth (algoritmo S, exactamente
      *          el tamanio pedido en orden de clave); la monetaria
      *          es sistematica sobre el importe acumulado con
      *          arranque aleatorio, y un registro que cubre varios
      *          intervalos sale una vez con sus impactos. El valor
      *          de un movimiento es su importe, el de una linea de
      *          nomina el bruto y el de un cambio de cliente el
      *          saldo del cliente en la imagen despues (antes, si
      *          es una baja).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      * 15-10-2026 AAR El saldo a confirmar es el neto de la foto al
      *                corte, SHI-SALDO - SHI-SOBREGIRO: una cuenta
      *                en descubierto sale negativa y marcada DEUDOR
      *                en la carta. SEG-SALDO, SEG-SALDO-INFORMADO y
      *                RSP-SALDO pasan a signo adelante separado (el
      *                cliente puede informar un saldo deudor).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-AUDIT-SAMPLE.

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
           SELECT ARCH-HISTORIA ASSIGN TO "SALDOS-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHI-CLAVE
               FILE STATUS IS FS-SHI.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT CAMBIOS-PEND ASSIGN TO "CAMBIOS-PEND.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CLAVE
               FILE STATUS IS FS-PEN.
           SELECT ARCH-PARAM ASSIGN TO "muestreo_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAR.
           SELECT ARCH-MUESTRA ASSIGN TO "muestra_auditoria.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MUE.
           SELECT ARCH-REGISTRO ASSIGN TO "muestras_registro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MRG.
           SELECT ARCH-CARTAS ASSIGN TO "cartas_muestra.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAR.
           SELECT ARCH-SEGUIMIENTO ASSIGN TO "confirmaciones_seg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEG.
           SELECT ARCH-SEG-NUEVO ASSIGN TO "confirmaciones_seg.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SGN.
           SELECT ARCH-RESPUESTAS ASSIGN TO "confirmaciones_resp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RSP.
           SELECT ARCH-REPORTE ASSIGN TO "confirm_seg_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
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
           05 SHI-VERSION      PIC X(1).
               88 SHI-LAYOUT-V1    VALUE "1".
           05 FILLER           PIC X(5).

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
               88 MOV-DEPOSITO    VALUE "D".
               88 MOV-RETIRO      VALUE "R".
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 FILLER           PIC X(3).
           05 MOV-ESTADO       PIC X(1).
           05 MOV-TIPO-ORIGEN  PIC X(1).

       FD  ARCH-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
               10 HIS-FECHA-PERIODO PIC 9(8).
               10 HIS-EMP-ID        PIC 9(4).
               10 HIS-SECUENCIA     PIC 9(2).
           05 HIS-NOMBRE        PIC X(20).
           05 HIS-HORAS-NORM    PIC 9(3).
           05 HIS-HORAS-EXTRA   PIC 9(3).
           05 HIS-BRUTO         PIC 9(7)V99.
           05 HIS-RETENCION     PIC 9(7)V99.
           05 HIS-DEDUCCIONES   PIC 9(7)V99.
           05 HIS-NETO          PIC 9(7)V99.
           05 HIS-ESTADO        PIC X(1).
               88 HIS-PAGADO        VALUE "P".
               88 HIS-REVERTIDO     VALUE "R".
           05 HIS-HORAS-NOCHE   PIC 9(3).
           05 HIS-HORAS-FINDE   PIC 9(3).
           05 HIS-HORAS-FERIADO PIC 9(3).
           05 HIS-REC-NOCHE     PIC 9(7)V99.
           05 HIS-REC-FINDE     PIC 9(7)V99.
           05 HIS-REC-FERIADO   PIC 9(7)V99.

       FD  CAMBIOS-PEND
           RECORD CONTAINS 520 CHARACTERS.
       01  PENDIENTE-REG.
           05 PEN-CLAVE.
               10 PEN-FECHA    PIC 9(8).
               10 PEN-NUMERO   PIC 9(8).
           05 PEN-HORA         PIC 9(8).
           05 PEN-MAESTRO      PIC X(1).
               88 PEN-CLIENTE      VALUE "C".
               88 PEN-CUENTA       VALUE "T".
           05 PEN-ACCION       PIC X(1).
               88 PEN-ALTA         VALUE "A".
               88 PEN-MODIFICACION VALUE "M".
               88 PEN-BAJA         VALUE "B".
           05 PEN-CLAVE-MAESTRO PIC 9(8).
           05 PEN-ESTADO       PIC X(1).
               88 PEN-PENDIENTE    VALUE "P".
               88 PEN-APROBADO     VALUE "A".
               88 PEN-RECHAZADO    VALUE "R".
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

      *----------------------------------------------------------------*
      *    UNA MUESTRA POR LINEA. SEMILLA 0 = SE TOMA DE LA HORA.      *
      *    CONFIRMAR: S/N, SOLO PARA MOVIMIENTOS (BLANCO = S).         *
      *----------------------------------------------------------------*
       FD  ARCH-PARAM.
       01  REG-PARAM.
           05 PAR-POBLACION    PIC X(1).
               88 PAR-POB-MOVIMIENTOS VALUE "M".
               88 PAR-POB-NOMINA      VALUE "N".
               88 PAR-POB-CAMBIOS     VALUE "C".
           05 PAR-FECHA-DESDE  PIC 9(8).
           05 PAR-FECHA-HASTA  PIC 9(8).
           05 PAR-METODO       PIC X(1).
               88 PAR-MET-ALEATORIO   VALUE "A".
               88 PAR-MET-MONETARIO   VALUE "U".
               88 PAR-MET-UMBRAL      VALUE "T".
           05 PAR-TAMANIO      PIC 9(5).
           05 PAR-SEMILLA      PIC 9(10).
           05 PAR-UMBRAL       PIC 9(9)V99.
           05 PAR-CONFIRMAR    PIC X(1).

       FD  ARCH-MUESTRA.
       01  REG-MUESTRA         PIC X(132).

      *----------------------------------------------------------------*
      *    REGISTRO DE MUESTRAS: LO NECESARIO PARA REPRODUCIRLAS.      *
      *----------------------------------------------------------------*
       FD  ARCH-REGISTRO.
       01  REG-REGISTRO.
           05 MRG-ID           PIC 9(6).
           05 MRG-FECHA        PIC 9(8).
           05 MRG-POBLACION    PIC X(1).
           05 MRG-FECHA-DESDE  PIC 9(8).
           05 MRG-FECHA-HASTA  PIC 9(8).
           05 MRG-METODO       PIC X(1).
           05 MRG-TAMANIO      PIC 9(5).
           05 MRG-SEMILLA      PIC 9(10).
           05 MRG-UMBRAL       PIC 9(9)V99.
           05 MRG-POB-CANT     PIC 9(7).
           05 MRG-POB-VALOR    PIC 9(13)V99.
           05 MRG-SELECCION    PIC 9(5).
           05 MRG-CONFIRMACIONES PIC 9(5).

       FD  ARCH-CARTAS.
       01  REG-CARTA           PIC X(80).

      *----------------------------------------------------------------*
      *    SEGUIMIENTO DE CONFIRMACIONES: UNA LINEA POR PEDIDO.        *
      *----------------------------------------------------------------*
       FD  ARCH-SEGUIMIENTO.
       01  REG-SEGUIMIENTO.
           05 SEG-NUMERO       PIC 9(6).
           05 SEG-MUESTRA      PIC 9(6).
           05 SEG-CLI-ID       PIC 9(5).
           05 SEG-CUENTA       PIC 9(8).
           05 SEG-FECHA-CORTE  PIC 9(8).
           05 SEG-SALDO        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 SEG-MONEDA       PIC X(3).
           05 SEG-FECHA-ENVIO  PIC 9(8).
           05 SEG-ESTADO       PIC X(1).
               88 SEG-PENDIENTE    VALUE "P".
               88 SEG-CONFORME     VALUE "C".
               88 SEG-DISCONFORME  VALUE "D".
               88 SEG-NO-ENTREGADA VALUE "N".
           05 SEG-FECHA-RESP   PIC 9(8).
           05 SEG-SALDO-INFORMADO PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 SEG-OBSERVACION  PIC X(30).
           05 FILLER           PIC X(3).

       FD  ARCH-SEG-NUEVO.
       01  REG-SEG-NUEVO       PIC X(110).

       FD  ARCH-RESPUESTAS.
       01  REG-RESPUESTA.
           05 RSP-NUMERO       PIC 9(6).
           05 RSP-FECHA        PIC 9(8).
           05 RSP-RESULTADO    PIC X(1).
               88 RSP-CONFORME     VALUE "C".
               88 RSP-DISCONFORME  VALUE "D".
               88 RSP-NO-ENTREGADA VALUE "N".
           05 RSP-SALDO        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 RSP-OBSERVACION  PIC X(30).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-SHI              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-HIS              PIC XX.
       01  FS-PEN              PIC XX.
       01  FS-PAR              PIC XX.
       01  FS-MUE              PIC XX.
       01  FS-MRG              PIC XX.
       01  FS-CAR              PIC XX.
       01  FS-SEG              PIC XX.
       01  FS-SGN              PIC XX.
       01  FS-RSP              PIC XX.
       01  FS-REP              PIC XX.
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
       01  WS-NOMBRE-SEG       PIC X(40)
               VALUE "confirmaciones_seg.txt".
       01  WS-NOMBRE-SEG-TMP   PIC X(40)
               VALUE "confirmaciones_seg.tmp".
       01  WS-RC-CBL           PIC 9(8) COMP-5 VALUE 0.

       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-HORA-ACTUAL      PIC 9(8).

       01  WS-FUNCION          PIC X(1).
       01  WS-FIN              PIC X VALUE "N".
       01  WS-FIN-PAR          PIC X VALUE "N".
       01  WS-FIN-HIST         PIC X VALUE "N".
       01  WS-MOTIVO           PIC X(40).
       01  WS-CONFIRMA-POSIBLE PIC X VALUE "S".
       01  WS-POB-ABIERTA      PIC X VALUE "N".
       01  WS-CLI-ABIERTO      PIC X VALUE "N".
       01  WS-CTA-ABIERTO      PIC X VALUE "N".
       01  WS-SHI-ABIERTO      PIC X VALUE "N".

      *    NUMERACION: ULTIMA MUESTRA REGISTRADA Y ULTIMO PEDIDO.
       01  WS-ULT-MUESTRA      PIC 9(6) VALUE 0.
       01  WS-ULT-CONFIRMACION PIC 9(6) VALUE 0.

      *    MUESTRA EN CURSO.
       01  WS-MUE-ID           PIC 9(6).
       01  WS-MUE-CONFIRMAR    PIC X VALUE "N".
       01  WS-MUE-DESC-POB     PIC X(35).
       01  WS-MUE-DESC-MET     PIC X(40).
       01  WS-PASADA           PIC 9 VALUE 1.
       01  WS-POB-CANT         PIC 9(7) VALUE 0.
       01  WS-POB-VALOR        PIC 9(13)V99 VALUE 0.
       01  WS-ITEM-NRO         PIC 9(7) VALUE 0.
       01  WS-ITEM-VALOR       PIC 9(9)V99 VALUE 0.
       01  WS-ITEM-ELEGIDO     PIC X VALUE "N".
       01  WS-ITEM-IMPACTOS    PIC 9(5) VALUE 0.
       01  WS-SEL-CANT         PIC 9(5) VALUE 0.
       01  WS-SEL-VALOR        PIC 9(13)V99 VALUE 0.
       01  WS-SEL-OBJETIVO     PIC 9(7) VALUE 0.
       01  WS-MUE-CONFIRMACIONES PIC 9(5) VALUE 0.
       01  WS-MUE-OMITIDAS     PIC 9(5) VALUE 0.

      *    GENERADOR CONGRUENCIAL: X = 16807 * X MOD 2147483647.
       01  WS-SEMILLA          PIC 9(10) VALUE 0.
       01  WS-ALEATORIO        PIC 9(10) VALUE 0.
       01  WS-ALE-PRODUCTO     PIC 9(18) VALUE 0.
       01  WS-ALE-COCIENTE     PIC 9(18) VALUE 0.
       01  WS-ALE-MODULO       PIC 9(10) VALUE 2147483647.
       01  WS-ALE-LIMITE       PIC 9(18) VALUE 0.

      *    UNIDAD MONETARIA (EN CENTAVOS).
       01  WS-UM-TOTAL         PIC 9(15) VALUE 0.
       01  WS-UM-INTERVALO     PIC 9(15) VALUE 0.
       01  WS-UM-PUNTO         PIC 9(15) VALUE 0.
       01  WS-UM-ACUMULADO     PIC 9(15) VALUE 0.
       01  WS-UM-ITEM          PIC 9(15) VALUE 0.
       01  WS-UM-PUNTOS        PIC 9(7) VALUE 0.
       01  WS-UM-COCIENTE      PIC 9(15) VALUE 0.

      *    IMAGEN DE CLIENTE GUARDADA EN EL CAMBIO (LAYOUT V3).
       01  WS-IMAGEN           PIC X(185).
       01  WS-IMG REDEFINES WS-IMAGEN.
           05 IMG-ID           PIC 9(5).
           05 IMG-NOMBRE       PIC X(30).
           05 IMG-APELLIDO     PIC X(30).
           05 IMG-EDAD         PIC 99.
           05 IMG-SALDO        PIC 9(9)V99.
           05 FILLER           PIC X(107).

      *    CUENTAS YA PEDIDAS EN LA MUESTRA EN CURSO.
       01  WS-CANT-PEDIDAS     PIC 9(3) VALUE 0.
       01  WS-TABLA-PEDIDAS.
           05 WS-TPD-CUENTA    PIC 9(8) OCCURS 500 TIMES.
       01  WS-IDX-PED          PIC 9(3).
       01  WS-YA-PEDIDA        PIC X VALUE "N".

      *    SALDO A LA FECHA DE CORTE (ULTIMA FOTO NO POSTERIOR), NETO
      *    DEL SOBREGIRO: NEGATIVO SI LA CUENTA ESTABA EN DESCUBIERTO.
       01  WS-HAY-FOTO         PIC X VALUE "N".
       01  WS-FOTO-SALDO       PIC S9(9)V99 VALUE 0.
       01  WS-FOTO-MONEDA      PIC X(3).

      *    RESPUESTAS A REGISTRAR (FUNCION R).
       01  WS-CANT-RESP        PIC 9(3) VALUE 0.
       01  WS-TABLA-RESP.
           05 WS-TRS-ITEM OCCURS 500 TIMES.
               10 WS-TRS-NUMERO    PIC 9(6).
               10 WS-TRS-FECHA     PIC 9(8).
               10 WS-TRS-RESULTADO PIC X(1).
               10 WS-TRS-SALDO     PIC S9(9)V99.
               10 WS-TRS-OBSERV    PIC X(30).
               10 WS-TRS-USADA     PIC X(1).
       01  WS-IDX-RESP         PIC 9(3).
       01  WS-RESP-HALLADA     PIC 9(3).

      *    RESUMEN POR MUESTRA DEL SEGUIMIENTO (FUNCION R).
       01  WS-CANT-MUE-SEG     PIC 9(3) VALUE 0.
       01  WS-TABLA-MUE-SEG.
           05 WS-TMS-ITEM OCCURS 200 TIMES.
               10 WS-TMS-MUESTRA   PIC 9(6).
               10 WS-TMS-ENVIADAS  PIC 9(5).
               10 WS-TMS-CONFORMES PIC 9(5).
               10 WS-TMS-DISCONF   PIC 9(5).
               10 WS-TMS-NO-ENTR   PIC 9(5).
               10 WS-TMS-PENDIENTES PIC 9(5).
       01  WS-IDX-MS           PIC 9(3).
       01  WS-DIAS-SIN-RESP    PIC S9(9) VALUE 0.
       01  WS-DIFERENCIA       PIC S9(9)V99 VALUE 0.

       01  WS-CONT-MUESTRAS    PIC 9(5) VALUE 0.
       01  WS-CONT-RECHAZADAS  PIC 9(5) VALUE 0.
       01  WS-CONT-SELECCION   PIC 9(7) VALUE 0.
       01  WS-CONT-CARTAS      PIC 9(5) VALUE 0.
       01  WS-CONT-APLICADAS   PIC 9(5) VALUE 0.
       01  WS-CONT-RESP-RECH   PIC 9(5) VALUE 0.

       01  WS-LINEA            PIC X(132).
       01  WS-LINEA-CARTA      PIC X(80).
       01  WS-LINEA-REP        PIC X(100).
       01  WS-ED-CANT          PIC Z,ZZZ,ZZ9.
       01  WS-ED-IMPORTE       PIC Z(6)9.99.
       01  WS-ED-SALDO         PIC Z(8)9.99.
       01  WS-ED-VALOR         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-UMBRAL        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-DIFERENCIA    PIC ----,---,--9.99.
       01  WS-ED-SALDO-NETO    PIC ----,---,--9.99.
       01  WS-ED-HORAS         PIC ZZ9.
       01  WS-ED-IMPACTOS      PIC ZZZZ9.
       01  WS-ED-DIAS          PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   MUESTREO DE AUDITORIA INTERNA                "
           DISPLAY "==============================================="
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FUNCION: M = EXTRAER MUESTRAS, "
               "R = REGISTRAR RESPUESTAS: "
           ACCEPT WS-FUNCION
           MOVE FUNCTION UPPER-CASE(WS-FUNCION) TO WS-FUNCION
           EVALUATE WS-FUNCION
               WHEN "M"
                   PERFORM EXTRAER-MUESTRAS
               WHEN "R"
                   PERFORM REGISTRAR-RESPUESTAS
               WHEN OTHER
                   DISPLAY "FUNCION INVALIDA."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *================================================================*
      *    FUNCION M: EXTRACCION DE MUESTRAS                           *
      *================================================================*
       EXTRAER-MUESTRAS.
           OPEN INPUT ARCH-PARAM
           IF FS-PAR NOT = "00"
               DISPLAY "SIN PARAMETROS (muestreo_param.txt FS="
                   FS-PAR "). NADA QUE MUESTREAR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS
           PERFORM LEER-ULTIMA-MUESTRA
           PERFORM LEER-ULTIMA-CONFIRMACION

           OPEN INPUT CLIENTES
           IF FS = "00"
               MOVE "S" TO WS-CLI-ABIERTO
           ELSE
               MOVE "N" TO WS-CONFIRMA-POSIBLE
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF
           OPEN INPUT CUENTAS
           IF FS-CTA = "00"
               MOVE "S" TO WS-CTA-ABIERTO
           ELSE
               MOVE "N" TO WS-CONFIRMA-POSIBLE
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF
           OPEN INPUT ARCH-HISTORIA
           IF FS-SHI = "00"
               MOVE "S" TO WS-SHI-ABIERTO
           ELSE
               MOVE "N" TO WS-CONFIRMA-POSIBLE
               MOVE "SALDOS-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-SHI TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF
           IF WS-CONFIRMA-POSIBLE = "N"
               DISPLAY "AVISO: SIN CLIENTES/CUENTAS/SALDOS-HIST NO SE "
                   "EMITEN PEDIDOS DE CONFIRMACION."
           END-IF

           OPEN OUTPUT ARCH-MUESTRA
           OPEN OUTPUT ARCH-CARTAS
           OPEN EXTEND ARCH-REGISTRO
           IF FS-MRG NOT = "00"
               OPEN OUTPUT ARCH-REGISTRO
           END-IF
           OPEN EXTEND ARCH-SEGUIMIENTO
           IF FS-SEG NOT = "00"
               OPEN OUTPUT ARCH-SEGUIMIENTO
           END-IF

           MOVE SPACES TO WS-LINEA
           STRING "MUESTRAS DE AUDITORIA INTERNA - FECHA DE NEGOCIO "
               WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-MUESTRA FROM WS-LINEA
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-MUESTRA FROM WS-LINEA

           MOVE "N" TO WS-FIN-PAR
           PERFORM UNTIL WS-FIN-PAR = "S"
               READ ARCH-PARAM
                   AT END
                       MOVE "S" TO WS-FIN-PAR
                   NOT AT END
                       IF REG-PARAM NOT = SPACES
                           PERFORM PROCESAR-MUESTRA
                               THRU PROCESAR-MUESTRA-FIN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCH-PARAM
           CLOSE ARCH-MUESTRA
           CLOSE ARCH-CARTAS
           CLOSE ARCH-REGISTRO
           CLOSE ARCH-SEGUIMIENTO
           IF WS-CLI-ABIERTO = "S"
               CLOSE CLIENTES
           END-IF
           IF WS-CTA-ABIERTO = "S"
               CLOSE CUENTAS
           END-IF
           IF WS-SHI-ABIERTO = "S"
               CLOSE ARCH-HISTORIA
           END-IF

           MOVE "MUESTRA-AUDITORIA" TO WS-SPOOL-REPORTE
           MOVE "muestra_auditoria.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC
           IF WS-CONT-CARTAS > 0
               MOVE "CONFIRM-MUESTRA" TO WS-SPOOL-REPORTE
               MOVE "cartas_muestra.txt" TO WS-SPOOL-ARCHIVO
               CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
                   WS-SPOOL-ARCHIVO WS-SPOOL-RC
           END-IF

           DISPLAY "-----------------------------------------------"
           DISPLAY "MUESTRAS EXTRAIDAS:     " WS-CONT-MUESTRAS
           DISPLAY "LINEAS RECHAZADAS:      " WS-CONT-RECHAZADAS
           DISPLAY "REGISTROS SELECCIONADOS: " WS-CONT-SELECCION
           DISPLAY "PEDIDOS DE CONFIRMACION: " WS-CONT-CARTAS
           DISPLAY "MUESTRAS: muestra_auditoria.txt"
           IF WS-CONT-CARTAS > 0
               DISPLAY "CARTAS:   cartas_muestra.txt"
           END-IF
           IF WS-CONT-RECHAZADAS > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

       LEER-ULTIMA-MUESTRA.
           MOVE 0 TO WS-ULT-MUESTRA
           OPEN INPUT ARCH-REGISTRO
           IF FS-MRG = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-REGISTRO
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF MRG-ID IS NUMERIC
                                   AND MRG-ID > WS-ULT-MUESTRA
                               MOVE MRG-ID TO WS-ULT-MUESTRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-REGISTRO
           END-IF.

       LEER-ULTIMA-CONFIRMACION.
           MOVE 0 TO WS-ULT-CONFIRMACION
           OPEN INPUT ARCH-SEGUIMIENTO
           IF FS-SEG = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-SEGUIMIENTO
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF SEG-NUMERO IS NUMERIC
                                   AND SEG-NUMERO > WS-ULT-CONFIRMACION
                               MOVE SEG-NUMERO TO WS-ULT-CONFIRMACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-SEGUIMIENTO
           END-IF.

      *----------------------------------------------------------------*
      *    PROCESAR-MUESTRA                                            *
      *    Primera pasada: tamanio y valor de la poblacion en el       *
      *    rango. Segunda pasada: seleccion, en el mismo orden de      *
      *    clave, con el metodo pedido.                                *
      *----------------------------------------------------------------*
       PROCESAR-MUESTRA.
           IF PAR-FECHA-DESDE NOT NUMERIC OR PAR-FECHA-HASTA NOT NUMERIC
                   OR PAR-TAMANIO NOT NUMERIC
                   OR PAR-SEMILLA NOT NUMERIC
                   OR PAR-UMBRAL NOT NUMERIC
               MOVE "LINEA MAL FORMADA" TO WS-MOTIVO
               PERFORM RECHAZAR-LINEA
               GO TO PROCESAR-MUESTRA-FIN
           END-IF
           IF NOT PAR-POB-MOVIMIENTOS AND NOT PAR-POB-NOMINA
                   AND NOT PAR-POB-CAMBIOS
               MOVE "POBLACION INVALIDA (M/N/C)" TO WS-MOTIVO
               PERFORM RECHAZAR-LINEA
               GO TO PROCESAR-MUESTRA-FIN
           END-IF
           IF NOT PAR-MET-ALEATORIO AND NOT PAR-MET-MONETARIO
                   AND NOT PAR-MET-UMBRAL
               MOVE "METODO INVALIDO (A/U/T)" TO WS-MOTIVO
               PERFORM RECHAZAR-LINEA
               GO TO PROCESAR-MUESTRA-FIN
           END-IF
           MOVE "V" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION PAR-FECHA-DESDE
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC = "00"
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION PAR-FECHA-HASTA
                   WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           END-IF
           IF WS-FEC-RC NOT = "00"
               MOVE "FECHA IMPOSIBLE" TO WS-MOTIVO
               PERFORM RECHAZAR-LINEA
               GO TO PROCESAR-MUESTRA-FIN
           END-IF
           IF PAR-FECHA-HASTA < PAR-FECHA-DESDE
               MOVE "RANGO DE FECHAS INVERTIDO" TO WS-MOTIVO
               PERFORM RECHAZAR-LINEA
               GO TO PROCESAR-MUESTRA-FIN
           END-IF
           IF PAR-FECHA-HASTA > WS-FECHA-NEGOCIO
               MOVE "FECHA HASTA POSTERIOR AL NEGOCIO" TO WS-MOTIVO
               PERFORM RECHAZAR-LINEA
               GO TO PROCESAR-MUESTRA-FIN
           END-IF
           IF (PAR-MET-ALEATORIO OR PAR-MET-MONETARIO)
                   AND PAR-TAMANIO = 0
               MOVE "FALTA EL TAMANIO DE LA MUESTRA" TO WS-MOTIVO
               PERFORM RECHAZAR-LINEA
               GO TO PROCESAR-MUESTRA-FIN
           END-IF
           IF PAR-MET-UMBRAL AND PAR-UMBRAL = 0
               MOVE "FALTA EL UMBRAL" TO WS-MOTIVO
               PERFORM RECHAZAR-LINEA
               GO TO PROCESAR-MUESTRA-FIN
           END-IF
           IF PAR-SEMILLA NOT < WS-ALE-MODULO
               MOVE "SEMILLA FUERA DE RANGO" TO WS-MOTIVO
               PERFORM RECHAZAR-LINEA
               GO TO PROCESAR-MUESTRA-FIN
           END-IF

           MOVE PAR-SEMILLA TO WS-SEMILLA
           IF WS-SEMILLA = 0
               ACCEPT WS-HORA-ACTUAL FROM TIME
               MOVE WS-HORA-ACTUAL TO WS-SEMILLA
               IF WS-SEMILLA = 0
                   MOVE 1 TO WS-SEMILLA
               END-IF
           END-IF
           MOVE WS-SEMILLA TO WS-ALEATORIO

           MOVE "N" TO WS-MUE-CONFIRMAR
           IF PAR-POB-MOVIMIENTOS AND PAR-CONFIRMAR NOT = "N"
               MOVE "S" TO WS-MUE-CONFIRMAR
           END-IF
           EVALUATE TRUE
               WHEN PAR-POB-MOVIMIENTOS
                   MOVE "MOVIMIENTOS (MOVIMIENTOS.IDX)"
                       TO WS-MUE-DESC-POB
               WHEN PAR-POB-NOMINA
                   MOVE "NOMINA (NOMINA-HIST.IDX)" TO WS-MUE-DESC-POB
               WHEN OTHER
                   MOVE "CAMBIOS DE CLIENTES (CAMBIOS-PEND)"
                       TO WS-MUE-DESC-POB
           END-EVALUATE

           MOVE 1 TO WS-PASADA
           MOVE 0 TO WS-POB-CANT
           MOVE 0 TO WS-POB-VALOR
           PERFORM RECORRER-POBLACION
           IF WS-POB-ABIERTA = "N"
               MOVE "POBLACION NO DISPONIBLE" TO WS-MOTIVO
               PERFORM RECHAZAR-LINEA
               GO TO PROCESAR-MUESTRA-FIN
           END-IF

           ADD 1 TO WS-ULT-MUESTRA
           MOVE WS-ULT-MUESTRA TO WS-MUE-ID
           ADD 1 TO WS-CONT-MUESTRAS
           MOVE 0 TO WS-ITEM-NRO
           MOVE 0 TO WS-SEL-CANT
           MOVE 0 TO WS-SEL-VALOR
           MOVE 0 TO WS-MUE-CONFIRMACIONES
           MOVE 0 TO WS-MUE-OMITIDAS
           MOVE 0 TO WS-CANT-PEDIDAS
           PERFORM PREPARAR-METODO
           PERFORM ENCABEZAR-MUESTRA

           IF WS-POB-CANT > 0 AND WS-SEL-OBJETIVO > 0
               MOVE 2 TO WS-PASADA
               PERFORM RECORRER-POBLACION
           END-IF

           PERFORM CERRAR-MUESTRA
           PERFORM GRABAR-REGISTRO.
       PROCESAR-MUESTRA-FIN.
           EXIT.

       RECHAZAR-LINEA.
           ADD 1 TO WS-CONT-RECHAZADAS
           DISPLAY "LINEA DE PARAMETROS RECHAZADA: " REG-PARAM
           DISPLAY "   " WS-MOTIVO.

      *----------------------------------------------------------------*
      *    PREPARAR-METODO                                             *
      *    WS-SEL-OBJETIVO en cero deja la muestra vacia (poblacion    *
      *    sin registros o, en la monetaria, sin valor).               *
      *----------------------------------------------------------------*
       PREPARAR-METODO.
           MOVE 0 TO WS-SEL-OBJETIVO
           EVALUATE TRUE
               WHEN PAR-MET-ALEATORIO
                   MOVE "ALEATORIO CON SEMILLA" TO WS-MUE-DESC-MET
                   MOVE PAR-TAMANIO TO WS-SEL-OBJETIVO
                   IF WS-SEL-OBJETIVO > WS-POB-CANT
                       MOVE WS-POB-CANT TO WS-SEL-OBJETIVO
                   END-IF
               WHEN PAR-MET-MONETARIO
                   MOVE "UNIDAD MONETARIA (SISTEMATICO)"
                       TO WS-MUE-DESC-MET
                   COMPUTE WS-UM-TOTAL = WS-POB-VALOR * 100
                   MOVE 0 TO WS-UM-INTERVALO
                   MOVE 0 TO WS-UM-PUNTO
                   MOVE 0 TO WS-UM-ACUMULADO
                   MOVE 0 TO WS-UM-PUNTOS
                   IF WS-UM-TOTAL > 0
                       MOVE PAR-TAMANIO TO WS-SEL-OBJETIVO
                       DIVIDE WS-UM-TOTAL BY PAR-TAMANIO
                           GIVING WS-UM-INTERVALO
                       IF WS-UM-INTERVALO = 0
                           MOVE 1 TO WS-UM-INTERVALO
                       END-IF
                       PERFORM SIGUIENTE-ALEATORIO
                       DIVIDE WS-ALEATORIO BY WS-UM-INTERVALO
                           GIVING WS-UM-COCIENTE
                           REMAINDER WS-UM-PUNTO
                       ADD 1 TO WS-UM-PUNTO
                   END-IF
               WHEN OTHER
                   MOVE "TODO IMPORTE IGUAL O MAYOR AL UMBRAL"
                       TO WS-MUE-DESC-MET
                   MOVE WS-POB-CANT TO WS-SEL-OBJETIVO
           END-EVALUATE.

       SIGUIENTE-ALEATORIO.
           COMPUTE WS-ALE-PRODUCTO = WS-ALEATORIO * 16807
           DIVIDE WS-ALE-PRODUCTO BY WS-ALE-MODULO
               GIVING WS-ALE-COCIENTE REMAINDER WS-ALEATORIO.

       RECORRER-POBLACION.
           EVALUATE TRUE
               WHEN PAR-POB-MOVIMIENTOS
                   PERFORM RECORRER-MOVIMIENTOS
               WHEN PAR-POB-NOMINA
                   PERFORM RECORRER-NOMINA
               WHEN OTHER
                   PERFORM RECORRER-CAMBIOS
           END-EVALUATE.

      *    EL LIBRO ESTA POR CUENTA + FECHA: UN RANGO DE FECHAS PARA
      *    TODAS LAS CUENTAS ES UN BARRIDO COMPLETO.
       RECORRER-MOVIMIENTOS.
           MOVE "S" TO WS-POB-ABIERTA
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOV NOT = "00"
               MOVE "N" TO WS-POB-ABIERTA
               DISPLAY "ERROR AL ABRIR MOVIMIENTOS.IDX. FS=" FS-MOV
               MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-MOV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-MOVIMIENTOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF MOV-FECHA >= PAR-FECHA-DESDE
                                   AND MOV-FECHA <= PAR-FECHA-HASTA
                               MOVE MOV-IMPORTE TO WS-ITEM-VALOR
                               PERFORM EVALUAR-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-MOVIMIENTOS
           END-IF.

       RECORRER-NOMINA.
           MOVE "S" TO WS-POB-ABIERTA
           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS NOT = "00"
               MOVE "N" TO WS-POB-ABIERTA
               DISPLAY "ERROR AL ABRIR NOMINA-HIST.IDX. FS=" FS-HIS
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-HIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE "N" TO WS-FIN
               MOVE PAR-FECHA-DESDE TO HIS-FECHA-PERIODO
               MOVE 0 TO HIS-EMP-ID
               MOVE 0 TO HIS-SECUENCIA
               START ARCH-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-HISTORICO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF HIS-FECHA-PERIODO > PAR-FECHA-HASTA
                               MOVE "S" TO WS-FIN
                           ELSE
                               MOVE HIS-BRUTO TO WS-ITEM-VALOR
                               PERFORM EVALUAR-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-HISTORICO
           END-IF.

      *    SOLO LOS CAMBIOS AL MAESTRO DE CLIENTES, EN CUALQUIER
      *    ESTADO (PENDIENTE, APROBADO O RECHAZADO).
       RECORRER-CAMBIOS.
           MOVE "S" TO WS-POB-ABIERTA
           OPEN INPUT CAMBIOS-PEND
           IF FS-PEN NOT = "00"
               MOVE "N" TO WS-POB-ABIERTA
               DISPLAY "ERROR AL ABRIR CAMBIOS-PEND.IDX. FS=" FS-PEN
               MOVE "CAMBIOS-PEND.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-PEN TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE "N" TO WS-FIN
               MOVE PAR-FECHA-DESDE TO PEN-FECHA
               MOVE 0 TO PEN-NUMERO
               START CAMBIOS-PEND KEY IS NOT LESS THAN PEN-CLAVE
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
               PERFORM UNTIL WS-FIN = "S"
                   READ CAMBIOS-PEND NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF PEN-FECHA > PAR-FECHA-HASTA
                               MOVE "S" TO WS-FIN
                           ELSE
                               IF PEN-CLIENTE
                                   PERFORM VALOR-CAMBIO
                                   PERFORM EVALUAR-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMBIOS-PEND
           END-IF.

       VALOR-CAMBIO.
           IF PEN-BAJA OR PEN-DESPUES = SPACES
               MOVE PEN-ANTES TO WS-IMAGEN
           ELSE
               MOVE PEN-DESPUES TO WS-IMAGEN
           END-IF
           MOVE 0 TO WS-ITEM-VALOR
           IF IMG-SALDO IS NUMERIC
               MOVE IMG-SALDO TO WS-ITEM-VALOR
           END-IF.

      *----------------------------------------------------------------*
      *    EVALUAR-ITEM                                                *
      *    Un registro de la poblacion con su valor en WS-ITEM-VALOR.  *
      *----------------------------------------------------------------*
       EVALUAR-ITEM.
           IF WS-PASADA = 1
               ADD 1 TO WS-POB-CANT
               ADD WS-ITEM-VALOR TO WS-POB-VALOR
           ELSE
               ADD 1 TO WS-ITEM-NRO
               MOVE "N" TO WS-ITEM-ELEGIDO
               MOVE 0 TO WS-ITEM-IMPACTOS
               EVALUATE TRUE
                   WHEN PAR-MET-ALEATORIO
                       PERFORM ELEGIR-ALEATORIO
                   WHEN PAR-MET-MONETARIO
                       PERFORM ELEGIR-MONETARIO
                   WHEN OTHER
                       IF WS-ITEM-VALOR >= PAR-UMBRAL
                           MOVE "S" TO WS-ITEM-ELEGIDO
                       END-IF
               END-EVALUATE
               IF WS-ITEM-ELEGIDO = "S"
                   ADD 1 TO WS-SEL-CANT
                   ADD 1 TO WS-CONT-SELECCION
                   ADD WS-ITEM-VALOR TO WS-SEL-VALOR
                   PERFORM ESCRIBIR-ITEM
                   IF WS-MUE-CONFIRMAR = "S"
                           AND WS-CONFIRMA-POSIBLE = "S"
                       PERFORM PEDIR-CONFIRMACION
                           THRU PEDIR-CONFIRMACION-FIN
                   END-IF
               END-IF
           END-IF.

      *    KNUTH, ALGORITMO S: ELEGIR CON PROBABILIDAD
      *    (FALTAN ELEGIR) / (QUEDAN EN LA POBLACION).
       ELEGIR-ALEATORIO.
           IF WS-SEL-CANT < WS-SEL-OBJETIVO
               PERFORM SIGUIENTE-ALEATORIO
               COMPUTE WS-ALE-PRODUCTO =
                   (WS-POB-CANT - WS-ITEM-NRO + 1) * WS-ALEATORIO
               COMPUTE WS-ALE-LIMITE =
                   (WS-SEL-OBJETIVO - WS-SEL-CANT) * WS-ALE-MODULO
               IF WS-ALE-PRODUCTO < WS-ALE-LIMITE
                   MOVE "S" TO WS-ITEM-ELEGIDO
               END-IF
           END-IF.

      *    CADA PUNTO DE SELECCION (ARRANQUE + K * INTERVALO) QUE CAE
      *    DENTRO DEL IMPORTE DEL REGISTRO ES UN IMPACTO.
       ELEGIR-MONETARIO.
           COMPUTE WS-UM-ITEM = WS-ITEM-VALOR * 100
           ADD WS-UM-ITEM TO WS-UM-ACUMULADO
           PERFORM UNTIL WS-UM-PUNTO > WS-UM-ACUMULADO
                   OR WS-UM-PUNTOS NOT < WS-SEL-OBJETIVO
               ADD 1 TO WS-ITEM-IMPACTOS
               ADD 1 TO WS-UM-PUNTOS
               ADD WS-UM-INTERVALO TO WS-UM-PUNTO
           END-PERFORM
           IF WS-ITEM-IMPACTOS > 0
               MOVE "S" TO WS-ITEM-ELEGIDO
           END-IF.

      *----------------------------------------------------------------*
      *    ENCABEZAR-MUESTRA / CERRAR-MUESTRA                          *
      *----------------------------------------------------------------*
       ENCABEZAR-MUESTRA.
           MOVE SPACES TO WS-LINEA
           WRITE REG-MUESTRA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "MUESTRA NRO. " WS-MUE-ID "   POBLACION: "
               WS-MUE-DESC-POB
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-MUESTRA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "RANGO: " PAR-FECHA-DESDE " A " PAR-FECHA-HASTA
               "   METODO: " WS-MUE-DESC-MET
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-MUESTRA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           MOVE WS-POB-CANT TO WS-ED-CANT
           MOVE WS-POB-VALOR TO WS-ED-VALOR
           STRING "POBLACION: " WS-ED-CANT " REGISTROS  VALOR "
               WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-MUESTRA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           EVALUATE TRUE
               WHEN PAR-MET-ALEATORIO
                   STRING "TAMANIO PEDIDO: " PAR-TAMANIO
                       "   SEMILLA: " WS-SEMILLA
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
               WHEN PAR-MET-MONETARIO
                   COMPUTE WS-ED-UMBRAL = WS-UM-INTERVALO / 100
                   STRING "TAMANIO PEDIDO: " PAR-TAMANIO
                       "   SEMILLA: " WS-SEMILLA
                       "   INTERVALO: " WS-ED-UMBRAL
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
               WHEN OTHER
                   MOVE PAR-UMBRAL TO WS-ED-UMBRAL
                   STRING "UMBRAL: " WS-ED-UMBRAL
                       "   (EL TAMANIO NO SE APLICA)"
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
           END-EVALUATE
           WRITE REG-MUESTRA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           WRITE REG-MUESTRA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           EVALUATE TRUE
               WHEN PAR-POB-MOVIMIENTOS
                   MOVE "  NRO CUENTA   FECHA    SEC   HORA     CLI   T"
                       TO WS-LINEA
                   MOVE "    IMPORTE        SALDO REFERENC E O    IMPAC"
                       TO WS-LINEA(47:)
               WHEN PAR-POB-NOMINA
                   MOVE "  NRO PERIODO  EMP  SC NOMBRE               HN"
                       TO WS-LINEA
                   MOVE "  HE      BRUTO  RETENCION" TO WS-LINEA(47:)
                   MOVE "  DEDUCCION       NETO" TO WS-LINEA(73:)
                   MOVE " E IMPAC" TO WS-LINEA(95:)
               WHEN OTHER
                   MOVE "  NRO FECHA    NUMERO   HORA     A CLIENTE  E"
                       TO WS-LINEA
                   MOVE "USUARIO    ORIGEN     APROBADOR  RESOLUC. R"
                       TO WS-LINEA(47:)
                   MOVE "       SALDO IMPAC" TO WS-LINEA(91:)
           END-EVALUATE
           WRITE REG-MUESTRA FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-MUESTRA FROM WS-LINEA.

       CERRAR-MUESTRA.
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-MUESTRA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           IF WS-SEL-CANT = 0
               MOVE "NINGUN REGISTRO SELECCIONADO." TO WS-LINEA
           ELSE
               MOVE WS-SEL-CANT TO WS-ED-CANT
               MOVE WS-SEL-VALOR TO WS-ED-VALOR
               STRING "SELECCIONADOS: " WS-ED-CANT "  VALOR "
                   WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
           END-IF
           WRITE REG-MUESTRA FROM WS-LINEA
           IF WS-MUE-CONFIRMAR = "S"
               MOVE SPACES TO WS-LINEA
               IF WS-CONFIRMA-POSIBLE = "N"
                   MOVE "PEDIDOS DE CONFIRMACION NO EMITIDOS (FALTAN "
                       & "MAESTROS)." TO WS-LINEA
               ELSE
                   STRING "PEDIDOS DE CONFIRMACION EMITIDOS: "
                       WS-MUE-CONFIRMACIONES
                       "   CUENTAS OMITIDAS: " WS-MUE-OMITIDAS
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
               END-IF
               WRITE REG-MUESTRA FROM WS-LINEA
           END-IF.

       GRABAR-REGISTRO.
           MOVE WS-MUE-ID TO MRG-ID
           MOVE WS-FECHA-NEGOCIO TO MRG-FECHA
           MOVE PAR-POBLACION TO MRG-POBLACION
           MOVE PAR-FECHA-DESDE TO MRG-FECHA-DESDE
           MOVE PAR-FECHA-HASTA TO MRG-FECHA-HASTA
           MOVE PAR-METODO TO MRG-METODO
           MOVE PAR-TAMANIO TO MRG-TAMANIO
           MOVE WS-SEMILLA TO MRG-SEMILLA
           MOVE PAR-UMBRAL TO MRG-UMBRAL
           MOVE WS-POB-CANT TO MRG-POB-CANT
           MOVE WS-POB-VALOR TO MRG-POB-VALOR
           MOVE WS-SEL-CANT TO MRG-SELECCION
           MOVE WS-MUE-CONFIRMACIONES TO MRG-CONFIRMACIONES
           WRITE REG-REGISTRO
           DISPLAY "MUESTRA " WS-MUE-ID ": " WS-SEL-CANT
               " DE " WS-POB-CANT " REGISTROS, SEMILLA " WS-SEMILLA.

      *----------------------------------------------------------------*
      *    ESCRIBIR-ITEM                                               *
      *    El registro elegido completo, en columnas; lo que no entra  *
      *    en la linea va en lineas de detalle debajo.                 *
      *----------------------------------------------------------------*
       ESCRIBIR-ITEM.
           MOVE SPACES TO WS-LINEA
           MOVE WS-SEL-CANT TO WS-ED-IMPACTOS
           MOVE WS-ED-IMPACTOS TO WS-LINEA(1:5)
           MOVE WS-ITEM-IMPACTOS TO WS-ED-IMPACTOS
           EVALUATE TRUE
               WHEN PAR-POB-MOVIMIENTOS
                   PERFORM ESCRIBIR-ITEM-MOVIMIENTO
               WHEN PAR-POB-NOMINA
                   PERFORM ESCRIBIR-ITEM-NOMINA
               WHEN OTHER
                   PERFORM ESCRIBIR-ITEM-CAMBIO
           END-EVALUATE.

       ESCRIBIR-ITEM-MOVIMIENTO.
           MOVE MOV-IMPORTE TO WS-ED-IMPORTE
           MOVE MOV-SALDO TO WS-ED-SALDO
           STRING MOV-CUENTA " " MOV-FECHA " " MOV-SECUENCIA " "
               MOV-HORA " " MOV-CLI-ID " " MOV-TIPO " "
               WS-ED-IMPORTE " " WS-ED-SALDO " " MOV-REFERENCIA " "
               MOV-ESTADO " " MOV-TIPO-ORIGEN " "
               DELIMITED BY SIZE INTO WS-LINEA(7:)
           END-STRING
           IF PAR-MET-MONETARIO
               MOVE WS-ED-IMPACTOS TO WS-LINEA(88:5)
           END-IF
           WRITE REG-MUESTRA FROM WS-LINEA.

       ESCRIBIR-ITEM-NOMINA.
           STRING HIS-FECHA-PERIODO " " HIS-EMP-ID " " HIS-SECUENCIA
               " " HIS-NOMBRE " "
               DELIMITED BY SIZE INTO WS-LINEA(7:)
           END-STRING
           MOVE HIS-HORAS-NORM TO WS-ED-HORAS
           MOVE WS-ED-HORAS TO WS-LINEA(44:3)
           MOVE HIS-HORAS-EXTRA TO WS-ED-HORAS
           MOVE WS-ED-HORAS TO WS-LINEA(48:3)
           MOVE HIS-BRUTO TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-LINEA(52:10)
           MOVE HIS-RETENCION TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-LINEA(63:10)
           MOVE HIS-DEDUCCIONES TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-LINEA(74:10)
           MOVE HIS-NETO TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-LINEA(85:10)
           MOVE HIS-ESTADO TO WS-LINEA(96:1)
           IF PAR-MET-MONETARIO
               MOVE WS-ED-IMPACTOS TO WS-LINEA(98:5)
           END-IF
           WRITE REG-MUESTRA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "HORAS NOCHE/FINDE/FERIADO: " HIS-HORAS-NOCHE "/"
               HIS-HORAS-FINDE "/" HIS-HORAS-FERIADO
               "  RECARGOS: "
               DELIMITED BY SIZE INTO WS-LINEA(7:)
           END-STRING
           MOVE HIS-REC-NOCHE TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-LINEA(58:10)
           MOVE HIS-REC-FINDE TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-LINEA(69:10)
           MOVE HIS-REC-FERIADO TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-LINEA(80:10)
           WRITE REG-MUESTRA FROM WS-LINEA.

       ESCRIBIR-ITEM-CAMBIO.
           STRING PEN-FECHA " " PEN-NUMERO " " PEN-HORA " "
               PEN-ACCION " " PEN-CLAVE-MAESTRO " " PEN-ESTADO " "
               PEN-USUARIO " " PEN-ORIGEN " " PEN-APROBADOR " "
               PEN-FECHA-RESOL " " PEN-RIESGO
               DELIMITED BY SIZE INTO WS-LINEA(7:)
           END-STRING
           MOVE WS-ITEM-VALOR TO WS-ED-SALDO
           MOVE WS-ED-SALDO TO WS-LINEA(91:12)
           IF PAR-MET-MONETARIO
               MOVE WS-ED-IMPACTOS TO WS-LINEA(104:5)
           END-IF
           WRITE REG-MUESTRA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "MOTIVO: " PEN-MOTIVO "  DOC: " PEN-DOC-TIPO " "
               PEN-DOC-NUMERO " " PEN-DOC-PAIS " VENCE " PEN-DOC-VENCE
               DELIMITED BY SIZE INTO WS-LINEA(7:)
           END-STRING
           WRITE REG-MUESTRA FROM WS-LINEA
           IF PEN-ANTES NOT = SPACES
               MOVE SPACES TO WS-LINEA
               STRING "ANTES:   " PEN-ANTES(1:110)
                   DELIMITED BY SIZE INTO WS-LINEA(7:)
               END-STRING
               WRITE REG-MUESTRA FROM WS-LINEA
               MOVE SPACES TO WS-LINEA
               MOVE PEN-ANTES(111:75) TO WS-LINEA(16:75)
               WRITE REG-MUESTRA FROM WS-LINEA
           END-IF
           IF PEN-DESPUES NOT = SPACES
               MOVE SPACES TO WS-LINEA
               STRING "DESPUES: " PEN-DESPUES(1:110)
                   DELIMITED BY SIZE INTO WS-LINEA(7:)
               END-STRING
               WRITE REG-MUESTRA FROM WS-LINEA
               MOVE SPACES TO WS-LINEA
               MOVE PEN-DESPUES(111:75) TO WS-LINEA(16:75)
               WRITE REG-MUESTRA FROM WS-LINEA
           END-IF.

      *----------------------------------------------------------------*
      *    PEDIR-CONFIRMACION                                          *
      *    Un pedido por cuenta y muestra, al titular actual de la     *
      *    cuenta, por el saldo al cierre de la fecha hasta (ultima    *
      *    foto de SALDOS-HIST.IDX no posterior, como DB-CONFIRM).     *
      *----------------------------------------------------------------*
       PEDIR-CONFIRMACION.
           MOVE "N" TO WS-YA-PEDIDA
           PERFORM VARYING WS-IDX-PED FROM 1 BY 1
                   UNTIL WS-IDX-PED > WS-CANT-PEDIDAS
               IF WS-TPD-CUENTA(WS-IDX-PED) = MOV-CUENTA
                   MOVE "S" TO WS-YA-PEDIDA
               END-IF
           END-PERFORM
           IF WS-YA-PEDIDA = "S"
               GO TO PEDIR-CONFIRMACION-FIN
           END-IF
           IF WS-CANT-PEDIDAS NOT < 500
               ADD 1 TO WS-MUE-OMITIDAS
               DISPLAY "MUESTRA " WS-MUE-ID ": MAS DE 500 CUENTAS, "
                   "CUENTA " MOV-CUENTA " SIN PEDIDO."
               GO TO PEDIR-CONFIRMACION-FIN
           END-IF
           ADD 1 TO WS-CANT-PEDIDAS
           MOVE MOV-CUENTA TO WS-TPD-CUENTA(WS-CANT-PEDIDAS)

           MOVE MOV-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   ADD 1 TO WS-MUE-OMITIDAS
                   DISPLAY "MUESTRA " WS-MUE-ID ": CUENTA "
                       MOV-CUENTA " INEXISTENTE, SIN PEDIDO."
                   GO TO PEDIR-CONFIRMACION-FIN
           END-READ
           MOVE CTA-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   ADD 1 TO WS-MUE-OMITIDAS
                   DISPLAY "MUESTRA " WS-MUE-ID ": CLIENTE "
                       CTA-CLI-ID " INEXISTENTE, SIN PEDIDO."
                   GO TO PEDIR-CONFIRMACION-FIN
           END-READ
           PERFORM BUSCAR-SALDO-CORTE

           ADD 1 TO WS-ULT-CONFIRMACION
           ADD 1 TO WS-MUE-CONFIRMACIONES
           ADD 1 TO WS-CONT-CARTAS
           MOVE SPACES TO REG-SEGUIMIENTO
           MOVE WS-ULT-CONFIRMACION TO SEG-NUMERO
           MOVE WS-MUE-ID TO SEG-MUESTRA
           MOVE CLI-ID TO SEG-CLI-ID
           MOVE CTA-NUMERO TO SEG-CUENTA
           MOVE PAR-FECHA-HASTA TO SEG-FECHA-CORTE
           MOVE WS-FOTO-SALDO TO SEG-SALDO
           MOVE WS-FOTO-MONEDA TO SEG-MONEDA
           MOVE WS-FECHA-NEGOCIO TO SEG-FECHA-ENVIO
           MOVE "P" TO SEG-ESTADO
           MOVE 0 TO SEG-FECHA-RESP
           MOVE 0 TO SEG-SALDO-INFORMADO
           WRITE REG-SEGUIMIENTO
           PERFORM ESCRIBIR-CARTA.
       PEDIR-CONFIRMACION-FIN.
           EXIT.

       BUSCAR-SALDO-CORTE.
           MOVE "N" TO WS-HAY-FOTO
           MOVE 0 TO WS-FOTO-SALDO
           MOVE CTA-MONEDA TO WS-FOTO-MONEDA
           MOVE "N" TO WS-FIN-HIST
           MOVE CTA-NUMERO TO SHI-CUENTA
           MOVE 0 TO SHI-FECHA
           START ARCH-HISTORIA KEY IS NOT LESS THAN SHI-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-HIST
           END-START
           PERFORM UNTIL WS-FIN-HIST = "S"
               READ ARCH-HISTORIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-HIST
                   NOT AT END
                       IF SHI-CUENTA NOT = CTA-NUMERO
                               OR SHI-FECHA > PAR-FECHA-HASTA
                           MOVE "S" TO WS-FIN-HIST
                       ELSE
                           MOVE "S" TO WS-HAY-FOTO
                           COMPUTE WS-FOTO-SALDO =
                               SHI-SALDO - SHI-SOBREGIRO
                           MOVE SHI-MONEDA TO WS-FOTO-MONEDA
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      *    ESCRIBIR-CARTA                                              *
      *    Pedido de confirmacion positiva: el cliente responde a      *
      *    auditoria interna con el talon del pie, conforme o con el   *
      *    saldo segun sus registros. Una carta por pagina.            *
      *----------------------------------------------------------------*
       ESCRIBIR-CARTA.
           IF WS-CONT-CARTAS > 1
               MOVE SPACES TO WS-LINEA-CARTA
               WRITE REG-CARTA FROM WS-LINEA-CARTA
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "FECHA DE EMISION: " WS-FECHA-NEGOCIO
               "          PEDIDO NRO. " WS-ULT-CONFIRMACION
               DELIMITED BY SIZE INTO WS-LINEA-CARTA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "SR/A. " CLI-NOMBRE DELIMITED BY "  "
               " " CLI-APELLIDO DELIMITED BY "  "
               INTO WS-LINEA-CARTA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE CLI-DIRECCION TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "CLIENTE NRO. " CLI-ID
               DELIMITED BY SIZE INTO WS-LINEA-CARTA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "REF.: PEDIDO DE CONFIRMACION DE SALDO AL "
               PAR-FECHA-HASTA
               DELIMITED BY SIZE INTO WS-LINEA-CARTA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE "NUESTRA AUDITORIA INTERNA ESTA REVISANDO LAS CUENTAS"
               TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE "DE LA ENTIDAD. LE PEDIMOS QUE NOS CONFIRME SI EL SALDO"
               TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "QUE FIGURA A CONTINUACION, AL CIERRE DEL "
               PAR-FECHA-HASTA ","
               DELIMITED BY SIZE INTO WS-LINEA-CARTA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE "COINCIDE CON SUS REGISTROS." TO WS-LINEA-CARTA
           MOVE "ESTE NO ES UN PEDIDO DE PAGO." TO WS-LINEA-CARTA(29:)
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           IF WS-HAY-FOTO = "N"
               STRING "CUENTA " CTA-NUMERO " " CTA-TIPO
                   "   SIN SALDO REGISTRADO A ESA FECHA: INDIQUE"
                   DELIMITED BY SIZE INTO WS-LINEA-CARTA
               END-STRING
               WRITE REG-CARTA FROM WS-LINEA-CARTA
               MOVE "EL SALDO SEGUN SUS REGISTROS EN EL TALON."
                   TO WS-LINEA-CARTA
           ELSE
               MOVE WS-FOTO-SALDO TO WS-ED-SALDO-NETO
               STRING "CUENTA " CTA-NUMERO " " CTA-TIPO " "
                   WS-FOTO-MONEDA "   SALDO: " WS-ED-SALDO-NETO
                   DELIMITED BY SIZE INTO WS-LINEA-CARTA
               END-STRING
               IF WS-FOTO-SALDO < 0
                   MOVE "(DEUDOR, EN DESCUBIERTO)"
                       TO WS-LINEA-CARTA(50:)
               END-IF
           END-IF
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE "POR FAVOR COMPLETE Y FIRME EL TALON Y ENTREGUELO EN"
               TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE "CUALQUIER SUCURSAL CON DESTINO A AUDITORIA INTERNA."
               TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE "            ______________________________"
               TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE "            AUDITORIA INTERNA" TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE "- - - - - - - - - - - - CORTE AQUI - - - - - - - - - -"
               TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "CONFIRMACION NRO. " WS-ULT-CONFIRMACION
               "   CUENTA " CTA-NUMERO "   CLIENTE " CLI-ID
               DELIMITED BY SIZE INTO WS-LINEA-CARTA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "[ ] EL SALDO AL " PAR-FECHA-HASTA
               " ES CORRECTO."
               DELIMITED BY SIZE INTO WS-LINEA-CARTA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE "[ ] NO ES CORRECTO. SALDO SEGUN MIS REGISTROS:"
               TO WS-LINEA-CARTA
           MOVE "________" TO WS-LINEA-CARTA(48:)
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE "    DETALLE DE LA DIFERENCIA:" TO WS-LINEA-CARTA
           MOVE ALL "_" TO WS-LINEA-CARTA(31:27)
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE SPACES TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA
           MOVE "FIRMA: ________________________   FECHA: ____________"
               TO WS-LINEA-CARTA
           WRITE REG-CARTA FROM WS-LINEA-CARTA.

      *================================================================*
      *    FUNCION R: REGISTRO DE RESPUESTAS                           *
      *================================================================*
       REGISTRAR-RESPUESTAS.
           OPEN INPUT ARCH-SEGUIMIENTO
           IF FS-SEG NOT = "00"
               DISPLAY "SIN confirmaciones_seg.txt (FS=" FS-SEG
                   "). NO HAY PEDIDOS EMITIDOS."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-SEG-NUEVO
           IF FS-SGN NOT = "00"
               DISPLAY "ERROR AL ABRIR confirmaciones_seg.tmp. FS="
                   FS-SGN
               MOVE "confirmaciones_seg.tmp" TO WS-ERR-ARCHIVO
               MOVE FS-SGN TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE ARCH-SEGUIMIENTO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "SEGUIMIENTO DE CONFIRMACIONES DE SALDO - FECHA DE "
               "NEGOCIO " WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "=" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP

           PERFORM CARGAR-RESPUESTAS

           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "DISCONFORMES, NO ENTREGADOS Y SIN RESPUESTA A 30 DIAS:"
               TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "PEDIDO  MUESTRA CLIENTE CUENTA   E RESPUESTA    "
               TO WS-LINEA-REP
           MOVE "REGISTRADO      INFORMADO      DIFERENCIA"
               TO WS-LINEA-REP(48:)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP

           MOVE "N" TO WS-FIN
           PERFORM UNTIL WS-FIN = "S"
               READ ARCH-SEGUIMIENTO
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       PERFORM ACTUALIZAR-SEGUIMIENTO
                       WRITE REG-SEG-NUEVO FROM REG-SEGUIMIENTO
               END-READ
           END-PERFORM
           CLOSE ARCH-SEGUIMIENTO
           CLOSE ARCH-SEG-NUEVO
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-SEG
               RETURNING WS-RC-CBL
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-SEG-TMP WS-NOMBRE-SEG
               RETURNING WS-RC-CBL

           PERFORM INFORMAR-NO-APLICADAS
           PERFORM INFORMAR-POR-MUESTRA
           CLOSE ARCH-REPORTE

           MOVE "CONFIRM-SEGUIM" TO WS-SPOOL-REPORTE
           MOVE "confirm_seg_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "RESPUESTAS LEIDAS:      " WS-CANT-RESP
           DISPLAY "RESPUESTAS REGISTRADAS: " WS-CONT-APLICADAS
           DISPLAY "RESPUESTAS RECHAZADAS:  " WS-CONT-RESP-RECH
           DISPLAY "REPORTE: confirm_seg_rep.txt"
           IF WS-CONT-RESP-RECH > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *    CARGAR-RESPUESTAS                                           *
      *    Resultado C (conforme), D (disconforme, con el saldo que    *
      *    informa el cliente) o N (no entregada / devuelta).          *
      *----------------------------------------------------------------*
       CARGAR-RESPUESTAS.
           MOVE 0 TO WS-CANT-RESP
           OPEN INPUT ARCH-RESPUESTAS
           IF FS-RSP NOT = "00"
               DISPLAY "SIN confirmaciones_resp.txt: SOLO SE INFORMA "
                   "EL ESTADO."
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-RESPUESTAS
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF REG-RESPUESTA NOT = SPACES
                               PERFORM VALIDAR-RESPUESTA
                                   THRU VALIDAR-RESPUESTA-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-RESPUESTAS
           END-IF.

       VALIDAR-RESPUESTA.
           IF RSP-NUMERO NOT NUMERIC OR RSP-FECHA NOT NUMERIC
                   OR RSP-SALDO NOT NUMERIC
               MOVE "LINEA MAL FORMADA" TO WS-MOTIVO
               PERFORM RECHAZAR-RESPUESTA
               GO TO VALIDAR-RESPUESTA-FIN
           END-IF
           IF NOT RSP-CONFORME AND NOT RSP-DISCONFORME
                   AND NOT RSP-NO-ENTREGADA
               MOVE "RESULTADO INVALIDO (C/D/N)" TO WS-MOTIVO
               PERFORM RECHAZAR-RESPUESTA
               GO TO VALIDAR-RESPUESTA-FIN
           END-IF
           MOVE "V" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION RSP-FECHA
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00" OR RSP-FECHA > WS-FECHA-NEGOCIO
               MOVE "FECHA DE RESPUESTA INVALIDA" TO WS-MOTIVO
               PERFORM RECHAZAR-RESPUESTA
               GO TO VALIDAR-RESPUESTA-FIN
           END-IF
           IF WS-CANT-RESP NOT < 500
               MOVE "MAS DE 500 RESPUESTAS: QUEDA PARA OTRA CORRIDA"
                   TO WS-MOTIVO
               PERFORM RECHAZAR-RESPUESTA
               GO TO VALIDAR-RESPUESTA-FIN
           END-IF
           ADD 1 TO WS-CANT-RESP
           MOVE RSP-NUMERO TO WS-TRS-NUMERO(WS-CANT-RESP)
           MOVE RSP-FECHA TO WS-TRS-FECHA(WS-CANT-RESP)
           MOVE RSP-RESULTADO TO WS-TRS-RESULTADO(WS-CANT-RESP)
           MOVE RSP-SALDO TO WS-TRS-SALDO(WS-CANT-RESP)
           MOVE RSP-OBSERVACION TO WS-TRS-OBSERV(WS-CANT-RESP)
           MOVE "N" TO WS-TRS-USADA(WS-CANT-RESP).
       VALIDAR-RESPUESTA-FIN.
           EXIT.

       RECHAZAR-RESPUESTA.
           ADD 1 TO WS-CONT-RESP-RECH
           MOVE SPACES TO WS-LINEA-REP
           STRING "RESPUESTA RECHAZADA: " REG-RESPUESTA(1:15)
               " - " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP.

      *----------------------------------------------------------------*
      *    ACTUALIZAR-SEGUIMIENTO                                      *
      *    Solo un pedido pendiente acepta respuesta; una respuesta    *
      *    repetida para uno ya contestado se rechaza. Un conforme sin *
      *    saldo informado toma el saldo pedido.                       *
      *----------------------------------------------------------------*
       ACTUALIZAR-SEGUIMIENTO.
           MOVE 0 TO WS-RESP-HALLADA
           PERFORM VARYING WS-IDX-RESP FROM 1 BY 1
                   UNTIL WS-IDX-RESP > WS-CANT-RESP
               IF WS-TRS-NUMERO(WS-IDX-RESP) = SEG-NUMERO
                       AND WS-TRS-USADA(WS-IDX-RESP) = "N"
                       AND WS-RESP-HALLADA = 0
                   MOVE WS-IDX-RESP TO WS-RESP-HALLADA
               END-IF
           END-PERFORM
           IF WS-RESP-HALLADA > 0
               MOVE "S" TO WS-TRS-USADA(WS-RESP-HALLADA)
               IF NOT SEG-PENDIENTE
                   ADD 1 TO WS-CONT-RESP-RECH
                   MOVE SPACES TO WS-LINEA-REP
                   STRING "RESPUESTA RECHAZADA: PEDIDO " SEG-NUMERO
                       " YA RESPONDIDO EL " SEG-FECHA-RESP
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   END-STRING
                   WRITE REG-REPORTE FROM WS-LINEA-REP
               ELSE
                   ADD 1 TO WS-CONT-APLICADAS
                   MOVE WS-TRS-RESULTADO(WS-RESP-HALLADA) TO SEG-ESTADO
                   MOVE WS-TRS-FECHA(WS-RESP-HALLADA) TO SEG-FECHA-RESP
                   MOVE WS-TRS-SALDO(WS-RESP-HALLADA)
                       TO SEG-SALDO-INFORMADO
                   MOVE WS-TRS-OBSERV(WS-RESP-HALLADA)
                       TO SEG-OBSERVACION
                   IF SEG-CONFORME AND SEG-SALDO-INFORMADO = 0
                       MOVE SEG-SALDO TO SEG-SALDO-INFORMADO
                   END-IF
               END-IF
           END-IF
           PERFORM ACUMULAR-POR-MUESTRA
           IF SEG-DISCONFORME OR SEG-NO-ENTREGADA
               PERFORM INFORMAR-SEGUIMIENTO
           END-IF
           IF SEG-PENDIENTE
               MOVE "D" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-FECHA-NEGOCIO SEG-FECHA-ENVIO WS-FEC-RESULTADO
                   WS-FEC-RC
               IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO > 30
                   MOVE WS-FEC-RESULTADO TO WS-DIAS-SIN-RESP
                   PERFORM INFORMAR-SEGUIMIENTO
               END-IF
           END-IF.

       INFORMAR-SEGUIMIENTO.
           MOVE SPACES TO WS-LINEA-REP
           STRING SEG-NUMERO "  " SEG-MUESTRA "  " SEG-CLI-ID "   "
               SEG-CUENTA " " SEG-ESTADO " " SEG-FECHA-RESP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           MOVE SEG-SALDO TO WS-ED-SALDO-NETO
           MOVE WS-ED-SALDO-NETO TO WS-LINEA-REP(47:15)
           IF SEG-DISCONFORME
               MOVE SEG-SALDO-INFORMADO TO WS-ED-SALDO-NETO
               MOVE WS-ED-SALDO-NETO TO WS-LINEA-REP(62:15)
               COMPUTE WS-DIFERENCIA = SEG-SALDO-INFORMADO - SEG-SALDO
               MOVE WS-DIFERENCIA TO WS-ED-DIFERENCIA
               MOVE WS-ED-DIFERENCIA TO WS-LINEA-REP(78:15)
           END-IF
           IF SEG-NO-ENTREGADA
               MOVE "NO ENTREGADA" TO WS-LINEA-REP(63:12)
           END-IF
           IF SEG-PENDIENTE
               MOVE WS-DIAS-SIN-RESP TO WS-ED-DIAS
               STRING "SIN RESPUESTA " WS-ED-DIAS " DIAS"
                   DELIMITED BY SIZE INTO WS-LINEA-REP(63:)
               END-STRING
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-REP
           IF SEG-OBSERVACION NOT = SPACES
               MOVE SPACES TO WS-LINEA-REP
               STRING "        OBS.: " SEG-OBSERVACION
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF.

       ACUMULAR-POR-MUESTRA.
           MOVE 0 TO WS-IDX-MS
           PERFORM VARYING WS-IDX-RESP FROM 1 BY 1
                   UNTIL WS-IDX-RESP > WS-CANT-MUE-SEG
               IF WS-TMS-MUESTRA(WS-IDX-RESP) = SEG-MUESTRA
                   MOVE WS-IDX-RESP TO WS-IDX-MS
               END-IF
           END-PERFORM
           IF WS-IDX-MS = 0
               IF WS-CANT-MUE-SEG < 200
                   ADD 1 TO WS-CANT-MUE-SEG
                   MOVE WS-CANT-MUE-SEG TO WS-IDX-MS
                   MOVE SEG-MUESTRA TO WS-TMS-MUESTRA(WS-IDX-MS)
                   MOVE 0 TO WS-TMS-ENVIADAS(WS-IDX-MS)
                   MOVE 0 TO WS-TMS-CONFORMES(WS-IDX-MS)
                   MOVE 0 TO WS-TMS-DISCONF(WS-IDX-MS)
                   MOVE 0 TO WS-TMS-NO-ENTR(WS-IDX-MS)
                   MOVE 0 TO WS-TMS-PENDIENTES(WS-IDX-MS)
               END-IF
           END-IF
           IF WS-IDX-MS > 0
               ADD 1 TO WS-TMS-ENVIADAS(WS-IDX-MS)
               EVALUATE TRUE
                   WHEN SEG-CONFORME
                       ADD 1 TO WS-TMS-CONFORMES(WS-IDX-MS)
                   WHEN SEG-DISCONFORME
                       ADD 1 TO WS-TMS-DISCONF(WS-IDX-MS)
                   WHEN SEG-NO-ENTREGADA
                       ADD 1 TO WS-TMS-NO-ENTR(WS-IDX-MS)
                   WHEN OTHER
                       ADD 1 TO WS-TMS-PENDIENTES(WS-IDX-MS)
               END-EVALUATE
           END-IF.

      *    RESPUESTAS QUE NO ENCONTRARON SU PEDIDO.
       INFORMAR-NO-APLICADAS.
           PERFORM VARYING WS-IDX-RESP FROM 1 BY 1
                   UNTIL WS-IDX-RESP > WS-CANT-RESP
               IF WS-TRS-USADA(WS-IDX-RESP) = "N"
                   ADD 1 TO WS-CONT-RESP-RECH
                   MOVE SPACES TO WS-LINEA-REP
                   STRING "RESPUESTA RECHAZADA: PEDIDO "
                       WS-TRS-NUMERO(WS-IDX-RESP) " INEXISTENTE"
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   END-STRING
                   WRITE REG-REPORTE FROM WS-LINEA-REP
               END-IF
           END-PERFORM.

       INFORMAR-POR-MUESTRA.
           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "ESTADO POR MUESTRA:" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "MUESTRA  ENVIADOS CONFORMES DISCONF." TO WS-LINEA-REP
           MOVE " NO ENTREG. PENDIENTES" TO WS-LINEA-REP(37:)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           PERFORM VARYING WS-IDX-MS FROM 1 BY 1
                   UNTIL WS-IDX-MS > WS-CANT-MUE-SEG
               MOVE SPACES TO WS-LINEA-REP
               STRING WS-TMS-MUESTRA(WS-IDX-MS) "      "
                   WS-TMS-ENVIADAS(WS-IDX-MS) "     "
                   WS-TMS-CONFORMES(WS-IDX-MS) "    "
                   WS-TMS-DISCONF(WS-IDX-MS) "       "
                   WS-TMS-NO-ENTR(WS-IDX-MS) "      "
                   WS-TMS-PENDIENTES(WS-IDX-MS)
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-PERFORM.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185,
      * CUENTAS V02/50, SALDOS-HIST V01/60 Y MOVIMIENTOS V01/68.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           PERFORM CRUZAR-LAYOUT
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM CRUZAR-LAYOUT
           MOVE "SALDOS-HIST.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 60 TO WS-LAY-LONGITUD
           PERFORM CRUZAR-LAYOUT
           MOVE "MOVIMIENTOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 68 TO WS-LAY-LONGITUD
           PERFORM CRUZAR-LAYOUT.

       CRUZAR-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               CLOSE ARCH-PARAM
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
               " PROGRAMA=DB-AUDIT-SAMPLE" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-AUDIT-SAMPLE.
