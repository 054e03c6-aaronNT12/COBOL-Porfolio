      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Recibo electronico: el empleado con EMP-ENTREGA
      *                E y correo en EMP-CORREO.IDX recibe su recibo
      *                como documento propio (REC<periodo>-<id>.txt)
      *                en recibos_envio.txt, anotado en
      *                recibos_manifiesto.txt; sin correo sale en
      *                papel. El resultado de la pasarela lo procesa
      *                PAYROLL-ENTREGA.
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX (clave
      *                periodo + empleado + secuencia, alterna por
      *                empleado): la aprobacion graba cada linea con
      *                la primera secuencia libre del empleado en el
      *                periodo.
      * 15-10-2026 AAR El abono de sueldo (tipo S) lleva el periodo de
      *                la corrida en MOV-REFERENCIA, para que la
      *                conciliacion de la liberacion (PAYROLL-RECON)
      *                ate cada abono interno a su periodo. La
      *                conformidad de la liberacion queda a cargo de
      *                esa conciliacion.
      * 15-10-2026 AAR Liberacion por empresa del grupo: se pide la
      *                empresa (EMPRESA-RUTINA) y se libera su
      *                pendiente, que tiene que traer esa empresa en
      *                la cabecera. Recibos, pagos_banco, diario y su
      *                .ctl llevan el sufijo de la empresa (la 01
      *                conserva los nombres de siempre); la cabecera
      *                de pagos lleva la empresa y su cuenta
      *                pagadora, la del diario la empresa y su
      *                identificacion fiscal, y las cuentas del
      *                asiento se traducen al mayor de la empresa
      *                segun empresa_cuentas.txt. pagos_registro.txt
      *                y runctl.txt se controlan por empresa.
      * 15-10-2026 AAR Las lineas P del pendiente (reparto de cada
      *                empleado por departamento y proyecto) se
      *                acumulan al aprobar en costo_lab_hist.txt
      *                con el periodo; es la base del control de
      *                presupuesto laboral (PAYROLL-BUDGET).
      * 15-10-2026 AAR Neto minimo protegido: detalle pendiente de 220
      *                a 280 con la marca de piso y los atrasos por
      *                tipo; el recibo los muestra. Al aprobar se
      *                reparten los descuentos linea por linea con su
      *                atraso (prestamos, embargos y planes) y se
      *                actualiza DED-ATRASO en deducciones.txt; la
      *                retencion no practicada queda en una linea R.
      * 15-10-2026 AAR Comision por ventas: el detalle pendiente trae
      *                la comision (va dentro del bruto) y las
      *                anulaciones a compensar el mes siguiente; el
      *                recibo muestra la comision y al aprobar se
      *                regraba comision_arrastre.txt con el arrastre
      *                de cada empleado liquidado.
      * 15-10-2026 AAR Recargos de turno: el detalle pendiente (de 180
      *                a 220 caracteres) trae horas y recargo
      *                nocturno, de fin de semana y de feriado; el
      *                recibo los muestra bajo el bruto y el historico
      *                los guarda (nomina_hist.txt de 75 a 111
      *                caracteres).
      * 14-10-2026 AAR MOV-FECHA sale de la fecha de negocio (rutina
      *                comun FECHA-NEGOCIO, que mueve el cierre de dia
      *                EOD-ROLL) y no del reloj: lo posteado pasada la
      *                medianoche o en una corrida tardia cae en su
      *                dia contable.
      * 02-09-2026 AAR El abono interno del neto (que es moneda
      *                local) exige que la cuenta interna sea de
      *                moneda local: una cuenta en divisa recibe el
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PENDIENTE ASSIGN TO WS-NOMBRE-PENDIENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEN.
           SELECT EMP-FILE ASSIGN TO "EMPLEADOS.IDX"
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS.
           SELECT ARCH-ENVIO ASSIGN TO WS-NOMBRE-ENVIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENV.
           SELECT ARCH-MANIFIESTO ASSIGN TO WS-NOMBRE-MANIFIESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAN.
           SELECT ARCH-CORREOS ASSIGN TO "EMP-CORREO.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ECO-EMP-ID
               FILE STATUS IS FS-ECO.
           SELECT RECIBO-FILE ASSIGN TO WS-NOMBRE-RECIBOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBO.
           SELECT ARCH-PAGOS ASSIGN TO WS-NOMBRE-PAGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAG.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-COSTO-HIST ASSIGN TO "costo_lab_hist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLH.
           SELECT ARCH-DEDUCCIONES ASSIGN TO "deducciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DED.
           SELECT ARCH-DEPARTAMENTOS ASSIGN TO "departamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEP.
           SELECT ARCH-DIARIO ASSIGN TO WS-NOMBRE-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIA.
           SELECT ARCH-DIARIO-CTL ASSIGN TO WS-NOMBRE-DIARIO-CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DCT.
           SELECT ARCH-REMESA ASSIGN TO WS-NOMBRE-REMESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REM.
           SELECT ARCH-CTA-EMPRESA ASSIGN TO "empresa_cuentas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ECT.
           SELECT ARCH-REG-PAGOS ASSIGN TO "pagos_registro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RPG.
           SELECT ARCH-ANTICIPOS ASSIGN TO "anticipos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANC.
           SELECT ARCH-COM-ARRASTRE ASSIGN TO "comision_arrastre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAR.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PENDIENTE.
       01  REG-PENDIENTE        PIC X(280).
       01  REG-PEN-CABECERA REDEFINES REG-PENDIENTE.
           05 PEN-C-TIPO       PIC X(1).
           05 PEN-C-FECHA-PER  PIC 9(8).
           05 PEN-C-FECHA-GEN  PIC 9(8).
           05 PEN-C-CICLO      PIC X(1).
           05 PEN-C-EMPRESA    PIC X(2).
           05 FILLER           PIC X(260).
       01  REG-PEN-DETALLE REDEFINES REG-PENDIENTE.
           05 PEN-D-TIPO       PIC X(1).
           05 PEN-D-EMP-ID     PIC 9(4).
           05 PEN-D-BONO-EXENTO PIC 9(7)V99.
           05 PEN-D-PREST-INT  PIC 9(7)V99.
           05 PEN-D-ANTICIPO   PIC 9(7)V99.
           05 PEN-D-HORAS-NOCHE PIC 9(3).
           05 PEN-D-HORAS-FINDE PIC 9(3).
           05 PEN-D-HORAS-FERIADO PIC 9(3).
           05 PEN-D-REC-NOCHE  PIC 9(7)V99.
           05 PEN-D-REC-FINDE  PIC 9(7)V99.
           05 PEN-D-REC-FERIADO PIC 9(7)V99.
           05 PEN-D-COMISION   PIC 9(7)V99.
           05 PEN-D-COM-ARRASTRE PIC 9(9)V99.
           05 PEN-D-PISO       PIC X(1).
           05 PEN-D-RET-ATRASO PIC 9(7)V99.
           05 PEN-D-ATR-RETENCION PIC 9(7)V99.
           05 PEN-D-ATR-EMBARGO PIC 9(7)V99.
           05 PEN-D-ATR-PLAN   PIC 9(7)V99.
           05 PEN-D-ATR-PRESTAMO PIC 9(7)V99.
           05 PEN-D-ATR-ANTICIPO PIC 9(7)V99.
           05 FILLER           PIC X(7).
       01  REG-PEN-PROYECTO REDEFINES REG-PENDIENTE.
           05 PEN-P-TIPO       PIC X(1).
           05 PEN-P-EMP-ID     PIC 9(4).
           05 PEN-P-DEPTO      PIC X(4).
           05 PEN-P-PROYECTO   PIC X(4).
           05 PEN-P-HORAS      PIC 9(4).
           05 PEN-P-BRUTO      PIC 9(7)V99.
           05 PEN-P-APORTES    PIC 9(7)V99.
           05 FILLER           PIC X(245).
       01  REG-PEN-COLA REDEFINES REG-PENDIENTE.
           05 PEN-T-TIPO       PIC X(1).
           05 PEN-T-BRUTO      PIC 9(11)V99.
           05 PEN-T-RETENCION  PIC 9(11)V99.
           05 PEN-T-NETO       PIC 9(11)V99.
           05 PEN-T-APORTES    PIC 9(11)V99.
           05 FILLER           PIC X(227).

       FD  EMP-FILE
           RECORD CONTAINS 110 CHARACTERS.
           05 EMP-FECHA-INGRESO PIC 9(8).
           05 EMP-VAC-ACUM     PIC 9(3)V99.
           05 EMP-CTA-INTERNA  PIC 9(8).
           05 EMP-EMPRESA      PIC X(2).
           05 EMP-ENTREGA      PIC X(1).
               88 EMP-ENTREGA-PAPEL    VALUE "P" " ".
               88 EMP-ENTREGA-CORREO   VALUE "E".
           05 FILLER           PIC X(7).

       FD  RECIBO-FILE.
       01  REG-RECIBO          PIC X(60).

      *----------------------------------------------------------------*
      *    RECIBOS ELECTRONICOS PARA LA PASARELA DE CORREO: CADA       *
      *    RECIBO ES UN DOCUMENTO CON NOMBRE PROPIO (D = COMIENZO,     *
      *    L = LINEA DEL RECIBO, F = FIN) Y EL MANIFIESTO DICE A QUIEN *
      *    VA CADA DOCUMENTO.                                          *
      *----------------------------------------------------------------*
       FD  ARCH-ENVIO.
       01  REG-ENVIO           PIC X(80).
       01  REG-ENV-DOCUMENTO REDEFINES REG-ENVIO.
           05 ENV-D-TIPO       PIC X(1).
           05 ENV-D-DOCUMENTO  PIC X(40).
           05 ENV-D-EMP-ID     PIC 9(4).
           05 ENV-D-PERIODO    PIC 9(8).
           05 FILLER           PIC X(27).
       01  REG-ENV-LINEA REDEFINES REG-ENVIO.
           05 ENV-L-TIPO       PIC X(1).
           05 ENV-L-LINEA      PIC X(60).
           05 FILLER           PIC X(19).
       01  REG-ENV-FIN REDEFINES REG-ENVIO.
           05 ENV-F-TIPO       PIC X(1).
           05 ENV-F-DOCUMENTO  PIC X(40).
           05 ENV-F-LINEAS     PIC 9(4).
           05 FILLER           PIC X(35).

       FD  ARCH-MANIFIESTO.
       01  REG-MANIFIESTO.
           05 MAN-EMP-ID       PIC 9(4).
           05 MAN-CORREO       PIC X(60).
           05 MAN-DOCUMENTO    PIC X(40).
           05 MAN-PERIODO      PIC 9(8).

       FD  ARCH-CORREOS.
       01  REG-CORREO.
           05 ECO-EMP-ID       PIC 9(4).
           05 ECO-CORREO       PIC X(60).
           05 ECO-FECHA-ACT    PIC 9(8).
           05 FILLER           PIC X(8).

       FD  ARCH-PAGOS.
       01  REG-PAGO            PIC X(50).
       01  REG-PAGO-CABECERA REDEFINES REG-PAGO.
           05 PAG-H-FECHA-PER  PIC 9(8).
           05 PAG-H-FECHA-GEN  PIC 9(8).
           05 PAG-H-SECUENCIA  PIC 9(6).
           05 PAG-H-EMPRESA    PIC X(2).
           05 PAG-H-BANCO      PIC 9(3).
           05 PAG-H-CUENTA     PIC X(12).
           05 FILLER           PIC X(10).
       01  REG-PAGO-DETALLE REDEFINES REG-PAGO.
           05 PAG-D-TIPO       PIC X(1).
           05 PAG-D-EMP-ID     PIC 9(4).

       FD  ARCH-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
               10 HIS-FECHA-PERIODO PIC 9(8).
               10 HIS-EMP-ID        PIC 9(4).
               10 HIS-SECUENCIA     PIC 9(2).
           05 HIS-NOMBRE        PIC X(20).
           05 HIS-HORAS-NORM    PIC 9(3).
           05 HIS-HORAS-EXTRA   PIC 9(3).
           05 HIS-ESTADO        PIC X(1).
               88 HIS-PAGADO        VALUE "P".
               88 HIS-REVERTIDO     VALUE "R".
           05 HIS-HORAS-NOCHE   PIC 9(3).
           05 HIS-HORAS-FINDE   PIC 9(3).
           05 HIS-HORAS-FERIADO PIC 9(3).
           05 HIS-REC-NOCHE     PIC 9(7)V99.
           05 HIS-REC-FINDE     PIC 9(7)V99.
           05 HIS-REC-FERIADO   PIC 9(7)V99.

      *    COSTO LABORAL APROBADO POR EMPLEADO, DEPARTAMENTO Y
      *    PROYECTO; PAYROLL-REVERSAL MARCA R LO QUE REVIERTE.
       FD  ARCH-COSTO-HIST.
       01  REG-COSTO-HIST.
           05 CLH-FECHA-PERIODO PIC 9(8).
           05 CLH-EMP-ID        PIC 9(4).
           05 CLH-DEPTO         PIC X(4).
           05 CLH-PROYECTO      PIC X(4).
           05 CLH-HORAS         PIC 9(4).
           05 CLH-BRUTO         PIC 9(7)V99.
           05 CLH-APORTES       PIC 9(7)V99.
           05 CLH-ESTADO        PIC X(1).

       FD  ARCH-DEDUCCIONES.
       01  REG-DEDUCCION.
           05 DED-TIPO         PIC X(1).
               88 DED-ES-PRESTAMO  VALUE "P".
               88 DED-ES-EMBARGO   VALUE "E".
               88 DED-ES-RETENCION VALUE "R".
           05 DED-CLASE        PIC X(1).
           05 DED-VALOR        PIC 9(5)V99.
           05 DED-SALDO        PIC 9(7)V99.
           05 DED-TASA         PIC 9(2)V99.
           05 DED-PLAZO        PIC 9(3).
           05 FILLER           PIC X(3).
           05 DED-ATRASO       PIC 9(7)V99.

       FD  ARCH-REG-PAGOS.
       01  REG-REG-PAGOS.
           05 PRG-FECHA-PER    PIC 9(8).
           05 PRG-CICLO        PIC X(1).
           05 PRG-FECHA-GEN    PIC 9(8).
           05 PRG-EMPRESA      PIC X(2).

      *    PLAN DE CUENTAS POR EMPRESA: LA CUENTA DE NOMINA DEL
      *    ASIENTO (GTO-SUELDOS, IMP-RETENIDO, ...) Y LA CUENTA DEL
      *    MAYOR DE ESA EMPRESA. SIN LINEA LA CUENTA SALE COMO ESTA.
       FD  ARCH-CTA-EMPRESA.
       01  REG-CTA-EMPRESA.
           05 ECT-EMPRESA      PIC X(2).
           05 ECT-CUENTA       PIC X(12).
           05 ECT-MAYOR        PIC X(12).

       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
               88 ANT-PENDIENTE    VALUE "P".
               88 ANT-RECUPERADO   VALUE "R".

       FD  ARCH-COM-ARRASTRE.
       01  REG-COM-ARRASTRE.
           05 CAR-EMP-ID       PIC 9(4).
           05 CAR-ANULADO      PIC 9(9)V99.

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA       PIC X(180).

           05 RCT-FECHA        PIC 9(8).
           05 RCT-ESTADO       PIC X(10).
           05 RCT-FECHA-CORRIDA PIC 9(8).
           05 RCT-EMPRESA      PIC X(2).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).
           05 DIA-C-JOB        PIC X(12).
           05 DIA-C-FECHA-PER  PIC 9(8).
           05 DIA-C-FECHA-GEN  PIC 9(8).
           05 DIA-C-EMPRESA    PIC X(2).
           05 DIA-C-ID-FISCAL  PIC X(12).
           05 FILLER           PIC X(57).
       01  REG-DIA-LINEA REDEFINES REG-DIARIO.
           05 DIA-L-TIPO       PIC X(1).
           05 DIA-L-CUENTA     PIC X(12).
       01  FS                  PIC XX.
       01  FS-PEN              PIC XX.
       01  FS-RECIBO           PIC XX.
       01  FS-ENV              PIC XX.
       01  FS-MAN              PIC XX.
       01  FS-ECO              PIC XX.
       01  FS-PAG              PIC XX.
       01  FS-HIS              PIC XX.
       01  FS-CLH              PIC XX.
       01  FS-DED              PIC XX.
       01  FS-AUD              PIC XX.
       01  FS-ERR              PIC XX.
               10 TA-ESTADO    PIC X(1).
       01  WS-CANT-ANTICIPOS   PIC 9(3) VALUE 0.
       01  WS-IDX-ANC          PIC 9(3) VALUE 0.
       01  FS-CAR              PIC XX.
       01  WS-FIN-ARRASTRE     PIC X VALUE "N".
       01  WS-CAMBIO-ARRASTRE  PIC X VALUE "N".
       01  WS-TABLA-CARRASTRE.
           05 WS-CAR-ENT OCCURS 500 TIMES.
               10 CR-EMP-ID    PIC 9(4).
               10 CR-ANULADO   PIC 9(9)V99.
       01  WS-CANT-CARRASTRE   PIC 9(3) VALUE 0.
       01  WS-IDX-CAR          PIC 9(3) VALUE 0.
       01  WS-CAR-ENCONTRADO   PIC X VALUE "N".
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  WS-SUMA-INTERNOS    PIC 9(11)V99 VALUE 0.
       01  WS-SUMA-SALIDAS     PIC 9(11)V99 VALUE 0.
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-COSTO-TOTAL      PIC 9(11)V99 VALUE 0.
       01  WS-CONT-DETALLES    PIC 9(5) VALUE 0.

       01  WS-CONT-POSTEADOS   PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-MAESTRO PIC 9(5) VALUE 0.

      *    ENTREGA DEL RECIBO DEL EMPLEADO EN CURSO (P PAPEL, E CORREO).
       01  WS-ENTREGA          PIC X(1) VALUE "P".
       01  WS-HAY-CORREOS      PIC X VALUE "N".
       01  WS-DOC-RECIBO       PIC X(40).
       01  WS-DOC-LINEAS       PIC 9(4) VALUE 0.
       01  WS-CONT-ELECTRONICOS PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-CORREO  PIC 9(5) VALUE 0.
       01  WS-CONT-PAGOS       PIC 9(6) VALUE 0.
       01  WS-SUMA-PAGOS       PIC 9(11)V99 VALUE 0.
       01  WS-CONT-SIN-BANCO   PIC 9(5) VALUE 0.
               10 TD-CASO      PIC X(12).
               10 TD-TASA      PIC 9(2)V99.
               10 TD-PLAZO     PIC 9(3).
               10 TD-ATRASO    PIC 9(7)V99.
       01  WS-CANT-DEDUCCIONES PIC 9(3) VALUE 0.
       01  WS-IDX-DED          PIC 9(3) VALUE 0.
       01  WS-DED-DESBORDE     PIC X VALUE "N".
       01  WS-PRESTAMO-RESTA   PIC 9(7)V99 VALUE 0.
       01  WS-RESTA-PARCIAL    PIC 9(7)V99 VALUE 0.
       01  WS-CUOTA-PRESTAMO   PIC 9(7)V99 VALUE 0.
       01  WS-DED-DEBIDO       PIC 9(7)V99 VALUE 0.
       01  WS-PLAN-RESTA       PIC 9(7)V99 VALUE 0.
       01  WS-CUOTA-PLAN       PIC 9(7)V99 VALUE 0.
       01  WS-RET-LINEA-HALLADA PIC X VALUE "N".

       01  FS-REM              PIC XX.
       01  WS-NOMBRE-REMESA    PIC X(40).

       01  WS-NOMBRE-PENDIENTE PIC X(40)
               VALUE "nomina_pendiente.txt".
       01  WS-NOMBRE-RECIBOS   PIC X(40) VALUE "recibos.txt".
       01  WS-NOMBRE-ENVIO     PIC X(40) VALUE "recibos_envio.txt".
       01  WS-NOMBRE-MANIFIESTO PIC X(40)
               VALUE "recibos_manifiesto.txt".
       01  WS-NOMBRE-PAGOS     PIC X(40) VALUE "pagos_banco.txt".
       01  WS-NOMBRE-DIARIO-CTL PIC X(40)
               VALUE "nomina_diario.txt.ctl".

      *    EMPRESA QUE SE LIBERA (EMPRESA-RUTINA) Y SU PLAN DE CUENTAS.
       01  WS-EMPRESA          PIC X(2) VALUE "01".
       01  WS-EMPRESA-PEN      PIC X(2) VALUE SPACES.
       01  WS-EMP-DATOS.
           05 WS-EMP-NOMBRE    PIC X(30).
           05 WS-EMP-ID-FISCAL PIC X(12).
           05 WS-EMP-BANCO     PIC 9(3).
           05 WS-EMP-CUENTA    PIC X(12).
           05 WS-EMP-CALENDARIO PIC X(20).
           05 WS-EMP-SUFIJO    PIC X(3).
       01  WS-EMP-RC           PIC X(2).
       01  FS-ECT              PIC XX.
       01  WS-FIN-CTA-EMPRESA  PIC X VALUE "N".
       01  WS-TABLA-CTA-EMPRESA.
           05 WS-ECT-ENT OCCURS 50 TIMES.
               10 TM-CUENTA    PIC X(12).
               10 TM-MAYOR     PIC X(12).
       01  WS-CANT-CTA-EMPRESA PIC 9(2) VALUE 0.
       01  WS-IDX-ECT          PIC 9(2) VALUE 0.
       01  WS-RC-CBL           PIC 9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "==============================================="
           DISPLAY "      LIBERACION DE NOMINA (SEGUNDO PASO)       "
           DISPLAY "==============================================="
           PERFORM PEDIR-EMPRESA

           PERFORM LEER-TOTALES-PENDIENTES
               THRU LEER-TOTALES-PENDIENTES-EXIT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EMPRESA-PEN NOT = WS-EMPRESA
               DISPLAY "** " WS-NOMBRE-PENDIENTE " ES DE LA EMPRESA "
                   WS-EMPRESA-PEN ", NO DE LA " WS-EMPRESA ". NO SE "
                   "LIBERA. **"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "EMPRESA " WS-EMPRESA " " WS-EMP-NOMBRE
           DISPLAY "CORRIDA PENDIENTE DEL PERIODO " WS-FECHA-PERIODO
               " (GENERADA EL " WS-FECHA-GENERACION
               ", CICLO " WS-CICLO ")"
       LEER-TOTALES-PENDIENTES.
           OPEN INPUT ARCH-PENDIENTE
           IF FS-PEN NOT = "00"
               DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-PENDIENTE
                   " FS=" FS-PEN
               MOVE "nomina_pendiente.txt" TO WS-ERR-ARCHIVO
               MOVE FS-PEN TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
                       MOVE PEN-C-FECHA-PER TO WS-FECHA-PERIODO
                       MOVE PEN-C-FECHA-GEN TO WS-FECHA-GENERACION
                       MOVE PEN-C-CICLO     TO WS-CICLO
                       MOVE PEN-C-EMPRESA   TO WS-EMPRESA-PEN
                       IF WS-EMPRESA-PEN = SPACES
                           MOVE "01" TO WS-EMPRESA-PEN
                       END-IF
                       IF WS-CICLO = "M"
                           MOVE "NOMINA-MENS" TO WS-JOB-RUNCTL
                       ELSE
           PERFORM ABRIR-CUENTAS-INTERNAS
           PERFORM CARGAR-DEDUCCIONES
           PERFORM CARGAR-ANTICIPOS
           PERFORM CARGAR-ARRASTRE-COMISION
           PERFORM CARGAR-DEPARTAMENTOS
           PERFORM CARGAR-CTA-EMPRESA

           OPEN INPUT ARCH-PENDIENTE
           OPEN OUTPUT RECIBO-FILE
           PERFORM ESCRIBIR-ENCABEZADO-RECIBO
           OPEN OUTPUT ARCH-ENVIO
           OPEN OUTPUT ARCH-MANIFIESTO
           OPEN INPUT ARCH-CORREOS
           IF FS-ECO = "00"
               MOVE "S" TO WS-HAY-CORREOS
           END-IF
           OPEN OUTPUT ARCH-PAGOS
           PERFORM ESCRIBIR-CABECERA-PAGOS
           OPEN I-O ARCH-HISTORICO
           IF FS-HIS = "35"
               OPEN OUTPUT ARCH-HISTORICO
               CLOSE ARCH-HISTORICO
               OPEN I-O ARCH-HISTORICO
           END-IF
           OPEN EXTEND ARCH-COSTO-HIST
           IF FS-CLH = "35"
               OPEN OUTPUT ARCH-COSTO-HIST
           END-IF

           PERFORM LEER-PENDIENTE
               IF PEN-D-TIPO = "D"
                   PERFORM POSTEAR-EMPLEADO
               END-IF
               IF PEN-P-TIPO = "P"
                   PERFORM GRABAR-COSTO-PROYECTO
               END-IF
               PERFORM LEER-PENDIENTE
           END-PERFORM

           CLOSE ARCH-PENDIENTE
           CLOSE RECIBO-FILE
           MOVE "RECIBOS" TO WS-SPOOL-REPORTE
           MOVE WS-NOMBRE-RECIBOS TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC
           CLOSE ARCH-ENVIO
           CLOSE ARCH-MANIFIESTO
           IF WS-HAY-CORREOS = "S"
               CLOSE ARCH-CORREOS
           END-IF
           CLOSE ARCH-PAGOS
           CLOSE ARCH-HISTORICO
           CLOSE ARCH-COSTO-HIST
           CLOSE EMP-FILE
           IF WS-HAY-CUENTAS = "S"
               CLOSE CUENTAS

           PERFORM REGRABAR-DEDUCCIONES
           PERFORM REGRABAR-ANTICIPOS
           PERFORM REGRABAR-ARRASTRE-COMISION

           PERFORM GRABAR-DIARIO THRU GRABAR-DIARIO-EXIT
           PERFORM GRABAR-REMESAS
           DISPLAY "CORRIDA APROBADA Y POSTEADA."
           DISPLAY "EMPLEADOS POSTEADOS:        " WS-CONT-POSTEADOS
           DISPLAY "SIN REGISTRO EN EL MAESTRO: " WS-CONT-SIN-MAESTRO
           DISPLAY "RECIBOS POR CORREO:         " WS-CONT-ELECTRONICOS
               " (" WS-NOMBRE-ENVIO ")"
           IF WS-CONT-SIN-CORREO > 0
               DISPLAY "POR CORREO SIN DIRECCION:   " WS-CONT-SIN-CORREO
                   " (SALEN EN PAPEL)"
           END-IF
           DISPLAY "PAGOS AL BANCO:             " WS-CONT-PAGOS
           DISPLAY "ABONOS INTERNOS:            " WS-CONT-INTERNOS
           DISPLAY "PAGADOS SIN DATOS BANCARIOS:" WS-CONT-SIN-BANCO
           ELSE
               DISPLAY "** LAS SALIDAS NO CUADRAN CON EL NETO "
                   "TOTAL (" WS-TOT-NETO "). REVISAR. **"
           END-IF
           DISPLAY "LA CONFORMIDAD DE LA LIBERACION QUEDA PENDIENTE "
               "DE LA CONCILIACION (PAYROLL-RECON).".
       APROBAR-CORRIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PEDIR-EMPRESA                                               *
      *    Se libera la corrida pendiente de una empresa del grupo: su *
      *    pendiente y todo lo que sale de la liberacion llevan el     *
      *    sufijo de la empresa (la 01 conserva los nombres de         *
      *    siempre).                                                   *
      *----------------------------------------------------------------*
       PEDIR-EMPRESA.
           DISPLAY "EMPRESA A LIBERAR (EN BLANCO = 01): "
           ACCEPT WS-EMPRESA
           MOVE FUNCTION UPPER-CASE(WS-EMPRESA) TO WS-EMPRESA
           CALL "EMPRESA-RUTINA" USING WS-EMPRESA WS-EMP-DATOS
               WS-EMP-RC
           IF WS-EMP-RC = "23"
               DISPLAY "LA EMPRESA " WS-EMPRESA " NO FIGURA EN "
                   "empresas.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOMBRE-PENDIENTE
           STRING "nomina_pendiente" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-PENDIENTE
           END-STRING
           MOVE SPACES TO WS-NOMBRE-RECIBOS
           STRING "recibos" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-RECIBOS
           END-STRING
           MOVE SPACES TO WS-NOMBRE-ENVIO
           STRING "recibos_envio" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-ENVIO
           END-STRING
           MOVE SPACES TO WS-NOMBRE-MANIFIESTO
           STRING "recibos_manifiesto" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-MANIFIESTO
           END-STRING
           MOVE SPACES TO WS-NOMBRE-PAGOS
           STRING "pagos_banco" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-PAGOS
           END-STRING
           MOVE SPACES TO WS-NOMBRE-DIARIO
           STRING "nomina_diario" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-DIARIO
           END-STRING
           MOVE SPACES TO WS-NOMBRE-DIARIO-CTL
           STRING WS-NOMBRE-DIARIO DELIMITED BY SPACE
               ".ctl" DELIMITED BY SIZE
               INTO WS-NOMBRE-DIARIO-CTL
           END-STRING.

       CARGAR-CTA-EMPRESA.
           MOVE 0 TO WS-CANT-CTA-EMPRESA
           MOVE "N" TO WS-FIN-CTA-EMPRESA
           OPEN INPUT ARCH-CTA-EMPRESA
           IF FS-ECT = "00"
               PERFORM LEER-CTA-EMPRESA
               PERFORM UNTIL WS-FIN-CTA-EMPRESA = "S"
                   IF ECT-EMPRESA = WS-EMPRESA
                       IF WS-CANT-CTA-EMPRESA < 50
                           ADD 1 TO WS-CANT-CTA-EMPRESA
                           MOVE ECT-CUENTA
                               TO TM-CUENTA(WS-CANT-CTA-EMPRESA)
                           MOVE ECT-MAYOR
                               TO TM-MAYOR(WS-CANT-CTA-EMPRESA)
                       ELSE
                           DISPLAY "TABLA DE CUENTAS DE EMPRESA "
                               "LLENA, SE IGNORA " ECT-CUENTA
                       END-IF
                   END-IF
                   PERFORM LEER-CTA-EMPRESA
               END-PERFORM
               CLOSE ARCH-CTA-EMPRESA
           END-IF.

       LEER-CTA-EMPRESA.
           READ ARCH-CTA-EMPRESA
               AT END MOVE "S" TO WS-FIN-CTA-EMPRESA
           END-READ.

       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
      *----------------------------------------------------------------*
       POSTEAR-EMPLEADO.
           MOVE 0 TO WS-CTA-INTERNA
           MOVE "P" TO WS-ENTREGA
           MOVE PEN-D-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   ADD 1 TO WS-CONT-SIN-MAESTRO
               NOT INVALID KEY
                   MOVE EMP-CTA-INTERNA TO WS-CTA-INTERNA
                   IF EMP-ENTREGA-CORREO
                       MOVE "E" TO WS-ENTREGA
                   END-IF
                   ADD PEN-D-BRUTO TO EMP-YTD
                   REWRITE EMP-REG
                   IF FS = "00"
           ADD PEN-D-DED-PLAN     TO TOTAL-DED-PLAN
           ADD PEN-D-ANTICIPO     TO WS-TOT-ANTICIPOS

           PERFORM DETERMINAR-ENTREGA
           PERFORM ESCRIBIR-RECIBO-EMPLEADO
           IF WS-ENTREGA = "E"
               PERFORM CERRAR-DOCUMENTO-RECIBO
           END-IF
           PERFORM GRABAR-HISTORICO
           PERFORM GRABAR-PAGO-BANCO
           PERFORM ACUMULAR-DEPARTAMENTO
           PERFORM REBAJAR-PRESTAMOS
           PERFORM REPARTIR-EMBARGOS
           PERFORM REPARTIR-PLANES
           PERFORM ACTUALIZAR-ATRASO-RETENCION
           IF PEN-D-ANTICIPO > 0
               PERFORM REBAJAR-ANTICIPO
           END-IF
           PERFORM ACTUALIZAR-ARRASTRE-COMISION.

      *----------------------------------------------------------------*
      *    RECIBOS (mismo formato que imprimia PAYROLL)                *
           MOVE "RECIBOS DE PAGO - NOMINA SEMANAL" TO WS-LINEA-RECIBO
           WRITE REG-RECIBO FROM WS-LINEA-RECIBO
           MOVE SPACES TO WS-LINEA-RECIBO
           STRING "EMPRESA " WS-EMPRESA " " WS-EMP-NOMBRE
               " " WS-EMP-ID-FISCAL
               INTO WS-LINEA-RECIBO
           END-STRING
           WRITE REG-RECIBO FROM WS-LINEA-RECIBO
           MOVE SPACES TO WS-LINEA-RECIBO
           STRING "PERIODO QUE TERMINA EL: " WS-FECHA-PERIODO
               INTO WS-LINEA-RECIBO
           END-STRING

       ESCRIBIR-RECIBO-EMPLEADO.
           MOVE ALL "-" TO WS-LINEA-RECIBO
           PERFORM EMITIR-LINEA-RECIBO

           MOVE SPACES TO WS-LINEA-RECIBO
           STRING "EMPLEADO: " PEN-D-EMP-ID "  " PEN-D-NOMBRE
               INTO WS-LINEA-RECIBO
           END-STRING
           PERFORM EMITIR-LINEA-RECIBO

           MOVE PEN-D-TARIFA TO WS-ED-TARIFA
           MOVE SPACES TO WS-LINEA-RECIBO
               "   TARIFA: " WS-ED-TARIFA
               INTO WS-LINEA-RECIBO
           END-STRING
           PERFORM EMITIR-LINEA-RECIBO

           MOVE PEN-D-BRUTO TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA-RECIBO
           STRING "  SALARIO BRUTO: " WS-ED-IMPORTE
               INTO WS-LINEA-RECIBO
           END-STRING
           PERFORM EMITIR-LINEA-RECIBO
      *    RECARGOS DE TURNO: YA ESTAN DENTRO DEL BRUTO.
           IF PEN-D-REC-NOCHE > 0
               MOVE PEN-D-REC-NOCHE TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "    (RECARGO NOCTURNO " PEN-D-HORAS-NOCHE
                   " HS: " WS-ED-IMPORTE ")"
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF
           IF PEN-D-REC-FINDE > 0
               MOVE PEN-D-REC-FINDE TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "    (RECARGO FIN DE SEMANA " PEN-D-HORAS-FINDE
                   " HS: " WS-ED-IMPORTE ")"
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF
           IF PEN-D-REC-FERIADO > 0
               MOVE PEN-D-REC-FERIADO TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "    (RECARGO FERIADO " PEN-D-HORAS-FERIADO
                   " HS: " WS-ED-IMPORTE ")"
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF

           MOVE PEN-D-RETENCION TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA-RECIBO
           STRING "  RETENCION:     " WS-ED-IMPORTE
               INTO WS-LINEA-RECIBO
           END-STRING
           PERFORM EMITIR-LINEA-RECIBO
           IF PEN-D-RET-ATRASO > 0
               MOVE PEN-D-RET-ATRASO TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "    (INCLUYE RETENCION ATRASADA: "
                   WS-ED-IMPORTE ")"
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF

           IF PEN-D-BONO > 0
               MOVE PEN-D-BONO TO WS-ED-IMPORTE
               STRING "  BONOS DEL PERIODO: " WS-ED-IMPORTE
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
               IF PEN-D-BONO-EXENTO > 0
                   MOVE PEN-D-BONO-EXENTO TO WS-ED-IMPORTE
                   MOVE SPACES TO WS-LINEA-RECIBO
                       ")"
                       INTO WS-LINEA-RECIBO
                   END-STRING
                   PERFORM EMITIR-LINEA-RECIBO
               END-IF
           END-IF
           IF PEN-D-COMISION > 0
               MOVE PEN-D-COMISION TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "  COMISION POR VENTAS: " WS-ED-IMPORTE
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF
           IF PEN-D-DED-PRESTAMO > 0
               MOVE PEN-D-DED-PRESTAMO TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "  DEDUCCION PRESTAMO: " WS-ED-IMPORTE
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
               IF PEN-D-PREST-INT > 0
                   MOVE PEN-D-PREST-INT TO WS-ED-IMPORTE
                   MOVE SPACES TO WS-LINEA-RECIBO
                       ")"
                       INTO WS-LINEA-RECIBO
                   END-STRING
                   PERFORM EMITIR-LINEA-RECIBO
               END-IF
           END-IF
           IF PEN-D-DED-EMBARGO > 0
               STRING "  DEDUCCION EMBARGO: " WS-ED-IMPORTE
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF
           IF PEN-D-DED-PLAN > 0
               MOVE PEN-D-DED-PLAN TO WS-ED-IMPORTE
               STRING "  DEDUCCION PLAN CAFETERIA: " WS-ED-IMPORTE
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF

           IF PEN-D-ANTICIPO > 0
               STRING "  RECUPERO ANTICIPO: " WS-ED-IMPORTE
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF
           IF PEN-D-PISO = "S"
               PERFORM ESCRIBIR-ATRASOS-RECIBO
           END-IF

           IF PEN-D-DIAS-VAC > 0 OR PEN-D-DIAS-ENF > 0
                   " SIN GOCE=" PEN-D-DIAS-SGOCE
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF

           MOVE PEN-D-NETO TO WS-ED-IMPORTE
           STRING "  SALARIO NETO:  " WS-ED-IMPORTE
               INTO WS-LINEA-RECIBO
           END-STRING
           PERFORM EMITIR-LINEA-RECIBO.

      *----------------------------------------------------------------*
      *    DETERMINAR-ENTREGA                                          *
      *    Recibo por correo: se abre su documento en el archivo de    *
      *    envio y se anota en el manifiesto. Sin direccion en         *
      *    EMP-CORREO.IDX el recibo sale en papel.                     *
      *----------------------------------------------------------------*
       DETERMINAR-ENTREGA.
           IF WS-ENTREGA = "E"
               MOVE SPACES TO ECO-CORREO
               IF WS-HAY-CORREOS = "S"
                   MOVE PEN-D-EMP-ID TO ECO-EMP-ID
                   READ ARCH-CORREOS
                       INVALID KEY MOVE SPACES TO ECO-CORREO
                   END-READ
               END-IF
               IF ECO-CORREO = SPACES
                   DISPLAY "EMPLEADO " PEN-D-EMP-ID " TIENE RECIBO POR "
                       "CORREO PERO NO TIENE DIRECCION. SALE EN PAPEL."
                   ADD 1 TO WS-CONT-SIN-CORREO
                   MOVE "P" TO WS-ENTREGA
               END-IF
           END-IF

           IF WS-ENTREGA = "E"
               MOVE SPACES TO WS-DOC-RECIBO
               STRING "REC" WS-FECHA-PERIODO "-" PEN-D-EMP-ID ".txt"
                   DELIMITED BY SIZE
                   INTO WS-DOC-RECIBO
               END-STRING
               MOVE 0 TO WS-DOC-LINEAS
               MOVE SPACES TO REG-ENVIO
               MOVE "D" TO ENV-D-TIPO
               MOVE WS-DOC-RECIBO TO ENV-D-DOCUMENTO
               MOVE PEN-D-EMP-ID TO ENV-D-EMP-ID
               MOVE WS-FECHA-PERIODO TO ENV-D-PERIODO
               WRITE REG-ENVIO

               MOVE PEN-D-EMP-ID TO MAN-EMP-ID
               MOVE ECO-CORREO TO MAN-CORREO
               MOVE WS-DOC-RECIBO TO MAN-DOCUMENTO
               MOVE WS-FECHA-PERIODO TO MAN-PERIODO
               WRITE REG-MANIFIESTO
               ADD 1 TO WS-CONT-ELECTRONICOS
           END-IF.

      *    CADA LINEA DEL RECIBO VA AL LISTADO EN PAPEL O AL DOCUMENTO
      *    DEL EMPLEADO EN EL ARCHIVO DE ENVIO.
       EMITIR-LINEA-RECIBO.
           IF WS-ENTREGA = "E"
               MOVE SPACES TO REG-ENVIO
               MOVE "L" TO ENV-L-TIPO
               MOVE WS-LINEA-RECIBO TO ENV-L-LINEA
               WRITE REG-ENVIO
               ADD 1 TO WS-DOC-LINEAS
           ELSE
               WRITE REG-RECIBO FROM WS-LINEA-RECIBO
           END-IF.

       CERRAR-DOCUMENTO-RECIBO.
           MOVE SPACES TO REG-ENVIO
           MOVE "F" TO ENV-F-TIPO
           MOVE WS-DOC-RECIBO TO ENV-F-DOCUMENTO
           MOVE WS-DOC-LINEAS TO ENV-F-LINEAS
           WRITE REG-ENVIO.

       ESCRIBIR-PIE-RECIBO.
           MOVE ALL "=" TO WS-LINEA-RECIBO
      *----------------------------------------------------------------*
      *    HISTORICO E INTERFASE DE PAGOS                              *
      *----------------------------------------------------------------*
      *    UNA LINEA POR PORCION DE EMPLEADO EN PROYECTO, IGUAL QUE
      *    EL HISTORICO SE GRABA AUNQUE EL EMPLEADO YA NO ESTE EN EL
      *    MAESTRO: ES COSTO QUE LA CORRIDA PAGO.
       GRABAR-COSTO-PROYECTO.
           MOVE SPACES TO REG-COSTO-HIST
           MOVE WS-FECHA-PERIODO TO CLH-FECHA-PERIODO
           MOVE PEN-P-EMP-ID TO CLH-EMP-ID
           MOVE PEN-P-DEPTO TO CLH-DEPTO
           MOVE PEN-P-PROYECTO TO CLH-PROYECTO
           MOVE PEN-P-HORAS TO CLH-HORAS
           MOVE PEN-P-BRUTO TO CLH-BRUTO
           MOVE PEN-P-APORTES TO CLH-APORTES
           MOVE "P" TO CLH-ESTADO
           WRITE REG-COSTO-HIST
           IF FS-CLH NOT = "00"
               DISPLAY "ERROR AL GRABAR costo_lab_hist.txt. FS="
                   FS-CLH
               MOVE "costo_lab_hist.txt" TO WS-ERR-ARCHIVO
               MOVE FS-CLH TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

       GRABAR-HISTORICO.
           MOVE WS-FECHA-PERIODO TO HIS-FECHA-PERIODO
           MOVE PEN-D-EMP-ID     TO HIS-EMP-ID
           COMPUTE HIS-DEDUCCIONES = PEN-D-DED-PRESTAMO
               + PEN-D-DED-EMBARGO + PEN-D-DED-PLAN
           MOVE PEN-D-NETO       TO HIS-NETO
           MOVE PEN-D-HORAS-NOCHE TO HIS-HORAS-NOCHE
           MOVE PEN-D-HORAS-FINDE TO HIS-HORAS-FINDE
           MOVE PEN-D-HORAS-FERIADO TO HIS-HORAS-FERIADO
           MOVE PEN-D-REC-NOCHE  TO HIS-REC-NOCHE
           MOVE PEN-D-REC-FINDE  TO HIS-REC-FINDE
           MOVE PEN-D-REC-FERIADO TO HIS-REC-FERIADO
           MOVE "P"              TO HIS-ESTADO
      *    LA SECUENCIA SEPARA VARIAS LINEAS DEL MISMO EMPLEADO EN EL
      *    PERIODO (REPROCESO TRAS UN REVERSO, RETRO, AGUINALDO).
           MOVE 0 TO HIS-SECUENCIA
           WRITE REG-HISTORICO
           PERFORM UNTIL FS-HIS NOT = "22" OR HIS-SECUENCIA = 99
               ADD 1 TO HIS-SECUENCIA
               WRITE REG-HISTORICO
           END-PERFORM
           IF FS-HIS NOT = "00"
               DISPLAY "ERROR AL GRABAR HISTORICO. FS=" FS-HIS
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-HIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.
           MOVE WS-AUD-FECHA TO PAG-H-FECHA-GEN
           ADD 1 TO WS-SECUENCIA-PAGOS
           MOVE WS-SECUENCIA-PAGOS TO PAG-H-SECUENCIA
           MOVE WS-EMPRESA TO PAG-H-EMPRESA
           MOVE WS-EMP-BANCO TO PAG-H-BANCO
           MOVE WS-EMP-CUENTA TO PAG-H-CUENTA
           WRITE REG-PAGO.

      *----------------------------------------------------------------*
           IF FS-RPG = "00"
               PERFORM LEER-REG-PAGOS
               PERFORM UNTIL WS-FIN-REG-PAGOS = "S"
                   IF PRG-EMPRESA = SPACES
                       MOVE "01" TO PRG-EMPRESA
                   END-IF
                   IF PRG-FECHA-PER = WS-FECHA-PERIODO
                           AND PRG-CICLO = WS-CICLO
                           AND PRG-EMPRESA = WS-EMPRESA
                       MOVE "S" TO WS-PAGOS-DUPLICADO
                       MOVE PRG-SECUENCIA TO WS-SECUENCIA-PAGOS
                   END-IF
           MOVE WS-SECUENCIA-PAGOS TO PRG-SECUENCIA
           MOVE WS-FECHA-PERIODO TO PRG-FECHA-PER
           MOVE WS-CICLO TO PRG-CICLO
           MOVE WS-EMPRESA TO PRG-EMPRESA
           ACCEPT PRG-FECHA-GEN FROM DATE YYYYMMDD
           WRITE REG-REG-PAGOS
           CLOSE ARCH-REG-PAGOS
           END-IF.

       GRABAR-MOVIMIENTO-INTERNO.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           MOVE "S" TO MOV-TIPO
           MOVE PEN-D-NETO TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           MOVE WS-FECHA-PERIODO TO MOV-REFERENCIA
           MOVE 1 TO MOV-SECUENCIA
           MOVE "N" TO WS-MOV-GRABADO
           PERFORM UNTIL WS-MOV-GRABADO = "S"
                           TO TD-TASA(WS-CANT-DEDUCCIONES)
                       MOVE DED-PLAZO
                           TO TD-PLAZO(WS-CANT-DEDUCCIONES)
                       IF DED-ATRASO IS NUMERIC
                           MOVE DED-ATRASO
                               TO TD-ATRASO(WS-CANT-DEDUCCIONES)
                       ELSE
                           MOVE 0 TO TD-ATRASO(WS-CANT-DEDUCCIONES)
                       END-IF
                   ELSE
                       MOVE "S" TO WS-DED-DESBORDE
                   END-IF
      *    Reproduce el reparto que hizo PAYROLL al calcular: en el    *
      *    orden del archivo, cada prestamo aporta como maximo su      *
      *    cuota propia (valor fijo o porcentaje del bruto del         *
      *    detalle) mas su atraso, sin pasar de su saldo ni del total  *
      *    descontado. Lo que le falto a cada linea queda como su      *
      *    atraso para el periodo siguiente.                           *
      *----------------------------------------------------------------*
       REBAJAR-PRESTAMOS.
           MOVE PEN-D-DED-PRESTAMO TO WS-PRESTAMO-RESTA
           PERFORM VARYING WS-IDX-DED FROM 1 BY 1
                   UNTIL WS-IDX-DED > WS-CANT-DEDUCCIONES
               IF TD-EMP-ID(WS-IDX-DED) = PEN-D-EMP-ID
                       AND TD-TIPO(WS-IDX-DED) = "P"
                       AND TD-SALDO(WS-IDX-DED) > 0
                       MOVE TD-VALOR(WS-IDX-DED)
                           TO WS-CUOTA-PRESTAMO
                   END-IF
                   COMPUTE WS-DED-DEBIDO =
                       WS-CUOTA-PRESTAMO + TD-ATRASO(WS-IDX-DED)
                   IF WS-DED-DEBIDO > TD-SALDO(WS-IDX-DED)
                       MOVE TD-SALDO(WS-IDX-DED) TO WS-DED-DEBIDO
                   END-IF
                   IF WS-DED-DEBIDO > WS-PRESTAMO-RESTA
                       MOVE WS-PRESTAMO-RESTA TO WS-CUOTA-PRESTAMO
                   ELSE
                       MOVE WS-DED-DEBIDO TO WS-CUOTA-PRESTAMO
                   END-IF
                   COMPUTE TD-ATRASO(WS-IDX-DED) =
                       WS-DED-DEBIDO - WS-CUOTA-PRESTAMO
                   SUBTRACT WS-CUOTA-PRESTAMO
                       FROM TD-SALDO(WS-IDX-DED)
                   SUBTRACT WS-CUOTA-PRESTAMO
                   MOVE TD-CASO(WS-IDX-DED)   TO DED-CASO
                   MOVE TD-TASA(WS-IDX-DED)   TO DED-TASA
                   MOVE TD-PLAZO(WS-IDX-DED)  TO DED-PLAZO
                   MOVE TD-ATRASO(WS-IDX-DED) TO DED-ATRASO
      *            LA LINEA R DE RETENCION SE VA CUANDO SE SALDA
                   IF TD-TIPO(WS-IDX-DED) = "R"
                           AND TD-ATRASO(WS-IDX-DED) = 0
                       CONTINUE
                   ELSE
                       WRITE REG-DEDUCCION
                   END-IF
               END-PERFORM
               CLOSE ARCH-DEDUCCIONES
           END-IF
      *    REPARTIR-EMBARGOS                                           *
      *    Reproduce el reparto de PAYROLL para los embargos del       *
      *    detalle en curso (orden del archivo, cuota propia fija o    *
      *    porcentaje del bruto mas su atraso, tope en el total        *
      *    descontado) y deja cada porcion con su acreedor y caso en   *
      *    la tabla de remesas; lo que falto queda como atraso.        *
      *----------------------------------------------------------------*
       REPARTIR-EMBARGOS.
           MOVE PEN-D-DED-EMBARGO TO WS-EMBARGO-RESTA
           PERFORM VARYING WS-IDX-DED FROM 1 BY 1
                   UNTIL WS-IDX-DED > WS-CANT-DEDUCCIONES
               IF TD-EMP-ID(WS-IDX-DED) = PEN-D-EMP-ID
                       AND TD-TIPO(WS-IDX-DED) = "E"
                   IF TD-CLASE(WS-IDX-DED) = "%"
                       MOVE TD-VALOR(WS-IDX-DED)
                           TO WS-CUOTA-EMBARGO
                   END-IF
                   COMPUTE WS-DED-DEBIDO =
                       WS-CUOTA-EMBARGO + TD-ATRASO(WS-IDX-DED)
                   IF WS-DED-DEBIDO > WS-EMBARGO-RESTA
                       MOVE WS-EMBARGO-RESTA TO WS-CUOTA-EMBARGO
                   ELSE
                       MOVE WS-DED-DEBIDO TO WS-CUOTA-EMBARGO
                   END-IF
                   COMPUTE TD-ATRASO(WS-IDX-DED) =
                       WS-DED-DEBIDO - WS-CUOTA-EMBARGO
                   IF WS-CUOTA-EMBARGO > 0
                           AND WS-CANT-REM-DET < 300
                       ADD 1 TO WS-CANT-REM-DET
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    ESCRIBIR-ATRASOS-RECIBO                                     *
      *    El neto quedo en el minimo legal: lo que no se pudo         *
      *    descontar se informa por tipo y se cobra el periodo que     *
      *    viene.                                                      *
      *----------------------------------------------------------------*
       ESCRIBIR-ATRASOS-RECIBO.
           MOVE "  NETO MINIMO PROTEGIDO - ATRASOS AL PROXIMO PERIODO:"
               TO WS-LINEA-RECIBO
           PERFORM EMITIR-LINEA-RECIBO
           IF PEN-D-ATR-RETENCION > 0
               MOVE PEN-D-ATR-RETENCION TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "    RETENCION: " WS-ED-IMPORTE
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF
           IF PEN-D-ATR-EMBARGO > 0
               MOVE PEN-D-ATR-EMBARGO TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "    EMBARGO: " WS-ED-IMPORTE
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF
           IF PEN-D-ATR-PLAN > 0
               MOVE PEN-D-ATR-PLAN TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "    PLAN CAFETERIA: " WS-ED-IMPORTE
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF
           IF PEN-D-ATR-PRESTAMO > 0
               MOVE PEN-D-ATR-PRESTAMO TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "    PRESTAMO: " WS-ED-IMPORTE
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF
           IF PEN-D-ATR-ANTICIPO > 0
               MOVE PEN-D-ATR-ANTICIPO TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "    ANTICIPO: " WS-ED-IMPORTE
                   INTO WS-LINEA-RECIBO
               END-STRING
               PERFORM EMITIR-LINEA-RECIBO
           END-IF.

      *----------------------------------------------------------------*
      *    REPARTIR-PLANES / ACTUALIZAR-ATRASO-RETENCION               *
      *    Los planes de beneficios solo necesitan el reparto para     *
      *    dejar su atraso. La retencion no practicada del detalle     *
      *    queda en la linea R del empleado (se crea si no existe).    *
      *----------------------------------------------------------------*
       REPARTIR-PLANES.
           MOVE PEN-D-DED-PLAN TO WS-PLAN-RESTA
           PERFORM VARYING WS-IDX-DED FROM 1 BY 1
                   UNTIL WS-IDX-DED > WS-CANT-DEDUCCIONES
               IF TD-EMP-ID(WS-IDX-DED) = PEN-D-EMP-ID
                       AND TD-TIPO(WS-IDX-DED) NOT = "P"
                       AND TD-TIPO(WS-IDX-DED) NOT = "E"
                       AND TD-TIPO(WS-IDX-DED) NOT = "R"
                   IF TD-CLASE(WS-IDX-DED) = "%"
                       COMPUTE WS-CUOTA-PLAN ROUNDED =
                           PEN-D-BRUTO * TD-VALOR(WS-IDX-DED) / 100
                   ELSE
                       MOVE TD-VALOR(WS-IDX-DED) TO WS-CUOTA-PLAN
                   END-IF
                   COMPUTE WS-DED-DEBIDO =
                       WS-CUOTA-PLAN + TD-ATRASO(WS-IDX-DED)
                   IF WS-DED-DEBIDO > WS-PLAN-RESTA
                       MOVE WS-PLAN-RESTA TO WS-CUOTA-PLAN
                   ELSE
                       MOVE WS-DED-DEBIDO TO WS-CUOTA-PLAN
                   END-IF
                   COMPUTE TD-ATRASO(WS-IDX-DED) =
                       WS-DED-DEBIDO - WS-CUOTA-PLAN
                   SUBTRACT WS-CUOTA-PLAN FROM WS-PLAN-RESTA
               END-IF
           END-PERFORM.

       ACTUALIZAR-ATRASO-RETENCION.
           MOVE "N" TO WS-RET-LINEA-HALLADA
           PERFORM VARYING WS-IDX-DED FROM 1 BY 1
                   UNTIL WS-IDX-DED > WS-CANT-DEDUCCIONES
               IF TD-EMP-ID(WS-IDX-DED) = PEN-D-EMP-ID
                       AND TD-TIPO(WS-IDX-DED) = "R"
                   IF WS-RET-LINEA-HALLADA = "N"
                       MOVE PEN-D-ATR-RETENCION
                           TO TD-ATRASO(WS-IDX-DED)
                       MOVE "S" TO WS-RET-LINEA-HALLADA
                   ELSE
                       MOVE 0 TO TD-ATRASO(WS-IDX-DED)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RET-LINEA-HALLADA = "N" AND PEN-D-ATR-RETENCION > 0
               IF WS-CANT-DEDUCCIONES < 200
                   ADD 1 TO WS-CANT-DEDUCCIONES
                   MOVE PEN-D-EMP-ID
                       TO TD-EMP-ID(WS-CANT-DEDUCCIONES)
                   MOVE "R" TO TD-TIPO(WS-CANT-DEDUCCIONES)
                   MOVE "F" TO TD-CLASE(WS-CANT-DEDUCCIONES)
                   MOVE 0 TO TD-VALOR(WS-CANT-DEDUCCIONES)
                   MOVE 0 TO TD-SALDO(WS-CANT-DEDUCCIONES)
                   MOVE SPACES TO TD-ACREEDOR(WS-CANT-DEDUCCIONES)
                   MOVE SPACES TO TD-CASO(WS-CANT-DEDUCCIONES)
                   MOVE 0 TO TD-TASA(WS-CANT-DEDUCCIONES)
                   MOVE 0 TO TD-PLAZO(WS-CANT-DEDUCCIONES)
                   MOVE PEN-D-ATR-RETENCION
                       TO TD-ATRASO(WS-CANT-DEDUCCIONES)
                   MOVE "S" TO WS-HAY-DEDUCCIONES
               ELSE
                   DISPLAY "TABLA DE DEDUCCIONES LLENA: RETENCION "
                       "ATRASADA DEL EMPLEADO " PEN-D-EMP-ID
                       " NO REGISTRADA (" PEN-D-ATR-RETENCION ")"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    GRABAR-REMESAS                                              *
      *    Un archivo remesa_<acreedor>.txt por acreedor con cabecera, *
       GRABAR-UNA-REMESA.
           MOVE SPACES TO WS-NOMBRE-REMESA
           IF WS-REM-ACREEDOR = SPACES
               STRING "remesa_SIN-ACREEDOR" DELIMITED BY SIZE
                   WS-EMP-SUFIJO DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-REMESA
               END-STRING
           ELSE
               STRING "remesa_" DELIMITED BY SIZE
                   WS-REM-ACREEDOR DELIMITED BY " "
                   WS-EMP-SUFIJO DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-REMESA
               END-STRING
               CLOSE ARCH-ANTICIPOS
           END-IF.

      *----------------------------------------------------------------*
      *    ARRASTRE DE COMISIONES (comision_arrastre.txt)              *
      *    Anulaciones de ventas todavia no compensadas con ventas     *
      *    nuevas. PAYROLL calcula el arrastre de cada empleado y      *
      *    aqui queda firme al aprobar; los que quedan en cero salen   *
      *    del archivo.                                                *
      *----------------------------------------------------------------*
       CARGAR-ARRASTRE-COMISION.
           MOVE 0 TO WS-CANT-CARRASTRE
           MOVE "N" TO WS-CAMBIO-ARRASTRE
           MOVE "N" TO WS-FIN-ARRASTRE
           OPEN INPUT ARCH-COM-ARRASTRE
           IF FS-CAR = "00"
               PERFORM LEER-ARRASTRE-COMISION
               PERFORM UNTIL WS-FIN-ARRASTRE = "S"
                   IF WS-CANT-CARRASTRE < 500
                       ADD 1 TO WS-CANT-CARRASTRE
                       MOVE CAR-EMP-ID
                           TO CR-EMP-ID(WS-CANT-CARRASTRE)
                       MOVE CAR-ANULADO
                           TO CR-ANULADO(WS-CANT-CARRASTRE)
                   END-IF
                   PERFORM LEER-ARRASTRE-COMISION
               END-PERFORM
               CLOSE ARCH-COM-ARRASTRE
           END-IF.

       LEER-ARRASTRE-COMISION.
           READ ARCH-COM-ARRASTRE
               AT END MOVE "S" TO WS-FIN-ARRASTRE
           END-READ.

       ACTUALIZAR-ARRASTRE-COMISION.
           MOVE "N" TO WS-CAR-ENCONTRADO
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > WS-CANT-CARRASTRE
               IF CR-EMP-ID(WS-IDX-CAR) = PEN-D-EMP-ID
                   MOVE "S" TO WS-CAR-ENCONTRADO
                   IF CR-ANULADO(WS-IDX-CAR) NOT = PEN-D-COM-ARRASTRE
                       MOVE PEN-D-COM-ARRASTRE
                           TO CR-ANULADO(WS-IDX-CAR)
                       MOVE "S" TO WS-CAMBIO-ARRASTRE
                   END-IF
                   MOVE WS-CANT-CARRASTRE TO WS-IDX-CAR
               END-IF
           END-PERFORM
           IF WS-CAR-ENCONTRADO = "N" AND PEN-D-COM-ARRASTRE > 0
               IF WS-CANT-CARRASTRE < 500
                   ADD 1 TO WS-CANT-CARRASTRE
                   MOVE PEN-D-EMP-ID TO CR-EMP-ID(WS-CANT-CARRASTRE)
                   MOVE PEN-D-COM-ARRASTRE
                       TO CR-ANULADO(WS-CANT-CARRASTRE)
                   MOVE "S" TO WS-CAMBIO-ARRASTRE
               ELSE
                   DISPLAY "TABLA DE ARRASTRE DE COMISIONES LLENA: "
                       "EMPLEADO " PEN-D-EMP-ID " ARRASTRE "
                       PEN-D-COM-ARRASTRE
               END-IF
           END-IF.

       REGRABAR-ARRASTRE-COMISION.
           IF WS-CAMBIO-ARRASTRE = "S"
               OPEN OUTPUT ARCH-COM-ARRASTRE
               PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                       UNTIL WS-IDX-CAR > WS-CANT-CARRASTRE
                   IF CR-ANULADO(WS-IDX-CAR) > 0
                       MOVE SPACES TO REG-COM-ARRASTRE
                       MOVE CR-EMP-ID(WS-IDX-CAR) TO CAR-EMP-ID
                       MOVE CR-ANULADO(WS-IDX-CAR) TO CAR-ANULADO
                       WRITE REG-COM-ARRASTRE
                   END-IF
               END-PERFORM
               CLOSE ARCH-COM-ARRASTRE
           END-IF.

      *----------------------------------------------------------------*
      *    GRABAR-RUN-CONTROL                                          *
      *    Marca el periodo como POSTEADA en runctl.txt; es lo que     *
           MOVE WS-JOB-RUNCTL TO RCT-JOB
           MOVE WS-FECHA-PERIODO TO RCT-FECHA
           MOVE "POSTEADA" TO RCT-ESTADO
           MOVE WS-EMPRESA TO RCT-EMPRESA
           ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.
               " " WS-AUD-HORA DELIMITED BY SIZE
               " ACCION=LIBERACION-" WS-AUD-ACCION DELIMITED BY SIZE
               " PERIODO=" WS-FECHA-PERIODO DELIMITED BY SIZE
               " EMPRESA=" WS-EMPRESA DELIMITED BY SIZE
               " SUPERVISOR=" WS-SUPERVISOR DELIMITED BY SIZE
               " BRUTO=" WS-TOT-BRUTO DELIMITED BY SIZE
               " NETO=" WS-TOT-NETO DELIMITED BY SIZE

           OPEN OUTPUT ARCH-DIARIO
           IF FS-DIA NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-NOMBRE-DIARIO
                   " FS=" FS-DIA
               MOVE "nomina_diario.txt" TO WS-ERR-ARCHIVO
               MOVE FS-DIA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           MOVE WS-FECHA-PERIODO TO DIA-C-FECHA-PER
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
           MOVE WS-AUD-FECHA TO DIA-C-FECHA-GEN
           MOVE WS-EMPRESA TO DIA-C-EMPRESA
           MOVE WS-EMP-ID-FISCAL TO DIA-C-ID-FISCAL
           PERFORM ESCRIBIR-LINEA-DIARIO

      *    DEBE: GASTO DE SUELDOS POR DEPARTAMENTO.
           END-IF

           PERFORM GRABAR-DIARIO-CTL
           DISPLAY "ASIENTO CONTABLE EN " WS-NOMBRE-DIARIO " ("
               WS-DIA-LINEAS " LINEAS, DEBE=HABER=" WS-DIA-DEBE ")".
       GRABAR-DIARIO-EXIT.
           EXIT.
               MOVE SPACES TO REG-DIARIO
               MOVE WS-DIA-LADO TO DIA-L-TIPO
               MOVE WS-DIA-CUENTA TO DIA-L-CUENTA
               PERFORM VARYING WS-IDX-ECT FROM 1 BY 1
                       UNTIL WS-IDX-ECT > WS-CANT-CTA-EMPRESA
                   IF TM-CUENTA(WS-IDX-ECT) = WS-DIA-CUENTA
                       MOVE TM-MAYOR(WS-IDX-ECT) TO DIA-L-CUENTA
                       MOVE WS-CANT-CTA-EMPRESA TO WS-IDX-ECT
                   END-IF
               END-PERFORM
               MOVE WS-DIA-DEPTO TO DIA-L-DEPTO
               MOVE WS-DIA-CONCEPTO TO DIA-L-CONCEPTO
               MOVE WS-DIA-IMPORTE TO DIA-L-IMPORTE
           MOVE 1 TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
      * FECHA DE NEGOCIO VIGENTE (RUTINA COMUN FECHA-NEGOCIO), LEIDA
      * UNA SOLA VEZ POR CORRIDA.
      *-----------------------------------------------------------------
       LEER-FECHA-NEGOCIO.
           IF WS-FECHA-NEGOCIO = 0
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
                   WS-FNG-ESTADO WS-FNG-RC
           END-IF.

       REGISTRAR-ERROR.
           ACCEPT WS-ERR-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ERR-HORA FROM TIME
