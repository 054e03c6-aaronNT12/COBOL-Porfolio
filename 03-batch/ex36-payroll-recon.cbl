      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Conciliacion de tres vias de la nomina liberada, por
      *          empresa y periodo, antes de dar la conformidad de la
      *          liberacion. Cruza por EMP-ID y en total:
      *            - lo devengado en NOMINA-HIST.IDX (lineas P),
      *            - lo pagado en pagos_banco.txt y su registro en
      *              pagos_registro.txt,
      *            - los abonos de sueldo (tipo S) en MOVIMIENTOS.IDX,
      *              atados al periodo por MOV-REFERENCIA,
      *            - las lineas del asiento nomina_diario.txt,
      *            - las remesas de embargo remesa_<acreedor>.txt.
      *          Informa empleado pagado dos veces, no pagado o con
      *          importe distinto, y cada linea del asiento que no ata
      *          con el historico, en conciliacion_nomina.txt. Con
      *          resultado limpio el periodo queda CONCILIADA en
      *          runctl.txt (trabajo NOMINA-CONC) y el supervisor
      *          puede conformar la liberacion (CONFORMADA); con
      *          diferencias queda DIFERENCIA, no se ofrece la
      *          conformidad y el programa termina con RETURN-CODE 1.
      *          Los archivos de la empresa llevan su sufijo (la 01
      *          conserva los nombres de siempre).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX: las lineas
      *                del periodo se leen posicionado por clave.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PAGOS ASSIGN TO WS-NOMBRE-PAGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAG.
           SELECT ARCH-REG-PAGOS ASSIGN TO "pagos_registro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RPG.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT EMP-FILE ASSIGN TO "EMPLEADOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT ARCH-DIARIO ASSIGN TO WS-NOMBRE-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIA.
           SELECT ARCH-DEDUCCIONES ASSIGN TO "deducciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DED.
           SELECT ARCH-REMESA ASSIGN TO WS-NOMBRE-REMESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REM.
           SELECT ARCH-REPORTE ASSIGN TO WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-RUNCTL ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCT.
           SELECT ARCH-AUDITORIA ASSIGN TO "nomina_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUD.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PAGOS.
       01  REG-PAGO            PIC X(50).
       01  REG-PAGO-CABECERA REDEFINES REG-PAGO.
           05 PAG-H-TIPO       PIC X(1).
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
           05 PAG-D-BANCO      PIC 9(3).
           05 PAG-D-CUENTA     PIC X(12).
           05 PAG-D-TIPO-CTA   PIC X(1).
           05 PAG-D-NETO       PIC 9(7)V99.
           05 FILLER           PIC X(20).
       01  REG-PAGO-COLA REDEFINES REG-PAGO.
           05 PAG-T-TIPO       PIC X(1).
           05 PAG-T-CANTIDAD   PIC 9(6).
           05 PAG-T-SUMA-NETO  PIC 9(11)V99.
           05 FILLER           PIC X(30).

       FD  ARCH-REG-PAGOS.
       01  REG-REG-PAGOS.
           05 PRG-SECUENCIA    PIC 9(6).
           05 PRG-FECHA-PER    PIC 9(8).
           05 PRG-CICLO        PIC X(1).
           05 PRG-FECHA-GEN    PIC 9(8).
           05 PRG-EMPRESA      PIC X(2).

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

       FD  EMP-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  EMP-REG.
           05 EMP-ID           PIC 9(4).
           05 EMP-NOMBRE       PIC X(20).
           05 EMP-HORAS        PIC 9(3).
           05 EMP-TARIFA       PIC 9(4)V99.
           05 EMP-ACTIVO       PIC X(1).
           05 EMP-YTD          PIC 9(9)V99.
           05 EMP-DEPENDIENTES PIC 9(2).
           05 EMP-BANCO        PIC 9(3).
           05 EMP-CUENTA       PIC X(12).
           05 EMP-TIPO-CUENTA  PIC X(1).
           05 EMP-DEPTO        PIC X(4).
           05 EMP-VAC-DIAS     PIC 9(2).
           05 EMP-TIPO-EMP     PIC X(1).
               88 EMP-ES-POR-HORA   VALUE "H" " ".
               88 EMP-ES-ASALARIADO VALUE "A".
           05 EMP-SALARIO-MENS PIC 9(7)V99.
           05 EMP-FECHA-INGRESO PIC 9(8).
           05 EMP-VAC-ACUM     PIC 9(3)V99.
           05 EMP-CTA-INTERNA  PIC 9(8).
           05 EMP-EMPRESA      PIC X(2).
           05 FILLER           PIC X(8).

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
           05 FILLER           PIC X(5).

       FD  ARCH-DIARIO.
       01  REG-DIARIO          PIC X(100).
       01  REG-DIA-CABECERA REDEFINES REG-DIARIO.
           05 DIA-C-TIPO       PIC X(1).
           05 DIA-C-JOB        PIC X(12).
           05 DIA-C-FECHA-PER  PIC 9(8).
           05 DIA-C-FECHA-GEN  PIC 9(8).
           05 DIA-C-EMPRESA    PIC X(2).
           05 DIA-C-ID-FISCAL  PIC X(12).
           05 FILLER           PIC X(57).
       01  REG-DIA-LINEA REDEFINES REG-DIARIO.
           05 DIA-L-TIPO       PIC X(1).
           05 DIA-L-CUENTA     PIC X(12).
           05 DIA-L-DEPTO      PIC X(4).
           05 DIA-L-CONCEPTO   PIC X(30).
           05 DIA-L-IMPORTE    PIC 9(11)V99.
           05 FILLER           PIC X(40).
       01  REG-DIA-COLA REDEFINES REG-DIARIO.
           05 DIA-T-TIPO       PIC X(1).
           05 DIA-T-DEBE       PIC 9(13)V99.
           05 DIA-T-HABER      PIC 9(13)V99.
           05 DIA-T-LINEAS     PIC 9(5).
           05 FILLER           PIC X(64).

       FD  ARCH-DEDUCCIONES.
       01  REG-DEDUCCION.
           05 DED-EMP-ID       PIC 9(4).
           05 DED-TIPO         PIC X(1).
               88 DED-ES-PRESTAMO  VALUE "P".
               88 DED-ES-EMBARGO   VALUE "E".
               88 DED-ES-RETENCION VALUE "R".
           05 DED-CLASE        PIC X(1).
           05 DED-VALOR        PIC 9(5)V99.
           05 DED-SALDO        PIC 9(7)V99.
           05 DED-ACREEDOR     PIC X(10).
           05 DED-CASO         PIC X(12).
           05 DED-TASA         PIC 9(2)V99.
           05 DED-PLAZO        PIC 9(3).
           05 FILLER           PIC X(3).
           05 DED-ATRASO       PIC 9(7)V99.

       FD  ARCH-REMESA.
       01  REG-REMESA          PIC X(60).
       01  REG-REM-CABECERA REDEFINES REG-REMESA.
           05 REM-H-TIPO       PIC X(1).
           05 REM-H-ACREEDOR   PIC X(10).
           05 REM-H-FECHA-PER  PIC 9(8).
           05 REM-H-FECHA-GEN  PIC 9(8).
           05 FILLER           PIC X(33).
       01  REG-REM-DETALLE REDEFINES REG-REMESA.
           05 REM-D-TIPO       PIC X(1).
           05 REM-D-EMP-ID     PIC 9(4).
           05 REM-D-CASO       PIC X(12).
           05 REM-D-IMPORTE    PIC 9(7)V99.
           05 REM-D-FECHA-PER  PIC 9(8).
           05 FILLER           PIC X(26).
       01  REG-REM-COLA REDEFINES REG-REMESA.
           05 REM-T-TIPO       PIC X(1).
           05 REM-T-CANTIDAD   PIC 9(6).
           05 REM-T-SUMA       PIC 9(11)V99.
           05 FILLER           PIC X(40).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(132).

       FD  ARCH-RUNCTL.
       01  REG-RUNCTL.
           05 RCT-JOB          PIC X(12).
           05 RCT-FECHA        PIC 9(8).
           05 RCT-ESTADO       PIC X(10).
           05 RCT-FECHA-CORRIDA PIC 9(8).
           05 RCT-EMPRESA      PIC X(2).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA       PIC X(180).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-PAG              PIC XX.
       01  FS-RPG              PIC XX.
       01  FS-HIS              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-DIA              PIC XX.
       01  FS-DED              PIC XX.
       01  FS-REM              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-RCT              PIC XX.
       01  FS-AUD              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).

       01  WS-NOMBRE-PAGOS     PIC X(40) VALUE "pagos_banco.txt".
       01  WS-NOMBRE-DIARIO    PIC X(40) VALUE "nomina_diario.txt".
       01  WS-NOMBRE-REMESA    PIC X(40).
       01  WS-NOMBRE-REPORTE   PIC X(40)
               VALUE "conciliacion_nomina.txt".

       01  WS-EMPRESA          PIC X(2) VALUE "01".
       01  WS-EMP-DATOS.
           05 WS-EMP-NOMBRE    PIC X(30).
           05 WS-EMP-ID-FISCAL PIC X(12).
           05 WS-EMP-BANCO     PIC 9(3).
           05 WS-EMP-CUENTA    PIC X(12).
           05 WS-EMP-CALENDARIO PIC X(20).
           05 WS-EMP-SUFIJO    PIC X(3).
       01  WS-EMP-RC           PIC X(2).
       01  WS-EMPRESA-EMP      PIC X(2).

       01  WS-FECHA-PERIODO    PIC 9(8) VALUE 0.
       01  WS-CICLO            PIC X VALUE SPACE.
           88 CICLO-MENSUAL        VALUE "M".
       01  WS-JOB-NOMINA       PIC X(12) VALUE SPACES.
       01  WS-FIN              PIC X VALUE "N".
       01  WS-HAY-MAESTRO      PIC X VALUE "N".
       01  WS-HAY-MOVIMIENTOS  PIC X VALUE "N".
       01  WS-HAY-DIARIO       PIC X VALUE "N".
       01  WS-EN-ALCANCE       PIC X VALUE "N".
       01  WS-SUPERVISOR       PIC X(10) VALUE SPACES.

      *    ARCHIVO DE PAGOS DE LA ULTIMA LIBERACION DE LA EMPRESA.
       01  WS-PAG-PERIODO      PIC 9(8) VALUE 0.
       01  WS-PAG-FECHA-GEN    PIC 9(8) VALUE 0.
       01  WS-PAG-SECUENCIA    PIC 9(6) VALUE 0.
       01  WS-PAG-EMPRESA      PIC X(2) VALUE SPACES.
       01  WS-PAG-CANT-DET     PIC 9(6) VALUE 0.
       01  WS-PAG-SUMA-DET     PIC 9(11)V99 VALUE 0.
       01  WS-PAG-CANT-COLA    PIC 9(6) VALUE 0.
       01  WS-PAG-SUMA-COLA    PIC 9(11)V99 VALUE 0.
       01  WS-PAG-HAY-COLA     PIC X VALUE "N".

      *    pagos_registro.txt: ENTRADAS DEL PERIODO, CICLO Y EMPRESA.
       01  WS-RPG-CANTIDAD     PIC 9(3) VALUE 0.
       01  WS-RPG-SECUENCIA-OK PIC X VALUE "N".

      *    UNA ENTRADA POR EMPLEADO QUE APARECE EN ALGUNA VIA.
       01  WS-TABLA-CONC.
           05 WS-CONC-ENT OCCURS 3000 TIMES.
               10 TC-EMP-ID      PIC 9(4).
               10 TC-ALCANCE     PIC X(1).
               10 TC-CAJA        PIC X(1).
               10 TC-CTA-INTERNA PIC 9(8).
               10 TC-HIS-CANT    PIC 9(2).
               10 TC-HIS-NETO    PIC 9(7)V99.
               10 TC-BCO-CANT    PIC 9(2).
               10 TC-BCO-NETO    PIC 9(9)V99.
               10 TC-INT-CANT    PIC 9(2).
               10 TC-INT-NETO    PIC 9(9)V99.
               10 TC-REM-IMPORTE PIC 9(9)V99.
       01  WS-CANT-CONC        PIC 9(4) VALUE 0.
       01  WS-IDX-CONC         PIC 9(4) VALUE 0.
       01  WS-CONC-HALLADO     PIC X VALUE "N".
       01  WS-BUS-EMP-ID       PIC 9(4).

      *    ACREEDORES DE EMBARGO SEGUN deducciones.txt.
       01  WS-TABLA-ACREEDORES.
           05 WS-ACR-ENT OCCURS 50 TIMES.
               10 TA-ACREEDOR  PIC X(10).
       01  WS-CANT-ACREEDORES  PIC 9(2) VALUE 0.
       01  WS-IDX-ACR          PIC 9(2) VALUE 0.
       01  WS-ACR-HALLADO      PIC X VALUE "N".
       01  WS-REM-ACREEDOR     PIC X(10).
       01  WS-REM-CANTIDAD     PIC 9(6) VALUE 0.
       01  WS-REM-SUMA         PIC 9(11)V99 VALUE 0.
       01  WS-REM-DEL-PERIODO  PIC X VALUE "N".
       01  WS-CANT-REMESAS     PIC 9(3) VALUE 0.
       01  WS-REM-COLAS-MAL    PIC 9(3) VALUE 0.

      *    TOTALES DE CADA VIA.
       01  WS-HIS-LINEAS       PIC 9(6) VALUE 0.
       01  WS-HIS-BRUTO        PIC 9(11)V99 VALUE 0.
       01  WS-HIS-RETENCION    PIC 9(11)V99 VALUE 0.
       01  WS-HIS-DEDUCCIONES  PIC 9(11)V99 VALUE 0.
       01  WS-HIS-NETO         PIC 9(11)V99 VALUE 0.
       01  WS-HIS-ANTICIPOS    PIC S9(11)V99 VALUE 0.
       01  WS-INT-CANT         PIC 9(6) VALUE 0.
       01  WS-INT-SUMA         PIC 9(11)V99 VALUE 0.
       01  WS-CAJA-CANT        PIC 9(6) VALUE 0.
       01  WS-CAJA-SUMA        PIC 9(11)V99 VALUE 0.
       01  WS-REM-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-SALIDAS          PIC 9(11)V99 VALUE 0.

      *    LINEAS DEL ASIENTO POR CONCEPTO.
       01  WS-DIA-PERIODO      PIC 9(8) VALUE 0.
       01  WS-DIA-SUELDOS      PIC 9(11)V99 VALUE 0.
       01  WS-DIA-RETENCION    PIC 9(11)V99 VALUE 0.
       01  WS-DIA-PRESTAMOS    PIC 9(11)V99 VALUE 0.
       01  WS-DIA-EMBARGOS     PIC 9(11)V99 VALUE 0.
       01  WS-DIA-PLAN         PIC 9(11)V99 VALUE 0.
       01  WS-DIA-ANTICIPOS    PIC 9(11)V99 VALUE 0.
       01  WS-DIA-NETO-INT     PIC 9(11)V99 VALUE 0.
       01  WS-DIA-NETO-BCO     PIC 9(11)V99 VALUE 0.
       01  WS-DIA-NETO-CAJA    PIC 9(11)V99 VALUE 0.
       01  WS-DIA-DEDUCCIONES  PIC 9(11)V99 VALUE 0.
       01  WS-DIA-DEBE         PIC 9(13)V99 VALUE 0.
       01  WS-DIA-HABER        PIC 9(13)V99 VALUE 0.
       01  WS-DIA-COLA-DEBE    PIC 9(13)V99 VALUE 0.
       01  WS-DIA-COLA-HABER   PIC 9(13)V99 VALUE 0.
       01  WS-DIA-HAY-COLA     PIC X VALUE "N".
      *    LINEAS DEL ASIENTO CUYO CONCEPTO NO ATA CON EL HISTORICO.
       01  WS-TABLA-SIN-CONTRA.
           05 WS-SCT-ENT OCCURS 20 TIMES.
               10 TS-LADO      PIC X(1).
               10 TS-CUENTA    PIC X(12).
               10 TS-CONCEPTO  PIC X(30).
               10 TS-IMPORTE   PIC 9(11)V99.
       01  WS-DIA-SIN-CONTRA   PIC 9(3) VALUE 0.
       01  WS-IDX-SCT          PIC 9(3) VALUE 0.

      *    COMPARACION GENERICA: CONCEPTO, LO ESPERADO Y LO HALLADO.
       01  WS-CMP-CONCEPTO     PIC X(40).
       01  WS-CMP-A            PIC S9(11)V99.
       01  WS-CMP-B            PIC S9(11)V99.
       01  WS-CANT-DIFERENCIAS PIC 9(5) VALUE 0.
       01  WS-CANT-EMP-DIF     PIC 9(5) VALUE 0.
       01  WS-ESTADO-CONC      PIC X(10).
       01  WS-PAGADO           PIC 9(9)V99.
       01  WS-CANT-PAGOS       PIC 9(3).

       01  WS-AUD-FECHA        PIC 9(8).
       01  WS-AUD-HORA         PIC 9(8).
       01  WS-AUD-ACCION       PIC X(20).
       01  WS-LINEA-AUD        PIC X(180).
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.

       01  WS-LINEA            PIC X(132).
       01  WS-ED-A             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-B             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CANT          PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   CONCILIACION DE LA NOMINA LIBERADA (3 VIAS)  "
           DISPLAY "==============================================="
           PERFORM PEDIR-EMPRESA
           DISPLAY "PERIODO A CONCILIAR (AAAAMMDD, 0 = EL DE LA "
               "ULTIMA LIBERACION): "
           ACCEPT WS-FECHA-PERIODO

           PERFORM LEER-PAGOS THRU LEER-PAGOS-EXIT
           IF WS-FECHA-PERIODO = 0
               MOVE WS-PAG-PERIODO TO WS-FECHA-PERIODO
           END-IF
           IF WS-PAG-PERIODO NOT = WS-FECHA-PERIODO
               DISPLAY "** " WS-NOMBRE-PAGOS " ES DEL PERIODO "
                   WS-PAG-PERIODO ", NO DEL " WS-FECHA-PERIODO
                   ". LA LIBERACION DE ESE PERIODO YA NO ESTA EN "
                   "LOS ARCHIVOS DE SALIDA. **"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "EMPRESA " WS-EMPRESA " " WS-EMP-NOMBRE
           DISPLAY "PERIODO " WS-FECHA-PERIODO ", ARCHIVO DE PAGOS "
               "SECUENCIA " WS-PAG-SECUENCIA " DEL " WS-PAG-FECHA-GEN

           PERFORM REVISAR-REGISTRO-PAGOS
           PERFORM CARGAR-MAESTRO THRU CARGAR-MAESTRO-EXIT
           PERFORM LEER-HISTORICO
           PERFORM LEER-ABONOS-INTERNOS
           IF WS-HAY-MAESTRO = "S"
               CLOSE EMP-FILE
           END-IF
           PERFORM CARGAR-ACREEDORES
           PERFORM LEER-REMESAS
           PERFORM LEER-DIARIO

           OPEN OUTPUT ARCH-REPORTE
           IF FS-REP NOT = "00"
               DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-REPORTE
                   " FS=" FS-REP
               MOVE "conciliacion_nomina" TO WS-ERR-ARCHIVO
               MOVE FS-REP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM COMPARAR-EMPLEADOS
           PERFORM COMPARAR-TOTALES
           PERFORM ESCRIBIR-PIE
           CLOSE ARCH-REPORTE

           IF WS-CANT-DIFERENCIAS = 0
               MOVE "CONCILIADA" TO WS-ESTADO-CONC
               MOVE "CONCILIACION-OK" TO WS-AUD-ACCION
           ELSE
               MOVE "DIFERENCIA" TO WS-ESTADO-CONC
               MOVE "CONCILIACION-DIF" TO WS-AUD-ACCION
           END-IF
           PERFORM GRABAR-RUN-CONTROL
           PERFORM GRABAR-AUDITORIA

           DISPLAY "-----------------------------------------------"
           DISPLAY "EMPLEADOS CONCILIADOS:      " WS-CANT-CONC
           DISPLAY "EMPLEADOS CON DIFERENCIA:   " WS-CANT-EMP-DIF
           DISPLAY "DIFERENCIAS EN TOTAL:       " WS-CANT-DIFERENCIAS
           DISPLAY "REPORTE: " WS-NOMBRE-REPORTE
           IF WS-CANT-DIFERENCIAS = 0
               DISPLAY "LA LIBERACION CONCILIA EN LAS TRES VIAS."
               PERFORM CONFORMAR-LIBERACION
           ELSE
               DISPLAY "** LA LIBERACION NO CONCILIA: NO SE PUEDE "
                   "CONFORMAR HASTA CORREGIR LAS DIFERENCIAS. **"
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    PEDIR-EMPRESA                                               *
      *    Los archivos de salida de la liberacion llevan el sufijo    *
      *    de la empresa (la 01 conserva los nombres de siempre).      *
      *----------------------------------------------------------------*
       PEDIR-EMPRESA.
           DISPLAY "EMPRESA A CONCILIAR (EN BLANCO = 01): "
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
           MOVE SPACES TO WS-NOMBRE-REPORTE
           STRING "conciliacion_nomina" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-REPORTE
           END-STRING.

      *----------------------------------------------------------------*
      *    LEER-PAGOS                                                  *
      *    pagos_banco.txt de la ultima liberacion: la cabecera da el  *
      *    periodo y la secuencia, cada detalle suma al empleado y la  *
      *    cola se guarda para cruzarla con los detalles.              *
      *----------------------------------------------------------------*
       LEER-PAGOS.
           OPEN INPUT ARCH-PAGOS
           IF FS-PAG NOT = "00"
               DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-PAGOS
                   " FS=" FS-PAG ". NO HAY LIBERACION QUE CONCILIAR."
               MOVE "pagos_banco.txt" TO WS-ERR-ARCHIVO
               MOVE FS-PAG TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-FIN
           PERFORM LEER-PAGO
           PERFORM UNTIL WS-FIN = "S"
               EVALUATE PAG-H-TIPO
                   WHEN "H"
                       MOVE PAG-H-FECHA-PER TO WS-PAG-PERIODO
                       MOVE PAG-H-FECHA-GEN TO WS-PAG-FECHA-GEN
                       MOVE PAG-H-SECUENCIA TO WS-PAG-SECUENCIA
                       MOVE PAG-H-EMPRESA TO WS-PAG-EMPRESA
                       IF WS-PAG-EMPRESA = SPACES
                           MOVE "01" TO WS-PAG-EMPRESA
                       END-IF
                   WHEN "D"
                       ADD 1 TO WS-PAG-CANT-DET
                       ADD PAG-D-NETO TO WS-PAG-SUMA-DET
                       MOVE PAG-D-EMP-ID TO WS-BUS-EMP-ID
                       PERFORM BUSCAR-O-AGREGAR
                       IF WS-CONC-HALLADO = "S"
                           ADD 1 TO TC-BCO-CANT(WS-IDX-CONC)
                           ADD PAG-D-NETO TO TC-BCO-NETO(WS-IDX-CONC)
                       END-IF
                   WHEN "T"
                       MOVE PAG-T-CANTIDAD TO WS-PAG-CANT-COLA
                       MOVE PAG-T-SUMA-NETO TO WS-PAG-SUMA-COLA
                       MOVE "S" TO WS-PAG-HAY-COLA
               END-EVALUATE
               PERFORM LEER-PAGO
           END-PERFORM
           CLOSE ARCH-PAGOS

           IF WS-PAG-EMPRESA NOT = WS-EMPRESA
               DISPLAY "** " WS-NOMBRE-PAGOS " ES DE LA EMPRESA "
                   WS-PAG-EMPRESA ", NO DE LA " WS-EMPRESA ". **"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       LEER-PAGOS-EXIT.
           EXIT.

       LEER-PAGO.
           READ ARCH-PAGOS
               AT END MOVE "S" TO WS-FIN
           END-READ.

      *----------------------------------------------------------------*
      *    REVISAR-REGISTRO-PAGOS                                      *
      *    El archivo tiene que figurar una sola vez en el registro de *
      *    archivos emitidos, con la misma secuencia; del registro     *
      *    sale el ciclo de la corrida.                                *
      *----------------------------------------------------------------*
       REVISAR-REGISTRO-PAGOS.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-REG-PAGOS
           IF FS-RPG = "00"
               PERFORM LEER-REG-PAGOS
               PERFORM UNTIL WS-FIN = "S"
                   IF PRG-EMPRESA = SPACES
                       MOVE "01" TO PRG-EMPRESA
                   END-IF
                   IF PRG-SECUENCIA = WS-PAG-SECUENCIA
                           AND PRG-FECHA-PER = WS-FECHA-PERIODO
                           AND PRG-EMPRESA = WS-EMPRESA
                       MOVE "S" TO WS-RPG-SECUENCIA-OK
                       MOVE PRG-CICLO TO WS-CICLO
                   END-IF
                   IF PRG-FECHA-PER = WS-FECHA-PERIODO
                           AND PRG-EMPRESA = WS-EMPRESA
                       ADD 1 TO WS-RPG-CANTIDAD
                   END-IF
                   PERFORM LEER-REG-PAGOS
               END-PERFORM
               CLOSE ARCH-REG-PAGOS
           END-IF
           IF CICLO-MENSUAL
               MOVE "NOMINA-MENS" TO WS-JOB-NOMINA
           ELSE
               MOVE "NOMINA" TO WS-JOB-NOMINA
           END-IF.

       LEER-REG-PAGOS.
           READ ARCH-REG-PAGOS
               AT END MOVE "S" TO WS-FIN
           END-READ.

      *----------------------------------------------------------------*
      *    CARGAR-MAESTRO                                              *
      *    Empleados de la empresa y del ciclo de la corrida: su       *
      *    cuenta interna (para los abonos S) y si cobran por caja     *
      *    (sin banco o sin cuenta bancaria en el maestro).            *
      *----------------------------------------------------------------*
       CARGAR-MAESTRO.
           OPEN INPUT EMP-FILE
           IF FS NOT = "00"
               DISPLAY "AVISO: SIN EMPLEADOS.IDX (FS=" FS "). NO SE "
                   "CRUZAN ABONOS INTERNOS NI PAGOS POR CAJA."
               GO TO CARGAR-MAESTRO-EXIT
           END-IF
           MOVE "S" TO WS-HAY-MAESTRO
           MOVE "N" TO WS-FIN
           PERFORM LEER-MAESTRO
           PERFORM UNTIL WS-FIN = "S"
               PERFORM EVALUAR-ALCANCE
               IF WS-EN-ALCANCE = "S"
                   MOVE EMP-ID TO WS-BUS-EMP-ID
                   PERFORM BUSCAR-O-AGREGAR
                   IF WS-CONC-HALLADO = "S"
                       PERFORM MARCAR-ALCANCE
                   END-IF
               END-IF
               PERFORM LEER-MAESTRO
           END-PERFORM.
       CARGAR-MAESTRO-EXIT.
           EXIT.

       LEER-MAESTRO.
           READ EMP-FILE NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ.

       EVALUAR-ALCANCE.
           MOVE "N" TO WS-EN-ALCANCE
           MOVE EMP-EMPRESA TO WS-EMPRESA-EMP
           IF WS-EMPRESA-EMP = SPACES
               MOVE "01" TO WS-EMPRESA-EMP
           END-IF
           IF WS-EMPRESA-EMP = WS-EMPRESA
               IF CICLO-MENSUAL
                   IF EMP-ES-ASALARIADO
                       MOVE "S" TO WS-EN-ALCANCE
                   END-IF
               ELSE
                   IF NOT EMP-ES-ASALARIADO
                       MOVE "S" TO WS-EN-ALCANCE
                   END-IF
               END-IF
           END-IF.

       MARCAR-ALCANCE.
           MOVE "S" TO TC-ALCANCE(WS-IDX-CONC)
           MOVE EMP-CTA-INTERNA TO TC-CTA-INTERNA(WS-IDX-CONC)
           IF EMP-BANCO = 0 OR EMP-CUENTA = SPACES
               MOVE "S" TO TC-CAJA(WS-IDX-CONC)
           END-IF.

      *    DEJA WS-IDX-CONC EN EL EMPLEADO; SI ES NUEVO LO AGREGA.
       BUSCAR-O-AGREGAR.
           MOVE "N" TO WS-CONC-HALLADO
           PERFORM VARYING WS-IDX-CONC FROM 1 BY 1
                   UNTIL WS-IDX-CONC > WS-CANT-CONC
                      OR WS-CONC-HALLADO = "S"
               IF TC-EMP-ID(WS-IDX-CONC) = WS-BUS-EMP-ID
                   MOVE "S" TO WS-CONC-HALLADO
               END-IF
           END-PERFORM
           IF WS-CONC-HALLADO = "S"
               SUBTRACT 1 FROM WS-IDX-CONC
           ELSE
               IF WS-CANT-CONC < 3000
                   ADD 1 TO WS-CANT-CONC
                   MOVE WS-CANT-CONC TO WS-IDX-CONC
                   MOVE WS-BUS-EMP-ID TO TC-EMP-ID(WS-IDX-CONC)
                   MOVE "N" TO TC-ALCANCE(WS-IDX-CONC)
                   MOVE "N" TO TC-CAJA(WS-IDX-CONC)
                   MOVE 0 TO TC-CTA-INTERNA(WS-IDX-CONC)
                   MOVE 0 TO TC-HIS-CANT(WS-IDX-CONC)
                   MOVE 0 TO TC-HIS-NETO(WS-IDX-CONC)
                   MOVE 0 TO TC-BCO-CANT(WS-IDX-CONC)
                   MOVE 0 TO TC-BCO-NETO(WS-IDX-CONC)
                   MOVE 0 TO TC-INT-CANT(WS-IDX-CONC)
                   MOVE 0 TO TC-INT-NETO(WS-IDX-CONC)
                   MOVE 0 TO TC-REM-IMPORTE(WS-IDX-CONC)
                   MOVE "S" TO WS-CONC-HALLADO
               ELSE
                   DISPLAY "TABLA DE CONCILIACION LLENA, SE IGNORA "
                       "EMPLEADO " WS-BUS-EMP-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    LEER-HISTORICO                                              *
      *    Lineas P del periodo (posicionado por clave en              *
      *    NOMINA-HIST.IDX) de los empleados de la corrida: los        *
      *    del alcance del maestro, los que vinieron en el archivo de  *
      *    pagos y, si la empresa es la 01, los que ya no estan en el  *
      *    maestro.                                                    *
      *----------------------------------------------------------------*
       LEER-HISTORICO.
           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMINA-HIST.IDX. FS=" FS-HIS
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-HIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIN
           MOVE WS-FECHA-PERIODO TO HIS-FECHA-PERIODO
           MOVE 0 TO HIS-EMP-ID
           MOVE 0 TO HIS-SECUENCIA
           START ARCH-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           IF WS-FIN = "N"
               PERFORM LEER-UN-HISTORICO
           END-IF
           PERFORM UNTIL WS-FIN = "S"
               IF HIS-PAGADO
                   PERFORM TOMAR-HISTORICO
               END-IF
               PERFORM LEER-UN-HISTORICO
           END-PERFORM
           CLOSE ARCH-HISTORICO.

       LEER-UN-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ
           IF WS-FIN = "N" AND HIS-FECHA-PERIODO NOT = WS-FECHA-PERIODO
               MOVE "S" TO WS-FIN
           END-IF.

       TOMAR-HISTORICO.
           MOVE HIS-EMP-ID TO WS-BUS-EMP-ID
           MOVE "N" TO WS-CONC-HALLADO
           PERFORM VARYING WS-IDX-CONC FROM 1 BY 1
                   UNTIL WS-IDX-CONC > WS-CANT-CONC
                      OR WS-CONC-HALLADO = "S"
               IF TC-EMP-ID(WS-IDX-CONC) = WS-BUS-EMP-ID
                   MOVE "S" TO WS-CONC-HALLADO
               END-IF
           END-PERFORM
           IF WS-CONC-HALLADO = "S"
               SUBTRACT 1 FROM WS-IDX-CONC
           ELSE
               MOVE "N" TO WS-EN-ALCANCE
               IF WS-EMPRESA = "01"
                   IF WS-HAY-MAESTRO = "S"
                       MOVE HIS-EMP-ID TO EMP-ID
                       READ EMP-FILE
                           INVALID KEY
                               MOVE "S" TO WS-EN-ALCANCE
                       END-READ
                   ELSE
                       MOVE "S" TO WS-EN-ALCANCE
                   END-IF
               END-IF
               IF WS-EN-ALCANCE = "S"
                   PERFORM BUSCAR-O-AGREGAR
                   IF WS-CONC-HALLADO = "S"
                       MOVE "S" TO TC-ALCANCE(WS-IDX-CONC)
                   END-IF
               END-IF
           END-IF

           IF WS-CONC-HALLADO = "S"
               ADD 1 TO TC-HIS-CANT(WS-IDX-CONC)
               IF TC-HIS-CANT(WS-IDX-CONC) = 1
                   MOVE HIS-NETO TO TC-HIS-NETO(WS-IDX-CONC)
               END-IF
               ADD 1 TO WS-HIS-LINEAS
               ADD HIS-BRUTO TO WS-HIS-BRUTO
               ADD HIS-RETENCION TO WS-HIS-RETENCION
               ADD HIS-DEDUCCIONES TO WS-HIS-DEDUCCIONES
               ADD HIS-NETO TO WS-HIS-NETO
           END-IF.

      *----------------------------------------------------------------*
      *    LEER-ABONOS-INTERNOS                                        *
      *    Abonos de sueldo (tipo S) del periodo en las cuentas        *
      *    internas de los empleados de la corrida; PAYROLL-RELEASE    *
      *    deja el periodo en MOV-REFERENCIA.                          *
      *----------------------------------------------------------------*
       LEER-ABONOS-INTERNOS.
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOV NOT = "00"
               DISPLAY "AVISO: SIN MOVIMIENTOS.IDX (FS=" FS-MOV
                   "). NO HAY ABONOS INTERNOS QUE CRUZAR."
           ELSE
               MOVE "S" TO WS-HAY-MOVIMIENTOS
               PERFORM VARYING WS-IDX-CONC FROM 1 BY 1
                       UNTIL WS-IDX-CONC > WS-CANT-CONC
                   IF TC-CTA-INTERNA(WS-IDX-CONC) > 0
                       PERFORM LEER-CUENTA-INTERNA
                   END-IF
               END-PERFORM
               CLOSE ARCH-MOVIMIENTOS
           END-IF.

       LEER-CUENTA-INTERNA.
           MOVE TC-CTA-INTERNA(WS-IDX-CONC) TO MOV-CUENTA
           MOVE 0 TO MOV-FECHA
           MOVE 0 TO MOV-SECUENCIA
           MOVE "N" TO WS-FIN
           START ARCH-MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           IF WS-FIN = "N"
               PERFORM LEER-MOVIMIENTO
           END-IF
           PERFORM UNTIL WS-FIN = "S"
               IF MOV-CUENTA NOT = TC-CTA-INTERNA(WS-IDX-CONC)
                   MOVE "S" TO WS-FIN
               ELSE
                   IF MOV-TIPO = "S"
                           AND MOV-REFERENCIA = WS-FECHA-PERIODO
                       ADD 1 TO TC-INT-CANT(WS-IDX-CONC)
                       ADD MOV-IMPORTE TO TC-INT-NETO(WS-IDX-CONC)
                       ADD 1 TO WS-INT-CANT
                       ADD MOV-IMPORTE TO WS-INT-SUMA
                   END-IF
                   PERFORM LEER-MOVIMIENTO
               END-IF
           END-PERFORM.

       LEER-MOVIMIENTO.
           READ ARCH-MOVIMIENTOS NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ.

      *----------------------------------------------------------------*
      *    REMESAS DE EMBARGO                                          *
      *    Un archivo remesa_<acreedor>.txt por acreedor con embargo   *
      *    en deducciones.txt; solo cuentan los del periodo.           *
      *----------------------------------------------------------------*
       CARGAR-ACREEDORES.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-DEDUCCIONES
           IF FS-DED = "00"
               PERFORM LEER-DEDUCCION
               PERFORM UNTIL WS-FIN = "S"
                   IF DED-ES-EMBARGO
                       MOVE DED-ACREEDOR TO WS-REM-ACREEDOR
                       PERFORM AGREGAR-ACREEDOR
                   END-IF
                   PERFORM LEER-DEDUCCION
               END-PERFORM
               CLOSE ARCH-DEDUCCIONES
           END-IF.

       LEER-DEDUCCION.
           READ ARCH-DEDUCCIONES
               AT END MOVE "S" TO WS-FIN
           END-READ.

       AGREGAR-ACREEDOR.
           MOVE "N" TO WS-ACR-HALLADO
           PERFORM VARYING WS-IDX-ACR FROM 1 BY 1
                   UNTIL WS-IDX-ACR > WS-CANT-ACREEDORES
               IF TA-ACREEDOR(WS-IDX-ACR) = WS-REM-ACREEDOR
                   MOVE "S" TO WS-ACR-HALLADO
               END-IF
           END-PERFORM
           IF WS-ACR-HALLADO = "N"
               IF WS-CANT-ACREEDORES < 50
                   ADD 1 TO WS-CANT-ACREEDORES
                   MOVE WS-REM-ACREEDOR
                       TO TA-ACREEDOR(WS-CANT-ACREEDORES)
               ELSE
                   DISPLAY "TABLA DE ACREEDORES LLENA, SE IGNORA "
                       WS-REM-ACREEDOR
               END-IF
           END-IF.

       LEER-REMESAS.
           PERFORM VARYING WS-IDX-ACR FROM 1 BY 1
                   UNTIL WS-IDX-ACR > WS-CANT-ACREEDORES
               MOVE TA-ACREEDOR(WS-IDX-ACR) TO WS-REM-ACREEDOR
               PERFORM LEER-UNA-REMESA
           END-PERFORM.

       LEER-UNA-REMESA.
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
           END-IF

           OPEN INPUT ARCH-REMESA
           IF FS-REM = "00"
               MOVE "N" TO WS-REM-DEL-PERIODO
               MOVE 0 TO WS-REM-CANTIDAD
               MOVE 0 TO WS-REM-SUMA
               MOVE "N" TO WS-FIN
               PERFORM LEER-REMESA
               PERFORM UNTIL WS-FIN = "S"
                   EVALUATE REM-H-TIPO
                       WHEN "H"
                           IF REM-H-FECHA-PER = WS-FECHA-PERIODO
                               MOVE "S" TO WS-REM-DEL-PERIODO
                               ADD 1 TO WS-CANT-REMESAS
                           ELSE
                               MOVE "S" TO WS-FIN
                           END-IF
                       WHEN "D"
                           PERFORM TOMAR-REMESA
                       WHEN "T"
                           PERFORM CONTROLAR-COLA-REMESA
                   END-EVALUATE
                   IF WS-FIN = "N"
                       PERFORM LEER-REMESA
                   END-IF
               END-PERFORM
               CLOSE ARCH-REMESA
           END-IF.

       LEER-REMESA.
           READ ARCH-REMESA
               AT END MOVE "S" TO WS-FIN
           END-READ.

       TOMAR-REMESA.
           ADD 1 TO WS-REM-CANTIDAD
           ADD REM-D-IMPORTE TO WS-REM-SUMA
           ADD REM-D-IMPORTE TO WS-REM-TOTAL
           MOVE REM-D-EMP-ID TO WS-BUS-EMP-ID
           PERFORM BUSCAR-O-AGREGAR
           IF WS-CONC-HALLADO = "S"
               ADD REM-D-IMPORTE TO TC-REM-IMPORTE(WS-IDX-CONC)
           END-IF.

      *    LA COLA DE CADA REMESA TIENE QUE ATAR CON SUS DETALLES;
      *    LA DIFERENCIA SE INFORMA AL ARMAR EL REPORTE.
       CONTROLAR-COLA-REMESA.
           IF REM-T-CANTIDAD NOT = WS-REM-CANTIDAD
                   OR REM-T-SUMA NOT = WS-REM-SUMA
               DISPLAY "** COLA DE " WS-NOMBRE-REMESA " NO ATA CON "
                   "SUS DETALLES. **"
               ADD 1 TO WS-REM-COLAS-MAL
           END-IF.

      *----------------------------------------------------------------*
      *    LEER-DIARIO                                                 *
      *    Cada linea del asiento se clasifica por su concepto (la     *
      *    cuenta puede venir traducida al mayor de la empresa).       *
      *----------------------------------------------------------------*
       LEER-DIARIO.
           OPEN INPUT ARCH-DIARIO
           IF FS-DIA NOT = "00"
               DISPLAY "AVISO: SIN " WS-NOMBRE-DIARIO " (FS=" FS-DIA
                   ")."
           ELSE
               MOVE "S" TO WS-HAY-DIARIO
               MOVE "N" TO WS-FIN
               PERFORM LEER-LINEA-DIARIO
               PERFORM UNTIL WS-FIN = "S"
                   EVALUATE DIA-L-TIPO
                       WHEN "C"
                           MOVE DIA-C-FECHA-PER TO WS-DIA-PERIODO
                       WHEN "D"
                           ADD DIA-L-IMPORTE TO WS-DIA-DEBE
                           PERFORM CLASIFICAR-DEBE
                       WHEN "H"
                           ADD DIA-L-IMPORTE TO WS-DIA-HABER
                           PERFORM CLASIFICAR-HABER
                       WHEN "T"
                           MOVE DIA-T-DEBE TO WS-DIA-COLA-DEBE
                           MOVE DIA-T-HABER TO WS-DIA-COLA-HABER
                           MOVE "S" TO WS-DIA-HAY-COLA
                   END-EVALUATE
                   PERFORM LEER-LINEA-DIARIO
               END-PERFORM
               CLOSE ARCH-DIARIO
               COMPUTE WS-DIA-DEDUCCIONES = WS-DIA-PRESTAMOS
                   + WS-DIA-EMBARGOS + WS-DIA-PLAN
           END-IF.

       LEER-LINEA-DIARIO.
           READ ARCH-DIARIO
               AT END MOVE "S" TO WS-FIN
           END-READ.

       CLASIFICAR-DEBE.
           IF DIA-L-CONCEPTO(1:8) = "SUELDOS "
               ADD DIA-L-IMPORTE TO WS-DIA-SUELDOS
           ELSE
               PERFORM LINEA-SIN-CONTRAPARTIDA
           END-IF.

       CLASIFICAR-HABER.
           EVALUATE DIA-L-CONCEPTO
               WHEN "RETENCION DE IMPUESTOS"
                   ADD DIA-L-IMPORTE TO WS-DIA-RETENCION
               WHEN "DEDUCCION PRESTAMOS"
                   ADD DIA-L-IMPORTE TO WS-DIA-PRESTAMOS
               WHEN "DEDUCCION EMBARGOS"
                   ADD DIA-L-IMPORTE TO WS-DIA-EMBARGOS
               WHEN "DEDUCCION PLAN CAFETERIA"
                   ADD DIA-L-IMPORTE TO WS-DIA-PLAN
               WHEN "RECUPERO DE ANTICIPOS"
                   ADD DIA-L-IMPORTE TO WS-DIA-ANTICIPOS
               WHEN "NETO ABONADO EN CTAS INTERNAS"
                   ADD DIA-L-IMPORTE TO WS-DIA-NETO-INT
               WHEN "NETO INTERFASE BANCARIA"
                   ADD DIA-L-IMPORTE TO WS-DIA-NETO-BCO
               WHEN "NETO SIN DATOS BANCARIOS"
                   ADD DIA-L-IMPORTE TO WS-DIA-NETO-CAJA
               WHEN OTHER
                   PERFORM LINEA-SIN-CONTRAPARTIDA
           END-EVALUATE.

       LINEA-SIN-CONTRAPARTIDA.
           ADD 1 TO WS-DIA-SIN-CONTRA
           IF WS-DIA-SIN-CONTRA <= 20
               MOVE DIA-L-TIPO TO TS-LADO(WS-DIA-SIN-CONTRA)
               MOVE DIA-L-CUENTA TO TS-CUENTA(WS-DIA-SIN-CONTRA)
               MOVE DIA-L-CONCEPTO TO TS-CONCEPTO(WS-DIA-SIN-CONTRA)
               MOVE DIA-L-IMPORTE TO TS-IMPORTE(WS-DIA-SIN-CONTRA)
           ELSE
               DISPLAY "TABLA DE LINEAS SIN CONTRAPARTIDA LLENA, SE "
                   "IGNORA " DIA-L-CONCEPTO
           END-IF.

      *----------------------------------------------------------------*
      *    REPORTE (conciliacion_nomina.txt)                           *
      *----------------------------------------------------------------*
       ESCRIBIR-ENCABEZADO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-LINEA
           STRING "CONCILIACION DE LA NOMINA LIBERADA - EMPRESA "
               WS-EMPRESA " " WS-EMP-NOMBRE
               INTO WS-LINEA
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "PERIODO " WS-FECHA-PERIODO "  CICLO " WS-CICLO
               "  ARCHIVO DE PAGOS SECUENCIA " WS-PAG-SECUENCIA
               " DEL " WS-PAG-FECHA-GEN "  EMITIDO EL " WS-FECHA-HOY
               INTO WS-LINEA
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE ALL "=" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "DIFERENCIAS POR EMPLEADO" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "EMP  DIFERENCIA                         "
               "       HISTORICO          PAGADO"
               INTO WS-LINEA
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE ALL "-" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           WRITE REG-REPORTE FROM WS-LINEA.

      *----------------------------------------------------------------*
      *    COMPARAR-EMPLEADOS                                          *
      *    Por EMP-ID: posteado dos veces, pagado dos veces, pagado    *
      *    sin nomina, no pagado, importe distinto y remesa de embargo *
      *    sin nomina. El que no tiene via de pago y cobra por caja    *
      *    suma al neto por caja del asiento.                          *
      *----------------------------------------------------------------*
       COMPARAR-EMPLEADOS.
           PERFORM VARYING WS-IDX-CONC FROM 1 BY 1
                   UNTIL WS-IDX-CONC > WS-CANT-CONC
               PERFORM COMPARAR-UN-EMPLEADO
           END-PERFORM.

       COMPARAR-UN-EMPLEADO.
           COMPUTE WS-CANT-PAGOS = TC-BCO-CANT(WS-IDX-CONC)
               + TC-INT-CANT(WS-IDX-CONC)
           COMPUTE WS-PAGADO = TC-BCO-NETO(WS-IDX-CONC)
               + TC-INT-NETO(WS-IDX-CONC)
           MOVE TC-HIS-NETO(WS-IDX-CONC) TO WS-CMP-A
           MOVE WS-PAGADO TO WS-CMP-B

           IF TC-HIS-CANT(WS-IDX-CONC) > 1
               MOVE "POSTEADO DOS VECES EN EL HISTORICO"
                   TO WS-CMP-CONCEPTO
               PERFORM ESCRIBIR-DIF-EMPLEADO
           END-IF
           IF WS-CANT-PAGOS > 1
               MOVE "PAGADO DOS VECES" TO WS-CMP-CONCEPTO
               PERFORM ESCRIBIR-DIF-EMPLEADO
           END-IF

           IF TC-HIS-CANT(WS-IDX-CONC) = 0
               IF WS-CANT-PAGOS > 0
                   MOVE "PAGADO SIN NOMINA EN EL HISTORICO"
                       TO WS-CMP-CONCEPTO
                   PERFORM ESCRIBIR-DIF-EMPLEADO
               END-IF
               IF TC-REM-IMPORTE(WS-IDX-CONC) > 0
                   MOVE TC-REM-IMPORTE(WS-IDX-CONC) TO WS-CMP-B
                   MOVE "REMESA DE EMBARGO SIN NOMINA"
                       TO WS-CMP-CONCEPTO
                   PERFORM ESCRIBIR-DIF-EMPLEADO
               END-IF
           ELSE
               IF WS-CANT-PAGOS = 0
                   IF TC-CAJA(WS-IDX-CONC) = "S"
                       ADD 1 TO WS-CAJA-CANT
                       ADD TC-HIS-NETO(WS-IDX-CONC) TO WS-CAJA-SUMA
                   ELSE
                       MOVE "NO PAGADO" TO WS-CMP-CONCEPTO
                       PERFORM ESCRIBIR-DIF-EMPLEADO
                   END-IF
               ELSE
                   IF WS-CANT-PAGOS = 1
                           AND WS-PAGADO NOT = TC-HIS-NETO(WS-IDX-CONC)
                       MOVE "PAGADO CON IMPORTE DISTINTO"
                           TO WS-CMP-CONCEPTO
                       PERFORM ESCRIBIR-DIF-EMPLEADO
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR-DIF-EMPLEADO.
           ADD 1 TO WS-CANT-DIFERENCIAS
           ADD 1 TO WS-CANT-EMP-DIF
           MOVE WS-CMP-A TO WS-ED-A
           MOVE WS-CMP-B TO WS-ED-B
           MOVE SPACES TO WS-LINEA
           STRING TC-EMP-ID(WS-IDX-CONC) " " WS-CMP-CONCEPTO " "
               WS-ED-A " " WS-ED-B
               INTO WS-LINEA
           END-STRING
           PERFORM ESCRIBIR-LINEA.

      *----------------------------------------------------------------*
      *    COMPARAR-TOTALES                                            *
      *    Cola del archivo de pagos, registro de pagos, historico     *
      *    contra las tres vias de pago y cada linea del asiento       *
      *    contra su contrapartida.                                    *
      *----------------------------------------------------------------*
       COMPARAR-TOTALES.
           MOVE SPACES TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "CUADRE EN TOTAL" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CONCEPTO                                 "
               "       ESPERADO          HALLADO"
               INTO WS-LINEA
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE ALL "-" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA

           IF WS-PAG-HAY-COLA = "N"
               MOVE "ARCHIVO DE PAGOS SIN COLA" TO WS-CMP-CONCEPTO
               MOVE 1 TO WS-CMP-A
               MOVE 0 TO WS-CMP-B
               PERFORM COMPARAR-TOTAL
           ELSE
               MOVE "CANTIDAD COLA PAGOS / DETALLES" TO WS-CMP-CONCEPTO
               MOVE WS-PAG-CANT-COLA TO WS-CMP-A
               MOVE WS-PAG-CANT-DET TO WS-CMP-B
               PERFORM COMPARAR-TOTAL
               MOVE "SUMA COLA PAGOS / DETALLES" TO WS-CMP-CONCEPTO
               MOVE WS-PAG-SUMA-COLA TO WS-CMP-A
               MOVE WS-PAG-SUMA-DET TO WS-CMP-B
               PERFORM COMPARAR-TOTAL
           END-IF

      *    UNA SOLA EMISION DEL PERIODO, LA DE ESTE ARCHIVO.
           MOVE "ARCHIVOS EMITIDOS EN pagos_registro"
               TO WS-CMP-CONCEPTO
           MOVE 1 TO WS-CMP-A
           MOVE WS-RPG-CANTIDAD TO WS-CMP-B
           PERFORM COMPARAR-TOTAL
           IF WS-RPG-SECUENCIA-OK = "N"
               MOVE "SECUENCIA DEL ARCHIVO NO REGISTRADA"
                   TO WS-CMP-CONCEPTO
               MOVE WS-PAG-SECUENCIA TO WS-CMP-A
               MOVE 0 TO WS-CMP-B
               PERFORM COMPARAR-TOTAL
           END-IF

           COMPUTE WS-SALIDAS = WS-PAG-SUMA-DET + WS-INT-SUMA
               + WS-CAJA-SUMA
           MOVE "NETO HISTORICO / BANCO+INTERNO+CAJA"
               TO WS-CMP-CONCEPTO
           MOVE WS-HIS-NETO TO WS-CMP-A
           MOVE WS-SALIDAS TO WS-CMP-B
           PERFORM COMPARAR-TOTAL

           IF WS-HAY-DIARIO = "N"
               MOVE "ASIENTO nomina_diario INEXISTENTE"
                   TO WS-CMP-CONCEPTO
               MOVE WS-HIS-NETO TO WS-CMP-A
               MOVE 0 TO WS-CMP-B
               PERFORM COMPARAR-TOTAL
           ELSE
               PERFORM COMPARAR-DIARIO
           END-IF.

       COMPARAR-DIARIO.
           MOVE "PERIODO DEL ASIENTO" TO WS-CMP-CONCEPTO
           MOVE WS-FECHA-PERIODO TO WS-CMP-A
           MOVE WS-DIA-PERIODO TO WS-CMP-B
           PERFORM COMPARAR-TOTAL

           MOVE "DIARIO SUELDOS / BRUTO HISTORICO" TO WS-CMP-CONCEPTO
           MOVE WS-HIS-BRUTO TO WS-CMP-A
           MOVE WS-DIA-SUELDOS TO WS-CMP-B
           PERFORM COMPARAR-TOTAL

           MOVE "DIARIO RETENCION / HISTORICO" TO WS-CMP-CONCEPTO
           MOVE WS-HIS-RETENCION TO WS-CMP-A
           MOVE WS-DIA-RETENCION TO WS-CMP-B
           PERFORM COMPARAR-TOTAL

           MOVE "DIARIO DEDUCCIONES / HISTORICO" TO WS-CMP-CONCEPTO
           MOVE WS-HIS-DEDUCCIONES TO WS-CMP-A
           MOVE WS-DIA-DEDUCCIONES TO WS-CMP-B
           PERFORM COMPARAR-TOTAL

      *    EL RECUPERO DE ANTICIPOS NO TIENE CAMPO PROPIO EN EL
      *    HISTORICO: ES LO QUE VA DEL BRUTO AL NETO FUERA DE
      *    RETENCION Y DEDUCCIONES.
           COMPUTE WS-HIS-ANTICIPOS = WS-HIS-BRUTO - WS-HIS-RETENCION
               - WS-HIS-DEDUCCIONES - WS-HIS-NETO
           MOVE "DIARIO ANTICIPOS / HISTORICO" TO WS-CMP-CONCEPTO
           MOVE WS-HIS-ANTICIPOS TO WS-CMP-A
           MOVE WS-DIA-ANTICIPOS TO WS-CMP-B
           PERFORM COMPARAR-TOTAL

           MOVE "COLAS DE REMESA QUE NO ATAN" TO WS-CMP-CONCEPTO
           MOVE 0 TO WS-CMP-A
           MOVE WS-REM-COLAS-MAL TO WS-CMP-B
           PERFORM COMPARAR-TOTAL

           MOVE "DIARIO EMBARGOS / REMESAS" TO WS-CMP-CONCEPTO
           MOVE WS-REM-TOTAL TO WS-CMP-A
           MOVE WS-DIA-EMBARGOS TO WS-CMP-B
           PERFORM COMPARAR-TOTAL

           MOVE "DIARIO NETO BANCO / pagos_banco" TO WS-CMP-CONCEPTO
           MOVE WS-PAG-SUMA-DET TO WS-CMP-A
           MOVE WS-DIA-NETO-BCO TO WS-CMP-B
           PERFORM COMPARAR-TOTAL

           MOVE "DIARIO NETO INTERNO / ABONOS S" TO WS-CMP-CONCEPTO
           MOVE WS-INT-SUMA TO WS-CMP-A
           MOVE WS-DIA-NETO-INT TO WS-CMP-B
           PERFORM COMPARAR-TOTAL

           MOVE "DIARIO NETO CAJA / SIN VIA DE PAGO" TO WS-CMP-CONCEPTO
           MOVE WS-CAJA-SUMA TO WS-CMP-A
           MOVE WS-DIA-NETO-CAJA TO WS-CMP-B
           PERFORM COMPARAR-TOTAL

           PERFORM VARYING WS-IDX-SCT FROM 1 BY 1
                   UNTIL WS-IDX-SCT > WS-DIA-SIN-CONTRA
                      OR WS-IDX-SCT > 20
               MOVE SPACES TO WS-CMP-CONCEPTO
               STRING "SIN CONTRAPARTIDA " TS-LADO(WS-IDX-SCT) " "
                   TS-CONCEPTO(WS-IDX-SCT)
                   DELIMITED BY SIZE INTO WS-CMP-CONCEPTO
               END-STRING
               MOVE 0 TO WS-CMP-A
               MOVE TS-IMPORTE(WS-IDX-SCT) TO WS-CMP-B
               PERFORM COMPARAR-TOTAL
           END-PERFORM
           IF WS-DIA-SIN-CONTRA > 20
               MOVE "LINEAS SIN CONTRAPARTIDA (TOTAL)"
                   TO WS-CMP-CONCEPTO
               MOVE 0 TO WS-CMP-A
               MOVE WS-DIA-SIN-CONTRA TO WS-CMP-B
               PERFORM COMPARAR-TOTAL
           END-IF

           MOVE "DIARIO DEBE / HABER" TO WS-CMP-CONCEPTO
           MOVE WS-DIA-DEBE TO WS-CMP-A
           MOVE WS-DIA-HABER TO WS-CMP-B
           PERFORM COMPARAR-TOTAL
           IF WS-DIA-HAY-COLA = "S"
               MOVE "DIARIO COLA DEBE / LINEAS" TO WS-CMP-CONCEPTO
               MOVE WS-DIA-COLA-DEBE TO WS-CMP-A
               MOVE WS-DIA-DEBE TO WS-CMP-B
               PERFORM COMPARAR-TOTAL
               MOVE "DIARIO COLA HABER / LINEAS" TO WS-CMP-CONCEPTO
               MOVE WS-DIA-COLA-HABER TO WS-CMP-A
               MOVE WS-DIA-HABER TO WS-CMP-B
               PERFORM COMPARAR-TOTAL
           END-IF.

       COMPARAR-TOTAL.
           MOVE WS-CMP-A TO WS-ED-A
           MOVE WS-CMP-B TO WS-ED-B
           MOVE SPACES TO WS-LINEA
           IF WS-CMP-A = WS-CMP-B
               STRING WS-CMP-CONCEPTO " " WS-ED-A " " WS-ED-B
                   "  OK"
                   INTO WS-LINEA
               END-STRING
           ELSE
               ADD 1 TO WS-CANT-DIFERENCIAS
               STRING WS-CMP-CONCEPTO " " WS-ED-A " " WS-ED-B
                   "  ** DIFERENCIA **"
                   INTO WS-LINEA
               END-STRING
           END-IF
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-PIE.
           MOVE ALL "=" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA
           MOVE WS-HIS-LINEAS TO WS-ED-CANT
           STRING "LINEAS DEL HISTORICO: " WS-ED-CANT
               INTO WS-LINEA
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA
           MOVE WS-PAG-CANT-DET TO WS-ED-CANT
           STRING "PAGOS AL BANCO:       " WS-ED-CANT
               INTO WS-LINEA
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA
           MOVE WS-INT-CANT TO WS-ED-CANT
           STRING "ABONOS INTERNOS:      " WS-ED-CANT
               INTO WS-LINEA
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA
           MOVE WS-CAJA-CANT TO WS-ED-CANT
           STRING "PAGADOS POR CAJA:     " WS-ED-CANT
               INTO WS-LINEA
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA
           MOVE WS-CANT-REMESAS TO WS-ED-CANT
           STRING "REMESAS DE EMBARGO:   " WS-ED-CANT
               INTO WS-LINEA
           END-STRING
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA
           MOVE WS-CANT-DIFERENCIAS TO WS-ED-CANT
           IF WS-CANT-DIFERENCIAS = 0
               STRING "RESULTADO: CONCILIADA, SIN DIFERENCIAS"
                   INTO WS-LINEA
               END-STRING
           ELSE
               STRING "RESULTADO: " WS-ED-CANT " DIFERENCIA(S). "
                   "LA LIBERACION NO SE PUEDE CONFORMAR."
                   INTO WS-LINEA
               END-STRING
           END-IF
           PERFORM ESCRIBIR-LINEA.

      *----------------------------------------------------------------*
      *    CONFORMAR-LIBERACION                                        *
      *    Solo con la conciliacion limpia: el supervisor da la        *
      *    conformidad, que queda en runctl.txt y en la auditoria.     *
      *----------------------------------------------------------------*
       CONFORMAR-LIBERACION.
           DISPLAY "SUPERVISOR QUE CONFORMA LA LIBERACION "
               "(EN BLANCO = NO CONFORMAR AHORA): "
           ACCEPT WS-SUPERVISOR
           IF WS-SUPERVISOR = SPACES
               DISPLAY "LIBERACION CONCILIADA, SIN CONFORMAR."
           ELSE
               MOVE "CONFORMADA" TO WS-ESTADO-CONC
               MOVE "LIBERACION-CONFORMADA" TO WS-AUD-ACCION
               PERFORM GRABAR-RUN-CONTROL
               PERFORM GRABAR-AUDITORIA
               DISPLAY "LIBERACION DEL PERIODO " WS-FECHA-PERIODO
                   " CONFORMADA POR " WS-SUPERVISOR "."
           END-IF.

       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "NOMINA-CONC" TO RCT-JOB
           MOVE WS-FECHA-PERIODO TO RCT-FECHA
           MOVE WS-ESTADO-CONC TO RCT-ESTADO
           MOVE WS-EMPRESA TO RCT-EMPRESA
           ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

       GRABAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA
           IF FS-AUD = "35"
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA FROM TIME
           MOVE SPACES TO WS-LINEA-AUD
           STRING
               WS-AUD-FECHA DELIMITED BY SIZE
               " " WS-AUD-HORA DELIMITED BY SIZE
               " ACCION=" WS-AUD-ACCION DELIMITED BY SPACE
               " PERIODO=" WS-FECHA-PERIODO DELIMITED BY SIZE
               " EMPRESA=" WS-EMPRESA DELIMITED BY SIZE
               " TRABAJO=" WS-JOB-NOMINA DELIMITED BY SPACE
               " SUPERVISOR=" WS-SUPERVISOR DELIMITED BY SIZE
               " NETO=" WS-HIS-NETO DELIMITED BY SIZE
               " DIFERENCIAS=" WS-CANT-DIFERENCIAS DELIMITED BY SIZE
               INTO WS-LINEA-AUD
           END-STRING
           WRITE REG-AUDITORIA FROM WS-LINEA-AUD
           CLOSE ARCH-AUDITORIA.

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
               " PROGRAMA=PAYROLL-RECON" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM PAYROLL-RECON.
