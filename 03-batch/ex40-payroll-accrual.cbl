      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Devengamiento de nomina al cierre del mes. Los por
      *          hora cobran por periodos semanales (ciclo S del
      *          calendario de la empresa) que no coinciden con el
      *          mes, y el asiento de PAYROLL-RELEASE lleva el costo
      *          al mes en que se paga. Con el mes a cerrar (AAAAMM)
      *          el programa toma cada periodo semanal abierto al fin
      *          del mes (el que termina despues del cierre, o el que
      *          termino dentro del mes y el empleado aun no tiene
      *          liberado en NOMINA-HIST.IDX) y los dias de ese
      *          periodo hasta el fin del mes. Por empleado estima el
      *          bruto devengado y no pagado con sus tarjetas
      *          aprobadas de esos dias a la tarifa efectiva de su
      *          ultima corrida (bruto / horas); sin tarjetas, con la
      *          ultima corrida prorrateada por dias, y sin corrida,
      *          con EMP-HORAS y EMP-TARIFA del maestro. Los aportes
      *          patronales salen de aportes_patronales.txt sobre ese
      *          bruto. Graba el asiento de devengamiento
      *          nomina_devengo.txt (fecha fin de mes) y su reversion
      *          automatica nomina_devengo_rev.txt (primer dia del
      *          mes siguiente), en el formato de nomina_diario.txt,
      *          cada uno con su .ctl, y el detalle por empleado en
      *          devengo_nomina_rep.txt. Los archivos de la empresa
      *          llevan su sufijo (la 01 conserva los nombres de
      *          siempre).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-ACCRUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMPLEADOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-CALENDARIO ASSIGN TO WS-NOMBRE-CALENDARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAL.
           SELECT ARCH-TARJETAS ASSIGN TO "tarjetas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAR.
           SELECT ARCH-APORTES ASSIGN TO "aportes_patronales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APO.
           SELECT ARCH-CTA-EMPRESA ASSIGN TO "empresa_cuentas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ECT.
           SELECT ARCH-DIARIO ASSIGN TO WS-NOMBRE-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIA.
           SELECT ARCH-DIARIO-CTL ASSIGN TO WS-NOMBRE-DIARIO-CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DCT.
           SELECT ARCH-REPORTE ASSIGN TO WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  EMP-REG.
           05 EMP-ID           PIC 9(4).
           05 EMP-NOMBRE       PIC X(20).
           05 EMP-HORAS        PIC 9(3).
           05 EMP-TARIFA       PIC 9(4)V99.
           05 EMP-ACTIVO       PIC X(1).
               88 EMP-ES-ACTIVO    VALUE "A".
               88 EMP-ES-INACTIVO  VALUE "I".
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

       FD  ARCH-CALENDARIO.
       01  REG-CALENDARIO.
           05 CAL-CICLO        PIC X(1).
           05 CAL-FECHA        PIC 9(8).

       FD  ARCH-TARJETAS.
       01  REG-TARJETA.
           05 TAR-EMP-ID       PIC 9(4).
           05 TAR-FECHA        PIC 9(8).
           05 TAR-HORAS        PIC 9(2).
           05 TAR-APROBADA     PIC X(1).
               88 TAR-ESTA-APROBADA VALUE "S".
           05 TAR-SUPERVISOR   PIC X(10).
           05 TAR-PROYECTO     PIC X(4).
           05 TAR-HORA-INICIO  PIC 9(4).
           05 TAR-HORA-FIN     PIC 9(4).

       FD  ARCH-APORTES.
       01  REG-APORTE.
           05 APO-CODIGO       PIC X(4).
           05 APO-DESCRIPCION  PIC X(20).
           05 APO-PORC         PIC 9(2)V99.

       FD  ARCH-CTA-EMPRESA.
       01  REG-CTA-EMPRESA.
           05 ECT-EMPRESA      PIC X(2).
           05 ECT-CUENTA       PIC X(12).
           05 ECT-MAYOR        PIC X(12).

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

       FD  ARCH-DIARIO-CTL.
       01  REG-DIARIO-CTL.
           05 DCT-CANTIDAD     PIC 9(7).
           05 DCT-HASH         PIC 9(13).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-HIS              PIC XX.
       01  FS-CAL              PIC XX.
       01  FS-TAR              PIC XX.
       01  FS-APO              PIC XX.
       01  FS-ECT              PIC XX.
       01  FS-DIA              PIC XX.
       01  FS-DCT              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(24).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).
       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

      *    EMPRESA (EMPRESA-RUTINA), SU CALENDARIO Y SUS ARCHIVOS.
       01  WS-EMPRESA          PIC X(2) VALUE "01".
       01  WS-EMPRESA-EMP      PIC X(2).
       01  WS-EMP-DATOS.
           05 WS-EMP-NOMBRE    PIC X(30).
           05 WS-EMP-ID-FISCAL PIC X(12).
           05 WS-EMP-BANCO     PIC 9(3).
           05 WS-EMP-CUENTA    PIC X(12).
           05 WS-EMP-CALENDARIO PIC X(20).
           05 WS-EMP-SUFIJO    PIC X(3).
       01  WS-EMP-RC           PIC X(2).
       01  WS-NOMBRE-CALENDARIO PIC X(40)
               VALUE "calendario_nomina.txt".
       01  WS-NOMBRE-DEVENGO   PIC X(40) VALUE "nomina_devengo.txt".
       01  WS-NOMBRE-REVERSION PIC X(40)
               VALUE "nomina_devengo_rev.txt".
       01  WS-NOMBRE-REPORTE   PIC X(40)
               VALUE "devengo_nomina_rep.txt".
       01  WS-NOMBRE-DIARIO    PIC X(40).
       01  WS-NOMBRE-DIARIO-CTL PIC X(40).

      *    MES A CERRAR Y SUS FECHAS.
       01  WS-ANIO-MES         PIC 9(6) VALUE 0.
       01  WS-ANIO-MES-DET REDEFINES WS-ANIO-MES.
           05 WS-AM-ANIO       PIC 9(4).
           05 WS-AM-MES        PIC 9(2).
       01  WS-PRIMERO-MES      PIC 9(8) VALUE 0.
       01  WS-FIN-MES          PIC 9(8) VALUE 0.
       01  WS-PRIMERO-SIG      PIC 9(8) VALUE 0.
       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".

      *----------------------------------------------------------------*
      *    PERIODOS SEMANALES QUE TOCAN EL MES: FECHA DE FIN, DIAS     *
      *    HASTA EL FIN DEL MES Y SI TERMINAN DESPUES DEL CIERRE (ESOS *
      *    SE DEVENGAN AUNQUE YA SE HAYAN LIBERADO: SE PAGAN EN EL MES *
      *    SIGUIENTE).                                                 *
      *----------------------------------------------------------------*
       01  WS-TABLA-PERIODOS.
           05 WS-PER-ENT OCCURS 10 TIMES.
               10 TP-FECHA     PIC 9(8).
               10 TP-DIAS      PIC 9(1).
               10 TP-POSTERIOR PIC X(1).
       01  WS-CANT-PERIODOS    PIC 9(2) VALUE 0.
       01  WS-IDX-PER          PIC 9(2) VALUE 0.
       01  WS-PER-HALLADO      PIC 9(2) VALUE 0.
       01  WS-DIAS-PERIODO     PIC 9(1) VALUE 7.

      *    TARJETAS APROBADAS DE LOS PERIODOS ABIERTOS HASTA EL CIERRE.
       01  WS-TABLA-TARJETAS.
           05 WS-TAR-ENT OCCURS 3000 TIMES.
               10 TT-EMP-ID    PIC 9(4).
               10 TT-PERIODO   PIC 9(2).
               10 TT-HORAS     PIC 9(2).
       01  WS-CANT-TARJETAS    PIC 9(4) VALUE 0.
       01  WS-IDX-TAR          PIC 9(4) VALUE 0.

       01  WS-TABLA-APORTES.
           05 WS-APO-ENT OCCURS 10 TIMES.
               10 TO-CODIGO    PIC X(4).
               10 TO-PORC      PIC 9(2)V99.
       01  WS-CANT-APORTES     PIC 9(2) VALUE 0.
       01  WS-IDX-APO          PIC 9(2) VALUE 0.

       01  WS-TABLA-CTA-EMPRESA.
           05 WS-ECT-ENT OCCURS 50 TIMES.
               10 TM-CUENTA    PIC X(12).
               10 TM-MAYOR     PIC X(12).
       01  WS-CANT-CTA-EMPRESA PIC 9(2) VALUE 0.
       01  WS-IDX-ECT          PIC 9(2) VALUE 0.

      *    DEVENGADO POR DEPARTAMENTO PARA EL ASIENTO.
       01  WS-TABLA-DEPTOS.
           05 WS-DEP-ENT OCCURS 50 TIMES.
               10 DT-CODIGO    PIC X(4).
               10 DT-BRUTO     PIC 9(9)V99.
               10 DT-APORTES   PIC 9(9)V99.
       01  WS-CANT-DEPTOS      PIC 9(2) VALUE 0.
       01  WS-IDX-DEP          PIC 9(2) VALUE 0.
       01  WS-DEP-HALLADO      PIC X VALUE "N".

      *    ULTIMA CORRIDA LIBERADA DEL EMPLEADO HASTA EL CIERRE.
       01  WS-ULT-PERIODO      PIC 9(8) VALUE 0.
       01  WS-ULT-BRUTO        PIC 9(7)V99 VALUE 0.
       01  WS-ULT-HORAS        PIC 9(4) VALUE 0.
       01  WS-TARIFA-EFECTIVA  PIC 9(5)V9999 VALUE 0.
       01  WS-HAY-HISTORICO    PIC X VALUE "N".
       01  WS-PERIODO-PAGADO   PIC X VALUE "N".

       01  WS-HORAS-TARJETA    PIC 9(3) VALUE 0.
       01  WS-BASE             PIC X(1).
       01  WS-BRUTO-EST        PIC 9(7)V99 VALUE 0.
       01  WS-APORTES-EST      PIC 9(7)V99 VALUE 0.
       01  WS-TOT-BRUTO        PIC 9(11)V99 VALUE 0.
       01  WS-TOT-APORTES      PIC 9(11)V99 VALUE 0.
       01  WS-CONT-EMPLEADOS   PIC 9(5) VALUE 0.
       01  WS-CONT-LINEAS-DEV  PIC 9(5) VALUE 0.

      *    ASIENTO EN EL FORMATO DE nomina_diario.txt.
       01  WS-ASIENTO-REVERSION PIC X VALUE "N".
       01  WS-JOB-ASIENTO      PIC X(12).
       01  WS-FECHA-ASIENTO    PIC 9(8).
       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-DIA-LADO         PIC X(1).
       01  WS-DIA-CUENTA       PIC X(12).
       01  WS-DIA-DEPTO        PIC X(4).
       01  WS-DIA-CONCEPTO     PIC X(30).
       01  WS-DIA-IMPORTE      PIC 9(11)V99.
       01  WS-DIA-DEBE         PIC 9(13)V99.
       01  WS-DIA-HABER        PIC 9(13)V99.
       01  WS-DIA-LINEAS       PIC 9(5).
       01  WS-DIA-HASH         PIC 9(13).
       01  WS-IDX-HASH         PIC 9(2).
       01  WS-LADO-GASTO       PIC X(1).
       01  WS-LADO-PASIVO      PIC X(1).
       01  WS-RC-CBL           PIC 9(8) COMP-5 VALUE 0.

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FIN-AUX          PIC X VALUE "N".
       01  WS-LINEA            PIC X(100).
       01  WS-ED-IMPORTE       PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "    DEVENGAMIENTO DE NOMINA AL CIERRE DEL MES   "
           DISPLAY "==============================================="
           PERFORM PEDIR-EMPRESA
           DISPLAY "MES A CERRAR (AAAAMM): "
           ACCEPT WS-ANIO-MES
           PERFORM CALCULAR-FECHAS
           PERFORM UNTIL WS-FEC-RC = "00"
               DISPLAY "MES IMPOSIBLE: " WS-ANIO-MES
                   ". REINGRESE (AAAAMM): "
               ACCEPT WS-ANIO-MES
               PERFORM CALCULAR-FECHAS
           END-PERFORM

           PERFORM CARGAR-PERIODOS THRU CARGAR-PERIODOS-EXIT
           IF WS-CANT-PERIODOS = 0
               DISPLAY "NINGUN PERIODO SEMANAL DE " WS-NOMBRE-CALENDARIO
                   " QUEDA ABIERTO AL " WS-FIN-MES
                   ". NO HAY DEVENGAMIENTO."
               STOP RUN
           END-IF
           PERFORM CARGAR-TARJETAS
           PERFORM CARGAR-APORTES
           PERFORM CARGAR-CTA-EMPRESA

           OPEN INPUT EMP-FILE
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR EMPLEADOS.IDX. FS=" FS
               MOVE "EMPLEADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS = "00"
               MOVE "S" TO WS-HAY-HISTORICO
           END-IF

           OPEN OUTPUT ARCH-REPORTE
           IF FS-REP NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-NOMBRE-REPORTE
                   ". FS=" FS-REP
               MOVE WS-NOMBRE-REPORTE TO WS-ERR-ARCHIVO
               MOVE FS-REP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE EMP-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ESCRIBIR-CABECERA

           MOVE "N" TO WS-FIN
           MOVE 0 TO EMP-ID
           START EMP-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = "S"
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       MOVE EMP-EMPRESA TO WS-EMPRESA-EMP
                       IF WS-EMPRESA-EMP = SPACES
                           MOVE "01" TO WS-EMPRESA-EMP
                       END-IF
                       IF EMP-ES-ACTIVO AND EMP-ES-POR-HORA
                               AND WS-EMPRESA-EMP = WS-EMPRESA
                           PERFORM DEVENGAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMP-FILE
           IF WS-HAY-HISTORICO = "S"
               CLOSE ARCH-HISTORICO
           END-IF
           PERFORM ESCRIBIR-TOTALES
           CLOSE ARCH-REPORTE
           MOVE "DEVENGO-NOMINA" TO WS-SPOOL-REPORTE
           MOVE WS-NOMBRE-REPORTE TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

      *    DEVENGAMIENTO AL FIN DEL MES Y SU REVERSION AL PRIMER DIA
      *    DEL MES SIGUIENTE, CON LOS LADOS INVERTIDOS.
           MOVE "N" TO WS-ASIENTO-REVERSION
           MOVE WS-NOMBRE-DEVENGO TO WS-NOMBRE-DIARIO
           MOVE "NOMINA-DEVEN" TO WS-JOB-ASIENTO
           MOVE WS-FIN-MES TO WS-FECHA-ASIENTO
           PERFORM GRABAR-ASIENTO THRU GRABAR-ASIENTO-EXIT
           MOVE "S" TO WS-ASIENTO-REVERSION
           MOVE WS-NOMBRE-REVERSION TO WS-NOMBRE-DIARIO
           MOVE "NOMINA-REVDV" TO WS-JOB-ASIENTO
           MOVE WS-PRIMERO-SIG TO WS-FECHA-ASIENTO
           PERFORM GRABAR-ASIENTO THRU GRABAR-ASIENTO-EXIT

           MOVE WS-TOT-BRUTO TO WS-ED-TOTAL
           DISPLAY "-----------------------------------------------"
           DISPLAY "MES CERRADO:             " WS-ANIO-MES
           DISPLAY "PERIODOS ABIERTOS:       " WS-CANT-PERIODOS
           DISPLAY "EMPLEADOS DEVENGADOS:    " WS-CONT-EMPLEADOS
           DISPLAY "BRUTO DEVENGADO:         " WS-ED-TOTAL
           MOVE WS-TOT-APORTES TO WS-ED-TOTAL
           DISPLAY "APORTES DEVENGADOS:      " WS-ED-TOTAL
           DISPLAY "ASIENTO:    " WS-NOMBRE-DEVENGO
           DISPLAY "REVERSION:  " WS-NOMBRE-REVERSION " AL "
               WS-PRIMERO-SIG
           DISPLAY "DETALLE:    " WS-NOMBRE-REPORTE
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    PEDIR-EMPRESA                                               *
      *    El calendario de pagos y el sufijo de los archivos son los  *
      *    de la empresa (EMPRESA-RUTINA).                             *
      *----------------------------------------------------------------*
       PEDIR-EMPRESA.
           DISPLAY "EMPRESA (EN BLANCO = 01): "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-EMPRESA) TO WS-EMPRESA
           CALL "EMPRESA-RUTINA" USING WS-EMPRESA WS-EMP-DATOS
               WS-EMP-RC
           IF WS-EMP-RC = "23"
               DISPLAY "LA EMPRESA " WS-EMPRESA " NO FIGURA EN "
                   "empresas.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "EMPRESA: " WS-EMPRESA " " WS-EMP-NOMBRE

           IF WS-EMP-CALENDARIO NOT = SPACES
               MOVE WS-EMP-CALENDARIO TO WS-NOMBRE-CALENDARIO
           END-IF
           MOVE SPACES TO WS-NOMBRE-DEVENGO
           STRING "nomina_devengo" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-DEVENGO
           END-STRING
           MOVE SPACES TO WS-NOMBRE-REVERSION
           STRING "nomina_devengo_rev" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-REVERSION
           END-STRING
           MOVE SPACES TO WS-NOMBRE-REPORTE
           STRING "devengo_nomina_rep" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-REPORTE
           END-STRING.

      *    PRIMERO Y ULTIMO DIA DEL MES (FECHA-RUTINA F) Y PRIMER DIA
      *    DEL MES SIGUIENTE, FECHA DE LA REVERSION.
       CALCULAR-FECHAS.
           COMPUTE WS-PRIMERO-MES = WS-ANIO-MES * 100 + 1
           MOVE "F" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               WS-PRIMERO-MES WS-FEC-FECHA2
               WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC = "00"
               MOVE WS-FEC-RESULTADO TO WS-FIN-MES
               IF WS-AM-MES = 12
                   COMPUTE WS-PRIMERO-SIG =
                       (WS-AM-ANIO + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-PRIMERO-SIG = WS-PRIMERO-MES + 100
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    CARGAR-PERIODOS                                             *
      *    Fechas del ciclo S que cierran un periodo que toca el mes:  *
      *    las del mes y la primera despues del cierre si su semana    *
      *    empieza dentro del mes. Los dias devengables son los del    *
      *    periodo hasta el fin del mes.                               *
      *----------------------------------------------------------------*
       CARGAR-PERIODOS.
           MOVE 0 TO WS-CANT-PERIODOS
           OPEN INPUT ARCH-CALENDARIO
           IF FS-CAL NOT = "00"
               DISPLAY "SIN " WS-NOMBRE-CALENDARIO " NO SE CONOCEN "
                   "LOS PERIODOS DE PAGO. FS=" FS-CAL
               MOVE WS-NOMBRE-CALENDARIO TO WS-ERR-ARCHIVO
               MOVE FS-CAL TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIN
           PERFORM UNTIL WS-FIN = "S"
               READ ARCH-CALENDARIO
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF CAL-CICLO = "S"
                               AND CAL-FECHA NOT < WS-PRIMERO-MES
                           PERFORM EVALUAR-PERIODO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-CALENDARIO.
       CARGAR-PERIODOS-EXIT.
           EXIT.

       EVALUAR-PERIODO.
           IF CAL-FECHA > WS-FIN-MES
               MOVE "D" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   CAL-FECHA WS-FIN-MES
                   WS-FEC-RESULTADO WS-FEC-RC
               IF WS-FEC-RC = "00"
                       AND WS-FEC-RESULTADO < WS-DIAS-PERIODO
                   PERFORM AGREGAR-PERIODO
                   COMPUTE TP-DIAS(WS-CANT-PERIODOS) =
                       WS-DIAS-PERIODO - WS-FEC-RESULTADO
                   MOVE "S" TO TP-POSTERIOR(WS-CANT-PERIODOS)
               END-IF
           ELSE
               PERFORM AGREGAR-PERIODO
               MOVE WS-DIAS-PERIODO TO TP-DIAS(WS-CANT-PERIODOS)
               MOVE "N" TO TP-POSTERIOR(WS-CANT-PERIODOS)
           END-IF.

       AGREGAR-PERIODO.
           IF WS-CANT-PERIODOS < 10
               ADD 1 TO WS-CANT-PERIODOS
               MOVE CAL-FECHA TO TP-FECHA(WS-CANT-PERIODOS)
           ELSE
               DISPLAY "TABLA DE PERIODOS LLENA, SE IGNORA " CAL-FECHA
           END-IF.

      *    DEJA WS-PER-HALLADO EN EL PERIODO QUE CONTIENE TAR-FECHA.
       BUSCAR-PERIODO-TARJETA.
           MOVE 0 TO WS-PER-HALLADO
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-CANT-PERIODOS
                      OR WS-PER-HALLADO > 0
               MOVE "D" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   TP-FECHA(WS-IDX-PER) TAR-FECHA
                   WS-FEC-RESULTADO WS-FEC-RC
               IF WS-FEC-RC = "00"
                       AND WS-FEC-RESULTADO NOT < 0
                       AND WS-FEC-RESULTADO < WS-DIAS-PERIODO
                   MOVE WS-IDX-PER TO WS-PER-HALLADO
               END-IF
           END-PERFORM.

      *    SOLO TARJETAS APROBADAS HASTA EL CIERRE: LO TRABAJADO
      *    DESPUES ES COSTO DEL MES SIGUIENTE.
       CARGAR-TARJETAS.
           MOVE 0 TO WS-CANT-TARJETAS
           OPEN INPUT ARCH-TARJETAS
           IF FS-TAR = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-TARJETAS
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF TAR-ESTA-APROBADA
                                   AND TAR-FECHA NOT > WS-FIN-MES
                               PERFORM GUARDAR-TARJETA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-TARJETAS
           ELSE
               DISPLAY "SIN tarjetas.txt: EL DEVENGADO SALE DE LA "
                   "ULTIMA CORRIDA DE CADA EMPLEADO."
           END-IF.

       GUARDAR-TARJETA.
           PERFORM BUSCAR-PERIODO-TARJETA
           IF WS-PER-HALLADO > 0
               IF WS-CANT-TARJETAS < 3000
                   ADD 1 TO WS-CANT-TARJETAS
                   MOVE TAR-EMP-ID TO TT-EMP-ID(WS-CANT-TARJETAS)
                   MOVE WS-PER-HALLADO TO TT-PERIODO(WS-CANT-TARJETAS)
                   MOVE TAR-HORAS TO TT-HORAS(WS-CANT-TARJETAS)
               ELSE
                   DISPLAY "TABLA DE TARJETAS LLENA, SE IGNORA "
                       TAR-EMP-ID " " TAR-FECHA
               END-IF
           END-IF.

       CARGAR-APORTES.
           MOVE 0 TO WS-CANT-APORTES
           OPEN INPUT ARCH-APORTES
           IF FS-APO = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-APORTES
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF WS-CANT-APORTES < 10
                               ADD 1 TO WS-CANT-APORTES
                               MOVE APO-CODIGO
                                   TO TO-CODIGO(WS-CANT-APORTES)
                               MOVE APO-PORC
                                   TO TO-PORC(WS-CANT-APORTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-APORTES
           END-IF.

       CARGAR-CTA-EMPRESA.
           MOVE 0 TO WS-CANT-CTA-EMPRESA
           OPEN INPUT ARCH-CTA-EMPRESA
           IF FS-ECT = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-CTA-EMPRESA
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF ECT-EMPRESA = WS-EMPRESA
                               AND WS-CANT-CTA-EMPRESA < 50
                               ADD 1 TO WS-CANT-CTA-EMPRESA
                               MOVE ECT-CUENTA
                                   TO TM-CUENTA(WS-CANT-CTA-EMPRESA)
                               MOVE ECT-MAYOR
                                   TO TM-MAYOR(WS-CANT-CTA-EMPRESA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-CTA-EMPRESA
           END-IF.

      *----------------------------------------------------------------*
      *    DEVENGAR-EMPLEADO                                           *
      *    Cada periodo abierto del empleado: el que termina despues   *
      *    del cierre siempre, el que termino en el mes solo si no     *
      *    tiene linea pagada en el historico.                         *
      *----------------------------------------------------------------*
       DEVENGAR-EMPLEADO.
           PERFORM BUSCAR-ULTIMA-CORRIDA
           MOVE 0 TO WS-CONT-LINEAS-DEV
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-CANT-PERIODOS
               MOVE "N" TO WS-PERIODO-PAGADO
               IF TP-POSTERIOR(WS-IDX-PER) = "N"
                   PERFORM REVISAR-PERIODO-PAGADO
               END-IF
               IF WS-PERIODO-PAGADO = "N"
                   PERFORM ESTIMAR-PERIODO THRU ESTIMAR-PERIODO-EXIT
               END-IF
           END-PERFORM
           IF WS-CONT-LINEAS-DEV > 0
               ADD 1 TO WS-CONT-EMPLEADOS
           END-IF.

      *    ULTIMO PERIODO LIBERADO HASTA EL CIERRE (CLAVE ALTERNA DEL
      *    EMPLEADO); SUS LINEAS PAGADAS DAN EL BRUTO Y LAS HORAS.
       BUSCAR-ULTIMA-CORRIDA.
           MOVE 0 TO WS-ULT-PERIODO
           MOVE 0 TO WS-ULT-BRUTO
           MOVE 0 TO WS-ULT-HORAS
           IF WS-HAY-HISTORICO = "S"
               MOVE "N" TO WS-FIN-AUX
               MOVE EMP-ID TO HIS-EMP-ID
               START ARCH-HISTORICO KEY IS EQUAL TO HIS-EMP-ID
                   INVALID KEY MOVE "S" TO WS-FIN-AUX
               END-START
               IF WS-FIN-AUX = "N"
                   PERFORM LEER-HISTORICO-EMPLEADO
               END-IF
               PERFORM UNTIL WS-FIN-AUX = "S"
                   IF HIS-PAGADO
                           AND HIS-FECHA-PERIODO NOT > WS-FIN-MES
                           AND HIS-FECHA-PERIODO NOT < WS-ULT-PERIODO
                       IF HIS-FECHA-PERIODO > WS-ULT-PERIODO
                           MOVE HIS-FECHA-PERIODO TO WS-ULT-PERIODO
                           MOVE 0 TO WS-ULT-BRUTO
                           MOVE 0 TO WS-ULT-HORAS
                       END-IF
                       ADD HIS-BRUTO TO WS-ULT-BRUTO
                       ADD HIS-HORAS-NORM TO WS-ULT-HORAS
                       ADD HIS-HORAS-EXTRA TO WS-ULT-HORAS
                   END-IF
                   PERFORM LEER-HISTORICO-EMPLEADO
               END-PERFORM
           END-IF
           IF WS-ULT-HORAS > 0
               COMPUTE WS-TARIFA-EFECTIVA ROUNDED =
                   WS-ULT-BRUTO / WS-ULT-HORAS
           ELSE
               MOVE EMP-TARIFA TO WS-TARIFA-EFECTIVA
           END-IF.

       LEER-HISTORICO-EMPLEADO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-AUX
           END-READ
           IF WS-FIN-AUX = "N" AND HIS-EMP-ID NOT = EMP-ID
               MOVE "S" TO WS-FIN-AUX
           END-IF.

       REVISAR-PERIODO-PAGADO.
           IF WS-HAY-HISTORICO = "S"
               MOVE TP-FECHA(WS-IDX-PER) TO HIS-FECHA-PERIODO
               MOVE EMP-ID TO HIS-EMP-ID
               MOVE 0 TO HIS-SECUENCIA
               MOVE "N" TO WS-FIN-AUX
               START ARCH-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-AUX
               END-START
               PERFORM UNTIL WS-FIN-AUX = "S"
                   READ ARCH-HISTORICO NEXT RECORD
                       AT END MOVE "S" TO WS-FIN-AUX
                   END-READ
                   IF WS-FIN-AUX = "N"
                       IF HIS-FECHA-PERIODO NOT = TP-FECHA(WS-IDX-PER)
                               OR HIS-EMP-ID NOT = EMP-ID
                           MOVE "S" TO WS-FIN-AUX
                       ELSE
                           IF HIS-PAGADO
                               MOVE "S" TO WS-PERIODO-PAGADO
                               MOVE "S" TO WS-FIN-AUX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
      *    ESTIMAR-PERIODO                                             *
      *    T: horas de tarjeta a la tarifa efectiva de la ultima       *
      *    corrida; H: ultima corrida por los dias del periodo hasta   *
      *    el cierre sobre siete; M: horas semanales y tarifa del      *
      *    maestro, prorrateadas igual.                                *
      *----------------------------------------------------------------*
       ESTIMAR-PERIODO.
           MOVE 0 TO WS-HORAS-TARJETA
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-CANT-TARJETAS
               IF TT-EMP-ID(WS-IDX-TAR) = EMP-ID
                       AND TT-PERIODO(WS-IDX-TAR) = WS-IDX-PER
                   ADD TT-HORAS(WS-IDX-TAR) TO WS-HORAS-TARJETA
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-HORAS-TARJETA > 0
                   MOVE "T" TO WS-BASE
                   COMPUTE WS-BRUTO-EST ROUNDED =
                       WS-HORAS-TARJETA * WS-TARIFA-EFECTIVA
               WHEN WS-ULT-PERIODO > 0
                   MOVE "H" TO WS-BASE
                   COMPUTE WS-BRUTO-EST ROUNDED =
                       WS-ULT-BRUTO * TP-DIAS(WS-IDX-PER)
                       / WS-DIAS-PERIODO
               WHEN OTHER
                   MOVE "M" TO WS-BASE
                   COMPUTE WS-BRUTO-EST ROUNDED =
                       EMP-HORAS * EMP-TARIFA * TP-DIAS(WS-IDX-PER)
                       / WS-DIAS-PERIODO
           END-EVALUATE
           IF WS-BRUTO-EST = 0
               GO TO ESTIMAR-PERIODO-EXIT
           END-IF

           MOVE 0 TO WS-APORTES-EST
           PERFORM VARYING WS-IDX-APO FROM 1 BY 1
                   UNTIL WS-IDX-APO > WS-CANT-APORTES
               COMPUTE WS-APORTES-EST ROUNDED = WS-APORTES-EST
                   + WS-BRUTO-EST * TO-PORC(WS-IDX-APO) / 100
           END-PERFORM

           ADD WS-BRUTO-EST TO WS-TOT-BRUTO
           ADD WS-APORTES-EST TO WS-TOT-APORTES
           ADD 1 TO WS-CONT-LINEAS-DEV
           PERFORM ACUMULAR-DEPARTAMENTO
           PERFORM ESCRIBIR-DETALLE.
       ESTIMAR-PERIODO-EXIT.
           EXIT.

       ACUMULAR-DEPARTAMENTO.
           MOVE "N" TO WS-DEP-HALLADO
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-CANT-DEPTOS
                      OR WS-DEP-HALLADO = "S"
               IF DT-CODIGO(WS-IDX-DEP) = EMP-DEPTO
                   MOVE "S" TO WS-DEP-HALLADO
               END-IF
           END-PERFORM
           IF WS-DEP-HALLADO = "S"
               SUBTRACT 1 FROM WS-IDX-DEP
           ELSE
               IF WS-CANT-DEPTOS < 50
                   ADD 1 TO WS-CANT-DEPTOS
                   MOVE WS-CANT-DEPTOS TO WS-IDX-DEP
                   MOVE EMP-DEPTO TO DT-CODIGO(WS-IDX-DEP)
                   MOVE 0 TO DT-BRUTO(WS-IDX-DEP)
                   MOVE 0 TO DT-APORTES(WS-IDX-DEP)
               ELSE
      *            SIN LUGAR EN LA TABLA VA AL ULTIMO DEPARTAMENTO,
      *            PARA QUE EL ASIENTO SIGA CUADRANDO CON EL TOTAL.
                   DISPLAY "TABLA DE DEPARTAMENTOS LLENA, " EMP-DEPTO
                       " SE SUMA A " DT-CODIGO(50)
                   MOVE 50 TO WS-IDX-DEP
               END-IF
           END-IF
           ADD WS-BRUTO-EST TO DT-BRUTO(WS-IDX-DEP)
           ADD WS-APORTES-EST TO DT-APORTES(WS-IDX-DEP).

       ESCRIBIR-CABECERA.
           MOVE SPACES TO WS-LINEA
           STRING "DEVENGAMIENTO DE NOMINA - EMPRESA " WS-EMPRESA
               " - CIERRE " WS-FIN-MES
               " - REVERSION " WS-PRIMERO-SIG
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE "BASE: T = TARJETAS A TARIFA DE LA ULTIMA CORRIDA, "
               & "H = ULTIMA CORRIDA, M = MAESTRO" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE "EMP  EMPLEADO             DEPT PERIODO  DIAS HORAS B"
               & "   BRUTO DEVENG.  APORTES DEVENG." TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA.

       ESCRIBIR-DETALLE.
           MOVE SPACES TO WS-LINEA
           MOVE EMP-ID TO WS-LINEA(1:4)
           MOVE EMP-NOMBRE TO WS-LINEA(6:20)
           MOVE EMP-DEPTO TO WS-LINEA(27:4)
           MOVE TP-FECHA(WS-IDX-PER) TO WS-LINEA(32:8)
           MOVE TP-DIAS(WS-IDX-PER) TO WS-LINEA(44:1)
           MOVE WS-HORAS-TARJETA TO WS-LINEA(47:3)
           MOVE WS-BASE TO WS-LINEA(52:1)
           MOVE WS-BRUTO-EST TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-LINEA(56:12)
           MOVE WS-APORTES-EST TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-LINEA(73:12)
           WRITE REG-REPORTE FROM WS-LINEA.

       ESCRIBIR-TOTALES.
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-CANT-DEPTOS
               MOVE SPACES TO WS-LINEA
               STRING "DEPARTAMENTO " DT-CODIGO(WS-IDX-DEP)
                   INTO WS-LINEA
               END-STRING
               MOVE DT-BRUTO(WS-IDX-DEP) TO WS-ED-IMPORTE
               MOVE WS-ED-IMPORTE TO WS-LINEA(56:12)
               MOVE DT-APORTES(WS-IDX-DEP) TO WS-ED-IMPORTE
               MOVE WS-ED-IMPORTE TO WS-LINEA(73:12)
               WRITE REG-REPORTE FROM WS-LINEA
           END-PERFORM
           MOVE SPACES TO WS-LINEA
           MOVE "TOTAL DEVENGADO" TO WS-LINEA(1:15)
           MOVE WS-TOT-BRUTO TO WS-ED-TOTAL
           MOVE WS-ED-TOTAL TO WS-LINEA(50:18)
           MOVE WS-TOT-APORTES TO WS-ED-TOTAL
           MOVE WS-ED-TOTAL TO WS-LINEA(67:18)
           WRITE REG-REPORTE FROM WS-LINEA.

      *----------------------------------------------------------------*
      *    GRABAR-ASIENTO                                              *
      *    Devengamiento: DEBE gasto de sueldos y de aportes por       *
      *    departamento, HABER sueldos y aportes devengados a pagar.   *
      *    La reversion es el mismo asiento con los lados cambiados.   *
      *    Las cuentas se traducen al mayor de la empresa segun        *
      *    empresa_cuentas.txt, como en el diario de la liberacion.    *
      *----------------------------------------------------------------*
       GRABAR-ASIENTO.
           MOVE 0 TO WS-DIA-DEBE
           MOVE 0 TO WS-DIA-HABER
           MOVE 0 TO WS-DIA-LINEAS
           MOVE 0 TO WS-DIA-HASH
           IF WS-ASIENTO-REVERSION = "S"
               MOVE "H" TO WS-LADO-GASTO
               MOVE "D" TO WS-LADO-PASIVO
           ELSE
               MOVE "D" TO WS-LADO-GASTO
               MOVE "H" TO WS-LADO-PASIVO
           END-IF

           OPEN OUTPUT ARCH-DIARIO
           IF FS-DIA NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-NOMBRE-DIARIO
                   " FS=" FS-DIA
               MOVE WS-NOMBRE-DIARIO TO WS-ERR-ARCHIVO
               MOVE FS-DIA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               GO TO GRABAR-ASIENTO-EXIT
           END-IF

           MOVE SPACES TO REG-DIARIO
           MOVE "C" TO DIA-C-TIPO
           MOVE WS-JOB-ASIENTO TO DIA-C-JOB
           MOVE WS-FECHA-ASIENTO TO DIA-C-FECHA-PER
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO DIA-C-FECHA-GEN
           MOVE WS-EMPRESA TO DIA-C-EMPRESA
           MOVE WS-EMP-ID-FISCAL TO DIA-C-ID-FISCAL
           PERFORM ESCRIBIR-LINEA-DIARIO

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-CANT-DEPTOS
               MOVE WS-LADO-GASTO TO WS-DIA-LADO
               MOVE DT-CODIGO(WS-IDX-DEP) TO WS-DIA-DEPTO
               MOVE "GTO-SUELDOS" TO WS-DIA-CUENTA
               MOVE SPACES TO WS-DIA-CONCEPTO
               STRING "DEVENGO SUELDOS " WS-ANIO-MES
                   INTO WS-DIA-CONCEPTO
               END-STRING
               MOVE DT-BRUTO(WS-IDX-DEP) TO WS-DIA-IMPORTE
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "GTO-APORTES" TO WS-DIA-CUENTA
               MOVE SPACES TO WS-DIA-CONCEPTO
               STRING "DEVENGO APORTES " WS-ANIO-MES
                   INTO WS-DIA-CONCEPTO
               END-STRING
               MOVE DT-APORTES(WS-IDX-DEP) TO WS-DIA-IMPORTE
               PERFORM GRABAR-LINEA-ASIENTO
           END-PERFORM

           MOVE WS-LADO-PASIVO TO WS-DIA-LADO
           MOVE SPACES TO WS-DIA-DEPTO
           MOVE "SUELDOS-DEV" TO WS-DIA-CUENTA
           MOVE "SUELDOS DEVENGADOS A PAGAR" TO WS-DIA-CONCEPTO
           MOVE WS-TOT-BRUTO TO WS-DIA-IMPORTE
           PERFORM GRABAR-LINEA-ASIENTO
           MOVE "APORTES-DEV" TO WS-DIA-CUENTA
           MOVE "APORTES DEVENGADOS A PAGAR" TO WS-DIA-CONCEPTO
           MOVE WS-TOT-APORTES TO WS-DIA-IMPORTE
           PERFORM GRABAR-LINEA-ASIENTO

           MOVE SPACES TO REG-DIARIO
           MOVE "T" TO DIA-T-TIPO
           MOVE WS-DIA-DEBE TO DIA-T-DEBE
           MOVE WS-DIA-HABER TO DIA-T-HABER
           MOVE WS-DIA-LINEAS TO DIA-T-LINEAS
           PERFORM ESCRIBIR-LINEA-DIARIO
           CLOSE ARCH-DIARIO

           IF WS-DIA-DEBE NOT = WS-DIA-HABER
               DISPLAY "** ASIENTO DESCUADRADO: DEBE " WS-DIA-DEBE
                   " HABER " WS-DIA-HABER ". " WS-NOMBRE-DIARIO
                   " NO SALE. **"
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-DIARIO
                   RETURNING WS-RC-CBL
               MOVE WS-NOMBRE-DIARIO TO WS-ERR-ARCHIVO
               MOVE "99" TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               GO TO GRABAR-ASIENTO-EXIT
           END-IF

           MOVE SPACES TO WS-NOMBRE-DIARIO-CTL
           STRING WS-NOMBRE-DIARIO DELIMITED BY SPACE
               ".ctl" DELIMITED BY SIZE
               INTO WS-NOMBRE-DIARIO-CTL
           END-STRING
           OPEN OUTPUT ARCH-DIARIO-CTL
           COMPUTE DCT-CANTIDAD = WS-DIA-LINEAS + 2
           MOVE WS-DIA-HASH TO DCT-HASH
           WRITE REG-DIARIO-CTL
           CLOSE ARCH-DIARIO-CTL
           DISPLAY "ASIENTO EN " WS-NOMBRE-DIARIO " ("
               WS-DIA-LINEAS " LINEAS, DEBE=HABER=" WS-DIA-DEBE ")".
       GRABAR-ASIENTO-EXIT.
           EXIT.

       GRABAR-LINEA-ASIENTO.
           IF WS-DIA-IMPORTE = 0
               CONTINUE
           ELSE
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
               PERFORM ESCRIBIR-LINEA-DIARIO
               ADD 1 TO WS-DIA-LINEAS
               IF WS-DIA-LADO = "D"
                   ADD WS-DIA-IMPORTE TO WS-DIA-DEBE
               ELSE
                   ADD WS-DIA-IMPORTE TO WS-DIA-HABER
               END-IF
           END-IF.

      *    LA SUMA DE CONTROL ES LA MISMA QUE RECALCULA CTL-VERIFY:
      *    ORD DE LOS PRIMEROS DIEZ BYTES DE CADA LINEA ESCRITA.
       ESCRIBIR-LINEA-DIARIO.
           WRITE REG-DIARIO
           PERFORM VARYING WS-IDX-HASH FROM 1 BY 1
                   UNTIL WS-IDX-HASH > 10
               COMPUTE WS-DIA-HASH = WS-DIA-HASH
                   + FUNCTION ORD(REG-DIARIO(WS-IDX-HASH:1))
           END-PERFORM.

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
               " PROGRAMA=PAYROLL-ACCRUAL" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM PAYROLL-ACCRUAL.
