      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Presupuesto laboral contra real, por departamento y
      *          por proyecto. presupuesto_lab.txt trae por anio,
      *          mes, tipo (D departamento / P proyecto) y clave la
      *          dotacion, las horas, el bruto y los aportes
      *          patronales autorizados. Para el mes pedido compara:
      *          - departamentos: bruto, horas y dotacion de
      *            NOMINA-HIST.IDX (sin lo revertido) y aportes de
      *            costo_lab_hist.txt;
      *          - proyectos: el reparto por proyecto que acumula
      *            PAYROLL-RELEASE en costo_lab_hist.txt.
      *          Muestra la variacion del mes, el acumulado del anio
      *          contra lo presupuestado a la fecha, el porcentaje
      *          consumido del presupuesto anual y la proyeccion al
      *          cierre al ritmo actual; marca lo que se pasaria.
      *          Reporte en presupuesto_rep.txt.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX: el real de
      *                los departamentos se lee posicionado por clave
      *                desde el primer periodo del anio hasta el mes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-BUDGET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PRESUPUESTO ASSIGN TO "presupuesto_lab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRE.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-COSTO-HIST ASSIGN TO "costo_lab_hist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLH.
           SELECT ARCH-DEPARTAMENTOS ASSIGN TO "departamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEP.
           SELECT ARCH-PROYECTOS ASSIGN TO "proyectos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRY.
           SELECT EMP-FILE ASSIGN TO "EMPLEADOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS.
           SELECT ARCH-REPORTE ASSIGN TO "presupuesto_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
      *    UNA LINEA POR MES Y CLAVE. TIPO D = EMP-DEPTO, P = CODIGO
      *    DE PROYECTO (---- = HORAS SIN PROYECTO).
       FD  ARCH-PRESUPUESTO.
       01  REG-PRESUPUESTO.
           05 PRE-ANIO         PIC 9(4).
           05 PRE-MES          PIC 9(2).
           05 PRE-TIPO         PIC X(1).
           05 PRE-CLAVE        PIC X(4).
           05 PRE-DOTACION     PIC 9(4).
           05 PRE-HORAS        PIC 9(6).
           05 PRE-BRUTO        PIC 9(9)V99.
           05 PRE-APORTES      PIC 9(9)V99.

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

       FD  ARCH-DEPARTAMENTOS.
       01  REG-DEPARTAMENTO.
           05 DEP-CODIGO       PIC X(4).
           05 DEP-NOMBRE       PIC X(20).

       FD  ARCH-PROYECTOS.
       01  REG-PROYECTO.
           05 PRO-CODIGO       PIC X(4).
           05 PRO-NOMBRE       PIC X(20).

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
           05 FILLER           PIC X(10).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(132).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-PRE              PIC XX.
       01  FS-HIS              PIC XX.
       01  FS-CLH              PIC XX.
       01  FS-DEP              PIC XX.
       01  FS-PRY              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).

       01  WS-PERIODO-PEDIDO   PIC 9(6) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO-PEDIDO.
           05 WS-ANIO          PIC 9(4).
           05 WS-MES           PIC 9(2).
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-FIN              PIC X VALUE "N".
       01  WS-HAY-MAESTRO      PIC X VALUE "N".
       01  WS-HAY-COSTOS       PIC X VALUE "N".
       01  WS-FEC-ANIO         PIC 9(4).
       01  WS-FEC-MES          PIC 9(2).

      *    UNA ENTRADA POR DEPARTAMENTO O PROYECTO, CON PRESUPUESTO
      *    (P) Y REAL (R) DEL MES, Y LOS ACUMULADOS DEL ANIO.
       01  WS-TABLA-CONTROL.
           05 WS-CTL-ENT OCCURS 200 TIMES.
               10 TC-TIPO      PIC X(1).
               10 TC-CLAVE     PIC X(4).
               10 TC-P-DOT     PIC 9(5).
               10 TC-P-HORAS   PIC 9(7).
               10 TC-P-BRUTO   PIC 9(11)V99.
               10 TC-P-APORTES PIC 9(11)V99.
               10 TC-P-YTD     PIC 9(11)V99.
               10 TC-P-ANUAL   PIC 9(11)V99.
               10 TC-R-DOT     PIC 9(5).
               10 TC-R-HORAS   PIC 9(7).
               10 TC-R-BRUTO   PIC 9(11)V99.
               10 TC-R-APORTES PIC 9(11)V99.
               10 TC-R-YTD     PIC 9(11)V99.
       01  WS-CANT-CONTROL     PIC 9(3) VALUE 0.
       01  WS-IDX-CTL          PIC 9(3) VALUE 0.
       01  WS-BUS-TIPO         PIC X(1).
       01  WS-BUS-CLAVE        PIC X(4).
       01  WS-CTL-HALLADO      PIC X VALUE "N".

      *    EMPLEADOS YA CONTADOS EN LA DOTACION REAL DEL MES.
       01  WS-TABLA-DOTACION.
           05 WS-DOT-ENT OCCURS 3000 TIMES.
               10 TD-CTL       PIC 9(3).
               10 TD-EMP-ID    PIC 9(4).
       01  WS-CANT-DOTACION    PIC 9(4) VALUE 0.
       01  WS-IDX-DOT          PIC 9(4) VALUE 0.
       01  WS-DOT-HALLADO      PIC X VALUE "N".
       01  WS-DOT-EMP-ID       PIC 9(4) VALUE 0.

      *    DEPARTAMENTO CON QUE SE PAGO CADA EMPLEADO EN CADA PERIODO,
      *    SEGUN costo_lab_hist.txt; SIN LINEA SE USA EL DEL MAESTRO.
       01  WS-TABLA-DEPTO-PER.
           05 WS-DPE-ENT OCCURS 5000 TIMES.
               10 TK-FECHA     PIC 9(8).
               10 TK-EMP-ID    PIC 9(4).
               10 TK-DEPTO     PIC X(4).
       01  WS-CANT-DEPTO-PER   PIC 9(4) VALUE 0.
       01  WS-IDX-DPE          PIC 9(4) VALUE 0.
       01  WS-DPE-HALLADO      PIC X VALUE "N".
       01  WS-DEPTO-HIST       PIC X(4).

       01  WS-TABLA-NOMBRES.
           05 WS-NOM-ENT OCCURS 100 TIMES.
               10 TN-TIPO      PIC X(1).
               10 TN-CLAVE     PIC X(4).
               10 TN-NOMBRE    PIC X(20).
       01  WS-CANT-NOMBRES     PIC 9(3) VALUE 0.
       01  WS-IDX-NOM          PIC 9(3) VALUE 0.
       01  WS-NOMBRE-CLAVE     PIC X(20).

       01  WS-COSTO-P          PIC 9(11)V99 VALUE 0.
       01  WS-COSTO-R          PIC 9(11)V99 VALUE 0.
       01  WS-VARIACION        PIC S9(11)V99 VALUE 0.
       01  WS-PROYECCION       PIC 9(11)V99 VALUE 0.
       01  WS-PORC-CONSUMIDO   PIC 9(5)V99 VALUE 0.
       01  WS-PORC-ANIO        PIC 9(3)V99 VALUE 0.
       01  WS-CONT-SOBREGIRO   PIC 9(3) VALUE 0.
       01  WS-SECCION          PIC X(1).

       01  WS-LINEA            PIC X(132).
       01  WS-ED-DOT-P         PIC ZZZZ9.
       01  WS-ED-DOT-R         PIC ZZZZ9.
       01  WS-ED-HORAS-P       PIC Z,ZZZ,ZZ9.
       01  WS-ED-HORAS-R       PIC Z,ZZZ,ZZ9.
       01  WS-ED-COSTO-P       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-COSTO-R       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-BRUTO-P       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-BRUTO-R       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-APORTES-P     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-APORTES-R     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-VARIACION     PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-YTD-P         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-YTD-R         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-ANUAL         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-PROYECCION    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-PORC          PIC ZZZZ9.99.
       01  WS-ED-PORC-ANIO     PIC ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "    PRESUPUESTO LABORAL CONTRA REAL             "
           DISPLAY "==============================================="
           DISPLAY "MES A CONTROLAR (AAAAMM): "
           ACCEPT WS-PERIODO-PEDIDO
           PERFORM UNTIL WS-MES >= 1 AND WS-MES <= 12
               DISPLAY "MES IMPOSIBLE: " WS-PERIODO-PEDIDO
                   ". REINGRESE (AAAAMM): "
               ACCEPT WS-PERIODO-PEDIDO
           END-PERFORM

           PERFORM CARGAR-PRESUPUESTO
           IF WS-CANT-CONTROL = 0
               DISPLAY "SIN LINEAS EN presupuesto_lab.txt PARA EL "
                   "ANIO " WS-ANIO ". NO HAY CONTRA QUE COMPARAR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARGAR-NOMBRES
           PERFORM ACUMULAR-COSTOS
           PERFORM ACUMULAR-HISTORICO

           OPEN OUTPUT ARCH-REPORTE
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE "D" TO WS-SECCION
           PERFORM ESCRIBIR-SECCION
           MOVE "P" TO WS-SECCION
           PERFORM ESCRIBIR-SECCION
           PERFORM ESCRIBIR-PIE
           CLOSE ARCH-REPORTE

           DISPLAY "-----------------------------------------------"
           DISPLAY "CLAVES CONTROLADAS:        " WS-CANT-CONTROL
           DISPLAY "CON SOBREGIRO PROYECTADO:  " WS-CONT-SOBREGIRO
           DISPLAY "REPORTE: presupuesto_rep.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    CARGAR-PRESUPUESTO                                          *
      *    Del anio pedido: el mes va a las columnas del mes, los      *
      *    meses hasta el pedido al acumulado y los doce al anual.     *
      *----------------------------------------------------------------*
       CARGAR-PRESUPUESTO.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-PRESUPUESTO
           IF FS-PRE NOT = "00"
               DISPLAY "NO SE PUDO ABRIR presupuesto_lab.txt. FS="
                   FS-PRE
               MOVE "presupuesto_lab.txt" TO WS-ERR-ARCHIVO
               MOVE FS-PRE TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           ELSE
               PERFORM LEER-PRESUPUESTO
               PERFORM UNTIL WS-FIN = "S"
                   IF PRE-ANIO = WS-ANIO
                           AND (PRE-TIPO = "D" OR PRE-TIPO = "P")
                       PERFORM SUMAR-PRESUPUESTO
                   END-IF
                   PERFORM LEER-PRESUPUESTO
               END-PERFORM
               CLOSE ARCH-PRESUPUESTO
           END-IF.

       LEER-PRESUPUESTO.
           READ ARCH-PRESUPUESTO
               AT END MOVE "S" TO WS-FIN
           END-READ.

       SUMAR-PRESUPUESTO.
           MOVE PRE-TIPO TO WS-BUS-TIPO
           MOVE PRE-CLAVE TO WS-BUS-CLAVE
           PERFORM BUSCAR-CONTROL
           IF WS-CTL-HALLADO = "S"
               IF PRE-MES = WS-MES
                   ADD PRE-DOTACION TO TC-P-DOT(WS-IDX-CTL)
                   ADD PRE-HORAS    TO TC-P-HORAS(WS-IDX-CTL)
                   ADD PRE-BRUTO    TO TC-P-BRUTO(WS-IDX-CTL)
                   ADD PRE-APORTES  TO TC-P-APORTES(WS-IDX-CTL)
               END-IF
               IF PRE-MES <= WS-MES
                   ADD PRE-BRUTO PRE-APORTES TO TC-P-YTD(WS-IDX-CTL)
               END-IF
               ADD PRE-BRUTO PRE-APORTES TO TC-P-ANUAL(WS-IDX-CTL)
           END-IF.

      *    DEJA EN WS-IDX-CTL LA ENTRADA DE WS-BUS-TIPO/WS-BUS-CLAVE,
      *    CREANDOLA EN CERO SI AUN NO EXISTE.
       BUSCAR-CONTROL.
           MOVE "N" TO WS-CTL-HALLADO
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-CANT-CONTROL
                   OR WS-CTL-HALLADO = "S"
               IF TC-TIPO(WS-IDX-CTL) = WS-BUS-TIPO
                       AND TC-CLAVE(WS-IDX-CTL) = WS-BUS-CLAVE
                   MOVE "S" TO WS-CTL-HALLADO
               END-IF
           END-PERFORM
           IF WS-CTL-HALLADO = "S"
               SUBTRACT 1 FROM WS-IDX-CTL
           ELSE
               IF WS-CANT-CONTROL < 200
                   ADD 1 TO WS-CANT-CONTROL
                   MOVE WS-CANT-CONTROL TO WS-IDX-CTL
                   INITIALIZE WS-CTL-ENT(WS-IDX-CTL)
                   MOVE WS-BUS-TIPO TO TC-TIPO(WS-IDX-CTL)
                   MOVE WS-BUS-CLAVE TO TC-CLAVE(WS-IDX-CTL)
                   MOVE "S" TO WS-CTL-HALLADO
               ELSE
                   DISPLAY "TABLA DE CONTROL DE PRESUPUESTO LLENA. "
                       "SE IGNORA " WS-BUS-TIPO " " WS-BUS-CLAVE
               END-IF
           END-IF.

       CARGAR-NOMBRES.
           MOVE 0 TO WS-CANT-NOMBRES
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-DEPARTAMENTOS
           IF FS-DEP = "00"
               PERFORM LEER-DEPARTAMENTO
               PERFORM UNTIL WS-FIN = "S"
                   IF WS-CANT-NOMBRES < 100
                       ADD 1 TO WS-CANT-NOMBRES
                       MOVE "D" TO TN-TIPO(WS-CANT-NOMBRES)
                       MOVE DEP-CODIGO TO TN-CLAVE(WS-CANT-NOMBRES)
                       MOVE DEP-NOMBRE TO TN-NOMBRE(WS-CANT-NOMBRES)
                   END-IF
                   PERFORM LEER-DEPARTAMENTO
               END-PERFORM
               CLOSE ARCH-DEPARTAMENTOS
           END-IF
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-PROYECTOS
           IF FS-PRY = "00"
               PERFORM LEER-PROYECTO
               PERFORM UNTIL WS-FIN = "S"
                   IF WS-CANT-NOMBRES < 100
                       ADD 1 TO WS-CANT-NOMBRES
                       MOVE "P" TO TN-TIPO(WS-CANT-NOMBRES)
                       MOVE PRO-CODIGO TO TN-CLAVE(WS-CANT-NOMBRES)
                       MOVE PRO-NOMBRE TO TN-NOMBRE(WS-CANT-NOMBRES)
                   END-IF
                   PERFORM LEER-PROYECTO
               END-PERFORM
               CLOSE ARCH-PROYECTOS
           END-IF.

       LEER-DEPARTAMENTO.
           READ ARCH-DEPARTAMENTOS
               AT END MOVE "S" TO WS-FIN
           END-READ.

       LEER-PROYECTO.
           READ ARCH-PROYECTOS
               AT END MOVE "S" TO WS-FIN
           END-READ.

      *----------------------------------------------------------------*
      *    ACUMULAR-COSTOS                                             *
      *    costo_lab_hist.txt del anio hasta el mes, sin lo revertido: *
      *    aportes al departamento y todo el reparto al proyecto.      *
      *    De paso guarda con que departamento se pago cada empleado   *
      *    en cada periodo, para imputar el historico de nomina.       *
      *----------------------------------------------------------------*
       ACUMULAR-COSTOS.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-COSTO-HIST
           IF FS-CLH NOT = "00"
               DISPLAY "SIN costo_lab_hist.txt: NO HAY APORTES NI "
                   "REPARTO POR PROYECTO APROBADOS."
           ELSE
               MOVE "S" TO WS-HAY-COSTOS
               PERFORM LEER-COSTO
               PERFORM UNTIL WS-FIN = "S"
                   MOVE CLH-FECHA-PERIODO(1:4) TO WS-FEC-ANIO
                   MOVE CLH-FECHA-PERIODO(5:2) TO WS-FEC-MES
                   IF CLH-ESTADO NOT = "R"
                           AND WS-FEC-ANIO = WS-ANIO
                           AND WS-FEC-MES <= WS-MES
                       PERFORM SUMAR-COSTO
                   END-IF
                   PERFORM LEER-COSTO
               END-PERFORM
               CLOSE ARCH-COSTO-HIST
           END-IF.

       LEER-COSTO.
           READ ARCH-COSTO-HIST
               AT END MOVE "S" TO WS-FIN
           END-READ.

       SUMAR-COSTO.
           MOVE "D" TO WS-BUS-TIPO
           MOVE CLH-DEPTO TO WS-BUS-CLAVE
           PERFORM BUSCAR-CONTROL
           IF WS-CTL-HALLADO = "S"
               ADD CLH-APORTES TO TC-R-YTD(WS-IDX-CTL)
               IF WS-FEC-MES = WS-MES
                   ADD CLH-APORTES TO TC-R-APORTES(WS-IDX-CTL)
               END-IF
           END-IF

           MOVE "P" TO WS-BUS-TIPO
           MOVE CLH-PROYECTO TO WS-BUS-CLAVE
           PERFORM BUSCAR-CONTROL
           IF WS-CTL-HALLADO = "S"
               ADD CLH-BRUTO CLH-APORTES TO TC-R-YTD(WS-IDX-CTL)
               IF WS-FEC-MES = WS-MES
                   ADD CLH-HORAS   TO TC-R-HORAS(WS-IDX-CTL)
                   ADD CLH-BRUTO   TO TC-R-BRUTO(WS-IDX-CTL)
                   ADD CLH-APORTES TO TC-R-APORTES(WS-IDX-CTL)
                   MOVE CLH-EMP-ID TO WS-DOT-EMP-ID
                   PERFORM CONTAR-DOTACION
               END-IF
           END-IF

           PERFORM GUARDAR-DEPTO-PERIODO.

       GUARDAR-DEPTO-PERIODO.
           MOVE "N" TO WS-DPE-HALLADO
           PERFORM VARYING WS-IDX-DPE FROM 1 BY 1
                   UNTIL WS-IDX-DPE > WS-CANT-DEPTO-PER
               IF TK-FECHA(WS-IDX-DPE) = CLH-FECHA-PERIODO
                       AND TK-EMP-ID(WS-IDX-DPE) = CLH-EMP-ID
                   MOVE "S" TO WS-DPE-HALLADO
                   MOVE WS-CANT-DEPTO-PER TO WS-IDX-DPE
               END-IF
           END-PERFORM
           IF WS-DPE-HALLADO = "N"
               IF WS-CANT-DEPTO-PER < 5000
                   ADD 1 TO WS-CANT-DEPTO-PER
                   MOVE CLH-FECHA-PERIODO
                       TO TK-FECHA(WS-CANT-DEPTO-PER)
                   MOVE CLH-EMP-ID TO TK-EMP-ID(WS-CANT-DEPTO-PER)
                   MOVE CLH-DEPTO TO TK-DEPTO(WS-CANT-DEPTO-PER)
               ELSE
                   DISPLAY "TABLA DE DEPARTAMENTO POR PERIODO LLENA."
               END-IF
           END-IF.

      *    SUMA 1 A LA DOTACION REAL DE LA ENTRADA WS-IDX-CTL SI EL
      *    EMPLEADO WS-DOT-EMP-ID TODAVIA NO FUE CONTADO AHI ESTE MES.
       CONTAR-DOTACION.
           MOVE "N" TO WS-DOT-HALLADO
           PERFORM VARYING WS-IDX-DOT FROM 1 BY 1
                   UNTIL WS-IDX-DOT > WS-CANT-DOTACION
               IF TD-CTL(WS-IDX-DOT) = WS-IDX-CTL
                       AND TD-EMP-ID(WS-IDX-DOT) = WS-DOT-EMP-ID
                   MOVE "S" TO WS-DOT-HALLADO
                   MOVE WS-CANT-DOTACION TO WS-IDX-DOT
               END-IF
           END-PERFORM
           IF WS-DOT-HALLADO = "N"
               ADD 1 TO TC-R-DOT(WS-IDX-CTL)
               IF WS-CANT-DOTACION < 3000
                   ADD 1 TO WS-CANT-DOTACION
                   MOVE WS-IDX-CTL TO TD-CTL(WS-CANT-DOTACION)
                   MOVE WS-DOT-EMP-ID
                       TO TD-EMP-ID(WS-CANT-DOTACION)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    ACUMULAR-HISTORICO                                          *
      *    NOMINA-HIST.IDX del anio hasta el mes, sin lo revertido:    *
      *    bruto, horas y dotacion del departamento. Incluye lo pagado *
      *    fuera de la corrida regular (aguinaldo, retroactivos).      *
      *----------------------------------------------------------------*
       ACUMULAR-HISTORICO.
           OPEN INPUT EMP-FILE
           IF FS = "00"
               MOVE "S" TO WS-HAY-MAESTRO
           END-IF
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMINA-HIST.IDX. FS=" FS-HIS
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-HIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           ELSE
      *        EL HISTORICO ESTA ORDENADO POR PERIODO: SE POSICIONA EN
      *        EL PRIMER REGISTRO DEL ANIO Y SE LEE HASTA PASAR EL MES.
               COMPUTE HIS-FECHA-PERIODO = WS-ANIO * 10000
               MOVE 0 TO HIS-EMP-ID
               MOVE 0 TO HIS-SECUENCIA
               START ARCH-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
               IF WS-FIN = "N"
                   PERFORM LEER-HISTORICO
               END-IF
               PERFORM UNTIL WS-FIN = "S"
                   IF NOT HIS-REVERTIDO
                       PERFORM SUMAR-HISTORICO
                   END-IF
                   PERFORM LEER-HISTORICO
               END-PERFORM
               CLOSE ARCH-HISTORICO
           END-IF
           IF WS-HAY-MAESTRO = "S"
               CLOSE EMP-FILE
           END-IF.

       LEER-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ
           IF WS-FIN = "N"
               MOVE HIS-FECHA-PERIODO(1:4) TO WS-FEC-ANIO
               MOVE HIS-FECHA-PERIODO(5:2) TO WS-FEC-MES
               IF WS-FEC-ANIO NOT = WS-ANIO OR WS-FEC-MES > WS-MES
                   MOVE "S" TO WS-FIN
               END-IF
           END-IF.

       SUMAR-HISTORICO.
           PERFORM BUSCAR-DEPTO-HISTORICO
           MOVE "D" TO WS-BUS-TIPO
           MOVE WS-DEPTO-HIST TO WS-BUS-CLAVE
           PERFORM BUSCAR-CONTROL
           IF WS-CTL-HALLADO = "S"
               ADD HIS-BRUTO TO TC-R-YTD(WS-IDX-CTL)
               IF WS-FEC-MES = WS-MES
                   ADD HIS-BRUTO TO TC-R-BRUTO(WS-IDX-CTL)
                   ADD HIS-HORAS-NORM HIS-HORAS-EXTRA
                       TO TC-R-HORAS(WS-IDX-CTL)
                   MOVE HIS-EMP-ID TO WS-DOT-EMP-ID
                   PERFORM CONTAR-DOTACION
               END-IF
           END-IF.

       BUSCAR-DEPTO-HISTORICO.
           MOVE "----" TO WS-DEPTO-HIST
           MOVE "N" TO WS-DPE-HALLADO
           PERFORM VARYING WS-IDX-DPE FROM 1 BY 1
                   UNTIL WS-IDX-DPE > WS-CANT-DEPTO-PER
               IF TK-FECHA(WS-IDX-DPE) = HIS-FECHA-PERIODO
                       AND TK-EMP-ID(WS-IDX-DPE) = HIS-EMP-ID
                   MOVE TK-DEPTO(WS-IDX-DPE) TO WS-DEPTO-HIST
                   MOVE "S" TO WS-DPE-HALLADO
                   MOVE WS-CANT-DEPTO-PER TO WS-IDX-DPE
               END-IF
           END-PERFORM
           IF WS-DPE-HALLADO = "N" AND WS-HAY-MAESTRO = "S"
               MOVE HIS-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPTO TO WS-DEPTO-HIST
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      *    REPORTE (presupuesto_rep.txt)                               *
      *----------------------------------------------------------------*
       ESCRIBIR-ENCABEZADO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-PORC-ANIO ROUNDED = WS-MES * 100 / 12
           MOVE WS-PORC-ANIO TO WS-ED-PORC-ANIO
           MOVE SPACES TO WS-LINEA
           STRING "PRESUPUESTO LABORAL CONTRA REAL - MES " WS-MES
               "/" WS-ANIO "   EMITIDO EL " WS-FECHA-HOY
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "TRANSCURRIDO DEL ANIO: " WS-ED-PORC-ANIO "%"
               "   COSTO = BRUTO + APORTES PATRONALES"
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA.

       ESCRIBIR-SECCION.
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           IF WS-SECCION = "D"
               MOVE "POR DEPARTAMENTO" TO WS-LINEA
           ELSE
               MOVE "POR PROYECTO" TO WS-LINEA
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CLAVE NOMBRE                 DOT P DOT R"
               "   HORAS P   HORAS R         BRUTO P"
               "         BRUTO R       APORTES P       APORTES R"
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "                           COSTO MES P"
               "    COSTO MES R      VARIACION     ACUM P"
               " A LA FECHA        ACUM REAL"
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "                           PRESUP ANUAL"
               "   % CONSUMIDO  PROYECCION CIERRE"
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-CANT-CONTROL
               IF TC-TIPO(WS-IDX-CTL) = WS-SECCION
                   PERFORM ESCRIBIR-CLAVE
               END-IF
           END-PERFORM.

      *    VARIACION = REAL - PRESUPUESTO (POSITIVA ES GASTO DE MAS).
      *    LA PROYECCION LLEVA EL ACUMULADO REAL AL ANIO COMPLETO AL
      *    RITMO DE LOS MESES TRANSCURRIDOS.
       ESCRIBIR-CLAVE.
           PERFORM BUSCAR-NOMBRE-CLAVE
           COMPUTE WS-COSTO-P = TC-P-BRUTO(WS-IDX-CTL)
               + TC-P-APORTES(WS-IDX-CTL)
           COMPUTE WS-COSTO-R = TC-R-BRUTO(WS-IDX-CTL)
               + TC-R-APORTES(WS-IDX-CTL)
           COMPUTE WS-VARIACION = WS-COSTO-R - WS-COSTO-P
           COMPUTE WS-PROYECCION ROUNDED =
               TC-R-YTD(WS-IDX-CTL) * 12 / WS-MES
           IF TC-P-ANUAL(WS-IDX-CTL) > 0
               COMPUTE WS-PORC-CONSUMIDO ROUNDED =
                   TC-R-YTD(WS-IDX-CTL) * 100
                   / TC-P-ANUAL(WS-IDX-CTL)
                   ON SIZE ERROR MOVE 99999.99 TO WS-PORC-CONSUMIDO
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-PORC-CONSUMIDO
           END-IF

           MOVE TC-P-DOT(WS-IDX-CTL)     TO WS-ED-DOT-P
           MOVE TC-R-DOT(WS-IDX-CTL)     TO WS-ED-DOT-R
           MOVE TC-P-HORAS(WS-IDX-CTL)   TO WS-ED-HORAS-P
           MOVE TC-R-HORAS(WS-IDX-CTL)   TO WS-ED-HORAS-R
           MOVE TC-P-BRUTO(WS-IDX-CTL)   TO WS-ED-BRUTO-P
           MOVE TC-R-BRUTO(WS-IDX-CTL)   TO WS-ED-BRUTO-R
           MOVE TC-P-APORTES(WS-IDX-CTL) TO WS-ED-APORTES-P
           MOVE TC-R-APORTES(WS-IDX-CTL) TO WS-ED-APORTES-R
           MOVE WS-COSTO-P               TO WS-ED-COSTO-P
           MOVE WS-COSTO-R               TO WS-ED-COSTO-R
           MOVE WS-VARIACION             TO WS-ED-VARIACION
           MOVE TC-P-YTD(WS-IDX-CTL)     TO WS-ED-YTD-P
           MOVE TC-R-YTD(WS-IDX-CTL)     TO WS-ED-YTD-R
           MOVE TC-P-ANUAL(WS-IDX-CTL)   TO WS-ED-ANUAL
           MOVE WS-PROYECCION            TO WS-ED-PROYECCION
           MOVE WS-PORC-CONSUMIDO        TO WS-ED-PORC

           MOVE SPACES TO WS-LINEA
           STRING TC-CLAVE(WS-IDX-CTL) "  " WS-NOMBRE-CLAVE " "
               WS-ED-DOT-P " " WS-ED-DOT-R " "
               WS-ED-HORAS-P " " WS-ED-HORAS-R " "
               WS-ED-BRUTO-P "  " WS-ED-BRUTO-R "  "
               WS-ED-APORTES-P "  " WS-ED-APORTES-R
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "                          " WS-ED-COSTO-P " "
               WS-ED-COSTO-R " " WS-ED-VARIACION " "
               WS-ED-YTD-P "   " WS-ED-YTD-R
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "                          " WS-ED-ANUAL "    "
               WS-ED-PORC "%  " WS-ED-PROYECCION
               INTO WS-LINEA
           END-STRING
           IF TC-P-ANUAL(WS-IDX-CTL) > 0
                   AND WS-PROYECCION > TC-P-ANUAL(WS-IDX-CTL)
               MOVE "** SOBREGIRO PROYECTADO AL CIERRE **"
                   TO WS-LINEA(90:36)
               ADD 1 TO WS-CONT-SOBREGIRO
               DISPLAY "SOBREGIRO PROYECTADO: "
                   TC-TIPO(WS-IDX-CTL) " " TC-CLAVE(WS-IDX-CTL)
                   " " WS-NOMBRE-CLAVE " PROYECCION "
                   WS-ED-PROYECCION " ANUAL " WS-ED-ANUAL
           END-IF
           IF TC-P-ANUAL(WS-IDX-CTL) = 0 AND TC-R-YTD(WS-IDX-CTL) > 0
               MOVE "** GASTO SIN PRESUPUESTO **"
                   TO WS-LINEA(90:27)
               ADD 1 TO WS-CONT-SOBREGIRO
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA.

       BUSCAR-NOMBRE-CLAVE.
           MOVE SPACES TO WS-NOMBRE-CLAVE
           IF TC-CLAVE(WS-IDX-CTL) = "----"
               MOVE "(SIN ASIGNAR)" TO WS-NOMBRE-CLAVE
           END-IF
           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL WS-IDX-NOM > WS-CANT-NOMBRES
               IF TN-TIPO(WS-IDX-NOM) = TC-TIPO(WS-IDX-CTL)
                       AND TN-CLAVE(WS-IDX-NOM) = TC-CLAVE(WS-IDX-CTL)
                   MOVE TN-NOMBRE(WS-IDX-NOM) TO WS-NOMBRE-CLAVE
                   MOVE WS-CANT-NOMBRES TO WS-IDX-NOM
               END-IF
           END-PERFORM.

       ESCRIBIR-PIE.
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CLAVES CONTROLADAS: " WS-CANT-CONTROL
               "   CON SOBREGIRO PROYECTADO O SIN PRESUPUESTO: "
               WS-CONT-SOBREGIRO
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           IF WS-HAY-COSTOS = "N"
               MOVE SPACES TO WS-LINEA
               STRING "SIN costo_lab_hist.txt: APORTES Y PROYECTOS "
                   "EN CERO" INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
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
               " PROGRAMA=PAYROLL-BUDGET" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM PAYROLL-BUDGET.
