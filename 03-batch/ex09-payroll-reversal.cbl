      * Purpose: Reversa una corrida de nomina ya posteada: dada la
      *          fecha de fin de periodo, resta del EMP-YTD de cada
      *          empleado afectado el bruto que esa corrida le sumo
      *          (segun NOMINA-HIST.IDX), marca los registros del
      *          historico como revertidos y deja constancia de todo
      *          en nomina_audit.txt.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX (clave
      *                periodo + empleado + secuencia): se posiciona
      *                en el periodo a revertir y cada registro
      *                revertido se marca con REWRITE, sin el
      *                temporal nomina_hist.tmp.
      * 15-10-2026 AAR Reversion por empresa del grupo: para la
      *                nomina semanal o mensual se pide la empresa
      *                (EMPRESA-RUTINA) y solo se revierten sus
      *                empleados (EMP-EMPRESA, en blanco = 01); la
      *                marca REVERSADA de runctl.txt sale con la
      *                empresa (RCT-EMPRESA). El aguinaldo sigue
      *                siendo una corrida unica del grupo.
      * 15-10-2026 AAR Las lineas del periodo de los empleados
      *                reversados tambien se marcan R en
      *                costo_lab_hist.txt (costo por departamento y
      *                proyecto que acumula PAYROLL-RELEASE), para que
      *                el control de presupuesto no cuente lo
      *                revertido. El aguinaldo no tiene lineas ahi.
      * 15-10-2026 AAR REG-HISTORICO y el temporal alineados al layout
      *                de 111 caracteres con horas y recargos de
      *                turno.
      * 02-09-2026 AAR La reversion pide ademas el tipo de corrida
      *                (S semanal, M mensual, A aguinaldo) y con eso
      *                separa las filas del historico: el aguinaldo
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-COSTO-HIST ASSIGN TO "costo_lab_hist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLH.
           SELECT ARCH-COSTO-TMP ASSIGN TO "costo_lab_hist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLT.
           SELECT EMP-FILE ASSIGN TO "EMPLEADOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FILE SECTION.
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

       FD  ARCH-COSTO-TMP.
       01  REG-COSTO-TMP        PIC X(43).

       FD  EMP-FILE
           RECORD CONTAINS 110 CHARACTERS.
           05 EMP-FECHA-INGRESO PIC 9(8).
           05 EMP-VAC-ACUM     PIC 9(3)V99.
           05 EMP-CTA-INTERNA  PIC 9(8).
           05 EMP-EMPRESA      PIC X(2).
           05 FILLER           PIC X(8).

       FD  ARCH-RUNCTL.
       01  REG-RUNCTL.
           05 RCT-FECHA        PIC 9(8).
           05 RCT-ESTADO       PIC X(10).
           05 RCT-FECHA-CORRIDA PIC 9(8).
           05 RCT-EMPRESA      PIC X(2).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA       PIC X(180).
       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-HIS              PIC XX.
       01  FS-CLH              PIC XX.
       01  FS-CLT              PIC XX.
       01  FS-RCT              PIC XX.
       01  FS-AUD              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-FECHA-PERIODO    PIC 9(8).
       01  WS-TIPO-CORRIDA     PIC X(1).
       01  WS-JOB-RUNCTL       PIC X(12) VALUE "NOMINA".
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
       01  WS-ES-DE-CORRIDA    PIC X(1).
       01  WS-CONFIRMA         PIC X.
       01  WS-FIN              PIC X VALUE "N".
       01  WS-CONT-YA-REVERT   PIC 9(5) VALUE 0.
       01  WS-TOT-REVERSADO    PIC 9(9)V99 VALUE 0.
       01  WS-YTD-ANTERIOR     PIC 9(9)V99 VALUE 0.
       01  WS-TABLA-REVERSADOS.
           05 WS-REV-ENT OCCURS 2000 TIMES.
               10 TR-EMP-ID    PIC 9(4).
       01  WS-CANT-REVERSADOS  PIC 9(4) VALUE 0.
       01  WS-IDX-REV          PIC 9(4) VALUE 0.
       01  WS-FIN-COSTO        PIC X VALUE "N".
       01  WS-CONT-COSTO-REV   PIC 9(5) VALUE 0.

       01  WS-AUD-FECHA        PIC 9(8).
       01  WS-AUD-HORA         PIC 9(8).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).

       01  WS-NOMBRE-COSTO     PIC X(40) VALUE "costo_lab_hist.txt".
       01  WS-NOMBRE-COSTO-TMP PIC X(40) VALUE "costo_lab_hist.tmp".
       01  WS-RC-CBL           PIC 9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-TIPO-CORRIDA NOT = "A"
               PERFORM PEDIR-EMPRESA
           END-IF
           DISPLAY "SE REVIERTE EL TRABAJO " WS-JOB-RUNCTL
               " DE ESA FECHA."
           DISPLAY "SE RESTARA DEL YTD DE CADA EMPLEADO LO PAGADO "
               STOP RUN
           END-IF

           OPEN I-O ARCH-HISTORICO
           IF FS-HIS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMINA-HIST.IDX. FS=" FS-HIS
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-HIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE EMP-FILE
               STOP RUN
           END-IF

           OPEN EXTEND ARCH-AUDITORIA
           IF FS-AUD = "35"
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF

      *    EL HISTORICO ESTA ORDENADO POR PERIODO Y EMPLEADO: SE
      *    POSICIONA EN EL PRIMER REGISTRO DEL PERIODO Y SE LEE HASTA
      *    QUE CAMBIA LA FECHA.
           MOVE WS-FECHA-PERIODO TO HIS-FECHA-PERIODO
           MOVE 0 TO HIS-EMP-ID
           MOVE 0 TO HIS-SECUENCIA
           START ARCH-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           IF WS-FIN = "N"
               PERFORM LEER-HISTORICO
           END-IF
           PERFORM UNTIL WS-FIN = "S"
               PERFORM CORRESPONDE-A-CORRIDA
               IF WS-ES-DE-CORRIDA = "S" AND HIS-PAGADO
                   PERFORM REVERSAR-EMPLEADO
                   IF HIS-REVERTIDO
                       PERFORM REESCRIBIR-HISTORICO
                   END-IF
               ELSE
                   IF WS-ES-DE-CORRIDA = "S" AND HIS-REVERTIDO
                       ADD 1 TO WS-CONT-YA-REVERT
                   END-IF
               END-IF
               PERFORM LEER-HISTORICO
           END-PERFORM

           CLOSE ARCH-HISTORICO
           CLOSE EMP-FILE
           CLOSE ARCH-AUDITORIA
           PERFORM LIBERAR-CANDADO

           IF WS-CONT-REVERSADOS > 0
               PERFORM GRABAR-RUN-CONTROL
               IF WS-TIPO-CORRIDA NOT = "A"
                   PERFORM MARCAR-COSTO-REVERTIDO
                       THRU MARCAR-COSTO-REVERTIDO-EXIT
               END-IF
           END-IF

           DISPLAY "-----------------------------------------------"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *    LA NOMINA SEMANAL Y LA MENSUAL SE CORREN POR EMPRESA: SE
      *    REVIERTE LA CORRIDA DE UNA EMPRESA.
       PEDIR-EMPRESA.
           DISPLAY "EMPRESA (EN BLANCO = 01): "
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
           DISPLAY "EMPRESA: " WS-EMPRESA " " WS-EMP-NOMBRE.

       LEER-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ
           IF WS-FIN = "N" AND HIS-FECHA-PERIODO NOT = WS-FECHA-PERIODO
               MOVE "S" TO WS-FIN
           END-IF.

       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
      *----------------------------------------------------------------*
      *    REVERSAR-EMPLEADO                                           *
      *    Resta el bruto del periodo del EMP-YTD del maestro y marca  *
      *    el registro del historico como revertido; el bucle          *
      *    principal lo reescribe en NOMINA-HIST.IDX.                  *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CORRESPONDE-A-CORRIDA                                       *
                           AND NOT EMP-ES-ASALARIADO
                       MOVE "S" TO WS-ES-DE-CORRIDA
                   END-IF
                   MOVE EMP-EMPRESA TO WS-EMPRESA-EMP
                   IF WS-EMPRESA-EMP = SPACES
                       MOVE "01" TO WS-EMPRESA-EMP
                   END-IF
                   IF WS-EMPRESA-EMP NOT = WS-EMPRESA
                       MOVE "N" TO WS-ES-DE-CORRIDA
                   END-IF
           END-READ.

       REVERSAR-EMPLEADO.
                   IF FS = "00"
                       MOVE "R" TO HIS-ESTADO
                       ADD 1 TO WS-CONT-REVERSADOS
                       IF WS-CANT-REVERSADOS < 2000
                           ADD 1 TO WS-CANT-REVERSADOS
                           MOVE HIS-EMP-ID
                               TO TR-EMP-ID(WS-CANT-REVERSADOS)
                       ELSE
                           DISPLAY "TABLA DE REVERSADOS LLENA."
                       END-IF
                       ADD HIS-BRUTO TO WS-TOT-REVERSADO
                       PERFORM GRABAR-AUDITORIA
                   ELSE
                   END-IF
           END-READ.

       REESCRIBIR-HISTORICO.
           REWRITE REG-HISTORICO
           IF FS-HIS NOT = "00"
               DISPLAY "ERROR AL MARCAR EL HISTORICO DEL EMPLEADO "
                   HIS-EMP-ID ". FS=" FS-HIS
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-HIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    MARCAR-COSTO-REVERTIDO                                      *
      *    Mismo reemplazo por temporal sobre costo_lab_hist.txt: las  *
      *    lineas del periodo de los empleados reversados quedan R.    *
      *    Sin archivo de costos no hay nada que marcar.               *
      *----------------------------------------------------------------*
       MARCAR-COSTO-REVERTIDO.
           OPEN INPUT ARCH-COSTO-HIST
           IF FS-CLH NOT = "00"
               GO TO MARCAR-COSTO-REVERTIDO-EXIT
           END-IF
           OPEN OUTPUT ARCH-COSTO-TMP
           MOVE "N" TO WS-FIN-COSTO
           PERFORM LEER-COSTO-HIST
           PERFORM UNTIL WS-FIN-COSTO = "S"
               IF CLH-FECHA-PERIODO = WS-FECHA-PERIODO
                       AND CLH-ESTADO = "P"
                   PERFORM VARYING WS-IDX-REV FROM 1 BY 1
                           UNTIL WS-IDX-REV > WS-CANT-REVERSADOS
                       IF TR-EMP-ID(WS-IDX-REV) = CLH-EMP-ID
                           MOVE "R" TO CLH-ESTADO
                           ADD 1 TO WS-CONT-COSTO-REV
                           MOVE WS-CANT-REVERSADOS TO WS-IDX-REV
                       END-IF
                   END-PERFORM
               END-IF
               WRITE REG-COSTO-TMP FROM REG-COSTO-HIST
               PERFORM LEER-COSTO-HIST
           END-PERFORM
           CLOSE ARCH-COSTO-HIST
           CLOSE ARCH-COSTO-TMP
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-COSTO
               RETURNING WS-RC-CBL
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-COSTO-TMP
               WS-NOMBRE-COSTO
               RETURNING WS-RC-CBL
           DISPLAY "LINEAS DE COSTO LABORAL REVERTIDAS: "
               WS-CONT-COSTO-REV.
       MARCAR-COSTO-REVERTIDO-EXIT.
           EXIT.

       LEER-COSTO-HIST.
           READ ARCH-COSTO-HIST
               AT END MOVE "S" TO WS-FIN-COSTO
           END-READ.

      *----------------------------------------------------------------*
      *    GRABAR-RUN-CONTROL                                          *
           MOVE WS-JOB-RUNCTL TO RCT-JOB
           MOVE WS-FECHA-PERIODO TO RCT-FECHA
           MOVE "REVERSADA" TO RCT-ESTADO
           IF WS-TIPO-CORRIDA NOT = "A"
               MOVE WS-EMPRESA TO RCT-EMPRESA
           END-IF
           ACCEPT RCT-FECHA-CORRIDA FROM DATE YYYYMMDD
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.
