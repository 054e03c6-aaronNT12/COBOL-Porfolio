      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Resumen consolidado de nomina del grupo: cada empresa
      *          (razon social) corre, libera y declara su nomina por
      *          separado, y este resumen junta el mes pedido de
      *          todas. Por empresa (EMP-EMPRESA del maestro, en
      *          blanco = 01) muestra dotacion pagada, bruto,
      *          retenciones, deducciones, neto, aportes patronales
      *          y costo total, con el total del grupo al pie. Las
      *          cifras salen de NOMINA-HIST.IDX (sin lo revertido)
      *          y los aportes de costo_lab_hist.txt; el nombre e
      *          identificacion fiscal de cada empresa, de
      *          EMPRESA-RUTINA. Reporte en resumen_grupo.txt.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX: el mes se
      *                lee posicionado por clave (START en el primer
      *                periodo del mes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-GROUP.

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
           SELECT EMP-FILE ASSIGN TO "EMPLEADOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS.
           SELECT ARCH-REPORTE ASSIGN TO "resumen_grupo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
               10 HIS-FECHA-PERIODO.
                   15 HIS-ANIO-MES  PIC 9(6).
                   15 HIS-DIA       PIC 9(2).
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
           05 CLH-FECHA-PERIODO.
               10 CLH-ANIO-MES  PIC 9(6).
               10 CLH-DIA       PIC 9(2).
           05 CLH-EMP-ID        PIC 9(4).
           05 CLH-DEPTO         PIC X(4).
           05 CLH-PROYECTO      PIC X(4).
           05 CLH-HORAS         PIC 9(4).
           05 CLH-BRUTO         PIC 9(7)V99.
           05 CLH-APORTES       PIC 9(7)V99.
           05 CLH-ESTADO        PIC X(1).

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
           05 EMP-SALARIO-MENS PIC 9(7)V99.
           05 EMP-FECHA-INGRESO PIC 9(8).
           05 EMP-VAC-ACUM     PIC 9(3)V99.
           05 EMP-CTA-INTERNA  PIC 9(8).
           05 EMP-EMPRESA      PIC X(2).
           05 FILLER           PIC X(8).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(132).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-HIS              PIC XX.
       01  FS-CLH              PIC XX.
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

      *    UNA ENTRADA POR EMPRESA QUE PAGO EN EL MES.
       01  WS-TABLA-EMPRESAS.
           05 WS-EMR-ENT OCCURS 20 TIMES.
               10 TG-EMPRESA   PIC X(2).
               10 TG-EMPLEADOS PIC 9(5).
               10 TG-BRUTO     PIC 9(11)V99.
               10 TG-RETENCION PIC 9(11)V99.
               10 TG-DEDUCC    PIC 9(11)V99.
               10 TG-NETO      PIC 9(11)V99.
               10 TG-APORTES   PIC 9(11)V99.
       01  WS-CANT-EMPRESAS    PIC 9(2) VALUE 0.
       01  WS-IDX-EMR          PIC 9(2) VALUE 0.
       01  WS-EMR-HALLADA      PIC X VALUE "N".

      *    EMPLEADOS YA CONTADOS EN LA DOTACION DEL MES.
       01  WS-TABLA-DOTACION.
           05 WS-DOT-ENT OCCURS 3000 TIMES.
               10 TD-EMP-ID    PIC 9(4).
       01  WS-CANT-DOTACION    PIC 9(4) VALUE 0.
       01  WS-IDX-DOT          PIC 9(4) VALUE 0.
       01  WS-DOT-HALLADO      PIC X VALUE "N".

       01  WS-EMPRESA-EMP      PIC X(2).
       01  WS-EMP-ID-BUSCA     PIC 9(4).
       01  WS-EMP-DATOS.
           05 WS-EMP-NOMBRE    PIC X(30).
           05 WS-EMP-ID-FISCAL PIC X(12).
           05 WS-EMP-BANCO     PIC 9(3).
           05 WS-EMP-CUENTA    PIC X(12).
           05 WS-EMP-CALENDARIO PIC X(20).
           05 WS-EMP-SUFIJO    PIC X(3).
       01  WS-EMP-RC           PIC X(2).

       01  WS-COSTO            PIC 9(11)V99 VALUE 0.
       01  WS-GRP-EMPLEADOS    PIC 9(5) VALUE 0.
       01  WS-GRP-BRUTO        PIC 9(11)V99 VALUE 0.
       01  WS-GRP-RETENCION    PIC 9(11)V99 VALUE 0.
       01  WS-GRP-DEDUCC       PIC 9(11)V99 VALUE 0.
       01  WS-GRP-NETO         PIC 9(11)V99 VALUE 0.
       01  WS-GRP-APORTES      PIC 9(11)V99 VALUE 0.
       01  WS-GRP-COSTO        PIC 9(11)V99 VALUE 0.

       01  WS-LINEA            PIC X(132).
       01  WS-ED-EMPLEADOS     PIC ZZZZ9.
       01  WS-ED-BRUTO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-RETENCION     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-DEDUCC        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-NETO          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-APORTES       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-COSTO         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "    RESUMEN CONSOLIDADO DE NOMINA DEL GRUPO     "
           DISPLAY "==============================================="
           DISPLAY "MES A RESUMIR (AAAAMM): "
           ACCEPT WS-PERIODO-PEDIDO
           PERFORM UNTIL WS-MES >= 1 AND WS-MES <= 12
               DISPLAY "MES IMPOSIBLE: " WS-PERIODO-PEDIDO
                   ". REINGRESE (AAAAMM): "
               ACCEPT WS-PERIODO-PEDIDO
           END-PERFORM

      *    SIN MAESTRO NO HAY COMO REPARTIR: TODO VA A LA 01.
           OPEN INPUT EMP-FILE
           IF FS = "00"
               MOVE "S" TO WS-HAY-MAESTRO
           ELSE
               DISPLAY "AVISO: SIN EMPLEADOS.IDX (FS=" FS ") TODO SE "
                   "RESUME EN LA EMPRESA 01."
           END-IF

           PERFORM ACUMULAR-HISTORICO
           IF WS-CANT-EMPRESAS = 0
               DISPLAY "SIN PERIODOS PAGADOS EN EL MES "
                   WS-PERIODO-PEDIDO ". NO HAY NADA QUE RESUMIR."
               IF WS-HAY-MAESTRO = "S"
                   CLOSE EMP-FILE
               END-IF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ACUMULAR-COSTOS
           IF WS-HAY-MAESTRO = "S"
               CLOSE EMP-FILE
           END-IF

           OPEN OUTPUT ARCH-REPORTE
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM VARYING WS-IDX-EMR FROM 1 BY 1
                   UNTIL WS-IDX-EMR > WS-CANT-EMPRESAS
               PERFORM ESCRIBIR-EMPRESA
           END-PERFORM
           PERFORM ESCRIBIR-PIE
           CLOSE ARCH-REPORTE

           DISPLAY "-----------------------------------------------"
           DISPLAY "EMPRESAS CON NOMINA EN EL MES: " WS-CANT-EMPRESAS
           DISPLAY "DOTACION DEL GRUPO:            " WS-GRP-EMPLEADOS
           DISPLAY "BRUTO DEL GRUPO:               " WS-GRP-BRUTO
           DISPLAY "NETO DEL GRUPO:                " WS-GRP-NETO
           DISPLAY "COSTO TOTAL DEL GRUPO:         " WS-GRP-COSTO
           DISPLAY "REPORTE: resumen_grupo.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    ACUMULAR-HISTORICO                                          *
      *    Periodos pagados del mes (los revertidos no cuentan),       *
      *    sumados a la empresa del empleado; cada empleado se cuenta  *
      *    una sola vez en la dotacion aunque cobre varias semanas.    *
      *----------------------------------------------------------------*
       ACUMULAR-HISTORICO.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMINA-HIST.IDX. FS=" FS-HIS
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-HIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *    EL HISTORICO ESTA ORDENADO POR PERIODO: SE POSICIONA EN EL
      *    PRIMER REGISTRO DEL MES Y SE LEE HASTA QUE EL MES CAMBIA.
           MOVE WS-PERIODO-PEDIDO TO HIS-ANIO-MES
           MOVE 0 TO HIS-DIA
           MOVE 0 TO HIS-EMP-ID
           MOVE 0 TO HIS-SECUENCIA
           START ARCH-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           IF WS-FIN = "N"
               PERFORM LEER-HISTORICO
           END-IF
           PERFORM UNTIL WS-FIN = "S"
               IF HIS-PAGADO
                   PERFORM SUMAR-HISTORICO
               END-IF
               PERFORM LEER-HISTORICO
           END-PERFORM
           CLOSE ARCH-HISTORICO.

       LEER-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ
           IF WS-FIN = "N" AND HIS-ANIO-MES NOT = WS-PERIODO-PEDIDO
               MOVE "S" TO WS-FIN
           END-IF.

       SUMAR-HISTORICO.
           MOVE HIS-EMP-ID TO WS-EMP-ID-BUSCA
           PERFORM EMPRESA-DEL-EMPLEADO
           PERFORM BUSCAR-EMPRESA
           IF WS-EMR-HALLADA = "S"
               ADD HIS-BRUTO TO TG-BRUTO(WS-IDX-EMR)
               ADD HIS-RETENCION TO TG-RETENCION(WS-IDX-EMR)
               ADD HIS-DEDUCCIONES TO TG-DEDUCC(WS-IDX-EMR)
               ADD HIS-NETO TO TG-NETO(WS-IDX-EMR)
               PERFORM CONTAR-DOTACION
           END-IF.

       CONTAR-DOTACION.
           MOVE "N" TO WS-DOT-HALLADO
           PERFORM VARYING WS-IDX-DOT FROM 1 BY 1
                   UNTIL WS-IDX-DOT > WS-CANT-DOTACION
               IF TD-EMP-ID(WS-IDX-DOT) = HIS-EMP-ID
                   MOVE "S" TO WS-DOT-HALLADO
                   MOVE WS-CANT-DOTACION TO WS-IDX-DOT
               END-IF
           END-PERFORM
           IF WS-DOT-HALLADO = "N"
               IF WS-CANT-DOTACION < 3000
                   ADD 1 TO WS-CANT-DOTACION
                   MOVE HIS-EMP-ID TO TD-EMP-ID(WS-CANT-DOTACION)
                   ADD 1 TO TG-EMPLEADOS(WS-IDX-EMR)
               ELSE
                   DISPLAY "TABLA DE DOTACION LLENA, NO SE CUENTA "
                       "EMPLEADO " HIS-EMP-ID
               END-IF
           END-IF.

      *    APORTES PATRONALES DEL MES SEGUN LO QUE ACUMULA
      *    PAYROLL-RELEASE; LO REVERTIDO (R) NO CUENTA.
       ACUMULAR-COSTOS.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-COSTO-HIST
           IF FS-CLH = "00"
               MOVE "S" TO WS-HAY-COSTOS
               PERFORM LEER-COSTO
               PERFORM UNTIL WS-FIN = "S"
                   IF CLH-ANIO-MES = WS-PERIODO-PEDIDO
                           AND CLH-ESTADO NOT = "R"
                       MOVE CLH-EMP-ID TO WS-EMP-ID-BUSCA
                       PERFORM EMPRESA-DEL-EMPLEADO
                       PERFORM BUSCAR-EMPRESA
                       IF WS-EMR-HALLADA = "S"
                           ADD CLH-APORTES TO TG-APORTES(WS-IDX-EMR)
                       END-IF
                   END-IF
                   PERFORM LEER-COSTO
               END-PERFORM
               CLOSE ARCH-COSTO-HIST
           END-IF.

       LEER-COSTO.
           READ ARCH-COSTO-HIST
               AT END MOVE "S" TO WS-FIN
           END-READ.

       EMPRESA-DEL-EMPLEADO.
           MOVE "01" TO WS-EMPRESA-EMP
           IF WS-HAY-MAESTRO = "S"
               MOVE WS-EMP-ID-BUSCA TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-EMPRESA NOT = SPACES
                           MOVE EMP-EMPRESA TO WS-EMPRESA-EMP
                       END-IF
               END-READ
           END-IF.

      *    DEJA WS-IDX-EMR EN LA EMPRESA; SI ES NUEVA LA AGREGA.
       BUSCAR-EMPRESA.
           MOVE "N" TO WS-EMR-HALLADA
           PERFORM VARYING WS-IDX-EMR FROM 1 BY 1
                   UNTIL WS-IDX-EMR > WS-CANT-EMPRESAS
                      OR WS-EMR-HALLADA = "S"
               IF TG-EMPRESA(WS-IDX-EMR) = WS-EMPRESA-EMP
                   MOVE "S" TO WS-EMR-HALLADA
               END-IF
           END-PERFORM
           IF WS-EMR-HALLADA = "S"
               SUBTRACT 1 FROM WS-IDX-EMR
           ELSE
               IF WS-CANT-EMPRESAS < 20
                   ADD 1 TO WS-CANT-EMPRESAS
                   MOVE WS-CANT-EMPRESAS TO WS-IDX-EMR
                   MOVE WS-EMPRESA-EMP TO TG-EMPRESA(WS-IDX-EMR)
                   MOVE 0 TO TG-EMPLEADOS(WS-IDX-EMR)
                   MOVE 0 TO TG-BRUTO(WS-IDX-EMR)
                   MOVE 0 TO TG-RETENCION(WS-IDX-EMR)
                   MOVE 0 TO TG-DEDUCC(WS-IDX-EMR)
                   MOVE 0 TO TG-NETO(WS-IDX-EMR)
                   MOVE 0 TO TG-APORTES(WS-IDX-EMR)
                   MOVE "S" TO WS-EMR-HALLADA
               ELSE
                   DISPLAY "TABLA DE EMPRESAS LLENA, SE IGNORA LA "
                       "EMPRESA " WS-EMPRESA-EMP
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    REPORTE (resumen_grupo.txt)                                 *
      *----------------------------------------------------------------*
       ESCRIBIR-ENCABEZADO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-LINEA
           STRING "RESUMEN CONSOLIDADO DE NOMINA DEL GRUPO - MES "
               WS-MES "/" WS-ANIO "   EMITIDO EL " WS-FECHA-HOY
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "EM RAZON SOCIAL                    ID FISCAL   "
               "  DOT          BRUTO    RETENCIONES"
               "    DEDUCCIONES           NETO"
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "                                               "
               "             APORTES    COSTO TOTAL"
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA.

       ESCRIBIR-EMPRESA.
           CALL "EMPRESA-RUTINA" USING TG-EMPRESA(WS-IDX-EMR)
               WS-EMP-DATOS WS-EMP-RC
           IF WS-EMP-RC = "23"
               MOVE "(NO FIGURA EN empresas.txt)" TO WS-EMP-NOMBRE
           END-IF
           COMPUTE WS-COSTO = TG-BRUTO(WS-IDX-EMR)
               + TG-APORTES(WS-IDX-EMR)

           MOVE TG-EMPLEADOS(WS-IDX-EMR) TO WS-ED-EMPLEADOS
           MOVE TG-BRUTO(WS-IDX-EMR)     TO WS-ED-BRUTO
           MOVE TG-RETENCION(WS-IDX-EMR) TO WS-ED-RETENCION
           MOVE TG-DEDUCC(WS-IDX-EMR)    TO WS-ED-DEDUCC
           MOVE TG-NETO(WS-IDX-EMR)      TO WS-ED-NETO
           MOVE TG-APORTES(WS-IDX-EMR)   TO WS-ED-APORTES
           MOVE WS-COSTO                 TO WS-ED-COSTO
           MOVE SPACES TO WS-LINEA
           STRING TG-EMPRESA(WS-IDX-EMR) " " WS-EMP-NOMBRE " "
               WS-EMP-ID-FISCAL " " WS-ED-EMPLEADOS " "
               WS-ED-BRUTO " " WS-ED-RETENCION " "
               WS-ED-DEDUCC " " WS-ED-NETO
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "                                               "
               "      " WS-ED-APORTES " " WS-ED-COSTO
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA

           ADD TG-EMPLEADOS(WS-IDX-EMR) TO WS-GRP-EMPLEADOS
           ADD TG-BRUTO(WS-IDX-EMR)     TO WS-GRP-BRUTO
           ADD TG-RETENCION(WS-IDX-EMR) TO WS-GRP-RETENCION
           ADD TG-DEDUCC(WS-IDX-EMR)    TO WS-GRP-DEDUCC
           ADD TG-NETO(WS-IDX-EMR)      TO WS-GRP-NETO
           ADD TG-APORTES(WS-IDX-EMR)   TO WS-GRP-APORTES
           ADD WS-COSTO                 TO WS-GRP-COSTO.

       ESCRIBIR-PIE.
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-GRP-EMPLEADOS TO WS-ED-EMPLEADOS
           MOVE WS-GRP-BRUTO     TO WS-ED-BRUTO
           MOVE WS-GRP-RETENCION TO WS-ED-RETENCION
           MOVE WS-GRP-DEDUCC    TO WS-ED-DEDUCC
           MOVE WS-GRP-NETO      TO WS-ED-NETO
           MOVE WS-GRP-APORTES   TO WS-ED-APORTES
           MOVE WS-GRP-COSTO     TO WS-ED-COSTO
           MOVE SPACES TO WS-LINEA
           STRING "TOTAL DEL GRUPO                                "
               WS-ED-EMPLEADOS " "
               WS-ED-BRUTO " " WS-ED-RETENCION " "
               WS-ED-DEDUCC " " WS-ED-NETO
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "                                               "
               "      " WS-ED-APORTES " " WS-ED-COSTO
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           IF WS-HAY-COSTOS = "N"
               MOVE SPACES TO WS-LINEA
               STRING "SIN costo_lab_hist.txt: APORTES EN CERO"
                   INTO WS-LINEA
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
               " PROGRAMA=PAYROLL-GROUP" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM PAYROLL-GROUP.
