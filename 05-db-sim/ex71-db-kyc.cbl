      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Revision mensual de KYC sobre IDENTIDAD.IDX (documento
      *          de identidad y riesgo de cada cliente, capturados en
      *          DB-INSERT y en el alta de EX04-CICS-MENU). Recorre los
      *          clientes activos de CLIENTES.IDX y lista en
      *          kyc_rep.txt (spool KYC-MENSUAL), con la fecha de
      *          negocio como corte:
      *            SIN DOC    cliente sin documento registrado;
      *            POR VENCER documento que vence dentro de los dias
      *                       de aviso;
      *            VENCIDO    documento vencido dentro de la gracia;
      *            BLOQUEADO  documento vencido hace mas que la gracia:
      *                       se marca IDN-BLOQUEO y EX02-CICS-GET
      *                       rechaza los retiros del cliente;
      *            REVISION   cliente de riesgo alto con la revision
      *                       de KYC vencida.
      *          La proxima revision se recalcula con la ultima fecha
      *          de revision mas los meses del riesgo (alto, medio,
      *          bajo) y queda en IDN-PROX-REVISION; el bloqueo se
      *          levanta solo si el documento vuelve a estar en regla.
      *          Parametros en kyc_param.txt (dias de aviso, dias de
      *          gracia, meses de revision de riesgo alto, medio y
      *          bajo); sin archivo rigen 60, 30, 12, 36 y 60.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-KYC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT IDENTIDAD ASSIGN TO "IDENTIDAD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDN-CLI-ID
               ALTERNATE RECORD KEY IS IDN-DOCUMENTO
               FILE STATUS IS FS-IDN.
           SELECT ARCH-KYC-PARAM ASSIGN TO "kyc_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KPA.
           SELECT ARCH-REPORTE ASSIGN TO "kyc_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-RUNCTL ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCT.
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
               88 IDN-RIESGO-BAJO  VALUE "B".
               88 IDN-RIESGO-MEDIO VALUE "M".
               88 IDN-RIESGO-ALTO  VALUE "A".
           05 IDN-FECHA-REVISION PIC 9(8).
           05 IDN-PROX-REVISION PIC 9(8).
           05 IDN-BLOQUEO      PIC X(1).
               88 IDN-BLOQUEADO    VALUE "S".
           05 IDN-FECHA-BLOQUEO PIC 9(8).
           05 IDN-FECHA-ALTA   PIC 9(8).
           05 IDN-USUARIO      PIC X(10).
           05 FILLER           PIC X(23).

       FD  ARCH-KYC-PARAM.
       01  REG-KYC-PARAM.
           05 KPA-DIAS-AVISO   PIC 9(3).
           05 KPA-DIAS-GRACIA  PIC 9(3).
           05 KPA-MESES-ALTO   PIC 9(2).
           05 KPA-MESES-MEDIO  PIC 9(2).
           05 KPA-MESES-BAJO   PIC 9(2).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

       FD  ARCH-RUNCTL.
       01  REG-RUNCTL.
           05 RCT-JOB          PIC X(12).
           05 RCT-FECHA        PIC 9(8).
           05 RCT-ESTADO       PIC X(10).
           05 RCT-FECHA-CORRIDA PIC 9(8).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-IDN              PIC XX.
       01  FS-KPA              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-RCT              PIC XX.
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
       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-USUARIO     PIC X(10).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).

       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "00".
       01  WS-FEC-FIN-MES      PIC 9(8) VALUE 0.
       01  WS-FECHA-TRAB.
           05 WS-FT-ANIO       PIC 9(4).
           05 WS-FT-MES        PIC 9(2).
           05 WS-FT-DIA        PIC 9(2).
       01  WS-FECHA-TRAB-N REDEFINES WS-FECHA-TRAB PIC 9(8).
       01  WS-DIA-ORIGINAL     PIC 9(2).
       01  WS-MESES-TOTAL      PIC 9(6).

       01  WS-DIAS-AVISO       PIC 9(3) VALUE 60.
       01  WS-DIAS-GRACIA      PIC 9(3) VALUE 30.
       01  WS-MESES-ALTO       PIC 9(2) VALUE 12.
       01  WS-MESES-MEDIO      PIC 9(2) VALUE 36.
       01  WS-MESES-BAJO       PIC 9(2) VALUE 60.
       01  WS-MESES-REVISION   PIC 9(2) VALUE 0.

       01  WS-FIN-CLI          PIC X VALUE "N".
       01  WS-CAMBIO-IDN       PIC X VALUE "N".
       01  WS-DIAS-VENCIDO     PIC S9(9) VALUE 0.
       01  WS-PROX-REVISION    PIC 9(8) VALUE 0.
       01  WS-SITUACION        PIC X(10).
       01  WS-ED-DIAS          PIC -----9.
       01  WS-CONT-CLIENTES    PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-DOC     PIC 9(5) VALUE 0.
       01  WS-CONT-POR-VENCER  PIC 9(5) VALUE 0.
       01  WS-CONT-VENCIDOS    PIC 9(5) VALUE 0.
       01  WS-CONT-BLOQUEADOS  PIC 9(5) VALUE 0.
       01  WS-CONT-NUEVOS-BLQ  PIC 9(5) VALUE 0.
       01  WS-CONT-DESBLOQ     PIC 9(5) VALUE 0.
       01  WS-CONT-REV-ALTO    PIC 9(5) VALUE 0.
       01  WS-CONT-REV-OTROS   PIC 9(5) VALUE 0.
       01  WS-CONT-ERRORES     PIC 9(5) VALUE 0.
       01  WS-LINEA            PIC X(100).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   REVISION MENSUAL DE KYC                      "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           PERFORM CARGAR-PARAMETROS
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
           DISPLAY "DIAS DE AVISO:    " WS-DIAS-AVISO
               "   DIAS DE GRACIA: " WS-DIAS-GRACIA
           DISPLAY "REVISION (MESES): ALTO " WS-MESES-ALTO
               " MEDIO " WS-MESES-MEDIO " BAJO " WS-MESES-BAJO

           MOVE "CLIENTES" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "DB-KYC" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CLIENTES.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLIENTES
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O IDENTIDAD
           IF FS-IDN = "35"
               OPEN OUTPUT IDENTIDAD
               CLOSE IDENTIDAD
               OPEN I-O IDENTIDAD
           END-IF
           IF FS-IDN NOT = "00"
               DISPLAY "ERROR AL ABRIR IDENTIDAD.IDX. FS=" FS-IDN
               MOVE "IDENTIDAD.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-IDN TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CLIENTES
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS

           OPEN OUTPUT ARCH-REPORTE
           MOVE SPACES TO WS-LINEA
           STRING "REVISION DE KYC AL " WS-FECHA-NEGOCIO
               "  (AVISO " WS-DIAS-AVISO " DIAS, GRACIA "
               WS-DIAS-GRACIA " DIAS)"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "SITUACION  CLIENTE DOCUMENTO          PAIS VENCE   "
               "   DIAS R NOMBRE"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA

           MOVE "N" TO WS-FIN-CLI
           PERFORM UNTIL WS-FIN-CLI = "S"
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-CLI
                   NOT AT END
                       IF CLI-ACTIVO
                           ADD 1 TO WS-CONT-CLIENTES
                           PERFORM REVISAR-CLIENTE
                               THRU REVISAR-CLIENTE-FIN
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CLIENTES ACTIVOS: " WS-CONT-CLIENTES
               "   SIN DOCUMENTO: " WS-CONT-SIN-DOC
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "POR VENCER: " WS-CONT-POR-VENCER
               "   VENCIDOS EN GRACIA: " WS-CONT-VENCIDOS
               "   BLOQUEADOS: " WS-CONT-BLOQUEADOS
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "BLOQUEOS NUEVOS: " WS-CONT-NUEVOS-BLQ
               "   BLOQUEOS LEVANTADOS: " WS-CONT-DESBLOQ
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "REVISIONES VENCIDAS RIESGO ALTO: " WS-CONT-REV-ALTO
               "   OTROS RIESGOS: " WS-CONT-REV-OTROS
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA

           CLOSE CLIENTES
           CLOSE IDENTIDAD
           CLOSE ARCH-REPORTE
           PERFORM LIBERAR-CANDADO
           MOVE "KYC-MENSUAL" TO WS-SPOOL-REPORTE
           MOVE "kyc_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC
           PERFORM GRABAR-RUN-CONTROL

           DISPLAY "-----------------------------------------------"
           DISPLAY "CLIENTES ACTIVOS:        " WS-CONT-CLIENTES
           DISPLAY "SIN DOCUMENTO:           " WS-CONT-SIN-DOC
           DISPLAY "POR VENCER:              " WS-CONT-POR-VENCER
           DISPLAY "VENCIDOS EN GRACIA:      " WS-CONT-VENCIDOS
           DISPLAY "BLOQUEADOS:              " WS-CONT-BLOQUEADOS
           DISPLAY "  NUEVOS BLOQUEOS:       " WS-CONT-NUEVOS-BLQ
           DISPLAY "BLOQUEOS LEVANTADOS:     " WS-CONT-DESBLOQ
           DISPLAY "REVISION VENCIDA (ALTO): " WS-CONT-REV-ALTO
           DISPLAY "REVISION VENCIDA (OTROS):" WS-CONT-REV-OTROS
           DISPLAY "DETALLE: kyc_rep.txt"
           IF WS-CONT-ERRORES > 0
               DISPLAY "ERRORES DE GRABACION:    " WS-CONT-ERRORES
                   " (VER errores.log)"
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *-----------------------------------------------------------------
      * LIBERA EL CANDADO DE CORRIDA DEL MAESTRO (RUN-LOCK).
      *-----------------------------------------------------------------
       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

      *    UNA SOLA LINEA: DIAS DE AVISO, DIAS DE GRACIA Y MESES DE
      *    REVISION DE RIESGO ALTO, MEDIO Y BAJO.
       CARGAR-PARAMETROS.
           OPEN INPUT ARCH-KYC-PARAM
           IF FS-KPA = "00"
               READ ARCH-KYC-PARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KPA-DIAS-AVISO IS NUMERIC
                           MOVE KPA-DIAS-AVISO TO WS-DIAS-AVISO
                       END-IF
                       IF KPA-DIAS-GRACIA IS NUMERIC
                           MOVE KPA-DIAS-GRACIA TO WS-DIAS-GRACIA
                       END-IF
                       IF KPA-MESES-ALTO IS NUMERIC
                               AND KPA-MESES-ALTO > 0
                           MOVE KPA-MESES-ALTO TO WS-MESES-ALTO
                       END-IF
                       IF KPA-MESES-MEDIO IS NUMERIC
                               AND KPA-MESES-MEDIO > 0
                           MOVE KPA-MESES-MEDIO TO WS-MESES-MEDIO
                       END-IF
                       IF KPA-MESES-BAJO IS NUMERIC
                               AND KPA-MESES-BAJO > 0
                           MOVE KPA-MESES-BAJO TO WS-MESES-BAJO
                       END-IF
               END-READ
               CLOSE ARCH-KYC-PARAM
           END-IF.

      *----------------------------------------------------------------*
      *    REVISAR-CLIENTE                                             *
      *    Documento del cliente activo contra la fecha de negocio:    *
      *    dias vencido (negativo si aun no vence), bloqueo segun la   *
      *    gracia y proxima revision segun el riesgo. El registro se   *
      *    regraba solo si cambio algo.                                *
      *----------------------------------------------------------------*
       REVISAR-CLIENTE.
           MOVE CLI-ID TO IDN-CLI-ID
           READ IDENTIDAD
               INVALID KEY
                   ADD 1 TO WS-CONT-SIN-DOC
                   MOVE SPACES TO IDENTIDAD-REG
                   MOVE 0 TO IDN-DOC-VENCE
                   MOVE 0 TO WS-DIAS-VENCIDO
                   MOVE "SIN DOC" TO WS-SITUACION
                   PERFORM LISTAR-CLIENTE
           END-READ
           IF FS-IDN NOT = "00"
               GO TO REVISAR-CLIENTE-FIN
           END-IF

           MOVE "N" TO WS-CAMBIO-IDN
           MOVE "D" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FECHA-NEGOCIO
               IDN-DOC-VENCE WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00"
      *        VENCIMIENTO ILEGIBLE: SE TRATA COMO DOCUMENTO SIN
      *        FECHA VALIDA, VENCIDO MAS ALLA DE CUALQUIER GRACIA.
               COMPUTE WS-FEC-RESULTADO = WS-DIAS-GRACIA + 1
           END-IF
           MOVE WS-FEC-RESULTADO TO WS-DIAS-VENCIDO

           IF WS-DIAS-VENCIDO > WS-DIAS-GRACIA
               ADD 1 TO WS-CONT-BLOQUEADOS
               IF NOT IDN-BLOQUEADO
                   MOVE "S" TO IDN-BLOQUEO
                   MOVE WS-FECHA-NEGOCIO TO IDN-FECHA-BLOQUEO
                   MOVE "S" TO WS-CAMBIO-IDN
                   ADD 1 TO WS-CONT-NUEVOS-BLQ
               END-IF
               MOVE "BLOQUEADO" TO WS-SITUACION
               PERFORM LISTAR-CLIENTE
           ELSE
               IF IDN-BLOQUEADO
                   MOVE "N" TO IDN-BLOQUEO
                   MOVE 0 TO IDN-FECHA-BLOQUEO
                   MOVE "S" TO WS-CAMBIO-IDN
                   ADD 1 TO WS-CONT-DESBLOQ
               END-IF
               IF WS-DIAS-VENCIDO > 0
                   ADD 1 TO WS-CONT-VENCIDOS
                   MOVE "VENCIDO" TO WS-SITUACION
                   PERFORM LISTAR-CLIENTE
               ELSE
                   IF 0 - WS-DIAS-VENCIDO <= WS-DIAS-AVISO
                       ADD 1 TO WS-CONT-POR-VENCER
                       MOVE "POR VENCER" TO WS-SITUACION
                       PERFORM LISTAR-CLIENTE
                   END-IF
               END-IF
           END-IF

           PERFORM CALCULAR-PROX-REVISION
           IF WS-PROX-REVISION NOT = IDN-PROX-REVISION
               MOVE WS-PROX-REVISION TO IDN-PROX-REVISION
               MOVE "S" TO WS-CAMBIO-IDN
           END-IF
           IF IDN-PROX-REVISION NOT > WS-FECHA-NEGOCIO
               IF IDN-RIESGO-ALTO
                   ADD 1 TO WS-CONT-REV-ALTO
                   MOVE "REVISION" TO WS-SITUACION
                   PERFORM LISTAR-CLIENTE
               ELSE
                   ADD 1 TO WS-CONT-REV-OTROS
               END-IF
           END-IF

           IF WS-CAMBIO-IDN = "S"
               REWRITE IDENTIDAD-REG
               IF FS-IDN NOT = "00"
                   ADD 1 TO WS-CONT-ERRORES
                   MOVE "IDENTIDAD.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-IDN TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-IF.
       REVISAR-CLIENTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    CALCULAR-PROX-REVISION                                      *
      *    Ultima revision mas los meses del riesgo (sin riesgo        *
      *    informado rige el de riesgo alto). Si el dia no existe en   *
      *    el mes de destino queda el ultimo dia de ese mes.           *
      *----------------------------------------------------------------*
       CALCULAR-PROX-REVISION.
           EVALUATE TRUE
               WHEN IDN-RIESGO-BAJO
                   MOVE WS-MESES-BAJO TO WS-MESES-REVISION
               WHEN IDN-RIESGO-MEDIO
                   MOVE WS-MESES-MEDIO TO WS-MESES-REVISION
               WHEN OTHER
                   MOVE WS-MESES-ALTO TO WS-MESES-REVISION
           END-EVALUATE
           IF IDN-FECHA-REVISION IS NOT NUMERIC
                   OR IDN-FECHA-REVISION = 0
               MOVE 0 TO WS-PROX-REVISION
           ELSE
               MOVE IDN-FECHA-REVISION TO WS-FECHA-TRAB-N
               MOVE WS-FT-DIA TO WS-DIA-ORIGINAL
               COMPUTE WS-MESES-TOTAL = WS-FT-ANIO * 12
                   + WS-FT-MES - 1 + WS-MESES-REVISION
               DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-FT-ANIO
                   REMAINDER WS-FT-MES
               ADD 1 TO WS-FT-MES
               MOVE 1 TO WS-FT-DIA
               MOVE "F" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-FECHA-TRAB-N WS-FECHA-NEGOCIO
                   WS-FEC-RESULTADO WS-FEC-RC
               IF WS-FEC-RC = "00"
                   MOVE WS-FEC-RESULTADO TO WS-FEC-FIN-MES
                   IF WS-DIA-ORIGINAL > WS-FEC-FIN-MES(7:2)
                       MOVE WS-FEC-FIN-MES TO WS-FECHA-TRAB-N
                   ELSE
                       MOVE WS-DIA-ORIGINAL TO WS-FT-DIA
                   END-IF
               END-IF
               MOVE WS-FECHA-TRAB-N TO WS-PROX-REVISION
           END-IF.

       LISTAR-CLIENTE.
           MOVE WS-DIAS-VENCIDO TO WS-ED-DIAS
           MOVE SPACES TO WS-LINEA
           STRING WS-SITUACION " " CLI-ID "   " IDN-DOC-TIPO " "
               IDN-DOC-NUMERO " " IDN-DOC-PAIS "  " IDN-DOC-VENCE
               " " WS-ED-DIAS " " IDN-RIESGO " "
               DELIMITED BY SIZE
               CLI-NOMBRE DELIMITED BY "  "
               " " DELIMITED BY SIZE
               CLI-APELLIDO DELIMITED BY "  "
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: LA REVISION DEL MES QUEDA REGISTRADA EN
      * runctl.txt.
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "KYC-MENSUAL" TO RCT-JOB
           MOVE WS-FECHA-NEGOCIO TO RCT-FECHA
           MOVE "REVISADO" TO RCT-ESTADO
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185 E
      * IDENTIDAD V01/100.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "IDENTIDAD.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 100 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT.

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               DISPLAY "SE ABORTA SIN REVISAR."
               CLOSE CLIENTES
               CLOSE IDENTIDAD
               PERFORM LIBERAR-CANDADO
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
               " PROGRAMA=DB-KYC" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-KYC.
