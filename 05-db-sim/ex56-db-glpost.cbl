      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Pase de asientos al mayor general: toma un archivo
      *          de asiento con la forma de nomina_diario.txt
      *          (PAYROLL-RELEASE) o banca_diario.txt (DB-GLJOURNAL),
      *          lo valida completo antes de tocar nada (cabecera,
      *          cola, cantidad de lineas, debe = haber, periodo
      *          abierto, asiento no pasado antes) y recien entonces
      *          acumula cada linea en el maestro GL.IDX, clave
      *          cuenta contable, con el debe y haber del periodo
      *          abierto y del ejercicio. Un asiento descuadrado, de
      *          un periodo cerrado o ya pasado se rechaza entero.
      *          El periodo abierto vive en gl_periodo.txt (lo
      *          avanza el cierre mensual DB-GLCLOSE) y cada asiento
      *          pasado queda en gl_asientos.txt (trabajo + fecha
      *          del asiento + empresa) para no pasarlo dos veces.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR Version inicial.
      * 15-10-2026 AAR La empresa de la cabecera (DIA-C-EMPRESA, la
      *                graba PAYROLL-RELEASE por empresa) entra en la
      *                clave de asiento pasado y en gl_asientos.txt:
      *                el asiento de la segunda empresa del mismo
      *                trabajo y periodo ya no se rechaza.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-GLPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-GL ASSIGN TO "GL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-CUENTA
               FILE STATUS IS FS-GL.
           SELECT ARCH-DIARIO ASSIGN TO WS-NOMBRE-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIA.
           SELECT ARCH-PERIODO ASSIGN TO "gl_periodo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PER.
           SELECT ARCH-ASIENTOS ASSIGN TO "gl_asientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASI.
           SELECT ARCH-AUDITORIA ASSIGN TO "audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUD.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    MAESTRO DEL MAYOR: UNA ENTRADA POR CUENTA CONTABLE. EL      *
      *    SALDO DE LA CUENTA ES GL-SALDO-APERTURA (INICIO DEL         *
      *    EJERCICIO) + GL-DEBE-EJE - GL-HABER-EJE; POSITIVO = SALDO   *
      *    DEUDOR, NEGATIVO = SALDO ACREEDOR.                          *
      *----------------------------------------------------------------*
       FD  ARCH-GL
           RECORD CONTAINS 150 CHARACTERS.
       01  GL-REG.
           05 GL-CUENTA        PIC X(12).
           05 GL-DESCRIPCION   PIC X(30).
           05 GL-PERIODO       PIC 9(6).
           05 GL-DEBE-PER      PIC 9(13)V99.
           05 GL-HABER-PER     PIC 9(13)V99.
           05 GL-DEBE-EJE      PIC 9(13)V99.
           05 GL-HABER-EJE     PIC 9(13)V99.
           05 GL-SALDO-APERTURA PIC S9(13)V99.
           05 GL-FECHA-ULT-MOV PIC 9(8).
           05 GL-VERSION       PIC X(1).
               88 GL-LAYOUT-V1     VALUE "1".
           05 FILLER           PIC X(18).

       FD  ARCH-DIARIO.
       01  REG-DIARIO          PIC X(100).
       01  REG-DIA-CABECERA REDEFINES REG-DIARIO.
           05 DIA-C-TIPO       PIC X(1).
           05 DIA-C-JOB        PIC X(12).
           05 DIA-C-FECHA-PER  PIC 9(8).
           05 DIA-C-FECHA-GEN  PIC 9(8).
           05 DIA-C-EMPRESA    PIC X(2).
           05 FILLER           PIC X(69).
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

       FD  ARCH-PERIODO.
       01  REG-PERIODO.
           05 PER-ABIERTO      PIC 9(6).
           05 PER-ULT-CERRADO  PIC 9(6).

       FD  ARCH-ASIENTOS.
       01  REG-ASIENTO.
           05 ASI-JOB          PIC X(12).
           05 ASI-FECHA-PER    PIC 9(8).
           05 ASI-FECHA-GEN    PIC 9(8).
           05 ASI-FECHA-PASE   PIC 9(8).
           05 ASI-DEBE         PIC 9(13)V99.
           05 ASI-LINEAS       PIC 9(5).
           05 ASI-EMPRESA      PIC X(2).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA       PIC X(132).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-GL               PIC XX.
       01  FS-DIA              PIC XX.
       01  FS-PER              PIC XX.
       01  FS-ASI              PIC XX.
       01  FS-AUD              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).
       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-USUARIO     PIC X(10).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).
       01  WS-LAY-ARCHIVO      PIC X(20).
       01  WS-LAY-VERSION      PIC X(2).
       01  WS-LAY-LONGITUD     PIC 9(4).
       01  WS-LAY-RESULTADO    PIC X(1).
       01  WS-LAY-INFO         PIC X(40).
       01  WS-AUD-FECHA        PIC 9(8).
       01  WS-AUD-HORA         PIC 9(8).
       01  WS-LINEA-AUD        PIC X(132).

       01  WS-NOMBRE-DIARIO    PIC X(40).
       01  WS-FIN              PIC X VALUE "N".
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-PERIODO-ABIERTO  PIC 9(6) VALUE 0.
       01  WS-ULT-CERRADO      PIC 9(6) VALUE 0.
       01  WS-HAY-PERIODO      PIC X VALUE "N".
       01  WS-PERIODO-ASIENTO  PIC 9(6) VALUE 0.
       01  WS-MOTIVO           PIC X(50) VALUE SPACES.

       01  WS-CAB-JOB          PIC X(12) VALUE SPACES.
       01  WS-CAB-FECHA-PER    PIC 9(8) VALUE 0.
       01  WS-CAB-FECHA-GEN    PIC 9(8) VALUE 0.
       01  WS-CAB-EMPRESA      PIC X(2) VALUE SPACES.
       01  WS-COLA-DEBE        PIC 9(13)V99 VALUE 0.
       01  WS-COLA-HABER       PIC 9(13)V99 VALUE 0.
       01  WS-COLA-LINEAS      PIC 9(5) VALUE 0.
       01  WS-CANT-CABECERAS   PIC 9(5) VALUE 0.
       01  WS-CANT-COLAS       PIC 9(5) VALUE 0.
       01  WS-CANT-LINEAS      PIC 9(5) VALUE 0.
       01  WS-CANT-RAROS       PIC 9(5) VALUE 0.
       01  WS-SUMA-DEBE        PIC 9(13)V99 VALUE 0.
       01  WS-SUMA-HABER       PIC 9(13)V99 VALUE 0.

       01  WS-CONT-PASADAS     PIC 9(5) VALUE 0.
       01  WS-CONT-CTAS-NUEVAS PIC 9(5) VALUE 0.
       01  WS-CONT-ERRORES     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "       PASE DE ASIENTOS AL MAYOR GENERAL        "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "ARCHIVO DE ASIENTO (nomina_diario.txt, "
               "banca_diario.txt): "
           ACCEPT WS-NOMBRE-DIARIO
           IF WS-NOMBRE-DIARIO = SPACES
               MOVE "banca_diario.txt" TO WS-NOMBRE-DIARIO
           END-IF

           PERFORM LEER-PERIODO

      *    PRIMERA PASADA: NADA SE ACUMULA SI EL ASIENTO NO VALIDA.
           PERFORM VALIDAR-DIARIO THRU VALIDAR-DIARIO-EXIT
           IF WS-MOTIVO NOT = SPACES
               DISPLAY "** ASIENTO RECHAZADO: " WS-MOTIVO " **"
               MOVE WS-NOMBRE-DIARIO(1:20) TO WS-ERR-ARCHIVO
               MOVE "99" TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "GL" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "GLPOST" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "GL.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ARCH-GL
           IF FS-GL = "35"
               OPEN OUTPUT ARCH-GL
               CLOSE ARCH-GL
               OPEN I-O ARCH-GL
           END-IF
           IF FS-GL NOT = "00"
               DISPLAY "ERROR AL ABRIR GL.IDX. FS=" FS-GL
               MOVE "GL.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-GL TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS

      *    PRIMER ASIENTO DE LA HISTORIA: SU PERIODO QUEDA ABIERTO.
           IF WS-HAY-PERIODO = "N"
               MOVE WS-PERIODO-ASIENTO TO WS-PERIODO-ABIERTO
               PERFORM GRABAR-PERIODO
           END-IF

           PERFORM PASAR-DIARIO
           CLOSE ARCH-GL

           PERFORM REGISTRAR-ASIENTO
           PERFORM GRABAR-AUDITORIA
           PERFORM LIBERAR-CANDADO

           DISPLAY "-----------------------------------------------"
           DISPLAY "ASIENTO:            " WS-CAB-JOB " "
               WS-CAB-FECHA-PER " " WS-CAB-EMPRESA
           DISPLAY "PERIODO:            " WS-PERIODO-ABIERTO
           DISPLAY "LINEAS PASADAS:     " WS-CONT-PASADAS
           DISPLAY "CUENTAS NUEVAS:     " WS-CONT-CTAS-NUEVAS
           DISPLAY "DEBE = HABER:       " WS-SUMA-DEBE
           IF WS-CONT-ERRORES > 0
               DISPLAY "** " WS-CONT-ERRORES " LINEAS CON ERROR DE "
                   "GRABACION. REVISAR errores.log. **"
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

       LEER-PERIODO.
           OPEN INPUT ARCH-PERIODO
           IF FS-PER = "00"
               READ ARCH-PERIODO
                   AT END CONTINUE
                   NOT AT END
                       MOVE PER-ABIERTO TO WS-PERIODO-ABIERTO
                       MOVE PER-ULT-CERRADO TO WS-ULT-CERRADO
                       MOVE "S" TO WS-HAY-PERIODO
               END-READ
               CLOSE ARCH-PERIODO
           END-IF.

       GRABAR-PERIODO.
           OPEN OUTPUT ARCH-PERIODO
           MOVE WS-PERIODO-ABIERTO TO PER-ABIERTO
           MOVE WS-ULT-CERRADO TO PER-ULT-CERRADO
           WRITE REG-PERIODO
           CLOSE ARCH-PERIODO.

      *----------------------------------------------------------------*
      *    VALIDAR-DIARIO                                              *
      *    Lectura completa del asiento sin tocar el mayor: una sola   *
      *    cabecera al principio, una sola cola al final, cantidad de  *
      *    lineas y totales de la cola iguales a lo recontado, debe =  *
      *    haber, periodo del asiento abierto y asiento no pasado.     *
      *    Cualquier falla deja el motivo en WS-MOTIVO.                *
      *----------------------------------------------------------------*
       VALIDAR-DIARIO.
           MOVE SPACES TO WS-MOTIVO
           OPEN INPUT ARCH-DIARIO
           IF FS-DIA NOT = "00"
               MOVE SPACES TO WS-MOTIVO
               STRING "NO SE PUEDE ABRIR EL ASIENTO. FS=" FS-DIA
                   INTO WS-MOTIVO
               END-STRING
               GO TO VALIDAR-DIARIO-EXIT
           END-IF
           MOVE "N" TO WS-FIN
           PERFORM LEER-DIARIO
           PERFORM UNTIL WS-FIN = "S"
               EVALUATE DIA-C-TIPO
                   WHEN "C"
                       ADD 1 TO WS-CANT-CABECERAS
                       IF WS-CANT-LINEAS > 0 OR WS-CANT-COLAS > 0
                           ADD 1 TO WS-CANT-RAROS
                       END-IF
                       MOVE DIA-C-JOB TO WS-CAB-JOB
                       MOVE DIA-C-FECHA-PER TO WS-CAB-FECHA-PER
                       MOVE DIA-C-FECHA-GEN TO WS-CAB-FECHA-GEN
                       MOVE DIA-C-EMPRESA TO WS-CAB-EMPRESA
                   WHEN "D"
                       ADD 1 TO WS-CANT-LINEAS
                       ADD DIA-L-IMPORTE TO WS-SUMA-DEBE
                       IF WS-CANT-COLAS > 0
                           ADD 1 TO WS-CANT-RAROS
                       END-IF
                   WHEN "H"
                       ADD 1 TO WS-CANT-LINEAS
                       ADD DIA-L-IMPORTE TO WS-SUMA-HABER
                       IF WS-CANT-COLAS > 0
                           ADD 1 TO WS-CANT-RAROS
                       END-IF
                   WHEN "T"
                       ADD 1 TO WS-CANT-COLAS
                       MOVE DIA-T-DEBE TO WS-COLA-DEBE
                       MOVE DIA-T-HABER TO WS-COLA-HABER
                       MOVE DIA-T-LINEAS TO WS-COLA-LINEAS
                   WHEN OTHER
                       ADD 1 TO WS-CANT-RAROS
               END-EVALUATE
               PERFORM LEER-DIARIO
           END-PERFORM
           CLOSE ARCH-DIARIO

           IF WS-CANT-CABECERAS NOT = 1 OR WS-CANT-COLAS NOT = 1
                   OR WS-CANT-RAROS > 0
               MOVE "ESTRUCTURA C/D/H/T INVALIDA" TO WS-MOTIVO
               GO TO VALIDAR-DIARIO-EXIT
           END-IF
           IF WS-COLA-LINEAS NOT = WS-CANT-LINEAS
                   OR WS-COLA-DEBE NOT = WS-SUMA-DEBE
                   OR WS-COLA-HABER NOT = WS-SUMA-HABER
               MOVE "LA COLA NO CUADRA CON LAS LINEAS" TO WS-MOTIVO
               GO TO VALIDAR-DIARIO-EXIT
           END-IF
           IF WS-SUMA-DEBE NOT = WS-SUMA-HABER
               MOVE SPACES TO WS-MOTIVO
               STRING "DESCUADRADO: DEBE " WS-SUMA-DEBE
                   " HABER " WS-SUMA-HABER
                   INTO WS-MOTIVO
               END-STRING
               GO TO VALIDAR-DIARIO-EXIT
           END-IF

           MOVE WS-CAB-FECHA-PER(1:6) TO WS-PERIODO-ASIENTO
           IF WS-HAY-PERIODO = "S"
               IF WS-PERIODO-ASIENTO < WS-PERIODO-ABIERTO
                   MOVE SPACES TO WS-MOTIVO
                   STRING "PERIODO " WS-PERIODO-ASIENTO
                       " CERRADO (ABIERTO " WS-PERIODO-ABIERTO ")"
                       INTO WS-MOTIVO
                   END-STRING
                   GO TO VALIDAR-DIARIO-EXIT
               END-IF
               IF WS-PERIODO-ASIENTO > WS-PERIODO-ABIERTO
                   MOVE SPACES TO WS-MOTIVO
                   STRING "PERIODO " WS-PERIODO-ASIENTO
                       " NO ABIERTO (ABIERTO " WS-PERIODO-ABIERTO ")"
                       INTO WS-MOTIVO
                   END-STRING
                   GO TO VALIDAR-DIARIO-EXIT
               END-IF
           END-IF

           PERFORM BUSCAR-ASIENTO-PASADO.
       VALIDAR-DIARIO-EXIT.
           EXIT.

       LEER-DIARIO.
           READ ARCH-DIARIO
               AT END MOVE "S" TO WS-FIN
           END-READ.

      *    EL MISMO TRABAJO CON LA MISMA FECHA Y EMPRESA NO SE PASA
      *    DOS VECES (NOMINA DEJA UN ASIENTO POR EMPRESA; EL DIARIO DE
      *    BANCA VIENE CON EMPRESA EN BLANCO).
       BUSCAR-ASIENTO-PASADO.
           OPEN INPUT ARCH-ASIENTOS
           IF FS-ASI = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-ASIENTOS
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF ASI-JOB = WS-CAB-JOB
                                   AND ASI-FECHA-PER
                                       = WS-CAB-FECHA-PER
                                   AND ASI-EMPRESA = WS-CAB-EMPRESA
                               MOVE SPACES TO WS-MOTIVO
                               STRING "YA PASADO EL " ASI-FECHA-PASE
                                   INTO WS-MOTIVO
                               END-STRING
                               MOVE "S" TO WS-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-ASIENTOS
           END-IF.

      *----------------------------------------------------------------*
      *    PASAR-DIARIO                                                *
      *    Segunda pasada: cada linea D/H acumula en su cuenta del     *
      *    mayor; una cuenta que no existe se da de alta con la        *
      *    descripcion del concepto de la linea.                       *
      *----------------------------------------------------------------*
       PASAR-DIARIO.
           OPEN INPUT ARCH-DIARIO
           MOVE "N" TO WS-FIN
           PERFORM LEER-DIARIO
           PERFORM UNTIL WS-FIN = "S"
               IF DIA-L-TIPO = "D" OR DIA-L-TIPO = "H"
                   PERFORM PASAR-LINEA
               END-IF
               PERFORM LEER-DIARIO
           END-PERFORM
           CLOSE ARCH-DIARIO.

       PASAR-LINEA.
           MOVE DIA-L-CUENTA TO GL-CUENTA
           READ ARCH-GL
               INVALID KEY
                   MOVE SPACES TO GL-REG
                   MOVE DIA-L-CUENTA TO GL-CUENTA
                   MOVE DIA-L-CONCEPTO TO GL-DESCRIPCION
                   MOVE WS-PERIODO-ABIERTO TO GL-PERIODO
                   MOVE 0 TO GL-DEBE-PER
                   MOVE 0 TO GL-HABER-PER
                   MOVE 0 TO GL-DEBE-EJE
                   MOVE 0 TO GL-HABER-EJE
                   MOVE 0 TO GL-SALDO-APERTURA
                   MOVE "1" TO GL-VERSION
                   PERFORM ACUMULAR-LINEA
                   WRITE GL-REG
                   IF FS-GL = "00"
                       ADD 1 TO WS-CONT-CTAS-NUEVAS
                       ADD 1 TO WS-CONT-PASADAS
                   ELSE
                       PERFORM ERROR-GRABACION-GL
                   END-IF
               NOT INVALID KEY
                   PERFORM ACUMULAR-LINEA
                   REWRITE GL-REG
                   IF FS-GL = "00"
                       ADD 1 TO WS-CONT-PASADAS
                   ELSE
                       PERFORM ERROR-GRABACION-GL
                   END-IF
           END-READ.

       ACUMULAR-LINEA.
           IF DIA-L-TIPO = "D"
               ADD DIA-L-IMPORTE TO GL-DEBE-PER
               ADD DIA-L-IMPORTE TO GL-DEBE-EJE
           ELSE
               ADD DIA-L-IMPORTE TO GL-HABER-PER
               ADD DIA-L-IMPORTE TO GL-HABER-EJE
           END-IF
           MOVE WS-CAB-FECHA-PER TO GL-FECHA-ULT-MOV.

       ERROR-GRABACION-GL.
           ADD 1 TO WS-CONT-ERRORES
           DISPLAY "ERROR AL GRABAR CUENTA " GL-CUENTA ". FS=" FS-GL
           MOVE "GL.IDX" TO WS-ERR-ARCHIVO
           MOVE FS-GL TO WS-ERR-FS
           PERFORM REGISTRAR-ERROR.

       REGISTRAR-ASIENTO.
           OPEN EXTEND ARCH-ASIENTOS
           IF FS-ASI = "35"
               OPEN OUTPUT ARCH-ASIENTOS
           END-IF
           MOVE SPACES TO REG-ASIENTO
           MOVE WS-CAB-JOB TO ASI-JOB
           MOVE WS-CAB-FECHA-PER TO ASI-FECHA-PER
           MOVE WS-CAB-FECHA-GEN TO ASI-FECHA-GEN
           MOVE WS-FECHA-HOY TO ASI-FECHA-PASE
           MOVE WS-SUMA-DEBE TO ASI-DEBE
           MOVE WS-CONT-PASADAS TO ASI-LINEAS
           MOVE WS-CAB-EMPRESA TO ASI-EMPRESA
           WRITE REG-ASIENTO
           CLOSE ARCH-ASIENTOS.

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
               " USUARIO=GLPOST" DELIMITED BY SIZE
               " ACCION=PASE-GL" DELIMITED BY SIZE
               " ASIENTO=" WS-CAB-JOB DELIMITED BY SPACE
               " FECHA=" WS-CAB-FECHA-PER DELIMITED BY SIZE
               " EMPRESA=" WS-CAB-EMPRESA DELIMITED BY SIZE
               " DEBE=" WS-SUMA-DEBE DELIMITED BY SIZE
               " LINEAS=" WS-CONT-PASADAS DELIMITED BY SIZE
               INTO WS-LINEA-AUD
           END-STRING
           WRITE REG-AUDITORIA FROM WS-LINEA-AUD
           CLOSE ARCH-AUDITORIA.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA GL V01/150.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "GL.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 150 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF.

       DETENER-POR-LAYOUT.
           CLOSE ARCH-GL
           PERFORM LIBERAR-CANDADO
           MOVE 1 TO RETURN-CODE
           STOP RUN.

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
               " PROGRAMA=DB-GLPOST" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-GLPOST.
