      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Envio diario a compensacion de las transferencias a
      *          otro banco capturadas por ventanilla (EX02-CICS-GET,
      *          opcion 9). Toma de TRANSFERENCIAS.IDX toda orden
      *          PENDIENTE con fecha hasta la de negocio y arma el
      *          archivo de salida a la camara
      *          (transf_salida_AAAAMMDD_NN.txt, NN = lote del dia)
      *          con cabecera H (fecha de negocio, lote, fecha y hora
      *          de generacion), un detalle D por orden (banco,
      *          cuenta y nombre del beneficiario, importe, fecha y
      *          numero de la orden, cuenta ordenante) y cola T con
      *          cantidad y total de control. Cada orden enviada
      *          queda ENVIADA con el lote; una orden que no se pudo
      *          marcar no entra al archivo y sale en el lote
      *          siguiente. El reporte transf_salida_rep.txt (spool
      *          TRANSF-SAL) cruza ademas el total de ordenes del dia
      *          contra los movimientos tipo B del libro; una
      *          diferencia termina con RETURN-CODE 1. Correrlo de
      *          nuevo arma un lote nuevo solo con lo que quedo
      *          pendiente.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-IBXFER-OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFERENCIAS ASSIGN TO "TRANSFERENCIAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRS-CLAVE
               FILE STATUS IS FS-TRS.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT ARCH-SALIDA ASSIGN TO WS-NOMBRE-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SAL.
           SELECT ARCH-REPORTE ASSIGN TO "transf_salida_rep.txt"
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
       FD  TRANSFERENCIAS
           RECORD CONTAINS 140 CHARACTERS.
       01  TRANSF-REG.
           05 TRS-CLAVE.
               10 TRS-FECHA     PIC 9(8).
               10 TRS-NUMERO    PIC 9(8).
           05 TRS-CUENTA       PIC 9(8).
           05 TRS-CLI-ID       PIC 9(5).
           05 TRS-SUCURSAL     PIC X(3).
           05 TRS-IMPORTE      PIC 9(7)V99.
           05 TRS-BANCO        PIC X(4).
           05 TRS-CTA-BENEF    PIC X(20).
           05 TRS-NOMBRE-BENEF PIC X(30).
           05 TRS-ESTADO       PIC X(1).
               88 TRS-PENDIENTE    VALUE "P".
               88 TRS-ENVIADA      VALUE "E".
               88 TRS-DEVUELTA     VALUE "D".
           05 TRS-FECHA-ESTADO PIC 9(8).
           05 TRS-LOTE         PIC 9(6).
           05 TRS-MOTIVO       PIC X(4).
           05 TRS-OPERADOR     PIC X(10).
           05 TRS-HORA         PIC 9(8).
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
           05 MOV-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(2).

      *----------------------------------------------------------------*
      *    ARCHIVO A COMPENSACION: CABECERA H, DETALLES D Y COLA T.    *
      *----------------------------------------------------------------*
       FD  ARCH-SALIDA.
       01  REG-SALIDA          PIC X(100).
       01  REG-SAL-CABECERA REDEFINES REG-SALIDA.
           05 CSH-TIPO-REG     PIC X(1).
           05 CSH-FECHA        PIC 9(8).
           05 CSH-LOTE         PIC 9(6).
           05 CSH-FECHA-GENERA PIC 9(8).
           05 CSH-HORA-GENERA  PIC 9(8).
           05 FILLER           PIC X(69).
       01  REG-SAL-DETALLE REDEFINES REG-SALIDA.
           05 CSD-TIPO-REG     PIC X(1).
           05 CSD-BANCO        PIC X(4).
           05 CSD-CTA-BENEF    PIC X(20).
           05 CSD-NOMBRE-BENEF PIC X(30).
           05 CSD-IMPORTE      PIC 9(7)V99.
           05 CSD-FECHA-ORDEN  PIC 9(8).
           05 CSD-NUMERO       PIC 9(8).
           05 CSD-CTA-ORDENANTE PIC 9(8).
           05 CSD-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(9).
       01  REG-SAL-COLA REDEFINES REG-SALIDA.
           05 CST-TIPO-REG     PIC X(1).
           05 CST-CANTIDAD     PIC 9(6).
           05 CST-TOTAL        PIC 9(11)V99.
           05 FILLER           PIC X(80).

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
       01  FS-TRS              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-SAL              PIC XX.
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
       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-USUARIO     PIC X(10).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).
       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-HORA-HOY         PIC 9(8) VALUE 0.
       01  WS-NOMBRE-SALIDA    PIC X(40).
       01  WS-LOTE             PIC 9(6) VALUE 0.
       01  WS-LOTE-NOMBRE      PIC 9(2) VALUE 0.

       01  WS-FIN-TRS          PIC X VALUE "N".
       01  WS-FIN-MOV          PIC X VALUE "N".
       01  WS-FIN-RCT          PIC X VALUE "N".
       01  WS-HAY-LIBRO        PIC X VALUE "N".

       01  WS-CONT-ENVIADAS    PIC 9(6) VALUE 0.
       01  WS-TOT-ENVIADAS     PIC 9(11)V99 VALUE 0.
       01  WS-CONT-NO-MARCADAS PIC 9(6) VALUE 0.
       01  WS-CONT-DIA         PIC 9(6) VALUE 0.
       01  WS-TOT-DIA          PIC 9(11)V99 VALUE 0.
       01  WS-CONT-LIBRO       PIC 9(6) VALUE 0.
       01  WS-TOT-LIBRO        PIC 9(11)V99 VALUE 0.
       01  WS-CUADRA           PIC X VALUE "S".

       01  WS-LINEA            PIC X(100).
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-IMPORTE       PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-CANT          PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   ENVIO DE TRANSFERENCIAS A OTROS BANCOS       "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO

      *    LA VENTANILLA GRABA ORDENES BAJO EL CANDADO DE CUENTAS: CON
      *    EL CANDADO TOMADO NINGUNA ORDEN NUEVA ENTRA A MITAD DEL LOTE.
           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "TRANSFSAL" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O TRANSFERENCIAS
           IF FS-TRS = "35"
               DISPLAY "SIN TRANSFERENCIAS.IDX: NO HAY ORDENES A "
                   "OTROS BANCOS."
               PERFORM LIBERAR-CANDADO
               DISPLAY "FIN DEL PROGRAMA."
               STOP RUN
           END-IF
           IF FS-TRS NOT = "00"
               DISPLAY "ERROR AL ABRIR TRANSFERENCIAS.IDX. FS=" FS-TRS
               MOVE "TRANSFERENCIAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-TRS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS

           PERFORM ASIGNAR-LOTE
           MOVE WS-LOTE TO WS-LOTE-NOMBRE
           MOVE SPACES TO WS-NOMBRE-SALIDA
           STRING "transf_salida_" WS-FECHA-NEGOCIO "_"
               WS-LOTE-NOMBRE ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-SALIDA
           END-STRING
           OPEN OUTPUT ARCH-SALIDA
           IF FS-SAL NOT = "00"
               DISPLAY "NO SE PUDO CREAR " WS-NOMBRE-SALIDA
                   " FS=" FS-SAL
               MOVE WS-NOMBRE-SALIDA(1:20) TO WS-ERR-ARCHIVO
               MOVE FS-SAL TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE TRANSFERENCIAS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-REPORTE
           PERFORM ENCABEZAR-REPORTE

           MOVE SPACES TO REG-SALIDA
           MOVE "H" TO CSH-TIPO-REG
           MOVE WS-FECHA-NEGOCIO TO CSH-FECHA
           MOVE WS-LOTE TO CSH-LOTE
           MOVE WS-FECHA-HOY TO CSH-FECHA-GENERA
           MOVE WS-HORA-HOY TO CSH-HORA-GENERA
           WRITE REG-SALIDA

           MOVE LOW-VALUES TO TRS-CLAVE
           START TRANSFERENCIAS KEY IS NOT LESS THAN TRS-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-TRS
           END-START
           PERFORM UNTIL WS-FIN-TRS = "S"
               READ TRANSFERENCIAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-TRS
                   NOT AT END
                       IF TRS-FECHA = WS-FECHA-NEGOCIO
                           ADD 1 TO WS-CONT-DIA
                           ADD TRS-IMPORTE TO WS-TOT-DIA
                       END-IF
                       IF TRS-PENDIENTE
                               AND TRS-FECHA NOT > WS-FECHA-NEGOCIO
                           PERFORM ENVIAR-ORDEN
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REG-SALIDA
           MOVE "T" TO CST-TIPO-REG
           MOVE WS-CONT-ENVIADAS TO CST-CANTIDAD
           MOVE WS-TOT-ENVIADAS TO CST-TOTAL
           WRITE REG-SALIDA
           CLOSE ARCH-SALIDA
           CLOSE TRANSFERENCIAS

           PERFORM SUMAR-LIBRO
           PERFORM LIBERAR-CANDADO
           IF WS-HAY-LIBRO = "S"
               IF WS-CONT-LIBRO NOT = WS-CONT-DIA
                       OR WS-TOT-LIBRO NOT = WS-TOT-DIA
                   MOVE "N" TO WS-CUADRA
               END-IF
           END-IF
           IF WS-CONT-NO-MARCADAS > 0
               MOVE "N" TO WS-CUADRA
           END-IF
           PERFORM CERRAR-REPORTE
           PERFORM GRABAR-RUN-CONTROL

           DISPLAY "-----------------------------------------------"
           DISPLAY "LOTE " WS-LOTE " EN " WS-NOMBRE-SALIDA
           DISPLAY "ORDENES ENVIADAS:        " WS-CONT-ENVIADAS
               "  " WS-TOT-ENVIADAS
           DISPLAY "NO MARCADAS (PROX. LOTE):" WS-CONT-NO-MARCADAS
           DISPLAY "ORDENES DEL DIA:         " WS-CONT-DIA
               "  " WS-TOT-DIA
           IF WS-HAY-LIBRO = "S"
               DISPLAY "MOVIMIENTOS TIPO B:      " WS-CONT-LIBRO
                   "  " WS-TOT-LIBRO
           ELSE
               DISPLAY "SIN LIBRO DE MOVIMIENTOS: NO SE CRUZA."
           END-IF
           DISPLAY "CONTROL: transf_salida_rep.txt"
           IF WS-CUADRA NOT = "S"
               DISPLAY "** LAS ORDENES NO CUADRAN CON EL LIBRO O "
                   "QUEDARON SIN MARCAR. REVISAR ANTES DE ENVIAR. **"
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

      *-----------------------------------------------------------------
      * EL LOTE ES EL SIGUIENTE A LOS YA ENVIADOS EN LA FECHA DE
      * NEGOCIO SEGUN runctl.txt.
      *-----------------------------------------------------------------
       ASIGNAR-LOTE.
           MOVE 1 TO WS-LOTE
           OPEN INPUT ARCH-RUNCTL
           IF FS-RCT = "00"
               MOVE "N" TO WS-FIN-RCT
               PERFORM LEER-RUNCTL
               PERFORM UNTIL WS-FIN-RCT = "S"
                   IF RCT-JOB = "TRANSF-SAL"
                           AND RCT-FECHA = WS-FECHA-NEGOCIO
                       ADD 1 TO WS-LOTE
                   END-IF
                   PERFORM LEER-RUNCTL
               END-PERFORM
               CLOSE ARCH-RUNCTL
           END-IF.

       LEER-RUNCTL.
           READ ARCH-RUNCTL
               AT END MOVE "S" TO WS-FIN-RCT
           END-READ.

      *----------------------------------------------------------------*
      *    ENVIAR-ORDEN                                                *
      *    La orden se marca ENVIADA antes de escribir su detalle: si  *
      *    la marca falla no sale en este lote y queda pendiente, en   *
      *    vez de salir dos veces.                                     *
      *----------------------------------------------------------------*
       ENVIAR-ORDEN.
           MOVE "E" TO TRS-ESTADO
           MOVE WS-FECHA-NEGOCIO TO TRS-FECHA-ESTADO
           MOVE WS-LOTE TO TRS-LOTE
           REWRITE TRANSF-REG
           IF FS-TRS NOT = "00"
               MOVE "TRANSFERENCIAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-TRS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               ADD 1 TO WS-CONT-NO-MARCADAS
               DISPLAY "  ORDEN " TRS-FECHA "/" TRS-NUMERO
                   " NO SE PUDO MARCAR: QUEDA PENDIENTE."
           ELSE
               MOVE SPACES TO REG-SALIDA
               MOVE "D" TO CSD-TIPO-REG
               MOVE TRS-BANCO TO CSD-BANCO
               MOVE TRS-CTA-BENEF TO CSD-CTA-BENEF
               MOVE TRS-NOMBRE-BENEF TO CSD-NOMBRE-BENEF
               MOVE TRS-IMPORTE TO CSD-IMPORTE
               MOVE TRS-FECHA TO CSD-FECHA-ORDEN
               MOVE TRS-NUMERO TO CSD-NUMERO
               MOVE TRS-CUENTA TO CSD-CTA-ORDENANTE
               MOVE TRS-SUCURSAL TO CSD-SUCURSAL
               WRITE REG-SALIDA
               ADD 1 TO WS-CONT-ENVIADAS
               ADD TRS-IMPORTE TO WS-TOT-ENVIADAS
               MOVE TRS-IMPORTE TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA
               STRING TRS-FECHA " " TRS-NUMERO " " TRS-CUENTA " "
                   TRS-BANCO " " TRS-CTA-BENEF " "
                   TRS-NOMBRE-BENEF(1:20) " " WS-ED-IMPORTE
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
           END-IF.

      *    LAS ORDENES DEL DIA (EN CUALQUIER ESTADO) DEBEN SUMAR LO
      *    MISMO QUE LOS DEBITOS TIPO B DEL LIBRO EN LA MISMA FECHA.
       SUMAR-LIBRO.
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOV NOT = "00"
               MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-MOV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE "MOVIMIENTOS.IDX" TO WS-LAY-ARCHIVO
               MOVE "01" TO WS-LAY-VERSION
               MOVE 68 TO WS-LAY-LONGITUD
               CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
                   WS-LAY-VERSION WS-LAY-LONGITUD
                   WS-LAY-RESULTADO WS-LAY-INFO
               IF WS-LAY-RESULTADO = "N"
                   DISPLAY "** QUIEBRE DE LAYOUT EN "
                       WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
                   DISPLAY "EL LOTE QUEDO ARMADO; NO SE CRUZA EL LIBRO."
                   MOVE "N" TO WS-CUADRA
               ELSE
                   MOVE "S" TO WS-HAY-LIBRO
                   MOVE "N" TO WS-FIN-MOV
                   PERFORM UNTIL WS-FIN-MOV = "S"
                       READ ARCH-MOVIMIENTOS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIN-MOV
                           NOT AT END
                               IF MOV-FECHA = WS-FECHA-NEGOCIO
                                       AND MOV-TIPO = "B"
                                   ADD 1 TO WS-CONT-LIBRO
                                   ADD MOV-IMPORTE TO WS-TOT-LIBRO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ARCH-MOVIMIENTOS
           END-IF.

       ENCABEZAR-REPORTE.
           MOVE SPACES TO WS-LINEA
           STRING "TRANSFERENCIAS A OTROS BANCOS - FECHA "
               WS-FECHA-NEGOCIO " LOTE " WS-LOTE
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "FECHA    NUMERO   CUENTA   BCO  CTA BENEFICIARIO"
               "     NOMBRE                    IMPORTE"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA.

      *----------------------------------------------------------------*
      *    CERRAR-REPORTE                                              *
      *    Total del lote, ordenes que quedaron sin marcar y cruce de  *
      *    las ordenes del dia contra el libro.                        *
      *----------------------------------------------------------------*
       CERRAR-REPORTE.
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-CONT-ENVIADAS TO WS-ED-CANT
           MOVE WS-TOT-ENVIADAS TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "TOTAL DEL LOTE          " WS-ED-CANT " "
               WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           IF WS-CONT-NO-MARCADAS > 0
               MOVE WS-CONT-NO-MARCADAS TO WS-ED-CANT
               MOVE SPACES TO WS-LINEA
               STRING "** SIN MARCAR (PROX. LOTE) " WS-ED-CANT
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
           END-IF
           MOVE WS-CONT-DIA TO WS-ED-CANT
           MOVE WS-TOT-DIA TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "ORDENES DEL DIA         " WS-ED-CANT " "
               WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           IF WS-HAY-LIBRO = "S"
               MOVE WS-CONT-LIBRO TO WS-ED-CANT
               MOVE WS-TOT-LIBRO TO WS-ED-TOTAL
               MOVE SPACES TO WS-LINEA
               STRING "MOVIMIENTOS TIPO B      " WS-ED-CANT " "
                   WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA
           IF WS-CUADRA = "S"
               MOVE "CONTROL: CUADRA." TO WS-LINEA
           ELSE
               MOVE "CONTROL: ** NO CUADRA, REVISAR ANTES DE ENVIAR **"
                   TO WS-LINEA
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA
           CLOSE ARCH-REPORTE

           MOVE "TRANSF-SAL" TO WS-SPOOL-REPORTE
           MOVE "transf_salida_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: CADA LOTE DE LA FECHA DE NEGOCIO QUEDA
      * REGISTRADO EN runctl.txt (Y NUMERA EL LOTE SIGUIENTE).
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "TRANSF-SAL" TO RCT-JOB
           MOVE WS-FECHA-NEGOCIO TO RCT-FECHA
           IF WS-CUADRA = "S"
               MOVE "ENVIADO" TO RCT-ESTADO
           ELSE
               MOVE "DIFERENCIA" TO RCT-ESTADO
           END-IF
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA TRANSFERENCIAS V01/140 Y
      * MOVIMIENTOS V01/68 (ESTE AL ABRIR EL LIBRO).
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "TRANSFERENCIAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 140 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               DISPLAY "SE ABORTA SIN ENVIAR."
               CLOSE TRANSFERENCIAS
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
               " PROGRAMA=DB-IBXFER-OUT" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-IBXFER-OUT.
