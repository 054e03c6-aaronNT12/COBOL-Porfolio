      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Saldos no reclamados de cuentas dormidas, para
      *          entregarlos al Estado como manda la ley: DB-DORMANT
      *          marca la cuenta en D, pero el saldo quedaba en el
      *          banco para siempre. Corrida anual en dos fases sobre
      *          la fecha de negocio:
      *          - Fase A (avisos): toda cuenta dormida con saldo y
      *            sin movimiento del cliente (D, R, T, Q, E, P, B, M;
      *            lo que postea el banco no cuenta) desde hace los
      *            anios legales de noreclamados_param.txt queda
      *            avisada en NORECLAMADOS.IDX y sale una carta de
      *            preaviso al ultimo CLI-DIRECCION
      *            (cartas_noreclamados.txt, spool AVISO-NORECL).
      *          - Fase T (transferencia): vencida la ventana de
      *            aviso, el saldo de cada cuenta avisada que siga
      *            sin actividad sale con movimiento tipo N (saldo
      *            no reclamado entregado al Estado; la contrapartida
      *            la da el plan de cuentas contable), y se emite el
      *            informe regulatorio con los datos del titular
      *            (noreclamados_rep.txt, spool NO-RECLAMADOS). Si el
      *            cliente volvio a operar el aviso queda anulado.
      *          Las cuentas con retenciones de fondos activas o con
      *          sucesion registrada no se entregan. El reintegro al
      *          cliente que se presenta despues lo hace
      *          DB-ESCHEAT-CLAIM.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-ESCHEAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NORECLAMADOS ASSIGN TO "NORECLAMADOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NRC-CLAVE
               ALTERNATE RECORD KEY IS NRC-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-NRC.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT IDENTIDAD ASSIGN TO "IDENTIDAD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDN-CLI-ID
               ALTERNATE RECORD KEY IS IDN-DOCUMENTO
               FILE STATUS IS FS-IDN.
           SELECT SUCESIONES ASSIGN TO "SUCESIONES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUC-CLI-ID
               FILE STATUS IS FS-SUC.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT ARCH-PARAM ASSIGN TO "noreclamados_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAR.
           SELECT ARCH-CARTAS ASSIGN TO "cartas_noreclamados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAR.
           SELECT ARCH-REPORTE ASSIGN TO "noreclamados_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  NORECLAMADOS
           RECORD CONTAINS 150 CHARACTERS.
       01  NORECLAMADO-REG.
           05 NRC-CLAVE.
               10 NRC-CUENTA       PIC 9(8).
               10 NRC-FECHA-AVISO  PIC 9(8).
           05 NRC-CLI-ID       PIC 9(5).
           05 NRC-MONEDA       PIC X(3).
           05 NRC-ULT-MOV      PIC 9(8).
           05 NRC-SALDO-AVISO  PIC 9(9)V99.
           05 NRC-ESTADO       PIC X(1).
               88 NRC-AVISADA      VALUE "A".
               88 NRC-TRANSFERIDA  VALUE "T".
               88 NRC-REINTEGRADA  VALUE "R".
               88 NRC-ANULADA      VALUE "X".
           05 NRC-FECHA-TRANSF PIC 9(8).
           05 NRC-IMPORTE-TRANSF PIC 9(9)V99.
           05 NRC-FECHA-REINT  PIC 9(8).
           05 NRC-IMPORTE-REINT PIC 9(9)V99.
           05 NRC-CUENTA-REINT PIC 9(8).
           05 NRC-USUARIO-REINT PIC X(10).
           05 NRC-FECHA-ANULA  PIC 9(8).
           05 FILLER           PIC X(42).

       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
           05 CTA-NUMERO       PIC 9(8).
           05 CTA-CLI-ID       PIC 9(5).
           05 CTA-TIPO         PIC X(1).
           05 CTA-SALDO        PIC 9(9)V99.
           05 CTA-ESTADO       PIC X(1).
               88 CTA-ACTIVA      VALUE "A" " ".
               88 CTA-INACTIVA    VALUE "I".
               88 CTA-DORMIDA     VALUE "D".
               88 CTA-CERRADA     VALUE "C".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
               88 CTA-MONEDA-LOCAL VALUE "LOC" "   ".
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

       FD  CLIENTES
           RECORD CONTAINS 185 CHARACTERS.
       01  CLIENTE-REG.
           05 CLI-ID           PIC 9(5).
           05 CLI-NOMBRE       PIC X(30).
           05 CLI-APELLIDO     PIC X(30).
           05 CLI-EDAD         PIC 99.
           05 CLI-SALDO        PIC 9(9)V99.
           05 CLI-ESTADO       PIC X(1).
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
           05 FILLER           PIC X(75).

       FD  SUCESIONES
           RECORD CONTAINS 400 CHARACTERS.
       01  SUCESION-REG.
           05 SUC-CLI-ID       PIC 9(5).
           05 FILLER           PIC X(395).

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
               88 MOV-DEL-CLIENTE  VALUE "D" "R" "T" "Q" "E" "P"
                                         "B" "M".
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 FILLER           PIC X(5).

       FD  ARCH-PARAM.
       01  REG-PARAM.
           05 PAR-ANIOS        PIC 9(2).
           05 PAR-DIAS-AVISO   PIC 9(3).

       FD  ARCH-CARTAS.
       01  REG-CARTA           PIC X(80).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(132).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-NRC              PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-IDN              PIC XX.
       01  FS-SUC              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-PAR              PIC XX.
       01  FS-CAR              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).

       01  WS-FASE             PIC X(1).
           88 WS-FASE-AVISOS       VALUE "A".
           88 WS-FASE-TRANSF       VALUE "T".
       01  WS-FIN              PIC X VALUE "N".
       01  WS-FIN-NRC          PIC X VALUE "N".
       01  WS-FIN-MOV          PIC X VALUE "N".
       01  WS-IDN-ABIERTO      PIC X VALUE "N".
       01  WS-SUC-ABIERTO      PIC X VALUE "N".
       01  WS-ANIOS            PIC 9(2) VALUE 10.
       01  WS-DIAS-AVISO       PIC 9(3) VALUE 90.
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-CORTE      PIC 9(8) VALUE 0.
       01  WS-FECHA-LIMITE     PIC 9(8) VALUE 0.
       01  WS-ULT-MOV          PIC 9(8) VALUE 0.
       01  WS-NRC-ABIERTA      PIC X VALUE "N".
       01  WS-EXCLUIDA         PIC X VALUE "N".
       01  WS-MOTIVO-EXCL      PIC X(20).
       01  WS-RETENIDO         PIC 9(9)V99 VALUE 0.
       01  WS-RET-RC           PIC X(2).
       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".

       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-IMPORTE      PIC 9(7)V99 VALUE 0.
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  WS-MOV-MAXIMO       PIC 9(7)V99 VALUE 9999999.99.
       01  WS-RESTO            PIC 9(9)V99 VALUE 0.
       01  WS-TRANSFERIDO      PIC 9(9)V99 VALUE 0.

       01  WS-LINEA            PIC X(80).
       01  WS-LINEA-REP        PIC X(132).
       01  WS-ED-SALDO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CONT-AVISOS      PIC 9(5) VALUE 0.
       01  WS-CONT-YA-AVISADAS PIC 9(5) VALUE 0.
       01  WS-CONT-EXCLUIDAS   PIC 9(5) VALUE 0.
       01  WS-CONT-TRANSF      PIC 9(5) VALUE 0.
       01  WS-CONT-ANULADAS    PIC 9(5) VALUE 0.
       01  WS-CONT-EN-VENTANA  PIC 9(5) VALUE 0.
       01  WS-TOT-AVISADO      PIC 9(11)V99 VALUE 0.
       01  WS-TOT-TRANSF       PIC 9(11)V99 VALUE 0.

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-USUARIO     PIC X(10).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   SALDOS NO RECLAMADOS (ENTREGA AL ESTADO)     "
           DISPLAY "==============================================="
           DISPLAY "FASE (A = AVISOS, T = TRANSFERENCIA): "
           ACCEPT WS-FASE
           MOVE FUNCTION UPPER-CASE(WS-FASE) TO WS-FASE
           IF NOT WS-FASE-AVISOS AND NOT WS-FASE-TRANSF
               DISPLAY "FASE INVALIDA."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARGAR-PARAMETRO
           PERFORM LEER-FECHA-NEGOCIO
      *    CORTE: LA FECHA DE NEGOCIO MENOS LOS ANIOS LEGALES (UN 29
      *    DE FEBRERO CAE AL 28 SI EL ANIO DE CORTE NO ES BISIESTO).
           COMPUTE WS-FECHA-CORTE = WS-FECHA-NEGOCIO
               - WS-ANIOS * 10000
           MOVE "V" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FECHA-CORTE
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00"
               SUBTRACT 1 FROM WS-FECHA-CORTE
           END-IF
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
               "  SIN MOVIMIENTO DEL CLIENTE DESDE: " WS-FECHA-CORTE
           DISPLAY "VENTANA DE AVISO: " WS-DIAS-AVISO " DIAS"

           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "NORECLAMA" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CUENTAS
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO
               STOP RUN
           END-IF
           OPEN I-O NORECLAMADOS
           IF FS-NRC = "35"
               OPEN OUTPUT NORECLAMADOS
               CLOSE NORECLAMADOS
               OPEN I-O NORECLAMADOS
           END-IF
           IF FS-NRC NOT = "00"
               DISPLAY "ERROR AL ABRIR NORECLAMADOS.IDX. FS=" FS-NRC
               MOVE "NORECLAMADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-NRC TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CUENTAS
               CLOSE CLIENTES
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO
               STOP RUN
           END-IF
           OPEN I-O ARCH-MOVIMIENTOS
           IF FS-MOV = "35"
               OPEN OUTPUT ARCH-MOVIMIENTOS
               CLOSE ARCH-MOVIMIENTOS
               OPEN I-O ARCH-MOVIMIENTOS
           END-IF
           OPEN INPUT SUCESIONES
           IF FS-SUC = "00"
               MOVE "S" TO WS-SUC-ABIERTO
           END-IF

           IF WS-FASE-AVISOS
               PERFORM FASE-AVISOS
           ELSE
               PERFORM FASE-TRANSFERENCIA
           END-IF

           IF WS-SUC-ABIERTO = "S"
               CLOSE SUCESIONES
           END-IF
           CLOSE ARCH-MOVIMIENTOS
           CLOSE NORECLAMADOS
           CLOSE CLIENTES
           CLOSE CUENTAS
           PERFORM LIBERAR-CANDADO
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *-----------------------------------------------------------------
      * LIBERA EL CANDADO DE CORRIDA DEL MAESTRO (RUN-LOCK).
      *-----------------------------------------------------------------
       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

       CARGAR-PARAMETRO.
           OPEN INPUT ARCH-PARAM
           IF FS-PAR = "00"
               READ ARCH-PARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-ANIOS > 0
                           MOVE PAR-ANIOS TO WS-ANIOS
                       END-IF
                       IF PAR-DIAS-AVISO > 0
                           MOVE PAR-DIAS-AVISO TO WS-DIAS-AVISO
                       END-IF
               END-READ
               CLOSE ARCH-PARAM
           END-IF.

      *----------------------------------------------------------------*
      *    FASE-AVISOS                                                 *
      *    Recorre las cuentas dormidas con saldo; las que pasaron el  *
      *    plazo legal sin aviso abierto quedan avisadas con carta.    *
      *----------------------------------------------------------------*
       FASE-AVISOS.
           OPEN OUTPUT ARCH-CARTAS
           MOVE "N" TO WS-FIN
           MOVE 0 TO CTA-NUMERO
           START CUENTAS KEY IS NOT LESS THAN CTA-NUMERO
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = "S"
               READ CUENTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF CTA-DORMIDA AND CTA-SALDO > 0
                           PERFORM EVALUAR-AVISO
                               THRU EVALUAR-AVISO-FIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-CARTAS
           MOVE "AVISO-NORECL" TO WS-SPOOL-REPORTE
           MOVE "cartas_noreclamados.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "AVISOS EMITIDOS:         " WS-CONT-AVISOS
           DISPLAY "SALDO AVISADO:           " WS-TOT-AVISADO
           DISPLAY "YA AVISADAS O ENTREGADAS:" WS-CONT-YA-AVISADAS
           DISPLAY "EXCLUIDAS:               " WS-CONT-EXCLUIDAS
           DISPLAY "CARTAS: cartas_noreclamados.txt".

       EVALUAR-AVISO.
           PERFORM BUSCAR-AVISO-ABIERTO
           IF WS-NRC-ABIERTA = "S"
               ADD 1 TO WS-CONT-YA-AVISADAS
               GO TO EVALUAR-AVISO-FIN
           END-IF
           PERFORM BUSCAR-ULTIMO-MOV-CLIENTE
           IF WS-ULT-MOV >= WS-FECHA-CORTE
               GO TO EVALUAR-AVISO-FIN
           END-IF
           PERFORM VERIFICAR-EXCLUSION
           IF WS-EXCLUIDA = "S"
               ADD 1 TO WS-CONT-EXCLUIDAS
               DISPLAY "CUENTA " CTA-NUMERO " EXCLUIDA: "
                   WS-MOTIVO-EXCL
               GO TO EVALUAR-AVISO-FIN
           END-IF

           MOVE SPACES TO NORECLAMADO-REG
           MOVE CTA-NUMERO TO NRC-CUENTA
           MOVE WS-FECHA-NEGOCIO TO NRC-FECHA-AVISO
           MOVE CTA-CLI-ID TO NRC-CLI-ID
           MOVE CTA-MONEDA TO NRC-MONEDA
           IF NRC-MONEDA = SPACES
               MOVE "LOC" TO NRC-MONEDA
           END-IF
           MOVE WS-ULT-MOV TO NRC-ULT-MOV
           MOVE CTA-SALDO TO NRC-SALDO-AVISO
           MOVE "A" TO NRC-ESTADO
           MOVE 0 TO NRC-FECHA-TRANSF
           MOVE 0 TO NRC-IMPORTE-TRANSF
           MOVE 0 TO NRC-FECHA-REINT
           MOVE 0 TO NRC-IMPORTE-REINT
           MOVE 0 TO NRC-CUENTA-REINT
           MOVE 0 TO NRC-FECHA-ANULA
           WRITE NORECLAMADO-REG
           IF FS-NRC NOT = "00"
               MOVE "NORECLAMADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-NRC TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               GO TO EVALUAR-AVISO-FIN
           END-IF
           ADD 1 TO WS-CONT-AVISOS
           ADD CTA-SALDO TO WS-TOT-AVISADO
           PERFORM ESCRIBIR-CARTA.
       EVALUAR-AVISO-FIN.
           EXIT.

      *    AVISO ABIERTO (A AVISADA O T TRANSFERIDA) DE LA CUENTA EN
      *    NORECLAMADOS.IDX; LOS ANULADOS Y REINTEGRADOS NO CUENTAN.
       BUSCAR-AVISO-ABIERTO.
           MOVE "N" TO WS-NRC-ABIERTA
           MOVE "N" TO WS-FIN-NRC
           MOVE CTA-NUMERO TO NRC-CUENTA
           MOVE 0 TO NRC-FECHA-AVISO
           START NORECLAMADOS KEY IS NOT LESS THAN NRC-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-NRC
           END-START
           PERFORM UNTIL WS-FIN-NRC = "S"
               READ NORECLAMADOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-NRC
               END-READ
               IF WS-FIN-NRC = "N"
                   IF NRC-CUENTA NOT = CTA-NUMERO
                       MOVE "S" TO WS-FIN-NRC
                   ELSE
                       IF NRC-AVISADA OR NRC-TRANSFERIDA
                           MOVE "S" TO WS-NRC-ABIERTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    ULTIMA FECHA DE MOVIMIENTO INICIADO POR EL CLIENTE EN LA
      *    CUENTA (0 = NINGUNO EN EL LIBRO VIVO).
       BUSCAR-ULTIMO-MOV-CLIENTE.
           MOVE 0 TO WS-ULT-MOV
           MOVE "N" TO WS-FIN-MOV
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE 0 TO MOV-FECHA
           MOVE 0 TO MOV-SECUENCIA
           START ARCH-MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-MOV
           END-START
           PERFORM UNTIL WS-FIN-MOV = "S"
               READ ARCH-MOVIMIENTOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-MOV
               END-READ
               IF WS-FIN-MOV = "N"
                   IF MOV-CUENTA NOT = CTA-NUMERO
                       MOVE "S" TO WS-FIN-MOV
                   ELSE
                       IF MOV-DEL-CLIENTE
                           MOVE MOV-FECHA TO WS-ULT-MOV
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    RETENCIONES DE FONDOS ACTIVAS (ORDEN JUDICIAL, SANCION,
      *    SUCESION) O TITULAR CON SUCESION REGISTRADA: NO SE ENTREGA.
       VERIFICAR-EXCLUSION.
           MOVE "N" TO WS-EXCLUIDA
           MOVE SPACES TO WS-MOTIVO-EXCL
           CALL "RETENCIONES-RUTINA" USING CTA-NUMERO WS-FECHA-NEGOCIO
               WS-RETENIDO WS-RET-RC
           IF WS-RETENIDO > 0
               MOVE "S" TO WS-EXCLUIDA
               MOVE "RETENCION ACTIVA" TO WS-MOTIVO-EXCL
           END-IF
           IF WS-SUC-ABIERTO = "S"
               MOVE CTA-CLI-ID TO SUC-CLI-ID
               READ SUCESIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-EXCLUIDA
                       MOVE "SUCESION REGISTRADA" TO WS-MOTIVO-EXCL
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      *    ESCRIBIR-CARTA                                              *
      *    Preaviso al ultimo domicilio conocido del titular, con el   *
      *    plazo para presentarse antes de la entrega al Estado.       *
      *----------------------------------------------------------------*
       ESCRIBIR-CARTA.
           MOVE CTA-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI-NOMBRE CLI-APELLIDO
                       CLI-DIRECCION
           END-READ
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
               + WS-DIAS-AVISO)
           MOVE CTA-SALDO TO WS-ED-SALDO

           MOVE ALL "=" TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "FECHA: " WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "SR/SRA " CLI-NOMBRE DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "       " CLI-APELLIDO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "       " CLI-DIRECCION DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE "REF: AVISO DE SALDO NO RECLAMADO" TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "SU CUENTA " CTA-NUMERO " (" NRC-MONEDA ") NO "
               "REGISTRA OPERACIONES SUYAS DESDE HACE MAS DE "
               WS-ANIOS DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "ANIOS. SALDO: " WS-ED-SALDO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "SI NO SE PRESENTA U OPERA LA CUENTA ANTES DEL "
               WS-FECHA-LIMITE "," DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "EL SALDO SE ENTREGARA AL ESTADO COMO SALDO NO "
               "RECLAMADO, SEGUN LA LEY." DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE "PODRA RECLAMARLO DESPUES EN CUALQUIER SUCURSAL."
               TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA.

      *----------------------------------------------------------------*
      *    FASE-TRANSFERENCIA                                          *
      *    Cada aviso A con la ventana vencida: si el cliente opero o  *
      *    la cuenta ya no esta dormida se anula; si hay retencion o   *
      *    sucesion queda pendiente; si no, el saldo sale como N.      *
      *----------------------------------------------------------------*
       FASE-TRANSFERENCIA.
           OPEN OUTPUT ARCH-REPORTE
           OPEN INPUT IDENTIDAD
           IF FS-IDN = "00"
               MOVE "S" TO WS-IDN-ABIERTO
           END-IF
           MOVE ALL "=" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "INFORME DE SALDOS NO RECLAMADOS ENTREGADOS AL "
               "ESTADO - FECHA " WS-FECHA-NEGOCIO
               " - SIN OPERACIONES DEL TITULAR DESDE "
               WS-FECHA-CORTE DELIMITED BY SIZE
               INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "CUENTA   MON ULT.OPER AVISO           IMPORTE "
               "CLI-ID TITULAR / DOMICILIO / DOCUMENTO"
               DELIMITED BY SIZE
               INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP

           MOVE "N" TO WS-FIN-NRC
           MOVE LOW-VALUES TO NRC-CLAVE
           START NORECLAMADOS KEY IS NOT LESS THAN NRC-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-NRC
           END-START
           PERFORM UNTIL WS-FIN-NRC = "S"
               READ NORECLAMADOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-NRC
                   NOT AT END
                       IF NRC-AVISADA
                           PERFORM EVALUAR-TRANSFERENCIA
                               THRU EVALUAR-TRANSFERENCIA-FIN
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-TOT-TRANSF TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING "CUENTAS ENTREGADAS: " WS-CONT-TRANSF
               "  IMPORTE TOTAL: " WS-ED-TOTAL
               "  (TODAS LAS MONEDAS)" DELIMITED BY SIZE
               INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "AVISOS ANULADOS POR ACTIVIDAD: " WS-CONT-ANULADAS
               "  EN VENTANA DE AVISO: " WS-CONT-EN-VENTANA
               "  RETENIDOS: " WS-CONT-EXCLUIDAS DELIMITED BY SIZE
               INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "=" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           IF WS-IDN-ABIERTO = "S"
               CLOSE IDENTIDAD
           END-IF
           CLOSE ARCH-REPORTE
           MOVE "NO-RECLAMADOS" TO WS-SPOOL-REPORTE
           MOVE "noreclamados_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "CUENTAS ENTREGADAS:      " WS-CONT-TRANSF
           DISPLAY "IMPORTE ENTREGADO:       " WS-TOT-TRANSF
           DISPLAY "AVISOS ANULADOS:         " WS-CONT-ANULADAS
           DISPLAY "EN VENTANA DE AVISO:     " WS-CONT-EN-VENTANA
           DISPLAY "RETENIDOS:               " WS-CONT-EXCLUIDAS
           DISPLAY "INFORME: noreclamados_rep.txt".

       EVALUAR-TRANSFERENCIA.
           MOVE "D" TO WS-FEC-FUNCION
           MOVE NRC-FECHA-AVISO TO WS-FEC-FECHA2
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               WS-FECHA-NEGOCIO WS-FEC-FECHA2
               WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00" OR WS-FEC-RESULTADO < WS-DIAS-AVISO
               ADD 1 TO WS-CONT-EN-VENTANA
               GO TO EVALUAR-TRANSFERENCIA-FIN
           END-IF

           MOVE NRC-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE "C" TO CTA-ESTADO
                   MOVE 0 TO CTA-SALDO
           END-READ
           PERFORM BUSCAR-ULTIMO-MOV-CLIENTE
           IF NOT CTA-DORMIDA OR CTA-SALDO = 0
                   OR WS-ULT-MOV >= NRC-FECHA-AVISO
               MOVE "X" TO NRC-ESTADO
               MOVE WS-FECHA-NEGOCIO TO NRC-FECHA-ANULA
               PERFORM REGRABAR-AVISO
               ADD 1 TO WS-CONT-ANULADAS
               GO TO EVALUAR-TRANSFERENCIA-FIN
           END-IF
           PERFORM VERIFICAR-EXCLUSION
           IF WS-EXCLUIDA = "S"
               ADD 1 TO WS-CONT-EXCLUIDAS
               DISPLAY "CUENTA " CTA-NUMERO " NO ENTREGADA: "
                   WS-MOTIVO-EXCL
               GO TO EVALUAR-TRANSFERENCIA-FIN
           END-IF

           PERFORM ENTREGAR-SALDO
           MOVE "T" TO NRC-ESTADO
           MOVE WS-FECHA-NEGOCIO TO NRC-FECHA-TRANSF
           MOVE WS-TRANSFERIDO TO NRC-IMPORTE-TRANSF
           PERFORM REGRABAR-AVISO
           ADD 1 TO WS-CONT-TRANSF
           ADD WS-TRANSFERIDO TO WS-TOT-TRANSF
           PERFORM ESCRIBIR-DETALLE-INFORME.
       EVALUAR-TRANSFERENCIA-FIN.
           EXIT.

       REGRABAR-AVISO.
           REWRITE NORECLAMADO-REG
           IF FS-NRC NOT = "00"
               MOVE "NORECLAMADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-NRC TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *    EL SALDO SALE EN MOVIMIENTOS N DE HASTA 9.999.999,99 (EL
      *    TOPE DE MOV-IMPORTE) Y LA CUENTA QUEDA EN CERO, DORMIDA.
       ENTREGAR-SALDO.
           MOVE CTA-SALDO TO WS-TRANSFERIDO
           MOVE CTA-SALDO TO WS-RESTO
           PERFORM UNTIL WS-RESTO = 0
               IF WS-RESTO > WS-MOV-MAXIMO
                   MOVE WS-MOV-MAXIMO TO WS-MOV-IMPORTE
               ELSE
                   MOVE WS-RESTO TO WS-MOV-IMPORTE
               END-IF
               SUBTRACT WS-MOV-IMPORTE FROM WS-RESTO
               MOVE WS-RESTO TO CTA-SALDO
               PERFORM GRABAR-MOVIMIENTO
           END-PERFORM
           REWRITE CUENTA-REG
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ACTUALIZAR LA CUENTA " CTA-NUMERO
                   ". FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

       GRABAR-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-MOV-FECHA TO MOV-FECHA
           MOVE WS-MOV-HORA TO MOV-HORA
           MOVE "N" TO MOV-TIPO
           MOVE WS-MOV-IMPORTE TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           MOVE NRC-FECHA-AVISO TO MOV-REFERENCIA
           MOVE 1 TO MOV-SECUENCIA
           MOVE "N" TO WS-MOV-GRABADO
           PERFORM UNTIL WS-MOV-GRABADO = "S"
                   OR MOV-SECUENCIA = 99999
               WRITE REG-MOVIMIENTO
               IF FS-MOV = "00"
                   MOVE "S" TO WS-MOV-GRABADO
               ELSE
                   IF FS-MOV = "22"
                       ADD 1 TO MOV-SECUENCIA
                   ELSE
                       MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
                       MOVE FS-MOV TO WS-ERR-FS
                       PERFORM REGISTRAR-ERROR
                       MOVE "S" TO WS-MOV-GRABADO
                   END-IF
               END-IF
           END-PERFORM.

      *    DATOS DEL TITULAR PARA EL INFORME REGULATORIO: NOMBRE,
      *    DOMICILIO Y DOCUMENTO (IDENTIDAD.IDX SI LO TIENE).
       ESCRIBIR-DETALLE-INFORME.
           MOVE NRC-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI-NOMBRE CLI-APELLIDO
                       CLI-DIRECCION CLI-TELEFONO
           END-READ
           MOVE SPACES TO IDENTIDAD-REG
           IF WS-IDN-ABIERTO = "S"
               MOVE NRC-CLI-ID TO IDN-CLI-ID
               READ IDENTIDAD
                   INVALID KEY MOVE SPACES TO IDN-DOCUMENTO
                       IDN-DOC-PAIS
               END-READ
           END-IF
           MOVE NRC-IMPORTE-TRANSF TO WS-ED-SALDO
           MOVE SPACES TO WS-LINEA-REP
           STRING NRC-CUENTA " " NRC-MONEDA " " NRC-ULT-MOV " "
               NRC-FECHA-AVISO " " WS-ED-SALDO " " NRC-CLI-ID " "
               CLI-NOMBRE " " CLI-APELLIDO DELIMITED BY SIZE
               INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "                                                "
               "       " CLI-DIRECCION " TEL " CLI-TELEFONO
               " DOC " IDN-DOC-TIPO " " IDN-DOC-NUMERO " "
               IDN-DOC-PAIS DELIMITED BY SIZE
               INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP.

      *-----------------------------------------------------------------
      * FECHA DE NEGOCIO VIGENTE (RUTINA COMUN FECHA-NEGOCIO), LEIDA
      * UNA SOLA VEZ POR CORRIDA.
      *-----------------------------------------------------------------
       LEER-FECHA-NEGOCIO.
           IF WS-FECHA-NEGOCIO = 0
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
                   WS-FNG-ESTADO WS-FNG-RC
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
               " PROGRAMA=DB-ESCHEAT" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-ESCHEAT.
