      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Reclamo de saldos no reclamados: el cliente cuyo
      *          saldo DB-ESCHEAT entrego al Estado (NORECLAMADOS.IDX
      *          en T) se presenta despues y el banco se lo devuelve.
      *          Solo con credencial de supervisor. Consulta los
      *          avisos por cuenta o por cliente, y el reintegro
      *          acredita el importe entregado con movimiento tipo H
      *          (reintegro de saldo no reclamado) en la cuenta
      *          original o, si esta cerrada, en otra cuenta del mismo
      *          cliente y la misma moneda; la cuenta vuelve a activa.
      *          El aviso queda en R con fecha, importe, cuenta y
      *          supervisor, y el reintegro va a seguridad.log
      *          (NRC-REINTEGRO) y a audit_log.txt.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-ESCHEAT-CLAIM.

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
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT ARCH-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USR.
           SELECT ARCH-SEG-LOG ASSIGN TO "seguridad.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SLG.
           SELECT ARCH-AUDITORIA ASSIGN TO "audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUD.
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

       FD  ARCH-USUARIOS.
       01  REG-USUARIO.
           05 USR-USUARIO      PIC X(10).
           05 USR-CLAVE        PIC X(10).
           05 USR-ROL          PIC X(1).
               88 USR-ROL-SUPERVISOR VALUE "S".
           05 USR-ESTADO       PIC X(1).
               88 USR-ACTIVO         VALUE "A" " ".
           05 USR-FECHA-CLAVE  PIC 9(8).
           05 USR-INTENTOS     PIC 9(1).
           05 USR-BLOQUEADO    PIC X(1).
           05 USR-CAMBIO       PIC X(1).
           05 FILLER           PIC X(1).

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(80).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA       PIC X(132).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-NRC              PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-USR              PIC XX.
       01  FS-SLG              PIC XX.
       01  FS-AUD              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-DV-FUNCION       PIC X(1).
       01  WS-DV-CUENTA        PIC 9(8).
       01  WS-DV-RC            PIC X(2).
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).

       01  WS-OPCION           PIC 9.
       01  WS-SALIR            PIC X VALUE "N".
       01  WS-FIN-NRC          PIC X VALUE "N".
       01  WS-CONFIRMA         PIC X.
       01  WS-CLI-ID           PIC 9(5).
       01  WS-CUENTA           PIC 9(8).
       01  WS-CUENTA-DEST      PIC 9(8).
       01  WS-CONT-LISTADOS    PIC 9(3) VALUE 0.
       01  WS-ENCONTRADO       PIC X VALUE "N".
       01  WS-CLAVE-REINT      PIC X(16).
       01  WS-ESTADO-DESC      PIC X(14).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".

       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-IMPORTE      PIC 9(7)V99 VALUE 0.
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  WS-MOV-MAXIMO       PIC 9(7)V99 VALUE 9999999.99.
       01  WS-RESTO            PIC 9(9)V99 VALUE 0.
       01  WS-ED-SALDO         PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------*
      *    CREDENCIAL DE SUPERVISOR, MISMO HASH QUE EX04-CICS-MENU.    *
      *----------------------------------------------------------------*
       01  WS-SUP-USUARIO      PIC X(10).
       01  WS-SUP-CLAVE        PIC X(10).
       01  WS-SUP-OK           PIC X VALUE "N".
       01  WS-FIN-USUARIOS     PIC X VALUE "N".
       01  WS-CLAVE-TEXTO      PIC X(10).
       01  WS-HASH-TRABAJO     PIC 9(15) VALUE 0.
       01  WS-HASH-TEXTO       PIC 9(10).
       01  WS-IDX-CHAR         PIC 9(2).
       01  WS-SEG-FECHA        PIC 9(8).
       01  WS-SEG-HORA         PIC 9(8).
       01  WS-SEG-EVENTO       PIC X(15).
       01  WS-LINEA-SEG        PIC X(80).

       01  WS-AUD-FECHA        PIC 9(8).
       01  WS-AUD-HORA         PIC 9(8).
       01  WS-AUD-ACCION       PIC X(16).
       01  WS-AUD-DETALLE      PIC X(60).
       01  WS-LINEA-AUD        PIC X(132).

       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   RECLAMO DE SALDOS NO RECLAMADOS              "
           DISPLAY "==============================================="
           PERFORM PEDIR-CREDENCIAL-SUPERVISOR
           IF WS-SUP-OK NOT = "S"
               DISPLAY "CREDENCIAL DE SUPERVISOR INVALIDA."
               MOVE "NRC-SUP-RECH" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-FECHA-NEGOCIO

           OPEN I-O NORECLAMADOS
           IF FS-NRC NOT = "00"
               DISPLAY "ERROR AL ABRIR NORECLAMADOS.IDX. FS=" FS-NRC
               MOVE "NORECLAMADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-NRC TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE NORECLAMADOS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE NORECLAMADOS
               CLOSE CLIENTES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-SALIR = "S"
               DISPLAY "-----------------------------------------------"
               DISPLAY "  1. AVISOS DE UNA CUENTA"
               DISPLAY "  2. AVISOS DE UN CLIENTE"
               DISPLAY "  3. REINTEGRAR SALDO ENTREGADO AL ESTADO"
               DISPLAY "  0. SALIR"
               DISPLAY "OPCION: "
               ACCEPT WS-OPCION

               EVALUATE WS-OPCION
                   WHEN 1 PERFORM CONSULTAR-CUENTA
                   WHEN 2 PERFORM CONSULTAR-CLIENTE
                   WHEN 3 PERFORM REINTEGRAR
                              THRU REINTEGRAR-FIN
                   WHEN 0 MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM

           CLOSE NORECLAMADOS
           CLOSE CLIENTES
           CLOSE CUENTAS
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    CONSULTAR-CUENTA                                            *
      *    Todos los avisos de la cuenta, del mas viejo al mas nuevo;  *
      *    deja en WS-CLAVE-REINT el ultimo transferido (T).           *
      *----------------------------------------------------------------*
       CONSULTAR-CUENTA.
           DISPLAY "CUENTA (8 DIGITOS): "
           ACCEPT WS-CUENTA
           MOVE 0 TO WS-CONT-LISTADOS
           MOVE "N" TO WS-ENCONTRADO
           MOVE "N" TO WS-FIN-NRC
           MOVE WS-CUENTA TO NRC-CUENTA
           MOVE 0 TO NRC-FECHA-AVISO
           START NORECLAMADOS KEY IS NOT LESS THAN NRC-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-NRC
           END-START
           PERFORM UNTIL WS-FIN-NRC = "S"
               READ NORECLAMADOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-NRC
               END-READ
               IF WS-FIN-NRC = "N"
                   IF NRC-CUENTA NOT = WS-CUENTA
                       MOVE "S" TO WS-FIN-NRC
                   ELSE
                       PERFORM MOSTRAR-AVISO
                       IF NRC-TRANSFERIDA
                           MOVE "S" TO WS-ENCONTRADO
                           MOVE NRC-CLAVE TO WS-CLAVE-REINT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CONT-LISTADOS = 0
               DISPLAY "LA CUENTA " WS-CUENTA
                   " NO TIENE AVISOS DE SALDO NO RECLAMADO."
           END-IF.

       CONSULTAR-CLIENTE.
           DISPLAY "CLI-ID (5 DIGITOS): "
           ACCEPT WS-CLI-ID
           MOVE 0 TO WS-CONT-LISTADOS
           MOVE "N" TO WS-FIN-NRC
           MOVE WS-CLI-ID TO NRC-CLI-ID
           START NORECLAMADOS KEY IS EQUAL TO NRC-CLI-ID
               INVALID KEY MOVE "S" TO WS-FIN-NRC
           END-START
           PERFORM UNTIL WS-FIN-NRC = "S"
               READ NORECLAMADOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-NRC
               END-READ
               IF WS-FIN-NRC = "N"
                   IF NRC-CLI-ID NOT = WS-CLI-ID
                       MOVE "S" TO WS-FIN-NRC
                   ELSE
                       PERFORM MOSTRAR-AVISO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CONT-LISTADOS = 0
               DISPLAY "EL CLIENTE " WS-CLI-ID
                   " NO TIENE AVISOS DE SALDO NO RECLAMADO."
           END-IF.

       MOSTRAR-AVISO.
           ADD 1 TO WS-CONT-LISTADOS
           EVALUATE TRUE
               WHEN NRC-AVISADA     MOVE "AVISADA"     TO WS-ESTADO-DESC
               WHEN NRC-TRANSFERIDA MOVE "ENTREGADA"   TO WS-ESTADO-DESC
               WHEN NRC-REINTEGRADA MOVE "REINTEGRADA" TO WS-ESTADO-DESC
               WHEN NRC-ANULADA     MOVE "ANULADA"     TO WS-ESTADO-DESC
               WHEN OTHER           MOVE "?"           TO WS-ESTADO-DESC
           END-EVALUATE
           MOVE NRC-SALDO-AVISO TO WS-ED-SALDO
           DISPLAY "CTA " NRC-CUENTA " CLI " NRC-CLI-ID
               " AVISO " NRC-FECHA-AVISO " " NRC-MONEDA
               " SALDO " WS-ED-SALDO " " WS-ESTADO-DESC
           IF NRC-TRANSFERIDA OR NRC-REINTEGRADA
               MOVE NRC-IMPORTE-TRANSF TO WS-ED-SALDO
               DISPLAY "     ENTREGADO " NRC-FECHA-TRANSF
                   " IMPORTE " WS-ED-SALDO
           END-IF
           IF NRC-REINTEGRADA
               MOVE NRC-IMPORTE-REINT TO WS-ED-SALDO
               DISPLAY "     REINTEGRADO " NRC-FECHA-REINT
                   " EN CTA " NRC-CUENTA-REINT
                   " IMPORTE " WS-ED-SALDO
                   " POR " NRC-USUARIO-REINT
           END-IF
           IF NRC-ANULADA
               DISPLAY "     ANULADO " NRC-FECHA-ANULA
                   " (EL CLIENTE VOLVIO A OPERAR)"
           END-IF.

      *----------------------------------------------------------------*
      *    REINTEGRAR                                                  *
      *    Devuelve al cliente el importe entregado al Estado, con un  *
      *    credito H en su cuenta original o en otra suya de la misma  *
      *    moneda, bajo el candado de CUENTAS.                         *
      *----------------------------------------------------------------*
       REINTEGRAR.
           PERFORM CONSULTAR-CUENTA
           IF WS-ENCONTRADO = "N"
               DISPLAY "NO HAY SALDO ENTREGADO AL ESTADO PARA "
                   "REINTEGRAR EN ESA CUENTA."
               GO TO REINTEGRAR-FIN
           END-IF
           MOVE WS-CLAVE-REINT TO NRC-CLAVE
           READ NORECLAMADOS
               INVALID KEY
                   DISPLAY "EL AVISO YA NO EXISTE."
                   GO TO REINTEGRAR-FIN
           END-READ
           MOVE NRC-CLI-ID TO WS-CLI-ID
           MOVE NRC-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI-NOMBRE CLI-APELLIDO
           END-READ
           MOVE NRC-IMPORTE-TRANSF TO WS-ED-SALDO
           DISPLAY "TITULAR: " CLI-NOMBRE " " CLI-APELLIDO
           DISPLAY "IMPORTE A REINTEGRAR: " WS-ED-SALDO " "
               NRC-MONEDA
           DISPLAY "CUENTA DESTINO (0 = LA ORIGINAL " NRC-CUENTA "): "
           ACCEPT WS-CUENTA-DEST
           IF WS-CUENTA-DEST = 0
               MOVE NRC-CUENTA TO WS-CUENTA-DEST
           END-IF
           MOVE WS-CUENTA-DEST TO WS-DV-CUENTA
           PERFORM VERIFICAR-DIGITO-CUENTA
           IF WS-DV-RC NOT = "00"
               DISPLAY "DIGITO VERIFICADOR INVALIDO EN " WS-CUENTA-DEST
               GO TO REINTEGRAR-FIN
           END-IF
           MOVE WS-CUENTA-DEST TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   DISPLAY "CUENTA " WS-CUENTA-DEST " INEXISTENTE."
                   GO TO REINTEGRAR-FIN
           END-READ
           IF CTA-CLI-ID NOT = NRC-CLI-ID
               DISPLAY "LA CUENTA DESTINO NO ES DEL TITULAR "
                   NRC-CLI-ID "."
               GO TO REINTEGRAR-FIN
           END-IF
           IF CTA-CERRADA OR CTA-INACTIVA
               DISPLAY "LA CUENTA " WS-CUENTA-DEST " NO OPERA (ESTADO "
                   CTA-ESTADO "). INDIQUE OTRA DEL CLIENTE."
               GO TO REINTEGRAR-FIN
           END-IF
           IF CTA-MONEDA NOT = NRC-MONEDA
                   AND NOT (CTA-MONEDA-LOCAL AND NRC-MONEDA = "LOC")
               DISPLAY "LA CUENTA DESTINO ES EN " CTA-MONEDA
                   " Y EL SALDO EN " NRC-MONEDA "."
               GO TO REINTEGRAR-FIN
           END-IF
           DISPLAY "CONFIRMA EL REINTEGRO? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "REINTEGRO CANCELADO. NO SE TOCO NADA."
               GO TO REINTEGRAR-FIN
           END-IF

           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-SUP-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               GO TO REINTEGRAR-FIN
           END-IF
           CLOSE CUENTAS
           OPEN I-O CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               OPEN INPUT CUENTAS
               PERFORM LIBERAR-CANDADO
               GO TO REINTEGRAR-FIN
           END-IF
           MOVE WS-CUENTA-DEST TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   DISPLAY "CUENTA " WS-CUENTA-DEST " INEXISTENTE."
                   PERFORM TERMINAR-REINTEGRO
                   GO TO REINTEGRAR-FIN
           END-READ

           OPEN I-O ARCH-MOVIMIENTOS
           IF FS-MOV = "35"
               OPEN OUTPUT ARCH-MOVIMIENTOS
               CLOSE ARCH-MOVIMIENTOS
               OPEN I-O ARCH-MOVIMIENTOS
           END-IF
           PERFORM ACREDITAR-REINTEGRO
           CLOSE ARCH-MOVIMIENTOS
           IF CTA-DORMIDA
               MOVE "A" TO CTA-ESTADO
           END-IF
           REWRITE CUENTA-REG
           IF FS-CTA NOT = "00"
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF

           MOVE "R" TO NRC-ESTADO
           MOVE WS-FECHA-NEGOCIO TO NRC-FECHA-REINT
           MOVE NRC-IMPORTE-TRANSF TO NRC-IMPORTE-REINT
           MOVE WS-CUENTA-DEST TO NRC-CUENTA-REINT
           MOVE WS-SUP-USUARIO TO NRC-USUARIO-REINT
           REWRITE NORECLAMADO-REG
           IF FS-NRC NOT = "00"
               MOVE "NORECLAMADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-NRC TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF

           MOVE "NRC-REINTEGRO" TO WS-SEG-EVENTO
           PERFORM GRABAR-SEGURIDAD
           MOVE "NORECL-REINTEG" TO WS-AUD-ACCION
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "CTA=" NRC-CUENTA " AVISO=" NRC-FECHA-AVISO
               " DESTINO=" WS-CUENTA-DEST
               " IMPORTE=" NRC-IMPORTE-REINT DELIMITED BY SIZE
               INTO WS-AUD-DETALLE
           END-STRING
           PERFORM GRABAR-AUDITORIA
           PERFORM TERMINAR-REINTEGRO
           DISPLAY "REINTEGRO ACREDITADO EN LA CUENTA " WS-CUENTA-DEST
               ".".
       REINTEGRAR-FIN.
           EXIT.

       TERMINAR-REINTEGRO.
           CLOSE CUENTAS
           OPEN INPUT CUENTAS
           PERFORM LIBERAR-CANDADO.

       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-SUP-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

      *    EL CREDITO CANCELA PRIMERO EL SOBREGIRO USADO, COMO EN
      *    DB-POSTING, Y SALE EN MOVIMIENTOS H DE HASTA 9.999.999,99.
       ACREDITAR-REINTEGRO.
           MOVE NRC-IMPORTE-TRANSF TO WS-RESTO
           PERFORM UNTIL WS-RESTO = 0
               IF WS-RESTO > WS-MOV-MAXIMO
                   MOVE WS-MOV-MAXIMO TO WS-MOV-IMPORTE
               ELSE
                   MOVE WS-RESTO TO WS-MOV-IMPORTE
               END-IF
               SUBTRACT WS-MOV-IMPORTE FROM WS-RESTO
               IF CTA-SOBREGIRO > 0
                   IF WS-MOV-IMPORTE >= CTA-SOBREGIRO
                       COMPUTE CTA-SALDO = CTA-SALDO
                           + WS-MOV-IMPORTE - CTA-SOBREGIRO
                       MOVE 0 TO CTA-SOBREGIRO
                   ELSE
                       SUBTRACT WS-MOV-IMPORTE FROM CTA-SOBREGIRO
                   END-IF
               ELSE
                   ADD WS-MOV-IMPORTE TO CTA-SALDO
               END-IF
               PERFORM GRABAR-MOVIMIENTO
           END-PERFORM.

       GRABAR-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-MOV-FECHA TO MOV-FECHA
           MOVE WS-MOV-HORA TO MOV-HORA
           MOVE "H" TO MOV-TIPO
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

      *-----------------------------------------------------------------
      * CREDENCIAL DE SUPERVISOR CONTRA usuarios.txt (ROL S, CLAVE
      * CONTRA EL HASH), COMO DB-HOLDS.
      *-----------------------------------------------------------------
       PEDIR-CREDENCIAL-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK
           DISPLAY "USUARIO SUPERVISOR: "
           ACCEPT WS-SUP-USUARIO
           MOVE FUNCTION UPPER-CASE(WS-SUP-USUARIO)
               TO WS-SUP-USUARIO
           DISPLAY "CLAVE: "
           ACCEPT WS-SUP-CLAVE

           MOVE WS-SUP-CLAVE TO WS-CLAVE-TEXTO
           PERFORM CALCULAR-HASH

           MOVE "N" TO WS-FIN-USUARIOS
           OPEN INPUT ARCH-USUARIOS
           IF FS-USR NOT = "00"
               DISPLAY "SIN usuarios.txt NO HAY QUIEN AUTORICE."
           ELSE
               PERFORM LEER-USUARIO
               PERFORM UNTIL WS-FIN-USUARIOS = "S"
                   IF USR-USUARIO = WS-SUP-USUARIO
                       IF USR-ROL-SUPERVISOR AND USR-ACTIVO
                               AND USR-BLOQUEADO NOT = "S"
                               AND USR-CLAVE = WS-HASH-TEXTO
                           MOVE "S" TO WS-SUP-OK
                       END-IF
                       MOVE "S" TO WS-FIN-USUARIOS
                   ELSE
                       PERFORM LEER-USUARIO
                   END-IF
               END-PERFORM
               CLOSE ARCH-USUARIOS
           END-IF.

       LEER-USUARIO.
           READ ARCH-USUARIOS
               AT END MOVE "S" TO WS-FIN-USUARIOS
           END-READ.

       CALCULAR-HASH.
           MOVE 7 TO WS-HASH-TRABAJO
           PERFORM VARYING WS-IDX-CHAR FROM 1 BY 1
                   UNTIL WS-IDX-CHAR > 10
               COMPUTE WS-HASH-TRABAJO = FUNCTION MOD(
                   WS-HASH-TRABAJO * 31
                   + FUNCTION ORD(WS-CLAVE-TEXTO(WS-IDX-CHAR:1))
                   9999999967)
           END-PERFORM
           MOVE WS-HASH-TRABAJO TO WS-HASH-TEXTO.

      *-----------------------------------------------------------------
      * BITACORA DE SEGURIDAD (seguridad.log), COMO EX04-CICS-MENU.
      *-----------------------------------------------------------------
       GRABAR-SEGURIDAD.
           OPEN EXTEND ARCH-SEG-LOG
           IF FS-SLG = "35"
               OPEN OUTPUT ARCH-SEG-LOG
           END-IF
           ACCEPT WS-SEG-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-SEG-HORA FROM TIME
           MOVE SPACES TO WS-LINEA-SEG
           STRING
               WS-SEG-FECHA DELIMITED BY SIZE
               " " WS-SEG-HORA DELIMITED BY SIZE
               " EVENTO=" WS-SEG-EVENTO DELIMITED BY SIZE
               " USUARIO=" WS-SUP-USUARIO DELIMITED BY SIZE
               " CLI=" WS-CLI-ID DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG.

      *-----------------------------------------------------------------
      * CONSTANCIA EN audit_log.txt (MISMO FORMATO QUE EL DE
      * EX04-CICS-MENU).
      *-----------------------------------------------------------------
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
               " USUARIO=" WS-SUP-USUARIO DELIMITED BY SIZE
               " ACCION=" WS-AUD-ACCION DELIMITED BY SIZE
               " CLI=" WS-CLI-ID DELIMITED BY SIZE
               " " WS-AUD-DETALLE DELIMITED BY SIZE
               INTO WS-LINEA-AUD
           END-STRING
           WRITE REG-AUDITORIA FROM WS-LINEA-AUD
           CLOSE ARCH-AUDITORIA.

      *-----------------------------------------------------------------
      * DIGITO VERIFICADOR DE LA CUENTA EN WS-DV-CUENTA, VIA LA
      * RUTINA COMUN DIGITO-RUTINA (FUNCION V).
      *-----------------------------------------------------------------
       VERIFICAR-DIGITO-CUENTA.
           MOVE "V" TO WS-DV-FUNCION
           CALL "DIGITO-RUTINA" USING WS-DV-FUNCION
               WS-DV-CUENTA WS-DV-RC.

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
               " PROGRAMA=DB-ESCHEAT-CLAIM" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-ESCHEAT-CLAIM.
