      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Tramite de sucesion del cliente fallecido: hasta hoy
      *          el aviso de fallecimiento era poner I en CLI-ESTADO,
      *          y las ordenes permanentes, los debitos directos y las
      *          comisiones seguian corriendo. El alta registra la
      *          fecha de fallecimiento y los datos del aviso en
      *          SUCESIONES.IDX (clave CLI-ID), congela cada cuenta
      *          del causante contra debitos con retenciones de
      *          fondos de motivo FALLECIDO (los creditos se siguen
      *          aceptando, por eso el cliente queda activo mientras
      *          dura el tramite), suspende sus ordenes permanentes
      *          (ORD-ACTIVA F) y emite el certificado de saldos de la
      *          sucesion (certificado_sucesion.txt: saldo al dia del
      *          fallecimiento desde el libro y saldo actual). Luego
      *          se registran los herederos con su cuenta y porcentaje
      *          (deben sumar 100), un supervisor distinto de quien
      *          los cargo aprueba el pago, y el pago levanta las
      *          retenciones de la sucesion, reparte el saldo de cada
      *          cuenta entre los herederos (R en la cuenta del
      *          causante, D en la del heredero; el redondeo queda al
      *          ultimo) y recien ahi da de baja al cliente. Las
      *          cuentas en cero se cierran despues con DB-CLOSURE.
      *          DB-FEES no cobra comisiones a las cuentas de un
      *          cliente con sucesion registrada.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-ESTATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCESIONES ASSIGN TO "SUCESIONES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUC-CLI-ID
               FILE STATUS IS FS-SUC.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT ARCH-RETENCIONES ASSIGN TO "retenciones_fondos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RTF.
           SELECT ARCH-ORDENES ASSIGN TO "ordenes_permanentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORD.
           SELECT ARCH-CERTIFICADO ASSIGN TO "certificado_sucesion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CER.
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
       FD  SUCESIONES
           RECORD CONTAINS 400 CHARACTERS.
       01  SUCESION-REG.
           05 SUC-CLI-ID       PIC 9(5).
           05 SUC-FECHA-FALLEC PIC 9(8).
           05 SUC-FECHA-NOTIF  PIC 9(8).
           05 SUC-NOTIFICANTE  PIC X(30).
           05 SUC-ACTA         PIC X(15).
           05 SUC-ESTADO       PIC X(1).
               88 SUC-NOTIFICADA   VALUE "N".
               88 SUC-APROBADA     VALUE "A".
               88 SUC-PAGADA       VALUE "P".
           05 SUC-USUARIO-ALTA PIC X(10).
           05 SUC-FECHA-ALTA   PIC 9(8).
           05 SUC-CUENTAS-CONG PIC 9(2).
           05 SUC-ORDENES-SUSP PIC 9(3).
           05 SUC-USUARIO-HER  PIC X(10).
           05 SUC-CANT-HER     PIC 9(1).
           05 SUC-HEREDERO OCCURS 5 TIMES.
               10 SUC-HER-NOMBRE PIC X(30).
               10 SUC-HER-CUENTA PIC 9(8).
               10 SUC-HER-PORC   PIC 9(3)V99.
           05 SUC-USUARIO-APROB PIC X(10).
           05 SUC-FECHA-APROB  PIC 9(8).
           05 SUC-FECHA-PAGO   PIC 9(8).
           05 SUC-TOTAL-PAGADO PIC 9(9)V99.
           05 FILLER           PIC X(47).

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

       FD  ARCH-RETENCIONES.
       01  REG-RETENCION.
           05 RTF-CUENTA       PIC 9(8).
           05 RTF-IMPORTE      PIC 9(7)V99.
           05 RTF-MOTIVO       PIC X(10).
           05 RTF-REFERENCIA   PIC X(12).
           05 RTF-USUARIO      PIC X(10).
           05 RTF-VENCE        PIC 9(8).
           05 RTF-ESTADO       PIC X(1).
               88 RTF-ACTIVA       VALUE "A".
               88 RTF-LEVANTADA    VALUE "L".

       FD  ARCH-ORDENES.
       01  REG-ORDEN.
           05 ORD-CUENTA       PIC 9(8).
           05 ORD-DESTINO      PIC 9(8).
           05 ORD-IMPORTE      PIC 9(7)V99.
           05 ORD-DIA          PIC 9(2).
           05 ORD-ACTIVA       PIC X(1).
               88 ORD-ESTA-ACTIVA  VALUE "S".
           05 ORD-VENCE        PIC 9(8).

       FD  ARCH-CERTIFICADO.
       01  REG-CERTIFICADO     PIC X(80).

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
       01  FS-SUC              PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-RTF              PIC XX.
       01  FS-ORD              PIC XX.
       01  FS-CER              PIC XX.
       01  FS-USR              PIC XX.
       01  FS-SLG              PIC XX.
       01  FS-AUD              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-DV-FUNCION       PIC X(1).
       01  WS-DV-CUENTA        PIC 9(8).
       01  WS-DV-RC            PIC X(2).
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA        PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).

       01  WS-OPERADOR         PIC X(10).
       01  WS-OPCION           PIC 9.
       01  WS-SALIR            PIC X VALUE "N".
       01  WS-FIN              PIC X VALUE "N".
       01  WS-CONFIRMA         PIC X.
       01  WS-CLI-ID           PIC 9(5).
       01  WS-CUENTA           PIC 9(8).
       01  WS-FECHA-FALLEC     PIC 9(8).
       01  WS-FECHA-NOTIF      PIC 9(8).
       01  WS-SUC-REF          PIC X(12).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".

      *----------------------------------------------------------------*
      *    CUENTAS DEL CAUSANTE (CTA-CLI-ID), NO CERRADAS.             *
      *----------------------------------------------------------------*
       01  WS-TABLA-CTAS.
           05 WS-CTA-ENT OCCURS 20 TIMES.
               10 TS-CUENTA    PIC 9(8).
               10 TS-MONEDA    PIC X(3).
               10 TS-SALDO     PIC 9(9)V99.
       01  WS-CANT-CTAS        PIC 9(2) VALUE 0.
       01  WS-IDX-CTA          PIC 9(2) VALUE 0.

      *----------------------------------------------------------------*
      *    CONGELAMIENTO: RETENCIONES DE 9.999.999,99 HASTA CUBRIR     *
      *    SALDO + LIMITE CON UNA DE MARGEN, COMO CICS-SANCIONES.      *
      *----------------------------------------------------------------*
       01  WS-CONG-IMPORTE     PIC 9(7)V99 VALUE 9999999.99.
       01  WS-CONG-BASE        PIC 9(9)V99 VALUE 0.
       01  WS-CONG-CANT        PIC 9(3) VALUE 0.
       01  WS-CONG-IDX         PIC 9(3) VALUE 0.

       01  WS-TABLA-RETENCIONES.
           05 WS-RTF-ENT OCCURS 500 TIMES.
               10 TR-CUENTA    PIC 9(8).
               10 TR-IMPORTE   PIC 9(7)V99.
               10 TR-MOTIVO    PIC X(10).
               10 TR-REFERENCIA PIC X(12).
               10 TR-USUARIO   PIC X(10).
               10 TR-VENCE     PIC 9(8).
               10 TR-ESTADO    PIC X(1).
       01  WS-CANT-RETENCIONES PIC 9(3) VALUE 0.
       01  WS-IDX-RTF          PIC 9(3) VALUE 0.
       01  WS-RTF-DESBORDE     PIC X VALUE "N".

       01  WS-TABLA-ORDENES.
           05 WS-ORD-ENT OCCURS 200 TIMES.
               10 TO-CUENTA    PIC 9(8).
               10 TO-DESTINO   PIC 9(8).
               10 TO-IMPORTE   PIC 9(7)V99.
               10 TO-DIA       PIC 9(2).
               10 TO-ACTIVA    PIC X(1).
               10 TO-VENCE     PIC 9(8).
       01  WS-CANT-ORDENES     PIC 9(3) VALUE 0.
       01  WS-IDX-ORD          PIC 9(3) VALUE 0.
       01  WS-ORD-DESBORDE     PIC X VALUE "N".
       01  WS-CONT-ORDENES     PIC 9(3) VALUE 0.

      *----------------------------------------------------------------*
      *    HEREDEROS EN CARGA Y REPARTO DEL PAGO.                      *
      *----------------------------------------------------------------*
       01  WS-HER-NOMBRE       PIC X(30).
       01  WS-HER-CUENTA       PIC 9(8).
       01  WS-HER-PORC         PIC 9(3)V99.
       01  WS-HER-TOTAL        PIC 9(3)V99 VALUE 0.
       01  WS-HER-CANT         PIC 9(1) VALUE 0.
       01  WS-HER-OK           PIC X VALUE "S".
       01  WS-IDX-HER          PIC 9(1) VALUE 0.
       01  WS-TABLA-HER.
           05 WS-HER-ENT OCCURS 5 TIMES.
               10 TH-NOMBRE    PIC X(30).
               10 TH-CUENTA    PIC 9(8).
               10 TH-PORC      PIC 9(3)V99.
               10 TH-MONEDA    PIC X(3).
       01  WS-PAGO-OK          PIC X VALUE "S".
       01  WS-PAGO-SALDO       PIC 9(9)V99 VALUE 0.
       01  WS-PAGO-RESTO       PIC 9(9)V99 VALUE 0.
       01  WS-PAGO-PARTE       PIC 9(9)V99 VALUE 0.
       01  WS-PAGO-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-MONEDA           PIC X(3).

       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-TIPO-SAL     PIC X(1).
       01  WS-MOV-IMPORTE      PIC 9(7)V99 VALUE 0.
       01  WS-MOV-REF          PIC 9(8) VALUE 0.
       01  WS-MOV-GRABADO      PIC X VALUE "N".

      *----------------------------------------------------------------*
      *    CERTIFICADO DE SALDOS.                                      *
      *----------------------------------------------------------------*
       01  WS-LINEA            PIC X(80).
       01  WS-ED-SALDO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-SALDO2        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-RETENIDO      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-SOBREGIRO     PIC Z,ZZ9.99.
       01  WS-ED-PORC          PIC ZZ9.99.
       01  WS-SALDO-FALLEC     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-FALLEC       PIC 9(11)V99 VALUE 0.
       01  WS-TOT-ACTUAL       PIC 9(11)V99 VALUE 0.
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-TOTAL2        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MOV-ABIERTO      PIC X VALUE "N".
       01  WS-RETENIDO         PIC 9(9)V99 VALUE 0.
       01  WS-RET-RC           PIC X(2).
       01  WS-ESTADO-DESC      PIC X(20).

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
           DISPLAY "     SUCESIONES: CLIENTES FALLECIDOS            "
           DISPLAY "==============================================="
           DISPLAY "OPERADOR: "
           ACCEPT WS-OPERADOR
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           PERFORM LEER-FECHA-NEGOCIO

           OPEN I-O SUCESIONES
           IF FS-SUC = "35"
               OPEN OUTPUT SUCESIONES
               CLOSE SUCESIONES
               OPEN I-O SUCESIONES
           END-IF
           IF FS-SUC NOT = "00"
               DISPLAY "ERROR AL ABRIR SUCESIONES.IDX. FS=" FS-SUC
               MOVE "SUCESIONES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-SUC TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CLIENTES
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE SUCESIONES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE SUCESIONES
               CLOSE CLIENTES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-SALIR = "S"
               DISPLAY "-----------------------------------------------"
               DISPLAY "  1. REGISTRAR FALLECIMIENTO"
               DISPLAY "  2. REGISTRAR HEREDEROS"
               DISPLAY "  3. CERTIFICADO DE SALDOS DE LA SUCESION"
               DISPLAY "  4. APROBAR EL PAGO (SUPERVISOR)"
               DISPLAY "  5. PAGAR A LOS HEREDEROS"
               DISPLAY "  0. SALIR"
               DISPLAY "OPCION: "
               ACCEPT WS-OPCION

               EVALUATE WS-OPCION
                   WHEN 1 PERFORM REGISTRAR-FALLECIMIENTO
                              THRU REGISTRAR-FALLECIMIENTO-FIN
                   WHEN 2 PERFORM REGISTRAR-HEREDEROS
                              THRU REGISTRAR-HEREDEROS-FIN
                   WHEN 3 PERFORM PEDIR-CERTIFICADO
                              THRU PEDIR-CERTIFICADO-FIN
                   WHEN 4 PERFORM APROBAR-PAGO
                              THRU APROBAR-PAGO-FIN
                   WHEN 5 PERFORM PAGAR-HEREDEROS
                              THRU PAGAR-HEREDEROS-FIN
                   WHEN 0 MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM

           CLOSE SUCESIONES
           CLOSE CLIENTES
           CLOSE CUENTAS
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    LEER-CAUSANTE                                               *
      *    CLI-ID tecleado en WS-CLI-ID; deja CLIENTE-REG y, si existe,*
      *    SUCESION-REG (FS-SUC "00") en el buffer.                    *
      *----------------------------------------------------------------*
       LEER-CAUSANTE.
           DISPLAY "CLI-ID DEL CLIENTE FALLECIDO (5 DIGITOS): "
           ACCEPT WS-CLI-ID
           MOVE WS-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY CONTINUE
           END-READ
           MOVE WS-CLI-ID TO SUC-CLI-ID
           READ SUCESIONES
               INVALID KEY CONTINUE
           END-READ
           MOVE SPACES TO WS-SUC-REF
           STRING "SUC" WS-CLI-ID DELIMITED BY SIZE
               INTO WS-SUC-REF
           END-STRING.

      *----------------------------------------------------------------*
      *    REGISTRAR-FALLECIMIENTO                                     *
      *    Alta de la sucesion con los datos del aviso, congelamiento  *
      *    de las cuentas, suspension de ordenes y certificado.        *
      *----------------------------------------------------------------*
       REGISTRAR-FALLECIMIENTO.
           PERFORM LEER-CAUSANTE
           IF FS NOT = "00"
               DISPLAY "EL CLIENTE " WS-CLI-ID " NO EXISTE."
               GO TO REGISTRAR-FALLECIMIENTO-FIN
           END-IF
           IF FS-SUC = "00"
               DISPLAY "EL FALLECIMIENTO YA ESTA REGISTRADO EL "
                   SUC-FECHA-ALTA " (ESTADO " SUC-ESTADO ")."
               GO TO REGISTRAR-FALLECIMIENTO-FIN
           END-IF
           IF CLI-INACTIVO
               DISPLAY "EL CLIENTE YA ESTA DADO DE BAJA."
               GO TO REGISTRAR-FALLECIMIENTO-FIN
           END-IF
           DISPLAY "CLIENTE: " CLI-NOMBRE " " CLI-APELLIDO

           DISPLAY "FECHA DE FALLECIMIENTO (AAAAMMDD): "
           ACCEPT WS-FECHA-FALLEC
           MOVE "V" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FECHA-FALLEC
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00"
                   OR WS-FECHA-FALLEC > WS-FECHA-NEGOCIO
               DISPLAY "FECHA DE FALLECIMIENTO IMPOSIBLE."
               GO TO REGISTRAR-FALLECIMIENTO-FIN
           END-IF
           DISPLAY "FECHA DEL AVISO (AAAAMMDD, 0 = HOY): "
           ACCEPT WS-FECHA-NOTIF
           IF WS-FECHA-NOTIF = 0
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-NOTIF
           END-IF
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-FECHA-NOTIF
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00"
                   OR WS-FECHA-NOTIF < WS-FECHA-FALLEC
                   OR WS-FECHA-NOTIF > WS-FECHA-NEGOCIO
               DISPLAY "FECHA DEL AVISO IMPOSIBLE."
               GO TO REGISTRAR-FALLECIMIENTO-FIN
           END-IF

           MOVE SPACES TO SUCESION-REG
           MOVE WS-CLI-ID TO SUC-CLI-ID
           MOVE WS-FECHA-FALLEC TO SUC-FECHA-FALLEC
           MOVE WS-FECHA-NOTIF TO SUC-FECHA-NOTIF
           DISPLAY "QUIEN AVISA (NOMBRE Y VINCULO): "
           ACCEPT SUC-NOTIFICANTE
           DISPLAY "NUMERO DEL ACTA DE DEFUNCION: "
           ACCEPT SUC-ACTA
           IF SUC-NOTIFICANTE = SPACES OR SUC-ACTA = SPACES
               DISPLAY "SIN AVISANTE Y ACTA NO SE REGISTRA."
               GO TO REGISTRAR-FALLECIMIENTO-FIN
           END-IF
           DISPLAY "SE CONGELAN LAS CUENTAS Y SE SUSPENDEN LAS "
               "ORDENES. CONFIRMA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "REGISTRO CANCELADO. NO SE TOCO NADA."
               GO TO REGISTRAR-FALLECIMIENTO-FIN
           END-IF

           PERFORM CARGAR-CUENTAS-CAUSANTE
           PERFORM CONGELAR-CUENTAS
           PERFORM SUSPENDER-ORDENES

           MOVE "N" TO SUC-ESTADO
           MOVE WS-OPERADOR TO SUC-USUARIO-ALTA
           MOVE WS-FECHA-NEGOCIO TO SUC-FECHA-ALTA
           MOVE WS-CANT-CTAS TO SUC-CUENTAS-CONG
           MOVE WS-CONT-ORDENES TO SUC-ORDENES-SUSP
           MOVE 0 TO SUC-CANT-HER
           MOVE 0 TO SUC-FECHA-APROB
           MOVE 0 TO SUC-FECHA-PAGO
           MOVE 0 TO SUC-TOTAL-PAGADO
           PERFORM VARYING WS-IDX-HER FROM 1 BY 1 UNTIL WS-IDX-HER > 5
               MOVE 0 TO SUC-HER-CUENTA(WS-IDX-HER)
               MOVE 0 TO SUC-HER-PORC(WS-IDX-HER)
           END-PERFORM
           WRITE SUCESION-REG
           IF FS-SUC NOT = "00"
               DISPLAY "ERROR AL GRABAR LA SUCESION. FS=" FS-SUC
               MOVE "SUCESIONES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-SUC TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               GO TO REGISTRAR-FALLECIMIENTO-FIN
           END-IF

           MOVE "SUCESION-ALTA" TO WS-AUD-ACCION
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "FALLECIDO=" WS-FECHA-FALLEC
               " CTAS=" WS-CANT-CTAS
               " ORDENES=" WS-CONT-ORDENES DELIMITED BY SIZE
               INTO WS-AUD-DETALLE
           END-STRING
           PERFORM GRABAR-AUDITORIA
           DISPLAY "FALLECIMIENTO REGISTRADO. CUENTAS CONGELADAS: "
               WS-CANT-CTAS " ORDENES SUSPENDIDAS: " WS-CONT-ORDENES
           PERFORM EMITIR-CERTIFICADO.
       REGISTRAR-FALLECIMIENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    CARGAR-CUENTAS-CAUSANTE                                     *
      *    Cuentas no cerradas de las que el cliente es titular        *
      *    principal (CTA-CLI-ID).                                     *
      *----------------------------------------------------------------*
       CARGAR-CUENTAS-CAUSANTE.
           MOVE 0 TO WS-CANT-CTAS
           MOVE "N" TO WS-FIN
           MOVE WS-CLI-ID TO CTA-CLI-ID
           START CUENTAS KEY IS EQUAL TO CTA-CLI-ID
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = "S"
               READ CUENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
               END-READ
               IF WS-FIN = "N"
                   IF CTA-CLI-ID NOT = WS-CLI-ID
                       MOVE "S" TO WS-FIN
                   ELSE
                       IF NOT CTA-CERRADA AND WS-CANT-CTAS < 20
                           ADD 1 TO WS-CANT-CTAS
                           MOVE CTA-NUMERO TO TS-CUENTA(WS-CANT-CTAS)
                           MOVE CTA-MONEDA TO TS-MONEDA(WS-CANT-CTAS)
                           IF CTA-MONEDA = SPACES
                               MOVE "LOC" TO TS-MONEDA(WS-CANT-CTAS)
                           END-IF
                           MOVE CTA-SALDO TO TS-SALDO(WS-CANT-CTAS)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    CONGELAR-CUENTAS                                            *
      *    Retenciones sin vencimiento de motivo FALLECIDO y           *
      *    referencia SUC + CLI-ID sobre cada cuenta del causante:     *
      *    todo debito (caja, posteo, debito directo, orden) ve el     *
      *    disponible en cero; los creditos se siguen aceptando.       *
      *----------------------------------------------------------------*
       CONGELAR-CUENTAS.
           OPEN EXTEND ARCH-RETENCIONES
           IF FS-RTF = "35"
               OPEN OUTPUT ARCH-RETENCIONES
           END-IF
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CANT-CTAS
               MOVE TS-CUENTA(WS-IDX-CTA) TO CTA-NUMERO
               READ CUENTAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM CONGELAR-CUENTA
               END-READ
           END-PERFORM
           CLOSE ARCH-RETENCIONES.

       CONGELAR-CUENTA.
           COMPUTE WS-CONG-BASE = CTA-SALDO + CTA-LIMITE
           COMPUTE WS-CONG-CANT = WS-CONG-BASE / WS-CONG-IMPORTE + 1
           PERFORM VARYING WS-CONG-IDX FROM 1 BY 1
                   UNTIL WS-CONG-IDX > WS-CONG-CANT
               MOVE SPACES TO REG-RETENCION
               MOVE CTA-NUMERO TO RTF-CUENTA
               MOVE WS-CONG-IMPORTE TO RTF-IMPORTE
               MOVE "FALLECIDO" TO RTF-MOTIVO
               MOVE WS-SUC-REF TO RTF-REFERENCIA
               MOVE WS-OPERADOR TO RTF-USUARIO
               MOVE 0 TO RTF-VENCE
               MOVE "A" TO RTF-ESTADO
               WRITE REG-RETENCION
           END-PERFORM
           DISPLAY "CUENTA " CTA-NUMERO " CONGELADA.".

      *----------------------------------------------------------------*
      *    SUSPENDER-ORDENES                                           *
      *    Las ordenes activas con origen en una cuenta del causante   *
      *    pasan a F (suspendida por fallecimiento); DB-STANDING-RUN   *
      *    solo ejecuta las S.                                         *
      *----------------------------------------------------------------*
       SUSPENDER-ORDENES.
           MOVE 0 TO WS-CONT-ORDENES
           PERFORM CARGAR-ORDENES
           IF WS-ORD-DESBORDE = "S"
               DISPLAY "ordenes_permanentes.txt EXCEDE LA TABLA: "
                   "SUSPENDA LAS ORDENES CON DB-STANDING."
           ELSE
               PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                       UNTIL WS-IDX-ORD > WS-CANT-ORDENES
                   IF TO-ACTIVA(WS-IDX-ORD) = "S"
                       PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                               UNTIL WS-IDX-CTA > WS-CANT-CTAS
                           IF TO-CUENTA(WS-IDX-ORD)
                                   = TS-CUENTA(WS-IDX-CTA)
                               MOVE "F" TO TO-ACTIVA(WS-IDX-ORD)
                               ADD 1 TO WS-CONT-ORDENES
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF WS-CONT-ORDENES > 0
                   PERFORM REGRABAR-ORDENES
               END-IF
           END-IF.

       CARGAR-ORDENES.
           MOVE 0 TO WS-CANT-ORDENES
           MOVE "N" TO WS-ORD-DESBORDE
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-ORDENES
           IF FS-ORD = "00"
               PERFORM LEER-ORDEN
               PERFORM UNTIL WS-FIN = "S"
                   IF WS-CANT-ORDENES < 200
                       ADD 1 TO WS-CANT-ORDENES
                       MOVE ORD-CUENTA
                           TO TO-CUENTA(WS-CANT-ORDENES)
                       MOVE ORD-DESTINO
                           TO TO-DESTINO(WS-CANT-ORDENES)
                       MOVE ORD-IMPORTE
                           TO TO-IMPORTE(WS-CANT-ORDENES)
                       MOVE ORD-DIA
                           TO TO-DIA(WS-CANT-ORDENES)
                       MOVE ORD-ACTIVA
                           TO TO-ACTIVA(WS-CANT-ORDENES)
                       MOVE ORD-VENCE
                           TO TO-VENCE(WS-CANT-ORDENES)
                   ELSE
                       MOVE "S" TO WS-ORD-DESBORDE
                   END-IF
                   PERFORM LEER-ORDEN
               END-PERFORM
               CLOSE ARCH-ORDENES
           END-IF.

       LEER-ORDEN.
           READ ARCH-ORDENES
               AT END MOVE "S" TO WS-FIN
           END-READ.

       REGRABAR-ORDENES.
           OPEN OUTPUT ARCH-ORDENES
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                   UNTIL WS-IDX-ORD > WS-CANT-ORDENES
               MOVE SPACES TO REG-ORDEN
               MOVE TO-CUENTA(WS-IDX-ORD) TO ORD-CUENTA
               MOVE TO-DESTINO(WS-IDX-ORD) TO ORD-DESTINO
               MOVE TO-IMPORTE(WS-IDX-ORD) TO ORD-IMPORTE
               MOVE TO-DIA(WS-IDX-ORD) TO ORD-DIA
               MOVE TO-ACTIVA(WS-IDX-ORD) TO ORD-ACTIVA
               MOVE TO-VENCE(WS-IDX-ORD) TO ORD-VENCE
               WRITE REG-ORDEN
           END-PERFORM
           CLOSE ARCH-ORDENES
           IF FS-ORD NOT = "00"
               DISPLAY "ERROR AL REGRABAR ordenes_permanentes.txt. "
                   "FS=" FS-ORD
               MOVE "ordenes_permanent" TO WS-ERR-ARCHIVO
               MOVE FS-ORD TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    REGISTRAR-HEREDEROS                                         *
      *    Hasta 5 herederos con cuenta operativa en el banco y        *
      *    porcentaje; la carga reemplaza la anterior y solo se graba  *
      *    si suman 100. Despues de aprobado el pago no se cambian.    *
      *----------------------------------------------------------------*
       REGISTRAR-HEREDEROS.
           PERFORM LEER-CAUSANTE
           IF FS-SUC NOT = "00"
               DISPLAY "NO HAY SUCESION REGISTRADA PARA " WS-CLI-ID
               GO TO REGISTRAR-HEREDEROS-FIN
           END-IF
           IF NOT SUC-NOTIFICADA
               DISPLAY "EL PAGO YA ESTA APROBADO O HECHO: LOS "
                   "HEREDEROS NO SE CAMBIAN."
               GO TO REGISTRAR-HEREDEROS-FIN
           END-IF

           MOVE 0 TO WS-HER-CANT
           MOVE 0 TO WS-HER-TOTAL
           MOVE "S" TO WS-HER-OK
           DISPLAY "HEREDEROS (NOMBRE EN BLANCO = FIN, MAXIMO 5):"
           MOVE "X" TO WS-HER-NOMBRE
           PERFORM UNTIL WS-HER-NOMBRE = SPACES OR WS-HER-CANT = 5
                   OR WS-HER-OK = "N"
               DISPLAY "NOMBRE DEL HEREDERO: "
               MOVE SPACES TO WS-HER-NOMBRE
               ACCEPT WS-HER-NOMBRE
               IF WS-HER-NOMBRE NOT = SPACES
                   PERFORM CAPTURAR-HEREDERO
               END-IF
           END-PERFORM

           IF WS-HER-OK = "N"
               DISPLAY "CARGA DE HEREDEROS CANCELADA. NO SE GRABO."
               GO TO REGISTRAR-HEREDEROS-FIN
           END-IF
           IF WS-HER-CANT = 0 OR WS-HER-TOTAL NOT = 100
               MOVE WS-HER-TOTAL TO WS-ED-PORC
               DISPLAY "LOS PORCENTAJES SUMAN " WS-ED-PORC
                   " Y DEBEN SUMAR 100. NO SE GRABO."
               GO TO REGISTRAR-HEREDEROS-FIN
           END-IF

           MOVE WS-HER-CANT TO SUC-CANT-HER
           PERFORM VARYING WS-IDX-HER FROM 1 BY 1 UNTIL WS-IDX-HER > 5
               IF WS-IDX-HER > WS-HER-CANT
                   MOVE SPACES TO SUC-HER-NOMBRE(WS-IDX-HER)
                   MOVE 0 TO SUC-HER-CUENTA(WS-IDX-HER)
                   MOVE 0 TO SUC-HER-PORC(WS-IDX-HER)
               ELSE
                   MOVE TH-NOMBRE(WS-IDX-HER)
                       TO SUC-HER-NOMBRE(WS-IDX-HER)
                   MOVE TH-CUENTA(WS-IDX-HER)
                       TO SUC-HER-CUENTA(WS-IDX-HER)
                   MOVE TH-PORC(WS-IDX-HER)
                       TO SUC-HER-PORC(WS-IDX-HER)
               END-IF
           END-PERFORM
           MOVE WS-OPERADOR TO SUC-USUARIO-HER
           REWRITE SUCESION-REG
           IF FS-SUC NOT = "00"
               DISPLAY "ERROR AL GRABAR LOS HEREDEROS. FS=" FS-SUC
               MOVE "SUCESIONES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-SUC TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               GO TO REGISTRAR-HEREDEROS-FIN
           END-IF
           MOVE "SUCESION-HERED" TO WS-AUD-ACCION
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "HEREDEROS=" WS-HER-CANT DELIMITED BY SIZE
               INTO WS-AUD-DETALLE
           END-STRING
           PERFORM GRABAR-AUDITORIA
           DISPLAY "HEREDEROS REGISTRADOS: " WS-HER-CANT.
       REGISTRAR-HEREDEROS-FIN.
           EXIT.

       CAPTURAR-HEREDERO.
           DISPLAY "CUENTA DEL HEREDERO (8 DIGITOS): "
           ACCEPT WS-HER-CUENTA
           MOVE WS-HER-CUENTA TO WS-DV-CUENTA
           PERFORM VERIFICAR-DIGITO-CUENTA
           IF WS-DV-RC NOT = "00"
               DISPLAY "NUMERO DE CUENTA CON DIGITO INVALIDO."
               MOVE "N" TO WS-HER-OK
           ELSE
               MOVE WS-HER-CUENTA TO CTA-NUMERO
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "LA CUENTA " WS-HER-CUENTA " NO EXISTE."
                       MOVE "N" TO WS-HER-OK
                   NOT INVALID KEY
                       IF CTA-INACTIVA OR CTA-CERRADA
                           DISPLAY "LA CUENTA DEL HEREDERO NO ESTA "
                               "OPERATIVA."
                           MOVE "N" TO WS-HER-OK
                       END-IF
                       IF CTA-CLI-ID = WS-CLI-ID
                           DISPLAY "LA CUENTA ES DEL PROPIO CAUSANTE."
                           MOVE "N" TO WS-HER-OK
                       END-IF
               END-READ
           END-IF
           IF WS-HER-OK = "S"
               DISPLAY "PORCENTAJE (999.99): "
               ACCEPT WS-HER-PORC
               IF WS-HER-PORC = 0
                   DISPLAY "PORCENTAJE EN CERO."
                   MOVE "N" TO WS-HER-OK
               ELSE
                   ADD 1 TO WS-HER-CANT
                   MOVE WS-HER-NOMBRE TO TH-NOMBRE(WS-HER-CANT)
                   MOVE WS-HER-CUENTA TO TH-CUENTA(WS-HER-CANT)
                   MOVE WS-HER-PORC TO TH-PORC(WS-HER-CANT)
                   ADD WS-HER-PORC TO WS-HER-TOTAL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    PEDIR-CERTIFICADO                                           *
      *    Reemite el certificado de una sucesion registrada.          *
      *----------------------------------------------------------------*
       PEDIR-CERTIFICADO.
           PERFORM LEER-CAUSANTE
           IF FS-SUC NOT = "00" OR FS NOT = "00"
               DISPLAY "NO HAY SUCESION REGISTRADA PARA " WS-CLI-ID
               GO TO PEDIR-CERTIFICADO-FIN
           END-IF
           PERFORM CARGAR-CUENTAS-CAUSANTE
           PERFORM EMITIR-CERTIFICADO.
       PEDIR-CERTIFICADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    EMITIR-CERTIFICADO                                          *
      *    certificado_sucesion.txt: por cuenta del causante, el saldo *
      *    al dia del fallecimiento (ultimo MOV-SALDO del libro hasta  *
      *    esa fecha), el saldo actual, el sobregiro y lo retenido;    *
      *    totales en moneda local y los herederos registrados.        *
      *    Requiere CLIENTE-REG, SUCESION-REG y WS-TABLA-CTAS.         *
      *----------------------------------------------------------------*
       EMITIR-CERTIFICADO.
           EVALUATE TRUE
               WHEN SUC-NOTIFICADA
                   MOVE "CUENTAS CONGELADAS" TO WS-ESTADO-DESC
               WHEN SUC-APROBADA
                   MOVE "PAGO APROBADO" TO WS-ESTADO-DESC
               WHEN SUC-PAGADA
                   MOVE "PAGADA A HEREDEROS" TO WS-ESTADO-DESC
               WHEN OTHER
                   MOVE SUC-ESTADO TO WS-ESTADO-DESC
           END-EVALUATE
           MOVE "N" TO WS-MOV-ABIERTO
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOV = "00"
               MOVE "S" TO WS-MOV-ABIERTO
           END-IF
           OPEN OUTPUT ARCH-CERTIFICADO
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CERTIFICADO DE SALDOS DE LA SUCESION AL "
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CAUSANTE " CLI-ID " " CLI-NOMBRE DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "         " CLI-APELLIDO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "FALLECIDO EL " SUC-FECHA-FALLEC
               "  ACTA " SUC-ACTA DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "AVISO DEL " SUC-FECHA-NOTIF " POR "
               SUC-NOTIFICANTE DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "ESTADO: " WS-ESTADO-DESC DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CUENTA   MON  AL FALLECIMIENTO    SALDO ACTUAL "
               "SOBREGIRO       RETENIDO" DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA

           MOVE 0 TO WS-TOT-FALLEC
           MOVE 0 TO WS-TOT-ACTUAL
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CANT-CTAS
               PERFORM CERTIFICAR-CUENTA
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE WS-TOT-FALLEC TO WS-ED-TOTAL
           MOVE WS-TOT-ACTUAL TO WS-ED-TOTAL2
           MOVE SPACES TO WS-LINEA
           STRING "TOTAL LOC  " WS-ED-TOTAL "  " WS-ED-TOTAL2
               DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-CERTIFICADO FROM WS-LINEA
           IF SUC-CANT-HER = 0
               MOVE "HEREDEROS: SIN REGISTRAR" TO WS-LINEA
               WRITE REG-CERTIFICADO FROM WS-LINEA
           ELSE
               MOVE "HEREDEROS:" TO WS-LINEA
               WRITE REG-CERTIFICADO FROM WS-LINEA
               PERFORM VARYING WS-IDX-HER FROM 1 BY 1
                       UNTIL WS-IDX-HER > SUC-CANT-HER
                   MOVE SUC-HER-PORC(WS-IDX-HER) TO WS-ED-PORC
                   MOVE SPACES TO WS-LINEA
                   STRING "  " SUC-HER-NOMBRE(WS-IDX-HER)
                       " CUENTA " SUC-HER-CUENTA(WS-IDX-HER)
                       "  " WS-ED-PORC " %" DELIMITED BY SIZE
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-CERTIFICADO FROM WS-LINEA
               END-PERFORM
           END-IF
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-CERTIFICADO FROM WS-LINEA
           CLOSE ARCH-CERTIFICADO
           IF WS-MOV-ABIERTO = "S"
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           DISPLAY "CERTIFICADO EN certificado_sucesion.txt".

       CERTIFICAR-CUENTA.
           MOVE TS-CUENTA(WS-IDX-CTA) TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   MOVE 0 TO CTA-SALDO
                   MOVE 0 TO CTA-SOBREGIRO
           END-READ
           PERFORM BUSCAR-SALDO-FALLECIMIENTO
               THRU BUSCAR-SALDO-FALLECIMIENTO-FIN
           CALL "RETENCIONES-RUTINA" USING CTA-NUMERO
               WS-FECHA-NEGOCIO WS-RETENIDO WS-RET-RC
           MOVE WS-SALDO-FALLEC TO WS-ED-SALDO
           MOVE CTA-SALDO TO WS-ED-SALDO2
           MOVE CTA-SOBREGIRO TO WS-ED-SOBREGIRO
           MOVE WS-RETENIDO TO WS-ED-RETENIDO
           MOVE SPACES TO WS-LINEA
           STRING TS-CUENTA(WS-IDX-CTA) " " TS-MONEDA(WS-IDX-CTA)
               "  " WS-ED-SALDO "  " WS-ED-SALDO2
               " " WS-ED-SOBREGIRO " " WS-ED-RETENIDO
               DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           IF TS-MONEDA(WS-IDX-CTA) = "LOC"
               ADD WS-SALDO-FALLEC TO WS-TOT-FALLEC
               ADD CTA-SALDO TO WS-TOT-ACTUAL
           END-IF.

       BUSCAR-SALDO-FALLECIMIENTO.
           MOVE 0 TO WS-SALDO-FALLEC
           IF WS-MOV-ABIERTO = "N"
               GO TO BUSCAR-SALDO-FALLECIMIENTO-FIN
           END-IF
           MOVE "N" TO WS-FIN
           MOVE TS-CUENTA(WS-IDX-CTA) TO MOV-CUENTA
           MOVE 0 TO MOV-FECHA
           MOVE 0 TO MOV-SECUENCIA
           START ARCH-MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = "S"
               READ ARCH-MOVIMIENTOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
               END-READ
               IF WS-FIN = "N"
                   IF MOV-CUENTA NOT = TS-CUENTA(WS-IDX-CTA)
                           OR MOV-FECHA > SUC-FECHA-FALLEC
                       MOVE "S" TO WS-FIN
                   ELSE
                       MOVE MOV-SALDO TO WS-SALDO-FALLEC
                   END-IF
               END-IF
           END-PERFORM.
       BUSCAR-SALDO-FALLECIMIENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    APROBAR-PAGO                                                *
      *    Credencial de supervisor, distinto de quien registro a los  *
      *    herederos.                                                  *
      *----------------------------------------------------------------*
       APROBAR-PAGO.
           PERFORM LEER-CAUSANTE
           IF FS-SUC NOT = "00"
               DISPLAY "NO HAY SUCESION REGISTRADA PARA " WS-CLI-ID
               GO TO APROBAR-PAGO-FIN
           END-IF
           IF NOT SUC-NOTIFICADA
               DISPLAY "LA SUCESION NO ESTA PENDIENTE DE APROBACION."
               GO TO APROBAR-PAGO-FIN
           END-IF
           IF SUC-CANT-HER = 0
               DISPLAY "FALTAN LOS HEREDEROS."
               GO TO APROBAR-PAGO-FIN
           END-IF
           PERFORM VARYING WS-IDX-HER FROM 1 BY 1
                   UNTIL WS-IDX-HER > SUC-CANT-HER
               MOVE SUC-HER-PORC(WS-IDX-HER) TO WS-ED-PORC
               DISPLAY "  " SUC-HER-NOMBRE(WS-IDX-HER)
                   " CUENTA " SUC-HER-CUENTA(WS-IDX-HER)
                   "  " WS-ED-PORC " %"
           END-PERFORM

           PERFORM PEDIR-CREDENCIAL-SUPERVISOR
           IF WS-SUP-OK = "N"
               DISPLAY "CREDENCIAL DE SUPERVISOR INVALIDA."
               MOVE "SUC-DENEGADO" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               GO TO APROBAR-PAGO-FIN
           END-IF
           IF WS-SUP-USUARIO = SUC-USUARIO-HER
               DISPLAY "QUIEN CARGO LOS HEREDEROS NO PUEDE APROBAR "
                   "EL PAGO."
               MOVE "SUC-DENEGADO" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               GO TO APROBAR-PAGO-FIN
           END-IF

           MOVE "A" TO SUC-ESTADO
           MOVE WS-SUP-USUARIO TO SUC-USUARIO-APROB
           MOVE WS-FECHA-NEGOCIO TO SUC-FECHA-APROB
           REWRITE SUCESION-REG
           IF FS-SUC NOT = "00"
               DISPLAY "ERROR AL APROBAR. FS=" FS-SUC
               MOVE "SUCESIONES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-SUC TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               GO TO APROBAR-PAGO-FIN
           END-IF
           MOVE "SUC-APRUEBA" TO WS-SEG-EVENTO
           PERFORM GRABAR-SEGURIDAD
           DISPLAY "PAGO A LOS HEREDEROS APROBADO.".
       APROBAR-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    PAGAR-HEREDEROS                                             *
      *    Con CUENTAS.IDX bajo candado: verifica que ninguna cuenta   *
      *    del causante tenga sobregiro ni otra retencion activa que   *
      *    las de la sucesion y que cada heredero siga operativo y en  *
      *    la moneda de las cuentas a repartir; levanta las            *
      *    retenciones FALLECIDO, reparte el saldo y da de baja al     *
      *    cliente.                                                    *
      *----------------------------------------------------------------*
       PAGAR-HEREDEROS.
           PERFORM LEER-CAUSANTE
           IF FS-SUC NOT = "00" OR FS NOT = "00"
               DISPLAY "NO HAY SUCESION REGISTRADA PARA " WS-CLI-ID
               GO TO PAGAR-HEREDEROS-FIN
           END-IF
           IF NOT SUC-APROBADA
               DISPLAY "EL PAGO NO ESTA APROBADO (ESTADO "
                   SUC-ESTADO ")."
               GO TO PAGAR-HEREDEROS-FIN
           END-IF
           DISPLAY "CONFIRMA EL PAGO A LOS HEREDEROS? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "PAGO CANCELADO. NO SE TOCO NADA."
               GO TO PAGAR-HEREDEROS-FIN
           END-IF

           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-OPERADOR WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               GO TO PAGAR-HEREDEROS-FIN
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
               GO TO PAGAR-HEREDEROS-FIN
           END-IF

           PERFORM CARGAR-CUENTAS-CAUSANTE
           PERFORM CARGAR-RETENCIONES
           PERFORM VALIDAR-PAGO
           IF WS-PAGO-OK = "N"
               DISPLAY "NO SE PAGA NADA."
               PERFORM TERMINAR-PAGO
               GO TO PAGAR-HEREDEROS-FIN
           END-IF

           PERFORM LEVANTAR-RETENCIONES-SUC
           OPEN I-O ARCH-MOVIMIENTOS
           IF FS-MOV = "35"
               OPEN OUTPUT ARCH-MOVIMIENTOS
               CLOSE ARCH-MOVIMIENTOS
               OPEN I-O ARCH-MOVIMIENTOS
           END-IF
           MOVE 0 TO WS-PAGO-TOTAL
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CANT-CTAS
               PERFORM REPARTIR-CUENTA
           END-PERFORM
           CLOSE ARCH-MOVIMIENTOS

           MOVE "P" TO SUC-ESTADO
           MOVE WS-FECHA-NEGOCIO TO SUC-FECHA-PAGO
           MOVE WS-PAGO-TOTAL TO SUC-TOTAL-PAGADO
           REWRITE SUCESION-REG
           IF FS-SUC NOT = "00"
               MOVE "SUCESIONES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-SUC TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF
           MOVE "I" TO CLI-ESTADO
           MOVE WS-FECHA-NEGOCIO TO CLI-FECHA-BAJA
           REWRITE CLIENTE-REG
           IF FS NOT = "00"
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF

           MOVE "SUCESION-PAGO" TO WS-AUD-ACCION
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "PAGADO=" WS-PAGO-TOTAL
               " HEREDEROS=" SUC-CANT-HER
               " CTAS=" WS-CANT-CTAS DELIMITED BY SIZE
               INTO WS-AUD-DETALLE
           END-STRING
           PERFORM GRABAR-AUDITORIA
           PERFORM TERMINAR-PAGO
           PERFORM EMITIR-CERTIFICADO
           DISPLAY "SUCESION PAGADA. CIERRE LAS CUENTAS DEL CAUSANTE "
               "CON DB-CLOSURE.".
       PAGAR-HEREDEROS-FIN.
           EXIT.

       TERMINAR-PAGO.
           CLOSE CUENTAS
           OPEN INPUT CUENTAS
           PERFORM LIBERAR-CANDADO.

       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-OPERADOR WS-LOCK-RESULTADO WS-LOCK-INFO.

       VALIDAR-PAGO.
           MOVE "S" TO WS-PAGO-OK
           IF WS-RTF-DESBORDE = "S"
               DISPLAY "retenciones_fondos.txt EXCEDE LA TABLA."
               MOVE "N" TO WS-PAGO-OK
           END-IF
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CANT-CTAS
               MOVE TS-CUENTA(WS-IDX-CTA) TO CTA-NUMERO
               READ CUENTAS
                   INVALID KEY MOVE 0 TO CTA-SOBREGIRO
               END-READ
               IF CTA-SOBREGIRO > 0
                   DISPLAY "CUENTA " CTA-NUMERO " CON SOBREGIRO "
                       "PENDIENTE POR " CTA-SOBREGIRO "."
                   MOVE "N" TO WS-PAGO-OK
               END-IF
               PERFORM VARYING WS-IDX-RTF FROM 1 BY 1
                       UNTIL WS-IDX-RTF > WS-CANT-RETENCIONES
                   IF TR-CUENTA(WS-IDX-RTF) = TS-CUENTA(WS-IDX-CTA)
                           AND TR-ESTADO(WS-IDX-RTF) = "A"
                           AND TR-REFERENCIA(WS-IDX-RTF)
                               NOT = WS-SUC-REF
                       DISPLAY "CUENTA " CTA-NUMERO " CON RETENCION "
                           TR-MOTIVO(WS-IDX-RTF) " REF "
                           TR-REFERENCIA(WS-IDX-RTF) " ACTIVA."
                       MOVE "N" TO WS-PAGO-OK
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-IDX-HER FROM 1 BY 1
                   UNTIL WS-IDX-HER > SUC-CANT-HER
               MOVE SUC-HER-CUENTA(WS-IDX-HER) TO CTA-NUMERO
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA DEL HEREDERO " CTA-NUMERO
                           " INEXISTENTE."
                       MOVE "N" TO WS-PAGO-OK
                   NOT INVALID KEY
                       IF CTA-INACTIVA OR CTA-CERRADA
                           DISPLAY "CUENTA DEL HEREDERO " CTA-NUMERO
                               " NO OPERATIVA."
                           MOVE "N" TO WS-PAGO-OK
                       END-IF
                       MOVE CTA-MONEDA TO WS-MONEDA
                       IF WS-MONEDA = SPACES
                           MOVE "LOC" TO WS-MONEDA
                       END-IF
                       PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                               UNTIL WS-IDX-CTA > WS-CANT-CTAS
                           IF TS-SALDO(WS-IDX-CTA) > 0
                                   AND TS-MONEDA(WS-IDX-CTA)
                                       NOT = WS-MONEDA
                               DISPLAY "CUENTA DEL HEREDERO "
                                   CTA-NUMERO " EN " WS-MONEDA
                                   " Y CUENTA " TS-CUENTA(WS-IDX-CTA)
                                   " EN " TS-MONEDA(WS-IDX-CTA) "."
                               MOVE "N" TO WS-PAGO-OK
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       CARGAR-RETENCIONES.
           MOVE 0 TO WS-CANT-RETENCIONES
           MOVE "N" TO WS-RTF-DESBORDE
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-RETENCIONES
           IF FS-RTF = "00"
               PERFORM LEER-RETENCION
               PERFORM UNTIL WS-FIN = "S"
                   IF WS-CANT-RETENCIONES < 500
                       ADD 1 TO WS-CANT-RETENCIONES
                       MOVE RTF-CUENTA
                           TO TR-CUENTA(WS-CANT-RETENCIONES)
                       MOVE RTF-IMPORTE
                           TO TR-IMPORTE(WS-CANT-RETENCIONES)
                       MOVE RTF-MOTIVO
                           TO TR-MOTIVO(WS-CANT-RETENCIONES)
                       MOVE RTF-REFERENCIA
                           TO TR-REFERENCIA(WS-CANT-RETENCIONES)
                       MOVE RTF-USUARIO
                           TO TR-USUARIO(WS-CANT-RETENCIONES)
                       MOVE RTF-VENCE
                           TO TR-VENCE(WS-CANT-RETENCIONES)
                       MOVE RTF-ESTADO
                           TO TR-ESTADO(WS-CANT-RETENCIONES)
                   ELSE
                       MOVE "S" TO WS-RTF-DESBORDE
                   END-IF
                   PERFORM LEER-RETENCION
               END-PERFORM
               CLOSE ARCH-RETENCIONES
           END-IF.

       LEER-RETENCION.
           READ ARCH-RETENCIONES
               AT END MOVE "S" TO WS-FIN
           END-READ.

      *    LAS RETENCIONES DE LA SUCESION (REFERENCIA SUC + CLI-ID)
      *    QUEDAN LEVANTADAS Y EL ARCHIVO SE REGRABA COMPLETO, COMO EN
      *    DB-HOLDS.
       LEVANTAR-RETENCIONES-SUC.
           PERFORM VARYING WS-IDX-RTF FROM 1 BY 1
                   UNTIL WS-IDX-RTF > WS-CANT-RETENCIONES
               IF TR-REFERENCIA(WS-IDX-RTF) = WS-SUC-REF
                       AND TR-MOTIVO(WS-IDX-RTF) = "FALLECIDO"
                   MOVE "L" TO TR-ESTADO(WS-IDX-RTF)
               END-IF
           END-PERFORM
           OPEN OUTPUT ARCH-RETENCIONES
           PERFORM VARYING WS-IDX-RTF FROM 1 BY 1
                   UNTIL WS-IDX-RTF > WS-CANT-RETENCIONES
               MOVE SPACES TO REG-RETENCION
               MOVE TR-CUENTA(WS-IDX-RTF) TO RTF-CUENTA
               MOVE TR-IMPORTE(WS-IDX-RTF) TO RTF-IMPORTE
               MOVE TR-MOTIVO(WS-IDX-RTF) TO RTF-MOTIVO
               MOVE TR-REFERENCIA(WS-IDX-RTF) TO RTF-REFERENCIA
               MOVE TR-USUARIO(WS-IDX-RTF) TO RTF-USUARIO
               MOVE TR-VENCE(WS-IDX-RTF) TO RTF-VENCE
               MOVE TR-ESTADO(WS-IDX-RTF) TO RTF-ESTADO
               WRITE REG-RETENCION
           END-PERFORM
           CLOSE ARCH-RETENCIONES
           IF FS-RTF NOT = "00"
               DISPLAY "ERROR AL REGRABAR retenciones_fondos.txt. "
                   "FS=" FS-RTF
               MOVE "retenciones_fond" TO WS-ERR-ARCHIVO
               MOVE FS-RTF TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    REPARTIR-CUENTA                                             *
      *    El saldo de la cuenta sale como R y entra a cada heredero   *
      *    como D por su porcentaje; el ultimo lleva el resto.         *
      *----------------------------------------------------------------*
       REPARTIR-CUENTA.
           MOVE TS-CUENTA(WS-IDX-CTA) TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY MOVE 0 TO CTA-SALDO
           END-READ
           IF CTA-SALDO > 0
               MOVE CTA-SALDO TO WS-PAGO-SALDO
               MOVE CTA-SALDO TO WS-PAGO-RESTO
               MOVE CTA-NUMERO TO WS-MOV-REF
               MOVE 0 TO CTA-SALDO
               REWRITE CUENTA-REG
               IF FS-CTA NOT = "00"
                   MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-CTA TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
               MOVE "R" TO WS-MOV-TIPO-SAL
               MOVE WS-PAGO-SALDO TO WS-MOV-IMPORTE
               PERFORM GRABAR-MOVIMIENTO
               ADD WS-PAGO-SALDO TO WS-PAGO-TOTAL
               PERFORM VARYING WS-IDX-HER FROM 1 BY 1
                       UNTIL WS-IDX-HER > SUC-CANT-HER
                   IF WS-IDX-HER = SUC-CANT-HER
                       MOVE WS-PAGO-RESTO TO WS-PAGO-PARTE
                   ELSE
                       COMPUTE WS-PAGO-PARTE ROUNDED = WS-PAGO-SALDO
                           * SUC-HER-PORC(WS-IDX-HER) / 100
                       SUBTRACT WS-PAGO-PARTE FROM WS-PAGO-RESTO
                   END-IF
                   IF WS-PAGO-PARTE > 0
                       PERFORM ABONAR-HEREDERO
                   END-IF
               END-PERFORM
               DISPLAY "CUENTA " TS-CUENTA(WS-IDX-CTA)
                   " REPARTIDA: " WS-PAGO-SALDO
           END-IF.

       ABONAR-HEREDERO.
           MOVE SUC-HER-CUENTA(WS-IDX-HER) TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   DISPLAY "CUENTA DEL HEREDERO " CTA-NUMERO
                       " INEXISTENTE."
                   MOVE "23" TO FS-CTA
                   MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-CTA TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               NOT INVALID KEY
                   IF CTA-SOBREGIRO > 0
                       IF WS-PAGO-PARTE >= CTA-SOBREGIRO
                           COMPUTE CTA-SALDO = CTA-SALDO
                               + WS-PAGO-PARTE - CTA-SOBREGIRO
                           MOVE 0 TO CTA-SOBREGIRO
                       ELSE
                           SUBTRACT WS-PAGO-PARTE FROM CTA-SOBREGIRO
                       END-IF
                   ELSE
                       ADD WS-PAGO-PARTE TO CTA-SALDO
                   END-IF
                   REWRITE CUENTA-REG
                   IF FS-CTA NOT = "00"
                       MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
                       MOVE FS-CTA TO WS-ERR-FS
                       PERFORM REGISTRAR-ERROR
                   END-IF
                   MOVE "D" TO WS-MOV-TIPO-SAL
                   MOVE WS-PAGO-PARTE TO WS-MOV-IMPORTE
                   PERFORM GRABAR-MOVIMIENTO
           END-READ.

       GRABAR-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-MOV-FECHA TO MOV-FECHA
           MOVE WS-MOV-HORA TO MOV-HORA
           MOVE WS-MOV-TIPO-SAL TO MOV-TIPO
           MOVE WS-MOV-IMPORTE TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           MOVE WS-MOV-REF TO MOV-REFERENCIA
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
               " USUARIO=" WS-OPERADOR DELIMITED BY SIZE
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
               " PROGRAMA=DB-ESTATE" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-ESTATE.
