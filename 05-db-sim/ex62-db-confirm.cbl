      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Cartas de confirmacion de saldos a una fecha: lee
      *          la lista de pedidos confirmaciones_sol.txt (cliente,
      *          fecha de corte y quien lo pide: auditor externo,
      *          juzgado) y deja en cartas_confirmacion.txt una carta
      *          formal por pedido, dirigida a la CLI-DIRECCION del
      *          titular, con todas sus cuentas y el saldo, el
      *          sobregiro, el estado y los fondos retenidos que
      *          tenia cada una al cierre de esa fecha. El saldo sale
      *          de la historia diaria SALDOS-HIST.IDX (DB-BALHIST):
      *          la ultima foto no posterior a la fecha pedida, que
      *          es el cierre vigente ese dia aunque haya caido en
      *          fin de semana o feriado. No depende del libro de
      *          movimientos, asi que un corte de DB-MOVARCHIVE no la
      *          afecta. Una cuenta sin foto a esa fecha (abierta
      *          despues, o anterior al inicio de la historia) se
      *          informa en la carta en vez de inventar un saldo.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-CONFIRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARCH-HISTORIA ASSIGN TO "SALDOS-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHI-CLAVE
               FILE STATUS IS FS-SHI.
           SELECT ARCH-PEDIDOS ASSIGN TO "confirmaciones_sol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SOL.
           SELECT ARCH-CARTAS ASSIGN TO "cartas_confirmacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAR.
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
               88 CLI-TIPO-NORMAL  VALUE "N" " ".
               88 CLI-TIPO-PREMIUM VALUE "P".
               88 CLI-TIPO-EMPRESA VALUE "E".
           05 CLI-FECHA-BAJA   PIC 9(8).
           05 CLI-VERSION      PIC X(1).
               88 CLI-LAYOUT-V2    VALUE "2".
               88 CLI-LAYOUT-V3    VALUE "3".
           05 CLI-FECHA-NAC    PIC 9(8).
           05 FILLER           PIC X(3).

       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
           05 CTA-NUMERO       PIC 9(8).
           05 CTA-CLI-ID       PIC 9(5).
           05 CTA-TIPO         PIC X(1).
               88 CTA-CORRIENTE   VALUE "C".
               88 CTA-AHORRO      VALUE "A".
           05 CTA-SALDO        PIC 9(9)V99.
           05 CTA-ESTADO       PIC X(1).
               88 CTA-ACTIVA      VALUE "A" " ".
               88 CTA-INACTIVA    VALUE "I".
               88 CTA-DORMIDA     VALUE "D".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
               88 CTA-LAYOUT-V2    VALUE "2".
           05 CTA-MONEDA       PIC X(3).
               88 CTA-MONEDA-LOCAL VALUE "LOC" "   ".
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

       FD  ARCH-HISTORIA
           RECORD CONTAINS 60 CHARACTERS.
       01  HISTORIA-REG.
           05 SHI-CLAVE.
               10 SHI-CUENTA    PIC 9(8).
               10 SHI-FECHA     PIC 9(8).
           05 SHI-CLI-ID       PIC 9(5).
           05 SHI-TIPO         PIC X(1).
           05 SHI-SALDO        PIC 9(9)V99.
           05 SHI-SOBREGIRO    PIC 9(4)V99.
           05 SHI-ESTADO       PIC X(1).
               88 SHI-ACTIVA      VALUE "A" " ".
               88 SHI-INACTIVA    VALUE "I".
               88 SHI-DORMIDA     VALUE "D".
           05 SHI-RETENIDO     PIC 9(9)V99.
           05 SHI-MONEDA       PIC X(3).
           05 SHI-VERSION      PIC X(1).
               88 SHI-LAYOUT-V1    VALUE "1".
           05 FILLER           PIC X(5).

      *----------------------------------------------------------------*
      *    PEDIDO DE CONFIRMACION: CLIENTE, FECHA DE CORTE Y QUIEN     *
      *    LA SOLICITA (VA EN EL ENCABEZADO DE LA CARTA).              *
      *----------------------------------------------------------------*
       FD  ARCH-PEDIDOS.
       01  REG-PEDIDO.
           05 SOL-CLI-ID       PIC 9(5).
           05 SOL-FECHA        PIC 9(8).
           05 SOL-SOLICITANTE  PIC X(40).

       FD  ARCH-CARTAS.
       01  REG-CARTA           PIC X(80).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-SHI              PIC XX.
       01  FS-SOL              PIC XX.
       01  FS-CAR              PIC XX.
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

       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.

       01  WS-FIN-SOL          PIC X VALUE "N".
       01  WS-FIN-CUENTAS      PIC X VALUE "N".
       01  WS-FIN-HIST         PIC X VALUE "N".
       01  WS-HAY-FOTO         PIC X VALUE "N".
       01  WS-MOTIVO           PIC X(30).

      *    ULTIMA FOTO NO POSTERIOR A LA FECHA PEDIDA.
       01  WS-FOTO-FECHA       PIC 9(8) VALUE 0.
       01  WS-FOTO-SALDO       PIC 9(9)V99 VALUE 0.
       01  WS-FOTO-SOBREGIRO   PIC 9(4)V99 VALUE 0.
       01  WS-FOTO-ESTADO      PIC X(1).
       01  WS-FOTO-RETENIDO    PIC 9(9)V99 VALUE 0.
       01  WS-FOTO-MONEDA      PIC X(3).
       01  WS-DESC-ESTADO      PIC X(10).

       01  WS-CUENTAS-CARTA    PIC 9(3) VALUE 0.
       01  WS-TOT-LOCAL        PIC 9(11)V99 VALUE 0.

       01  WS-CONT-PEDIDOS     PIC 9(5) VALUE 0.
       01  WS-CONT-CARTAS      PIC 9(5) VALUE 0.
       01  WS-CONT-RECHAZADOS  PIC 9(5) VALUE 0.

       01  WS-LINEA            PIC X(80).
       01  WS-ED-SALDO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-SOBREGIRO     PIC Z,ZZ9.99.
       01  WS-ED-RETENIDO      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   CARTAS DE CONFIRMACION DE SALDOS             "
           DISPLAY "==============================================="
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC

           OPEN INPUT ARCH-PEDIDOS
           IF FS-SOL NOT = "00"
               DISPLAY "SIN PEDIDOS (confirmaciones_sol.txt FS="
                   FS-SOL "). NADA QUE EMITIR."
               STOP RUN
           END-IF

           OPEN INPUT CLIENTES
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE ARCH-PEDIDOS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE ARCH-PEDIDOS
               CLOSE CLIENTES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ARCH-HISTORIA
           IF FS-SHI NOT = "00"
               DISPLAY "ERROR AL ABRIR SALDOS-HIST.IDX. FS=" FS-SHI
               DISPLAY "SIN HISTORIA DE SALDOS NO HAY QUE CONFIRMAR "
                   "(CORRER DB-BALHIST EN EL CIERRE)."
               MOVE "SALDOS-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-SHI TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE ARCH-PEDIDOS
               CLOSE CLIENTES
               CLOSE CUENTAS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-CARTAS
           PERFORM VERIFICAR-LAYOUTS

           PERFORM LEER-PEDIDO
           PERFORM UNTIL WS-FIN-SOL = "S"
               ADD 1 TO WS-CONT-PEDIDOS
               PERFORM ATENDER-PEDIDO THRU ATENDER-PEDIDO-FIN
               PERFORM LEER-PEDIDO
           END-PERFORM

           CLOSE ARCH-PEDIDOS
           CLOSE CLIENTES
           CLOSE CUENTAS
           CLOSE ARCH-HISTORIA
           CLOSE ARCH-CARTAS
           MOVE "CONFIRM-SAL" TO WS-SPOOL-REPORTE
           MOVE "cartas_confirmacion.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "PEDIDOS LEIDOS:     " WS-CONT-PEDIDOS
           DISPLAY "CARTAS EMITIDAS:    " WS-CONT-CARTAS
           DISPLAY "PEDIDOS RECHAZADOS: " WS-CONT-RECHAZADOS
           DISPLAY "CARTAS: cartas_confirmacion.txt"
           IF WS-CONT-RECHAZADOS > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       LEER-PEDIDO.
           READ ARCH-PEDIDOS
               AT END MOVE "S" TO WS-FIN-SOL
           END-READ.

      *----------------------------------------------------------------*
      *    ATENDER-PEDIDO                                              *
      *    Un pedido con fecha imposible o futura, o de un cliente     *
      *    inexistente, se rechaza en pantalla sin carta.              *
      *----------------------------------------------------------------*
       ATENDER-PEDIDO.
           IF SOL-CLI-ID NOT NUMERIC OR SOL-FECHA NOT NUMERIC
               MOVE "LINEA MAL FORMADA" TO WS-MOTIVO
               PERFORM RECHAZAR-PEDIDO
               GO TO ATENDER-PEDIDO-FIN
           END-IF
           MOVE "V" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION SOL-FECHA
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00"
               MOVE "FECHA IMPOSIBLE" TO WS-MOTIVO
               PERFORM RECHAZAR-PEDIDO
               GO TO ATENDER-PEDIDO-FIN
           END-IF
           IF SOL-FECHA > WS-FECHA-NEGOCIO
               MOVE "FECHA POSTERIOR AL NEGOCIO" TO WS-MOTIVO
               PERFORM RECHAZAR-PEDIDO
               GO TO ATENDER-PEDIDO-FIN
           END-IF
           MOVE SOL-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE INEXISTENTE" TO WS-MOTIVO
                   PERFORM RECHAZAR-PEDIDO
                   GO TO ATENDER-PEDIDO-FIN
           END-READ

           PERFORM ENCABEZAR-CARTA
           MOVE 0 TO WS-CUENTAS-CARTA
           MOVE 0 TO WS-TOT-LOCAL
           MOVE "N" TO WS-FIN-CUENTAS
           MOVE CLI-ID TO CTA-CLI-ID
           START CUENTAS KEY IS NOT LESS THAN CTA-CLI-ID
               INVALID KEY MOVE "S" TO WS-FIN-CUENTAS
           END-START
           PERFORM UNTIL WS-FIN-CUENTAS = "S"
               READ CUENTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-CUENTAS
                   NOT AT END
                       IF CTA-CLI-ID = CLI-ID
                           PERFORM DETALLAR-CUENTA
                       ELSE
                           MOVE "S" TO WS-FIN-CUENTAS
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CERRAR-CARTA
           ADD 1 TO WS-CONT-CARTAS.
       ATENDER-PEDIDO-FIN.
           EXIT.

       RECHAZAR-PEDIDO.
           ADD 1 TO WS-CONT-RECHAZADOS
           DISPLAY "PEDIDO RECHAZADO: CLIENTE " SOL-CLI-ID
               " FECHA " SOL-FECHA " - " WS-MOTIVO.

      *----------------------------------------------------------------*
      *    ENCABEZAR-CARTA                                             *
      *    Una carta por pagina, con salto de pagina fisico entre      *
      *    cartas como en DB-STATEMENT-BATCH.                          *
      *----------------------------------------------------------------*
       ENCABEZAR-CARTA.
           IF WS-CONT-CARTAS > 0
               MOVE SPACES TO WS-LINEA
               WRITE REG-CARTA FROM WS-LINEA AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO WS-LINEA
           STRING "FECHA DE EMISION: " WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "SR/A. " CLI-NOMBRE DELIMITED BY "  "
               " " CLI-APELLIDO DELIMITED BY "  "
               INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           MOVE CLI-DIRECCION TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CLIENTE NRO. " CLI-ID
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "REF.: CONFIRMACION DE SALDOS AL " SOL-FECHA
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           IF SOL-SOLICITANTE NOT = SPACES
               MOVE SPACES TO WS-LINEA
               STRING "A SOLICITUD DE: " SOL-SOLICITANTE
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               WRITE REG-CARTA FROM WS-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE "DE ACUERDO CON NUESTROS REGISTROS, AL CIERRE DE LA"
               TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "FECHA " SOL-FECHA " LAS CUENTAS A SU NOMBRE "
               "PRESENTABAN LOS SIGUIENTES"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE "SALDOS:" TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CUENTA   T MON ESTADO              SALDO"
               " SOBREGIRO       RETENIDO"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-CARTA FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA.

      *----------------------------------------------------------------*
      *    DETALLAR-CUENTA                                             *
      *    Recorre las fotos de la cuenta (clave cuenta + fecha) y se  *
      *    queda con la ultima no posterior a la fecha pedida.         *
      *----------------------------------------------------------------*
       DETALLAR-CUENTA.
           MOVE "N" TO WS-HAY-FOTO
           MOVE "N" TO WS-FIN-HIST
           MOVE CTA-NUMERO TO SHI-CUENTA
           MOVE 0 TO SHI-FECHA
           START ARCH-HISTORIA KEY IS NOT LESS THAN SHI-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-HIST
           END-START
           PERFORM UNTIL WS-FIN-HIST = "S"
               READ ARCH-HISTORIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-HIST
                   NOT AT END
                       IF SHI-CUENTA NOT = CTA-NUMERO
                               OR SHI-FECHA > SOL-FECHA
                           MOVE "S" TO WS-FIN-HIST
                       ELSE
                           MOVE "S" TO WS-HAY-FOTO
                           MOVE SHI-FECHA TO WS-FOTO-FECHA
                           MOVE SHI-SALDO TO WS-FOTO-SALDO
                           MOVE SHI-SOBREGIRO TO WS-FOTO-SOBREGIRO
                           MOVE SHI-ESTADO TO WS-FOTO-ESTADO
                           MOVE SHI-RETENIDO TO WS-FOTO-RETENIDO
                           MOVE SHI-MONEDA TO WS-FOTO-MONEDA
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO WS-CUENTAS-CARTA
           MOVE SPACES TO WS-LINEA
           IF WS-HAY-FOTO = "N"
               STRING CTA-NUMERO " " CTA-TIPO
                   "   SIN SALDO REGISTRADO A ESA FECHA"
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               WRITE REG-CARTA FROM WS-LINEA
           ELSE
               EVALUATE WS-FOTO-ESTADO
                   WHEN "I"
                       MOVE "DE BAJA" TO WS-DESC-ESTADO
                   WHEN "D"
                       MOVE "INMOVIL." TO WS-DESC-ESTADO
                   WHEN OTHER
                       MOVE "ACTIVA" TO WS-DESC-ESTADO
               END-EVALUATE
               MOVE WS-FOTO-SALDO TO WS-ED-SALDO
               MOVE WS-FOTO-SOBREGIRO TO WS-ED-SOBREGIRO
               MOVE WS-FOTO-RETENIDO TO WS-ED-RETENIDO
               STRING CTA-NUMERO " " CTA-TIPO " " WS-FOTO-MONEDA " "
                   WS-DESC-ESTADO " " WS-ED-SALDO "  "
                   WS-ED-SOBREGIRO " " WS-ED-RETENIDO
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               WRITE REG-CARTA FROM WS-LINEA
               IF WS-FOTO-MONEDA = "LOC"
                   ADD WS-FOTO-SALDO TO WS-TOT-LOCAL
               END-IF
           END-IF.

       CERRAR-CARTA.
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           IF WS-CUENTAS-CARTA = 0
               MOVE "EL CLIENTE NO REGISTRA CUENTAS EN LA ENTIDAD."
                   TO WS-LINEA
           ELSE
               MOVE WS-TOT-LOCAL TO WS-ED-TOTAL
               STRING "TOTAL SALDOS EN MONEDA LOCAL: " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
           END-IF
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE "LOS SALDOS EN DIVISAS SE EXPRESAN EN SU MONEDA Y NO"
               TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE "SE INCLUYEN EN EL TOTAL. LA PRESENTE SE EMITE A"
               TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE "PEDIDO DEL INTERESADO PARA SER PRESENTADA ANTE QUIEN"
               TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE "CORRESPONDA." TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE "            ______________________________" TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA
           MOVE "            GERENCIA DE OPERACIONES" TO WS-LINEA
           WRITE REG-CARTA FROM WS-LINEA.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185,
      * CUENTAS V02/50 Y SALDOS-HIST V01/60.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF
           MOVE "SALDOS-HIST.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 60 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF.

       DETENER-POR-LAYOUT.
           CLOSE ARCH-PEDIDOS
           CLOSE CLIENTES
           CLOSE CUENTAS
           CLOSE ARCH-HISTORIA
           CLOSE ARCH-CARTAS
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
               " PROGRAMA=DB-CONFIRM" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-CONFIRM.
