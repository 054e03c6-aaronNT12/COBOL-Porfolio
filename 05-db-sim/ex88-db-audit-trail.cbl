      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Consulta de auditoria cruzada entre bitacoras: para
      *          un usuario, un cliente (CLI-ID), una cuenta
      *          (CTA-NUMERO), un empleado (EMP-ID) y/o un rango de
      *          fechas, junta en un unico rastro ordenado por fecha
      *          y hora las lineas de audit_log.txt,
      *          nomina_audit.txt, seguridad.log, translog.txt y
      *          errores.log que corresponden, cada una marcada con
      *          su origen. Cada bitacora tiene su layout, pero
      *          todas anotan "fecha hora" al principio y los datos
      *          como TOKEN=valor, asi que el cruce se hace por
      *          token:
      *            usuario  - USUARIO= POR= SUP= SUPERVISOR=
      *                       SOLIC= PREPARO=
      *            cliente  - CLI= ID= CLIENTE= y los CTA=/CUENTA=
      *                       de sus cuentas en CUENTAS.IDX; en
      *                       translog.txt tambien el ID del layout
      *                       fijo de DB-TRANSACTION-SIM
      *            cuenta   - CTA= CUENTA=
      *            empleado - EMP-ID=
      *          Los criterios se combinan: la linea tiene que
      *          cumplir todos los indicados. Las lineas de
      *          translog.txt sin fecha (interes, comisiones) solo
      *          entran cuando no se pidio rango de fechas y se
      *          listan al final. Si se indica cuenta, se agregan
      *          sus movimientos de MOVIMIENTOS.IDX en el rango (el
      *          libro no registra operador, asi que el filtro de
      *          usuario no los alcanza). El resultado queda en
      *          consulta_audit.txt, al spool como
      *          AUDITORIA-CONSULTA para entregar a los auditores.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-AUDIT-TRAIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARCH-AUDITORIA ASSIGN TO "audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUD.
           SELECT ARCH-NOMINA-AUD ASSIGN TO "nomina_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NAU.
           SELECT ARCH-SEG-LOG ASSIGN TO "seguridad.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SLG.
           SELECT ARCH-TRANSLOG ASSIGN TO "translog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
           SELECT ARCH-REPORTE ASSIGN TO "consulta_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.
           SELECT SORT-RASTRO ASSIGN TO "rastrowk".

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
           05 CTA-NUMERO       PIC 9(8).
           05 CTA-CLI-ID       PIC 9(5).
           05 CTA-TIPO         PIC X(1).
           05 CTA-SALDO        PIC 9(9)V99.
           05 CTA-ESTADO       PIC X(1).
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
               88 CTA-LAYOUT-V2    VALUE "2".
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
               88 MOV-DEPOSITO    VALUE "D".
               88 MOV-RETIRO      VALUE "R".
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 FILLER           PIC X(3).
           05 MOV-ESTADO       PIC X(1).
           05 MOV-TIPO-ORIGEN  PIC X(1).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA       PIC X(132).

       FD  ARCH-NOMINA-AUD.
       01  REG-NOMINA-AUD      PIC X(180).

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(132).

       FD  ARCH-TRANSLOG.
       01  REG-TRANSLOG        PIC X(100).
       01  REG-LOG-FIJO REDEFINES REG-TRANSLOG.
           05 LOG-FECHA        PIC 9(8).
           05 FILLER           PIC X(1).
           05 LOG-HORA         PIC 9(8).
           05 FILLER           PIC X(1).
           05 LOG-ACCION       PIC X(10).
           05 FILLER           PIC X(1).
           05 LOG-ID           PIC 9(5).
           05 FILLER           PIC X(66).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(132).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

      *----------------------------------------------------------------*
      *    RASTRO A ORDENAR: FECHA + HORA + ORDEN DE LECTURA (PARA     *
      *    QUE DOS LINEAS DEL MISMO INSTANTE RESPETEN SU BITACORA),    *
      *    ORIGEN Y EL TEXTO DE LA LINEA SIN LA FECHA Y LA HORA.       *
      *----------------------------------------------------------------*
       SD  SORT-RASTRO.
       01  SRT-REG.
           05 SRT-CLAVE.
               10 SRT-FECHA     PIC 9(8).
               10 SRT-HORA      PIC 9(8).
               10 SRT-SECUENCIA PIC 9(7).
           05 SRT-ORIGEN       PIC X(8).
           05 SRT-TEXTO        PIC X(180).

       WORKING-STORAGE SECTION.
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-AUD              PIC XX.
       01  FS-NAU              PIC XX.
       01  FS-SLG              PIC XX.
       01  FS-LOG              PIC XX.
       01  FS-REP              PIC XX.
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
       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-HORA-HOY         PIC 9(8).

      *    CRITERIOS DE LA CONSULTA (BLANCO O CERO = NO FILTRA).
       01  WS-FIL-USUARIO      PIC X(10) VALUE SPACES.
       01  WS-FIL-CLI          PIC 9(5) VALUE 0.
       01  WS-FIL-CTA          PIC 9(8) VALUE 0.
       01  WS-FIL-EMP          PIC 9(4) VALUE 0.
       01  WS-FECHA-DESDE      PIC 9(8) VALUE 0.
       01  WS-FECHA-HASTA      PIC 9(8) VALUE 0.
       01  WS-HAY-RANGO        PIC X VALUE "N".

      *    CUENTAS DEL CLIENTE CONSULTADO (CUENTAS.IDX POR CTA-CLI-ID).
       01  WS-CANT-CTAS-CLI    PIC 9(3) VALUE 0.
       01  WS-TABLA-CTAS-CLI.
           05 WS-TCL-CUENTA    PIC 9(8) OCCURS 50 TIMES.
       01  WS-IDX-CTA          PIC 9(3).

      *    BITACORAS CONSULTADAS: ORIGEN QUE SE IMPRIME Y ARCHIVO.
       01  WS-FUENTES-VALORES.
           05 FILLER PIC X(30) VALUE "AUDIT   audit_log.txt".
           05 FILLER PIC X(30) VALUE "NOMINA  nomina_audit.txt".
           05 FILLER PIC X(30) VALUE "SEGURID seguridad.log".
           05 FILLER PIC X(30) VALUE "TRANSLOGtranslog.txt".
           05 FILLER PIC X(30) VALUE "ERRORES errores.log".
           05 FILLER PIC X(30) VALUE "MOVIM   MOVIMIENTOS.IDX".
       01  WS-FUENTES REDEFINES WS-FUENTES-VALORES.
           05 WS-FUENTE OCCURS 6 TIMES.
               10 WS-FTE-ORIGEN  PIC X(8).
               10 WS-FTE-ARCHIVO PIC X(22).
       01  WS-FUENTES-CONTEO.
           05 WS-FTE-DATOS OCCURS 6 TIMES.
               10 WS-FTE-LEIDAS  PIC 9(7).
               10 WS-FTE-HALLADAS PIC 9(7).
               10 WS-FTE-ESTADO  PIC X(1).
                   88 FTE-LEIDA        VALUE "S".
                   88 FTE-NO-DISPONIBLE VALUE "N".
                   88 FTE-NO-APLICA    VALUE "-".
       01  WS-IDX-FTE          PIC 9(1).

       01  WS-FIN              PIC X VALUE "N".
       01  WS-REGISTRO         PIC X(180).
       01  WS-LINEA            PIC X(200).
       01  WS-LIN-FECHA        PIC 9(8).
       01  WS-LIN-HORA         PIC 9(8).
       01  WS-LIN-TEXTO        PIC X(180).
       01  WS-LIN-FIJA         PIC X VALUE "N".
       01  WS-SECUENCIA        PIC 9(7) VALUE 0.

      *    BUSQUEDA DE UN TOKEN=valor EN WS-LINEA.
       01  WS-TOKEN            PIC X(12).
       01  WS-TOK-LARGO        PIC 9(2).
       01  WS-BUSCADO          PIC X(20).
       01  WS-VALOR-TOKEN      PIC X(20).
       01  WS-HALLADO          PIC X VALUE "N".
       01  WS-POS              PIC 9(3).

      *    EMISION DEL REPORTE.
       01  WS-FIN-SORT         PIC X VALUE "N".
       01  WS-CONT-RASTRO      PIC 9(7) VALUE 0.
       01  WS-FECHA-ANTERIOR   PIC 9(8) VALUE 0.
       01  WS-LINEA-REP        PIC X(132).
       01  WS-ED-FECHA         PIC X(8).
       01  WS-ED-HORA          PIC X(8).
       01  WS-ED-CRITERIO      PIC X(10).
       01  WS-ED-CONTEO        PIC Z,ZZZ,ZZ9.
       01  WS-ED-HALLADAS      PIC Z,ZZZ,ZZ9.
       01  WS-ED-IMPORTE       PIC Z(6)9.99.
       01  WS-ED-SALDO         PIC Z(8)9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   CONSULTA DE AUDITORIA ENTRE BITACORAS       "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           INITIALIZE WS-FUENTES-CONTEO

           DISPLAY "USUARIO (BLANCO = TODOS): "
           ACCEPT WS-FIL-USUARIO
           MOVE FUNCTION UPPER-CASE(WS-FIL-USUARIO) TO WS-FIL-USUARIO
           DISPLAY "CLIENTE CLI-ID (0 = TODOS): "
           ACCEPT WS-FIL-CLI
           DISPLAY "CUENTA CTA-NUMERO (0 = TODAS): "
           ACCEPT WS-FIL-CTA
           DISPLAY "EMPLEADO EMP-ID (0 = TODOS): "
           ACCEPT WS-FIL-EMP
           DISPLAY "FECHA DESDE (AAAAMMDD, 0 = TODO): "
           ACCEPT WS-FECHA-DESDE
           PERFORM UNTIL WS-FECHA-DESDE = 0 OR WS-FEC-RC = "00"
               MOVE "V" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-FECHA-DESDE WS-FEC-FECHA2
                   WS-FEC-RESULTADO WS-FEC-RC
               IF WS-FECHA-DESDE NOT = 0 AND WS-FEC-RC NOT = "00"
                   DISPLAY "FECHA IMPOSIBLE. REINGRESE: "
                   ACCEPT WS-FECHA-DESDE
               END-IF
           END-PERFORM
           MOVE "99" TO WS-FEC-RC
           DISPLAY "FECHA HASTA (AAAAMMDD, 0 = TODO): "
           ACCEPT WS-FECHA-HASTA
           PERFORM UNTIL WS-FECHA-HASTA = 0 OR WS-FEC-RC = "00"
               MOVE "V" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-FECHA-HASTA WS-FEC-FECHA2
                   WS-FEC-RESULTADO WS-FEC-RC
               IF WS-FECHA-HASTA NOT = 0 AND WS-FEC-RC NOT = "00"
                   DISPLAY "FECHA IMPOSIBLE. REINGRESE: "
                   ACCEPT WS-FECHA-HASTA
               END-IF
           END-PERFORM
           IF WS-FECHA-DESDE > 0 OR WS-FECHA-HASTA > 0
               MOVE "S" TO WS-HAY-RANGO
           END-IF
           IF WS-FECHA-HASTA = 0
               MOVE 99999999 TO WS-FECHA-HASTA
           END-IF

           IF WS-FIL-USUARIO = SPACES AND WS-FIL-CLI = 0
                   AND WS-FIL-CTA = 0 AND WS-FIL-EMP = 0
                   AND WS-HAY-RANGO = "N"
               DISPLAY "INDIQUE AL MENOS UN CRITERIO (USUARIO, "
                   "CLIENTE, CUENTA, EMPLEADO O FECHAS)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FECHA-HASTA < WS-FECHA-DESDE
               DISPLAY "LA FECHA HASTA ES ANTERIOR A LA FECHA DESDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VERIFICAR-LAYOUTS
           IF WS-FIL-CLI > 0
               PERFORM CARGAR-CUENTAS-CLIENTE
           END-IF

           SORT SORT-RASTRO
               ON ASCENDING KEY SRT-CLAVE
               INPUT PROCEDURE IS JUNTAR-BITACORAS
               OUTPUT PROCEDURE IS EMITIR-RASTRO

           MOVE "AUDITORIA-CONSULTA" TO WS-SPOOL-REPORTE
           MOVE "consulta_audit.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           PERFORM VARYING WS-IDX-FTE FROM 1 BY 1 UNTIL WS-IDX-FTE > 6
               MOVE WS-FTE-HALLADAS(WS-IDX-FTE) TO WS-ED-HALLADAS
               EVALUATE TRUE
                   WHEN FTE-LEIDA(WS-IDX-FTE)
                       DISPLAY WS-FTE-ORIGEN(WS-IDX-FTE) " "
                           WS-ED-HALLADAS " LINEAS"
                   WHEN FTE-NO-DISPONIBLE(WS-IDX-FTE)
                       DISPLAY WS-FTE-ORIGEN(WS-IDX-FTE)
                           "   NO DISPONIBLE"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           DISPLAY "TOTAL EN EL RASTRO: " WS-CONT-RASTRO
           DISPLAY "REPORTE: consulta_audit.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    CARGAR-CUENTAS-CLIENTE                                      *
      *    Las bitacoras de intereses, comisiones y retenciones solo   *
      *    anotan la cuenta: para seguir al cliente hace falta saber   *
      *    cuales son las suyas. Sin CUENTAS.IDX se sigue solo por     *
      *    los tokens de cliente.                                      *
      *----------------------------------------------------------------*
       CARGAR-CUENTAS-CLIENTE.
           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "AVISO: NO SE PUDO ABRIR CUENTAS.IDX (FS="
                   FS-CTA "). SE BUSCA SOLO POR CLIENTE."
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE "N" TO WS-FIN
               MOVE WS-FIL-CLI TO CTA-CLI-ID
               START CUENTAS KEY IS NOT LESS THAN CTA-CLI-ID
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
               PERFORM UNTIL WS-FIN = "S"
                   READ CUENTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF CTA-CLI-ID NOT = WS-FIL-CLI
                               MOVE "S" TO WS-FIN
                           ELSE
                               IF WS-CANT-CTAS-CLI < 50
                                   ADD 1 TO WS-CANT-CTAS-CLI
                                   MOVE CTA-NUMERO TO
                                       WS-TCL-CUENTA(WS-CANT-CTAS-CLI)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTAS
               DISPLAY "CUENTAS DEL CLIENTE: " WS-CANT-CTAS-CLI
           END-IF.

      *----------------------------------------------------------------*
      *    JUNTAR-BITACORAS (INPUT PROCEDURE DEL SORT)                 *
      *    Recorre cada bitacora completa y entrega al SORT las lineas *
      *    que cumplen los criterios. Una bitacora que no existe se    *
      *    informa en el reporte y no detiene la consulta.             *
      *----------------------------------------------------------------*
       JUNTAR-BITACORAS.
           PERFORM RECORRER-AUDITORIA
           PERFORM RECORRER-NOMINA
           PERFORM RECORRER-SEGURIDAD
           PERFORM RECORRER-TRANSLOG
           PERFORM RECORRER-ERRORES
           IF WS-FIL-CTA > 0
               PERFORM RECORRER-MOVIMIENTOS
           ELSE
               MOVE "-" TO WS-FTE-ESTADO(6)
           END-IF.

       RECORRER-AUDITORIA.
           MOVE 1 TO WS-IDX-FTE
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-AUDITORIA
           IF FS-AUD NOT = "00"
               MOVE "N" TO WS-FTE-ESTADO(WS-IDX-FTE)
           ELSE
               MOVE "S" TO WS-FTE-ESTADO(WS-IDX-FTE)
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-AUDITORIA
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           MOVE REG-AUDITORIA TO WS-REGISTRO
                           PERFORM EVALUAR-LINEA THRU EVALUAR-LINEA-FIN
                   END-READ
               END-PERFORM
               CLOSE ARCH-AUDITORIA
           END-IF.

       RECORRER-NOMINA.
           MOVE 2 TO WS-IDX-FTE
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-NOMINA-AUD
           IF FS-NAU NOT = "00"
               MOVE "N" TO WS-FTE-ESTADO(WS-IDX-FTE)
           ELSE
               MOVE "S" TO WS-FTE-ESTADO(WS-IDX-FTE)
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-NOMINA-AUD
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           MOVE REG-NOMINA-AUD TO WS-REGISTRO
                           PERFORM EVALUAR-LINEA THRU EVALUAR-LINEA-FIN
                   END-READ
               END-PERFORM
               CLOSE ARCH-NOMINA-AUD
           END-IF.

       RECORRER-SEGURIDAD.
           MOVE 3 TO WS-IDX-FTE
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-SEG-LOG
           IF FS-SLG NOT = "00"
               MOVE "N" TO WS-FTE-ESTADO(WS-IDX-FTE)
           ELSE
               MOVE "S" TO WS-FTE-ESTADO(WS-IDX-FTE)
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-SEG-LOG
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           MOVE REG-SEG-LOG TO WS-REGISTRO
                           PERFORM EVALUAR-LINEA THRU EVALUAR-LINEA-FIN
                   END-READ
               END-PERFORM
               CLOSE ARCH-SEG-LOG
           END-IF.

      *    EN translog.txt CONVIVEN EL LAYOUT FIJO DE
      *    DB-TRANSACTION-SIM (FECHA, HORA, ACCION, ID DE CLIENTE) Y
      *    LAS LINEAS SIN FECHA CON TOKENS DE LOS PROCESOS DE CUENTAS.
       RECORRER-TRANSLOG.
           MOVE 4 TO WS-IDX-FTE
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-TRANSLOG
           IF FS-LOG NOT = "00"
               MOVE "N" TO WS-FTE-ESTADO(WS-IDX-FTE)
           ELSE
               MOVE "S" TO WS-FTE-ESTADO(WS-IDX-FTE)
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-TRANSLOG
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           MOVE REG-TRANSLOG TO WS-REGISTRO
                           MOVE "N" TO WS-LIN-FIJA
                           IF LOG-FECHA IS NUMERIC
                                   AND LOG-ID IS NUMERIC
                               MOVE "S" TO WS-LIN-FIJA
                           END-IF
                           PERFORM EVALUAR-LINEA THRU EVALUAR-LINEA-FIN
                   END-READ
               END-PERFORM
               CLOSE ARCH-TRANSLOG
               MOVE "N" TO WS-LIN-FIJA
           END-IF.

       RECORRER-ERRORES.
           MOVE 5 TO WS-IDX-FTE
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-ERRORES
           IF FS-ERR NOT = "00"
               MOVE "N" TO WS-FTE-ESTADO(WS-IDX-FTE)
           ELSE
               MOVE "S" TO WS-FTE-ESTADO(WS-IDX-FTE)
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-ERRORES
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           MOVE REG-ERROR TO WS-REGISTRO
                           PERFORM EVALUAR-LINEA THRU EVALUAR-LINEA-FIN
                   END-READ
               END-PERFORM
               CLOSE ARCH-ERRORES
           END-IF.

      *----------------------------------------------------------------*
      *    RECORRER-MOVIMIENTOS                                        *
      *    El libro de la cuenta en el rango, por clave cuenta +       *
      *    fecha. Con cliente indicado, solo los movimientos de ese    *
      *    cliente (cuentas que cambiaron de titular).                 *
      *----------------------------------------------------------------*
       RECORRER-MOVIMIENTOS.
           MOVE 6 TO WS-IDX-FTE
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOV NOT = "00"
               MOVE "N" TO WS-FTE-ESTADO(WS-IDX-FTE)
               DISPLAY "AVISO: NO SE PUDO ABRIR MOVIMIENTOS.IDX (FS="
                   FS-MOV ")."
               MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-MOV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE "S" TO WS-FTE-ESTADO(WS-IDX-FTE)
               MOVE WS-FIL-CTA TO MOV-CUENTA
               MOVE WS-FECHA-DESDE TO MOV-FECHA
               MOVE 0 TO MOV-SECUENCIA
               START ARCH-MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-MOVIMIENTOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           IF MOV-CUENTA NOT = WS-FIL-CTA
                                   OR MOV-FECHA > WS-FECHA-HASTA
                               MOVE "S" TO WS-FIN
                           ELSE
                               ADD 1 TO WS-FTE-LEIDAS(WS-IDX-FTE)
                               IF WS-FIL-CLI = 0
                                       OR MOV-CLI-ID = WS-FIL-CLI
                                   PERFORM LIBERAR-MOVIMIENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-MOVIMIENTOS
           END-IF.

       LIBERAR-MOVIMIENTO.
           MOVE MOV-IMPORTE TO WS-ED-IMPORTE
           MOVE MOV-SALDO TO WS-ED-SALDO
           MOVE SPACES TO WS-LIN-TEXTO
           STRING "CTA=" MOV-CUENTA
               " SEC=" MOV-SECUENCIA
               " TIPO=" MOV-TIPO
               " IMPORTE=" WS-ED-IMPORTE
               " SALDO=" WS-ED-SALDO
               " REF=" MOV-REFERENCIA
               " CLI=" MOV-CLI-ID
               " EST=" MOV-ESTADO
               " ORIG=" MOV-TIPO-ORIGEN
               DELIMITED BY SIZE INTO WS-LIN-TEXTO
           END-STRING
           MOVE MOV-FECHA TO WS-LIN-FECHA
           MOVE MOV-HORA TO WS-LIN-HORA
           PERFORM LIBERAR-LINEA.

      *----------------------------------------------------------------*
      *    EVALUAR-LINEA                                               *
      *    Toda bitacora empieza con "AAAAMMDD HHMMSSCC"; lo que no    *
      *    tiene esa forma es una linea sin fecha, que va al final y   *
      *    solo cuando no se pidio rango. Despues, cada criterio       *
      *    indicado tiene que aparecer en la linea.                    *
      *----------------------------------------------------------------*
       EVALUAR-LINEA.
           ADD 1 TO WS-FTE-LEIDAS(WS-IDX-FTE)
           IF WS-REGISTRO = SPACES
               GO TO EVALUAR-LINEA-FIN
           END-IF
           MOVE SPACES TO WS-LINEA
           MOVE WS-REGISTRO TO WS-LINEA(2:180)
           IF WS-REGISTRO(1:8) IS NUMERIC
                   AND WS-REGISTRO(10:8) IS NUMERIC
               MOVE WS-REGISTRO(1:8) TO WS-LIN-FECHA
               MOVE WS-REGISTRO(10:8) TO WS-LIN-HORA
               MOVE WS-REGISTRO(19:162) TO WS-LIN-TEXTO
               IF WS-LIN-FECHA < WS-FECHA-DESDE
                       OR WS-LIN-FECHA > WS-FECHA-HASTA
                   GO TO EVALUAR-LINEA-FIN
               END-IF
           ELSE
               IF WS-HAY-RANGO = "S"
                   GO TO EVALUAR-LINEA-FIN
               END-IF
               MOVE 99999999 TO WS-LIN-FECHA
               MOVE 99999999 TO WS-LIN-HORA
               MOVE WS-REGISTRO TO WS-LIN-TEXTO
           END-IF

           IF WS-FIL-USUARIO NOT = SPACES
               PERFORM COINCIDE-USUARIO
               IF WS-HALLADO = "N"
                   GO TO EVALUAR-LINEA-FIN
               END-IF
           END-IF
           IF WS-FIL-CLI > 0
               PERFORM COINCIDE-CLIENTE
               IF WS-HALLADO = "N"
                   GO TO EVALUAR-LINEA-FIN
               END-IF
           END-IF
           IF WS-FIL-CTA > 0
               MOVE WS-FIL-CTA TO WS-BUSCADO
               PERFORM COINCIDE-CUENTA
               IF WS-HALLADO = "N"
                   GO TO EVALUAR-LINEA-FIN
               END-IF
           END-IF
           IF WS-FIL-EMP > 0
               MOVE "N" TO WS-HALLADO
               MOVE WS-FIL-EMP TO WS-BUSCADO
               MOVE "EMP-ID=" TO WS-TOKEN
               MOVE 7 TO WS-TOK-LARGO
               PERFORM BUSCAR-VALOR
               IF WS-HALLADO = "N"
                   GO TO EVALUAR-LINEA-FIN
               END-IF
           END-IF

           PERFORM LIBERAR-LINEA.
       EVALUAR-LINEA-FIN.
           EXIT.

       COINCIDE-USUARIO.
           MOVE "N" TO WS-HALLADO
           MOVE WS-FIL-USUARIO TO WS-BUSCADO
           MOVE "USUARIO=" TO WS-TOKEN
           MOVE 8 TO WS-TOK-LARGO
           PERFORM BUSCAR-VALOR
           IF WS-HALLADO = "N"
               MOVE "POR=" TO WS-TOKEN
               MOVE 4 TO WS-TOK-LARGO
               PERFORM BUSCAR-VALOR
           END-IF
           IF WS-HALLADO = "N"
               MOVE "SUP=" TO WS-TOKEN
               MOVE 4 TO WS-TOK-LARGO
               PERFORM BUSCAR-VALOR
           END-IF
           IF WS-HALLADO = "N"
               MOVE "SUPERVISOR=" TO WS-TOKEN
               MOVE 11 TO WS-TOK-LARGO
               PERFORM BUSCAR-VALOR
           END-IF
           IF WS-HALLADO = "N"
               MOVE "SOLIC=" TO WS-TOKEN
               MOVE 6 TO WS-TOK-LARGO
               PERFORM BUSCAR-VALOR
           END-IF
           IF WS-HALLADO = "N"
               MOVE "PREPARO=" TO WS-TOKEN
               MOVE 8 TO WS-TOK-LARGO
               PERFORM BUSCAR-VALOR
           END-IF.

       COINCIDE-CLIENTE.
           MOVE "N" TO WS-HALLADO
           IF WS-IDX-FTE = 4 AND WS-LIN-FIJA = "S"
               IF LOG-ID = WS-FIL-CLI
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-IF
           MOVE WS-FIL-CLI TO WS-BUSCADO
           IF WS-HALLADO = "N"
               MOVE "CLI=" TO WS-TOKEN
               MOVE 4 TO WS-TOK-LARGO
               PERFORM BUSCAR-VALOR
           END-IF
           IF WS-HALLADO = "N"
               MOVE "ID=" TO WS-TOKEN
               MOVE 3 TO WS-TOK-LARGO
               PERFORM BUSCAR-VALOR
           END-IF
           IF WS-HALLADO = "N"
               MOVE "CLIENTE=" TO WS-TOKEN
               MOVE 8 TO WS-TOK-LARGO
               PERFORM BUSCAR-VALOR
           END-IF
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CANT-CTAS-CLI
                      OR WS-HALLADO = "S"
               MOVE WS-TCL-CUENTA(WS-IDX-CTA) TO WS-BUSCADO
               PERFORM COINCIDE-CUENTA
           END-PERFORM.

      *    WS-BUSCADO TRAE LA CUENTA A BUSCAR.
       COINCIDE-CUENTA.
           MOVE "N" TO WS-HALLADO
           MOVE "CTA=" TO WS-TOKEN
           MOVE 4 TO WS-TOK-LARGO
           PERFORM BUSCAR-VALOR
           IF WS-HALLADO = "N"
               MOVE "CUENTA=" TO WS-TOKEN
               MOVE 7 TO WS-TOK-LARGO
               PERFORM BUSCAR-VALOR
           END-IF.

      *----------------------------------------------------------------*
      *    BUSCAR-VALOR                                                *
      *    Busca en WS-LINEA cada aparicion de " " + WS-TOKEN y compara*
      *    el valor que sigue (hasta el primer blanco) con WS-BUSCADO. *
      *    Mira todas las apariciones: una linea puede tener USUARIO=  *
      *    y POR= con personas distintas.                              *
      *----------------------------------------------------------------*
       BUSCAR-VALOR.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 180 OR WS-HALLADO = "S"
               IF WS-LINEA(WS-POS:1) = SPACE
                       AND WS-LINEA(WS-POS + 1:WS-TOK-LARGO)
                           = WS-TOKEN(1:WS-TOK-LARGO)
                   MOVE SPACES TO WS-VALOR-TOKEN
                   UNSTRING WS-LINEA(WS-POS + 1 + WS-TOK-LARGO:)
                       DELIMITED BY SPACE INTO WS-VALOR-TOKEN
                   END-UNSTRING
                   IF WS-VALOR-TOKEN = WS-BUSCADO
                       MOVE "S" TO WS-HALLADO
                   END-IF
               END-IF
           END-PERFORM.

       LIBERAR-LINEA.
           ADD 1 TO WS-SECUENCIA
           ADD 1 TO WS-FTE-HALLADAS(WS-IDX-FTE)
           MOVE WS-LIN-FECHA TO SRT-FECHA
           MOVE WS-LIN-HORA TO SRT-HORA
           MOVE WS-SECUENCIA TO SRT-SECUENCIA
           MOVE WS-FTE-ORIGEN(WS-IDX-FTE) TO SRT-ORIGEN
           MOVE WS-LIN-TEXTO TO SRT-TEXTO
           RELEASE SRT-REG.

      *----------------------------------------------------------------*
      *    EMITIR-RASTRO (OUTPUT PROCEDURE DEL SORT)                   *
      *    Encabezado con los criterios y lo leido de cada bitacora,   *
      *    y el rastro en orden de fecha y hora, con una linea en      *
      *    blanco al cambiar de dia. El texto que no entra en la       *
      *    linea sigue en una linea de continuacion.                   *
      *----------------------------------------------------------------*
       EMITIR-RASTRO.
           OPEN OUTPUT ARCH-REPORTE
           PERFORM ENCABEZAR-REPORTE
           MOVE "N" TO WS-FIN-SORT
           PERFORM UNTIL WS-FIN-SORT = "S"
               RETURN SORT-RASTRO
                   AT END
                       MOVE "S" TO WS-FIN-SORT
                   NOT AT END
                       PERFORM ESCRIBIR-LINEA-RASTRO
               END-RETURN
           END-PERFORM
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           IF WS-CONT-RASTRO = 0
               MOVE "NINGUNA LINEA CUMPLE LOS CRITERIOS INDICADOS."
                   TO WS-LINEA-REP
           ELSE
               MOVE WS-CONT-RASTRO TO WS-ED-CONTEO
               STRING "TOTAL DE LINEAS EN EL RASTRO: " WS-ED-CONTEO
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-REP
           CLOSE ARCH-REPORTE.

       ENCABEZAR-REPORTE.
           MOVE SPACES TO WS-LINEA-REP
           STRING "CONSULTA DE AUDITORIA ENTRE BITACORAS - EMITIDA "
               WS-FECHA-HOY " " WS-HORA-HOY(1:6)
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "=" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP

           MOVE SPACES TO WS-LINEA-REP
           MOVE "(TODOS)" TO WS-ED-CRITERIO
           IF WS-FIL-USUARIO NOT = SPACES
               MOVE WS-FIL-USUARIO TO WS-ED-CRITERIO
           END-IF
           STRING "USUARIO:  " WS-ED-CRITERIO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP

           MOVE SPACES TO WS-LINEA-REP
           MOVE "(TODOS)" TO WS-ED-CRITERIO
           IF WS-FIL-CLI > 0
               MOVE WS-FIL-CLI TO WS-ED-CRITERIO
           END-IF
           STRING "CLIENTE:  " WS-ED-CRITERIO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           IF WS-FIL-CLI > 0
               MOVE WS-CANT-CTAS-CLI TO WS-ED-CONTEO
               MOVE 21 TO WS-POS
               STRING "  (INCLUYE SUS CUENTAS EN CUENTAS.IDX:"
                   WS-ED-CONTEO ")"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
                   WITH POINTER WS-POS
               END-STRING
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-REP

           MOVE SPACES TO WS-LINEA-REP
           MOVE "(TODAS)" TO WS-ED-CRITERIO
           IF WS-FIL-CTA > 0
               MOVE WS-FIL-CTA TO WS-ED-CRITERIO
           END-IF
           STRING "CUENTA:   " WS-ED-CRITERIO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP

           MOVE SPACES TO WS-LINEA-REP
           MOVE "(TODOS)" TO WS-ED-CRITERIO
           IF WS-FIL-EMP > 0
               MOVE WS-FIL-EMP TO WS-ED-CRITERIO
           END-IF
           STRING "EMPLEADO: " WS-ED-CRITERIO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP

           MOVE SPACES TO WS-LINEA-REP
           IF WS-HAY-RANGO = "S"
               STRING "FECHAS:   " WS-FECHA-DESDE " A " WS-FECHA-HASTA
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
           ELSE
               MOVE "FECHAS:   (TODAS, LINEAS SIN FECHA AL FINAL)"
                   TO WS-LINEA-REP
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-REP

           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "ORIGEN   ARCHIVO                    LEIDAS  EN RASTRO"
               TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           PERFORM VARYING WS-IDX-FTE FROM 1 BY 1 UNTIL WS-IDX-FTE > 6
               MOVE SPACES TO WS-LINEA-REP
               MOVE WS-FTE-ORIGEN(WS-IDX-FTE) TO WS-LINEA-REP(1:8)
               MOVE WS-FTE-ARCHIVO(WS-IDX-FTE) TO WS-LINEA-REP(10:22)
               EVALUATE TRUE
                   WHEN FTE-LEIDA(WS-IDX-FTE)
                       MOVE WS-FTE-LEIDAS(WS-IDX-FTE) TO WS-ED-CONTEO
                       MOVE WS-FTE-HALLADAS(WS-IDX-FTE)
                           TO WS-ED-HALLADAS
                       MOVE WS-ED-CONTEO TO WS-LINEA-REP(33:9)
                       MOVE WS-ED-HALLADAS TO WS-LINEA-REP(44:9)
                   WHEN FTE-NO-DISPONIBLE(WS-IDX-FTE)
                       MOVE "NO DISPONIBLE" TO WS-LINEA-REP(33:13)
                   WHEN OTHER
                       MOVE "SOLO CON CUENTA" TO WS-LINEA-REP(33:15)
               END-EVALUATE
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "FECHA    HORA     ORIGEN   DETALLE" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP.

       ESCRIBIR-LINEA-RASTRO.
           ADD 1 TO WS-CONT-RASTRO
           IF WS-CONT-RASTRO > 1 AND SRT-FECHA NOT = WS-FECHA-ANTERIOR
               MOVE SPACES TO WS-LINEA-REP
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF
           MOVE SRT-FECHA TO WS-FECHA-ANTERIOR
           IF SRT-FECHA = 99999999
               MOVE "SIN" TO WS-ED-FECHA
               MOVE "FECHA" TO WS-ED-HORA
           ELSE
               MOVE SRT-FECHA TO WS-ED-FECHA
               MOVE SPACES TO WS-ED-HORA
               STRING SRT-HORA(1:2) ":" SRT-HORA(3:2) ":"
                   SRT-HORA(5:2)
                   DELIMITED BY SIZE INTO WS-ED-HORA
               END-STRING
           END-IF
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-ED-FECHA " " WS-ED-HORA " " SRT-ORIGEN " "
               SRT-TEXTO(1:104)
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           IF SRT-TEXTO(105:76) NOT = SPACES
               MOVE SPACES TO WS-LINEA-REP
               MOVE SRT-TEXTO(105:76) TO WS-LINEA-REP(28:76)
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CUENTAS V02/50 Y
      * MOVIMIENTOS V01/68.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
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
           MOVE "MOVIMIENTOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 68 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF.

       DETENER-POR-LAYOUT.
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
               " PROGRAMA=DB-AUDIT-TRAIL" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-AUDIT-TRAIL.
