      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Remesa de cierre de los pagos de servicios cobrados
      *          por ventanilla (EX02-CICS-GET, opcion 8). Con la
      *          fecha de negocio, toma de pagos_servicios.txt los
      *          pagos del dia y arma un archivo de remesa por
      *          facturador (remesa_CCCC.txt, CCCC = codigo del
      *          catalogo facturadores.txt) con cabecera H (codigo,
      *          nombre, cuenta de liquidacion, fecha), un detalle D
      *          por pago (numero, referencia de la factura, importe)
      *          y cola T con la cantidad y el total de control. El
      *          reporte remesas_control_rep.txt (spool REMESA-SERV)
      *          lista el total de control de cada facturador y cruza
      *          el total del dia contra los movimientos tipo P del
      *          libro; un pago de un facturador fuera del catalogo o
      *          una diferencia con el libro termina con RETURN-CODE
      *          1. Correrlo de nuevo para la misma fecha rearma las
      *          mismas remesas.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-BILLREMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FACTURADORES ASSIGN TO "facturadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FAC.
           SELECT ARCH-PAGOS-SERV ASSIGN TO "pagos_servicios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PSV.
           SELECT ARCH-REMESA ASSIGN TO WS-NOMBRE-REMESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RMS.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT ARCH-REPORTE ASSIGN TO "remesas_control_rep.txt"
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
       FD  ARCH-FACTURADORES.
       01  REG-FACTURADOR.
           05 FAC-CODIGO       PIC X(4).
           05 FAC-NOMBRE       PIC X(30).
           05 FAC-CUENTA       PIC 9(8).
           05 FAC-FORMATO      PIC X(20).
           05 FAC-ESTADO       PIC X(1).
               88 FAC-ACTIVO       VALUE "A" " ".

       FD  ARCH-PAGOS-SERV.
       01  REG-PAGO-SERV.
           05 PSV-FECHA        PIC 9(8).
           05 PSV-NUMERO       PIC 9(8).
           05 PSV-FACTURADOR   PIC X(4).
           05 PSV-REFERENCIA   PIC X(20).
           05 PSV-IMPORTE      PIC 9(7)V99.
           05 PSV-CUENTA       PIC 9(8).
           05 PSV-CLI-ID       PIC 9(5).
           05 PSV-SUCURSAL     PIC X(3).
           05 PSV-OPERADOR     PIC X(10).
           05 PSV-HORA         PIC 9(8).

      *----------------------------------------------------------------*
      *    REMESA AL FACTURADOR: CABECERA H, DETALLES D Y COLA T.      *
      *----------------------------------------------------------------*
       FD  ARCH-REMESA.
       01  REG-REMESA          PIC X(60).
       01  REG-RMS-CABECERA REDEFINES REG-REMESA.
           05 RMC-TIPO-REG     PIC X(1).
           05 RMC-FACTURADOR   PIC X(4).
           05 RMC-NOMBRE       PIC X(30).
           05 RMC-CUENTA       PIC 9(8).
           05 RMC-FECHA        PIC 9(8).
           05 FILLER           PIC X(9).
       01  REG-RMS-DETALLE REDEFINES REG-REMESA.
           05 RMD-TIPO-REG     PIC X(1).
           05 RMD-NUMERO       PIC 9(8).
           05 RMD-REFERENCIA   PIC X(20).
           05 RMD-IMPORTE      PIC 9(7)V99.
           05 RMD-FECHA        PIC 9(8).
           05 RMD-HORA         PIC 9(8).
           05 FILLER           PIC X(6).
       01  REG-RMS-COLA REDEFINES REG-REMESA.
           05 RMT-TIPO-REG     PIC X(1).
           05 RMT-CANTIDAD     PIC 9(6).
           05 RMT-TOTAL        PIC 9(11)V99.
           05 FILLER           PIC X(40).

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
       01  FS-FAC              PIC XX.
       01  FS-PSV              PIC XX.
       01  FS-RMS              PIC XX.
       01  FS-MOV              PIC XX.
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

       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-NOMBRE-REMESA    PIC X(40).

       01  WS-FIN-FAC          PIC X VALUE "N".
       01  WS-FIN-PSV          PIC X VALUE "N".
       01  WS-FIN-MOV          PIC X VALUE "N".
       01  WS-HAY-PAGOS        PIC X VALUE "N".
       01  WS-HAY-LIBRO        PIC X VALUE "N".

      *----------------------------------------------------------------*
      *    CATALOGO COMPLETO (TAMBIEN LOS DADOS DE BAJA: UN PAGO YA    *
      *    COBRADO SE REMESA IGUAL) CON EL TOTAL DE CONTROL DEL DIA.   *
      *----------------------------------------------------------------*
       01  WS-TABLA-FAC.
           05 WS-FAC-ENT OCCURS 50 TIMES.
               10 TF-CODIGO    PIC X(4).
               10 TF-NOMBRE    PIC X(30).
               10 TF-CUENTA    PIC 9(8).
               10 TF-CANTIDAD  PIC 9(6).
               10 TF-TOTAL     PIC 9(11)V99.
       01  WS-CANT-FAC         PIC 9(2) VALUE 0.
       01  WS-IDX-FAC          PIC 9(2) VALUE 0.
       01  WS-FAC-HALLADO      PIC 9(2) VALUE 0.

       01  WS-CONT-PAGOS       PIC 9(6) VALUE 0.
       01  WS-TOT-PAGOS        PIC 9(11)V99 VALUE 0.
       01  WS-CONT-SIN-CATALOGO PIC 9(6) VALUE 0.
       01  WS-TOT-SIN-CATALOGO PIC 9(11)V99 VALUE 0.
       01  WS-CONT-REMESAS     PIC 9(2) VALUE 0.
       01  WS-CONT-LIBRO       PIC 9(6) VALUE 0.
       01  WS-TOT-LIBRO        PIC 9(11)V99 VALUE 0.
       01  WS-CONT-REMESA      PIC 9(6) VALUE 0.
       01  WS-TOT-REMESA       PIC 9(11)V99 VALUE 0.
       01  WS-CUADRA           PIC X VALUE "S".
       01  WS-DESBORDE         PIC X VALUE "N".

       01  WS-LINEA            PIC X(100).
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CANT          PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   REMESAS DE PAGOS DE SERVICIOS                "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO

           PERFORM CARGAR-FACTURADORES
           PERFORM ACUMULAR-PAGOS
           PERFORM SUMAR-LIBRO

           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-CANT-FAC
               IF TF-CANTIDAD(WS-IDX-FAC) > 0
                   PERFORM EMITIR-REMESA
               END-IF
           END-PERFORM

           IF WS-HAY-LIBRO = "S"
               IF WS-CONT-LIBRO NOT = WS-CONT-PAGOS
                       OR WS-TOT-LIBRO NOT = WS-TOT-PAGOS
                   MOVE "N" TO WS-CUADRA
               END-IF
           END-IF
           IF WS-CONT-SIN-CATALOGO > 0
               MOVE "N" TO WS-CUADRA
           END-IF
           PERFORM EMITIR-REPORTE-CONTROL
           PERFORM GRABAR-RUN-CONTROL

           DISPLAY "-----------------------------------------------"
           DISPLAY "PAGOS DEL DIA:           " WS-CONT-PAGOS
               "  " WS-TOT-PAGOS
           DISPLAY "REMESAS EMITIDAS:        " WS-CONT-REMESAS
           DISPLAY "SIN FACTURADOR EN CATALOGO:" WS-CONT-SIN-CATALOGO
               "  " WS-TOT-SIN-CATALOGO
           IF WS-HAY-LIBRO = "S"
               DISPLAY "MOVIMIENTOS TIPO P:      " WS-CONT-LIBRO
                   "  " WS-TOT-LIBRO
           ELSE
               DISPLAY "SIN LIBRO DE MOVIMIENTOS: NO SE CRUZA."
           END-IF
           DISPLAY "CONTROL: remesas_control_rep.txt"
           IF WS-CUADRA NOT = "S"
               DISPLAY "** LAS REMESAS NO CUADRAN CON EL CATALOGO O "
                   "CON EL LIBRO. REVISAR ANTES DE ENVIAR. **"
               MOVE 1 TO RETURN-CODE
           END-IF
           IF WS-DESBORDE = "S"
               DISPLAY "** MAS DE 50 FACTURADORES EN EL CATALOGO: "
                   "LOS EXCEDENTES QUEDAN SIN REMESA. **"
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *-----------------------------------------------------------------
      * CATALOGO DE FACTURADORES (facturadores.txt).
      *-----------------------------------------------------------------
       CARGAR-FACTURADORES.
           OPEN INPUT ARCH-FACTURADORES
           IF FS-FAC NOT = "00"
               DISPLAY "SIN CATALOGO facturadores.txt (FS=" FS-FAC
                   "). TODO PAGO QUEDA SIN REMESA."
           ELSE
               PERFORM LEER-FACTURADOR
               PERFORM UNTIL WS-FIN-FAC = "S"
                   IF WS-CANT-FAC < 50
                       ADD 1 TO WS-CANT-FAC
                       MOVE FAC-CODIGO TO TF-CODIGO(WS-CANT-FAC)
                       MOVE FAC-NOMBRE TO TF-NOMBRE(WS-CANT-FAC)
                       MOVE FAC-CUENTA TO TF-CUENTA(WS-CANT-FAC)
                       MOVE 0 TO TF-CANTIDAD(WS-CANT-FAC)
                       MOVE 0 TO TF-TOTAL(WS-CANT-FAC)
                   ELSE
                       MOVE "S" TO WS-DESBORDE
                   END-IF
                   PERFORM LEER-FACTURADOR
               END-PERFORM
               CLOSE ARCH-FACTURADORES
           END-IF.

       LEER-FACTURADOR.
           READ ARCH-FACTURADORES
               AT END MOVE "S" TO WS-FIN-FAC
           END-READ.

      *----------------------------------------------------------------*
      *    ACUMULAR-PAGOS                                              *
      *    Primera pasada: total de control por facturador de los     *
      *    pagos de la fecha de negocio.                               *
      *----------------------------------------------------------------*
       ACUMULAR-PAGOS.
           OPEN INPUT ARCH-PAGOS-SERV
           IF FS-PSV NOT = "00"
               DISPLAY "SIN pagos_servicios.txt (FS=" FS-PSV
                   "): NO HUBO PAGOS DE SERVICIOS."
           ELSE
               MOVE "S" TO WS-HAY-PAGOS
               MOVE "N" TO WS-FIN-PSV
               PERFORM LEER-PAGO
               PERFORM UNTIL WS-FIN-PSV = "S"
                   IF PSV-FECHA = WS-FECHA-NEGOCIO
                       ADD 1 TO WS-CONT-PAGOS
                       ADD PSV-IMPORTE TO WS-TOT-PAGOS
                       PERFORM BUSCAR-FACTURADOR
                       IF WS-FAC-HALLADO > 0
                           ADD 1 TO TF-CANTIDAD(WS-FAC-HALLADO)
                           ADD PSV-IMPORTE TO TF-TOTAL(WS-FAC-HALLADO)
                       ELSE
                           ADD 1 TO WS-CONT-SIN-CATALOGO
                           ADD PSV-IMPORTE TO WS-TOT-SIN-CATALOGO
                           DISPLAY "  PAGO " PSV-NUMERO
                               " DE FACTURADOR FUERA DE CATALOGO: "
                               PSV-FACTURADOR
                       END-IF
                   END-IF
                   PERFORM LEER-PAGO
               END-PERFORM
               CLOSE ARCH-PAGOS-SERV
           END-IF.

       LEER-PAGO.
           READ ARCH-PAGOS-SERV
               AT END MOVE "S" TO WS-FIN-PSV
           END-READ.

       BUSCAR-FACTURADOR.
           MOVE 0 TO WS-FAC-HALLADO
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-CANT-FAC
               IF TF-CODIGO(WS-IDX-FAC) = PSV-FACTURADOR
                   MOVE WS-IDX-FAC TO WS-FAC-HALLADO
                   MOVE WS-CANT-FAC TO WS-IDX-FAC
               END-IF
           END-PERFORM.

      *    LOS PAGOS DEBITADOS EN EL LIBRO (TIPO P) DE LA MISMA FECHA
      *    DEBEN SUMAR LO MISMO QUE LOS PAGOS REGISTRADOS.
       SUMAR-LIBRO.
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOV NOT = "00"
               MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-MOV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           ELSE
               PERFORM VERIFICAR-LAYOUTS
               MOVE "S" TO WS-HAY-LIBRO
               MOVE "N" TO WS-FIN-MOV
               PERFORM UNTIL WS-FIN-MOV = "S"
                   READ ARCH-MOVIMIENTOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-MOV
                       NOT AT END
                           IF MOV-FECHA = WS-FECHA-NEGOCIO
                                   AND MOV-TIPO = "P"
                               ADD 1 TO WS-CONT-LIBRO
                               ADD MOV-IMPORTE TO WS-TOT-LIBRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-MOVIMIENTOS
           END-IF.

      *----------------------------------------------------------------*
      *    EMITIR-REMESA                                               *
      *    Un archivo por facturador: cabecera, sus pagos del dia y    *
      *    cola con cantidad y total de control.                       *
      *----------------------------------------------------------------*
       EMITIR-REMESA.
           MOVE SPACES TO WS-NOMBRE-REMESA
           STRING "remesa_" DELIMITED BY SIZE
               TF-CODIGO(WS-IDX-FAC) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-REMESA
           END-STRING
           OPEN OUTPUT ARCH-REMESA
           IF FS-RMS NOT = "00"
               DISPLAY "NO SE PUDO CREAR " WS-NOMBRE-REMESA
                   " FS=" FS-RMS
               MOVE WS-NOMBRE-REMESA(1:20) TO WS-ERR-ARCHIVO
               MOVE FS-RMS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE "N" TO WS-CUADRA
           ELSE
               MOVE SPACES TO REG-REMESA
               MOVE "H" TO RMC-TIPO-REG
               MOVE TF-CODIGO(WS-IDX-FAC) TO RMC-FACTURADOR
               MOVE TF-NOMBRE(WS-IDX-FAC) TO RMC-NOMBRE
               MOVE TF-CUENTA(WS-IDX-FAC) TO RMC-CUENTA
               MOVE WS-FECHA-NEGOCIO TO RMC-FECHA
               WRITE REG-REMESA

               MOVE 0 TO WS-CONT-REMESA
               MOVE 0 TO WS-TOT-REMESA
               OPEN INPUT ARCH-PAGOS-SERV
               MOVE "N" TO WS-FIN-PSV
               PERFORM LEER-PAGO
               PERFORM UNTIL WS-FIN-PSV = "S"
                   IF PSV-FECHA = WS-FECHA-NEGOCIO
                           AND PSV-FACTURADOR = TF-CODIGO(WS-IDX-FAC)
                       MOVE SPACES TO REG-REMESA
                       MOVE "D" TO RMD-TIPO-REG
                       MOVE PSV-NUMERO TO RMD-NUMERO
                       MOVE PSV-REFERENCIA TO RMD-REFERENCIA
                       MOVE PSV-IMPORTE TO RMD-IMPORTE
                       MOVE PSV-FECHA TO RMD-FECHA
                       MOVE PSV-HORA TO RMD-HORA
                       WRITE REG-REMESA
                       ADD 1 TO WS-CONT-REMESA
                       ADD PSV-IMPORTE TO WS-TOT-REMESA
                   END-IF
                   PERFORM LEER-PAGO
               END-PERFORM
               CLOSE ARCH-PAGOS-SERV

               MOVE SPACES TO REG-REMESA
               MOVE "T" TO RMT-TIPO-REG
               MOVE WS-CONT-REMESA TO RMT-CANTIDAD
               MOVE WS-TOT-REMESA TO RMT-TOTAL
               WRITE REG-REMESA
               CLOSE ARCH-REMESA
               ADD 1 TO WS-CONT-REMESAS
               IF WS-CONT-REMESA NOT = TF-CANTIDAD(WS-IDX-FAC)
                       OR WS-TOT-REMESA NOT = TF-TOTAL(WS-IDX-FAC)
                   MOVE "N" TO WS-CUADRA
               END-IF
               DISPLAY "REMESA " WS-NOMBRE-REMESA " PAGOS "
                   WS-CONT-REMESA " TOTAL " WS-TOT-REMESA
           END-IF.

      *----------------------------------------------------------------*
      *    EMITIR-REPORTE-CONTROL                                      *
      *    Total de control por facturador, pagos fuera de catalogo y  *
      *    cruce del total del dia contra el libro.                    *
      *----------------------------------------------------------------*
       EMITIR-REPORTE-CONTROL.
           OPEN OUTPUT ARCH-REPORTE
           MOVE SPACES TO WS-LINEA
           STRING "CONTROL DE REMESAS DE PAGOS DE SERVICIOS AL "
               WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "FACT NOMBRE                         CTA LIQUID"
               "  PAGOS    TOTAL DE CONTROL"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-CANT-FAC
               IF TF-CANTIDAD(WS-IDX-FAC) > 0
                   MOVE TF-CANTIDAD(WS-IDX-FAC) TO WS-ED-CANT
                   MOVE TF-TOTAL(WS-IDX-FAC) TO WS-ED-TOTAL
                   MOVE SPACES TO WS-LINEA
                   STRING TF-CODIGO(WS-IDX-FAC) " "
                       TF-NOMBRE(WS-IDX-FAC) " "
                       TF-CUENTA(WS-IDX-FAC) " " WS-ED-CANT " "
                       WS-ED-TOTAL
                       DELIMITED BY SIZE INTO WS-LINEA
                   END-STRING
                   WRITE REG-REPORTE FROM WS-LINEA
               END-IF
           END-PERFORM
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-CONT-PAGOS TO WS-ED-CANT
           MOVE WS-TOT-PAGOS TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "TOTAL DEL DIA                                   "
               "     " WS-ED-CANT " " WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           IF WS-CONT-SIN-CATALOGO > 0
               MOVE WS-CONT-SIN-CATALOGO TO WS-ED-CANT
               MOVE WS-TOT-SIN-CATALOGO TO WS-ED-TOTAL
               MOVE SPACES TO WS-LINEA
               STRING "** FUERA DE CATALOGO (SIN REMESA)         "
                   "           " WS-ED-CANT " " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
           END-IF
           IF WS-HAY-LIBRO = "S"
               MOVE WS-CONT-LIBRO TO WS-ED-CANT
               MOVE WS-TOT-LIBRO TO WS-ED-TOTAL
               MOVE SPACES TO WS-LINEA
               STRING "MOVIMIENTOS TIPO P EN EL LIBRO              "
                   "         " WS-ED-CANT " " WS-ED-TOTAL
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

           MOVE "REMESA-SERV" TO WS-SPOOL-REPORTE
           MOVE "remesas_control_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: LA REMESA DE LA FECHA DE NEGOCIO QUEDA
      * REGISTRADA EN runctl.txt.
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "REMESA-SERV" TO RCT-JOB
           MOVE WS-FECHA-NEGOCIO TO RCT-FECHA
           IF WS-CUADRA = "S"
               MOVE "REMITIDO" TO RCT-ESTADO
           ELSE
               MOVE "DIFERENCIA" TO RCT-ESTADO
           END-IF
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA MOVIMIENTOS V01/68.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "MOVIMIENTOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 68 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               DISPLAY "SE ABORTA SIN REMESAR."
               CLOSE ARCH-MOVIMIENTOS
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
               " PROGRAMA=DB-BILLREMIT" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-BILLREMIT.
