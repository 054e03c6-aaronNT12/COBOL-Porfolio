      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Informe mensual de cuentas del personal para RRHH y
      *          auditoria interna. Para el mes pedido (AAAAMM, 0 =
      *          mes de la fecha de negocio) y sobre las cuentas que
      *          marco DB-CUENTAS-PERSONAL en cuentas_personal.txt:
      *          1. toda la actividad del mes en MOVIMIENTOS.IDX de
      *             cada cuenta propia (P) o relacionada (R), por
      *             legajo;
      *          2. los intentos de un operador o supervisor de
      *             postear o autorizar sobre su propia cuenta o la
      *             de un familiar que EX02-CICS-GET rechazo y dejo en
      *             seguridad.log (EVENTO=BLOQ-PERSONAL);
      *          3. las excepciones de tarifa de personal: la tarifa
      *             de personal es el segmento F (CLI-TIPO) del
      *             catalogo de productos, y se informa todo cliente
      *             con segmento F que no es hoy titular de cuentas
      *             de un empleado activo (ex empleados, familiares o
      *             altas mal segmentadas) y todo empleado cliente
      *             que no tiene el segmento F.
      *          Informe personal_mensual.txt al spool
      *          (PERSONAL-MENSUAL). RC 4 si hay excepciones de
      *          tarifa o intentos bloqueados en el mes.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-PERSONAL-MENSUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT ARCH-PERSONAL ASSIGN TO "cuentas_personal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CPE.
           SELECT ARCH-SEG-LOG ASSIGN TO "seguridad.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SLG.
           SELECT ARCH-REPORTE ASSIGN TO "personal_mensual.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
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
               88 CLI-INACTIVO    VALUE "I".
           05 CLI-LIMITE       PIC 9(5)V99.
           05 CLI-SOBREGIRO    PIC 9(4)V99.
           05 CLI-DIRECCION    PIC X(30).
           05 CLI-TELEFONO     PIC X(12).
           05 CLI-EMAIL        PIC X(30).
           05 CLI-TIPO         PIC X(1).
               88 CLI-TIPO-PERSONAL VALUE "F".
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
           05 MOV-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(2).

      *    CUENTAS DEL PERSONAL (DB-CUENTAS-PERSONAL).
       FD  ARCH-PERSONAL.
       01  REG-CTA-PERSONAL.
           05 CPE-CUENTA       PIC 9(8).
           05 CPE-CLI-ID       PIC 9(5).
           05 CPE-EMP-ID       PIC 9(4).
           05 CPE-USUARIO      PIC X(10).
           05 CPE-RELACION     PIC X(1).
           05 CPE-PARENTESCO   PIC X(10).
           05 CPE-FECHA        PIC 9(8).

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(80).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-CPE              PIC XX.
       01  FS-SLG              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).
       01  WS-LAY-ARCHIVO      PIC X(20).
       01  WS-LAY-VERSION      PIC X(2).
       01  WS-LAY-LONGITUD     PIC 9(4).
       01  WS-LAY-RESULTADO    PIC X(1).
       01  WS-LAY-INFO         PIC X(40).

       01  WS-FIN              PIC X VALUE "N".
       01  WS-MES              PIC 9(6) VALUE 0.
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-MOV-ABIERTO      PIC X VALUE "N".

      *    UNA FILA POR CUENTA Y LEGAJO (LOS USUARIOS DEL MISMO
      *    LEGAJO NO REPITEN FILA).
       01  WS-TABLA-CUENTAS.
           05 WS-CTA-ENT OCCURS 2000 TIMES.
               10 TP-CUENTA        PIC 9(8).
               10 TP-CLI-ID        PIC 9(5).
               10 TP-EMP-ID        PIC 9(4).
               10 TP-RELACION      PIC X(1).
               10 TP-PARENTESCO    PIC X(10).
               10 TP-MOVIMIENTOS   PIC 9(5).
       01  WS-CANT-CTA         PIC 9(4) VALUE 0.
       01  WS-IDX-CTA          PIC 9(4).
       01  WS-CTA-REPETIDA     PIC X VALUE "N".

      *    TITULARES MARCADOS: PROPIO = "S" SI ES EL EMPLEADO MISMO.
       01  WS-TABLA-TITULARES.
           05 WS-TIT-ENT OCCURS 1000 TIMES.
               10 TT-CLI-ID        PIC 9(5).
               10 TT-EMP-ID        PIC 9(4).
               10 TT-PROPIO        PIC X(1).
       01  WS-CANT-TIT         PIC 9(4) VALUE 0.
       01  WS-IDX-TIT          PIC 9(4).
       01  WS-POS-TIT          PIC 9(4).

       01  WS-CONT-MOVIMIENTOS PIC 9(7) VALUE 0.
       01  WS-CONT-BLOQUEOS    PIC 9(5) VALUE 0.
       01  WS-CONT-EXCEPCIONES PIC 9(5) VALUE 0.
       01  WS-CONT-OMITIDAS    PIC 9(5) VALUE 0.
       01  WS-TOT-IMPORTE      PIC 9(11)V99 VALUE 0.

       01  WS-LINEA-REP        PIC X(100).
       01  WS-ED-IMPORTE       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CANT          PIC ZZZZ9.
       01  WS-RELACION-TEXTO   PIC X(10).
       01  WS-EXC-MOTIVO       PIC X(40).

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   INFORME MENSUAL DE CUENTAS DEL PERSONAL      "
           DISPLAY "==============================================="
           DISPLAY "MES (AAAAMM, 0 = MES DE LA FECHA DE NEGOCIO): "
           ACCEPT WS-MES
           IF WS-MES = 0
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
                   WS-FNG-ESTADO WS-FNG-RC
               MOVE WS-FECHA-NEGOCIO(1:6) TO WS-MES
           END-IF
           IF WS-MES(5:2) < "01" OR WS-MES(5:2) > "12"
               DISPLAY "MES INVALIDO."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARGAR-CUENTAS-PERSONAL

           OPEN OUTPUT ARCH-REPORTE
           IF FS-REP NOT = "00"
               DISPLAY "ERROR AL ABRIR personal_mensual.txt. FS="
                   FS-REP
               MOVE "personal_mensual" TO WS-ERR-ARCHIVO
               MOVE FS-REP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA-REP
           STRING "CUENTAS DEL PERSONAL - MES " WS-MES
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "=" TO WS-LINEA-REP(1:79)
           WRITE REG-REPORTE FROM WS-LINEA-REP

           PERFORM ESCRIBIR-ACTIVIDAD
           PERFORM ESCRIBIR-BLOQUEOS
           PERFORM ESCRIBIR-EXCEPCIONES
           PERFORM ESCRIBIR-RESUMEN
           CLOSE ARCH-REPORTE

           MOVE "PERSONAL-MENSUAL" TO WS-SPOOL-REPORTE
           MOVE "personal_mensual.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "MES:                     " WS-MES
           DISPLAY "CUENTAS DEL PERSONAL:    " WS-CANT-CTA
           DISPLAY "MOVIMIENTOS DEL MES:     " WS-CONT-MOVIMIENTOS
           DISPLAY "INTENTOS BLOQUEADOS:     " WS-CONT-BLOQUEOS
           DISPLAY "EXCEPCIONES DE TARIFA:   " WS-CONT-EXCEPCIONES
           IF WS-CONT-OMITIDAS > 0
               DISPLAY "FUERA DE TABLA:          " WS-CONT-OMITIDAS
           END-IF
           DISPLAY "INFORME: personal_mensual.txt"
           IF WS-CONT-EXCEPCIONES > 0 OR WS-CONT-BLOQUEOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    CARGAR-CUENTAS-PERSONAL                                     *
      *    Sin cuentas_personal.txt (DB-CUENTAS-PERSONAL no corrio)    *
      *    solo salen los intentos bloqueados y las excepciones de     *
      *    segmento F.                                                 *
      *----------------------------------------------------------------*
       CARGAR-CUENTAS-PERSONAL.
           OPEN INPUT ARCH-PERSONAL
           IF FS-CPE NOT = "00"
               DISPLAY "SIN cuentas_personal.txt: CORRA ANTES "
                   "DB-CUENTAS-PERSONAL."
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-PERSONAL
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END PERFORM CARGAR-UNA-CUENTA
                   END-READ
               END-PERFORM
               CLOSE ARCH-PERSONAL
           END-IF.

       CARGAR-UNA-CUENTA.
           MOVE "N" TO WS-CTA-REPETIDA
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CANT-CTA
               IF TP-CUENTA(WS-IDX-CTA) = CPE-CUENTA
                       AND TP-EMP-ID(WS-IDX-CTA) = CPE-EMP-ID
                   MOVE "S" TO WS-CTA-REPETIDA
               END-IF
           END-PERFORM
           IF WS-CTA-REPETIDA = "N"
               IF WS-CANT-CTA < 2000
                   ADD 1 TO WS-CANT-CTA
                   MOVE CPE-CUENTA TO TP-CUENTA(WS-CANT-CTA)
                   MOVE CPE-CLI-ID TO TP-CLI-ID(WS-CANT-CTA)
                   MOVE CPE-EMP-ID TO TP-EMP-ID(WS-CANT-CTA)
                   MOVE CPE-RELACION TO TP-RELACION(WS-CANT-CTA)
                   MOVE CPE-PARENTESCO TO TP-PARENTESCO(WS-CANT-CTA)
                   MOVE 0 TO TP-MOVIMIENTOS(WS-CANT-CTA)
               ELSE
                   ADD 1 TO WS-CONT-OMITIDAS
               END-IF
           END-IF
           PERFORM UBICAR-TITULAR
           IF WS-POS-TIT = 0 AND WS-CANT-TIT < 1000
               ADD 1 TO WS-CANT-TIT
               MOVE WS-CANT-TIT TO WS-POS-TIT
               MOVE CPE-CLI-ID TO TT-CLI-ID(WS-POS-TIT)
               MOVE CPE-EMP-ID TO TT-EMP-ID(WS-POS-TIT)
               MOVE "N" TO TT-PROPIO(WS-POS-TIT)
           END-IF
           IF WS-POS-TIT > 0 AND CPE-RELACION = "P"
               MOVE CPE-EMP-ID TO TT-EMP-ID(WS-POS-TIT)
               MOVE "S" TO TT-PROPIO(WS-POS-TIT)
           END-IF.

      *    POSICION DEL TITULAR CPE-CLI-ID (0 = NO ESTA).
       UBICAR-TITULAR.
           MOVE 0 TO WS-POS-TIT
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-CANT-TIT
               IF TT-CLI-ID(WS-IDX-TIT) = CPE-CLI-ID
                   MOVE WS-IDX-TIT TO WS-POS-TIT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    ESCRIBIR-ACTIVIDAD                                          *
      *    Movimientos del mes de cada cuenta marcada, posicionando   *
      *    el libro en cuenta + primer dia del mes.                    *
      *----------------------------------------------------------------*
       ESCRIBIR-ACTIVIDAD.
           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "1. ACTIVIDAD DEL MES EN CUENTAS DEL PERSONAL"
               TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE "EMP" TO WS-LINEA-REP(1:3)
           MOVE "RELACION" TO WS-LINEA-REP(6:8)
           MOVE "CUENTA" TO WS-LINEA-REP(17:6)
           MOVE "FECHA" TO WS-LINEA-REP(26:5)
           MOVE "T" TO WS-LINEA-REP(35:1)
           MOVE "IMPORTE" TO WS-LINEA-REP(44:7)
           MOVE "REFERENCIA" TO WS-LINEA-REP(53:10)
           MOVE "SUC" TO WS-LINEA-REP(65:3)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP(1:79)
           WRITE REG-REPORTE FROM WS-LINEA-REP

           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOV = "00"
               MOVE "S" TO WS-MOV-ABIERTO
               PERFORM VERIFICAR-LAYOUTS
           ELSE
               DISPLAY "SIN MOVIMIENTOS.IDX (FS=" FS-MOV ")."
           END-IF
           IF WS-MOV-ABIERTO = "S"
               PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                       UNTIL WS-IDX-CTA > WS-CANT-CTA
                   PERFORM ESCRIBIR-MOVIMIENTOS-CUENTA
               END-PERFORM
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           IF WS-CONT-MOVIMIENTOS = 0
               MOVE "  (SIN MOVIMIENTOS EN EL MES)" TO WS-LINEA-REP
               WRITE REG-REPORTE FROM WS-LINEA-REP
           ELSE
               MOVE WS-TOT-IMPORTE TO WS-ED-TOTAL
               MOVE SPACES TO WS-LINEA-REP
               STRING "  TOTAL MOVIDO EN EL MES: " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF.

       ESCRIBIR-MOVIMIENTOS-CUENTA.
           IF TP-RELACION(WS-IDX-CTA) = "P"
               MOVE "PROPIA" TO WS-RELACION-TEXTO
           ELSE
               MOVE TP-PARENTESCO(WS-IDX-CTA) TO WS-RELACION-TEXTO
           END-IF
           MOVE TP-CUENTA(WS-IDX-CTA) TO MOV-CUENTA
           MOVE WS-MES TO MOV-FECHA(1:6)
           MOVE "01" TO MOV-FECHA(7:2)
           MOVE 0 TO MOV-SECUENCIA
           MOVE "N" TO WS-FIN
           START ARCH-MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = "S"
               READ ARCH-MOVIMIENTOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
               END-READ
               IF WS-FIN = "N"
                   IF MOV-CUENTA NOT = TP-CUENTA(WS-IDX-CTA)
                           OR MOV-FECHA(1:6) NOT = WS-MES
                       MOVE "S" TO WS-FIN
                   ELSE
                       ADD 1 TO WS-CONT-MOVIMIENTOS
                       ADD 1 TO TP-MOVIMIENTOS(WS-IDX-CTA)
                       ADD MOV-IMPORTE TO WS-TOT-IMPORTE
                       MOVE MOV-IMPORTE TO WS-ED-IMPORTE
                       MOVE SPACES TO WS-LINEA-REP
                       STRING TP-EMP-ID(WS-IDX-CTA) " "
                           WS-RELACION-TEXTO " "
                           MOV-CUENTA " " MOV-FECHA " "
                           MOV-TIPO " " WS-ED-IMPORTE "  "
                           MOV-REFERENCIA "    " MOV-SUCURSAL
                           DELIMITED BY SIZE INTO WS-LINEA-REP
                       END-STRING
                       WRITE REG-REPORTE FROM WS-LINEA-REP
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    ESCRIBIR-BLOQUEOS                                           *
      *    Renglones de seguridad.log del mes con el evento de         *
      *    bloqueo sobre cuenta del personal, tal como quedaron.       *
      *----------------------------------------------------------------*
       ESCRIBIR-BLOQUEOS.
           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "2. OPERACIONES BLOQUEADAS SOBRE CUENTA PROPIA O DE UN "
               TO WS-LINEA-REP
           MOVE "FAMILIAR" TO WS-LINEA-REP(56:8)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP(1:79)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           OPEN INPUT ARCH-SEG-LOG
           IF FS-SLG = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-SEG-LOG
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END
                           IF REG-SEG-LOG(1:6) = WS-MES
                                   AND REG-SEG-LOG(19:20)
                                       = "EVENTO=BLOQ-PERSONAL"
                               ADD 1 TO WS-CONT-BLOQUEOS
                               MOVE SPACES TO WS-LINEA-REP
                               MOVE REG-SEG-LOG TO WS-LINEA-REP(3:80)
                               WRITE REG-REPORTE FROM WS-LINEA-REP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-SEG-LOG
           END-IF
           IF WS-CONT-BLOQUEOS = 0
               MOVE "  (NINGUNA)" TO WS-LINEA-REP
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF.

      *----------------------------------------------------------------*
      *    ESCRIBIR-EXCEPCIONES                                        *
      *    Cruce del segmento F (tarifa de personal) de CLIENTES.IDX   *
      *    contra los titulares marcados como propios de empleados.    *
      *----------------------------------------------------------------*
       ESCRIBIR-EXCEPCIONES.
           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "3. EXCEPCIONES DE TARIFA DE PERSONAL (SEGMENTO F)"
               TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE "CLI-ID" TO WS-LINEA-REP(1:6)
           MOVE "EMP" TO WS-LINEA-REP(9:3)
           MOVE "CLIENTE" TO WS-LINEA-REP(14:7)
           MOVE "MOTIVO" TO WS-LINEA-REP(45:6)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP(1:79)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           OPEN INPUT CLIENTES
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE "  (CLIENTES.IDX NO DISPONIBLE)" TO WS-LINEA-REP
               WRITE REG-REPORTE FROM WS-LINEA-REP
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ CLIENTES NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END
                           IF NOT CLI-INACTIVO
                               PERFORM REVISAR-TARIFA-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF
           IF WS-CONT-EXCEPCIONES = 0
               MOVE "  (NINGUNA)" TO WS-LINEA-REP
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF.

       REVISAR-TARIFA-CLIENTE.
           MOVE CLI-ID TO CPE-CLI-ID
           PERFORM UBICAR-TITULAR
           MOVE SPACES TO WS-EXC-MOTIVO
           IF CLI-TIPO-PERSONAL
               IF WS-POS-TIT = 0
                   MOVE "TARIFA DE PERSONAL SIN EMPLEADO ACTIVO"
                       TO WS-EXC-MOTIVO
               ELSE
                   IF TT-PROPIO(WS-POS-TIT) NOT = "S"
                       MOVE "TARIFA DE PERSONAL A UN FAMILIAR"
                           TO WS-EXC-MOTIVO
                   END-IF
               END-IF
           ELSE
               IF WS-POS-TIT > 0
                   IF TT-PROPIO(WS-POS-TIT) = "S"
                       MOVE "EMPLEADO SIN TARIFA DE PERSONAL"
                           TO WS-EXC-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WS-EXC-MOTIVO NOT = SPACES
               ADD 1 TO WS-CONT-EXCEPCIONES
               MOVE SPACES TO WS-LINEA-REP
               IF WS-POS-TIT = 0
                   STRING CLI-ID "   ---  " CLI-NOMBRE " "
                       WS-EXC-MOTIVO
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   END-STRING
               ELSE
                   STRING CLI-ID "   " TT-EMP-ID(WS-POS-TIT) " "
                       CLI-NOMBRE " " WS-EXC-MOTIVO
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   END-STRING
               END-IF
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "=" TO WS-LINEA-REP(1:79)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-CANT-CTA TO WS-ED-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING "CUENTAS DEL PERSONAL:   " WS-ED-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-CONT-MOVIMIENTOS TO WS-ED-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING "MOVIMIENTOS DEL MES:    " WS-ED-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-CONT-BLOQUEOS TO WS-ED-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING "INTENTOS BLOQUEADOS:    " WS-ED-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-CONT-EXCEPCIONES TO WS-ED-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING "EXCEPCIONES DE TARIFA:  " WS-ED-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA MOVIMIENTOS V01/68 Y
      * CLIENTES V03/185.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "MOVIMIENTOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 68 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT.

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               CLOSE ARCH-MOVIMIENTOS
               CLOSE ARCH-REPORTE
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
               " PROGRAMA=DB-PERSONAL-MENSUAL" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-PERSONAL-MENSUAL.
