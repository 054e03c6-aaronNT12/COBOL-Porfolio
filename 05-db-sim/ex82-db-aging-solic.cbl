      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Aging semanal de reclamos y solicitudes de servicio
      *          (SOLICITUDES.IDX, que mantiene CICS-SOLICITUDES desde
      *          la opcion 17 de EX04-CICS-MENU). Por sucursal lista
      *          cada solicitud pendiente (abierta o en proceso) con
      *          su antiguedad en dias a la fecha de negocio y, si ya
      *          paso su vencimiento de SLA, los dias de atraso; cierra
      *          cada sucursal con los pendientes por tramo de
      *          antiguedad (0-7, 8-15, 16-30, mas de 30 dias) y los
      *          vencidos, y al final el resumen de todas las
      *          sucursales. Informe solicitudes_aging.txt al spool
      *          (AGING-SOLICITUDES). RC 4 si hay solicitudes vencidas.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      * 15-10-2026 AAR SOLICITUD-REG declara RECORD CONTAINS 200,
      *                el largo real de sus campos, igual en
      *                CICS-SOLICITUDES, DB-CUSTOMER360 y
      *                DB-AGING-SOLIC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-AGING-SOLICITUDES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES ASSIGN TO "SOLICITUDES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SOL-TICKET
               ALTERNATE RECORD KEY IS SOL-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-SOL.
           SELECT ARCH-REPORTE ASSIGN TO "solicitudes_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
      *    RECLAMOS Y SOLICITUDES DE SERVICIO.
       FD  SOLICITUDES
           RECORD CONTAINS 200 CHARACTERS.
       01  SOLICITUD-REG.
           05 SOL-TICKET       PIC 9(8).
           05 SOL-CLI-ID       PIC 9(5).
           05 SOL-CUENTA       PIC 9(8).
           05 SOL-MOV-REF      PIC 9(8).
           05 SOL-CATEGORIA    PIC X(4).
           05 SOL-SUCURSAL     PIC X(3).
           05 SOL-ASIGNADO     PIC X(10).
           05 SOL-ESTADO       PIC X(1).
               88 SOL-PENDIENTE    VALUE "A" "P".
           05 SOL-FECHA-ALTA   PIC 9(8).
           05 SOL-FECHA-VENCE  PIC 9(8).
           05 SOL-FECHA-CIERRE PIC 9(8).
           05 SOL-USUARIO      PIC X(10).
           05 SOL-ULT-USUARIO  PIC X(10).
           05 SOL-ULT-FECHA    PIC 9(8).
           05 SOL-DESCRIPCION  PIC X(50).
           05 SOL-RESOLUCION   PIC X(40).
           05 FILLER           PIC X(11).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-SOL              PIC XX.
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
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FEC-FUNCION      PIC X(1) VALUE "D".
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2).
       01  WS-EDAD             PIC S9(9) VALUE 0.
       01  WS-ATRASO           PIC S9(9) VALUE 0.

       01  WS-CONT-LEIDAS      PIC 9(7) VALUE 0.
       01  WS-CONT-OMITIDAS    PIC 9(5) VALUE 0.

      *    SOLICITUDES PENDIENTES EN ORDEN DE TICKET.
       01  WS-TABLA-DETALLE.
           05 WS-DET-ENT OCCURS 3000 TIMES.
               10 TD-SUCURSAL      PIC X(3).
               10 TD-TICKET        PIC 9(8).
               10 TD-CLI-ID        PIC 9(5).
               10 TD-CATEGORIA     PIC X(4).
               10 TD-ESTADO        PIC X(1).
               10 TD-FECHA-ALTA    PIC 9(8).
               10 TD-FECHA-VENCE   PIC 9(8).
               10 TD-EDAD          PIC 9(5).
               10 TD-ATRASO        PIC 9(5).
               10 TD-ASIGNADO      PIC X(10).
       01  WS-CANT-DET         PIC 9(4) VALUE 0.
       01  WS-IDX-DET          PIC 9(4).

      *    SUCURSALES EN ORDEN DE CODIGO CON SUS TRAMOS; LA ULTIMA
      *    FILA (WS-IDX-TOT) ACUMULA EL TOTAL GENERAL.
       01  WS-TABLA-SUCURSALES.
           05 WS-SUC-ENT OCCURS 51 TIMES.
               10 TS-SUCURSAL      PIC X(3).
               10 TS-PENDIENTES    PIC 9(5).
               10 TS-TRAMO-1       PIC 9(5).
               10 TS-TRAMO-2       PIC 9(5).
               10 TS-TRAMO-3       PIC 9(5).
               10 TS-TRAMO-4       PIC 9(5).
               10 TS-VENCIDAS      PIC 9(5).
       01  WS-CANT-SUC         PIC 9(2) VALUE 0.
       01  WS-IDX-SUC          PIC 9(2).
       01  WS-POS-SUC          PIC 9(2).
       01  WS-IDX-MOVER        PIC 9(2).
       01  WS-IDX-TOT          PIC 9(2) VALUE 51.

       01  WS-LINEA-REP        PIC X(100).
       01  WS-ED-CANT          PIC ZZZZ9.
       01  WS-ED-CANT-1        PIC ZZZZ9.
       01  WS-ED-CANT-2        PIC ZZZZ9.
       01  WS-ED-CANT-3        PIC ZZZZ9.
       01  WS-ED-CANT-4        PIC ZZZZ9.
       01  WS-ED-CANT-5        PIC ZZZZ9.
       01  WS-ED-DIAS          PIC ZZZZ9.
       01  WS-ED-ATRASO        PIC ZZZZ9.

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   AGING DE RECLAMOS Y SOLICITUDES DE SERVICIO  "
           DISPLAY "==============================================="
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
               WS-FNG-ESTADO WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
           MOVE "TOT" TO TS-SUCURSAL(WS-IDX-TOT)
           MOVE 0 TO TS-PENDIENTES(WS-IDX-TOT)
           MOVE 0 TO TS-TRAMO-1(WS-IDX-TOT)
           MOVE 0 TO TS-TRAMO-2(WS-IDX-TOT)
           MOVE 0 TO TS-TRAMO-3(WS-IDX-TOT)
           MOVE 0 TO TS-TRAMO-4(WS-IDX-TOT)
           MOVE 0 TO TS-VENCIDAS(WS-IDX-TOT)

      *    SIN SOLICITUDES REGISTRADAS EL INFORME SALE VACIO.
           OPEN INPUT SOLICITUDES
           IF FS-SOL = "00"
               PERFORM VERIFICAR-LAYOUTS
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ SOLICITUDES NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N"
                       ADD 1 TO WS-CONT-LEIDAS
                       IF SOL-PENDIENTE
                           PERFORM CARGAR-PENDIENTE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SOLICITUDES
           ELSE
               IF FS-SOL NOT = "35"
                   DISPLAY "ERROR AL ABRIR SOLICITUDES.IDX. FS=" FS-SOL
                   MOVE "SOLICITUDES.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-SOL TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "SIN SOLICITUDES REGISTRADAS (SOLICITUDES.IDX)."
           END-IF

           OPEN OUTPUT ARCH-REPORTE
           IF FS-REP NOT = "00"
               DISPLAY "ERROR AL ABRIR solicitudes_aging.txt. FS="
                   FS-REP
               MOVE "solicitudes_aging" TO WS-ERR-ARCHIVO
               MOVE FS-REP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               PERFORM ESCRIBIR-SUCURSAL
           END-PERFORM
           PERFORM ESCRIBIR-RESUMEN
           CLOSE ARCH-REPORTE

           MOVE "AGING-SOLICITUDES" TO WS-SPOOL-REPORTE
           MOVE "solicitudes_aging.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "SOLICITUDES LEIDAS:      " WS-CONT-LEIDAS
           DISPLAY "PENDIENTES:              "
               TS-PENDIENTES(WS-IDX-TOT)
           DISPLAY "VENCIDAS:                " TS-VENCIDAS(WS-IDX-TOT)
           DISPLAY "SUCURSALES:              " WS-CANT-SUC
           IF WS-CONT-OMITIDAS > 0
               DISPLAY "FUERA DE TABLA:          " WS-CONT-OMITIDAS
           END-IF
           DISPLAY "INFORME: solicitudes_aging.txt"
           IF TS-VENCIDAS(WS-IDX-TOT) > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    CARGAR-PENDIENTE                                            *
      *    Antiguedad desde el alta y atraso desde el vencimiento, a   *
      *    la fecha de negocio; suma en el tramo de su sucursal y en   *
      *    el total general.                                           *
      *----------------------------------------------------------------*
       CARGAR-PENDIENTE.
           IF WS-CANT-DET >= 3000
               ADD 1 TO WS-CONT-OMITIDAS
           ELSE
               PERFORM UBICAR-SUCURSAL
               IF WS-POS-SUC = 0
                   ADD 1 TO WS-CONT-OMITIDAS
               ELSE
                   MOVE 0 TO WS-EDAD
                   CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                       WS-FECHA-NEGOCIO SOL-FECHA-ALTA
                       WS-FEC-RESULTADO WS-FEC-RC
                   IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO > 0
                       MOVE WS-FEC-RESULTADO TO WS-EDAD
                   END-IF
                   MOVE 0 TO WS-ATRASO
                   CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                       WS-FECHA-NEGOCIO SOL-FECHA-VENCE
                       WS-FEC-RESULTADO WS-FEC-RC
                   IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO > 0
                       MOVE WS-FEC-RESULTADO TO WS-ATRASO
                   END-IF

                   ADD 1 TO WS-CANT-DET
                   MOVE SOL-SUCURSAL TO TD-SUCURSAL(WS-CANT-DET)
                   MOVE SOL-TICKET TO TD-TICKET(WS-CANT-DET)
                   MOVE SOL-CLI-ID TO TD-CLI-ID(WS-CANT-DET)
                   MOVE SOL-CATEGORIA TO TD-CATEGORIA(WS-CANT-DET)
                   MOVE SOL-ESTADO TO TD-ESTADO(WS-CANT-DET)
                   MOVE SOL-FECHA-ALTA TO TD-FECHA-ALTA(WS-CANT-DET)
                   MOVE SOL-FECHA-VENCE TO TD-FECHA-VENCE(WS-CANT-DET)
                   MOVE WS-EDAD TO TD-EDAD(WS-CANT-DET)
                   MOVE WS-ATRASO TO TD-ATRASO(WS-CANT-DET)
                   MOVE SOL-ASIGNADO TO TD-ASIGNADO(WS-CANT-DET)

                   MOVE WS-POS-SUC TO WS-IDX-SUC
                   PERFORM SUMAR-TRAMO
                   MOVE WS-IDX-TOT TO WS-IDX-SUC
                   PERFORM SUMAR-TRAMO
               END-IF
           END-IF.

       SUMAR-TRAMO.
           ADD 1 TO TS-PENDIENTES(WS-IDX-SUC)
           EVALUATE TRUE
               WHEN WS-EDAD <= 7
                   ADD 1 TO TS-TRAMO-1(WS-IDX-SUC)
               WHEN WS-EDAD <= 15
                   ADD 1 TO TS-TRAMO-2(WS-IDX-SUC)
               WHEN WS-EDAD <= 30
                   ADD 1 TO TS-TRAMO-3(WS-IDX-SUC)
               WHEN OTHER
                   ADD 1 TO TS-TRAMO-4(WS-IDX-SUC)
           END-EVALUATE
           IF WS-ATRASO > 0
               ADD 1 TO TS-VENCIDAS(WS-IDX-SUC)
           END-IF.

      *    POSICION DE SOL-SUCURSAL EN LA TABLA; UNA SUCURSAL NUEVA SE
      *    INSERTA EN SU LUGAR PARA QUE LA TABLA QUEDE ORDENADA. 0 SI
      *    LA TABLA ESTA LLENA.
       UBICAR-SUCURSAL.
           MOVE 0 TO WS-POS-SUC
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC OR WS-POS-SUC > 0
               IF TS-SUCURSAL(WS-IDX-SUC) = SOL-SUCURSAL
                   MOVE WS-IDX-SUC TO WS-POS-SUC
               END-IF
           END-PERFORM
           IF WS-POS-SUC = 0 AND WS-CANT-SUC < 50
               MOVE 1 TO WS-POS-SUC
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                       UNTIL WS-IDX-SUC > WS-CANT-SUC
                   IF TS-SUCURSAL(WS-IDX-SUC) < SOL-SUCURSAL
                       COMPUTE WS-POS-SUC = WS-IDX-SUC + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-MOVER FROM WS-CANT-SUC BY -1
                       UNTIL WS-IDX-MOVER < WS-POS-SUC
                   MOVE WS-SUC-ENT(WS-IDX-MOVER)
                       TO WS-SUC-ENT(WS-IDX-MOVER + 1)
               END-PERFORM
               ADD 1 TO WS-CANT-SUC
               MOVE SOL-SUCURSAL TO TS-SUCURSAL(WS-POS-SUC)
               MOVE 0 TO TS-PENDIENTES(WS-POS-SUC)
               MOVE 0 TO TS-TRAMO-1(WS-POS-SUC)
               MOVE 0 TO TS-TRAMO-2(WS-POS-SUC)
               MOVE 0 TO TS-TRAMO-3(WS-POS-SUC)
               MOVE 0 TO TS-TRAMO-4(WS-POS-SUC)
               MOVE 0 TO TS-VENCIDAS(WS-POS-SUC)
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO WS-LINEA-REP
           STRING "AGING DE RECLAMOS Y SOLICITUDES DE SERVICIO AL "
               WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "TRAMOS (DIAS): 0-7, 8-15, 16-30 Y MAS DE 30"
               TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "=" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP.

      *----------------------------------------------------------------*
      *    ESCRIBIR-SUCURSAL                                           *
      *    Las pendientes de la sucursal en orden de ticket y su       *
      *    subtotal por tramo.                                         *
      *----------------------------------------------------------------*
       ESCRIBIR-SUCURSAL.
           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           STRING "SUCURSAL " TS-SUCURSAL(WS-IDX-SUC)
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "  TICKET   CLIENTE CAT  E ALTA     VENCE     DIAS "
               TO WS-LINEA-REP
           MOVE "ATRASO  ASIGNADO" TO WS-LINEA-REP(50:16)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > WS-CANT-DET
               IF TD-SUCURSAL(WS-IDX-DET) = TS-SUCURSAL(WS-IDX-SUC)
                   PERFORM ESCRIBIR-DETALLE
               END-IF
           END-PERFORM
           MOVE TS-PENDIENTES(WS-IDX-SUC) TO WS-ED-CANT
           MOVE TS-TRAMO-1(WS-IDX-SUC) TO WS-ED-CANT-1
           MOVE TS-TRAMO-2(WS-IDX-SUC) TO WS-ED-CANT-2
           MOVE TS-TRAMO-3(WS-IDX-SUC) TO WS-ED-CANT-3
           MOVE TS-TRAMO-4(WS-IDX-SUC) TO WS-ED-CANT-4
           MOVE TS-VENCIDAS(WS-IDX-SUC) TO WS-ED-CANT-5
           MOVE SPACES TO WS-LINEA-REP
           STRING "  PENDIENTES " WS-ED-CANT
               "  0-7 " WS-ED-CANT-1 "  8-15 " WS-ED-CANT-2
               "  16-30 " WS-ED-CANT-3 "  +30 " WS-ED-CANT-4
               "  VENCIDAS " WS-ED-CANT-5
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP.

       ESCRIBIR-DETALLE.
           MOVE TD-EDAD(WS-IDX-DET) TO WS-ED-DIAS
           MOVE SPACES TO WS-LINEA-REP
           IF TD-ATRASO(WS-IDX-DET) > 0
               MOVE TD-ATRASO(WS-IDX-DET) TO WS-ED-ATRASO
               STRING "  " TD-TICKET(WS-IDX-DET)
                   " " TD-CLI-ID(WS-IDX-DET)
                   "   " TD-CATEGORIA(WS-IDX-DET)
                   " " TD-ESTADO(WS-IDX-DET)
                   " " TD-FECHA-ALTA(WS-IDX-DET)
                   " " TD-FECHA-VENCE(WS-IDX-DET)
                   " " WS-ED-DIAS
                   " " WS-ED-ATRASO
                   "  " TD-ASIGNADO(WS-IDX-DET)
                   " VENCIDA"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
           ELSE
               STRING "  " TD-TICKET(WS-IDX-DET)
                   " " TD-CLI-ID(WS-IDX-DET)
                   "   " TD-CATEGORIA(WS-IDX-DET)
                   " " TD-ESTADO(WS-IDX-DET)
                   " " TD-FECHA-ALTA(WS-IDX-DET)
                   " " TD-FECHA-VENCE(WS-IDX-DET)
                   " " WS-ED-DIAS
                   "      "
                   "  " TD-ASIGNADO(WS-IDX-DET)
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-REP.

      *    RESUMEN: UNA LINEA POR SUCURSAL Y EL TOTAL GENERAL.
       ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "=" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "RESUMEN POR SUCURSAL" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "SUC   PENDIENTES    0-7   8-15  16-30    +30"
               TO WS-LINEA-REP
           MOVE "VENCIDAS" TO WS-LINEA-REP(48:8)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               MOVE TS-SUCURSAL(WS-IDX-SUC) TO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA-RESUMEN
           END-PERFORM
           MOVE WS-IDX-TOT TO WS-IDX-SUC
           MOVE "TOT" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-RESUMEN.

      *    WS-LINEA-REP TRAE YA EL CODIGO DE SUCURSAL (O "TOT").
       ESCRIBIR-LINEA-RESUMEN.
           MOVE TS-PENDIENTES(WS-IDX-SUC) TO WS-ED-CANT
           MOVE TS-TRAMO-1(WS-IDX-SUC) TO WS-ED-CANT-1
           MOVE TS-TRAMO-2(WS-IDX-SUC) TO WS-ED-CANT-2
           MOVE TS-TRAMO-3(WS-IDX-SUC) TO WS-ED-CANT-3
           MOVE TS-TRAMO-4(WS-IDX-SUC) TO WS-ED-CANT-4
           MOVE TS-VENCIDAS(WS-IDX-SUC) TO WS-ED-CANT-5
           STRING "        " WS-ED-CANT
               "  " WS-ED-CANT-1 "  " WS-ED-CANT-2
               "  " WS-ED-CANT-3 "  " WS-ED-CANT-4
               "     " WS-ED-CANT-5
               DELIMITED BY SIZE INTO WS-LINEA-REP(4:60)
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA SOLICITUDES V01/200.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "SOLICITUDES.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 200 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT.

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               CLOSE SOLICITUDES
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
               " PROGRAMA=DB-AGING-SOLICITUDES" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-AGING-SOLICITUDES.
