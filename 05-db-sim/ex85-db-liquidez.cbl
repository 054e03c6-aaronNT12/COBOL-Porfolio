      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Pronostico de liquidez para tesoreria: lo que va a
      *          entrar y salir en los proximos 90 dias desde la fecha
      *          de negocio, por moneda (la de la cuenta; blanco =
      *          LOC), juntando lo que ya esta en los archivos:
      *          - PLAZOS.IDX: al vencer, la instruccion P paga
      *            capital mas interes (sale todo), R paga solo el
      *            interes y renueva por el mismo plazo (se proyectan
      *            las renovaciones que caen dentro del horizonte) y
      *            C capitaliza (no sale nada). Un certificado
      *            vigente ya vencido sin liquidar cae en el dia 1;
      *          - ordenes_permanentes.txt: cada orden activa sale el
      *            dia del mes ORD-DIA mientras no venza (mismas
      *            reglas de DB-STANDING-RUN);
      *          - calendario_nomina.txt: cada fecha de periodo
      *            futura saca el neto de la ultima nomina pagada de
      *            su ciclo en NOMINA-HIST.IDX (moneda local);
      *          - PRESTAMOS-CUOTAS.IDX: las cuotas pendientes que
      *            vencen en el horizonte entran por lo que falta
      *            cobrar de cada una.
      *          El informe liquidez_rep.txt (spool LIQUIDEZ) trae por
      *          moneda la escalera de vencimientos (1-30, 31-60 y
      *          61-90 dias por origen), los tramos semanales y el
      *          detalle diario de los dias con flujo, con el neto y
      *          el acumulado.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      * 15-10-2026 AAR REG-HISTORICO alineado al layout de 111
      *                caracteres con horas y recargos de turno
      *                (nocturno, fin de semana, feriado).
      * 15-10-2026 AAR El historico de nomina pasa a NOMINA-HIST.IDX
      *                (clave periodo + empleado + secuencia).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-LIQUIDEZ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT PLAZOS ASSIGN TO "PLAZOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLF-CERTIFICADO
               FILE STATUS IS FS-PLF.
           SELECT PRESTAMOS ASSIGN TO "PRESTAMOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRE-NUMERO
               ALTERNATE RECORD KEY IS PRE-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-PRE.
           SELECT PRESTAMOS-CUOTAS ASSIGN TO "PRESTAMOS-CUOTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCU-CLAVE
               FILE STATUS IS FS-PCU.
           SELECT ARCH-ORDENES ASSIGN TO "ordenes_permanentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORD.
           SELECT ARCH-CALENDARIO ASSIGN TO "calendario_nomina.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAL.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-REPORTE ASSIGN TO "liquidez_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

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
               88 CTA-INACTIVA    VALUE "I".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

       FD  PLAZOS
           RECORD CONTAINS 60 CHARACTERS.
       01  PLAZO-REG.
           05 PLF-CERTIFICADO  PIC 9(8).
           05 PLF-CUENTA       PIC 9(8).
           05 PLF-CLI-ID       PIC 9(5).
           05 PLF-CAPITAL      PIC 9(9)V99.
           05 PLF-TASA         PIC 9(2)V99.
           05 PLF-FECHA-INICIO PIC 9(8).
           05 PLF-FECHA-VENCE  PIC 9(8).
           05 PLF-INSTRUCCION  PIC X(1).
               88 PLF-CAPITALIZA   VALUE "C".
               88 PLF-RENUEVA      VALUE "R".
               88 PLF-PAGA         VALUE "P".
           05 PLF-ESTADO       PIC X(1).
               88 PLF-VIGENTE      VALUE "V".
           05 FILLER           PIC X(6).

       FD  PRESTAMOS
           RECORD CONTAINS 100 CHARACTERS.
       01  PRESTAMO-REG.
           05 PRE-NUMERO       PIC 9(8).
           05 PRE-CLI-ID       PIC 9(5).
           05 PRE-CUENTA       PIC 9(8).
           05 PRE-CAPITAL      PIC 9(7)V99.
           05 PRE-TASA-ANUAL   PIC 9(2)V99.
           05 PRE-PLAZO        PIC 9(3).
           05 PRE-DIA-PAGO     PIC 9(2).
           05 PRE-CUOTA        PIC 9(7)V99.
           05 PRE-FECHA-ORIG   PIC 9(8).
           05 PRE-FECHA-PRIMERA PIC 9(8).
           05 PRE-SALDO-CAPITAL PIC 9(7)V99.
           05 PRE-CUOTAS-PAGAS PIC 9(3).
           05 PRE-ESTADO       PIC X(1).
               88 PRE-VIGENTE      VALUE "A".
           05 PRE-SUCURSAL     PIC X(3).
           05 PRE-USUARIO      PIC X(10).
           05 PRE-VERSION      PIC X(1).
           05 PRE-FECHA-MORA   PIC 9(8).
           05 FILLER           PIC X(1).

       FD  PRESTAMOS-CUOTAS
           RECORD CONTAINS 80 CHARACTERS.
       01  CUOTA-REG.
           05 PCU-CLAVE.
               10 PCU-PRESTAMO  PIC 9(8).
               10 PCU-NUMERO    PIC 9(3).
           05 PCU-VENCIMIENTO  PIC 9(8).
           05 PCU-CUOTA        PIC 9(7)V99.
           05 PCU-CAPITAL      PIC 9(7)V99.
           05 PCU-INTERES      PIC 9(7)V99.
           05 PCU-SALDO        PIC 9(7)V99.
           05 PCU-ESTADO       PIC X(1).
               88 PCU-PENDIENTE    VALUE "P".
           05 PCU-PAGADO       PIC 9(7)V99.
           05 PCU-FECHA-PAGO   PIC 9(8).
           05 PCU-MORA         PIC 9(5)V99.

       FD  ARCH-ORDENES.
       01  REG-ORDEN.
           05 ORD-CUENTA       PIC 9(8).
           05 ORD-DESTINO      PIC 9(8).
           05 ORD-IMPORTE      PIC 9(7)V99.
           05 ORD-DIA          PIC 9(2).
           05 ORD-ACTIVA       PIC X(1).
               88 ORD-ESTA-ACTIVA  VALUE "S".
           05 ORD-VENCE        PIC 9(8).

       FD  ARCH-CALENDARIO.
       01  REG-CALENDARIO.
           05 CAL-CICLO        PIC X(1).
           05 CAL-FECHA        PIC 9(8).

       FD  ARCH-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
               10 HIS-FECHA-PERIODO PIC 9(8).
               10 HIS-EMP-ID        PIC 9(4).
               10 HIS-SECUENCIA     PIC 9(2).
           05 HIS-NOMBRE        PIC X(20).
           05 HIS-HORAS-NORM    PIC 9(3).
           05 HIS-HORAS-EXTRA   PIC 9(3).
           05 HIS-BRUTO         PIC 9(7)V99.
           05 HIS-RETENCION     PIC 9(7)V99.
           05 HIS-DEDUCCIONES   PIC 9(7)V99.
           05 HIS-NETO          PIC 9(7)V99.
           05 HIS-ESTADO        PIC X(1).
               88 HIS-PAGADO        VALUE "P".
           05 HIS-HORAS-NOCHE   PIC 9(3).
           05 HIS-HORAS-FINDE   PIC 9(3).
           05 HIS-HORAS-FERIADO PIC 9(3).
           05 HIS-REC-NOCHE     PIC 9(7)V99.
           05 HIS-REC-FINDE     PIC 9(7)V99.
           05 HIS-REC-FERIADO   PIC 9(7)V99.

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-CTA              PIC XX.
       01  FS-PLF              PIC XX.
       01  FS-PRE              PIC XX.
       01  FS-PCU              PIC XX.
       01  FS-ORD              PIC XX.
       01  FS-CAL              PIC XX.
       01  FS-HIS              PIC XX.
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
       01  WS-HORIZONTE        PIC 9(3) VALUE 90.

      *    FECHA DE CADA DIA DEL HORIZONTE (DIA 1 = MANANA).
       01  WS-TABLA-FECHAS.
           05 WS-FECHA-DIA     PIC 9(8) OCCURS 90 TIMES.
       01  WS-IDX-DIA          PIC 9(3).
       01  WS-DIA-HASTA        PIC 9(3).

      *----------------------------------------------------------------*
      *    FLUJOS POR MONEDA: ENTRADAS Y SALIDAS DE CADA DIA Y, PARA   *
      *    LA ESCALERA, EL MONTO POR ORIGEN (1 PLAZOS, 2 ORDENES,      *
      *    3 NOMINA, 4 PRESTAMOS) EN CADA TRAMO DE 30 DIAS.            *
      *----------------------------------------------------------------*
       01  WS-TABLA-MONEDAS.
           05 WS-MON-ENT OCCURS 10 TIMES.
               10 TM-MONEDA        PIC X(3).
               10 TM-DIA OCCURS 90 TIMES.
                   15 TM-ENTRA     PIC 9(11)V99.
                   15 TM-SALE      PIC 9(11)V99.
               10 TM-FUENTE OCCURS 4 TIMES.
                   15 TM-TRAMO     PIC 9(11)V99 OCCURS 3 TIMES.
       01  WS-CANT-MON         PIC 9(2) VALUE 0.
       01  WS-IDX-MON          PIC 9(2).
       01  WS-POS-MON          PIC 9(2).
       01  WS-IDX-FUENTE       PIC 9(1).
       01  WS-IDX-TRAMO        PIC 9(1).

      *    FLUJO A ACUMULAR (ACUMULAR-FLUJO).
       01  WS-AC-MONEDA        PIC X(3).
       01  WS-AC-FUENTE        PIC 9(1).
       01  WS-AC-DIA           PIC 9(3).
       01  WS-AC-IMPORTE       PIC 9(11)V99.

      *    PLAZOS FIJOS.
       01  WS-DIAS-PLAZO       PIC S9(9) VALUE 0.
       01  WS-DIA-VENCE        PIC S9(9) VALUE 0.
       01  WS-INTERES          PIC 9(9)V99 VALUE 0.

      *    CALENDARIO Y NETO DE NOMINA POR PERIODO PAGADO.
       01  WS-TABLA-CALENDARIO.
           05 WS-CAL-ENT OCCURS 300 TIMES.
               10 TC-CICLO         PIC X(1).
               10 TC-FECHA         PIC 9(8).
       01  WS-CANT-CAL         PIC 9(3) VALUE 0.
       01  WS-IDX-CAL          PIC 9(3).
       01  WS-TABLA-PERIODOS.
           05 WS-PER-ENT OCCURS 300 TIMES.
               10 TN-FECHA         PIC 9(8).
               10 TN-NETO          PIC 9(11)V99.
       01  WS-CANT-PER         PIC 9(3) VALUE 0.
       01  WS-IDX-PER          PIC 9(3).
       01  WS-POS-PER          PIC 9(3).
       01  WS-CICLO-BUSCA      PIC X(1).
       01  WS-FECHA-BASE-CICLO PIC 9(8).
       01  WS-NETO-CICLO       PIC 9(11)V99.
       01  WS-NETO-SEMANAL     PIC 9(11)V99 VALUE 0.
       01  WS-NETO-MENSUAL     PIC 9(11)V99 VALUE 0.
       01  WS-FECHA-SEMANAL    PIC 9(8) VALUE 0.
       01  WS-FECHA-MENSUAL    PIC 9(8) VALUE 0.

       01  WS-CONT-PLAZOS      PIC 9(5) VALUE 0.
       01  WS-CONT-ORDENES     PIC 9(5) VALUE 0.
       01  WS-CONT-NOMINAS     PIC 9(5) VALUE 0.
       01  WS-CONT-CUOTAS      PIC 9(5) VALUE 0.
       01  WS-CONT-OMITIDOS    PIC 9(5) VALUE 0.

      *    TOTALES DE TRABAJO PARA LAS LINEAS DEL INFORME.
       01  WS-SUMA-ENTRA       PIC 9(11)V99.
       01  WS-SUMA-SALE        PIC 9(11)V99.
       01  WS-NETO             PIC S9(11)V99.
       01  WS-ACUMULADO        PIC S9(11)V99.
       01  WS-SEMANA           PIC 9(2).
       01  WS-DIA-DESDE        PIC 9(3).
       01  WS-TOT-FUENTE       PIC 9(11)V99.
       01  WS-NETO-TRAMO       PIC S9(11)V99 OCCURS 3 TIMES.
       01  WS-NETO-TOTAL       PIC S9(11)V99.

       01  WS-LINEA-REP        PIC X(100).
       01  WS-ETIQUETA         PIC X(24).
       01  WS-ED-M1            PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-M2            PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-M3            PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-M4            PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-SEMANA        PIC Z9.

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   PRONOSTICO DE LIQUIDEZ A 90 DIAS             "
           DISPLAY "==============================================="
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
               WS-FNG-ESTADO WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-HORIZONTE
               COMPUTE WS-FECHA-DIA(WS-IDX-DIA) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                   + WS-IDX-DIA)
           END-PERFORM
      *    LA MONEDA LOCAL VA SIEMPRE PRIMERA EN EL INFORME.
           MOVE "LOC" TO WS-AC-MONEDA
           PERFORM UBICAR-MONEDA

           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS

           PERFORM PROYECTAR-PLAZOS
           PERFORM PROYECTAR-ORDENES
           PERFORM PROYECTAR-NOMINA
           PERFORM PROYECTAR-CUOTAS
           CLOSE CUENTAS

           OPEN OUTPUT ARCH-REPORTE
           IF FS-REP NOT = "00"
               DISPLAY "ERROR AL ABRIR liquidez_rep.txt. FS=" FS-REP
               MOVE "liquidez_rep.txt" TO WS-ERR-ARCHIVO
               MOVE FS-REP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA-REP
           STRING "PRONOSTICO DE LIQUIDEZ A 90 DIAS - FECHA DE "
               "NEGOCIO " WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "=" TO WS-LINEA-REP(1:90)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > WS-CANT-MON
               PERFORM ESCRIBIR-MONEDA
           END-PERFORM
           CLOSE ARCH-REPORTE

           MOVE "LIQUIDEZ" TO WS-SPOOL-REPORTE
           MOVE "liquidez_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "VENCIMIENTOS DE PLAZOS:  " WS-CONT-PLAZOS
           DISPLAY "EJECUCIONES DE ORDENES:  " WS-CONT-ORDENES
           DISPLAY "FECHAS DE NOMINA:        " WS-CONT-NOMINAS
           DISPLAY "CUOTAS DE PRESTAMOS:     " WS-CONT-CUOTAS
           DISPLAY "MONEDAS:                 " WS-CANT-MON
           IF WS-CONT-OMITIDOS > 0
               DISPLAY "FUERA DE TABLA:          " WS-CONT-OMITIDOS
           END-IF
           DISPLAY "INFORME: liquidez_rep.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    PROYECTAR-PLAZOS                                            *
      *    Vencimientos de certificados vigentes segun instruccion.    *
      *----------------------------------------------------------------*
       PROYECTAR-PLAZOS.
           OPEN INPUT PLAZOS
           IF FS-PLF NOT = "00"
               DISPLAY "SIN PLAZOS.IDX (FS=" FS-PLF ")."
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ PLAZOS NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND PLF-VIGENTE
                           AND NOT PLF-CAPITALIZA
                       PERFORM PROYECTAR-UN-PLAZO
                   END-IF
               END-PERFORM
               CLOSE PLAZOS
           END-IF.

       PROYECTAR-UN-PLAZO.
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               PLF-FECHA-VENCE PLF-FECHA-INICIO
               WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00" OR WS-FEC-RESULTADO <= 0
               ADD 1 TO WS-CONT-OMITIDOS
           ELSE
               MOVE WS-FEC-RESULTADO TO WS-DIAS-PLAZO
               COMPUTE WS-INTERES ROUNDED = PLF-CAPITAL
                   * PLF-TASA / 100 * WS-DIAS-PLAZO / 365
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   PLF-FECHA-VENCE WS-FECHA-NEGOCIO
                   WS-FEC-RESULTADO WS-FEC-RC
               MOVE WS-FEC-RESULTADO TO WS-DIA-VENCE
      *        VENCIDO Y TODAVIA SIN LIQUIDAR: SALE MANANA.
               IF WS-DIA-VENCE < 1
                   MOVE 1 TO WS-DIA-VENCE
               END-IF
               MOVE PLF-CUENTA TO CTA-NUMERO
               PERFORM MONEDA-DE-CUENTA
               MOVE 1 TO WS-AC-FUENTE
               IF PLF-PAGA
                   IF WS-DIA-VENCE <= WS-HORIZONTE
                       MOVE WS-DIA-VENCE TO WS-AC-DIA
                       COMPUTE WS-AC-IMPORTE = PLF-CAPITAL + WS-INTERES
                       PERFORM ACUMULAR-FLUJO
                       ADD 1 TO WS-CONT-PLAZOS
                   END-IF
               ELSE
      *            RENUEVA: SALE EL INTERES EN CADA VENCIMIENTO.
                   PERFORM UNTIL WS-DIA-VENCE > WS-HORIZONTE
                       MOVE WS-DIA-VENCE TO WS-AC-DIA
                       MOVE WS-INTERES TO WS-AC-IMPORTE
                       PERFORM ACUMULAR-FLUJO
                       ADD 1 TO WS-CONT-PLAZOS
                       ADD WS-DIAS-PLAZO TO WS-DIA-VENCE
                   END-PERFORM
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    PROYECTAR-ORDENES                                           *
      *    Cada dia del horizonte cuyo dia del mes es el de la orden.  *
      *----------------------------------------------------------------*
       PROYECTAR-ORDENES.
           OPEN INPUT ARCH-ORDENES
           IF FS-ORD NOT = "00"
               DISPLAY "SIN ordenes_permanentes.txt."
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-ORDENES
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END
                           IF ORD-ESTA-ACTIVA
                               PERFORM PROYECTAR-UNA-ORDEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-ORDENES
           END-IF.

       PROYECTAR-UNA-ORDEN.
           MOVE ORD-CUENTA TO CTA-NUMERO
           PERFORM MONEDA-DE-CUENTA
           MOVE 2 TO WS-AC-FUENTE
           MOVE ORD-IMPORTE TO WS-AC-IMPORTE
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-HORIZONTE
               IF WS-FECHA-DIA(WS-IDX-DIA)(7:2) = ORD-DIA
                       AND (ORD-VENCE = 0
                           OR ORD-VENCE >= WS-FECHA-DIA(WS-IDX-DIA))
                   MOVE WS-IDX-DIA TO WS-AC-DIA
                   PERFORM ACUMULAR-FLUJO
                   ADD 1 TO WS-CONT-ORDENES
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    PROYECTAR-NOMINA                                            *
      *    El neto de cada ciclo es el de su ultima fecha de periodo   *
      *    ya pagada; se repite en cada fecha futura del calendario.   *
      *----------------------------------------------------------------*
       PROYECTAR-NOMINA.
           PERFORM CARGAR-CALENDARIO
           PERFORM CARGAR-HISTORICO
           MOVE "S" TO WS-CICLO-BUSCA
           PERFORM ESTIMAR-NETO-CICLO
           MOVE WS-NETO-CICLO TO WS-NETO-SEMANAL
           MOVE WS-FECHA-BASE-CICLO TO WS-FECHA-SEMANAL
           MOVE "M" TO WS-CICLO-BUSCA
           PERFORM ESTIMAR-NETO-CICLO
           MOVE WS-NETO-CICLO TO WS-NETO-MENSUAL
           MOVE WS-FECHA-BASE-CICLO TO WS-FECHA-MENSUAL
           DISPLAY "NETO NOMINA SEMANAL: " WS-NETO-SEMANAL
               " (PERIODO " WS-FECHA-SEMANAL ")"
           DISPLAY "NETO NOMINA MENSUAL: " WS-NETO-MENSUAL
               " (PERIODO " WS-FECHA-MENSUAL ")"

           MOVE "LOC" TO WS-AC-MONEDA
           MOVE 3 TO WS-AC-FUENTE
           PERFORM VARYING WS-IDX-CAL FROM 1 BY 1
                   UNTIL WS-IDX-CAL > WS-CANT-CAL
               IF TC-FECHA(WS-IDX-CAL) > WS-FECHA-NEGOCIO
                       AND TC-FECHA(WS-IDX-CAL)
                           <= WS-FECHA-DIA(WS-HORIZONTE)
                   CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                       TC-FECHA(WS-IDX-CAL) WS-FECHA-NEGOCIO
                       WS-FEC-RESULTADO WS-FEC-RC
                   IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO > 0
                       MOVE WS-FEC-RESULTADO TO WS-AC-DIA
                       IF TC-CICLO(WS-IDX-CAL) = "M"
                           MOVE WS-NETO-MENSUAL TO WS-AC-IMPORTE
                       ELSE
                           MOVE WS-NETO-SEMANAL TO WS-AC-IMPORTE
                       END-IF
                       PERFORM ACUMULAR-FLUJO
                       ADD 1 TO WS-CONT-NOMINAS
                   END-IF
               END-IF
           END-PERFORM.

       CARGAR-CALENDARIO.
           OPEN INPUT ARCH-CALENDARIO
           IF FS-CAL NOT = "00"
               DISPLAY "SIN calendario_nomina.txt."
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-CALENDARIO
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END
                           IF WS-CANT-CAL < 300
                               ADD 1 TO WS-CANT-CAL
                               MOVE CAL-CICLO TO TC-CICLO(WS-CANT-CAL)
                               MOVE CAL-FECHA TO TC-FECHA(WS-CANT-CAL)
                           ELSE
                               ADD 1 TO WS-CONT-OMITIDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-CALENDARIO
           END-IF.

      *    NETO PAGADO POR FECHA DE PERIODO (LOS REVERTIDOS NO CUENTAN).
      *    EL INDEXADO SE RECORRE EN ORDEN DE CLAVE, PERIODO A PERIODO.
       CARGAR-HISTORICO.
           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS NOT = "00"
               DISPLAY "SIN NOMINA-HIST.IDX: NOMINA SIN ESTIMAR."
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-HISTORICO NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END
                           IF HIS-PAGADO
                               PERFORM SUMAR-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-HISTORICO
           END-IF.

       SUMAR-PERIODO.
           MOVE 0 TO WS-POS-PER
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-CANT-PER
               IF TN-FECHA(WS-IDX-PER) = HIS-FECHA-PERIODO
                   MOVE WS-IDX-PER TO WS-POS-PER
               END-IF
           END-PERFORM
           IF WS-POS-PER = 0 AND WS-CANT-PER < 300
               ADD 1 TO WS-CANT-PER
               MOVE WS-CANT-PER TO WS-POS-PER
               MOVE HIS-FECHA-PERIODO TO TN-FECHA(WS-POS-PER)
               MOVE 0 TO TN-NETO(WS-POS-PER)
           END-IF
           IF WS-POS-PER > 0
               ADD HIS-NETO TO TN-NETO(WS-POS-PER)
           END-IF.

      *    ULTIMA FECHA DEL CICLO WS-CICLO-BUSCA, NO POSTERIOR A LA
      *    FECHA DE NEGOCIO, QUE TIENE NOMINA PAGADA.
       ESTIMAR-NETO-CICLO.
           MOVE 0 TO WS-NETO-CICLO
           MOVE 0 TO WS-FECHA-BASE-CICLO
           PERFORM VARYING WS-IDX-CAL FROM 1 BY 1
                   UNTIL WS-IDX-CAL > WS-CANT-CAL
               IF TC-CICLO(WS-IDX-CAL) = WS-CICLO-BUSCA
                       AND TC-FECHA(WS-IDX-CAL) <= WS-FECHA-NEGOCIO
                       AND TC-FECHA(WS-IDX-CAL) > WS-FECHA-BASE-CICLO
                   PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                           UNTIL WS-IDX-PER > WS-CANT-PER
                       IF TN-FECHA(WS-IDX-PER) = TC-FECHA(WS-IDX-CAL)
                           MOVE TC-FECHA(WS-IDX-CAL)
                               TO WS-FECHA-BASE-CICLO
                           MOVE TN-NETO(WS-IDX-PER) TO WS-NETO-CICLO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    PROYECTAR-CUOTAS                                            *
      *    Lo que falta cobrar de cada cuota pendiente del horizonte.  *
      *----------------------------------------------------------------*
       PROYECTAR-CUOTAS.
           OPEN INPUT PRESTAMOS-CUOTAS
           IF FS-PCU NOT = "00"
               DISPLAY "SIN PRESTAMOS-CUOTAS.IDX (FS=" FS-PCU ")."
           ELSE
               OPEN INPUT PRESTAMOS
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ PRESTAMOS-CUOTAS NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND PCU-PENDIENTE
                           AND PCU-VENCIMIENTO > WS-FECHA-NEGOCIO
                           AND PCU-VENCIMIENTO
                               <= WS-FECHA-DIA(WS-HORIZONTE)
                           AND PCU-CUOTA > PCU-PAGADO
                       PERFORM PROYECTAR-UNA-CUOTA
                   END-IF
               END-PERFORM
               CLOSE PRESTAMOS
               CLOSE PRESTAMOS-CUOTAS
           END-IF.

       PROYECTAR-UNA-CUOTA.
           MOVE "LOC" TO WS-AC-MONEDA
           MOVE PCU-PRESTAMO TO PRE-NUMERO
           READ PRESTAMOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRE-CUENTA TO CTA-NUMERO
                   PERFORM MONEDA-DE-CUENTA
           END-READ
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               PCU-VENCIMIENTO WS-FECHA-NEGOCIO
               WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC = "00" AND WS-FEC-RESULTADO > 0
               MOVE WS-FEC-RESULTADO TO WS-AC-DIA
               MOVE 4 TO WS-AC-FUENTE
               COMPUTE WS-AC-IMPORTE = PCU-CUOTA - PCU-PAGADO
               PERFORM ACUMULAR-FLUJO
               ADD 1 TO WS-CONT-CUOTAS
           END-IF.

      *    MONEDA DE LA CUENTA EN CTA-NUMERO EN WS-AC-MONEDA; SIN
      *    CUENTA O EN BLANCO, MONEDA LOCAL.
       MONEDA-DE-CUENTA.
           MOVE "LOC" TO WS-AC-MONEDA
           READ CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTA-MONEDA NOT = SPACES
                       MOVE CTA-MONEDA TO WS-AC-MONEDA
                   END-IF
           END-READ.

      *    POSICION DE WS-AC-MONEDA EN LA TABLA; SI NO ESTA SE AGREGA
      *    EN CERO.
       UBICAR-MONEDA.
           MOVE 0 TO WS-POS-MON
           PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > WS-CANT-MON
               IF TM-MONEDA(WS-IDX-MON) = WS-AC-MONEDA
                   MOVE WS-IDX-MON TO WS-POS-MON
               END-IF
           END-PERFORM
           IF WS-POS-MON = 0 AND WS-CANT-MON < 10
               ADD 1 TO WS-CANT-MON
               MOVE WS-CANT-MON TO WS-POS-MON
               INITIALIZE WS-MON-ENT(WS-POS-MON)
               MOVE WS-AC-MONEDA TO TM-MONEDA(WS-POS-MON)
           END-IF.

      *    SUMA WS-AC-IMPORTE EN EL DIA Y EN EL TRAMO DE SU ORIGEN;
      *    LOS PRESTAMOS (ORIGEN 4) SON ENTRADA, EL RESTO SALIDA.
       ACUMULAR-FLUJO.
           PERFORM UBICAR-MONEDA
           IF WS-POS-MON = 0
               ADD 1 TO WS-CONT-OMITIDOS
           ELSE
               IF WS-AC-FUENTE = 4
                   ADD WS-AC-IMPORTE TO TM-ENTRA(WS-POS-MON, WS-AC-DIA)
               ELSE
                   ADD WS-AC-IMPORTE TO TM-SALE(WS-POS-MON, WS-AC-DIA)
               END-IF
               COMPUTE WS-IDX-TRAMO = (WS-AC-DIA - 1) / 30 + 1
               ADD WS-AC-IMPORTE TO
                   TM-TRAMO(WS-POS-MON, WS-AC-FUENTE, WS-IDX-TRAMO)
           END-IF.

      *----------------------------------------------------------------*
      *    ESCRIBIR-MONEDA                                             *
      *    Escalera de vencimientos, tramos semanales y detalle        *
      *    diario de la moneda WS-IDX-MON.                             *
      *----------------------------------------------------------------*
       ESCRIBIR-MONEDA.
           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "MONEDA: " TM-MONEDA(WS-IDX-MON)
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP(1:90)
           WRITE REG-REPORTE FROM WS-LINEA-REP

           MOVE SPACES TO WS-LINEA-REP
           MOVE "ESCALERA DE VENCIMIENTOS" TO WS-LINEA-REP(1:24)
           MOVE "1-30 DIAS" TO WS-LINEA-REP(32:9)
           MOVE "31-60 DIAS" TO WS-LINEA-REP(47:10)
           MOVE "61-90 DIAS" TO WS-LINEA-REP(63:10)
           MOVE "TOTAL" TO WS-LINEA-REP(84:5)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE 0 TO WS-NETO-TRAMO(1) WS-NETO-TRAMO(2)
               WS-NETO-TRAMO(3) WS-NETO-TOTAL
           PERFORM VARYING WS-IDX-FUENTE FROM 1 BY 1
                   UNTIL WS-IDX-FUENTE > 4
               EVALUATE WS-IDX-FUENTE
                   WHEN 1 MOVE "PLAZOS FIJOS (SALE)" TO WS-ETIQUETA
                   WHEN 2 MOVE "ORDENES PERM. (SALE)" TO WS-ETIQUETA
                   WHEN 3 MOVE "NOMINA NETA (SALE)" TO WS-ETIQUETA
                   WHEN 4 MOVE "CUOTAS PREST. (ENTRA)" TO WS-ETIQUETA
               END-EVALUATE
               MOVE 0 TO WS-TOT-FUENTE
               PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                       UNTIL WS-IDX-TRAMO > 3
                   ADD TM-TRAMO(WS-IDX-MON, WS-IDX-FUENTE,
                       WS-IDX-TRAMO) TO WS-TOT-FUENTE
                   IF WS-IDX-FUENTE = 4
                       ADD TM-TRAMO(WS-IDX-MON, WS-IDX-FUENTE,
                           WS-IDX-TRAMO) TO WS-NETO-TRAMO(WS-IDX-TRAMO)
                   ELSE
                       SUBTRACT TM-TRAMO(WS-IDX-MON, WS-IDX-FUENTE,
                           WS-IDX-TRAMO)
                           FROM WS-NETO-TRAMO(WS-IDX-TRAMO)
                   END-IF
               END-PERFORM
               MOVE TM-TRAMO(WS-IDX-MON, WS-IDX-FUENTE, 1) TO WS-ED-M1
               MOVE TM-TRAMO(WS-IDX-MON, WS-IDX-FUENTE, 2) TO WS-ED-M2
               MOVE TM-TRAMO(WS-IDX-MON, WS-IDX-FUENTE, 3) TO WS-ED-M3
               MOVE WS-TOT-FUENTE TO WS-ED-M4
               PERFORM ESCRIBIR-LINEA-MONTOS
           END-PERFORM
           COMPUTE WS-NETO-TOTAL = WS-NETO-TRAMO(1) + WS-NETO-TRAMO(2)
               + WS-NETO-TRAMO(3)
           MOVE "NETO DEL TRAMO" TO WS-ETIQUETA
           MOVE WS-NETO-TRAMO(1) TO WS-ED-M1
           MOVE WS-NETO-TRAMO(2) TO WS-ED-M2
           MOVE WS-NETO-TRAMO(3) TO WS-ED-M3
           MOVE WS-NETO-TOTAL TO WS-ED-M4
           PERFORM ESCRIBIR-LINEA-MONTOS
           COMPUTE WS-NETO-TRAMO(2) = WS-NETO-TRAMO(1)
               + WS-NETO-TRAMO(2)
           COMPUTE WS-NETO-TRAMO(3) = WS-NETO-TRAMO(2)
               + WS-NETO-TRAMO(3)
           MOVE "NETO ACUMULADO 30/60/90" TO WS-ETIQUETA
           MOVE WS-NETO-TRAMO(1) TO WS-ED-M1
           MOVE WS-NETO-TRAMO(2) TO WS-ED-M2
           MOVE WS-NETO-TRAMO(3) TO WS-ED-M3
           MOVE WS-NETO-TOTAL TO WS-ED-M4
           PERFORM ESCRIBIR-LINEA-MONTOS

           PERFORM ESCRIBIR-SEMANAS
           PERFORM ESCRIBIR-DIAS.

       ESCRIBIR-LINEA-MONTOS.
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-ETIQUETA "  " WS-ED-M1 " " WS-ED-M2 " "
               WS-ED-M3 " " WS-ED-M4
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP.

      *    13 SEMANAS: LA ULTIMA VA DEL DIA 85 AL 90.
       ESCRIBIR-SEMANAS.
           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "SEM DESDE    HASTA" TO WS-LINEA-REP(1:18)
           MOVE "ENTRADAS" TO WS-LINEA-REP(30:8)
           MOVE "SALIDAS" TO WS-LINEA-REP(47:7)
           MOVE "NETO" TO WS-LINEA-REP(66:4)
           MOVE "ACUMULADO" TO WS-LINEA-REP(77:9)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE 0 TO WS-ACUMULADO
           PERFORM VARYING WS-SEMANA FROM 1 BY 1 UNTIL WS-SEMANA > 13
               COMPUTE WS-DIA-DESDE = (WS-SEMANA - 1) * 7 + 1
               COMPUTE WS-DIA-HASTA = WS-DIA-DESDE + 6
               IF WS-DIA-HASTA > WS-HORIZONTE
                   MOVE WS-HORIZONTE TO WS-DIA-HASTA
               END-IF
               MOVE 0 TO WS-SUMA-ENTRA WS-SUMA-SALE
               PERFORM VARYING WS-IDX-DIA FROM WS-DIA-DESDE BY 1
                       UNTIL WS-IDX-DIA > WS-DIA-HASTA
                   ADD TM-ENTRA(WS-IDX-MON, WS-IDX-DIA)
                       TO WS-SUMA-ENTRA
                   ADD TM-SALE(WS-IDX-MON, WS-IDX-DIA) TO WS-SUMA-SALE
               END-PERFORM
               COMPUTE WS-NETO = WS-SUMA-ENTRA - WS-SUMA-SALE
               ADD WS-NETO TO WS-ACUMULADO
               MOVE WS-SEMANA TO WS-ED-SEMANA
               MOVE WS-SUMA-ENTRA TO WS-ED-M1
               MOVE WS-SUMA-SALE TO WS-ED-M2
               MOVE WS-NETO TO WS-ED-M3
               MOVE WS-ACUMULADO TO WS-ED-M4
               MOVE SPACES TO WS-LINEA-REP
               STRING WS-ED-SEMANA "  "
                   WS-FECHA-DIA(WS-DIA-DESDE) " "
                   WS-FECHA-DIA(WS-DIA-HASTA) "  "
                   WS-ED-M1 " " WS-ED-M2 " " WS-ED-M3 " " WS-ED-M4
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-PERFORM.

      *    SOLO LOS DIAS CON ALGUN FLUJO.
       ESCRIBIR-DIAS.
           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE "FECHA" TO WS-LINEA-REP(1:5)
           MOVE "ENTRADAS" TO WS-LINEA-REP(18:8)
           MOVE "SALIDAS" TO WS-LINEA-REP(35:7)
           MOVE "NETO" TO WS-LINEA-REP(54:4)
           MOVE "ACUMULADO" TO WS-LINEA-REP(65:9)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE 0 TO WS-ACUMULADO
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-HORIZONTE
               IF TM-ENTRA(WS-IDX-MON, WS-IDX-DIA) > 0
                       OR TM-SALE(WS-IDX-MON, WS-IDX-DIA) > 0
                   COMPUTE WS-NETO = TM-ENTRA(WS-IDX-MON, WS-IDX-DIA)
                       - TM-SALE(WS-IDX-MON, WS-IDX-DIA)
                   ADD WS-NETO TO WS-ACUMULADO
                   MOVE TM-ENTRA(WS-IDX-MON, WS-IDX-DIA) TO WS-ED-M1
                   MOVE TM-SALE(WS-IDX-MON, WS-IDX-DIA) TO WS-ED-M2
                   MOVE WS-NETO TO WS-ED-M3
                   MOVE WS-ACUMULADO TO WS-ED-M4
                   MOVE SPACES TO WS-LINEA-REP
                   STRING WS-FECHA-DIA(WS-IDX-DIA) "  "
                       WS-ED-M1 " " WS-ED-M2 " " WS-ED-M3 " " WS-ED-M4
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   END-STRING
                   WRITE REG-REPORTE FROM WS-LINEA-REP
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CUENTAS V02/50, PRESTAMOS
      * V01/100 Y PRESTAMOS-CUOTAS V01/80.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "PRESTAMOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 100 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "PRESTAMOS-CUOTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 80 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT.

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               CLOSE CUENTAS
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
               " PROGRAMA=DB-LIQUIDEZ" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-LIQUIDEZ.
