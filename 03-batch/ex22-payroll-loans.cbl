      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 02-09-2026 AAR Version inicial.
      * 15-10-2026 AAR REG-HISTORICO alineado al layout de 111
      *                caracteres con horas y recargos de turno
      *                (nocturno, fin de semana, feriado).
      * 15-10-2026 AAR REG-DEDUCCION alineado al layout de 63 con el
      *                atraso de cuotas (DED-ATRASO); el prestamo nuevo
      *                nace sin atraso.
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX: el ultimo
      *                periodo pagado se busca por la clave alterna
      *                del empleado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-LOANS.
           SELECT ARCH-AMORTIZACION ASSIGN TO "prestamos_amort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMO.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-TOPE ASSIGN TO "prestamo_tope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 DED-TASA         PIC 9(2)V99.
           05 DED-PLAZO        PIC 9(3).
           05 FILLER           PIC X(3).
           05 DED-ATRASO       PIC 9(7)V99.

       FD  ARCH-AMORTIZACION.
       01  REG-AMORTIZACION.

       FD  ARCH-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
               10 HIS-FECHA-PERIODO PIC 9(8).
               10 HIS-EMP-ID        PIC 9(4).
               10 HIS-SECUENCIA     PIC 9(2).
           05 HIS-NOMBRE        PIC X(20).
           05 HIS-HORAS-NORM    PIC 9(3).
           05 HIS-HORAS-EXTRA   PIC 9(3).
           05 HIS-NETO          PIC 9(7)V99.
           05 HIS-ESTADO        PIC X(1).
               88 HIS-PAGADO        VALUE "P".
           05 HIS-HORAS-NOCHE   PIC 9(3).
           05 HIS-HORAS-FINDE   PIC 9(3).
           05 HIS-HORAS-FERIADO PIC 9(3).
           05 HIS-REC-NOCHE     PIC 9(7)V99.
           05 HIS-REC-FINDE     PIC 9(7)V99.
           05 HIS-REC-FERIADO   PIC 9(7)V99.

       FD  ARCH-TOPE.
       01  REG-TOPE.
           END-IF.

      *    EL ULTIMO PERIODO PAGADO DEL HISTORICO DA EL PAGO NETO
      *    ANTES DE DEDUCCIONES SOBRE EL QUE SE MIDE EL TOPE. SE LEEN
      *    SOLO LAS LINEAS DEL EMPLEADO, POR LA CLAVE ALTERNA.
       BUSCAR-ULTIMO-PERIODO.
           MOVE "N" TO WS-HIST-HALLADO
           MOVE 0 TO WS-ULT-FECHA
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS = "00"
               MOVE WS-EMP-ID TO HIS-EMP-ID
               START ARCH-HISTORICO KEY IS EQUAL TO HIS-EMP-ID
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
               IF WS-FIN = "N"
                   PERFORM LEER-HISTORICO
               END-IF
               PERFORM UNTIL WS-FIN = "S"
                   IF HIS-EMP-ID = WS-EMP-ID AND HIS-PAGADO
                           AND HIS-FECHA-PERIODO >= WS-ULT-FECHA
           END-IF.

       LEER-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ
           IF WS-FIN = "N" AND HIS-EMP-ID NOT = WS-EMP-ID
               MOVE "S" TO WS-FIN
           END-IF.

       REVISAR-CAPACIDAD.
           IF WS-HIST-HALLADO = "N"
           MOVE SPACES TO DED-CASO
           MOVE WS-TASA-ANUAL TO DED-TASA
           MOVE WS-PLAZO TO DED-PLAZO
           MOVE 0 TO DED-ATRASO
           WRITE REG-DEDUCCION
           IF FS-DED NOT = "00"
               DISPLAY "ERROR AL GRABAR deducciones.txt. FS=" FS-DED
