      * Purpose: Procesa el archivo de retorno del banco
      *          (banco_retornos.txt: empleado, cuenta, importe,
      *          motivo del rechazo). Cada rechazo se cruza contra
      *          NOMINA-HIST.IDX (empleado + neto pagado, el periodo
      *          mas reciente primero): lo conciliado marca al
      *          empleado para reemision de pago en reemisiones.txt
      *          y lo que no cruza queda en
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 02-09-2026 AAR Version inicial.
      * 15-10-2026 AAR REG-HISTORICO alineado al layout de 111
      *                caracteres con horas y recargos de turno
      *                (nocturno, fin de semana, feriado).
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX: el cruce
      *                de cada rechazo lee solo las lineas del
      *                empleado, por la clave alterna.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-BANKRET.
           SELECT ARCH-RETORNOS ASSIGN TO "banco_retornos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RET.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-REEMISIONES ASSIGN TO "reemisiones.txt"
               ORGANIZATION IS LINE SEQUENTIAL

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

       FD  ARCH-REEMISIONES.
       01  REG-REEMISION.
           END-IF.

      *    SE QUEDA CON EL PERIODO PAGADO MAS RECIENTE DEL EMPLEADO
      *    CUYO NETO COINCIDE CON EL IMPORTE DEVUELTO. SE LEEN SOLO
      *    LAS LINEAS DEL EMPLEADO, POR LA CLAVE ALTERNA.
       BUSCAR-EN-HISTORICO.
           MOVE "N" TO WS-HALLADO
           MOVE 0 TO WS-FECHA-HALLADA
           MOVE "N" TO WS-FIN-HIS
           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS = "00"
               MOVE RET-EMP-ID TO HIS-EMP-ID
               START ARCH-HISTORICO KEY IS EQUAL TO HIS-EMP-ID
                   INVALID KEY MOVE "S" TO WS-FIN-HIS
               END-START
               IF WS-FIN-HIS = "N"
                   PERFORM LEER-HISTORICO
               END-IF
               PERFORM UNTIL WS-FIN-HIS = "S"
                   IF HIS-EMP-ID = RET-EMP-ID AND HIS-PAGADO
                           AND HIS-NETO = RET-IMPORTE
           END-IF.

       LEER-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-HIS
           END-READ
           IF WS-FIN-HIS = "N" AND HIS-EMP-ID NOT = RET-EMP-ID
               MOVE "S" TO WS-FIN-HIS
           END-IF.

       GRABAR-REEMISION.
           MOVE SPACES TO REG-REEMISION
