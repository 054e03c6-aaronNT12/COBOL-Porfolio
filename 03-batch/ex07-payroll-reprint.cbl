      * Date: 11-08-2026
      * Purpose: Reimprime el recibo de pago de un empleado para un
      *          periodo ya corrido, a partir del historico permanente
      *          NOMINA-HIST.IDX que deja cada corrida de PAYROLL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      *                ceros a la izquierda) en el recibo reimpreso y
      *                en pantalla, con las mismas mascaras que usa
      *                PAYROLL-RELEASE en recibos.txt.
      * 15-10-2026 AAR REG-HISTORICO alineado al layout de 111
      *                caracteres con horas y recargos de turno
      *                (nocturno, fin de semana, feriado), que el
      *                recibo reimpreso muestra bajo el bruto.
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX: el recibo
      *                se busca por clave (periodo + empleado) en
      *                lugar de leer el archivo completo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-REPRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT RECIBO-FILE ASSIGN TO "recibo_reimpreso.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  ARCH-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
               10 HIS-FECHA-PERIODO PIC 9(8).
               10 HIS-EMP-ID        PIC 9(4).
               10 HIS-SECUENCIA     PIC 9(2).
           05 HIS-NOMBRE        PIC X(20).
           05 HIS-HORAS-NORM    PIC 9(3).
           05 HIS-HORAS-EXTRA   PIC 9(3).
           05 HIS-ESTADO        PIC X(1).
               88 HIS-PAGADO        VALUE "P".
               88 HIS-REVERTIDO     VALUE "R".
           05 HIS-HORAS-NOCHE   PIC 9(3).
           05 HIS-HORAS-FINDE   PIC 9(3).
           05 HIS-HORAS-FERIADO PIC 9(3).
           05 HIS-REC-NOCHE     PIC 9(7)V99.
           05 HIS-REC-FINDE     PIC 9(7)V99.
           05 HIS-REC-FERIADO   PIC 9(7)V99.

       FD  RECIBO-FILE.
       01  REG-RECIBO           PIC X(60).

           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMINA-HIST.IDX. FS=" FS-HIS
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-HIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE

           OPEN OUTPUT RECIBO-FILE

      *    LECTURA POR CLAVE: TODAS LAS LINEAS DEL EMPLEADO EN EL
      *    PERIODO (PAGO, RETRO, REPROCESO) QUEDAN SEGUIDAS.
           MOVE WS-FECHA-PERIODO TO HIS-FECHA-PERIODO
           MOVE WS-EMP-ID TO HIS-EMP-ID
           MOVE 0 TO HIS-SECUENCIA
           START ARCH-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           IF WS-FIN = "N"
               PERFORM LEER-HISTORICO
           END-IF
           PERFORM UNTIL WS-FIN = "S"
               PERFORM REIMPRIMIR-RECIBO
               MOVE "S" TO WS-ENCONTRADO
               PERFORM LEER-HISTORICO
           END-PERFORM

           STOP RUN.

       LEER-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ
           IF WS-FIN = "N"
               IF HIS-EMP-ID NOT = WS-EMP-ID
                       OR HIS-FECHA-PERIODO NOT = WS-FECHA-PERIODO
                   MOVE "S" TO WS-FIN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    REIMPRIMIR-RECIBO                                           *
               INTO WS-LINEA-RECIBO
           END-STRING
           WRITE REG-RECIBO FROM WS-LINEA-RECIBO
      *    RECARGOS DE TURNO (DENTRO DEL BRUTO). UNA LINEA VIEJA DE
      *    75 CARACTERES LOS TRAE EN BLANCO Y NO SE IMPRIMEN.
           IF HIS-REC-NOCHE IS NUMERIC AND HIS-REC-NOCHE > 0
               MOVE HIS-REC-NOCHE TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "    (RECARGO NOCTURNO " HIS-HORAS-NOCHE
                   " HS: " WS-ED-IMPORTE ")"
                   INTO WS-LINEA-RECIBO
               END-STRING
               WRITE REG-RECIBO FROM WS-LINEA-RECIBO
           END-IF
           IF HIS-REC-FINDE IS NUMERIC AND HIS-REC-FINDE > 0
               MOVE HIS-REC-FINDE TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "    (RECARGO FIN DE SEMANA " HIS-HORAS-FINDE
                   " HS: " WS-ED-IMPORTE ")"
                   INTO WS-LINEA-RECIBO
               END-STRING
               WRITE REG-RECIBO FROM WS-LINEA-RECIBO
           END-IF
           IF HIS-REC-FERIADO IS NUMERIC AND HIS-REC-FERIADO > 0
               MOVE HIS-REC-FERIADO TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "    (RECARGO FERIADO " HIS-HORAS-FERIADO
                   " HS: " WS-ED-IMPORTE ")"
                   INTO WS-LINEA-RECIBO
               END-STRING
               WRITE REG-RECIBO FROM WS-LINEA-RECIBO
           END-IF

           MOVE HIS-RETENCION TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA-RECIBO
