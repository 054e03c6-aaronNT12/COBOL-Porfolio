      *          propios datos: saldo de vacaciones, YTD y datos
      *          bancarios del maestro, sus deducciones abiertas de
      *          deducciones.txt y sus periodos recientes de
      *          NOMINA-HIST.IDX, con reimpresion de recibo por la
      *          misma logica de PAYROLL-REPRINT (sale en
      *          recibo_reimpreso.txt). Con esto operaciones deja de
      *          leer saldos por telefono desde la pantalla de
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 02-09-2026 AAR Version inicial.
      * 15-10-2026 AAR REG-HISTORICO alineado al layout de 111
      *                caracteres con horas y recargos de turno
      *                (nocturno, fin de semana, feriado), que el
      *                recibo reimpreso muestra bajo el bruto.
      * 15-10-2026 AAR REG-DEDUCCION alineado al layout de 63; la
      *                consulta muestra el atraso de cada linea y la
      *                retencion pendiente (tipo R).
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX: periodos y
      *                reimpresion leen solo las lineas del legajo,
      *                por la clave alterna del empleado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-SELFSERVICE.
           SELECT ARCH-DEDUCCIONES ASSIGN TO "deducciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DED.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT RECIBO-FILE ASSIGN TO "recibo_reimpreso.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 DED-TASA         PIC 9(2)V99.
           05 DED-PLAZO        PIC 9(3).
           05 FILLER           PIC X(3).
           05 DED-ATRASO       PIC 9(7)V99.

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
               88 HIS-REVERTIDO     VALUE "R".
           05 HIS-HORAS-NOCHE   PIC 9(3).
           05 HIS-HORAS-FINDE   PIC 9(3).
           05 HIS-HORAS-FERIADO PIC 9(3).
           05 HIS-REC-NOCHE     PIC 9(7)V99.
           05 HIS-REC-FINDE     PIC 9(7)V99.
           05 HIS-REC-FERIADO   PIC 9(7)V99.

       FD  RECIBO-FILE.
       01  REG-RECIBO          PIC X(60).
                       DISPLAY "  TIPO " DED-TIPO
                           " CUOTA " DED-VALOR
                           " SALDO " WS-ED-IMPORTE
                       IF DED-ATRASO IS NUMERIC AND DED-ATRASO > 0
                           MOVE DED-ATRASO TO WS-ED-IMPORTE
                           DISPLAY "    ATRASO A COBRAR: "
                               WS-ED-IMPORTE
                       END-IF
                       ADD 1 TO WS-CONT-LINEAS
                   END-IF
                   PERFORM LEER-DEDUCCION
           IF FS-HIS NOT = "00"
               DISPLAY "SIN PERIODOS EN EL HISTORICO."
           ELSE
               MOVE WS-EMP-PROPIO TO HIS-EMP-ID
               START ARCH-HISTORICO KEY IS EQUAL TO HIS-EMP-ID
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
               IF WS-FIN = "N"
                   PERFORM LEER-HISTORICO
               END-IF
               PERFORM UNTIL WS-FIN = "S"
                   MOVE HIS-NETO TO WS-ED-IMPORTE
                   DISPLAY "  " HIS-FECHA-PERIODO
                       " BRUTO " HIS-BRUTO
                       " NETO " WS-ED-IMPORTE
                       " ESTADO " HIS-ESTADO
                   ADD 1 TO WS-CONT-LINEAS
                   PERFORM LEER-HISTORICO
               END-PERFORM
               CLOSE ARCH-HISTORICO
               DISPLAY "PERIODOS LISTADOS: " WS-CONT-LINEAS
           END-IF.

      *    LECTURA POR LA CLAVE ALTERNA: SOLO LAS LINEAS DEL LEGAJO
      *    DEL USUARIO.
       LEER-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ
           IF WS-FIN = "N" AND HIS-EMP-ID NOT = WS-EMP-PROPIO
               MOVE "S" TO WS-FIN
           END-IF.

      *----------------------------------------------------------------*
      *    REIMPRIMIR-RECIBO-PROPIO                                    *
               DISPLAY "SIN HISTORICO NO HAY RECIBO QUE REIMPRIMIR."
           ELSE
               OPEN OUTPUT RECIBO-FILE
               MOVE WS-EMP-PROPIO TO HIS-EMP-ID
               START ARCH-HISTORICO KEY IS EQUAL TO HIS-EMP-ID
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
               IF WS-FIN = "N"
                   PERFORM LEER-HISTORICO
               END-IF
               PERFORM UNTIL WS-FIN = "S"
                   IF HIS-FECHA-PERIODO = WS-FECHA-PERIODO
                       PERFORM ESCRIBIR-RECIBO
                       MOVE "S" TO WS-ENCONTRADO
                   END-IF
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
