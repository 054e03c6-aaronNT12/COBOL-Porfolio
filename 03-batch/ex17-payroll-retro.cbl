      *          del periodo) se recalcula con las mismas reglas de
      *          PAYROLL (corte de horas extra, tramos de
      *          tramos.txt, exencion por dependiente), se compara
      *          contra lo pagado segun NOMINA-HIST.IDX y la
      *          diferencia de bruto, retencion y neto se paga como
      *          linea de retro claramente rotulada: recibo en
      *          recibos_retro.txt, interfase bancaria
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX: lo pagado
      *                se busca por clave (periodo + empleado) y la
      *                linea de retro se graba en el mismo indexado
      *                con la siguiente secuencia; se retira
      *                REG-HIST-EXT.
      * 15-10-2026 AAR La exencion por dependiente cuenta los que
      *                daban derecho en el periodo corregido segun el
      *                registro de dependientes (DEPENDIENTES-RUTINA);
      *                sin registro sigue valiendo EMP-DEPENDIENTES.
      * 15-10-2026 AAR REG-HISTORICO y REG-HIST-EXT alineados al
      *                layout de 111 caracteres; la linea de ajuste
      *                retroactivo va sin horas ni recargos de turno.
      * 02-09-2026 AAR La entrada de errores.log por falla de OPEN
      *                nombra el archivo real retro_solicitudes.txt
      *                (decia retro_solicitud.txt) y el campo del
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-TRAMOS ASSIGN TO "tramos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRM.

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

       FD  ARCH-TRAMOS.
       01  REG-TRAMO.
       01  FS                  PIC XX.
       01  FS-SOL              PIC XX.
       01  FS-HIS              PIC XX.
       01  FS-TRM              PIC XX.
       01  FS-EXE              PIC XX.
       01  FS-RCT              PIC XX.
       01  WS-TRAMO-DESDE      PIC 9(7)V99 VALUE 0.
       01  WS-TRAMO-PORCION    PIC 9(7)V99 VALUE 0.

      *    DEPENDIENTES QUE DABAN DERECHO EN EL PERIODO CORREGIDO
      *    (DEPENDIENTES-RUTINA); SIN REGISTRO, EMP-DEPENDIENTES.
       01  WS-DEP-FUNCION      PIC X(1).
       01  WS-DEP-DESDE        PIC 9(8) VALUE 0.
       01  WS-DEP-HASTA        PIC 9(8) VALUE 0.
       01  WS-DEP-DATOS.
           05 WS-DEP-HAY-REGISTRO PIC X(1).
           05 WS-DEP-CANTIDAD  PIC 9(2).
           05 WS-DEP-TOTAL     PIC 9(2).
           05 WS-DEP-ENT OCCURS 20 TIMES.
               10 WD-NOMBRE       PIC X(30).
               10 WD-PARENTESCO   PIC X(1).
               10 WD-FECHA-NAC    PIC 9(8).
               10 WD-DISCAPACIDAD PIC X(1).
               10 WD-DOCUMENTO    PIC X(12).
               10 WD-FECHA-BAJA   PIC 9(8).
               10 WD-ELEGIBLE     PIC X(1).
       01  WS-DEP-RC           PIC X(2).
       01  WS-DEP-EXENTOS      PIC 9(2) VALUE 0.

       01  WS-LIMITE-HORAS     PIC 9(3) VALUE 40.
       01  WS-FACTOR-EXTRA     PIC 9V99 VALUE 1.50.
       01  WS-HORAS-NORMALES   PIC 9(3) VALUE 0.
           MOVE "N" TO WS-FIN-HIS
           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS = "00"
               MOVE RET-FECHA-PER TO HIS-FECHA-PERIODO
               MOVE RET-EMP-ID TO HIS-EMP-ID
               MOVE 0 TO HIS-SECUENCIA
               START ARCH-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-HIS
               END-START
               PERFORM UNTIL WS-FIN-HIS = "S"
                   PERFORM LEER-HISTORICO
                   IF WS-FIN-HIS = "N"
                       IF HIS-EMP-ID NOT = RET-EMP-ID
                               OR HIS-FECHA-PERIODO NOT = RET-FECHA-PER
                           MOVE "S" TO WS-FIN-HIS
                       ELSE
                           IF HIS-PAGADO
                               MOVE "S" TO WS-HIST-HALLADO
                               MOVE "S" TO WS-FIN-HIS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCH-HISTORICO
           END-IF.

       LEER-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-HIS
           END-READ.

           PERFORM CALCULAR-RETENCION.

       CALCULAR-RETENCION.
           MOVE "C" TO WS-DEP-FUNCION
           MOVE RET-FECHA-PER TO WS-DEP-DESDE
           MOVE RET-FECHA-PER TO WS-DEP-HASTA
           CALL "DEPENDIENTES-RUTINA" USING WS-DEP-FUNCION
               EMP-ID WS-DEP-DESDE WS-DEP-HASTA WS-DEP-DATOS
               WS-DEP-RC
           IF WS-DEP-HAY-REGISTRO = "S"
               MOVE WS-DEP-CANTIDAD TO WS-DEP-EXENTOS
           ELSE
               MOVE EMP-DEPENDIENTES TO WS-DEP-EXENTOS
           END-IF
           COMPUTE WS-BASE-IMPONIBLE ROUNDED =
               WS-BRUTO-NUEVO - WS-DEP-EXENTOS * WS-EXENCION-DEP
           IF WS-DEP-EXENTOS * WS-EXENCION-DEP > WS-BRUTO-NUEVO
               MOVE 0 TO WS-BASE-IMPONIBLE
           END-IF

      *    ACTUAL Y EL NOMBRE ROTULADO, PARA QUE REIMPRESION,
      *    CERTIFICADO Y REVERSION LO VEAN COMO CUALQUIER PAGO.
       GRABAR-HISTORICO-RETRO.
           OPEN I-O ARCH-HISTORICO
           IF FS-HIS = "35"
               OPEN OUTPUT ARCH-HISTORICO
               CLOSE ARCH-HISTORICO
               OPEN I-O ARCH-HISTORICO
           END-IF
           MOVE WS-FECHA-ACTUAL TO HIS-FECHA-PERIODO
           MOVE EMP-ID TO HIS-EMP-ID
           MOVE SPACES TO HIS-NOMBRE
           STRING "RETRO " RET-FECHA-PER
               INTO HIS-NOMBRE
           END-STRING
           MOVE 0 TO HIS-HORAS-NORM
           MOVE 0 TO HIS-HORAS-EXTRA
           MOVE WS-DIF-BRUTO TO HIS-BRUTO
           MOVE WS-DIF-RETENCION TO HIS-RETENCION
           MOVE 0 TO HIS-DEDUCCIONES
           MOVE WS-DIF-NETO TO HIS-NETO
           MOVE 0 TO HIS-HORAS-NOCHE
           MOVE 0 TO HIS-HORAS-FINDE
           MOVE 0 TO HIS-HORAS-FERIADO
           MOVE 0 TO HIS-REC-NOCHE
           MOVE 0 TO HIS-REC-FINDE
           MOVE 0 TO HIS-REC-FERIADO
           MOVE "P" TO HIS-ESTADO
           MOVE 0 TO HIS-SECUENCIA
           WRITE REG-HISTORICO
           PERFORM UNTIL FS-HIS NOT = "22" OR HIS-SECUENCIA = 99
               ADD 1 TO HIS-SECUENCIA
               WRITE REG-HISTORICO
           END-PERFORM
           IF FS-HIS NOT = "00"
               DISPLAY "ERROR AL GRABAR HISTORICO. FS=" FS-HIS
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-HIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF
           CLOSE ARCH-HISTORICO.

       GRABAR-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
