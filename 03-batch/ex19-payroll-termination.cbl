      * 02-09-2026 AAR Version inicial.
      * 02-09-2026 AAR REG-TARJETA alineado al layout de 25
      *                caracteres con marca de aprobacion.
      * 15-10-2026 AAR REG-TARJETA alineado al layout de 37 caracteres
      *                con horario del turno y REG-HISTORICO al de 111
      *                con horas y recargos de turno; el finiquito va
      *                sin recargos.
      * 15-10-2026 AAR REG-DEDUCCION y su temporal alineados al layout
      *                de 63 con el atraso de cuotas (DED-ATRASO).
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX: la linea
      *                del finiquito se graba con la siguiente
      *                secuencia del empleado en el periodo y una
      *                falla de grabacion queda en errores.log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-FINIQUITO.
           SELECT ARCH-PAGOS ASSIGN TO "pagos_finiquito.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAG.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-AUDITORIA ASSIGN TO "nomina_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 TAR-APROBADA     PIC X(1).
           05 TAR-SUPERVISOR   PIC X(10).
           05 TAR-PROYECTO     PIC X(4).
           05 TAR-HORA-INICIO  PIC 9(4).
           05 TAR-HORA-FIN     PIC 9(4).

       FD  ARCH-DEDUCCIONES.
       01  REG-DEDUCCION.
           05 DED-TASA         PIC 9(2)V99.
           05 DED-PLAZO        PIC 9(3).
           05 FILLER           PIC X(3).
           05 DED-ATRASO       PIC 9(7)V99.

       FD  ARCH-DED-TMP.
       01  REG-DED-TMP         PIC X(63).

       FD  ARCH-PARAM.
       01  REG-PARAM.

       FD  ARCH-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
               10 HIS-FECHA-PERIODO PIC 9(8).
               10 HIS-EMP-ID        PIC 9(4).
               10 HIS-SECUENCIA     PIC 9(2).
           05 HIS-NOMBRE        PIC X(20).
           05 HIS-HORAS-NORM    PIC 9(3).
           05 HIS-HORAS-EXTRA   PIC 9(3).
           05 HIS-DEDUCCIONES   PIC 9(7)V99.
           05 HIS-NETO          PIC 9(7)V99.
           05 HIS-ESTADO        PIC X(1).
           05 HIS-HORAS-NOCHE   PIC 9(3).
           05 HIS-HORAS-FINDE   PIC 9(3).
           05 HIS-HORAS-FERIADO PIC 9(3).
           05 HIS-REC-NOCHE     PIC 9(7)V99.
           05 HIS-REC-FINDE     PIC 9(7)V99.
           05 HIS-REC-FERIADO   PIC 9(7)V99.

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA       PIC X(180).
           CLOSE ARCH-PAGOS.

       GRABAR-HISTORICO.
           OPEN I-O ARCH-HISTORICO
           IF FS-HIS = "35"
               OPEN OUTPUT ARCH-HISTORICO
               CLOSE ARCH-HISTORICO
               OPEN I-O ARCH-HISTORICO
           END-IF
           MOVE WS-FECHA-BAJA TO HIS-FECHA-PERIODO
           MOVE EMP-ID TO HIS-EMP-ID
           MOVE WS-RETENCION TO HIS-RETENCION
           MOVE WS-SALDO-PRESTAMOS TO HIS-DEDUCCIONES
           MOVE WS-NETO-FINIQUITO TO HIS-NETO
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
           CLOSE ARCH-HISTORICO

           ADD WS-BRUTO-FINIQUITO TO EMP-YTD.
