      * Date: 02-09-2026
      * Purpose: Corrida propia de aguinaldo (decimotercer sueldo):
      *          para cada empleado activo deriva el promedio de lo
      *          ganado en el anio desde NOMINA-HIST.IDX (suma de
      *          brutos pagados del anio dividida por 12, con lo que
      *          un anio parcial prorratea solo), aplica el
      *          tratamiento de retencion propio del aguinaldo
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 02-09-2026 AAR Version inicial.
      * 15-10-2026 AAR REG-HISTORICO y REG-HIST-EXT alineados al
      *                layout de 111 caracteres; la linea de aguinaldo
      *                va sin horas ni recargos de turno.
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX: los brutos
      *                del anio se leen posicionado por clave y la
      *                linea de aguinaldo se graba en el mismo
      *                indexado con la siguiente secuencia; se retira
      *                REG-HIST-EXT.
      * 15-10-2026 AAR pagos_registro.txt con PRG-EMPRESA (25
      *                caracteres, igual que PAYROLL-RELEASE y
      *                PAYROLL-RECON): la linea de aguinaldo se graba
      *                con la empresa 01 y el duplicado se busca
      *                dentro de la misma empresa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-AGUINALDO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-PARAM ASSIGN TO "aguinaldo_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRM.

       FD  ARCH-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
               10 HIS-FECHA-PERIODO.
                   15 HIS-ANIO      PIC 9(4).
                   15 HIS-MES-DIA   PIC 9(4).
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

       FD  ARCH-PARAM.
       01  REG-PARAM.
           05 PRG-FECHA-PER    PIC 9(8).
           05 PRG-CICLO        PIC X(1).
           05 PRG-FECHA-GEN    PIC 9(8).
           05 PRG-EMPRESA      PIC X(2).

       FD  ARCH-RUNCTL.
       01  REG-RUNCTL.
       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-HIS              PIC XX.
       01  FS-PRM              PIC XX.
       01  FS-RECIBO           PIC XX.
       01  FS-PAG              PIC XX.
       01  WS-PERIODO-POSTEADO PIC X VALUE "N".
       01  WS-PAGOS-DUPLICADO  PIC X VALUE "N".
       01  WS-SECUENCIA-PAGOS  PIC 9(6) VALUE 0.
      *    EL AGUINALDO SE LIQUIDA PARA LA EMPRESA PRINCIPAL.
       01  WS-EMPRESA          PIC X(2) VALUE "01".
       01  WS-PORC-RET         PIC 9(2)V99 VALUE 0.

       01  WS-TABLA-BRUTOS.
           OPEN OUTPUT RECIBO-FILE
           OPEN OUTPUT ARCH-PAGOS
           PERFORM ESCRIBIR-CABECERA-PAGOS
           OPEN I-O ARCH-HISTORICO
           IF FS-HIS = "35"
               OPEN OUTPUT ARCH-HISTORICO
               CLOSE ARCH-HISTORICO
               OPEN I-O ARCH-HISTORICO
           END-IF

           MOVE 0 TO EMP-ID
           PERFORM GRABAR-REGISTRO-PAGOS
           CLOSE RECIBO-FILE
           CLOSE ARCH-PAGOS
           CLOSE ARCH-HISTORICO
           CLOSE EMP-FILE
           PERFORM LIBERAR-CANDADO
           PERFORM GRABAR-RUN-CONTROL
           MOVE "N" TO WS-FIN-HIS
           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMINA-HIST.IDX. FS=" FS-HIS
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-HIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *    LA CLAVE EMPIEZA POR EL PERIODO: SE POSICIONA EN EL PRIMERO
      *    DEL ANIO Y SE LEE HASTA QUE CAMBIA EL ANIO.
           MOVE WS-ANIO TO HIS-ANIO
           MOVE 0 TO HIS-MES-DIA
           MOVE 0 TO HIS-EMP-ID
           MOVE 0 TO HIS-SECUENCIA
           START ARCH-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-HIS
           END-START
           IF WS-FIN-HIS = "N"
               PERFORM LEER-HISTORICO
           END-IF
           PERFORM UNTIL WS-FIN-HIS = "S"
               IF HIS-ANIO NOT = WS-ANIO
                   MOVE "S" TO WS-FIN-HIS
               ELSE
                   IF HIS-PAGADO
                       PERFORM ACUMULAR-BRUTO
                   END-IF
                   PERFORM LEER-HISTORICO
               END-IF
           END-PERFORM
           CLOSE ARCH-HISTORICO.

       LEER-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-HIS
           END-READ.

           WRITE REG-PAGO.

       GRABAR-HISTORICO.
           MOVE WS-FECHA-PAGO TO HIS-FECHA-PERIODO
           MOVE EMP-ID TO HIS-EMP-ID
           MOVE SPACES TO HIS-NOMBRE
           STRING "AGUINALDO " WS-ANIO
               INTO HIS-NOMBRE
           END-STRING
           MOVE 0 TO HIS-HORAS-NORM
           MOVE 0 TO HIS-HORAS-EXTRA
           MOVE WS-AGUINALDO TO HIS-BRUTO
           MOVE WS-RETENCION TO HIS-RETENCION
           MOVE 0 TO HIS-DEDUCCIONES
           MOVE WS-NETO TO HIS-NETO
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
           END-IF.

           IF FS-RPG = "00"
               PERFORM LEER-REG-PAGOS
               PERFORM UNTIL WS-FIN-REG-PAGOS = "S"
                   IF PRG-EMPRESA = SPACES
                       MOVE "01" TO PRG-EMPRESA
                   END-IF
                   IF PRG-FECHA-PER = WS-FECHA-PAGO
                           AND PRG-CICLO = "A"
                           AND PRG-EMPRESA = WS-EMPRESA
                       MOVE "S" TO WS-PAGOS-DUPLICADO
                       MOVE PRG-SECUENCIA TO WS-SECUENCIA-PAGOS
                   END-IF
           MOVE WS-SECUENCIA-PAGOS TO PRG-SECUENCIA
           MOVE WS-FECHA-PAGO TO PRG-FECHA-PER
           MOVE "A" TO PRG-CICLO
           MOVE WS-EMPRESA TO PRG-EMPRESA
           ACCEPT PRG-FECHA-GEN FROM DATE YYYYMMDD
           WRITE REG-REG-PAGOS
           CLOSE ARCH-REG-PAGOS.
