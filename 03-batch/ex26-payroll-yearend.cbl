      * Purpose: Cierre anual de nomina: verifica que cada periodo del
      *          anio en calendario_nomina.txt figure POSTEADA o
      *          REVERSADA en runctl.txt, concilia la suma de brutos
      *          pagados de NOMINA-HIST.IDX contra el EMP-YTD de cada
      *          empleado (la misma suma que certificaria
      *          PAYROLL-CERT), corta los registros del anio a la
      *          generacion nomina_hist_AAAA.txt, pone los EMP-YTD en
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 02-09-2026 AAR Version inicial.
      * 15-10-2026 AAR REG-HISTORICO, el temporal y la generacion
      *                anual alineados al layout de 111 caracteres con
      *                horas y recargos de turno.
      * 15-10-2026 AAR El reporte de apertura lista bajo cada
      *                empleado los dependientes que dieron derecho a
      *                la exencion en el anio cerrado segun el
      *                registro de dependientes (DEPENDIENTES-RUTINA);
      *                sin registro, el contador del maestro.
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX (clave
      *                periodo + empleado + secuencia): la suma y el
      *                corte se posicionan en el anio con START, y el
      *                corte borra del indexado lo que pasa a la
      *                generacion (ahora de 113 caracteres) en lugar
      *                de reescribir por temporal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-YEAREND.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-GENERACION ASSIGN TO WS-NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GEN.

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

       FD  ARCH-GENERACION.
       01  REG-GENERACION      PIC X(113).

       FD  ARCH-CALENDARIO.
       01  REG-CALENDARIO.
       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-HIS              PIC XX.
       01  FS-GEN              PIC XX.
       01  FS-CAL              PIC XX.
       01  FS-RCT              PIC XX.
       01  WS-LINEA            PIC X(80).

       01  WS-NOMBRE-GENERACION PIC X(40).

      *    DEPENDIENTES QUE DIERON DERECHO A LA EXENCION EN EL ANIO
      *    CERRADO (DEPENDIENTES-RUTINA), PARA EL REPORTE DE APERTURA.
       01  WS-DEP-FUNCION      PIC X(1).
       01  WS-DEP-DESDE        PIC 9(8).
       01  WS-DEP-HASTA        PIC 9(8).
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
       01  WS-IDX-DEPN         PIC 9(2).
       01  WS-DEP-PARENTESCO   PIC X(12).

       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMINA-HIST.IDX. FS=" FS-HIS
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-HIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM POSICIONAR-ANIO
           PERFORM UNTIL WS-FIN = "S"
               IF HIS-PAGADO
                   PERFORM ACUMULAR-YTD
               END-IF
               PERFORM LEER-HISTORICO
           END-PERFORM
           CLOSE ARCH-HISTORICO.

      *    EL HISTORICO ESTA ORDENADO POR PERIODO: SE POSICIONA EN EL
      *    PRIMER REGISTRO DEL ANIO Y SE LEE HASTA QUE EL ANIO CAMBIA.
       POSICIONAR-ANIO.
           MOVE WS-ANIO TO HIS-ANIO
           MOVE 0 TO HIS-MES-DIA
           MOVE 0 TO HIS-EMP-ID
           MOVE 0 TO HIS-SECUENCIA
           START ARCH-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           IF WS-FIN = "N"
               PERFORM LEER-HISTORICO
           END-IF.

       LEER-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ
           IF WS-FIN = "N" AND HIS-ANIO NOT = WS-ANIO
               MOVE "S" TO WS-FIN
           END-IF.

       ACUMULAR-YTD.
           MOVE "N" TO WS-YTD-HALLADO
      *    CORTAR-HISTORICO                                            *
      *    Los registros del anio pasan a la generacion nombrada       *
      *    nomina_hist_AAAA.txt (como las generaciones de DB-ARCHIVE)  *
      *    y se borran de NOMINA-HIST.IDX, que queda solo con lo       *
      *    posterior.                                                  *
      *----------------------------------------------------------------*
       CORTAR-HISTORICO.
           MOVE SPACES TO WS-NOMBRE-GENERACION
           END-STRING

           MOVE "N" TO WS-FIN
           OPEN I-O ARCH-HISTORICO
           OPEN OUTPUT ARCH-GENERACION
           PERFORM POSICIONAR-ANIO
           PERFORM UNTIL WS-FIN = "S"
               WRITE REG-GENERACION FROM REG-HISTORICO
               DELETE ARCH-HISTORICO RECORD
               IF FS-HIS = "00"
                   ADD 1 TO WS-CONT-CORTADOS
               ELSE
                   DISPLAY "ERROR AL BORRAR DEL HISTORICO EL "
                       "EMPLEADO " HIS-EMP-ID " PERIODO "
                       HIS-FECHA-PERIODO ". FS=" FS-HIS
                   MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-HIS TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
               PERFORM LEER-HISTORICO
           END-PERFORM
           CLOSE ARCH-HISTORICO
           CLOSE ARCH-GENERACION.

       RESETEAR-YTD.
           OPEN OUTPUT ARCH-APERTURA
                           INTO WS-LINEA
                       END-STRING
                       WRITE REG-APERTURA FROM WS-LINEA
                       PERFORM ESCRIBIR-DEPENDIENTES
                       MOVE 0 TO EMP-YTD
                       REWRITE EMP-REG
                       IF FS = "00"
           END-PERFORM
           CLOSE ARCH-APERTURA.

      *----------------------------------------------------------------*
      *    ESCRIBIR-DEPENDIENTES                                       *
      *    Bajo cada empleado, los dependientes del registro que       *
      *    dieron derecho a la exencion en algun dia del anio cerrado  *
      *    (o el contador del maestro si no tiene registro).           *
      *----------------------------------------------------------------*
       ESCRIBIR-DEPENDIENTES.
           MOVE "C" TO WS-DEP-FUNCION
           COMPUTE WS-DEP-DESDE = WS-ANIO * 10000 + 101
           COMPUTE WS-DEP-HASTA = WS-ANIO * 10000 + 1231
           CALL "DEPENDIENTES-RUTINA" USING WS-DEP-FUNCION
               EMP-ID WS-DEP-DESDE WS-DEP-HASTA WS-DEP-DATOS
               WS-DEP-RC
           MOVE SPACES TO WS-LINEA
           IF WS-DEP-HAY-REGISTRO = "S"
               STRING "  DEPENDIENTES DECLARADOS EN EL ANIO: "
                   WS-DEP-CANTIDAD
                   INTO WS-LINEA
               END-STRING
           ELSE
               STRING "  DEPENDIENTES DECLARADOS: " EMP-DEPENDIENTES
                   " (SIN DETALLE EN EL REGISTRO)"
                   INTO WS-LINEA
               END-STRING
           END-IF
           WRITE REG-APERTURA FROM WS-LINEA
           PERFORM VARYING WS-IDX-DEPN FROM 1 BY 1
                   UNTIL WS-IDX-DEPN > WS-DEP-TOTAL
               IF WD-ELEGIBLE(WS-IDX-DEPN) = "S"
                   PERFORM ESCRIBIR-LINEA-DEPENDIENTE
               END-IF
           END-PERFORM.

       ESCRIBIR-LINEA-DEPENDIENTE.
           EVALUATE WD-PARENTESCO(WS-IDX-DEPN)
               WHEN "C" MOVE "CONYUGE"     TO WS-DEP-PARENTESCO
               WHEN "H" MOVE "HIJO/A"      TO WS-DEP-PARENTESCO
               WHEN "P" MOVE "PADRE/MADRE" TO WS-DEP-PARENTESCO
               WHEN OTHER MOVE "OTRO"      TO WS-DEP-PARENTESCO
           END-EVALUATE
           MOVE SPACES TO WS-LINEA
           MOVE WD-NOMBRE(WS-IDX-DEPN) TO WS-LINEA(5:30)
           MOVE WS-DEP-PARENTESCO TO WS-LINEA(36:12)
           MOVE WD-FECHA-NAC(WS-IDX-DEPN) TO WS-LINEA(49:8)
           MOVE WD-DOCUMENTO(WS-IDX-DEPN) TO WS-LINEA(58:12)
           IF WD-DISCAPACIDAD(WS-IDX-DEPN) = "S"
               MOVE "DISC." TO WS-LINEA(71:5)
           END-IF
           WRITE REG-APERTURA FROM WS-LINEA.

       GRABAR-CIERRE.
           OPEN EXTEND ARCH-CIERRES
           IF FS-CIE = "35"
