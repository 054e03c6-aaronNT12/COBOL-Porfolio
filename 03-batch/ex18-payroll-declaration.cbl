      * Date: 02-09-2026
      * Purpose: Declaracion mensual de retenciones para la autoridad
      *          fiscal: agrega los periodos pagados del mes pedido
      *          desde NOMINA-HIST.IDX por empleado (bruto, base
      *          imponible despues de la exencion por dependiente de
      *          exenciones.txt, impuesto retenido) y los vuelca al
      *          layout de ancho fijo de la autoridad
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 02-09-2026 AAR Version inicial.
      * 15-10-2026 AAR REG-HISTORICO alineado al layout de 111
      *                caracteres con horas y recargos de turno
      *                (nocturno, fin de semana, feriado), y
      *                REG-PENDIENTE al de 220.
      * 15-10-2026 AAR REG-PENDIENTE alineado al layout de 280.
      * 15-10-2026 AAR Declaracion por empresa del grupo: se pide la
      *                empresa (EMPRESA-RUTINA) y se declaran solo
      *                sus empleados (EMP-EMPRESA del maestro, en
      *                blanco = 01). El pendiente que se revisa y la
      *                declaracion llevan el sufijo de la empresa (la
      *                01 conserva los nombres de siempre) y la
      *                cabecera tipo 1 lleva la empresa y su
      *                identificacion fiscal.
      * 15-10-2026 AAR La exencion por dependiente cuenta los del
      *                registro de dependientes con derecho en algun
      *                dia del mes declarado (DEPENDIENTES-RUTINA);
      *                sin registro sigue valiendo EMP-DEPENDIENTES.
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX: el mes
      *                declarado se lee posicionado por clave (START
      *                en el primer periodo del mes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-DECL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-PENDIENTE ASSIGN TO WS-NOMBRE-PENDIENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEN.
           SELECT EMP-FILE ASSIGN TO "EMPLEADOS.IDX"
           SELECT ARCH-EXENCIONES ASSIGN TO "exenciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXE.
           SELECT ARCH-DECLARACION ASSIGN TO WS-NOMBRE-DECLARACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEC.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
       FILE SECTION.
       FD  ARCH-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
               10 HIS-FECHA-PERIODO.
                   15 HIS-ANIO-MES  PIC 9(6).
                   15 HIS-DIA       PIC 9(2).
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

       FD  ARCH-PENDIENTE.
       01  REG-PENDIENTE        PIC X(280).
       01  REG-PEN-CABECERA REDEFINES REG-PENDIENTE.
           05 PEN-C-TIPO       PIC X(1).
           05 PEN-C-FECHA-PER.
               10 PEN-C-DIA     PIC 9(2).
           05 PEN-C-FECHA-GEN  PIC 9(8).
           05 PEN-C-CICLO      PIC X(1).
           05 PEN-C-EMPRESA    PIC X(2).
           05 FILLER           PIC X(260).

       FD  EMP-FILE
           RECORD CONTAINS 110 CHARACTERS.
           05 EMP-FECHA-INGRESO PIC 9(8).
           05 EMP-VAC-ACUM     PIC 9(3)V99.
           05 EMP-CTA-INTERNA  PIC 9(8).
           05 EMP-EMPRESA      PIC X(2).
           05 FILLER           PIC X(8).

       FD  ARCH-EXENCIONES.
       01  REG-EXENCION.
           05 DEC-C-TIPO       PIC X(1).
           05 DEC-C-ANIO-MES   PIC 9(6).
           05 DEC-C-FECHA-GEN  PIC 9(8).
           05 DEC-C-EMPRESA    PIC X(2).
           05 DEC-C-ID-FISCAL  PIC X(12).
           05 FILLER           PIC X(51).
       01  REG-DEC-DETALLE REDEFINES REG-DECLARACION.
           05 DEC-D-TIPO       PIC X(1).
           05 DEC-D-EMP-ID     PIC 9(4).

       01  WS-BASE             PIC 9(9)V99 VALUE 0.
       01  WS-EXENCION-MES     PIC 9(7)V99 VALUE 0.

      *    DEPENDIENTES CON DERECHO EN ALGUN DIA DEL MES DECLARADO
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
       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".
       01  WS-CONT-DETALLES    PIC 9(6) VALUE 0.
       01  WS-TOT-BRUTO        PIC 9(11)V99 VALUE 0.
       01  WS-TOT-BASE         PIC 9(11)V99 VALUE 0.
       01  WS-TOT-RETENIDO     PIC 9(11)V99 VALUE 0.
       01  WS-FECHA-GEN        PIC 9(8) VALUE 0.

       01  WS-EMPRESA          PIC X(2) VALUE "01".
       01  WS-EMPRESA-EMP      PIC X(2).
       01  WS-EMP-DATOS.
           05 WS-EMP-NOMBRE    PIC X(30).
           05 WS-EMP-ID-FISCAL PIC X(12).
           05 WS-EMP-BANCO     PIC 9(3).
           05 WS-EMP-CUENTA    PIC X(12).
           05 WS-EMP-CALENDARIO PIC X(20).
           05 WS-EMP-SUFIJO    PIC X(3).
       01  WS-EMP-RC           PIC X(2).
       01  WS-HAY-MAESTRO      PIC X VALUE "N".
       01  WS-NOMBRE-PENDIENTE PIC X(40)
               VALUE "nomina_pendiente.txt".
       01  WS-NOMBRE-DECLARACION PIC X(40)
               VALUE "declaracion_ret.txt".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "MES A DECLARAR (AAAAMM): "
           ACCEPT WS-ANIO-MES
           PERFORM PEDIR-EMPRESA

           PERFORM REVISAR-PENDIENTES
           IF WS-PENDIENTE-MES = "S"
               DISPLAY "** HAY UNA CORRIDA DEL MES " WS-ANIO-MES
                   " PENDIENTE DE APROBACION EN "
                   WS-NOMBRE-PENDIENTE " **"
               DISPLAY "APRUEBE O RECHACE CON PAYROLL-RELEASE Y "
                   "VUELVA A CORRER LA DECLARACION."
               MOVE 1 TO RETURN-CODE
           END-IF

           PERFORM CARGAR-EXENCION
           PERFORM ABRIR-MAESTRO
           PERFORM AGREGAR-HISTORICO
           IF WS-CANT-EMPLEADOS = 0
               DISPLAY "SIN PERIODOS PAGADOS EN EL MES " WS-ANIO-MES
           PERFORM GRABAR-DECLARACION

           DISPLAY "-----------------------------------------------"
           DISPLAY "EMPRESA:            " WS-EMPRESA " "
               WS-EMP-NOMBRE
           DISPLAY "MES DECLARADO:      " WS-ANIO-MES
           DISPLAY "EMPLEADOS:          " WS-CONT-DETALLES
           DISPLAY "TOTAL BRUTO:        " WS-TOT-BRUTO
           DISPLAY "TOTAL BASE:         " WS-TOT-BASE
           DISPLAY "TOTAL RETENIDO:     " WS-TOT-RETENIDO
           DISPLAY "DECLARACION EN: " WS-NOMBRE-DECLARACION
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    PEDIR-EMPRESA                                               *
      *    Cada empresa del grupo declara ante la autoridad con su     *
      *    propia identificacion fiscal: la declaracion es de una sola *
      *    empresa y su archivo lleva el sufijo de ella.               *
      *----------------------------------------------------------------*
       PEDIR-EMPRESA.
           DISPLAY "EMPRESA (EN BLANCO = 01): "
           ACCEPT WS-EMPRESA
           MOVE FUNCTION UPPER-CASE(WS-EMPRESA) TO WS-EMPRESA
           CALL "EMPRESA-RUTINA" USING WS-EMPRESA WS-EMP-DATOS
               WS-EMP-RC
           IF WS-EMP-RC = "23"
               DISPLAY "LA EMPRESA " WS-EMPRESA " NO FIGURA EN "
                   "empresas.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-NOMBRE-PENDIENTE
           STRING "nomina_pendiente" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-PENDIENTE
           END-STRING
           MOVE SPACES TO WS-NOMBRE-DECLARACION
           STRING "declaracion_ret" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-DECLARACION
           END-STRING.

      *    EL MAESTRO DICE DE QUE EMPRESA ES CADA EMPLEADO Y CUANTOS
      *    DEPENDIENTES TIENE. SIN MAESTRO TODO SE TOMA COMO DE LA 01
      *    Y LA BASE SE DECLARA IGUAL AL BRUTO.
       ABRIR-MAESTRO.
           OPEN INPUT EMP-FILE
           IF FS = "00"
               MOVE "S" TO WS-HAY-MAESTRO
           ELSE
               DISPLAY "AVISO: SIN EMPLEADOS.IDX (FS=" FS ") LA "
                   "BASE SE DECLARA IGUAL AL BRUTO."
           END-IF.

       EMPRESA-DEL-EMPLEADO.
           MOVE "01" TO WS-EMPRESA-EMP
           IF WS-HAY-MAESTRO = "S"
               MOVE HIS-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-EMPRESA NOT = SPACES
                           MOVE EMP-EMPRESA TO WS-EMPRESA-EMP
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      *    REVISAR-PENDIENTES                                          *
      *    Con una corrida del mes sin aprobar la declaracion          *
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

      *    EL HISTORICO ESTA ORDENADO POR PERIODO: SE POSICIONA EN EL
      *    PRIMER REGISTRO DEL MES Y SE LEE HASTA QUE EL MES CAMBIA.
           MOVE WS-ANIO-MES TO HIS-ANIO-MES
           MOVE 0 TO HIS-DIA
           MOVE 0 TO HIS-EMP-ID
           MOVE 0 TO HIS-SECUENCIA
           START ARCH-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           IF WS-FIN = "N"
               PERFORM LEER-HISTORICO
           END-IF
           PERFORM UNTIL WS-FIN = "S"
               IF HIS-PAGADO
                   PERFORM EMPRESA-DEL-EMPLEADO
                   IF WS-EMPRESA-EMP = WS-EMPRESA
                       PERFORM ACUMULAR-EMPLEADO
                   END-IF
               END-IF
               PERFORM LEER-HISTORICO
           END-PERFORM
           CLOSE ARCH-HISTORICO.

       LEER-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ
           IF WS-FIN = "N" AND HIS-ANIO-MES NOT = WS-ANIO-MES
               MOVE "S" TO WS-FIN
           END-IF.

       ACUMULAR-EMPLEADO.
           MOVE "N" TO WS-EMP-HALLADO
      *----------------------------------------------------------------*
      *    GRABAR-DECLARACION                                          *
      *    La base imponible del mes es el bruto menos la exencion     *
      *    mensual por dependiente (los del registro con derecho en el *
      *    mes, o el contador del maestro si no tiene registro); un    *
      *    empleado que ya no esta en el maestro declara base igual al *
      *    bruto.                                                      *
      *----------------------------------------------------------------*
       GRABAR-DECLARACION.
           COMPUTE WS-DEP-DESDE = WS-ANIO-MES * 100 + 1
           MOVE "F" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION WS-DEP-DESDE
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC = "00"
               MOVE WS-FEC-RESULTADO TO WS-DEP-HASTA
           ELSE
               COMPUTE WS-DEP-HASTA = WS-ANIO-MES * 100 + 31
           END-IF
           OPEN OUTPUT ARCH-DECLARACION

           MOVE SPACES TO REG-DECLARACION
           MOVE "1" TO DEC-C-TIPO
           MOVE WS-ANIO-MES TO DEC-C-ANIO-MES
           ACCEPT WS-FECHA-GEN FROM DATE YYYYMMDD
           MOVE WS-FECHA-GEN TO DEC-C-FECHA-GEN
           MOVE WS-EMPRESA TO DEC-C-EMPRESA
           MOVE WS-EMP-ID-FISCAL TO DEC-C-ID-FISCAL
           WRITE REG-DECLARACION

           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
           MOVE WS-TOT-RETENIDO TO DEC-T-RETENIDO
           WRITE REG-DECLARACION

           IF WS-HAY-MAESTRO = "S"
               CLOSE EMP-FILE
           END-IF
           CLOSE ARCH-DECLARACION.
       GRABAR-DETALLE.
           MOVE TE-BRUTO(WS-IDX-EMP) TO WS-BASE
           MOVE 0 TO WS-EXENCION-MES
           IF WS-HAY-MAESTRO = "S"
               MOVE TE-EMP-ID(WS-IDX-EMP) TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CONTAR-DEPENDIENTES
                       COMPUTE WS-EXENCION-MES =
                           WS-DEP-EXENTOS * WS-EXENCION-DEP
               END-READ
           END-IF
           IF WS-EXENCION-MES > WS-BASE
           ADD WS-BASE TO WS-TOT-BASE
           ADD TE-RETENIDO(WS-IDX-EMP) TO WS-TOT-RETENIDO.

       CONTAR-DEPENDIENTES.
           MOVE "C" TO WS-DEP-FUNCION
           CALL "DEPENDIENTES-RUTINA" USING WS-DEP-FUNCION
               EMP-ID WS-DEP-DESDE WS-DEP-HASTA WS-DEP-DATOS
               WS-DEP-RC
           IF WS-DEP-HAY-REGISTRO = "S"
               MOVE WS-DEP-CANTIDAD TO WS-DEP-EXENTOS
           ELSE
               MOVE EMP-DEPENDIENTES TO WS-DEP-EXENTOS
           END-IF.

      *-----------------------------------------------------------------
      * REGISTRA EN errores.log CUALQUIER FS DISTINTO DE "00"
      *-----------------------------------------------------------------
