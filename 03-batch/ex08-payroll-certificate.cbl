      * Date: 11-08-2026
      * Purpose: Certificado anual de ingresos y retenciones por
      *          empleado, construido periodo a periodo desde el
      *          historico NOMINA-HIST.IDX, con cruce del bruto anual
      *          contra el EMP-YTD del maestro EMPLEADOS.IDX.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX: el anio
      *                del certificado se lee posicionado por clave
      *                (START en el primer periodo del anio).
      * 15-10-2026 AAR Cada certificado lista los dependientes que
      *                dieron derecho a la exencion en el anio segun
      *                el registro de dependientes
      *                (DEPENDIENTES-RUTINA): nombre, parentesco,
      *                nacimiento, documento y discapacidad; sin
      *                registro, el contador del maestro.
      * 15-10-2026 AAR Certificados por empresa del grupo: se pide la
      *                empresa (EMPRESA-RUTINA) y se certifican solo
      *                sus empleados (EMP-EMPRESA, en blanco = 01),
      *                con la razon social e identificacion fiscal
      *                del empleador en cada certificado;
      *                certificados.txt lleva el sufijo de la
      *                empresa (la 01 conserva el nombre de siempre).
      * 15-10-2026 AAR REG-HISTORICO alineado al layout de 111
      *                caracteres con horas y recargos de turno
      *                (nocturno, fin de semana, feriado).
      * 02-09-2026 AAR EMP-REG alineado al layout de 110 caracteres
      *                del maestro (fecha de ingreso y acumulador de
      *                vacaciones por antiguedad).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT EMP-FILE ASSIGN TO "EMPLEADOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS.
           SELECT ARCH-CERTIFICADOS ASSIGN TO WS-NOMBRE-CERTIFICADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CER.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
       FILE SECTION.
       FD  ARCH-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
               10 HIS-FECHA-PERIODO PIC 9(8).
               10 HIS-FECHA-DET REDEFINES HIS-FECHA-PERIODO.
                   15 HIS-ANIO      PIC 9(4).
                   15 HIS-MES-DIA   PIC 9(4).
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

       FD  EMP-FILE
           RECORD CONTAINS 110 CHARACTERS.
           05 EMP-FECHA-INGRESO PIC 9(8).
           05 EMP-VAC-ACUM     PIC 9(3)V99.
           05 EMP-CTA-INTERNA  PIC 9(8).
           05 EMP-EMPRESA      PIC X(2).
           05 FILLER           PIC X(8).

       FD  ARCH-CERTIFICADOS.
       01  REG-CERT            PIC X(80).
       01  WS-LINEA            PIC X(80).
       01  WS-HAY-MAESTRO      PIC X VALUE "N".

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
       01  WS-NOMBRE-CERTIFICADOS PIC X(40)
               VALUE "certificados.txt".

      *----------------------------------------------------------------*
      *    HISTORICO DEL ANIO CARGADO EN MEMORIA PARA PODER AGRUPAR    *
      *    LOS PERIODOS DE CADA EMPLEADO EN SU PROPIA PAGINA.          *
       01  WS-ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-DIFERENCIA    PIC ZZZ,ZZZ,ZZ9.99-.

      *----------------------------------------------------------------*
      *    DEPENDIENTES QUE DIERON DERECHO A LA EXENCION EN EL ANIO    *
      *    SEGUN EL REGISTRO (DEPENDIENTES-RUTINA).                    *
      *----------------------------------------------------------------*
       01  WS-DEP-FUNCION      PIC X(1).
       01  WS-DEP-EMP-ID       PIC 9(4).
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

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "ANIO DEL CERTIFICADO (AAAA): "
           ACCEPT WS-ANIO
           PERFORM PEDIR-EMPRESA

           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMINA-HIST.IDX. FS=" FS-HIS
               MOVE "NOMINA-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-HIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *    EL MAESTRO DA LA EMPRESA DE CADA EMPLEADO Y EL CRUCE
      *    CONTRA EMP-YTD; SIN MAESTRO EL CERTIFICADO SALE IGUAL, SIN
      *    CRUCE, Y TODOS LOS EMPLEADOS SE TOMAN COMO DE LA 01.
           OPEN INPUT EMP-FILE
           IF FS = "00"
               MOVE "S" TO WS-HAY-MAESTRO
                   "), SE OMITE EL CRUCE CONTRA EMP-YTD."
           END-IF

           PERFORM CARGAR-HISTORICO-ANIO
           CLOSE ARCH-HISTORICO

           OPEN OUTPUT ARCH-CERTIFICADOS

           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
           DISPLAY "CERTIFICADOS EMITIDOS: " WS-CONT-CERT
           DISPLAY "EMPLEADOS QUE NO CUADRAN CON YTD: "
               WS-CONT-DESCUADRE
           DISPLAY "ARCHIVO DE SALIDA: " WS-NOMBRE-CERTIFICADOS
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    PEDIR-EMPRESA                                               *
      *    Los certificados son de una empresa del grupo: los emite    *
      *    el empleador con su razon social e identificacion fiscal.   *
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
           MOVE SPACES TO WS-NOMBRE-CERTIFICADOS
           STRING "certificados" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-CERTIFICADOS
           END-STRING.

      *----------------------------------------------------------------*
      *    CARGAR-HISTORICO-ANIO                                       *
      *    Carga en memoria los periodos pagados del anio pedido (los  *
      *    revertidos se excluyen) y arma la lista de empleados.       *
      *----------------------------------------------------------------*
       CARGAR-HISTORICO-ANIO.
      *    EL HISTORICO ESTA ORDENADO POR PERIODO: SE POSICIONA EN EL
      *    PRIMER REGISTRO DEL ANIO Y SE LEE HASTA QUE EL ANIO CAMBIA.
           MOVE WS-ANIO TO HIS-ANIO
           MOVE 0 TO HIS-MES-DIA
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
                       PERFORM GUARDAR-PERIODO
                   END-IF
               END-IF
               PERFORM LEER-HISTORICO
           END-PERFORM.

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

       LEER-HISTORICO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ
           IF WS-FIN = "N" AND HIS-ANIO NOT = WS-ANIO
               MOVE "S" TO WS-FIN
           END-IF.

       GUARDAR-PERIODO.
           IF WS-CANT-HIST < 2000
           END-STRING
           WRITE REG-CERT FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "EMPLEADOR: " WS-EMP-NOMBRE "  "
               WS-EMP-ID-FISCAL
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERT FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "EMPLEADO: " TE-EMP-ID(WS-IDX-EMP) "  "
               TE-NOMBRE(WS-IDX-EMP)
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERT FROM WS-LINEA

           PERFORM ESCRIBIR-DEPENDIENTES

           IF WS-HAY-MAESTRO = "S"
               PERFORM CRUZAR-CONTRA-YTD
           END-IF
           ADD TH-DEDUCC(WS-IDX-HIS)    TO WS-TOT-DEDUCC
           ADD TH-NETO(WS-IDX-HIS)      TO WS-TOT-NETO.

      *----------------------------------------------------------------*
      *    ESCRIBIR-DEPENDIENTES                                       *
      *    Dependientes del registro que dieron derecho a la exencion  *
      *    en algun dia del anio. Sin registro se informa el contador  *
      *    del maestro, que es el que se uso en la retencion.          *
      *----------------------------------------------------------------*
       ESCRIBIR-DEPENDIENTES.
           MOVE "C" TO WS-DEP-FUNCION
           MOVE TE-EMP-ID(WS-IDX-EMP) TO WS-DEP-EMP-ID
           COMPUTE WS-DEP-DESDE = WS-ANIO * 10000 + 101
           COMPUTE WS-DEP-HASTA = WS-ANIO * 10000 + 1231
           CALL "DEPENDIENTES-RUTINA" USING WS-DEP-FUNCION
               WS-DEP-EMP-ID WS-DEP-DESDE WS-DEP-HASTA WS-DEP-DATOS
               WS-DEP-RC

           MOVE ALL "-" TO WS-LINEA
           WRITE REG-CERT FROM WS-LINEA
           IF WS-DEP-HAY-REGISTRO = "S"
               MOVE SPACES TO WS-LINEA
               STRING "DEPENDIENTES DECLARADOS EN EL ANIO: "
                   WS-DEP-CANTIDAD
                   INTO WS-LINEA
               END-STRING
               WRITE REG-CERT FROM WS-LINEA
               IF WS-DEP-CANTIDAD > 0
                   MOVE "  NOMBRE                         PARENTESCO"
                       & "   NACIMIENTO DOCUMENTO    DISC."
                       TO WS-LINEA
                   WRITE REG-CERT FROM WS-LINEA
               END-IF
               PERFORM VARYING WS-IDX-DEPN FROM 1 BY 1
                       UNTIL WS-IDX-DEPN > WS-DEP-TOTAL
                   IF WD-ELEGIBLE(WS-IDX-DEPN) = "S"
                       PERFORM ESCRIBIR-LINEA-DEPENDIENTE
                   END-IF
               END-PERFORM
           ELSE
               IF WS-HAY-MAESTRO = "S"
                   MOVE TE-EMP-ID(WS-IDX-EMP) TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           MOVE 0 TO EMP-DEPENDIENTES
                   END-READ
                   MOVE SPACES TO WS-LINEA
                   STRING "DEPENDIENTES DECLARADOS: " EMP-DEPENDIENTES
                       " (SIN DETALLE EN EL REGISTRO)"
                       INTO WS-LINEA
                   END-STRING
                   WRITE REG-CERT FROM WS-LINEA
               END-IF
           END-IF.

       ESCRIBIR-LINEA-DEPENDIENTE.
           EVALUATE WD-PARENTESCO(WS-IDX-DEPN)
               WHEN "C" MOVE "CONYUGE"     TO WS-DEP-PARENTESCO
               WHEN "H" MOVE "HIJO/A"      TO WS-DEP-PARENTESCO
               WHEN "P" MOVE "PADRE/MADRE" TO WS-DEP-PARENTESCO
               WHEN OTHER MOVE "OTRO"      TO WS-DEP-PARENTESCO
           END-EVALUATE
           MOVE SPACES TO WS-LINEA
           MOVE WD-NOMBRE(WS-IDX-DEPN) TO WS-LINEA(3:30)
           MOVE WS-DEP-PARENTESCO TO WS-LINEA(34:12)
           MOVE WD-FECHA-NAC(WS-IDX-DEPN) TO WS-LINEA(47:8)
           MOVE WD-DOCUMENTO(WS-IDX-DEPN) TO WS-LINEA(58:12)
           IF WD-DISCAPACIDAD(WS-IDX-DEPN) = "S"
               MOVE "SI" TO WS-LINEA(71:2)
           END-IF
           WRITE REG-CERT FROM WS-LINEA.

      *----------------------------------------------------------------*
      *    CRUZAR-CONTRA-YTD                                           *
      *    El bruto anual del certificado debe coincidir con el        *
