      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Rutina comun CALLable del registro de dependientes
      *          (dependientes.txt): dado un EMP-ID y un rango de
      *          fechas devuelve sus dependientes (nombre, parentesco,
      *          nacimiento, discapacidad, documento) con la marca de
      *          si dan derecho a la exencion en algun dia del rango,
      *          y la cantidad que da derecho. Para un corte puntual
      *          (un periodo de pago) DESDE = HASTA; para un anio,
      *          DESDE = 0101 y HASTA = 1231.
      *          Reglas de elegibilidad:
      *            - conyuge (C) y padre/madre (P): siempre;
      *            - hijo (H): mientras no cumpla la edad tope de
      *              dependientes_param.txt (18 sin archivo), o sin
      *              limite si tiene discapacidad;
      *            - otro (O): solo con discapacidad;
      *            - siempre dentro de su alta y antes de su baja.
      *          La edad se calcula con FECHA-RUTINA (funcion E). Un
      *          empleado sin lineas en el registro vuelve con
      *          HAY-REGISTRO = "N" y el llamador conserva el viejo
      *          EMP-DEPENDIENTES. El archivo se carga en la primera
      *          llamada; la funcion R lo recarga tras un cambio.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPENDIENTES-RUTINA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-DEPENDIENTES ASSIGN TO "dependientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DPT.
           SELECT ARCH-DEP-PARAM ASSIGN TO "dependientes_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DPP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-DEPENDIENTES.
       01  REG-DEPENDIENTE.
           05 DPT-EMP-ID       PIC 9(4).
           05 DPT-NOMBRE       PIC X(30).
           05 DPT-PARENTESCO   PIC X(1).
           05 DPT-FECHA-NAC    PIC 9(8).
           05 DPT-DISCAPACIDAD PIC X(1).
           05 DPT-DOCUMENTO    PIC X(12).
           05 DPT-FECHA-ALTA   PIC 9(8).
           05 DPT-FECHA-BAJA   PIC 9(8).

       FD  ARCH-DEP-PARAM.
       01  REG-DEP-PARAM.
           05 DPP-EDAD-HIJOS   PIC 9(2).

       WORKING-STORAGE SECTION.
       01  FS-DPT              PIC XX.
       01  FS-DPP              PIC XX.
       01  WS-FIN              PIC X VALUE "N".
       01  WS-CARGADO          PIC X VALUE "N".
       01  WS-EDAD-HIJOS       PIC 9(2) VALUE 18.

       01  WS-TABLA-DEPENDIENTES.
           05 WS-DPT-ENT OCCURS 2000 TIMES.
               10 TD-EMP-ID       PIC 9(4).
               10 TD-NOMBRE       PIC X(30).
               10 TD-PARENTESCO   PIC X(1).
               10 TD-FECHA-NAC    PIC 9(8).
               10 TD-DISCAPACIDAD PIC X(1).
               10 TD-DOCUMENTO    PIC X(12).
               10 TD-FECHA-ALTA   PIC 9(8).
               10 TD-FECHA-BAJA   PIC 9(8).
       01  WS-CANT-DEPENDIENTES PIC 9(4) VALUE 0.
       01  WS-IDX-DPT          PIC 9(4) VALUE 0.
       01  WS-ELEGIBLE         PIC X VALUE "N".

       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA1       PIC 9(8).
       01  WS-FEC-FECHA2       PIC 9(8).
       01  WS-FEC-RESULTADO    PIC S9(9).
       01  WS-FEC-RC           PIC X(2).

       LINKAGE SECTION.
       01  LNK-FUNCION         PIC X(1).
           88 FUNCION-CONSULTAR    VALUE "C".
           88 FUNCION-RECARGAR     VALUE "R".
       01  LNK-EMP-ID          PIC 9(4).
       01  LNK-FECHA-DESDE     PIC 9(8).
       01  LNK-FECHA-HASTA     PIC 9(8).
       01  LNK-DEPENDIENTES.
           05 LNK-HAY-REGISTRO PIC X(1).
           05 LNK-CANTIDAD     PIC 9(2).
           05 LNK-TOTAL        PIC 9(2).
           05 LNK-DEP OCCURS 20 TIMES.
               10 LNK-DEP-NOMBRE     PIC X(30).
               10 LNK-DEP-PARENTESCO PIC X(1).
               10 LNK-DEP-FECHA-NAC  PIC 9(8).
               10 LNK-DEP-DISCAPACIDAD PIC X(1).
               10 LNK-DEP-DOCUMENTO  PIC X(12).
               10 LNK-DEP-FECHA-BAJA PIC 9(8).
               10 LNK-DEP-ELEGIBLE   PIC X(1).
       01  LNK-RC              PIC X(2).

       PROCEDURE DIVISION USING LNK-FUNCION LNK-EMP-ID
           LNK-FECHA-DESDE LNK-FECHA-HASTA LNK-DEPENDIENTES LNK-RC.

       ATENDER.
           MOVE "00" TO LNK-RC
           IF FUNCION-RECARGAR
               MOVE "N" TO WS-CARGADO
           END-IF
           IF WS-CARGADO = "N"
               PERFORM CARGAR-DEPENDIENTES
           END-IF

           MOVE "N" TO LNK-HAY-REGISTRO
           MOVE 0 TO LNK-CANTIDAD
           MOVE 0 TO LNK-TOTAL
           IF FUNCION-CONSULTAR
               PERFORM VARYING WS-IDX-DPT FROM 1 BY 1
                       UNTIL WS-IDX-DPT > WS-CANT-DEPENDIENTES
                   IF TD-EMP-ID(WS-IDX-DPT) = LNK-EMP-ID
                       PERFORM TOMAR-DEPENDIENTE
                   END-IF
               END-PERFORM
           ELSE
               IF NOT FUNCION-RECARGAR
                   MOVE "98" TO LNK-RC
               END-IF
           END-IF
           GOBACK.

       TOMAR-DEPENDIENTE.
           MOVE "S" TO LNK-HAY-REGISTRO
           PERFORM EVALUAR-ELEGIBLE
           IF WS-ELEGIBLE = "S"
               ADD 1 TO LNK-CANTIDAD
           END-IF
           IF LNK-TOTAL < 20
               ADD 1 TO LNK-TOTAL
               MOVE TD-NOMBRE(WS-IDX-DPT)
                   TO LNK-DEP-NOMBRE(LNK-TOTAL)
               MOVE TD-PARENTESCO(WS-IDX-DPT)
                   TO LNK-DEP-PARENTESCO(LNK-TOTAL)
               MOVE TD-FECHA-NAC(WS-IDX-DPT)
                   TO LNK-DEP-FECHA-NAC(LNK-TOTAL)
               MOVE TD-DISCAPACIDAD(WS-IDX-DPT)
                   TO LNK-DEP-DISCAPACIDAD(LNK-TOTAL)
               MOVE TD-DOCUMENTO(WS-IDX-DPT)
                   TO LNK-DEP-DOCUMENTO(LNK-TOTAL)
               MOVE TD-FECHA-BAJA(WS-IDX-DPT)
                   TO LNK-DEP-FECHA-BAJA(LNK-TOTAL)
               MOVE WS-ELEGIBLE TO LNK-DEP-ELEGIBLE(LNK-TOTAL)
           ELSE
               MOVE "10" TO LNK-RC
           END-IF.

      *----------------------------------------------------------------*
      *    EVALUAR-ELEGIBLE                                            *
      *    Da derecho si en algun dia de DESDE..HASTA esta dado de     *
      *    alta, no de baja, ya nacio y cumple la regla de su          *
      *    parentesco. Un hijo que nace dentro del rango entra; uno    *
      *    que al DESDE ya tenia la edad tope no.                      *
      *----------------------------------------------------------------*
       EVALUAR-ELEGIBLE.
           MOVE "S" TO WS-ELEGIBLE
           IF TD-FECHA-ALTA(WS-IDX-DPT) > LNK-FECHA-HASTA
               MOVE "N" TO WS-ELEGIBLE
           END-IF
           IF TD-FECHA-BAJA(WS-IDX-DPT) NOT = 0
                   AND TD-FECHA-BAJA(WS-IDX-DPT) <= LNK-FECHA-DESDE
               MOVE "N" TO WS-ELEGIBLE
           END-IF
           IF TD-FECHA-NAC(WS-IDX-DPT) > LNK-FECHA-HASTA
               MOVE "N" TO WS-ELEGIBLE
           END-IF
           IF WS-ELEGIBLE = "S"
               EVALUATE TD-PARENTESCO(WS-IDX-DPT)
                   WHEN "C"
                   WHEN "P"
                       CONTINUE
                   WHEN "H"
                       IF TD-DISCAPACIDAD(WS-IDX-DPT) NOT = "S"
                           PERFORM REVISAR-EDAD-HIJO
                       END-IF
                   WHEN OTHER
                       IF TD-DISCAPACIDAD(WS-IDX-DPT) NOT = "S"
                           MOVE "N" TO WS-ELEGIBLE
                       END-IF
               END-EVALUATE
           END-IF.

      *    NACIDO DESPUES DEL DESDE: TODAVIA NO TIENE EDAD QUE MEDIR.
       REVISAR-EDAD-HIJO.
           IF TD-FECHA-NAC(WS-IDX-DPT) <= LNK-FECHA-DESDE
               MOVE "E" TO WS-FEC-FUNCION
               MOVE LNK-FECHA-DESDE TO WS-FEC-FECHA1
               MOVE TD-FECHA-NAC(WS-IDX-DPT) TO WS-FEC-FECHA2
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-FEC-FECHA1 WS-FEC-FECHA2 WS-FEC-RESULTADO
                   WS-FEC-RC
               IF WS-FEC-RC NOT = "00"
                   MOVE "N" TO WS-ELEGIBLE
               ELSE
                   IF WS-FEC-RESULTADO >= WS-EDAD-HIJOS
                       MOVE "N" TO WS-ELEGIBLE
                   END-IF
               END-IF
           END-IF.

       CARGAR-DEPENDIENTES.
           MOVE 0 TO WS-CANT-DEPENDIENTES
           MOVE 18 TO WS-EDAD-HIJOS
           OPEN INPUT ARCH-DEP-PARAM
           IF FS-DPP = "00"
               READ ARCH-DEP-PARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DPP-EDAD-HIJOS IS NUMERIC
                               AND DPP-EDAD-HIJOS > 0
                           MOVE DPP-EDAD-HIJOS TO WS-EDAD-HIJOS
                       END-IF
               END-READ
               CLOSE ARCH-DEP-PARAM
           END-IF

           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-DEPENDIENTES
           IF FS-DPT = "00"
               PERFORM LEER-DEPENDIENTE
               PERFORM UNTIL WS-FIN = "S"
                   IF WS-CANT-DEPENDIENTES < 2000
                       ADD 1 TO WS-CANT-DEPENDIENTES
                       MOVE REG-DEPENDIENTE
                           TO WS-DPT-ENT(WS-CANT-DEPENDIENTES)
                   ELSE
                       DISPLAY "TABLA DE DEPENDIENTES LLENA, SE "
                           "IGNORA " DPT-NOMBRE
                   END-IF
                   PERFORM LEER-DEPENDIENTE
               END-PERFORM
               CLOSE ARCH-DEPENDIENTES
           END-IF
           MOVE "S" TO WS-CARGADO.

       LEER-DEPENDIENTE.
           READ ARCH-DEPENDIENTES
               AT END MOVE "S" TO WS-FIN
           END-READ.

       END PROGRAM DEPENDIENTES-RUTINA.
