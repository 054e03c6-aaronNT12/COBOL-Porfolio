      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Rutina comun CALLable de la fecha valor de un
      *          movimiento (fecha desde la que corre el efecto
      *          sobre intereses, distinta de la fecha de posteo
      *          MOV-FECHA). Funcion V: valida la fecha valor contra
      *          la fecha de negocio (fecha real, no futura y no mas
      *          atras que el tope de dias de fecha_valor_param.txt,
      *          10 si no hay archivo); cero o blanco es la misma
      *          fecha de negocio. Funcion G: deja en el registro
      *          fechas_valor.txt (estado P = pendiente de ajuste)
      *          el movimiento ya grabado cuya fecha valor es
      *          anterior a la de posteo; DB-VALADJ (05-db-sim/ex60)
      *          recalcula los intereses de esos dias, postea la
      *          diferencia y lo marca A. Los estados de cuenta
      *          leen el registro para mostrar las dos fechas.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA-VALOR-RUTINA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FECHA-VALOR ASSIGN TO "fechas_valor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FVL.
           SELECT ARCH-FVL-PARAM ASSIGN TO "fecha_valor_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FVP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FECHA-VALOR.
       01  REG-FECHA-VALOR.
           05 FVL-CUENTA       PIC 9(8).
           05 FVL-FECHA        PIC 9(8).
           05 FVL-SECUENCIA    PIC 9(5).
           05 FVL-FECHA-VALOR  PIC 9(8).
           05 FVL-TIPO         PIC X(1).
           05 FVL-IMPORTE      PIC 9(7)V99.
           05 FVL-ESTADO       PIC X(1).
               88 FVL-PENDIENTE    VALUE "P".
               88 FVL-AJUSTADO     VALUE "A".
           05 FVL-USUARIO      PIC X(10).
           05 FVL-FECHA-AJUSTE PIC 9(8).

       FD  ARCH-FVL-PARAM.
       01  REG-FVL-PARAM.
           05 FVP-DIAS-MAX     PIC 9(3).

       WORKING-STORAGE SECTION.
       01  FS-FVL              PIC XX.
       01  FS-FVP              PIC XX.
       01  WS-DIAS-MAX         PIC 9(3) VALUE 10.
       01  WS-FR-FUNCION       PIC X(1).
       01  WS-FR-FECHA1        PIC 9(8).
       01  WS-FR-FECHA2        PIC 9(8).
       01  WS-FR-RESULTADO     PIC S9(9).
       01  WS-FR-RC            PIC X(2).

       LINKAGE SECTION.
       01  LNK-FUNCION         PIC X(1).
           88 FUNCION-VALIDAR      VALUE "V".
           88 FUNCION-GRABAR       VALUE "G".
       01  LNK-CUENTA          PIC 9(8).
       01  LNK-FECHA           PIC 9(8).
       01  LNK-SECUENCIA       PIC 9(5).
       01  LNK-FECHA-VALOR     PIC 9(8).
       01  LNK-TIPO            PIC X(1).
       01  LNK-IMPORTE         PIC 9(7)V99.
       01  LNK-USUARIO         PIC X(10).
       01  LNK-RC              PIC X(2).

       PROCEDURE DIVISION USING LNK-FUNCION LNK-CUENTA LNK-FECHA
           LNK-SECUENCIA LNK-FECHA-VALOR LNK-TIPO LNK-IMPORTE
           LNK-USUARIO LNK-RC.

       ATENDER.
           MOVE "00" TO LNK-RC

           EVALUATE TRUE
               WHEN FUNCION-VALIDAR
                   PERFORM VALIDAR-FECHA-VALOR
               WHEN FUNCION-GRABAR
                   PERFORM GRABAR-FECHA-VALOR
               WHEN OTHER
                   MOVE "98" TO LNK-RC
           END-EVALUATE

           GOBACK.

      *----------------------------------------------------------------*
      *    VALIDAR-FECHA-VALOR                                         *
      *    RC "00" fecha valor aceptada (cero = fecha de negocio),     *
      *    "91" fecha imposible, "92" fecha futura, "93" mas atras     *
      *    que el tope de dias permitido.                              *
      *----------------------------------------------------------------*
       VALIDAR-FECHA-VALOR.
           IF LNK-FECHA-VALOR NOT NUMERIC
               MOVE "91" TO LNK-RC
           ELSE
           IF LNK-FECHA-VALOR = 0
               MOVE LNK-FECHA TO LNK-FECHA-VALOR
           ELSE
               MOVE "V" TO WS-FR-FUNCION
               MOVE LNK-FECHA-VALOR TO WS-FR-FECHA1
               MOVE 0 TO WS-FR-FECHA2
               CALL "FECHA-RUTINA" USING WS-FR-FUNCION WS-FR-FECHA1
                   WS-FR-FECHA2 WS-FR-RESULTADO WS-FR-RC
               IF WS-FR-RC NOT = "00"
                   MOVE "91" TO LNK-RC
               ELSE
               IF LNK-FECHA-VALOR > LNK-FECHA
                   MOVE "92" TO LNK-RC
               ELSE
                   PERFORM CARGAR-TOPE-DIAS
                   MOVE "D" TO WS-FR-FUNCION
                   MOVE LNK-FECHA TO WS-FR-FECHA1
                   MOVE LNK-FECHA-VALOR TO WS-FR-FECHA2
                   CALL "FECHA-RUTINA" USING WS-FR-FUNCION
                       WS-FR-FECHA1 WS-FR-FECHA2 WS-FR-RESULTADO
                       WS-FR-RC
                   IF WS-FR-RC NOT = "00"
                       MOVE "91" TO LNK-RC
                   ELSE
                       IF WS-FR-RESULTADO > WS-DIAS-MAX
                           MOVE "93" TO LNK-RC
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       CARGAR-TOPE-DIAS.
           MOVE 10 TO WS-DIAS-MAX
           OPEN INPUT ARCH-FVL-PARAM
           IF FS-FVP = "00"
               READ ARCH-FVL-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF FVP-DIAS-MAX IS NUMERIC
                           MOVE FVP-DIAS-MAX TO WS-DIAS-MAX
                       END-IF
               END-READ
               CLOSE ARCH-FVL-PARAM
           END-IF.

      *----------------------------------------------------------------*
      *    GRABAR-FECHA-VALOR                                          *
      *    Solo lo valutado hacia atras entra al registro: un          *
      *    movimiento con fecha valor igual a la de posteo no          *
      *    deja nada que ajustar.                                      *
      *----------------------------------------------------------------*
       GRABAR-FECHA-VALOR.
           IF LNK-FECHA-VALOR NOT NUMERIC
                   OR LNK-FECHA-VALOR = 0
                   OR LNK-FECHA-VALOR NOT < LNK-FECHA
               GOBACK
           END-IF
           OPEN EXTEND ARCH-FECHA-VALOR
           IF FS-FVL = "35"
               OPEN OUTPUT ARCH-FECHA-VALOR
           END-IF
           IF FS-FVL NOT = "00"
               MOVE FS-FVL TO LNK-RC
               GOBACK
           END-IF
           MOVE SPACES TO REG-FECHA-VALOR
           MOVE LNK-CUENTA TO FVL-CUENTA
           MOVE LNK-FECHA TO FVL-FECHA
           MOVE LNK-SECUENCIA TO FVL-SECUENCIA
           MOVE LNK-FECHA-VALOR TO FVL-FECHA-VALOR
           MOVE LNK-TIPO TO FVL-TIPO
           MOVE LNK-IMPORTE TO FVL-IMPORTE
           MOVE "P" TO FVL-ESTADO
           MOVE LNK-USUARIO TO FVL-USUARIO
           MOVE 0 TO FVL-FECHA-AJUSTE
           WRITE REG-FECHA-VALOR
           MOVE FS-FVL TO LNK-RC
           CLOSE ARCH-FECHA-VALOR.

       END PROGRAM FECHA-VALOR-RUTINA.
