      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Rutina comun CALLable de la regla de firma de las
      *          cuentas con varios titulares. TITULARES.IDX (clave
      *          cuenta + cliente, mantenido desde CICS-TITULARES)
      *          vincula cada cuenta con sus clientes: titular
      *          principal (P), cotitular (C) o firmante autorizado
      *          (F), cada uno con su regla: I indistinta (firma
      *          solo) o C conjunta (firman todos los de regla C
      *          juntos). Recibe la cuenta y los clientes que se
      *          presentan a firmar y devuelve si la operacion
      *          queda autorizada: basta un firmante presente de
      *          regla I, o todos los activos de regla C.
      *          RC "00" regla evaluada (resultado S/N); RC "10" la
      *          cuenta no tiene titulares registrados (cuenta de
      *          titular unico CTA-CLI-ID, opera como siempre, S);
      *          RC "20" algun cliente presentado no es titular ni
      *          firmante activo de la cuenta o esta repetido (N).
      *          En LNK-TITULARES vuelve la cantidad de titulares y
      *          firmantes activos, para que el llamador sepa si
      *          tiene que pedir firmas.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRMAS-RUTINA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULARES ASSIGN TO "TITULARES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               ALTERNATE RECORD KEY IS TIT-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-TIT.

       DATA DIVISION.
       FILE SECTION.
       FD  TITULARES
           RECORD CONTAINS 50 CHARACTERS.
       01  TITULAR-REG.
           05 TIT-CLAVE.
               10 TIT-CUENTA    PIC 9(8).
               10 TIT-CLI-ID    PIC 9(5).
           05 TIT-ROL          PIC X(1).
               88 TIT-PRINCIPAL    VALUE "P".
               88 TIT-COTITULAR    VALUE "C".
               88 TIT-FIRMANTE     VALUE "F".
           05 TIT-REGLA        PIC X(1).
               88 TIT-FIRMA-INDISTINTA VALUE "I".
               88 TIT-FIRMA-CONJUNTA   VALUE "C".
           05 TIT-ESTADO       PIC X(1).
               88 TIT-ACTIVO       VALUE "A".
               88 TIT-BAJA         VALUE "B".
           05 TIT-FECHA-ALTA   PIC 9(8).
           05 TIT-FECHA-BAJA   PIC 9(8).
           05 TIT-USUARIO      PIC X(10).
           05 FILLER           PIC X(8).

       WORKING-STORAGE SECTION.
       01  FS-TIT              PIC XX.
       01  WS-FIN              PIC X VALUE "N".
       01  WS-PRESENTE         PIC X VALUE "N".
       01  WS-IDX              PIC 9(1) VALUE 0.
       01  WS-RECONOCIDOS      PIC 9(2) VALUE 0.
       01  WS-CONJUNTOS        PIC 9(2) VALUE 0.
       01  WS-CONJUNTOS-PRES   PIC 9(2) VALUE 0.
       01  WS-INDISTINTO-PRES  PIC X VALUE "N".

       LINKAGE SECTION.
       01  LNK-CUENTA          PIC 9(8).
       01  LNK-FIRMANTES.
           05 LNK-CANT-FIRMANTES PIC 9(1).
           05 LNK-FIRMANTE     PIC 9(5) OCCURS 5 TIMES.
       01  LNK-TITULARES       PIC 9(2).
       01  LNK-RESULTADO       PIC X(1).
       01  LNK-RC              PIC X(2).

       PROCEDURE DIVISION USING LNK-CUENTA LNK-FIRMANTES
           LNK-TITULARES LNK-RESULTADO LNK-RC.

       ATENDER.
           MOVE "10" TO LNK-RC
           MOVE "S" TO LNK-RESULTADO
           MOVE 0 TO LNK-TITULARES
           MOVE 0 TO WS-RECONOCIDOS
           MOVE 0 TO WS-CONJUNTOS
           MOVE 0 TO WS-CONJUNTOS-PRES
           MOVE "N" TO WS-INDISTINTO-PRES
           MOVE "N" TO WS-FIN

           OPEN INPUT TITULARES
           IF FS-TIT NOT = "00"
               GOBACK
           END-IF

           MOVE LNK-CUENTA TO TIT-CUENTA
           MOVE 0 TO TIT-CLI-ID
           START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           IF WS-FIN = "N"
               PERFORM LEER-TITULAR
           END-IF
           PERFORM UNTIL WS-FIN = "S"
               IF TIT-ACTIVO
                   ADD 1 TO LNK-TITULARES
                   PERFORM BUSCAR-FIRMANTE
                   IF WS-PRESENTE = "S"
                       ADD 1 TO WS-RECONOCIDOS
                   END-IF
                   IF TIT-FIRMA-CONJUNTA
                       ADD 1 TO WS-CONJUNTOS
                       IF WS-PRESENTE = "S"
                           ADD 1 TO WS-CONJUNTOS-PRES
                       END-IF
                   ELSE
                       IF WS-PRESENTE = "S"
                           MOVE "S" TO WS-INDISTINTO-PRES
                       END-IF
                   END-IF
               END-IF
               PERFORM LEER-TITULAR
           END-PERFORM
           CLOSE TITULARES

           IF LNK-TITULARES = 0
               GOBACK
           END-IF

           MOVE "00" TO LNK-RC
           IF WS-RECONOCIDOS < LNK-CANT-FIRMANTES
               MOVE "20" TO LNK-RC
               MOVE "N" TO LNK-RESULTADO
               GOBACK
           END-IF
           IF WS-INDISTINTO-PRES = "S"
                   OR (WS-CONJUNTOS > 0
                       AND WS-CONJUNTOS-PRES = WS-CONJUNTOS)
               MOVE "S" TO LNK-RESULTADO
           ELSE
               MOVE "N" TO LNK-RESULTADO
           END-IF
           GOBACK.

       LEER-TITULAR.
           READ TITULARES NEXT RECORD
               AT END MOVE "S" TO WS-FIN
           END-READ
           IF WS-FIN = "N" AND TIT-CUENTA NOT = LNK-CUENTA
               MOVE "S" TO WS-FIN
           END-IF.

       BUSCAR-FIRMANTE.
           MOVE "N" TO WS-PRESENTE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > LNK-CANT-FIRMANTES
               IF LNK-FIRMANTE(WS-IDX) = TIT-CLI-ID
                   MOVE "S" TO WS-PRESENTE
               END-IF
           END-PERFORM.

       END PROGRAM FIRMAS-RUTINA.
