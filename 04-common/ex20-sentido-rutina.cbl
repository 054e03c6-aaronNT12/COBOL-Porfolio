      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Sentido de un tipo de movimiento del libro
      *          MOVIMIENTOS.IDX, CALLable desde todo lote que
      *          rejuega el libro para reconstruir saldo o
      *          sobregiro (DB-ODINTEREST, DB-VALADJ, DB-FIN-DIA):
      *          devuelve "C" si el tipo acredita la cuenta y "D" si
      *          la debita. Es la unica lista de tipos acreedores:
      *          un tipo nuevo se agrega aqui y no en cada programa.
      *            Creditos: D deposito, I interes, S sueldo,
      *                      J ajuste de valor a favor, L desembolso
      *                      de prestamo, V devolucion de
      *                      transferencia, A abono de partida en
      *                      suspenso o transferencia recibida, H
      *                      reclamo de fondos no reclamados, U
      *                      correccion de un debito, Y pata credito
      *                      de divisas.
      *            Debitos:  todo otro tipo (R, W, F, G, K, P, B, Q,
      *                      C, E, M, N, X, Z, ...).
      *          RC "00" siempre; "98" si el tipo viene en blanco
      *          (se informa debito).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENTIDO-RUTINA.

       DATA DIVISION.
       LINKAGE SECTION.
       01  LNK-TIPO            PIC X(1).
       01  LNK-SENTIDO         PIC X(1).
           88 SENTIDO-CREDITO      VALUE "C".
           88 SENTIDO-DEBITO       VALUE "D".
       01  LNK-RC              PIC X(2).

       PROCEDURE DIVISION USING LNK-TIPO LNK-SENTIDO LNK-RC.

       ATENDER.
           MOVE "00" TO LNK-RC
           EVALUATE LNK-TIPO
               WHEN "D" WHEN "I" WHEN "S" WHEN "J" WHEN "L" WHEN "V"
               WHEN "A" WHEN "H" WHEN "U" WHEN "Y"
                   SET SENTIDO-CREDITO TO TRUE
               WHEN SPACE
                   SET SENTIDO-DEBITO TO TRUE
                   MOVE "98" TO LNK-RC
               WHEN OTHER
                   SET SENTIDO-DEBITO TO TRUE
           END-EVALUATE
           GOBACK.

       END PROGRAM SENTIDO-RUTINA.
