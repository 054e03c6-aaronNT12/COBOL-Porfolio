      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Modulo CALLable con las reglas del documento de
      *          identidad del cliente (IDENTIDAD.IDX), comunes al
      *          alta de DB-INSERT (manual y por lote) y de
      *          EX04-CICS-MENU: tipo de documento conocido (DN
      *          documento nacional, PA pasaporte, CE carnet de
      *          extranjeria, RT registro tributario de empresa),
      *          numero y pais emisor informados y vencimiento como
      *          fecha real (FECHA-RUTINA V) no anterior a la fecha
      *          de referencia: no se abre un cliente con el
      *          documento ya vencido. La unicidad de tipo + numero
      *          la controla cada llamador contra la clave alterna
      *          de IDENTIDAD.IDX, que tiene abierto.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-DOCUMENTO.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FEC-FUNCION      PIC X(1) VALUE "V".
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".

       LINKAGE SECTION.
       01  LNK-DOC-TIPO        PIC X(2).
           88 LNK-TIPO-VALIDO      VALUE "DN" "PA" "CE" "RT".
       01  LNK-DOC-NUMERO      PIC X(15).
       01  LNK-DOC-PAIS        PIC X(3).
       01  LNK-DOC-VENCE       PIC 9(8).
       01  LNK-FECHA           PIC 9(8).
       01  LNK-MOTIVO          PIC 9(1).
           88 LNK-VALIDO           VALUE 0.
           88 LNK-TIPO-INVALIDO    VALUE 1.
           88 LNK-NUMERO-VACIO     VALUE 2.
           88 LNK-PAIS-VACIO       VALUE 3.
           88 LNK-VENCE-INVALIDO   VALUE 4.
           88 LNK-DOC-VENCIDO      VALUE 5.
       01  LNK-MENSAJE         PIC X(30).

       PROCEDURE DIVISION USING LNK-DOC-TIPO LNK-DOC-NUMERO
           LNK-DOC-PAIS LNK-DOC-VENCE LNK-FECHA LNK-MOTIVO
           LNK-MENSAJE.

       VALIDAR.
           MOVE 0 TO LNK-MOTIVO
           MOVE SPACES TO LNK-MENSAJE

           IF NOT LNK-TIPO-VALIDO
               MOVE 1 TO LNK-MOTIVO
               MOVE "TIPO DE DOCUMENTO INVALIDO" TO LNK-MENSAJE
               GOBACK
           END-IF
           IF LNK-DOC-NUMERO = SPACES
               MOVE 2 TO LNK-MOTIVO
               MOVE "NUMERO DE DOCUMENTO VACIO" TO LNK-MENSAJE
               GOBACK
           END-IF
           IF LNK-DOC-PAIS = SPACES
               MOVE 3 TO LNK-MOTIVO
               MOVE "PAIS EMISOR VACIO" TO LNK-MENSAJE
               GOBACK
           END-IF

           MOVE "V" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION LNK-DOC-VENCE
               WS-FEC-FECHA2 WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00"
               MOVE 4 TO LNK-MOTIVO
               MOVE "VENCIMIENTO IMPOSIBLE" TO LNK-MENSAJE
               GOBACK
           END-IF
           IF LNK-DOC-VENCE < LNK-FECHA
               MOVE 5 TO LNK-MOTIVO
               MOVE "DOCUMENTO VENCIDO" TO LNK-MENSAJE
           END-IF

           GOBACK.

       END PROGRAM VALIDA-DOCUMENTO.
