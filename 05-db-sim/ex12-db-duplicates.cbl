      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Con el documento de identidad en IDENTIDAD.IDX
      *                (unico por tipo + numero desde el alta), un par
      *                con nombre y apellido iguales pero documentos
      *                distintos se informa como homonimo y no como
      *                coincidencia exacta; sin documento en alguno de
      *                los dos sigue la comparacion por nombre.
      * 02-09-2026 AAR Corte al layout version 3 via DB-MIGRATE-V3:
      *                fecha de nacimiento (CLI-FECHA-NAC) en el
      *                registro, que pasa de 177 a 185 caracteres;
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT IDENTIDAD ASSIGN TO "IDENTIDAD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDN-CLI-ID
               ALTERNATE RECORD KEY IS IDN-DOCUMENTO
               FILE STATUS IS FS-IDN.
           SELECT ARCH-REPORTE ASSIGN TO "duplicados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           05 CLI-FECHA-NAC    PIC 9(8).
           05 FILLER           PIC X(3).

       FD  IDENTIDAD
           RECORD CONTAINS 100 CHARACTERS.
       01  IDENTIDAD-REG.
           05 IDN-CLI-ID       PIC 9(5).
           05 IDN-DOCUMENTO.
               10 IDN-DOC-TIPO     PIC X(2).
               10 IDN-DOC-NUMERO   PIC X(15).
           05 FILLER           PIC X(78).

       FD  ARCH-REPORTE.
       01  REG-REP             PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-REP              PIC XX.
       01  FS-IDN              PIC XX.
       01  WS-HAY-IDENTIDAD    PIC X VALUE "N".
       01  FS-ERR              PIC XX.
       01  WS-FIN              PIC X VALUE "N".

               10 WS-TAB-ID       PIC 9(5).
               10 WS-TAB-NOMBRE   PIC X(30).
               10 WS-TAB-APELLIDO PIC X(30).
               10 WS-TAB-DOCUMENTO PIC X(17).
       01  WS-CANT-CLIENTES    PIC 9(4) VALUE 0.

       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-CONT-EXACTOS     PIC 9(5) VALUE 0.
       01  WS-CONT-POSIBLES    PIC 9(5) VALUE 0.
       01  WS-CONT-HOMONIMOS   PIC 9(5) VALUE 0.
       01  WS-LINEA            PIC X(100).

       01  WS-ERR-FECHA        PIC 9(8).
               STOP RUN
           END-IF

           OPEN INPUT IDENTIDAD
           IF FS-IDN = "00"
               MOVE "S" TO WS-HAY-IDENTIDAD
           END-IF
           PERFORM CARGAR-TABLA
           CLOSE CLIENTES
           IF WS-HAY-IDENTIDAD = "S"
               CLOSE IDENTIDAD
           END-IF

           OPEN OUTPUT ARCH-REPORTE
           IF FS-REP NOT = "00"

           DISPLAY "COINCIDENCIAS EXACTAS : " WS-CONT-EXACTOS
           DISPLAY "POSIBLES COINCIDENCIAS: " WS-CONT-POSIBLES
           DISPLAY "HOMONIMOS (OTRO DOC.) : " WS-CONT-HOMONIMOS
           DISPLAY "REPORTE: duplicados.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.
                   MOVE CLI-NOMBRE   TO WS-TAB-NOMBRE(WS-CANT-CLIENTES)
                   MOVE CLI-APELLIDO
                       TO WS-TAB-APELLIDO(WS-CANT-CLIENTES)
                   PERFORM CARGAR-DOCUMENTO
               END-IF
               PERFORM LEER-CLIENTE
           END-PERFORM
       .

      *    DOCUMENTO (TIPO + NUMERO) DEL CLIENTE RECIEN CARGADO; EN
      *    BLANCO SI NO HAY IDENTIDAD.IDX O EL CLIENTE NO LO TIENE.
       CARGAR-DOCUMENTO.
           MOVE SPACES TO WS-TAB-DOCUMENTO(WS-CANT-CLIENTES)
           IF WS-HAY-IDENTIDAD = "S"
               MOVE CLI-ID TO IDN-CLI-ID
               READ IDENTIDAD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IDN-DOCUMENTO
                           TO WS-TAB-DOCUMENTO(WS-CANT-CLIENTES)
               END-READ
           END-IF
       .

       LEER-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO WS-FIN
      *    COMPARAR-CLIENTES                                           *
      *    Compara cada registro contra todos los que le siguen en la  *
      *    tabla. Nombre y apellido iguales: coincidencia exacta.      *
      *    Solo apellido igual: posible coincidencia. Nombre y         *
      *    apellido iguales con documentos distintos: homonimo.        *
      *----------------------------------------------------------------*
       COMPARAR-CLIENTES.
           PERFORM VARYING WS-I FROM 1 BY 1
       .

       COMPARAR-PAR.
           IF WS-TAB-NOMBRE(WS-I) = WS-TAB-NOMBRE(WS-J)
                   AND WS-TAB-APELLIDO(WS-I) = WS-TAB-APELLIDO(WS-J)
                   AND WS-TAB-DOCUMENTO(WS-I) NOT = SPACES
                   AND WS-TAB-DOCUMENTO(WS-J) NOT = SPACES
                   AND WS-TAB-DOCUMENTO(WS-I)
                       NOT = WS-TAB-DOCUMENTO(WS-J)
               MOVE SPACES TO WS-LINEA
               STRING
                   "HOMONIMO (DOCUMENTOS DISTINTOS): ID "
                   WS-TAB-ID(WS-I) " Y ID " WS-TAB-ID(WS-J)
                   " - " WS-TAB-NOMBRE(WS-I) " " WS-TAB-APELLIDO(WS-I)
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REP FROM WS-LINEA
               ADD 1 TO WS-CONT-HOMONIMOS
           ELSE
           IF WS-TAB-NOMBRE(WS-I) = WS-TAB-NOMBRE(WS-J)
                   AND WS-TAB-APELLIDO(WS-I) = WS-TAB-APELLIDO(WS-J)
               MOVE SPACES TO WS-LINEA
                   ADD 1 TO WS-CONT-POSIBLES
               END-IF
           END-IF
           END-IF
       .

       ESCRIBIR-TOTALES.
               INTO WS-LINEA
           END-STRING
           WRITE REG-REP FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING
               "HOMONIMOS CON DOCUMENTOS DISTINTOS: " WS-CONT-HOMONIMOS
               INTO WS-LINEA
           END-STRING
           WRITE REG-REP FROM WS-LINEA
       .

      *-----------------------------------------------------------------
