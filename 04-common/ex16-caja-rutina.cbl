      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Rutina comun CALLable de la caja del cajero: el
      *          efectivo que maneja cada cajero en su sesion del dia
      *          queda en CAJAS.IDX (clave usuario + fecha de
      *          negocio), con el fondo de apertura, los depositos y
      *          retiros en efectivo, las entradas y salidas contra la
      *          boveda de la sucursal u otra caja, y al cierre el
      *          efectivo contado con su sobrante o faltante. La caja
      *          se abre, se cierra y se traspasa desde CICS-CAJAS;
      *          esta rutina la usan EX02-CICS-GET (depositos y
      *          retiros) y los ingresos al sistema. Cada
      *          movimiento de efectivo queda en movimientos_caja.txt.
      *          Funciones:
      *            V verificar: el cajero puede operar hoy?
      *              RC "00" caja abierta del dia (devuelve la
      *              sucursal y en el importe el efectivo esperado);
      *              "10" sin caja del dia; "11" caja del dia ya
      *              cerrada; "20" cajero bloqueado: una caja de un
      *              dia anterior cerro con diferencia que el
      *              supervisor todavia no aprobo; "40" quedo abierta
      *              la caja de un dia anterior.
      *            D deposito en efectivo: suma el importe a la caja
      *              abierta del dia (RC "10" si no hay).
      *            R retiro en efectivo: resta el importe; RC "30" si
      *              la caja no tiene ese efectivo (no se toca).
      *          RC "90" error de archivo.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJA-RUTINA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJAS ASSIGN TO "CAJAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAJ-CLAVE
               FILE STATUS IS FS-CAJ.
           SELECT ARCH-MOV-CAJA ASSIGN TO "movimientos_caja.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CJM.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    CAJA DEL CAJERO POR DIA DE NEGOCIO. ESTADO A ABIERTA, C     *
      *    CERRADA CUADRADA, D CERRADA CON DIFERENCIA PENDIENTE DE     *
      *    APROBACION, P DIFERENCIA APROBADA POR EL SUPERVISOR.        *
      *----------------------------------------------------------------*
       FD  CAJAS
           RECORD CONTAINS 160 CHARACTERS.
       01  CAJA-REG.
           05 CAJ-CLAVE.
               10 CAJ-USUARIO      PIC X(10).
               10 CAJ-FECHA        PIC 9(8).
           05 CAJ-SUCURSAL     PIC X(3).
           05 CAJ-ESTADO       PIC X(1).
               88 CAJ-ABIERTA      VALUE "A".
               88 CAJ-CUADRADA     VALUE "C".
               88 CAJ-DIFERENCIA   VALUE "D".
               88 CAJ-APROBADA     VALUE "P".
           05 CAJ-APERTURA     PIC 9(9)V99.
           05 CAJ-DEPOSITOS    PIC 9(9)V99.
           05 CAJ-RETIROS      PIC 9(9)V99.
           05 CAJ-ENTRADAS     PIC 9(9)V99.
           05 CAJ-SALIDAS      PIC 9(9)V99.
           05 CAJ-CONTADO      PIC 9(9)V99.
           05 CAJ-SOBRANTE     PIC 9(9)V99.
           05 CAJ-FALTANTE     PIC 9(9)V99.
           05 CAJ-CANT-OPER    PIC 9(5).
           05 CAJ-HORA-APER    PIC 9(8).
           05 CAJ-HORA-CIERRE  PIC 9(8).
           05 CAJ-SUPERVISOR   PIC X(10).
           05 CAJ-FECHA-APROB  PIC 9(8).
           05 FILLER           PIC X(11).

       FD  ARCH-MOV-CAJA.
       01  REG-MOV-CAJA.
           05 CJM-FECHA        PIC 9(8).
           05 CJM-HORA         PIC 9(8).
           05 CJM-USUARIO      PIC X(10).
           05 CJM-SUCURSAL     PIC X(3).
           05 CJM-TIPO         PIC X(1).
           05 CJM-IMPORTE      PIC 9(9)V99.
           05 CJM-CUENTA       PIC 9(8).
           05 CJM-CONTRAPARTE  PIC X(10).
           05 CJM-EFECTIVO     PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  FS-CAJ              PIC XX.
       01  FS-CJM              PIC XX.
       01  WS-FIN-CAJ          PIC X VALUE "N".
       01  WS-ESPERADO         PIC 9(9)V99 VALUE 0.
       01  WS-HALLADA          PIC X VALUE "N".

       LINKAGE SECTION.
       01  LNK-FUNCION         PIC X(1).
       01  LNK-USUARIO         PIC X(10).
       01  LNK-FECHA           PIC 9(8).
       01  LNK-CUENTA          PIC 9(8).
       01  LNK-IMPORTE         PIC 9(9)V99.
       01  LNK-SUCURSAL        PIC X(3).
       01  LNK-RC              PIC X(2).

       PROCEDURE DIVISION USING LNK-FUNCION LNK-USUARIO LNK-FECHA
           LNK-CUENTA LNK-IMPORTE LNK-SUCURSAL LNK-RC.

       ATENDER.
           MOVE "00" TO LNK-RC
           OPEN I-O CAJAS
           IF FS-CAJ = "35"
               OPEN OUTPUT CAJAS
               CLOSE CAJAS
               OPEN I-O CAJAS
           END-IF
           IF FS-CAJ NOT = "00"
               MOVE "90" TO LNK-RC
               GOBACK
           END-IF

           EVALUATE LNK-FUNCION
               WHEN "V"
                   PERFORM VERIFICAR-CAJERO
               WHEN "D"
                   PERFORM REGISTRAR-DEPOSITO THRU
                       REGISTRAR-DEPOSITO-FIN
               WHEN "R"
                   PERFORM REGISTRAR-RETIRO THRU
                       REGISTRAR-RETIRO-FIN
               WHEN OTHER
                   MOVE "90" TO LNK-RC
           END-EVALUATE

           CLOSE CAJAS
           GOBACK.

      *----------------------------------------------------------------*
      *    VERIFICAR-CAJERO                                            *
      *    Recorre las cajas del usuario: una diferencia sin aprobar   *
      *    de un dia anterior bloquea; una caja anterior sin cerrar    *
      *    tambien se informa; si no, el estado de la caja del dia.    *
      *----------------------------------------------------------------*
       VERIFICAR-CAJERO.
           MOVE "10" TO LNK-RC
           MOVE "N" TO WS-FIN-CAJ
           MOVE LNK-USUARIO TO CAJ-USUARIO
           MOVE 0 TO CAJ-FECHA
           START CAJAS KEY IS NOT LESS THAN CAJ-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-CAJ
           END-START
           PERFORM UNTIL WS-FIN-CAJ = "S"
               READ CAJAS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-CAJ
               END-READ
               IF WS-FIN-CAJ = "N"
                   IF CAJ-USUARIO NOT = LNK-USUARIO
                       MOVE "S" TO WS-FIN-CAJ
                   ELSE
                       PERFORM CLASIFICAR-CAJA
                   END-IF
               END-IF
           END-PERFORM.

       CLASIFICAR-CAJA.
           IF CAJ-FECHA < LNK-FECHA
               IF CAJ-DIFERENCIA
                   MOVE "20" TO LNK-RC
               END-IF
               IF CAJ-ABIERTA AND LNK-RC NOT = "20"
                   MOVE "40" TO LNK-RC
               END-IF
           END-IF
           IF CAJ-FECHA = LNK-FECHA
                   AND LNK-RC NOT = "20" AND LNK-RC NOT = "40"
               IF CAJ-ABIERTA
                   MOVE "00" TO LNK-RC
                   MOVE CAJ-SUCURSAL TO LNK-SUCURSAL
                   COMPUTE LNK-IMPORTE = CAJ-APERTURA + CAJ-DEPOSITOS
                       - CAJ-RETIROS + CAJ-ENTRADAS - CAJ-SALIDAS
               ELSE
                   MOVE "11" TO LNK-RC
               END-IF
           END-IF.

       LEER-CAJA-DEL-DIA.
           MOVE "N" TO WS-HALLADA
           MOVE LNK-USUARIO TO CAJ-USUARIO
           MOVE LNK-FECHA TO CAJ-FECHA
           READ CAJAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CAJ-ABIERTA
                       MOVE "S" TO WS-HALLADA
                   END-IF
           END-READ.

       REGISTRAR-DEPOSITO.
           PERFORM LEER-CAJA-DEL-DIA
           IF WS-HALLADA = "N"
               MOVE "10" TO LNK-RC
               GO TO REGISTRAR-DEPOSITO-FIN
           END-IF
           ADD LNK-IMPORTE TO CAJ-DEPOSITOS
           ADD 1 TO CAJ-CANT-OPER
           PERFORM REGRABAR-CAJA.
       REGISTRAR-DEPOSITO-FIN.
           EXIT.

       REGISTRAR-RETIRO.
           PERFORM LEER-CAJA-DEL-DIA
           IF WS-HALLADA = "N"
               MOVE "10" TO LNK-RC
               GO TO REGISTRAR-RETIRO-FIN
           END-IF
           COMPUTE WS-ESPERADO = CAJ-APERTURA + CAJ-DEPOSITOS
               - CAJ-RETIROS + CAJ-ENTRADAS - CAJ-SALIDAS
           IF LNK-IMPORTE > WS-ESPERADO
               MOVE "30" TO LNK-RC
               GO TO REGISTRAR-RETIRO-FIN
           END-IF
           ADD LNK-IMPORTE TO CAJ-RETIROS
           ADD 1 TO CAJ-CANT-OPER
           PERFORM REGRABAR-CAJA.
       REGISTRAR-RETIRO-FIN.
           EXIT.

       REGRABAR-CAJA.
           REWRITE CAJA-REG
           IF FS-CAJ NOT = "00"
               MOVE "90" TO LNK-RC
           ELSE
               MOVE CAJ-SUCURSAL TO LNK-SUCURSAL
               PERFORM GRABAR-MOV-CAJA
           END-IF.

      *    CONSTANCIA DEL MOVIMIENTO CON EL EFECTIVO QUE QUEDA EN LA
      *    CAJA (MISMO REGISTRO QUE ESCRIBE CICS-CAJAS).
       GRABAR-MOV-CAJA.
           OPEN EXTEND ARCH-MOV-CAJA
           IF FS-CJM = "35"
               OPEN OUTPUT ARCH-MOV-CAJA
           END-IF
           MOVE CAJ-FECHA TO CJM-FECHA
           ACCEPT CJM-HORA FROM TIME
           MOVE CAJ-USUARIO TO CJM-USUARIO
           MOVE CAJ-SUCURSAL TO CJM-SUCURSAL
           MOVE LNK-FUNCION TO CJM-TIPO
           MOVE LNK-IMPORTE TO CJM-IMPORTE
           MOVE LNK-CUENTA TO CJM-CUENTA
           MOVE SPACES TO CJM-CONTRAPARTE
           COMPUTE CJM-EFECTIVO = CAJ-APERTURA + CAJ-DEPOSITOS
               - CAJ-RETIROS + CAJ-ENTRADAS - CAJ-SALIDAS
           WRITE REG-MOV-CAJA
           CLOSE ARCH-MOV-CAJA.

       END PROGRAM CAJA-RUTINA.
