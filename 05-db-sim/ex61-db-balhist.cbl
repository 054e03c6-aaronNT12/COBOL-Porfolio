      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Historia diaria de saldos: corre en la cadena de
      *          cierre de dia, despues de los posteos y ajustes, y
      *          deja en SALDOS-HIST.IDX (clave cuenta + fecha de
      *          negocio) una foto de cada cuenta de CUENTAS.IDX:
      *          saldo, sobregiro, estado, moneda y fondos retenidos
      *          vigentes (RETENCIONES-RUTINA). Con la foto el saldo
      *          de una cuenta a una fecha pasada sale sin rehacerlo
      *          a mano del libro, aunque DB-MOVARCHIVE ya haya
      *          cortado esos movimientos; DB-CONFIRM emite con ella
      *          las cartas de confirmacion de saldos. Entran todas
      *          las cuentas, tambien las dadas de baja (el estado es
      *          parte de lo que se confirma). Una segunda corrida en
      *          la misma fecha de negocio reemplaza la foto del dia.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-BALHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT ARCH-HISTORIA ASSIGN TO "SALDOS-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHI-CLAVE
               FILE STATUS IS FS-SHI.
           SELECT ARCH-RUNCTL ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCT.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
           05 CTA-NUMERO       PIC 9(8).
           05 CTA-CLI-ID       PIC 9(5).
           05 CTA-TIPO         PIC X(1).
               88 CTA-CORRIENTE   VALUE "C".
               88 CTA-AHORRO      VALUE "A".
           05 CTA-SALDO        PIC 9(9)V99.
           05 CTA-ESTADO       PIC X(1).
               88 CTA-ACTIVA      VALUE "A" " ".
               88 CTA-INACTIVA    VALUE "I".
               88 CTA-DORMIDA     VALUE "D".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
               88 CTA-LAYOUT-V2    VALUE "2".
           05 CTA-MONEDA       PIC X(3).
               88 CTA-MONEDA-LOCAL VALUE "LOC" "   ".
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

      *----------------------------------------------------------------*
      *    FOTO DE CIERRE DE UNA CUENTA EN UNA FECHA DE NEGOCIO.       *
      *----------------------------------------------------------------*
       FD  ARCH-HISTORIA
           RECORD CONTAINS 60 CHARACTERS.
       01  HISTORIA-REG.
           05 SHI-CLAVE.
               10 SHI-CUENTA    PIC 9(8).
               10 SHI-FECHA     PIC 9(8).
           05 SHI-CLI-ID       PIC 9(5).
           05 SHI-TIPO         PIC X(1).
           05 SHI-SALDO        PIC 9(9)V99.
           05 SHI-SOBREGIRO    PIC 9(4)V99.
           05 SHI-ESTADO       PIC X(1).
           05 SHI-RETENIDO     PIC 9(9)V99.
           05 SHI-MONEDA       PIC X(3).
           05 SHI-VERSION      PIC X(1).
               88 SHI-LAYOUT-V1    VALUE "1".
           05 FILLER           PIC X(5).

       FD  ARCH-RUNCTL.
       01  REG-RUNCTL.
           05 RCT-JOB          PIC X(12).
           05 RCT-FECHA        PIC 9(8).
           05 RCT-ESTADO       PIC X(10).
           05 RCT-FECHA-CORRIDA PIC 9(8).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-CTA              PIC XX.
       01  FS-SHI              PIC XX.
       01  FS-RCT              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO  PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).
       01  WS-LAY-ARCHIVO      PIC X(20).
       01  WS-LAY-VERSION      PIC X(2).
       01  WS-LAY-LONGITUD     PIC 9(4).
       01  WS-LAY-RESULTADO    PIC X(1).
       01  WS-LAY-INFO         PIC X(40).
       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-USUARIO     PIC X(10).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).

       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-FIN              PIC X VALUE "N".
       01  WS-RETENIDO         PIC 9(9)V99 VALUE 0.
       01  WS-RET-RC           PIC X(2).

       01  WS-CONT-NUEVAS      PIC 9(5) VALUE 0.
       01  WS-CONT-REEMPLAZADAS PIC 9(5) VALUE 0.
       01  WS-CONT-ERRORES     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "      HISTORIA DIARIA DE SALDOS                 "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO

      *    EL SALDO DE CIERRE NO SE MUEVE MIENTRAS SE FOTOGRAFIA.
           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "HISTSALDOS" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ARCH-HISTORIA
           IF FS-SHI = "35"
               OPEN OUTPUT ARCH-HISTORIA
               CLOSE ARCH-HISTORIA
               OPEN I-O ARCH-HISTORIA
           END-IF
           IF FS-SHI NOT = "00"
               DISPLAY "ERROR AL ABRIR SALDOS-HIST.IDX. FS=" FS-SHI
               MOVE "SALDOS-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-SHI TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CUENTAS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS

           MOVE 0 TO CTA-NUMERO
           START CUENTAS KEY IS NOT LESS THAN CTA-NUMERO
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = "S"
               READ CUENTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       PERFORM GRABAR-FOTO
               END-READ
           END-PERFORM

           CLOSE CUENTAS
           CLOSE ARCH-HISTORIA
           PERFORM GRABAR-RUN-CONTROL
           PERFORM LIBERAR-CANDADO

           DISPLAY "-----------------------------------------------"
           DISPLAY "CUENTAS FOTOGRAFIADAS:   " WS-CONT-NUEVAS
           DISPLAY "FOTOS DEL DIA REEMPLAZ.: " WS-CONT-REEMPLAZADAS
           DISPLAY "ERRORES DE GRABACION:    " WS-CONT-ERRORES
           IF WS-CONT-ERRORES > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *-----------------------------------------------------------------
      * LIBERA EL CANDADO DE CORRIDA DEL MAESTRO (RUN-LOCK).
      *-----------------------------------------------------------------
       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

      *----------------------------------------------------------------*
      *    GRABAR-FOTO                                                 *
      *    Foto de la cuenta a la fecha de negocio; si ya existe una   *
      *    del mismo dia (corrida repetida) se reescribe.              *
      *----------------------------------------------------------------*
       GRABAR-FOTO.
           CALL "RETENCIONES-RUTINA" USING CTA-NUMERO
               WS-FECHA-NEGOCIO WS-RETENIDO WS-RET-RC

           MOVE SPACES TO HISTORIA-REG
           MOVE CTA-NUMERO TO SHI-CUENTA
           MOVE WS-FECHA-NEGOCIO TO SHI-FECHA
           MOVE CTA-CLI-ID TO SHI-CLI-ID
           MOVE CTA-TIPO TO SHI-TIPO
           MOVE CTA-SALDO TO SHI-SALDO
           MOVE CTA-SOBREGIRO TO SHI-SOBREGIRO
           MOVE CTA-ESTADO TO SHI-ESTADO
           MOVE WS-RETENIDO TO SHI-RETENIDO
           IF CTA-MONEDA-LOCAL
               MOVE "LOC" TO SHI-MONEDA
           ELSE
               MOVE CTA-MONEDA TO SHI-MONEDA
           END-IF
           MOVE "1" TO SHI-VERSION

           WRITE HISTORIA-REG
           IF FS-SHI = "22"
               REWRITE HISTORIA-REG
               IF FS-SHI = "00"
                   ADD 1 TO WS-CONT-REEMPLAZADAS
               END-IF
           ELSE
               IF FS-SHI = "00"
                   ADD 1 TO WS-CONT-NUEVAS
               END-IF
           END-IF
           IF FS-SHI NOT = "00"
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY "ERROR AL GRABAR LA FOTO DE " CTA-NUMERO
                   ". FS=" FS-SHI
               MOVE "SALDOS-HIST.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-SHI TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: LA FOTO DE LA FECHA DE NEGOCIO QUEDA
      * REGISTRADA EN runctl.txt.
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "HIST-SALDOS" TO RCT-JOB
           MOVE WS-FECHA-NEGOCIO TO RCT-FECHA
           MOVE "GRABADO" TO RCT-ESTADO
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CUENTAS V02/50 Y
      * SALDOS-HIST V01/60.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF
           MOVE "SALDOS-HIST.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 60 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF.

       DETENER-POR-LAYOUT.
           CLOSE CUENTAS
           CLOSE ARCH-HISTORIA
           PERFORM LIBERAR-CANDADO
           MOVE 1 TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
      * REGISTRA EN errores.log CUALQUIER FS DISTINTO DE "00"
      *-----------------------------------------------------------------
       REGISTRAR-ERROR.
           ACCEPT WS-ERR-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-ERR-HORA FROM TIME

           OPEN EXTEND ARCH-ERRORES
           IF FS-ERR NOT = "00"
               OPEN OUTPUT ARCH-ERRORES
           END-IF

           CALL "FS-EXPLICA" USING WS-ERR-FS WS-ERR-SIGNIFICADO

           MOVE SPACES TO WS-LINEA-ERROR
           STRING
               WS-ERR-FECHA DELIMITED BY SIZE
               " " WS-ERR-HORA DELIMITED BY SIZE
               " PROGRAMA=DB-BALHIST" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-BALHIST.
