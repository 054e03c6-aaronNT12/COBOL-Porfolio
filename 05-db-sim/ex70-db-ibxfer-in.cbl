      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Transferencias recibidas de otros bancos: el archivo
      *          diario de la camara (transf_entrantes.txt) trae
      *          cabecera H (codigo TEN, fecha, secuencia) y cola T,
      *          y pasa antes por DB-FILEGATE con el codigo TEN: este
      *          paso se niega a correr sin la marca VALIDADO y
      *          estampa POSTEADO al terminar, igual que DB-POSTING.
      *          Antes se cargaban a mano en el archivo de
      *          transacciones de DB-POSTING. Cada detalle trae la
      *          cuenta beneficiaria, el importe, el banco de origen,
      *          su referencia y el ordenante. La cuenta se valida
      *          con DIGITO-RUTINA; si existe, no esta dada de baja y
      *          es de moneda local, el importe se acredita como
      *          movimiento tipo A (transferencia recibida) con la
      *          referencia del banco de origen en MOV-REFERENCIA.
      *          Lo que no se puede acreditar NO se rechaza: queda
      *          en la cuenta puente SUSPENSO.IDX con el codigo de
      *          motivo, para que operaciones lo aplique a la cuenta
      *          correcta o lo devuelva al banco de origen desde la
      *          pantalla CICS-SUSPENSO. Reporte
      *          transf_entrantes_rep.txt (spool TRANSF-ENT).
      *          Motivos: AC01 cuenta inexistente, AC03 digito
      *          verificador invalido, AC04 cuenta dada de baja,
      *          AC09 cuenta en otra moneda, AC99 error al
      *          regrabar la cuenta.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-IBXFER-IN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT SUSPENSO ASSIGN TO "SUSPENSO.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSP-CLAVE
               FILE STATUS IS FS-SSP.
           SELECT ARCH-ENTRANTES ASSIGN TO "transf_entrantes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEN.
           SELECT ARCH-REGISTRO ASSIGN TO "archivos_consumidos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCF.
           SELECT ARCH-REPORTE ASSIGN TO "transf_entrantes_rep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
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
           05 CTA-SALDO        PIC 9(9)V99.
           05 CTA-ESTADO       PIC X(1).
               88 CTA-ACTIVA      VALUE "A" " ".
               88 CTA-INACTIVA    VALUE "I".
               88 CTA-DORMIDA     VALUE "D".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
               88 CTA-MONEDA-LOCAL VALUE "LOC" "   ".
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

       FD  ARCH-MOVIMIENTOS
           RECORD CONTAINS 68 CHARACTERS.
       01  REG-MOVIMIENTO.
           05 MOV-CLAVE.
               10 MOV-CUENTA    PIC 9(8).
               10 MOV-FECHA     PIC 9(8).
               10 MOV-SECUENCIA PIC 9(5).
           05 MOV-CLI-ID       PIC 9(5).
           05 MOV-HORA         PIC 9(8).
           05 MOV-TIPO         PIC X(1).
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 MOV-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(2).

      *----------------------------------------------------------------*
      *    CUENTA PUENTE DE TRANSFERENCIAS RECIBIDAS SIN APLICAR.      *
      *    CLAVE: FECHA DE NEGOCIO + NUMERO CORRELATIVO DEL DIA.       *
      *    SSP-CUENTA-ORIGINAL ES LA CUENTA TAL COMO VINO DEL BANCO DE *
      *    ORIGEN (PUEDE NO SER NUMERICA). ESTADOS: P PENDIENTE,       *
      *    A APLICADA A SSP-CUENTA-APLICADA, D DEVUELTA AL ORIGEN.     *
      *----------------------------------------------------------------*
       FD  SUSPENSO
           RECORD CONTAINS 120 CHARACTERS.
       01  SUSPENSO-REG.
           05 SSP-CLAVE.
               10 SSP-FECHA     PIC 9(8).
               10 SSP-NUMERO    PIC 9(6).
           05 SSP-CUENTA-ORIGINAL PIC X(8).
           05 SSP-IMPORTE      PIC 9(7)V99.
           05 SSP-BANCO        PIC X(4).
           05 SSP-REFERENCIA   PIC X(8).
           05 SSP-ORDENANTE    PIC X(13).
           05 SSP-MOTIVO       PIC X(4).
           05 SSP-SECUENCIA-ARCH PIC 9(6).
           05 SSP-ESTADO       PIC X(1).
               88 SSP-PENDIENTE    VALUE "P".
               88 SSP-APLICADA     VALUE "A".
               88 SSP-DEVUELTA     VALUE "D".
           05 SSP-CUENTA-APLICADA PIC 9(8).
           05 SSP-FECHA-ESTADO PIC 9(8).
           05 SSP-USUARIO      PIC X(10).
           05 FILLER           PIC X(27).

      *----------------------------------------------------------------*
      *    TRANSFERENCIAS RECIBIDAS: MISMA CABECERA Y COLA QUE LOS     *
      *    ARCHIVOS DE POSTEO DE SUCURSAL (VER DB-FILEGATE) Y EL       *
      *    IMPORTE DEL DETALLE EN LA MISMA POSICION QUE EL DE SUCURSAL.*
      *----------------------------------------------------------------*
       FD  ARCH-ENTRANTES.
       01  REG-ENTRANTE        PIC X(44).
       01  REG-TEN-CABECERA REDEFINES REG-ENTRANTE.
           05 TEC-TIPO-REG     PIC X(1).
           05 TEC-SUCURSAL     PIC X(3).
           05 TEC-FECHA        PIC 9(8).
           05 TEC-SECUENCIA    PIC 9(6).
           05 FILLER           PIC X(26).
       01  REG-TEN-DETALLE REDEFINES REG-ENTRANTE.
           05 TED-TIPO-REG     PIC X(1).
           05 TED-CUENTA       PIC X(8).
           05 TED-CUENTA-NUM REDEFINES TED-CUENTA PIC 9(8).
           05 FILLER           PIC X(1).
           05 TED-IMPORTE      PIC 9(7)V99.
           05 TED-BANCO        PIC X(4).
           05 TED-REFERENCIA   PIC X(8).
           05 TED-REFERENCIA-NUM REDEFINES TED-REFERENCIA PIC 9(8).
           05 TED-ORDENANTE    PIC X(13).
       01  REG-TEN-COLA REDEFINES REG-ENTRANTE.
           05 TET-TIPO-REG     PIC X(1).
           05 TET-CANTIDAD     PIC 9(6).
           05 TET-SUMA         PIC 9(11)V99.
           05 FILLER           PIC X(24).

       FD  ARCH-REGISTRO.
       01  REG-REGISTRO.
           05 RCF-SUCURSAL     PIC X(3).
           05 RCF-SECUENCIA    PIC 9(6).
           05 RCF-FECHA        PIC 9(8).
           05 RCF-ESTADO       PIC X(10).
           05 RCF-FECHA-CORRIDA PIC 9(8).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(100).

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
       01  FS-MOV              PIC XX.
       01  FS-SSP              PIC XX.
       01  FS-TEN              PIC XX.
       01  FS-RCF              PIC XX.
       01  FS-REP              PIC XX.
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
       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).
       01  WS-DV-FUNCION       PIC X(1).
       01  WS-DV-CUENTA        PIC 9(8).
       01  WS-DV-RC            PIC X(2).

       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FIN-RCF          PIC X VALUE "N".
       01  WS-FIN-SSP          PIC X VALUE "N".
       01  WS-CABECERA-OK      PIC X VALUE "N".
       01  WS-COLA-VISTA       PIC X VALUE "N".
       01  WS-GATE-VALIDADO    PIC X VALUE "N".
       01  WS-GATE-POSTEADO    PIC X VALUE "N".
       01  WS-CAB-FECHA        PIC 9(8) VALUE 0.
       01  WS-CAB-SECUENCIA    PIC 9(6) VALUE 0.
       01  WS-COLA-CANTIDAD    PIC 9(6) VALUE 0.
       01  WS-COLA-SUMA        PIC 9(11)V99 VALUE 0.

      *----------------------------------------------------------------*
      *    RESULTADO DE CADA DETALLE: MOTIVO EN BLANCO = SE ACREDITA   *
      *----------------------------------------------------------------*
       01  WS-MOTIVO           PIC X(4).
           88 WS-ACREDITABLE       VALUE SPACES.
       01  WS-RESULTADO        PIC X(30).
       01  WS-IMPORTE          PIC 9(7)V99 VALUE 0.
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  WS-ULT-SUSPENSO     PIC 9(6) VALUE 0.

       01  WS-CONT-DETALLES    PIC 9(6) VALUE 0.
       01  WS-SUMA-DETALLES    PIC 9(11)V99 VALUE 0.
       01  WS-CONT-ACREDITADOS PIC 9(6) VALUE 0.
       01  WS-SUMA-ACREDITADOS PIC 9(11)V99 VALUE 0.
       01  WS-CONT-SUSPENSO    PIC 9(6) VALUE 0.
       01  WS-SUMA-SUSPENSO    PIC 9(11)V99 VALUE 0.
       01  WS-CONT-EXCEPCIONES PIC 9(6) VALUE 0.
       01  WS-SUMA-EXCEPCIONES PIC 9(11)V99 VALUE 0.
       01  WS-CONT-CONCILIADO  PIC 9(6) VALUE 0.
       01  WS-SUMA-CONCILIADO  PIC 9(11)V99 VALUE 0.
       01  WS-CONCILIA         PIC X VALUE "S".

       01  WS-LINEA            PIC X(100).
       01  WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CANT          PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   TRANSFERENCIAS RECIBIDAS DE OTROS BANCOS"
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO

           MOVE "CUENTAS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "TRANSFENT" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "CUENTAS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SUSPENSO
           IF FS-SSP = "35"
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO
           END-IF
           IF FS-SSP NOT = "00"
               DISPLAY "ERROR AL ABRIR SUSPENSO.IDX. FS=" FS-SSP
               MOVE "SUSPENSO.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-SSP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE SUSPENSO
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ARCH-ENTRANTES
           IF FS-TEN NOT = "00"
               DISPLAY "NO SE PUDO ABRIR transf_entrantes.txt FS="
                   FS-TEN
               MOVE "transf_entrantes.txt" TO WS-ERR-ARCHIVO
               MOVE FS-TEN TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE SUSPENSO
               CLOSE CUENTAS
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ARCH-MOVIMIENTOS
           IF FS-MOV = "35"
               OPEN OUTPUT ARCH-MOVIMIENTOS
               CLOSE ARCH-MOVIMIENTOS
               OPEN I-O ARCH-MOVIMIENTOS
           END-IF
           IF FS-MOV NOT = "00"
               DISPLAY "ERROR AL ABRIR MOVIMIENTOS.IDX. FS=" FS-MOV
               MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-MOV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE SUSPENSO
               CLOSE CUENTAS
               CLOSE ARCH-ENTRANTES
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-REPORTE
           PERFORM VERIFICAR-LAYOUTS
           PERFORM BUSCAR-ULTIMO-SUSPENSO

           PERFORM LEER-ENTRANTE
           PERFORM UNTIL WS-FIN = "S"
               EVALUATE TEC-TIPO-REG
                   WHEN "H"
                       PERFORM VERIFICAR-CABECERA
                   WHEN "D"
                       IF WS-CABECERA-OK NOT = "S"
                           PERFORM ABORTAR-SIN-COMPUERTA
                       END-IF
                       ADD 1 TO WS-CONT-DETALLES
                       IF TED-IMPORTE NUMERIC
                           ADD TED-IMPORTE TO WS-SUMA-DETALLES
                       END-IF
                       PERFORM APLICAR-ENTRANTE
                   WHEN "T"
                       MOVE "S" TO WS-COLA-VISTA
                       MOVE TET-CANTIDAD TO WS-COLA-CANTIDAD
                       MOVE TET-SUMA TO WS-COLA-SUMA
                   WHEN OTHER
                       PERFORM ABORTAR-SIN-COMPUERTA
               END-EVALUATE
               PERFORM LEER-ENTRANTE
           END-PERFORM
           IF WS-CABECERA-OK NOT = "S"
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF

           CLOSE SUSPENSO
           CLOSE CUENTAS
           CLOSE ARCH-ENTRANTES
           CLOSE ARCH-MOVIMIENTOS
           PERFORM MARCAR-POSTEADO
           PERFORM LIBERAR-CANDADO
           PERFORM CONCILIAR-CON-COLA
           PERFORM CERRAR-REPORTE
           PERFORM GRABAR-RUN-CONTROL

           DISPLAY "-----------------------------------------------"
           DISPLAY "SECUENCIA " WS-CAB-SECUENCIA " FECHA "
               WS-CAB-FECHA
           DISPLAY "TRANSFERENCIAS LEIDAS:   " WS-CONT-DETALLES
               "  " WS-SUMA-DETALLES
           DISPLAY "ACREDITADAS (TIPO A):    " WS-CONT-ACREDITADOS
               "  " WS-SUMA-ACREDITADOS
           DISPLAY "A CUENTA PUENTE:         " WS-CONT-SUSPENSO
               "  " WS-SUMA-SUSPENSO
           DISPLAY "EXCEPCIONES:             " WS-CONT-EXCEPCIONES
               "  " WS-SUMA-EXCEPCIONES
           DISPLAY "COLA DEL ARCHIVO:        " WS-COLA-CANTIDAD
               "  " WS-COLA-SUMA
           IF WS-CONCILIA = "S"
               DISPLAY "CONCILIACION CONTRA LA COLA: CUADRA."
           ELSE
               DISPLAY "** CONCILIACION CONTRA LA COLA: NO CUADRA. **"
               MOVE 1 TO RETURN-CODE
           END-IF
           IF WS-CONT-EXCEPCIONES > 0
               DISPLAY "** HAY TRANSFERENCIAS SIN ACREDITAR NI PASAR "
                   "A CUENTA PUENTE: VER transf_entrantes_rep.txt. **"
               MOVE 1 TO RETURN-CODE
           END-IF
           IF WS-CONT-SUSPENSO > 0
               DISPLAY "HAY " WS-CONT-SUSPENSO " TRANSFERENCIA(S) EN "
                   "CUENTA PUENTE PARA OPERACIONES (CICS-SUSPENSO)."
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       LEER-ENTRANTE.
           READ ARCH-ENTRANTES
               AT END MOVE "S" TO WS-FIN
           END-READ.

      *-----------------------------------------------------------------
      * LIBERA EL CANDADO DE CORRIDA DEL MAESTRO (RUN-LOCK).
      *-----------------------------------------------------------------
       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

      *-----------------------------------------------------------------
      * ULTIMO NUMERO DE CUENTA PUENTE USADO EN LA FECHA DE NEGOCIO:
      * LOS NUEVOS SIGUEN LA NUMERACION DEL DIA.
      *-----------------------------------------------------------------
       BUSCAR-ULTIMO-SUSPENSO.
           MOVE 0 TO WS-ULT-SUSPENSO
           MOVE "N" TO WS-FIN-SSP
           MOVE WS-FECHA-NEGOCIO TO SSP-FECHA
           MOVE 0 TO SSP-NUMERO
           START SUSPENSO KEY IS NOT LESS THAN SSP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-SSP
           END-START
           PERFORM UNTIL WS-FIN-SSP = "S"
               READ SUSPENSO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-SSP
               END-READ
               IF WS-FIN-SSP NOT = "S"
                   IF SSP-FECHA NOT = WS-FECHA-NEGOCIO
                       MOVE "S" TO WS-FIN-SSP
                   ELSE
                       MOVE SSP-NUMERO TO WS-ULT-SUSPENSO
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * COMPUERTA DE ENTRADA: LA CABECERA H (CODIGO TEN) DEBE ESTAR
      * VALIDADA POR DB-FILEGATE EN archivos_consumidos.txt Y NO
      * POSTEADA AUN. LA H ES EL PRIMER REGISTRO: TODO QUIEBRE ABORTA
      * ANTES DE TOCAR UNA SOLA CUENTA.
      *-----------------------------------------------------------------
       VERIFICAR-CABECERA.
           IF TEC-SUCURSAL NOT = "TEN"
               DISPLAY "LA CABECERA DICE " TEC-SUCURSAL
                   " Y LAS TRANSFERENCIAS ENTRANTES SON TEN"
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           MOVE TEC-SECUENCIA TO WS-CAB-SECUENCIA
           MOVE TEC-FECHA TO WS-CAB-FECHA
           PERFORM BUSCAR-EN-REGISTRO
           IF WS-GATE-POSTEADO = "S"
               DISPLAY "LA SECUENCIA " WS-CAB-SECUENCIA
                   " DE TRANSFERENCIAS ENTRANTES YA FUE POSTEADA."
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           IF WS-GATE-VALIDADO NOT = "S"
               DISPLAY "EL ARCHIVO NO ESTA VALIDADO POR "
                   "DB-FILEGATE (CODIGO TEN). CORRER LA COMPUERTA "
                   "PRIMERO."
               PERFORM ABORTAR-SIN-COMPUERTA
           END-IF
           MOVE "S" TO WS-CABECERA-OK
           MOVE SPACES TO WS-LINEA
           STRING "TRANSFERENCIAS RECIBIDAS - FECHA "
               WS-FECHA-NEGOCIO " SECUENCIA " WS-CAB-SECUENCIA
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CUENTA   BCO  REFERENC ORDENANTE           IMPORTE "
               "MOTV RESULTADO"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA.

       BUSCAR-EN-REGISTRO.
           MOVE "N" TO WS-GATE-VALIDADO
           MOVE "N" TO WS-GATE-POSTEADO
           MOVE "N" TO WS-FIN-RCF
           OPEN INPUT ARCH-REGISTRO
           IF FS-RCF = "00"
               PERFORM LEER-REGISTRO
               PERFORM UNTIL WS-FIN-RCF = "S"
                   IF RCF-SUCURSAL = "TEN"
                           AND RCF-SECUENCIA = WS-CAB-SECUENCIA
                       IF RCF-ESTADO = "POSTEADO"
                           MOVE "S" TO WS-GATE-POSTEADO
                       ELSE
                           MOVE "S" TO WS-GATE-VALIDADO
                       END-IF
                   END-IF
                   PERFORM LEER-REGISTRO
               END-PERFORM
               CLOSE ARCH-REGISTRO
           END-IF.

       LEER-REGISTRO.
           READ ARCH-REGISTRO
               AT END MOVE "S" TO WS-FIN-RCF
           END-READ.

       ABORTAR-SIN-COMPUERTA.
           DISPLAY "** TRANSFERENCIAS SIN MANIFIESTO VALIDO (CABECERA "
               "H + COLA T VALIDADAS POR DB-FILEGATE). SE ABORTA "
               "SIN POSTEAR. **"
           CLOSE SUSPENSO
           CLOSE CUENTAS
           CLOSE ARCH-ENTRANTES
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-REPORTE
           PERFORM LIBERAR-CANDADO
           MOVE 1 TO RETURN-CODE
           STOP RUN.

       MARCAR-POSTEADO.
           OPEN EXTEND ARCH-REGISTRO
           IF FS-RCF = "35"
               OPEN OUTPUT ARCH-REGISTRO
           END-IF
           MOVE SPACES TO REG-REGISTRO
           MOVE "TEN" TO RCF-SUCURSAL
           MOVE WS-CAB-SECUENCIA TO RCF-SECUENCIA
           MOVE WS-CAB-FECHA TO RCF-FECHA
           MOVE "POSTEADO" TO RCF-ESTADO
           MOVE WS-FECHA-HOY TO RCF-FECHA-CORRIDA
           WRITE REG-REGISTRO
           CLOSE ARCH-REGISTRO.

      *----------------------------------------------------------------*
      *    APLICAR-ENTRANTE                                            *
      *    Un importe invalido no se puede ni acreditar ni dejar en   *
      *    cuenta puente: es excepcion. El primer control de cuenta   *
      *    que falla deja el motivo y el detalle va a cuenta puente;  *
      *    solo el que pasa todos se acredita.                         *
      *----------------------------------------------------------------*
       APLICAR-ENTRANTE.
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-RESULTADO

           IF TED-IMPORTE NOT NUMERIC OR TED-IMPORTE = 0
               ADD 1 TO WS-CONT-EXCEPCIONES
               IF TED-IMPORTE NUMERIC
                   ADD TED-IMPORTE TO WS-SUMA-EXCEPCIONES
               END-IF
               MOVE "IMPORTE INVALIDO" TO WS-RESULTADO
           ELSE
               MOVE TED-IMPORTE TO WS-IMPORTE
               PERFORM VERIFICAR-CUENTA
               IF WS-ACREDITABLE
                   PERFORM ACREDITAR-CUENTA
               END-IF
               IF WS-ACREDITABLE
                   ADD 1 TO WS-CONT-ACREDITADOS
                   ADD TED-IMPORTE TO WS-SUMA-ACREDITADOS
                   MOVE "ACREDITADA" TO WS-RESULTADO
               ELSE
                   PERFORM GRABAR-SUSPENSO
               END-IF
           END-IF
           MOVE SPACES TO WS-LINEA
           STRING TED-CUENTA " " TED-BANCO " " TED-REFERENCIA " "
               TED-ORDENANTE " " REG-ENTRANTE(11:9) " "
               WS-MOTIVO " " WS-RESULTADO
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA.

      *    CUENTA BENEFICIARIA: NUMERICA CON DIGITO VERIFICADOR VALIDO,
      *    EXISTENTE, NO DADA DE BAJA Y EN MONEDA LOCAL. UNA CUENTA
      *    DORMIDA RECIBE EL ABONO PERO NO SE REACTIVA: NO ES UN
      *    MOVIMIENTO DEL CLIENTE.
       VERIFICAR-CUENTA.
           IF TED-CUENTA NOT NUMERIC
               MOVE "AC03" TO WS-MOTIVO
           ELSE
               MOVE "V" TO WS-DV-FUNCION
               MOVE TED-CUENTA-NUM TO WS-DV-CUENTA
               CALL "DIGITO-RUTINA" USING WS-DV-FUNCION
                   WS-DV-CUENTA WS-DV-RC
               IF WS-DV-RC NOT = "00"
                   MOVE "AC03" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-ACREDITABLE
               MOVE TED-CUENTA-NUM TO CTA-NUMERO
               READ CUENTAS
                   INVALID KEY
                       MOVE "AC01" TO WS-MOTIVO
               END-READ
           END-IF
           IF WS-ACREDITABLE
               IF CTA-INACTIVA
                   MOVE "AC04" TO WS-MOTIVO
               ELSE
                   IF NOT CTA-MONEDA-LOCAL
                       MOVE "AC09" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *    EL ABONO ES COMO UN DEPOSITO (PRIMERO CANCELA SOBREGIRO).
      *    SI EL MAESTRO NO SE PUEDE REGRABAR, EL IMPORTE VA A CUENTA
      *    PUENTE EN LUGAR DE PERDERSE.
       ACREDITAR-CUENTA.
           IF CTA-SOBREGIRO > 0
               IF WS-IMPORTE >= CTA-SOBREGIRO
                   COMPUTE CTA-SALDO =
                       CTA-SALDO + WS-IMPORTE - CTA-SOBREGIRO
                   MOVE 0 TO CTA-SOBREGIRO
               ELSE
                   SUBTRACT WS-IMPORTE FROM CTA-SOBREGIRO
               END-IF
           ELSE
               ADD WS-IMPORTE TO CTA-SALDO
           END-IF
           REWRITE CUENTA-REG
           IF FS-CTA NOT = "00"
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE "AC99" TO WS-MOTIVO
           ELSE
               PERFORM GRABAR-MOVIMIENTO
           END-IF.

       GRABAR-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-MOV-FECHA TO MOV-FECHA
           MOVE WS-MOV-HORA TO MOV-HORA
           MOVE "A" TO MOV-TIPO
           MOVE WS-IMPORTE TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           IF TED-REFERENCIA NUMERIC
               MOVE TED-REFERENCIA-NUM TO MOV-REFERENCIA
           ELSE
               MOVE 0 TO MOV-REFERENCIA
           END-IF
           MOVE CTA-SUCURSAL TO MOV-SUCURSAL
           MOVE 1 TO MOV-SECUENCIA
           MOVE "N" TO WS-MOV-GRABADO
           PERFORM UNTIL WS-MOV-GRABADO = "S"
                   OR MOV-SECUENCIA = 99999
               WRITE REG-MOVIMIENTO
               IF FS-MOV = "00"
                   MOVE "S" TO WS-MOV-GRABADO
               ELSE
                   IF FS-MOV = "22"
                       ADD 1 TO MOV-SECUENCIA
                   ELSE
                       MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
                       MOVE FS-MOV TO WS-ERR-FS
                       PERFORM REGISTRAR-ERROR
                       MOVE "S" TO WS-MOV-GRABADO
                   END-IF
               END-IF
           END-PERFORM.

      *    EL DETALLE QUEDA PENDIENTE EN CUENTA PUENTE TAL COMO VINO,
      *    CON EL MOTIVO. SI TAMPOCO SE PUEDE GRABAR, ES EXCEPCION.
       GRABAR-SUSPENSO.
           ADD 1 TO WS-ULT-SUSPENSO
           MOVE SPACES TO SUSPENSO-REG
           MOVE WS-FECHA-NEGOCIO TO SSP-FECHA
           MOVE WS-ULT-SUSPENSO TO SSP-NUMERO
           MOVE TED-CUENTA TO SSP-CUENTA-ORIGINAL
           MOVE TED-IMPORTE TO SSP-IMPORTE
           MOVE TED-BANCO TO SSP-BANCO
           MOVE TED-REFERENCIA TO SSP-REFERENCIA
           MOVE TED-ORDENANTE TO SSP-ORDENANTE
           MOVE WS-MOTIVO TO SSP-MOTIVO
           MOVE WS-CAB-SECUENCIA TO SSP-SECUENCIA-ARCH
           MOVE "P" TO SSP-ESTADO
           MOVE 0 TO SSP-CUENTA-APLICADA
           MOVE WS-FECHA-NEGOCIO TO SSP-FECHA-ESTADO
           MOVE WS-LOCK-USUARIO TO SSP-USUARIO
           WRITE SUSPENSO-REG
           IF FS-SSP = "00"
               ADD 1 TO WS-CONT-SUSPENSO
               ADD TED-IMPORTE TO WS-SUMA-SUSPENSO
               MOVE SPACES TO WS-RESULTADO
               STRING "CUENTA PUENTE " SSP-NUMERO
                   DELIMITED BY SIZE INTO WS-RESULTADO
               END-STRING
           ELSE
               MOVE "SUSPENSO.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-SSP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               ADD 1 TO WS-CONT-EXCEPCIONES
               ADD TED-IMPORTE TO WS-SUMA-EXCEPCIONES
               MOVE "ERROR AL GRABAR CUENTA PUENTE" TO WS-RESULTADO
           END-IF.

      *----------------------------------------------------------------*
      *    CONCILIAR-CON-COLA                                          *
      *    La cola del archivo debe cerrar con lo leido y con el       *
      *    destino de cada detalle: acreditado + cuenta puente +       *
      *    excepcion.                                                  *
      *----------------------------------------------------------------*
       CONCILIAR-CON-COLA.
           MOVE "S" TO WS-CONCILIA
           COMPUTE WS-CONT-CONCILIADO = WS-CONT-ACREDITADOS
               + WS-CONT-SUSPENSO + WS-CONT-EXCEPCIONES
           COMPUTE WS-SUMA-CONCILIADO = WS-SUMA-ACREDITADOS
               + WS-SUMA-SUSPENSO + WS-SUMA-EXCEPCIONES
           IF WS-COLA-VISTA NOT = "S"
               DISPLAY "** EL ARCHIVO NO TRAE COLA T. **"
               MOVE "N" TO WS-CONCILIA
           ELSE
               IF WS-COLA-CANTIDAD NOT = WS-CONT-DETALLES
                       OR WS-COLA-SUMA NOT = WS-SUMA-DETALLES
                   DISPLAY "** LA COLA DICE " WS-COLA-CANTIDAD "/"
                       WS-COLA-SUMA " Y SE LEYO " WS-CONT-DETALLES
                       "/" WS-SUMA-DETALLES " **"
                   MOVE "N" TO WS-CONCILIA
               END-IF
               IF WS-COLA-CANTIDAD NOT = WS-CONT-CONCILIADO
                       OR WS-COLA-SUMA NOT = WS-SUMA-CONCILIADO
                   DISPLAY "** LA COLA DICE " WS-COLA-CANTIDAD "/"
                       WS-COLA-SUMA " Y ACREDITADO + PUENTE + "
                       "EXCEPCION DA " WS-CONT-CONCILIADO "/"
                       WS-SUMA-CONCILIADO " **"
                   MOVE "N" TO WS-CONCILIA
               END-IF
           END-IF.

       CERRAR-REPORTE.
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-CONT-ACREDITADOS TO WS-ED-CANT
           MOVE WS-SUMA-ACREDITADOS TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "ACREDITADAS (TIPO A)    " WS-ED-CANT " "
               WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-CONT-SUSPENSO TO WS-ED-CANT
           MOVE WS-SUMA-SUSPENSO TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "A CUENTA PUENTE         " WS-ED-CANT " "
               WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE WS-CONT-EXCEPCIONES TO WS-ED-CANT
           MOVE WS-SUMA-EXCEPCIONES TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINEA
           STRING "EXCEPCIONES (MANUAL)    " WS-ED-CANT " "
               WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           IF WS-CONCILIA = "S"
               MOVE "CONCILIACION CONTRA LA COLA: CUADRA." TO WS-LINEA
           ELSE
               MOVE "CONCILIACION CONTRA LA COLA: ** NO CUADRA **"
                   TO WS-LINEA
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA
           CLOSE ARCH-REPORTE

           MOVE "TRANSF-ENT" TO WS-SPOOL-REPORTE
           MOVE "transf_entrantes_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: EL ARCHIVO DE TRANSFERENCIAS RECIBIDAS DE
      * LA FECHA DE NEGOCIO QUEDA REGISTRADO EN runctl.txt. LO QUE VA
      * A CUENTA PUENTE NO ES DIFERENCIA: QUEDA EN MANOS DE
      * OPERACIONES.
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "TRANSF-ENT" TO RCT-JOB
           MOVE WS-FECHA-NEGOCIO TO RCT-FECHA
           IF WS-CONCILIA = "S" AND WS-CONT-EXCEPCIONES = 0
               MOVE "POSTEADO" TO RCT-ESTADO
           ELSE
               MOVE "DIFERENCIA" TO RCT-ESTADO
           END-IF
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CUENTAS V02/50,
      * MOVIMIENTOS V01/68 Y SUSPENSO V01/120.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "MOVIMIENTOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 68 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "SUSPENSO.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 120 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT.

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF.

       DETENER-POR-LAYOUT.
           DISPLAY "SE ABORTA SIN POSTEAR."
           CLOSE SUSPENSO
           CLOSE CUENTAS
           CLOSE ARCH-ENTRANTES
           CLOSE ARCH-MOVIMIENTOS
           CLOSE ARCH-REPORTE
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
               " PROGRAMA=DB-IBXFER-IN" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-IBXFER-IN.
