      ******************************************************************
      * Author: AARON
      * Date: 14-10-2026
      * Purpose: Cierre mensual del mayor general: verifica que el
      *          balance de GL.IDX cuadre (debe = haber del periodo y
      *          saldos deudores = acreedores), deja la foto de
      *          cierre de cada cuenta en gl_cierre_AAAAMM.txt, pone
      *          en cero el debe y haber del periodo y avanza el
      *          periodo abierto de gl_periodo.txt al mes siguiente.
      *          Desde ese momento DB-GLPOST rechaza cualquier
      *          asiento fechado en el periodo cerrado. Al cerrar
      *          diciembre el saldo de cada cuenta pasa a ser el
      *          saldo de apertura del ejercicio nuevo y el debe y
      *          haber del ejercicio vuelven a cero. La corrida
      *          queda en runctl.txt como trabajo CIERRE-GL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-GLCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-GL ASSIGN TO "GL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-CUENTA
               FILE STATUS IS FS-GL.
           SELECT ARCH-PERIODO ASSIGN TO "gl_periodo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PER.
           SELECT ARCH-CIERRE ASSIGN TO WS-NOMBRE-CIERRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIE.
           SELECT ARCH-RUNCTL ASSIGN TO "runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCT.
           SELECT ARCH-AUDITORIA ASSIGN TO "audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUD.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-GL
           RECORD CONTAINS 150 CHARACTERS.
       01  GL-REG.
           05 GL-CUENTA        PIC X(12).
           05 GL-DESCRIPCION   PIC X(30).
           05 GL-PERIODO       PIC 9(6).
           05 GL-DEBE-PER      PIC 9(13)V99.
           05 GL-HABER-PER     PIC 9(13)V99.
           05 GL-DEBE-EJE      PIC 9(13)V99.
           05 GL-HABER-EJE     PIC 9(13)V99.
           05 GL-SALDO-APERTURA PIC S9(13)V99.
           05 GL-FECHA-ULT-MOV PIC 9(8).
           05 GL-VERSION       PIC X(1).
               88 GL-LAYOUT-V1     VALUE "1".
           05 FILLER           PIC X(18).

       FD  ARCH-PERIODO.
       01  REG-PERIODO.
           05 PER-ABIERTO      PIC 9(6).
           05 PER-ULT-CERRADO  PIC 9(6).

      *    FOTO DE CIERRE: UNA LINEA POR CUENTA CON LO DEL PERIODO Y
      *    EL SALDO DEL EJERCICIO AL CIERRE.
       FD  ARCH-CIERRE.
       01  REG-CIERRE.
           05 CIE-CUENTA       PIC X(12).
           05 CIE-PERIODO      PIC 9(6).
           05 CIE-DEBE-PER     PIC 9(13)V99.
           05 CIE-HABER-PER    PIC 9(13)V99.
           05 CIE-SALDO        PIC S9(13)V99.
           05 CIE-DESCRIPCION  PIC X(30).

       FD  ARCH-RUNCTL.
       01  REG-RUNCTL.
           05 RCT-JOB          PIC X(12).
           05 RCT-FECHA        PIC 9(8).
           05 RCT-ESTADO       PIC X(10).
           05 RCT-FECHA-CORRIDA PIC 9(8).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA       PIC X(132).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-GL               PIC XX.
       01  FS-PER              PIC XX.
       01  FS-CIE              PIC XX.
       01  FS-RCT              PIC XX.
       01  FS-AUD              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).
       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-USUARIO     PIC X(10).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).
       01  WS-LAY-ARCHIVO      PIC X(20).
       01  WS-LAY-VERSION      PIC X(2).
       01  WS-LAY-LONGITUD     PIC 9(4).
       01  WS-LAY-RESULTADO    PIC X(1).
       01  WS-LAY-INFO         PIC X(40).
       01  WS-AUD-FECHA        PIC 9(8).
       01  WS-AUD-HORA         PIC 9(8).
       01  WS-LINEA-AUD        PIC X(132).

       01  WS-FIN              PIC X VALUE "N".
       01  WS-CONFIRMA         PIC X.
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-PERIODO-ABIERTO  PIC 9(6) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO-ABIERTO.
           05 WS-PER-ANIO      PIC 9(4).
           05 WS-PER-MES       PIC 9(2).
       01  WS-PERIODO-NUEVO    PIC 9(6) VALUE 0.
       01  WS-NUEVO-R REDEFINES WS-PERIODO-NUEVO.
           05 WS-NUE-ANIO      PIC 9(4).
           05 WS-NUE-MES       PIC 9(2).
       01  WS-ULT-CERRADO      PIC 9(6) VALUE 0.
       01  WS-HAY-PERIODO      PIC X VALUE "N".
       01  WS-NOMBRE-CIERRE    PIC X(40).

       01  WS-SALDO            PIC S9(13)V99 VALUE 0.
       01  WS-TOT-DEBE-PER     PIC 9(15)V99 VALUE 0.
       01  WS-TOT-HABER-PER    PIC 9(15)V99 VALUE 0.
       01  WS-TOT-SALDOS       PIC S9(15)V99 VALUE 0.
       01  WS-CONT-CUENTAS     PIC 9(5) VALUE 0.
       01  WS-CONT-CERRADAS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "       CIERRE MENSUAL DEL MAYOR GENERAL         "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-PERIODO
           IF WS-HAY-PERIODO = "N"
               DISPLAY "SIN gl_periodo.txt: EL MAYOR NUNCA RECIBIO "
                   "UN ASIENTO. NADA QUE CERRAR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PER-MES = 12
               COMPUTE WS-NUE-ANIO = WS-PER-ANIO + 1
               MOVE 1 TO WS-NUE-MES
           ELSE
               MOVE WS-PER-ANIO TO WS-NUE-ANIO
               COMPUTE WS-NUE-MES = WS-PER-MES + 1
           END-IF

           DISPLAY "PERIODO ABIERTO: " WS-PERIODO-ABIERTO
           DISPLAY "SE CIERRA " WS-PERIODO-ABIERTO " Y SE ABRE "
               WS-PERIODO-NUEVO ". NO SE PODRA PASAR NADA MAS AL "
               "PERIODO CERRADO. CONFIRMA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CIERRE CANCELADO. NO SE TOCO NADA."
               STOP RUN
           END-IF

           MOVE "GL" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE "GLCLOSE" TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "GL.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ARCH-GL
           IF FS-GL NOT = "00"
               DISPLAY "ERROR AL ABRIR GL.IDX. FS=" FS-GL
               MOVE "GL.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-GL TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS

      *    PRIMERA PASADA: EL BALANCE TIENE QUE CUADRAR PARA CERRAR.
           PERFORM VERIFICAR-BALANCE
           IF WS-TOT-DEBE-PER NOT = WS-TOT-HABER-PER
                   OR WS-TOT-SALDOS NOT = 0
               DISPLAY "** EL MAYOR NO CUADRA: DEBE " WS-TOT-DEBE-PER
                   " HABER " WS-TOT-HABER-PER " SALDOS "
                   WS-TOT-SALDOS ". NO SE CIERRA. **"
               MOVE "GL.IDX" TO WS-ERR-ARCHIVO
               MOVE "99" TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE ARCH-GL
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOMBRE-CIERRE
           STRING "gl_cierre_" WS-PERIODO-ABIERTO ".txt"
               INTO WS-NOMBRE-CIERRE
           END-STRING
           OPEN OUTPUT ARCH-CIERRE
           IF FS-CIE NOT = "00"
               DISPLAY "ERROR AL CREAR " WS-NOMBRE-CIERRE ". FS="
                   FS-CIE
               MOVE WS-NOMBRE-CIERRE(1:20) TO WS-ERR-ARCHIVO
               MOVE FS-CIE TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE ARCH-GL
               PERFORM LIBERAR-CANDADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *    SEGUNDA PASADA: FOTO Y PASO DE CADA CUENTA AL PERIODO NUEVO.
           PERFORM CERRAR-CUENTAS
           CLOSE ARCH-CIERRE
           CLOSE ARCH-GL

           MOVE WS-PERIODO-ABIERTO TO WS-ULT-CERRADO
           MOVE WS-PERIODO-NUEVO TO WS-PERIODO-ABIERTO
           PERFORM GRABAR-PERIODO
           PERFORM GRABAR-RUN-CONTROL
           PERFORM GRABAR-AUDITORIA
           PERFORM LIBERAR-CANDADO

           DISPLAY "-----------------------------------------------"
           DISPLAY "PERIODO CERRADO:      " WS-ULT-CERRADO
           DISPLAY "PERIODO ABIERTO:      " WS-PERIODO-ABIERTO
           DISPLAY "CUENTAS CERRADAS:     " WS-CONT-CERRADAS
           DISPLAY "FOTO DE CIERRE:       " WS-NOMBRE-CIERRE
           IF WS-NUE-MES = 1
               DISPLAY "CIERRE DE EJERCICIO: SALDOS PASADOS A "
                   "APERTURA."
           END-IF
           IF WS-CONT-CERRADAS NOT = WS-CONT-CUENTAS
               DISPLAY "** CUENTAS CERRADAS DISTINTO DE CUENTAS DEL "
                   "MAYOR. REVISAR errores.log. **"
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

       LEER-PERIODO.
           OPEN INPUT ARCH-PERIODO
           IF FS-PER = "00"
               READ ARCH-PERIODO
                   AT END CONTINUE
                   NOT AT END
                       MOVE PER-ABIERTO TO WS-PERIODO-ABIERTO
                       MOVE PER-ULT-CERRADO TO WS-ULT-CERRADO
                       MOVE "S" TO WS-HAY-PERIODO
               END-READ
               CLOSE ARCH-PERIODO
           END-IF.

       GRABAR-PERIODO.
           OPEN OUTPUT ARCH-PERIODO
           MOVE WS-PERIODO-ABIERTO TO PER-ABIERTO
           MOVE WS-ULT-CERRADO TO PER-ULT-CERRADO
           WRITE REG-PERIODO
           CLOSE ARCH-PERIODO.

       POSICIONAR-AL-INICIO.
           MOVE "N" TO WS-FIN
           MOVE LOW-VALUES TO GL-CUENTA
           START ARCH-GL KEY IS NOT LESS THAN GL-CUENTA
               INVALID KEY MOVE "S" TO WS-FIN
           END-START.

       VERIFICAR-BALANCE.
           PERFORM POSICIONAR-AL-INICIO
           PERFORM UNTIL WS-FIN = "S"
               READ ARCH-GL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-CONT-CUENTAS
                       ADD GL-DEBE-PER TO WS-TOT-DEBE-PER
                       ADD GL-HABER-PER TO WS-TOT-HABER-PER
                       COMPUTE WS-TOT-SALDOS = WS-TOT-SALDOS
                           + GL-SALDO-APERTURA + GL-DEBE-EJE
                           - GL-HABER-EJE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      *    CERRAR-CUENTAS                                              *
      *    Foto de la cuenta y paso al periodo nuevo; al cerrar        *
      *    diciembre el saldo queda como apertura del ejercicio.       *
      *----------------------------------------------------------------*
       CERRAR-CUENTAS.
           PERFORM POSICIONAR-AL-INICIO
           PERFORM UNTIL WS-FIN = "S"
               READ ARCH-GL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       PERFORM CERRAR-CUENTA
               END-READ
           END-PERFORM.

       CERRAR-CUENTA.
           COMPUTE WS-SALDO = GL-SALDO-APERTURA + GL-DEBE-EJE
               - GL-HABER-EJE
           MOVE SPACES TO REG-CIERRE
           MOVE GL-CUENTA TO CIE-CUENTA
           MOVE WS-PERIODO-ABIERTO TO CIE-PERIODO
           MOVE GL-DEBE-PER TO CIE-DEBE-PER
           MOVE GL-HABER-PER TO CIE-HABER-PER
           MOVE WS-SALDO TO CIE-SALDO
           MOVE GL-DESCRIPCION TO CIE-DESCRIPCION
           WRITE REG-CIERRE

           MOVE 0 TO GL-DEBE-PER
           MOVE 0 TO GL-HABER-PER
           MOVE WS-PERIODO-NUEVO TO GL-PERIODO
           IF WS-NUE-MES = 1
               MOVE WS-SALDO TO GL-SALDO-APERTURA
               MOVE 0 TO GL-DEBE-EJE
               MOVE 0 TO GL-HABER-EJE
           END-IF
           REWRITE GL-REG
           IF FS-GL = "00"
               ADD 1 TO WS-CONT-CERRADAS
           ELSE
               DISPLAY "ERROR AL CERRAR CUENTA " GL-CUENTA ". FS="
                   FS-GL
               MOVE "GL.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-GL TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    GRABAR-RUN-CONTROL                                          *
      *    Deja constancia de la corrida en el registro comun de       *
      *    control de corridas (runctl.txt).                           *
      *----------------------------------------------------------------*
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "CIERRE-GL" TO RCT-JOB
           COMPUTE RCT-FECHA = WS-ULT-CERRADO * 100 + 1
           MOVE "CERRADO" TO RCT-ESTADO
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

       GRABAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA
           IF FS-AUD = "35"
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA FROM TIME
           MOVE SPACES TO WS-LINEA-AUD
           STRING
               WS-AUD-FECHA DELIMITED BY SIZE
               " " WS-AUD-HORA DELIMITED BY SIZE
               " USUARIO=GLCLOSE" DELIMITED BY SIZE
               " ACCION=CIERRE-GL" DELIMITED BY SIZE
               " CERRADO=" WS-ULT-CERRADO DELIMITED BY SIZE
               " ABIERTO=" WS-PERIODO-ABIERTO DELIMITED BY SIZE
               " CUENTAS=" WS-CONT-CERRADAS DELIMITED BY SIZE
               INTO WS-LINEA-AUD
           END-STRING
           WRITE REG-AUDITORIA FROM WS-LINEA-AUD
           CLOSE ARCH-AUDITORIA.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA GL V01/150.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "GL.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 150 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF.

       DETENER-POR-LAYOUT.
           CLOSE ARCH-GL
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
               " PROGRAMA=DB-GLCLOSE" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-GLCLOSE.
