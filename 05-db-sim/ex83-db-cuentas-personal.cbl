      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Marca nocturna de cuentas del personal. Los empleados
      *          activos de EMPLEADOS.IDX que cobran en una cuenta del
      *          banco (EMP-CTA-INTERNA) son clientes: todas las
      *          cuentas activas de ese titular quedan marcadas como
      *          propias del empleado (relacion P). Las personas que
      *          el empleado declaro a RRHH como familiares o
      *          allegados (personal_relacionadas.txt: EMP-ID,
      *          CLI-ID y parentesco) marcan todas sus cuentas como
      *          relacionadas (relacion R). Cada cuenta marcada sale
      *          en cuentas_personal.txt una vez por cada usuario de
      *          usuarios.txt ligado al legajo en
      *          empleados_usuarios.txt, que es lo que mira
      *          EX02-CICS-GET para no dejar postear a un operador ni
      *          autorizar a un supervisor sobre su propia cuenta o la
      *          de un familiar; un empleado sin usuario queda marcado
      *          con el usuario en blanco para el informe mensual
      *          DB-PERSONAL-MENSUAL. El archivo se regenera entero en
      *          cada corrida. RC 4 si hay empleados con cuenta
      *          interna inexistente o relaciones que no se pudieron
      *          marcar.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-CUENTAS-PERSONAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMPLEADOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS-EMP.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT ARCH-EMP-USU ASSIGN TO "empleados_usuarios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EUS.
           SELECT ARCH-RELACIONADAS
               ASSIGN TO "personal_relacionadas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.
           SELECT ARCH-PERSONAL ASSIGN TO "cuentas_personal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CPE.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  EMP-REG.
           05 EMP-ID           PIC 9(4).
           05 EMP-NOMBRE       PIC X(20).
           05 EMP-HORAS        PIC 9(3).
           05 EMP-TARIFA       PIC 9(4)V99.
           05 EMP-ACTIVO       PIC X(1).
               88 EMP-ES-ACTIVO    VALUE "A".
           05 EMP-YTD          PIC 9(9)V99.
           05 EMP-DEPENDIENTES PIC 9(2).
           05 EMP-BANCO        PIC 9(3).
           05 EMP-CUENTA       PIC X(12).
           05 EMP-TIPO-CUENTA  PIC X(1).
           05 EMP-DEPTO        PIC X(4).
           05 EMP-VAC-DIAS     PIC 9(2).
           05 EMP-TIPO-EMP     PIC X(1).
           05 EMP-SALARIO-MENS PIC 9(7)V99.
           05 EMP-FECHA-INGRESO PIC 9(8).
           05 EMP-VAC-ACUM     PIC 9(3)V99.
           05 EMP-CTA-INTERNA  PIC 9(8).
           05 FILLER           PIC X(10).

       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
           05 CTA-NUMERO       PIC 9(8).
           05 CTA-CLI-ID       PIC 9(5).
           05 CTA-TIPO         PIC X(1).
           05 CTA-SALDO        PIC 9(9)V99.
           05 CTA-ESTADO       PIC X(1).
               88 CTA-INACTIVA    VALUE "I".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

      *    USUARIO DE usuarios.txt + LEGAJO (LO MANTIENE RRHH).
       FD  ARCH-EMP-USU.
       01  REG-EMP-USU.
           05 EUS-USUARIO      PIC X(10).
           05 EUS-EMP-ID       PIC 9(4).

      *    FAMILIARES Y ALLEGADOS DECLARADOS POR CADA EMPLEADO.
       FD  ARCH-RELACIONADAS.
       01  REG-RELACIONADA.
           05 REL-EMP-ID       PIC 9(4).
           05 REL-CLI-ID       PIC 9(5).
           05 REL-PARENTESCO   PIC X(10).

      *    CUENTAS DEL PERSONAL: P PROPIA DEL EMPLEADO, R DE UNA
      *    PERSONA RELACIONADA. USUARIO EN BLANCO = EMPLEADO SIN
      *    USUARIO EN EL SISTEMA.
       FD  ARCH-PERSONAL.
       01  REG-CTA-PERSONAL.
           05 CPE-CUENTA       PIC 9(8).
           05 CPE-CLI-ID       PIC 9(5).
           05 CPE-EMP-ID       PIC 9(4).
           05 CPE-USUARIO      PIC X(10).
           05 CPE-RELACION     PIC X(1).
           05 CPE-PARENTESCO   PIC X(10).
           05 CPE-FECHA        PIC 9(8).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-EMP              PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-EUS              PIC XX.
       01  FS-REL              PIC XX.
       01  FS-CPE              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).
       01  WS-LAY-ARCHIVO      PIC X(20).
       01  WS-LAY-VERSION      PIC X(2).
       01  WS-LAY-LONGITUD     PIC 9(4).
       01  WS-LAY-RESULTADO    PIC X(1).
       01  WS-LAY-INFO         PIC X(40).

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FIN-CTA          PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".

      *    USUARIOS LIGADOS A CADA LEGAJO.
       01  WS-TABLA-USUARIOS.
           05 WS-USU-ENT OCCURS 500 TIMES.
               10 TU-USUARIO       PIC X(10).
               10 TU-EMP-ID        PIC 9(4).
       01  WS-CANT-USU         PIC 9(3) VALUE 0.
       01  WS-IDX-USU          PIC 9(3).
       01  WS-USU-EMPLEADO     PIC 9(3) VALUE 0.

      *    LO QUE SE ESTA MARCANDO: TITULAR, LEGAJO Y RELACION.
       01  WS-MARCA-CLI-ID     PIC 9(5).
       01  WS-MARCA-EMP-ID     PIC 9(4).
       01  WS-MARCA-RELACION   PIC X(1).
       01  WS-MARCA-PARENTESCO PIC X(10).
       01  WS-MARCA-CUENTAS    PIC 9(5) VALUE 0.

       01  WS-CONT-EMPLEADOS   PIC 9(5) VALUE 0.
       01  WS-CONT-CLIENTES    PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-CTA     PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-USUARIO PIC 9(5) VALUE 0.
       01  WS-CONT-RELACIONES  PIC 9(5) VALUE 0.
       01  WS-CONT-PROPIAS     PIC 9(5) VALUE 0.
       01  WS-CONT-RELACIONADAS PIC 9(5) VALUE 0.
       01  WS-CONT-REGISTROS   PIC 9(7) VALUE 0.
       01  WS-CONT-AVISOS      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   MARCA DE CUENTAS DEL PERSONAL                "
           DISPLAY "==============================================="
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
               WS-FNG-ESTADO WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO

           PERFORM CARGAR-USUARIOS-EMPLEADOS

           OPEN INPUT EMP-FILE
           IF FS-EMP NOT = "00"
               DISPLAY "ERROR AL ABRIR EMPLEADOS.IDX. FS=" FS-EMP
               MOVE "EMPLEADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-EMP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE EMP-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS

           OPEN OUTPUT ARCH-PERSONAL
           IF FS-CPE NOT = "00"
               DISPLAY "ERROR AL ABRIR cuentas_personal.txt. FS="
                   FS-CPE
               MOVE "cuentas_personal" TO WS-ERR-ARCHIVO
               MOVE FS-CPE TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE EMP-FILE
               CLOSE CUENTAS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-FIN
           PERFORM UNTIL WS-FIN = "S"
               READ EMP-FILE NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
               END-READ
               IF WS-FIN = "N" AND EMP-ES-ACTIVO
                   ADD 1 TO WS-CONT-EMPLEADOS
                   PERFORM MARCAR-EMPLEADO
               END-IF
           END-PERFORM

           PERFORM PROCESAR-RELACIONADAS

           CLOSE ARCH-PERSONAL
           CLOSE CUENTAS
           CLOSE EMP-FILE

           DISPLAY "-----------------------------------------------"
           DISPLAY "EMPLEADOS ACTIVOS:       " WS-CONT-EMPLEADOS
           DISPLAY "  CLIENTES DEL BANCO:    " WS-CONT-CLIENTES
           DISPLAY "  SIN CUENTA INTERNA:    " WS-CONT-SIN-CTA
           DISPLAY "  SIN USUARIO LIGADO:    " WS-CONT-SIN-USUARIO
           DISPLAY "RELACIONES DECLARADAS:   " WS-CONT-RELACIONES
           DISPLAY "CUENTAS PROPIAS:         " WS-CONT-PROPIAS
           DISPLAY "CUENTAS RELACIONADAS:    " WS-CONT-RELACIONADAS
           DISPLAY "REGISTROS GRABADOS:      " WS-CONT-REGISTROS
           DISPLAY "AVISOS:                  " WS-CONT-AVISOS
           DISPLAY "ARCHIVO: cuentas_personal.txt"
           IF WS-CONT-AVISOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    CARGAR-USUARIOS-EMPLEADOS                                   *
      *    Sin empleados_usuarios.txt las cuentas se marcan igual,     *
      *    pero sin usuario no hay nada que bloquear en pantalla.      *
      *----------------------------------------------------------------*
       CARGAR-USUARIOS-EMPLEADOS.
           OPEN INPUT ARCH-EMP-USU
           IF FS-EUS NOT = "00"
               DISPLAY "SIN empleados_usuarios.txt: LAS CUENTAS SE "
                   "MARCAN SIN USUARIO."
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-EMP-USU
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END
                           IF WS-CANT-USU < 500
                                   AND EUS-USUARIO NOT = SPACES
                               ADD 1 TO WS-CANT-USU
                               MOVE FUNCTION UPPER-CASE(EUS-USUARIO)
                                   TO TU-USUARIO(WS-CANT-USU)
                               MOVE EUS-EMP-ID TO TU-EMP-ID(WS-CANT-USU)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-EMP-USU
           END-IF.

      *----------------------------------------------------------------*
      *    MARCAR-EMPLEADO                                             *
      *    El titular de la cuenta interna es el empleado como         *
      *    cliente: se marcan todas sus cuentas.                       *
      *----------------------------------------------------------------*
       MARCAR-EMPLEADO.
           MOVE EMP-ID TO WS-MARCA-EMP-ID
           PERFORM CONTAR-USUARIOS-EMPLEADO
           IF EMP-CTA-INTERNA = 0
               ADD 1 TO WS-CONT-SIN-CTA
           ELSE
               MOVE EMP-CTA-INTERNA TO CTA-NUMERO
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "AVISO: EMPLEADO " EMP-ID
                           " CON CUENTA INTERNA " EMP-CTA-INTERNA
                           " INEXISTENTE."
                       ADD 1 TO WS-CONT-AVISOS
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CLIENTES
                       IF WS-USU-EMPLEADO = 0
                           ADD 1 TO WS-CONT-SIN-USUARIO
                       END-IF
                       MOVE CTA-CLI-ID TO WS-MARCA-CLI-ID
                       MOVE "P" TO WS-MARCA-RELACION
                       MOVE "EMPLEADO" TO WS-MARCA-PARENTESCO
                       PERFORM MARCAR-CUENTAS-CLIENTE
               END-READ
           END-IF.

      *    CANTIDAD DE USUARIOS LIGADOS AL LEGAJO WS-MARCA-EMP-ID.
       CONTAR-USUARIOS-EMPLEADO.
           MOVE 0 TO WS-USU-EMPLEADO
           PERFORM VARYING WS-IDX-USU FROM 1 BY 1
                   UNTIL WS-IDX-USU > WS-CANT-USU
               IF TU-EMP-ID(WS-IDX-USU) = WS-MARCA-EMP-ID
                   ADD 1 TO WS-USU-EMPLEADO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    MARCAR-CUENTAS-CLIENTE                                      *
      *    Todas las cuentas activas (o dormidas) de WS-MARCA-CLI-ID,  *
      *    por la clave alterna de titular.                            *
      *----------------------------------------------------------------*
       MARCAR-CUENTAS-CLIENTE.
           MOVE 0 TO WS-MARCA-CUENTAS
           MOVE "N" TO WS-FIN-CTA
           MOVE WS-MARCA-CLI-ID TO CTA-CLI-ID
           START CUENTAS KEY IS EQUAL TO CTA-CLI-ID
               INVALID KEY MOVE "S" TO WS-FIN-CTA
           END-START
           PERFORM UNTIL WS-FIN-CTA = "S"
               READ CUENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-CTA
               END-READ
               IF WS-FIN-CTA = "N"
                   IF CTA-CLI-ID NOT = WS-MARCA-CLI-ID
                       MOVE "S" TO WS-FIN-CTA
                   ELSE
                       IF NOT CTA-INACTIVA
                           ADD 1 TO WS-MARCA-CUENTAS
                           IF WS-MARCA-RELACION = "P"
                               ADD 1 TO WS-CONT-PROPIAS
                           ELSE
                               ADD 1 TO WS-CONT-RELACIONADAS
                           END-IF
                           PERFORM GRABAR-MARCAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    UN REGISTRO POR USUARIO DEL LEGAJO; SIN USUARIO, UNO CON EL
      *    USUARIO EN BLANCO.
       GRABAR-MARCAS.
           MOVE SPACES TO REG-CTA-PERSONAL
           MOVE CTA-NUMERO TO CPE-CUENTA
           MOVE CTA-CLI-ID TO CPE-CLI-ID
           MOVE WS-MARCA-EMP-ID TO CPE-EMP-ID
           MOVE WS-MARCA-RELACION TO CPE-RELACION
           MOVE WS-MARCA-PARENTESCO TO CPE-PARENTESCO
           MOVE WS-FECHA-NEGOCIO TO CPE-FECHA
           IF WS-USU-EMPLEADO = 0
               WRITE REG-CTA-PERSONAL
               ADD 1 TO WS-CONT-REGISTROS
           ELSE
               PERFORM VARYING WS-IDX-USU FROM 1 BY 1
                       UNTIL WS-IDX-USU > WS-CANT-USU
                   IF TU-EMP-ID(WS-IDX-USU) = WS-MARCA-EMP-ID
                       MOVE TU-USUARIO(WS-IDX-USU) TO CPE-USUARIO
                       WRITE REG-CTA-PERSONAL
                       ADD 1 TO WS-CONT-REGISTROS
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
      *    PROCESAR-RELACIONADAS                                       *
      *    Solo cuentan las relaciones de empleados activos.           *
      *----------------------------------------------------------------*
       PROCESAR-RELACIONADAS.
           OPEN INPUT ARCH-RELACIONADAS
           IF FS-REL NOT = "00"
               DISPLAY "SIN personal_relacionadas.txt: SOLO SE MARCAN "
                   "CUENTAS PROPIAS."
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-RELACIONADAS
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-CONT-RELACIONES
                           PERFORM MARCAR-RELACIONADA
                   END-READ
               END-PERFORM
               CLOSE ARCH-RELACIONADAS
           END-IF.

       MARCAR-RELACIONADA.
           MOVE REL-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "I" TO EMP-ACTIVO
           END-READ
           IF NOT EMP-ES-ACTIVO
               DISPLAY "AVISO: RELACION DEL EMPLEADO " REL-EMP-ID
                   " (CLIENTE " REL-CLI-ID "): LEGAJO INEXISTENTE "
                   "O INACTIVO."
               ADD 1 TO WS-CONT-AVISOS
           ELSE
               MOVE REL-EMP-ID TO WS-MARCA-EMP-ID
               PERFORM CONTAR-USUARIOS-EMPLEADO
               MOVE REL-CLI-ID TO WS-MARCA-CLI-ID
               MOVE "R" TO WS-MARCA-RELACION
               MOVE REL-PARENTESCO TO WS-MARCA-PARENTESCO
               PERFORM MARCAR-CUENTAS-CLIENTE
               IF WS-MARCA-CUENTAS = 0
                   DISPLAY "AVISO: RELACION DEL EMPLEADO " REL-EMP-ID
                       ": CLIENTE " REL-CLI-ID " SIN CUENTAS ACTIVAS."
                   ADD 1 TO WS-CONT-AVISOS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA EMPLEADOS V01/110 Y
      * CUENTAS V02/50.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "EMPLEADOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 110 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT.

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               CLOSE EMP-FILE
               CLOSE CUENTAS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

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
               " PROGRAMA=DB-CUENTAS-PERSONAL" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-CUENTAS-PERSONAL.
