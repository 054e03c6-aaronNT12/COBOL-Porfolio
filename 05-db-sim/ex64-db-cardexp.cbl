      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Corrida mensual de vencimientos de tarjetas de
      *          debito (TARJETAS.IDX, mantenidas en CICS-TARJETAS).
      *          Con el mes de la fecha de negocio: lista en
      *          tarjetas_renovar_rep.txt (spool RENOV-TARJ) las
      *          tarjetas activas o con bloqueo temporal que vencen
      *          el mes siguiente, con titular y direccion, para
      *          pedir la renovacion al proveedor de plasticos; y
      *          marca V (vencida) las activas o bloqueadas cuyo mes
      *          de vencimiento ya paso. Las perdidas y reemplazadas
      *          no se renuevan.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-CARDEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT TARJETAS ASSIGN TO "TARJETAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-NUMERO
               ALTERNATE RECORD KEY IS TAR-CUENTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS TAR-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-TAR.
           SELECT ARCH-REPORTE ASSIGN TO "tarjetas_renovar_rep.txt"
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
       FD  CLIENTES
           RECORD CONTAINS 185 CHARACTERS.
       01  CLIENTE-REG.
           05 CLI-ID           PIC 9(5).
           05 CLI-NOMBRE       PIC X(30).
           05 CLI-APELLIDO     PIC X(30).
           05 CLI-EDAD         PIC 99.
           05 CLI-SALDO        PIC 9(9)V99.
           05 CLI-ESTADO       PIC X(1).
               88 CLI-ACTIVO      VALUE "A" " ".
               88 CLI-INACTIVO    VALUE "I".
           05 CLI-LIMITE       PIC 9(5)V99.
           05 CLI-SOBREGIRO    PIC 9(4)V99.
           05 CLI-DIRECCION    PIC X(30).
           05 CLI-TELEFONO     PIC X(12).
           05 CLI-EMAIL        PIC X(30).
           05 CLI-TIPO         PIC X(1).
           05 CLI-FECHA-BAJA   PIC 9(8).
           05 CLI-VERSION      PIC X(1).
           05 CLI-FECHA-NAC    PIC 9(8).
           05 FILLER           PIC X(3).

       FD  TARJETAS
           RECORD CONTAINS 120 CHARACTERS.
       01  TARJETA-REG.
           05 TAR-NUMERO       PIC 9(16).
           05 TAR-CUENTA       PIC 9(8).
           05 TAR-CLI-ID       PIC 9(5).
           05 TAR-VENCIMIENTO  PIC 9(6).
           05 TAR-ESTADO       PIC X(1).
               88 TAR-ACTIVA       VALUE "A".
               88 TAR-BLOQUEADA    VALUE "B".
               88 TAR-PERDIDA      VALUE "P".
               88 TAR-VENCIDA      VALUE "V".
               88 TAR-REEMPLAZADA  VALUE "R".
           05 TAR-LIM-CAJERO   PIC 9(5)V99.
           05 TAR-LIM-COMPRAS  PIC 9(7)V99.
           05 TAR-PIN          PIC X(10).
           05 TAR-FECHA-EMISION PIC 9(8).
           05 TAR-FECHA-ESTADO PIC 9(8).
           05 TAR-REEMPLAZA-A  PIC 9(16).
           05 TAR-USUARIO      PIC X(10).
           05 TAR-VERSION      PIC X(1).
           05 FILLER           PIC X(15).

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
       01  FS                  PIC XX.
       01  FS-TAR              PIC XX.
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
       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.
       01  WS-FECHA-TRAB.
           05 WS-FT-ANIO       PIC 9(4).
           05 WS-FT-MES        PIC 9(2).
           05 WS-FT-DIA        PIC 9(2).
       01  WS-FECHA-TRAB-N REDEFINES WS-FECHA-TRAB PIC 9(8).
       01  WS-MES-ACTUAL.
           05 WS-MA-ANIO       PIC 9(4).
           05 WS-MA-MES        PIC 9(2).
       01  WS-MES-ACTUAL-N REDEFINES WS-MES-ACTUAL PIC 9(6).
       01  WS-MES-SIGUIENTE.
           05 WS-MS-ANIO       PIC 9(4).
           05 WS-MS-MES        PIC 9(2).
       01  WS-MES-SIGUIENTE-N REDEFINES WS-MES-SIGUIENTE PIC 9(6).

       01  WS-FIN-TAR          PIC X VALUE "N".
       01  WS-NOMBRE           PIC X(30).
       01  WS-APELLIDO         PIC X(30).
       01  WS-DIRECCION        PIC X(30).
       01  WS-CONT-LEIDAS      PIC 9(5) VALUE 0.
       01  WS-CONT-A-RENOVAR   PIC 9(5) VALUE 0.
       01  WS-CONT-VENCIDAS    PIC 9(5) VALUE 0.
       01  WS-LINEA            PIC X(100).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   VENCIMIENTOS DE TARJETAS DE DEBITO           "
           DISPLAY "==============================================="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TRAB-N
           MOVE WS-FT-ANIO TO WS-MA-ANIO
           MOVE WS-FT-MES TO WS-MA-MES
           IF WS-FT-MES = 12
               COMPUTE WS-MS-ANIO = WS-FT-ANIO + 1
               MOVE 1 TO WS-MS-MES
           ELSE
               MOVE WS-FT-ANIO TO WS-MS-ANIO
               COMPUTE WS-MS-MES = WS-FT-MES + 1
           END-IF
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
           DISPLAY "VENCEN EN:        " WS-MS-MES "/" WS-MS-ANIO

           OPEN I-O TARJETAS
           IF FS-TAR NOT = "00"
               DISPLAY "SIN TARJETAS.IDX (FS=" FS-TAR
                   "). NADA QUE LISTAR."
               PERFORM GRABAR-RUN-CONTROL
               DISPLAY "FIN DEL PROGRAMA."
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE TARJETAS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS

           OPEN OUTPUT ARCH-REPORTE
           MOVE SPACES TO WS-LINEA
           STRING "TARJETAS A RENOVAR: VENCEN EN " WS-MS-MES "/"
               WS-MS-ANIO " (FECHA DE NEGOCIO " WS-FECHA-NEGOCIO ")"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "TARJETA          CUENTA   E TITULAR"
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA

           MOVE "N" TO WS-FIN-TAR
           PERFORM UNTIL WS-FIN-TAR = "S"
               READ TARJETAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-TAR
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDAS
                       IF TAR-ACTIVA OR TAR-BLOQUEADA
                           PERFORM REVISAR-TARJETA
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "TARJETAS A RENOVAR: " WS-CONT-A-RENOVAR
               "   MARCADAS VENCIDAS: " WS-CONT-VENCIDAS
               DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA

           CLOSE TARJETAS
           CLOSE CLIENTES
           CLOSE ARCH-REPORTE
           MOVE "RENOV-TARJ" TO WS-SPOOL-REPORTE
           MOVE "tarjetas_renovar_rep.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC
           PERFORM GRABAR-RUN-CONTROL

           DISPLAY "-----------------------------------------------"
           DISPLAY "TARJETAS LEIDAS:     " WS-CONT-LEIDAS
           DISPLAY "A RENOVAR:           " WS-CONT-A-RENOVAR
           DISPLAY "MARCADAS VENCIDAS:   " WS-CONT-VENCIDAS
           DISPLAY "DETALLE: tarjetas_renovar_rep.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    REVISAR-TARJETA                                             *
      *    Vence el mes siguiente: al listado de renovacion. Su mes    *
      *    de vencimiento ya paso: queda V con la fecha de negocio.    *
      *----------------------------------------------------------------*
       REVISAR-TARJETA.
           IF TAR-VENCIMIENTO = WS-MES-SIGUIENTE-N
               ADD 1 TO WS-CONT-A-RENOVAR
               PERFORM LISTAR-RENOVACION
           ELSE
               IF TAR-VENCIMIENTO < WS-MES-ACTUAL-N
                   MOVE "V" TO TAR-ESTADO
                   MOVE WS-FECHA-NEGOCIO TO TAR-FECHA-ESTADO
                   REWRITE TARJETA-REG
                   IF FS-TAR = "00"
                       ADD 1 TO WS-CONT-VENCIDAS
                   ELSE
                       MOVE "TARJETAS.IDX" TO WS-ERR-ARCHIVO
                       MOVE FS-TAR TO WS-ERR-FS
                       PERFORM REGISTRAR-ERROR
                   END-IF
               END-IF
           END-IF.

       LISTAR-RENOVACION.
           MOVE TAR-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "(CLIENTE NO ENCONTRADO)" TO WS-NOMBRE
                   MOVE SPACES TO WS-APELLIDO
                   MOVE SPACES TO WS-DIRECCION
               NOT INVALID KEY
                   MOVE CLI-NOMBRE TO WS-NOMBRE
                   MOVE CLI-APELLIDO TO WS-APELLIDO
                   MOVE CLI-DIRECCION TO WS-DIRECCION
           END-READ
           MOVE SPACES TO WS-LINEA
           STRING TAR-NUMERO " " TAR-CUENTA " " TAR-ESTADO " "
               TAR-CLI-ID " "
               DELIMITED BY SIZE
               WS-NOMBRE DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-APELLIDO DELIMITED BY "  "
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           MOVE WS-DIRECCION TO WS-LINEA(39:30)
           WRITE REG-REPORTE FROM WS-LINEA.

      *-----------------------------------------------------------------
      * CONTROL DE CORRIDAS: EL LISTADO DEL MES QUEDA REGISTRADO EN
      * runctl.txt.
      *-----------------------------------------------------------------
       GRABAR-RUN-CONTROL.
           OPEN EXTEND ARCH-RUNCTL
           IF FS-RCT = "35"
               OPEN OUTPUT ARCH-RUNCTL
           END-IF
           MOVE SPACES TO REG-RUNCTL
           MOVE "RENOV-TARJ" TO RCT-JOB
           MOVE WS-FECHA-NEGOCIO TO RCT-FECHA
           MOVE "LISTADO" TO RCT-ESTADO
           MOVE WS-FECHA-HOY TO RCT-FECHA-CORRIDA
           WRITE REG-RUNCTL
           CLOSE ARCH-RUNCTL.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185 Y
      * TARJETAS V01/120.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "TARJETAS.IDX" TO WS-LAY-ARCHIVO
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
               DISPLAY "SE ABORTA SIN LISTAR."
               CLOSE TARJETAS
               CLOSE CLIENTES
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
               " PROGRAMA=DB-CARDEXP" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-CARDEXP.
