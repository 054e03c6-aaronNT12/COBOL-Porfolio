      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Pantalla de revision de coincidencias con la lista de
      *          sanciones, llamada desde EX04-CICS-MENU (opcion 13)
      *          con el usuario y el rol de la sesion. La cola
      *          SANCIONES-REV.IDX (clave cliente + entrada de la
      *          lista) la cargan SANCIONES-RUTINA en el alta de
      *          clientes y DB-SANCIONES en el control nocturno; cada
      *          coincidencia nace pendiente (P). El supervisor la
      *          descarta (D, homonimo o falso positivo) o la
      *          confirma (C): confirmar congela todas las cuentas no
      *          cerradas del cliente, las propias (CTA-CLI-ID) y las
      *          que comparte como cotitular (TITULARES.IDX), con
      *          retenciones de motivo SANCION y sin vencimiento en
      *          retenciones_fondos.txt por encima de lo que la
      *          cuenta puede disponer; el disponible queda en cero
      *          en caja, posteos y transferencias via
      *          RETENCIONES-RUTINA. El congelamiento se levanta con
      *          DB-HOLDS. Cada resolucion queda en seguridad.log.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICS-SANCIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS-CLI.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT TITULARES ASSIGN TO "TITULARES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               ALTERNATE RECORD KEY IS TIT-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-TIT.
           SELECT SANCIONES-REV ASSIGN TO "SANCIONES-REV.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CLAVE
               FILE STATUS IS FS-ALR.
           SELECT ARCH-RETENCIONES ASSIGN TO "retenciones_fondos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RTF.
           SELECT ARCH-SEG-LOG ASSIGN TO "seguridad.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SLG.

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
               88 CTA-CERRADA     VALUE "C".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
               88 CTA-MONEDA-LOCAL VALUE "LOC" "   ".
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

      *----------------------------------------------------------------*
      *    TITULARES Y FIRMANTES POR CUENTA (VER FIRMAS-RUTINA).       *
      *----------------------------------------------------------------*
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

      *----------------------------------------------------------------*
      *    COLA DE REVISION DE COINCIDENCIAS (VER SANCIONES-RUTINA).   *
      *----------------------------------------------------------------*
       FD  SANCIONES-REV
           RECORD CONTAINS 150 CHARACTERS.
       01  ALERTA-REG.
           05 ALR-CLAVE.
               10 ALR-CLI-ID       PIC 9(5).
               10 ALR-LISTA-ID     PIC X(10).
           05 ALR-MOTIVO       PIC X(1).
               88 ALR-POR-NOMBRE   VALUE "N".
               88 ALR-POR-DOCUMENTO VALUE "D".
           05 ALR-PUNTAJE      PIC 9(3).
           05 ALR-LISTA-NOMBRE PIC X(60).
           05 ALR-LISTA-PROGRAMA PIC X(10).
           05 ALR-ORIGEN       PIC X(10).
           05 ALR-FECHA-ALTA   PIC 9(8).
           05 ALR-ESTADO       PIC X(1).
               88 ALR-PENDIENTE    VALUE "P".
               88 ALR-DESCARTADA   VALUE "D".
               88 ALR-CONFIRMADA   VALUE "C".
           05 ALR-FECHA-RESOL  PIC 9(8).
           05 ALR-USUARIO-RESOL PIC X(10).
           05 ALR-CUENTAS-CONG PIC 9(2).
           05 FILLER           PIC X(22).

       FD  ARCH-RETENCIONES.
       01  REG-RETENCION.
           05 RTF-CUENTA       PIC 9(8).
           05 RTF-IMPORTE      PIC 9(7)V99.
           05 RTF-MOTIVO       PIC X(10).
           05 RTF-REFERENCIA   PIC X(12).
           05 RTF-USUARIO      PIC X(10).
           05 RTF-VENCE        PIC 9(8).
           05 RTF-ESTADO       PIC X(1).
               88 RTF-ACTIVA       VALUE "A".
               88 RTF-LEVANTADA    VALUE "L".

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-CLI              PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-TIT              PIC XX.
       01  FS-ALR              PIC XX.
       01  FS-RTF              PIC XX.
       01  FS-SLG              PIC XX.
       01  WS-MSG              PIC X(50).
       01  WS-OPCION           PIC 9.
       01  WS-SALIR            PIC X VALUE "N".
       01  WS-CONFIRMA         PIC X.
       01  WS-LAY-ARCHIVO      PIC X(20).
       01  WS-LAY-VERSION      PIC X(2).
       01  WS-LAY-LONGITUD     PIC 9(4).
       01  WS-LAY-RESULTADO    PIC X(1).
       01  WS-LAY-INFO         PIC X(40).
       01  WS-LAYOUT-OK        PIC X VALUE "S".
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".

       01  WS-CLI-ID           PIC 9(5).
       01  WS-LISTA-ID         PIC X(10).
       01  WS-TIT-ABIERTO      PIC X VALUE "N".
       01  WS-FIN-ALR          PIC X VALUE "N".
       01  WS-FIN-CTA          PIC X VALUE "N".
       01  WS-FIN-TIT          PIC X VALUE "N".
       01  WS-CONT-ALERTAS     PIC 9(4) VALUE 0.
       01  WS-CONT-CUENTAS     PIC 9(2) VALUE 0.
       01  WS-ESTADO-TEXTO     PIC X(10).
       01  WS-MOTIVO-TEXTO     PIC X(9).

      *    EL CONGELAMIENTO SE ARMA CON RETENCIONES DEL IMPORTE MAXIMO
      *    DE UNA RETENCION, LAS NECESARIAS PARA CUBRIR SALDO Y LIMITE
      *    DE LA CUENTA CON UNA DE MARGEN.
       01  WS-CONG-IMPORTE     PIC 9(7)V99 VALUE 9999999.99.
       01  WS-CONG-BASE        PIC 9(10)V99 VALUE 0.
       01  WS-CONG-CANT        PIC 9(3) VALUE 0.
       01  WS-CONG-IDX         PIC 9(3) VALUE 0.
       01  WS-CUENTA-CONG      PIC 9(8).

       01  WS-SEG-EVENTO       PIC X(15).
       01  WS-SEG-FECHA        PIC 9(8).
       01  WS-SEG-HORA         PIC 9(8).
       01  WS-LINEA-SEG        PIC X(100).

       LINKAGE SECTION.
       01  LNK-USUARIO         PIC X(10).
       01  LNK-ROL             PIC X(1).
           88 LNK-ROL-CONSULTA     VALUE "C".
           88 LNK-ROL-OPERADOR     VALUE "O".
           88 LNK-ROL-SUPERVISOR   VALUE "S".

       PROCEDURE DIVISION USING LNK-USUARIO LNK-ROL.
       MAIN-LOGIC.
           DISPLAY "==============================================".
           DISPLAY "   SIMULACION CICS: REVISION DE COINCIDENCIAS".
           DISPLAY "   CON LA LISTA DE SANCIONES".
           DISPLAY "==============================================".
           MOVE "N" TO WS-SALIR
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC

           OPEN I-O SANCIONES-REV
           IF FS-ALR = "35"
               OPEN OUTPUT SANCIONES-REV
               CLOSE SANCIONES-REV
               OPEN I-O SANCIONES-REV
           END-IF
           IF FS-ALR NOT = "00"
               MOVE "ERROR AL ABRIR SANCIONES-REV.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               MOVE "ERROR AL ABRIR CUENTAS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE SANCIONES-REV
               GOBACK
           END-IF

           OPEN INPUT CLIENTES
           IF FS-CLI NOT = "00"
               MOVE "ERROR AL ABRIR CLIENTES.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE SANCIONES-REV
               CLOSE CUENTAS
               GOBACK
           END-IF

      *    SIN TITULARES.IDX TODAS LAS CUENTAS SON DE TITULAR UNICO.
           OPEN INPUT TITULARES
           IF FS-TIT = "00"
               MOVE "S" TO WS-TIT-ABIERTO
           END-IF

           PERFORM VERIFICAR-LAYOUTS
           IF WS-LAYOUT-OK = "N"
               MOVE "S" TO WS-SALIR
           END-IF

           PERFORM UNTIL WS-SALIR = "S"
               PERFORM PANTALLA-SANCIONES
               ACCEPT WS-OPCION
               PERFORM PROCESAR-OPCION
           END-PERFORM

           CLOSE SANCIONES-REV
           CLOSE CUENTAS
           CLOSE CLIENTES
           IF WS-TIT-ABIERTO = "S"
               CLOSE TITULARES
           END-IF
           GOBACK.

       PANTALLA-SANCIONES.
           DISPLAY "-------------------------------------------".
           DISPLAY "   [1] COINCIDENCIAS PENDIENTES".
           DISPLAY "   [2] COINCIDENCIAS DE UN CLIENTE".
           IF LNK-ROL-SUPERVISOR
               DISPLAY "   [3] DESCARTAR COINCIDENCIA"
               DISPLAY "   [4] CONFIRMAR Y CONGELAR CUENTAS"
           END-IF
           DISPLAY "   [0] VOLVER AL MENU".
           DISPLAY "-------------------------------------------".
           DISPLAY "   SELECCIONE UNA OPCION: "
           .

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM LISTAR-PENDIENTES
               WHEN 2
                   PERFORM LISTAR-CLIENTE THRU LISTAR-CLIENTE-FIN
               WHEN 3
                   IF LNK-ROL-SUPERVISOR
                       PERFORM DESCARTAR-ALERTA THRU
                           DESCARTAR-ALERTA-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 4
                   IF LNK-ROL-SUPERVISOR
                       PERFORM CONFIRMAR-ALERTA THRU
                           CONFIRMAR-ALERTA-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 0
                   MOVE "S" TO WS-SALIR
               WHEN OTHER
                   MOVE "OPCION INVALIDA." TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE
           .

       RECHAZAR-POR-ROL.
           MOVE "OPCION NO PERMITIDA PARA SU ROL." TO WS-MSG
           PERFORM MOSTRAR-MENSAJE
           .

      *-----------------------------------------------------------------
      * [1] PENDIENTES: TODA LA COLA EN ORDEN DE CLIENTE, SOLO LAS
      * COINCIDENCIAS SIN RESOLVER.
      *-----------------------------------------------------------------
       LISTAR-PENDIENTES.
           DISPLAY "-------------------------------------------"
           DISPLAY "CLIENTE LISTA-ID   MOTIVO    PTS ALTA     ORIGEN"
           MOVE 0 TO WS-CONT-ALERTAS
           MOVE "N" TO WS-FIN-ALR
           MOVE LOW-VALUES TO ALR-CLAVE
           START SANCIONES-REV KEY IS NOT LESS THAN ALR-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-ALR
           END-START
           PERFORM UNTIL WS-FIN-ALR = "S"
               READ SANCIONES-REV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-ALR
               END-READ
               IF WS-FIN-ALR NOT = "S" AND ALR-PENDIENTE
                   PERFORM MOSTRAR-ALERTA
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------------"
           DISPLAY "PENDIENTES: " WS-CONT-ALERTAS
           .

      *-----------------------------------------------------------------
      * [2] TODAS LAS COINCIDENCIAS DEL CLIENTE, EN CUALQUIER ESTADO.
      *-----------------------------------------------------------------
       LISTAR-CLIENTE.
           DISPLAY "CLI-ID DEL CLIENTE (5 DIGITOS): "
           ACCEPT WS-CLI-ID
           MOVE WS-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NO ENCONTRADO" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO LISTAR-CLIENTE-FIN
           END-READ
           DISPLAY "-------------------------------------------"
           DISPLAY "CLIENTE " CLI-ID " " CLI-NOMBRE " " CLI-APELLIDO
           DISPLAY "CLIENTE LISTA-ID   MOTIVO    PTS ALTA     ORIGEN"
           MOVE 0 TO WS-CONT-ALERTAS
           MOVE "N" TO WS-FIN-ALR
           MOVE WS-CLI-ID TO ALR-CLI-ID
           MOVE LOW-VALUES TO ALR-LISTA-ID
           START SANCIONES-REV KEY IS NOT LESS THAN ALR-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-ALR
           END-START
           PERFORM UNTIL WS-FIN-ALR = "S"
               READ SANCIONES-REV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-ALR
               END-READ
               IF WS-FIN-ALR NOT = "S"
                   IF ALR-CLI-ID = WS-CLI-ID
                       PERFORM MOSTRAR-ALERTA
                   ELSE
                       MOVE "S" TO WS-FIN-ALR
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------------"
           DISPLAY "COINCIDENCIAS: " WS-CONT-ALERTAS
           .
       LISTAR-CLIENTE-FIN.
           EXIT.

       MOSTRAR-ALERTA.
           ADD 1 TO WS-CONT-ALERTAS
           IF ALR-POR-DOCUMENTO
               MOVE "DOCUMENTO" TO WS-MOTIVO-TEXTO
           ELSE
               MOVE "NOMBRE" TO WS-MOTIVO-TEXTO
           END-IF
           EVALUATE TRUE
               WHEN ALR-PENDIENTE
                   MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
               WHEN ALR-DESCARTADA
                   MOVE "DESCARTADA" TO WS-ESTADO-TEXTO
               WHEN ALR-CONFIRMADA
                   MOVE "CONFIRMADA" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE ALR-ESTADO TO WS-ESTADO-TEXTO
           END-EVALUATE
           DISPLAY ALR-CLI-ID "   " ALR-LISTA-ID " " WS-MOTIVO-TEXTO
               " " ALR-PUNTAJE " " ALR-FECHA-ALTA " " ALR-ORIGEN
           DISPLAY "        " ALR-LISTA-NOMBRE
           DISPLAY "        PROGRAMA " ALR-LISTA-PROGRAMA " "
               WS-ESTADO-TEXTO " " ALR-FECHA-RESOL " "
               ALR-USUARIO-RESOL " CUENTAS CONGELADAS "
               ALR-CUENTAS-CONG
           .

      *-----------------------------------------------------------------
      * [3] DESCARTAR: HOMONIMO O FALSO POSITIVO. LA COINCIDENCIA QUEDA
      * EN LA COLA COMO DESCARTADA Y NO VUELVE A LEVANTARSE PARA EL
      * MISMO CLIENTE Y LA MISMA ENTRADA DE LA LISTA.
      *-----------------------------------------------------------------
       DESCARTAR-ALERTA.
           PERFORM PEDIR-ALERTA-PENDIENTE THRU
               PEDIR-ALERTA-PENDIENTE-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO DESCARTAR-ALERTA-FIN
           END-IF
           DISPLAY "DESCARTAR LA COINCIDENCIA DEL CLIENTE " ALR-CLI-ID
           DISPLAY "CON " ALR-LISTA-ID " " ALR-LISTA-NOMBRE
           DISPLAY "CONFIRMA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "DESCARTE CANCELADO." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO DESCARTAR-ALERTA-FIN
           END-IF

           MOVE "D" TO ALR-ESTADO
           MOVE WS-FECHA-NEGOCIO TO ALR-FECHA-RESOL
           MOVE LNK-USUARIO TO ALR-USUARIO-RESOL
           MOVE 0 TO ALR-CUENTAS-CONG
           REWRITE ALERTA-REG
           IF FS-ALR = "00"
               MOVE "SANC-DESCARTA" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE "COINCIDENCIA DESCARTADA." TO WS-MSG
           ELSE
               MOVE "ERROR AL GRABAR LA COINCIDENCIA" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       DESCARTAR-ALERTA-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [4] CONFIRMAR: COINCIDENCIA VERDADERA. SE CONGELAN LAS CUENTAS
      * NO CERRADAS DEL CLIENTE (PROPIAS Y COMO COTITULAR) Y LA
      * COINCIDENCIA QUEDA CONFIRMADA CON LA CANTIDAD DE CUENTAS.
      *-----------------------------------------------------------------
       CONFIRMAR-ALERTA.
           PERFORM PEDIR-ALERTA-PENDIENTE THRU
               PEDIR-ALERTA-PENDIENTE-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO CONFIRMAR-ALERTA-FIN
           END-IF
           DISPLAY "CONFIRMAR LA COINCIDENCIA DEL CLIENTE " ALR-CLI-ID
           DISPLAY "CON " ALR-LISTA-ID " " ALR-LISTA-NOMBRE
           DISPLAY "SE CONGELAN TODAS LAS CUENTAS DEL CLIENTE."
           DISPLAY "CONFIRMA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "CONFIRMACION CANCELADA." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CONFIRMAR-ALERTA-FIN
           END-IF

           OPEN EXTEND ARCH-RETENCIONES
           IF FS-RTF = "35"
               OPEN OUTPUT ARCH-RETENCIONES
           END-IF
           IF FS-RTF NOT = "00"
               MOVE "ERROR AL ABRIR retenciones_fondos.txt" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO CONFIRMAR-ALERTA-FIN
           END-IF
           MOVE 0 TO WS-CONT-CUENTAS
           PERFORM CONGELAR-CUENTAS-PROPIAS
           IF WS-TIT-ABIERTO = "S"
               PERFORM CONGELAR-CUENTAS-COMPARTIDAS
           END-IF
           CLOSE ARCH-RETENCIONES

           MOVE WS-CLI-ID TO ALR-CLI-ID
           MOVE WS-LISTA-ID TO ALR-LISTA-ID
           READ SANCIONES-REV
               INVALID KEY
                   MOVE "ERROR AL RELEER LA COINCIDENCIA" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO CONFIRMAR-ALERTA-FIN
           END-READ
           MOVE "C" TO ALR-ESTADO
           MOVE WS-FECHA-NEGOCIO TO ALR-FECHA-RESOL
           MOVE LNK-USUARIO TO ALR-USUARIO-RESOL
           MOVE WS-CONT-CUENTAS TO ALR-CUENTAS-CONG
           REWRITE ALERTA-REG
           IF FS-ALR = "00"
               MOVE "SANC-CONFIRMA" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE SPACES TO WS-MSG
               STRING "CONFIRMADA. CUENTAS CONGELADAS: "
                   WS-CONT-CUENTAS
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           ELSE
               MOVE "ERROR AL GRABAR LA COINCIDENCIA" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       CONFIRMAR-ALERTA-FIN.
           EXIT.

      *    CUENTAS DONDE EL CLIENTE ES EL TITULAR (CTA-CLI-ID).
       CONGELAR-CUENTAS-PROPIAS.
           MOVE "N" TO WS-FIN-CTA
           MOVE WS-CLI-ID TO CTA-CLI-ID
           START CUENTAS KEY IS NOT LESS THAN CTA-CLI-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-CTA
           END-START
           PERFORM UNTIL WS-FIN-CTA = "S"
               READ CUENTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-CTA
               END-READ
               IF WS-FIN-CTA NOT = "S"
                   IF CTA-CLI-ID = WS-CLI-ID
                       IF NOT CTA-CERRADA
                           PERFORM CONGELAR-CUENTA
                       END-IF
                   ELSE
                       MOVE "S" TO WS-FIN-CTA
                   END-IF
               END-IF
           END-PERFORM
           .

      *    CUENTAS DE OTRO TITULAR PRINCIPAL DONDE EL CLIENTE FIGURA
      *    ACTIVO COMO COTITULAR. LOS FIRMANTES AUTORIZADOS NO SON
      *    DUENOS DE LOS FONDOS.
       CONGELAR-CUENTAS-COMPARTIDAS.
           MOVE "N" TO WS-FIN-TIT
           MOVE WS-CLI-ID TO TIT-CLI-ID
           START TITULARES KEY IS NOT LESS THAN TIT-CLI-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-TIT
           END-START
           PERFORM UNTIL WS-FIN-TIT = "S"
               READ TITULARES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-TIT
               END-READ
               IF WS-FIN-TIT NOT = "S"
                   IF TIT-CLI-ID = WS-CLI-ID
                       IF TIT-ACTIVO AND TIT-COTITULAR
                           MOVE TIT-CUENTA TO CTA-NUMERO
                           READ CUENTAS
                               INVALID KEY
                                   MOVE "23" TO FS-CTA
                           END-READ
                           IF FS-CTA = "00" AND NOT CTA-CERRADA
                                   AND CTA-CLI-ID NOT = WS-CLI-ID
                               PERFORM CONGELAR-CUENTA
                           END-IF
                       END-IF
                   ELSE
                       MOVE "S" TO WS-FIN-TIT
                   END-IF
               END-IF
           END-PERFORM
           .

      *    RETENCIONES DE MOTIVO SANCION SOBRE CUENTA-REG, REFERENCIA
      *    LA ENTRADA DE LA LISTA, ACTIVAS Y SIN VENCIMIENTO.
       CONGELAR-CUENTA.
           MOVE CTA-NUMERO TO WS-CUENTA-CONG
           COMPUTE WS-CONG-BASE = CTA-SALDO + CTA-LIMITE
           COMPUTE WS-CONG-CANT = WS-CONG-BASE / WS-CONG-IMPORTE + 1
           PERFORM VARYING WS-CONG-IDX FROM 1 BY 1
                   UNTIL WS-CONG-IDX > WS-CONG-CANT
               MOVE SPACES TO REG-RETENCION
               MOVE WS-CUENTA-CONG TO RTF-CUENTA
               MOVE WS-CONG-IMPORTE TO RTF-IMPORTE
               MOVE "SANCION" TO RTF-MOTIVO
               MOVE WS-LISTA-ID TO RTF-REFERENCIA
               MOVE LNK-USUARIO TO RTF-USUARIO
               MOVE 0 TO RTF-VENCE
               MOVE "A" TO RTF-ESTADO
               WRITE REG-RETENCION
           END-PERFORM
           ADD 1 TO WS-CONT-CUENTAS
           DISPLAY "CUENTA " WS-CUENTA-CONG " CONGELADA."
           .

      *    COINCIDENCIA EXISTENTE Y PENDIENTE; WS-MSG QUEDA EN BLANCO
      *    SI SIRVE.
       PEDIR-ALERTA-PENDIENTE.
           MOVE SPACES TO WS-MSG
           DISPLAY "CLI-ID DEL CLIENTE (5 DIGITOS): "
           ACCEPT WS-CLI-ID
           DISPLAY "ID DE LA ENTRADA DE LA LISTA: "
           ACCEPT WS-LISTA-ID
           MOVE FUNCTION UPPER-CASE(WS-LISTA-ID) TO WS-LISTA-ID
           MOVE WS-CLI-ID TO ALR-CLI-ID
           MOVE WS-LISTA-ID TO ALR-LISTA-ID
           READ SANCIONES-REV
               INVALID KEY
                   MOVE "COINCIDENCIA NO ENCONTRADA" TO WS-MSG
                   GO TO PEDIR-ALERTA-PENDIENTE-FIN
           END-READ
           IF NOT ALR-PENDIENTE
               MOVE "LA COINCIDENCIA YA ESTA RESUELTA" TO WS-MSG
           END-IF
           .
       PEDIR-ALERTA-PENDIENTE-FIN.
           EXIT.

       GRABAR-SEGURIDAD.
           OPEN EXTEND ARCH-SEG-LOG
           IF FS-SLG = "35"
               OPEN OUTPUT ARCH-SEG-LOG
           END-IF
           ACCEPT WS-SEG-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-SEG-HORA FROM TIME
           MOVE SPACES TO WS-LINEA-SEG
           STRING
               WS-SEG-FECHA DELIMITED BY SIZE
               " " WS-SEG-HORA DELIMITED BY SIZE
               " EVENTO=" WS-SEG-EVENTO DELIMITED BY SIZE
               " USUARIO=" LNK-USUARIO DELIMITED BY SIZE
               " CLI=" ALR-CLI-ID DELIMITED BY SIZE
               " LISTA=" ALR-LISTA-ID DELIMITED BY SIZE
               " CTAS=" ALR-CUENTAS-CONG DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG
           .

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTA PANTALLA ESTA COMPILADA PARA CLIENTES V03/185,
      * CUENTAS V02/50, TITULARES V01/50 Y SANCIONES-REV V01/150. UN
      * QUIEBRE DEVUELVE AL MENU SIN OPERAR.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "TITULARES.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "SANCIONES-REV.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 150 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           .

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               MOVE "N" TO WS-LAYOUT-OK
           END-IF
           .

       MOSTRAR-MENSAJE.
           DISPLAY "-------------------------------------------"
           DISPLAY WS-MSG
           .

       END PROGRAM CICS-SANCIONES.
