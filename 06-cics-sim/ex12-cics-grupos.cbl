      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Pantalla de grupos de clientes, llamada desde
      *          EX04-CICS-MENU (opcion 15) con el usuario y el rol
      *          de la sesion. GRUPOS.IDX (clave grupo + cliente,
      *          clave alterna por cliente) reune bajo un numero de
      *          grupo a las empresas de un mismo grupo economico
      *          (tipo E) o a las personas de un mismo hogar (tipo
      *          H). El registro con cliente 00000 es la cabecera
      *          del grupo (nombre y tipo); los demas son los
      *          miembros con su relacion: M matriz, F filial, S
      *          socio o accionista (grupo economico), J jefe de
      *          hogar, C conyuge, D dependiente (hogar), O otro
      *          (ambos). Matriz y filial deben ser clientes empresa
      *          (CLI-TIPO E) y un hogar no admite empresas. Un
      *          cliente puede estar en un grupo economico y en un
      *          hogar a la vez. La baja deja el registro en estado
      *          B con su fecha. La exposicion consolidada por grupo
      *          la emite DB-EXPOSICION-GRUPOS. Cada accion queda en
      *          seguridad.log.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICS-GRUPOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS-CLI.
           SELECT GRUPOS ASSIGN TO "GRUPOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-CLAVE
               ALTERNATE RECORD KEY IS GRP-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-GRP.
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
               88 CLI-EMPRESA     VALUE "E".
           05 CLI-FECHA-BAJA   PIC 9(8).
           05 CLI-VERSION      PIC X(1).
           05 CLI-FECHA-NAC    PIC 9(8).
           05 FILLER           PIC X(3).

      *----------------------------------------------------------------*
      *    GRUPOS DE CLIENTES: CABECERA (CLIENTE 00000) Y MIEMBROS.    *
      *----------------------------------------------------------------*
       FD  GRUPOS
           RECORD CONTAINS 80 CHARACTERS.
       01  GRUPO-REG.
           05 GRP-CLAVE.
               10 GRP-ID        PIC 9(5).
               10 GRP-CLI-ID    PIC 9(5).
                   88 GRP-CABECERA VALUE 0.
           05 GRP-TIPO         PIC X(1).
               88 GRP-ECONOMICO    VALUE "E".
               88 GRP-HOGAR        VALUE "H".
           05 GRP-RELACION     PIC X(1).
               88 GRP-MATRIZ       VALUE "M".
               88 GRP-FILIAL       VALUE "F".
               88 GRP-SOCIO        VALUE "S".
               88 GRP-JEFE-HOGAR   VALUE "J".
               88 GRP-CONYUGE      VALUE "C".
               88 GRP-DEPENDIENTE  VALUE "D".
               88 GRP-OTRO         VALUE "O".
           05 GRP-NOMBRE       PIC X(30).
           05 GRP-ESTADO       PIC X(1).
               88 GRP-ACTIVO       VALUE "A".
               88 GRP-BAJA         VALUE "B".
           05 GRP-FECHA-ALTA   PIC 9(8).
           05 GRP-FECHA-BAJA   PIC 9(8).
           05 GRP-USUARIO      PIC X(10).
           05 FILLER           PIC X(11).

       FD  ARCH-SEG-LOG.
       01  REG-SEG-LOG         PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-CLI              PIC XX.
       01  FS-GRP              PIC XX.
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

       01  WS-GRUPO            PIC 9(5).
       01  WS-CLI-ID           PIC 9(5).
       01  WS-GRP-TIPO         PIC X(1).
       01  WS-GRP-RELACION     PIC X(1).
       01  WS-GRP-NOMBRE       PIC X(30).
       01  WS-ULTIMO-GRUPO     PIC 9(5) VALUE 0.
       01  WS-FIN-GRP          PIC X VALUE "N".
       01  WS-CONT-MIEMBROS    PIC 9(3) VALUE 0.
       01  WS-CONT-GRUPOS      PIC 9(3) VALUE 0.
       01  WS-TIPO-TEXTO       PIC X(9).
       01  WS-RELACION-TEXTO   PIC X(11).

      *    GRUPOS DEL CLIENTE LEIDOS POR LA CLAVE ALTERNA, ANTES DE IR
      *    A BUSCAR LA CABECERA DE CADA UNO.
       01  WS-TABLA-PERTENENCIA.
           05 WS-PER-ENT OCCURS 20 TIMES.
               10 TM-GRUPO         PIC 9(5).
               10 TM-RELACION      PIC X(1).
               10 TM-ESTADO        PIC X(1).
       01  WS-CANT-PER         PIC 9(2) VALUE 0.
       01  WS-IDX-PER          PIC 9(2).

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
           DISPLAY "   SIMULACION CICS: GRUPOS DE CLIENTES".
           DISPLAY "   (GRUPOS ECONOMICOS Y HOGARES)".
           DISPLAY "==============================================".
           MOVE "N" TO WS-SALIR
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO WS-FNG-ESTADO
               WS-FNG-RC

           OPEN I-O GRUPOS
           IF FS-GRP = "35"
               OPEN OUTPUT GRUPOS
               CLOSE GRUPOS
               OPEN I-O GRUPOS
           END-IF
           IF FS-GRP NOT = "00"
               MOVE "ERROR AL ABRIR GRUPOS.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           OPEN INPUT CLIENTES
           IF FS-CLI NOT = "00"
               MOVE "ERROR AL ABRIR CLIENTES.IDX" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               CLOSE GRUPOS
               GOBACK
           END-IF

           PERFORM VERIFICAR-LAYOUTS
           IF WS-LAYOUT-OK = "N"
               MOVE "S" TO WS-SALIR
           END-IF

           PERFORM UNTIL WS-SALIR = "S"
               PERFORM PANTALLA-GRUPOS
               ACCEPT WS-OPCION
               PERFORM PROCESAR-OPCION
           END-PERFORM

           CLOSE GRUPOS
           CLOSE CLIENTES
           GOBACK.

       PANTALLA-GRUPOS.
           DISPLAY "-------------------------------------------".
           DISPLAY "   [1] MIEMBROS DE UN GRUPO".
           DISPLAY "   [2] GRUPOS DE UN CLIENTE".
           IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
               DISPLAY "   [3] ALTA DE GRUPO"
               DISPLAY "   [4] ALTA DE MIEMBRO EN UN GRUPO"
               DISPLAY "   [5] BAJA DE MIEMBRO DE UN GRUPO"
           END-IF
           DISPLAY "   [0] VOLVER AL MENU".
           DISPLAY "-------------------------------------------".
           DISPLAY "   SELECCIONE UNA OPCION: "
           .

       PROCESAR-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM LISTAR-MIEMBROS THRU LISTAR-MIEMBROS-FIN
               WHEN 2
                   PERFORM LISTAR-GRUPOS-CLIENTE THRU
                       LISTAR-GRUPOS-CLIENTE-FIN
               WHEN 3
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM ALTA-GRUPO THRU ALTA-GRUPO-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 4
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM ALTA-MIEMBRO THRU ALTA-MIEMBRO-FIN
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 5
                   IF LNK-ROL-OPERADOR OR LNK-ROL-SUPERVISOR
                       PERFORM BAJA-MIEMBRO THRU BAJA-MIEMBRO-FIN
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
      * [1] MIEMBROS DEL GRUPO: CABECERA Y TODOS LOS MIEMBROS, ACTIVOS
      * Y DE BAJA.
      *-----------------------------------------------------------------
       LISTAR-MIEMBROS.
           DISPLAY "NUMERO DE GRUPO (5 DIGITOS): "
           ACCEPT WS-GRUPO
           PERFORM LEER-CABECERA THRU LEER-CABECERA-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO LISTAR-MIEMBROS-FIN
           END-IF
           PERFORM TEXTO-TIPO-RELACION
           DISPLAY "-------------------------------------------"
           DISPLAY "GRUPO " GRP-ID " " GRP-NOMBRE
           DISPLAY "TIPO " WS-TIPO-TEXTO " ESTADO " GRP-ESTADO
               " ALTA " GRP-FECHA-ALTA
           DISPLAY "CLIENTE RELACION    E ALTA     BAJA     NOMBRE"
           MOVE 0 TO WS-CONT-MIEMBROS
           MOVE "N" TO WS-FIN-GRP
           MOVE WS-GRUPO TO GRP-ID
           MOVE 1 TO GRP-CLI-ID
           START GRUPOS KEY IS NOT LESS THAN GRP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-GRP
           END-START
           PERFORM UNTIL WS-FIN-GRP = "S"
               READ GRUPOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-GRP
               END-READ
               IF WS-FIN-GRP NOT = "S"
                   IF GRP-ID = WS-GRUPO
                       PERFORM MOSTRAR-LINEA-MIEMBRO
                   ELSE
                       MOVE "S" TO WS-FIN-GRP
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CONT-MIEMBROS = 0
               DISPLAY "EL GRUPO NO TIENE MIEMBROS REGISTRADOS."
           END-IF
           .
       LISTAR-MIEMBROS-FIN.
           EXIT.

       MOSTRAR-LINEA-MIEMBRO.
           ADD 1 TO WS-CONT-MIEMBROS
           PERFORM TEXTO-TIPO-RELACION
           MOVE GRP-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "(CLIENTE NO ENCONTRADO)" TO CLI-NOMBRE
           END-READ
           DISPLAY GRP-CLI-ID "   " WS-RELACION-TEXTO " " GRP-ESTADO
               " " GRP-FECHA-ALTA " " GRP-FECHA-BAJA " " CLI-NOMBRE
           .

       TEXTO-TIPO-RELACION.
           EVALUATE TRUE
               WHEN GRP-ECONOMICO
                   MOVE "ECONOMICO" TO WS-TIPO-TEXTO
               WHEN GRP-HOGAR
                   MOVE "HOGAR" TO WS-TIPO-TEXTO
               WHEN OTHER
                   MOVE GRP-TIPO TO WS-TIPO-TEXTO
           END-EVALUATE
           EVALUATE TRUE
               WHEN GRP-MATRIZ
                   MOVE "MATRIZ" TO WS-RELACION-TEXTO
               WHEN GRP-FILIAL
                   MOVE "FILIAL" TO WS-RELACION-TEXTO
               WHEN GRP-SOCIO
                   MOVE "SOCIO" TO WS-RELACION-TEXTO
               WHEN GRP-JEFE-HOGAR
                   MOVE "JEFE HOGAR" TO WS-RELACION-TEXTO
               WHEN GRP-CONYUGE
                   MOVE "CONYUGE" TO WS-RELACION-TEXTO
               WHEN GRP-DEPENDIENTE
                   MOVE "DEPENDIENTE" TO WS-RELACION-TEXTO
               WHEN GRP-OTRO
                   MOVE "OTRO" TO WS-RELACION-TEXTO
               WHEN OTHER
                   MOVE GRP-RELACION TO WS-RELACION-TEXTO
           END-EVALUATE
           .


      *-----------------------------------------------------------------
      * [2] GRUPOS DEL CLIENTE: PRIMERO SE JUNTAN SUS REGISTROS POR LA
      * CLAVE ALTERNA Y DESPUES SE LEE LA CABECERA DE CADA GRUPO.
      *-----------------------------------------------------------------
       LISTAR-GRUPOS-CLIENTE.
           DISPLAY "CLI-ID DEL CLIENTE (5 DIGITOS): "
           ACCEPT WS-CLI-ID
           MOVE WS-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NO ENCONTRADO" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO LISTAR-GRUPOS-CLIENTE-FIN
           END-READ
           DISPLAY "-------------------------------------------"
           DISPLAY "CLIENTE " CLI-ID " " CLI-NOMBRE
           MOVE 0 TO WS-CANT-PER
           MOVE "N" TO WS-FIN-GRP
           MOVE WS-CLI-ID TO GRP-CLI-ID
           START GRUPOS KEY IS NOT LESS THAN GRP-CLI-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-GRP
           END-START
           PERFORM UNTIL WS-FIN-GRP = "S"
               READ GRUPOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-GRP
               END-READ
               IF WS-FIN-GRP NOT = "S"
                   IF GRP-CLI-ID = WS-CLI-ID AND WS-CANT-PER < 20
                       ADD 1 TO WS-CANT-PER
                       MOVE GRP-ID TO TM-GRUPO(WS-CANT-PER)
                       MOVE GRP-RELACION TO TM-RELACION(WS-CANT-PER)
                       MOVE GRP-ESTADO TO TM-ESTADO(WS-CANT-PER)
                   ELSE
                       MOVE "S" TO WS-FIN-GRP
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CANT-PER = 0
               DISPLAY "EL CLIENTE NO PERTENECE A NINGUN GRUPO."
               GO TO LISTAR-GRUPOS-CLIENTE-FIN
           END-IF
           DISPLAY "GRUPO TIPO      RELACION    E NOMBRE DEL GRUPO"
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-CANT-PER
               PERFORM MOSTRAR-GRUPO-CLIENTE
           END-PERFORM
           DISPLAY "-------------------------------------------"
           DISPLAY "GRUPOS: " WS-CANT-PER
           .
       LISTAR-GRUPOS-CLIENTE-FIN.
           EXIT.

       MOSTRAR-GRUPO-CLIENTE.
           MOVE TM-GRUPO(WS-IDX-PER) TO WS-GRUPO
           PERFORM LEER-CABECERA THRU LEER-CABECERA-FIN
           IF WS-MSG NOT = SPACES
               MOVE SPACES TO GRP-TIPO
               MOVE "(SIN CABECERA)" TO GRP-NOMBRE
           END-IF
           MOVE TM-RELACION(WS-IDX-PER) TO GRP-RELACION
           PERFORM TEXTO-TIPO-RELACION
           DISPLAY WS-GRUPO " " WS-TIPO-TEXTO " " WS-RELACION-TEXTO
               " " TM-ESTADO(WS-IDX-PER) " " GRP-NOMBRE
           .

      *-----------------------------------------------------------------
      * [3] ALTA DE GRUPO: NUMERO SIGUIENTE AL MAYOR REGISTRADO, CON
      * NOMBRE Y TIPO EN LA CABECERA (CLIENTE 00000).
      *-----------------------------------------------------------------
       ALTA-GRUPO.
           DISPLAY "NOMBRE DEL GRUPO: "
           ACCEPT WS-GRP-NOMBRE
           MOVE FUNCTION UPPER-CASE(WS-GRP-NOMBRE) TO WS-GRP-NOMBRE
           IF WS-GRP-NOMBRE = SPACES
               MOVE "EL NOMBRE DEL GRUPO ES OBLIGATORIO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-GRUPO-FIN
           END-IF
           DISPLAY "TIPO (E = GRUPO ECONOMICO, H = HOGAR): "
           ACCEPT WS-GRP-TIPO
           MOVE FUNCTION UPPER-CASE(WS-GRP-TIPO) TO WS-GRP-TIPO
           IF WS-GRP-TIPO NOT = "E" AND WS-GRP-TIPO NOT = "H"
               MOVE "TIPO INVALIDO (E O H)" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-GRUPO-FIN
           END-IF

           PERFORM BUSCAR-ULTIMO-GRUPO
           ADD 1 TO WS-ULTIMO-GRUPO
           DISPLAY "ALTA DEL GRUPO " WS-ULTIMO-GRUPO " "
               WS-GRP-NOMBRE " TIPO " WS-GRP-TIPO
           DISPLAY "CONFIRMA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "ALTA CANCELADA." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-GRUPO-FIN
           END-IF

           MOVE SPACES TO GRUPO-REG
           MOVE WS-ULTIMO-GRUPO TO GRP-ID
           MOVE 0 TO GRP-CLI-ID
           MOVE WS-GRP-TIPO TO GRP-TIPO
           MOVE WS-GRP-NOMBRE TO GRP-NOMBRE
           MOVE "A" TO GRP-ESTADO
           MOVE WS-FECHA-NEGOCIO TO GRP-FECHA-ALTA
           MOVE 0 TO GRP-FECHA-BAJA
           MOVE LNK-USUARIO TO GRP-USUARIO
           WRITE GRUPO-REG
           IF FS-GRP = "00"
               MOVE "GRP-ALTA" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE "GRUPO REGISTRADO." TO WS-MSG
           ELSE
               MOVE "ERROR AL GRABAR EL GRUPO" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       ALTA-GRUPO-FIN.
           EXIT.

      *    LAS CABECERAS VAN PRIMERO EN CADA GRUPO; EL ULTIMO NUMERO
      *    ES EL DEL ULTIMO REGISTRO EN ORDEN DE CLAVE.
       BUSCAR-ULTIMO-GRUPO.
           MOVE 0 TO WS-ULTIMO-GRUPO
           MOVE "N" TO WS-FIN-GRP
           MOVE 0 TO GRP-ID GRP-CLI-ID
           START GRUPOS KEY IS NOT LESS THAN GRP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-GRP
           END-START
           PERFORM UNTIL WS-FIN-GRP = "S"
               READ GRUPOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-GRP
                   NOT AT END
                       MOVE GRP-ID TO WS-ULTIMO-GRUPO
               END-READ
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * [4] ALTA DE MIEMBRO: GRUPO ACTIVO, CLIENTE ACTIVO Y RELACION
      * ACORDE AL TIPO DEL GRUPO. UN MIEMBRO DE BAJA SE REACTIVA SOBRE
      * SU REGISTRO.
      *-----------------------------------------------------------------
       ALTA-MIEMBRO.
           DISPLAY "NUMERO DE GRUPO (5 DIGITOS): "
           ACCEPT WS-GRUPO
           PERFORM LEER-CABECERA THRU LEER-CABECERA-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-MIEMBRO-FIN
           END-IF
           IF NOT GRP-ACTIVO
               MOVE "EL GRUPO ESTA DADO DE BAJA" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-MIEMBRO-FIN
           END-IF
           MOVE GRP-TIPO TO WS-GRP-TIPO
           MOVE GRP-NOMBRE TO WS-GRP-NOMBRE

           DISPLAY "CLI-ID DEL NUEVO MIEMBRO: "
           ACCEPT WS-CLI-ID
           IF WS-CLI-ID = 0
               MOVE "CLIENTE NO ENCONTRADO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-MIEMBRO-FIN
           END-IF
           PERFORM LEER-CLIENTE THRU LEER-CLIENTE-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-MIEMBRO-FIN
           END-IF

           IF WS-GRP-TIPO = "E"
               DISPLAY "RELACION (M = MATRIZ, F = FILIAL, S = SOCIO, "
                   "O = OTRO): "
           ELSE
               DISPLAY "RELACION (J = JEFE DE HOGAR, C = CONYUGE, "
                   "D = DEPENDIENTE, O = OTRO): "
           END-IF
           ACCEPT WS-GRP-RELACION
           MOVE FUNCTION UPPER-CASE(WS-GRP-RELACION)
               TO WS-GRP-RELACION
           PERFORM VALIDAR-RELACION THRU VALIDAR-RELACION-FIN
           IF WS-MSG NOT = SPACES
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-MIEMBRO-FIN
           END-IF

           MOVE WS-GRUPO TO GRP-ID
           MOVE WS-CLI-ID TO GRP-CLI-ID
           READ GRUPOS
               INVALID KEY
                   MOVE "23" TO FS-GRP
           END-READ
           IF FS-GRP = "00" AND GRP-ACTIVO
               MOVE "EL CLIENTE YA FIGURA EN EL GRUPO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-MIEMBRO-FIN
           END-IF

           DISPLAY "ALTA DE " WS-CLI-ID " " CLI-NOMBRE
           DISPLAY "EN EL GRUPO " WS-GRUPO " " WS-GRP-NOMBRE
               " RELACION " WS-GRP-RELACION
           DISPLAY "CONFIRMA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "ALTA CANCELADA." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-MIEMBRO-FIN
           END-IF

           IF FS-GRP = "00"
               PERFORM ARMAR-MIEMBRO
               REWRITE GRUPO-REG
           ELSE
               MOVE SPACES TO GRUPO-REG
               MOVE WS-GRUPO TO GRP-ID
               MOVE WS-CLI-ID TO GRP-CLI-ID
               PERFORM ARMAR-MIEMBRO
               WRITE GRUPO-REG
           END-IF
           IF FS-GRP = "00"
               MOVE "GRP-MIEMBRO" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE "MIEMBRO REGISTRADO." TO WS-MSG
           ELSE
               MOVE "ERROR AL GRABAR EL MIEMBRO" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       ALTA-MIEMBRO-FIN.
           EXIT.

       ARMAR-MIEMBRO.
           MOVE WS-GRP-TIPO TO GRP-TIPO
           MOVE WS-GRP-RELACION TO GRP-RELACION
           MOVE SPACES TO GRP-NOMBRE
           MOVE "A" TO GRP-ESTADO
           MOVE WS-FECHA-NEGOCIO TO GRP-FECHA-ALTA
           MOVE 0 TO GRP-FECHA-BAJA
           MOVE LNK-USUARIO TO GRP-USUARIO
           .

      *    MATRIZ Y FILIAL SON EMPRESAS; UN HOGAR NO ADMITE EMPRESAS.
      *    WS-MSG QUEDA EN BLANCO SI LA RELACION SIRVE.
       VALIDAR-RELACION.
           MOVE SPACES TO WS-MSG
           IF WS-GRP-TIPO = "E"
               IF WS-GRP-RELACION NOT = "M"
                       AND WS-GRP-RELACION NOT = "F"
                       AND WS-GRP-RELACION NOT = "S"
                       AND WS-GRP-RELACION NOT = "O"
                   MOVE "RELACION INVALIDA (M, F, S U O)" TO WS-MSG
                   GO TO VALIDAR-RELACION-FIN
               END-IF
               IF (WS-GRP-RELACION = "M" OR WS-GRP-RELACION = "F")
                       AND NOT CLI-EMPRESA
                   MOVE "MATRIZ Y FILIAL DEBEN SER CLIENTES EMPRESA"
                       TO WS-MSG
               END-IF
           ELSE
               IF WS-GRP-RELACION NOT = "J"
                       AND WS-GRP-RELACION NOT = "C"
                       AND WS-GRP-RELACION NOT = "D"
                       AND WS-GRP-RELACION NOT = "O"
                   MOVE "RELACION INVALIDA (J, C, D U O)" TO WS-MSG
                   GO TO VALIDAR-RELACION-FIN
               END-IF
               IF CLI-EMPRESA
                   MOVE "UN HOGAR NO ADMITE CLIENTES EMPRESA" TO WS-MSG
               END-IF
           END-IF
           .
       VALIDAR-RELACION-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [5] BAJA DE MIEMBRO: EL REGISTRO QUEDA EN ESTADO B CON SU FECHA
      * (NO SE BORRA).
      *-----------------------------------------------------------------
       BAJA-MIEMBRO.
           MOVE SPACES TO WS-MSG
           DISPLAY "NUMERO DE GRUPO (5 DIGITOS): "
           ACCEPT WS-GRUPO
           DISPLAY "CLI-ID DEL MIEMBRO: "
           ACCEPT WS-CLI-ID
           IF WS-CLI-ID = 0
               MOVE "EL CLIENTE NO FIGURA EN EL GRUPO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO BAJA-MIEMBRO-FIN
           END-IF
           MOVE WS-GRUPO TO GRP-ID
           MOVE WS-CLI-ID TO GRP-CLI-ID
           READ GRUPOS
               INVALID KEY
                   MOVE "EL CLIENTE NO FIGURA EN EL GRUPO" TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
                   GO TO BAJA-MIEMBRO-FIN
           END-READ
           IF NOT GRP-ACTIVO
               MOVE "EL CLIENTE YA ESTA DE BAJA EN EL GRUPO" TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO BAJA-MIEMBRO-FIN
           END-IF
           PERFORM TEXTO-TIPO-RELACION
           DISPLAY "GRUPO " GRP-ID " CLIENTE " GRP-CLI-ID " "
               WS-RELACION-TEXTO
           DISPLAY "CONFIRMA LA BAJA? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "BAJA CANCELADA." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO BAJA-MIEMBRO-FIN
           END-IF

           MOVE "B" TO GRP-ESTADO
           MOVE WS-FECHA-NEGOCIO TO GRP-FECHA-BAJA
           MOVE LNK-USUARIO TO GRP-USUARIO
           REWRITE GRUPO-REG
           IF FS-GRP = "00"
               MOVE "GRP-BAJA" TO WS-SEG-EVENTO
               PERFORM GRABAR-SEGURIDAD
               MOVE "MIEMBRO DADO DE BAJA." TO WS-MSG
           ELSE
               MOVE "ERROR AL DAR DE BAJA EL MIEMBRO" TO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       BAJA-MIEMBRO-FIN.
           EXIT.

      *    CABECERA DEL GRUPO WS-GRUPO; WS-MSG QUEDA EN BLANCO SI
      *    EXISTE.
       LEER-CABECERA.
           MOVE SPACES TO WS-MSG
           MOVE WS-GRUPO TO GRP-ID
           MOVE 0 TO GRP-CLI-ID
           READ GRUPOS
               INVALID KEY
                   MOVE "GRUPO NO ENCONTRADO" TO WS-MSG
           END-READ
           .
       LEER-CABECERA-FIN.
           EXIT.

      *    CLIENTE EXISTENTE Y NO DADO DE BAJA; WS-MSG QUEDA EN BLANCO
      *    SI SIRVE.
       LEER-CLIENTE.
           MOVE SPACES TO WS-MSG
           MOVE WS-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NO ENCONTRADO" TO WS-MSG
                   GO TO LEER-CLIENTE-FIN
           END-READ
           IF CLI-INACTIVO
               MOVE "EL CLIENTE ESTA DADO DE BAJA" TO WS-MSG
           END-IF
           .
       LEER-CLIENTE-FIN.
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
               " GRUPO=" GRP-ID DELIMITED BY SIZE
               " CLI=" GRP-CLI-ID DELIMITED BY SIZE
               " TIPO=" GRP-TIPO DELIMITED BY SIZE
               " REL=" GRP-RELACION DELIMITED BY SIZE
               INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEG-LOG FROM WS-LINEA-SEG
           CLOSE ARCH-SEG-LOG
           .

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTA PANTALLA ESTA COMPILADA PARA CLIENTES V03/185 Y GRUPOS
      * V01/80. UN QUIEBRE DEVUELVE AL MENU SIN OPERAR.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "GRUPOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 80 TO WS-LAY-LONGITUD
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

       END PROGRAM CICS-GRUPOS.
