      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Exposicion consolidada por grupo de clientes: recorre
      *          GRUPOS.IDX (los mantiene CICS-GRUPOS) y, para cada
      *          miembro activo de cada grupo, suma sus cuentas no
      *          cerradas de CUENTAS.IDX (las que tiene como
      *          CTA-CLI-ID): depositos (CTA-SALDO), limite de
      *          sobregiro otorgado (CTA-LIMITE), sobregiro en uso
      *          (CTA-SOBREGIRO) y fondos retenidos
      *          (RETENCIONES-RUTINA), mas sus plazos fijos vigentes
      *          de PLAZOS.IDX. Las cuentas en divisas se pasan a
      *          moneda local a la tasa vigente de tipos_cambio.txt;
      *          sin tasa quedan fuera y se cuentan aparte. La
      *          exposicion de cada cuenta es el mayor entre el
      *          limite otorgado y el sobregiro en uso; la del grupo
      *          es la suma de las de sus miembros. El grupo cuya
      *          exposicion supera el limite de concentracion sale
      *          marcado. El limite se toma del archivo
      *          limite_concentracion.txt (grupo 00000 = limite
      *          general, un grupo puntual puede tener el suyo); sin
      *          archivo rige 250,000.00.
      *          Un cliente que esta en dos grupos suma en ambos.
      *          Informe en exposicion_grupos.txt (spool
      *          EXPOSICION-GRUPOS); RC 4 si hay grupos sobre el
      *          limite o cuentas sin tasa.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-EXPOSICION-GRUPOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPOS ASSIGN TO "GRUPOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRP-CLAVE
               ALTERNATE RECORD KEY IS GRP-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-GRP.
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
           SELECT PLAZOS ASSIGN TO "PLAZOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLF-CERTIFICADO
               FILE STATUS IS FS-PLF.
           SELECT ARCH-CAMBIOS ASSIGN TO "tipos_cambio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TCB.
           SELECT ARCH-LIMITES ASSIGN TO "limite_concentracion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LCO.
           SELECT ARCH-REPORTE ASSIGN TO "exposicion_grupos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
      *    GRUPOS DE CLIENTES: CABECERA (CLIENTE 00000) Y MIEMBROS.
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
           05 GRP-NOMBRE       PIC X(30).
           05 GRP-ESTADO       PIC X(1).
               88 GRP-ACTIVO       VALUE "A".
               88 GRP-BAJA         VALUE "B".
           05 GRP-FECHA-ALTA   PIC 9(8).
           05 GRP-FECHA-BAJA   PIC 9(8).
           05 GRP-USUARIO      PIC X(10).
           05 FILLER           PIC X(11).

       FD  CLIENTES
           RECORD CONTAINS 185 CHARACTERS.
       01  CLIENTE-REG.
           05 CLI-ID           PIC 9(5).
           05 CLI-NOMBRE       PIC X(30).
           05 CLI-APELLIDO     PIC X(30).
           05 CLI-EDAD         PIC 99.
           05 CLI-SALDO        PIC 9(9)V99.
           05 CLI-ESTADO       PIC X(1).
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
               88 CTA-CERRADA     VALUE "C".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
               88 CTA-MONEDA-LOCAL VALUE "LOC" "   ".
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

       FD  PLAZOS
           RECORD CONTAINS 60 CHARACTERS.
       01  PLAZO-REG.
           05 PLF-CERTIFICADO  PIC 9(8).
           05 PLF-CUENTA       PIC 9(8).
           05 PLF-CLI-ID       PIC 9(5).
           05 PLF-CAPITAL      PIC 9(9)V99.
           05 PLF-TASA         PIC 9(2)V99.
           05 PLF-FECHA-INICIO PIC 9(8).
           05 PLF-FECHA-VENCE  PIC 9(8).
           05 PLF-INSTRUCCION  PIC X(1).
           05 PLF-ESTADO       PIC X(1).
               88 PLF-VIGENTE      VALUE "V".
           05 PLF-MOTIVO-CANCEL PIC X(1).
           05 FILLER           PIC X(5).

       FD  ARCH-CAMBIOS.
       01  REG-CAMBIO.
           05 TCB-FECHA        PIC 9(8).
           05 TCB-MONEDA       PIC X(3).
           05 TCB-TASA         PIC 9(5)V9(4).

      *    LIMITE DE CONCENTRACION: GRUPO 00000 = GENERAL; OTRO NUMERO
      *    = LIMITE PROPIO DE ESE GRUPO.
       FD  ARCH-LIMITES.
       01  REG-LIMITE.
           05 LCO-GRUPO        PIC 9(5).
           05 LCO-LIMITE       PIC 9(11)V99.

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(160).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-GRP              PIC XX.
       01  FS-CLI              PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-PLF              PIC XX.
       01  FS-TCB              PIC XX.
       01  FS-LCO              PIC XX.
       01  FS-REP              PIC XX.
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
       01  WS-RETENIDO         PIC 9(9)V99 VALUE 0.
       01  WS-RET-RC           PIC X(2).
       01  WS-LIMITE-GENERAL   PIC 9(11)V99 VALUE 250000.00.
       01  WS-TASA             PIC 9(5)V9(4).
       01  WS-LOC-SALDO        PIC 9(11)V99.
       01  WS-LOC-LIMITE       PIC 9(11)V99.
       01  WS-LOC-USADO        PIC 9(11)V99.
       01  WS-LOC-RETENIDO     PIC 9(11)V99.
       01  WS-PORCENTAJE       PIC 9(5)V99.

       01  WS-CONT-GRUPOS-SOBRE PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-TASA    PIC 9(5) VALUE 0.
       01  WS-CONT-CUENTAS     PIC 9(7) VALUE 0.
       01  WS-CONT-PLAZOS      PIC 9(7) VALUE 0.
       01  WS-CONT-OMITIDOS    PIC 9(5) VALUE 0.

      *    TASAS VIGENTES POR MONEDA A LA FECHA DE NEGOCIO.
       01  WS-TABLA-TASAS.
           05 WS-TAS-ENT OCCURS 20 TIMES.
               10 TT-MONEDA        PIC X(3).
               10 TT-FECHA         PIC 9(8).
               10 TT-TASA          PIC 9(5)V9(4).
       01  WS-CANT-TAS         PIC 9(2) VALUE 0.
       01  WS-IDX-TAS          PIC 9(2).
       01  WS-POS-TAS          PIC 9(2).

      *    LIMITES PROPIOS DE GRUPO.
       01  WS-TABLA-LIMITES.
           05 WS-LIM-ENT OCCURS 100 TIMES.
               10 TL-GRUPO         PIC 9(5).
               10 TL-LIMITE        PIC 9(11)V99.
       01  WS-CANT-LIM         PIC 9(3) VALUE 0.
       01  WS-IDX-LIM          PIC 9(3).

      *    GRUPOS EN ORDEN DE NUMERO; SUS MIEMBROS OCUPAN POSICIONES
      *    CONSECUTIVAS DE LA TABLA DE MIEMBROS (TG-PRIMERO A
      *    TG-ULTIMO).
       01  WS-TABLA-GRUPOS.
           05 WS-GRU-ENT OCCURS 200 TIMES.
               10 TG-ID            PIC 9(5).
               10 TG-NOMBRE        PIC X(30).
               10 TG-TIPO          PIC X(1).
               10 TG-PRIMERO       PIC 9(4).
               10 TG-ULTIMO        PIC 9(4).
               10 TG-CUENTAS       PIC 9(5).
               10 TG-DEPOSITOS     PIC 9(13)V99.
               10 TG-LIMITE-SOB    PIC 9(13)V99.
               10 TG-USADO         PIC 9(13)V99.
               10 TG-PLAZOS        PIC 9(13)V99.
               10 TG-RETENIDO      PIC 9(13)V99.
               10 TG-EXPOSICION    PIC 9(13)V99.
               10 TG-LIMITE-CONC   PIC 9(11)V99.
       01  WS-CANT-GRU         PIC 9(3) VALUE 0.
       01  WS-IDX-GRU          PIC 9(3).

       01  WS-TABLA-MIEMBROS.
           05 WS-MIE-ENT OCCURS 1000 TIMES.
               10 TM-GRUPO         PIC 9(3).
               10 TM-CLI-ID        PIC 9(5).
               10 TM-RELACION      PIC X(1).
               10 TM-NOMBRE        PIC X(30).
               10 TM-CUENTAS       PIC 9(3).
               10 TM-DEPOSITOS     PIC 9(11)V99.
               10 TM-LIMITE-SOB    PIC 9(11)V99.
               10 TM-USADO         PIC 9(11)V99.
               10 TM-PLAZOS        PIC 9(11)V99.
               10 TM-RETENIDO      PIC 9(11)V99.
               10 TM-EXPOSICION    PIC 9(11)V99.
       01  WS-CANT-MIE         PIC 9(4) VALUE 0.
       01  WS-IDX-MIE          PIC 9(4).

       01  WS-LINEA-REP        PIC X(160).
       01  WS-NOMBRE-CORTO     PIC X(20).
       01  WS-ED-CUENTAS       PIC ZZ9.
       01  WS-ED-DEPOSITOS     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-LIMITE-SOB    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-USADO         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-PLAZOS        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-RETENIDO      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-EXPOSICION    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-LIMITE-CONC   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-PORCENTAJE    PIC ZZ,ZZ9.99.
       01  WS-ED-CANT          PIC ZZZZ9.

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   EXPOSICION CONSOLIDADA POR GRUPO DE CLIENTES "
           DISPLAY "==============================================="
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
               WS-FNG-ESTADO WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO

      *    SIN GRUPOS REGISTRADOS NO HAY NADA QUE CONSOLIDAR.
           OPEN INPUT GRUPOS
           IF FS-GRP = "35"
               DISPLAY "SIN GRUPOS REGISTRADOS (GRUPOS.IDX)."
               DISPLAY "FIN DEL PROGRAMA."
               STOP RUN
           END-IF
           IF FS-GRP NOT = "00"
               DISPLAY "ERROR AL ABRIR GRUPOS.IDX. FS=" FS-GRP
               MOVE "GRUPOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-GRP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES
           IF FS-CLI NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS-CLI
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CLI TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE GRUPOS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE GRUPOS
               CLOSE CLIENTES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS

           PERFORM CARGAR-TASAS
           PERFORM CARGAR-LIMITES
           PERFORM CARGAR-GRUPOS
           CLOSE GRUPOS

           PERFORM VARYING WS-IDX-MIE FROM 1 BY 1
                   UNTIL WS-IDX-MIE > WS-CANT-MIE
               PERFORM SUMAR-CUENTAS-MIEMBRO
           END-PERFORM
           CLOSE CUENTAS
           CLOSE CLIENTES

      *    SIN PLAZOS.IDX NO HAY PLAZOS FIJOS QUE SUMAR.
           OPEN INPUT PLAZOS
           IF FS-PLF = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ PLAZOS NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND PLF-VIGENTE
                       PERFORM SUMAR-PLAZO
                   END-IF
               END-PERFORM
               CLOSE PLAZOS
           ELSE
               IF FS-PLF NOT = "35"
                   DISPLAY "ERROR AL ABRIR PLAZOS.IDX. FS=" FS-PLF
                   MOVE "PLAZOS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-PLF TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-IF

           OPEN OUTPUT ARCH-REPORTE
           IF FS-REP NOT = "00"
               DISPLAY "ERROR AL ABRIR exposicion_grupos.txt. FS="
                   FS-REP
               MOVE "exposicion_grupos" TO WS-ERR-ARCHIVO
               MOVE FS-REP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM VARYING WS-IDX-GRU FROM 1 BY 1
                   UNTIL WS-IDX-GRU > WS-CANT-GRU
               PERFORM ESCRIBIR-GRUPO
           END-PERFORM
           PERFORM ESCRIBIR-TOTALES
           CLOSE ARCH-REPORTE

           MOVE "EXPOSICION-GRUPOS" TO WS-SPOOL-REPORTE
           MOVE "exposicion_grupos.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "GRUPOS:                  " WS-CANT-GRU
           DISPLAY "MIEMBROS:                " WS-CANT-MIE
           DISPLAY "CUENTAS SUMADAS:         " WS-CONT-CUENTAS
           DISPLAY "PLAZOS FIJOS SUMADOS:    " WS-CONT-PLAZOS
           DISPLAY "CUENTAS SIN TASA:        " WS-CONT-SIN-TASA
           DISPLAY "GRUPOS SOBRE EL LIMITE:  " WS-CONT-GRUPOS-SOBRE
           DISPLAY "INFORME: exposicion_grupos.txt"
           IF WS-CONT-GRUPOS-SOBRE > 0 OR WS-CONT-SIN-TASA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    CARGAR-TASAS                                                *
      *    Tasa de cada moneda: la de fecha mas reciente que no supera *
      *    la fecha de negocio.                                        *
      *----------------------------------------------------------------*
       CARGAR-TASAS.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-CAMBIOS
           IF FS-TCB = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-CAMBIOS
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N"
                           AND TCB-FECHA <= WS-FECHA-NEGOCIO
                       PERFORM GUARDAR-TASA
                   END-IF
               END-PERFORM
               CLOSE ARCH-CAMBIOS
           END-IF.

       GUARDAR-TASA.
           MOVE 0 TO WS-POS-TAS
           PERFORM VARYING WS-IDX-TAS FROM 1 BY 1
                   UNTIL WS-IDX-TAS > WS-CANT-TAS
               IF TT-MONEDA(WS-IDX-TAS) = TCB-MONEDA
                   MOVE WS-IDX-TAS TO WS-POS-TAS
               END-IF
           END-PERFORM
           IF WS-POS-TAS = 0 AND WS-CANT-TAS < 20
               ADD 1 TO WS-CANT-TAS
               MOVE WS-CANT-TAS TO WS-POS-TAS
               MOVE TCB-MONEDA TO TT-MONEDA(WS-POS-TAS)
               MOVE 0 TO TT-FECHA(WS-POS-TAS) TT-TASA(WS-POS-TAS)
           END-IF
           IF WS-POS-TAS > 0
               IF TCB-FECHA >= TT-FECHA(WS-POS-TAS)
                   MOVE TCB-FECHA TO TT-FECHA(WS-POS-TAS)
                   MOVE TCB-TASA TO TT-TASA(WS-POS-TAS)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    CARGAR-LIMITES                                              *
      *    Linea del grupo 00000 = limite general; las demas, limites  *
      *    propios. Sin archivo rige el limite general por omision.    *
      *----------------------------------------------------------------*
       CARGAR-LIMITES.
           MOVE "N" TO WS-FIN
           OPEN INPUT ARCH-LIMITES
           IF FS-LCO = "00"
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-LIMITES
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N" AND LCO-GRUPO IS NUMERIC
                           AND LCO-LIMITE IS NUMERIC
                           AND LCO-LIMITE > 0
                       IF LCO-GRUPO = 0
                           MOVE LCO-LIMITE TO WS-LIMITE-GENERAL
                       ELSE
                           IF WS-CANT-LIM < 100
                               ADD 1 TO WS-CANT-LIM
                               MOVE LCO-GRUPO TO TL-GRUPO(WS-CANT-LIM)
                               MOVE LCO-LIMITE
                                   TO TL-LIMITE(WS-CANT-LIM)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCH-LIMITES
           END-IF.

      *----------------------------------------------------------------*
      *    CARGAR-GRUPOS                                               *
      *    En orden de clave la cabecera (cliente 00000) precede a sus *
      *    miembros. Solo cuentan los miembros activos.                *
      *----------------------------------------------------------------*
       CARGAR-GRUPOS.
           MOVE "N" TO WS-FIN
           PERFORM UNTIL WS-FIN = "S"
               READ GRUPOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
               END-READ
               IF WS-FIN = "N"
                   IF GRP-CABECERA
                       PERFORM NUEVO-GRUPO
                   ELSE
                       IF GRP-ACTIVO
                           PERFORM NUEVO-MIEMBRO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       NUEVO-GRUPO.
           IF WS-CANT-GRU >= 200
               ADD 1 TO WS-CONT-OMITIDOS
               DISPLAY "MAS DE 200 GRUPOS; SE OMITE " GRP-ID
               MOVE "GRUPOS.IDX" TO WS-ERR-ARCHIVO
               MOVE "99" TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           ELSE
               ADD 1 TO WS-CANT-GRU
               MOVE GRP-ID TO TG-ID(WS-CANT-GRU)
               MOVE GRP-NOMBRE TO TG-NOMBRE(WS-CANT-GRU)
               MOVE GRP-TIPO TO TG-TIPO(WS-CANT-GRU)
               MOVE 0 TO TG-PRIMERO(WS-CANT-GRU)
                   TG-ULTIMO(WS-CANT-GRU) TG-CUENTAS(WS-CANT-GRU)
                   TG-DEPOSITOS(WS-CANT-GRU) TG-LIMITE-SOB(WS-CANT-GRU)
                   TG-USADO(WS-CANT-GRU) TG-PLAZOS(WS-CANT-GRU)
                   TG-RETENIDO(WS-CANT-GRU)
                   TG-EXPOSICION(WS-CANT-GRU)
               MOVE WS-LIMITE-GENERAL TO TG-LIMITE-CONC(WS-CANT-GRU)
               PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                       UNTIL WS-IDX-LIM > WS-CANT-LIM
                   IF TL-GRUPO(WS-IDX-LIM) = GRP-ID
                       MOVE TL-LIMITE(WS-IDX-LIM)
                           TO TG-LIMITE-CONC(WS-CANT-GRU)
                   END-IF
               END-PERFORM
           END-IF.

      *    UN MIEMBRO SIN SU CABECERA (O DE UN GRUPO OMITIDO) NO SE
      *    CONSOLIDA.
       NUEVO-MIEMBRO.
           IF WS-CANT-GRU = 0
               ADD 1 TO WS-CONT-OMITIDOS
               GO TO NUEVO-MIEMBRO-FIN
           END-IF
           IF TG-ID(WS-CANT-GRU) NOT = GRP-ID
               ADD 1 TO WS-CONT-OMITIDOS
               GO TO NUEVO-MIEMBRO-FIN
           END-IF
           IF WS-CANT-MIE >= 1000
               ADD 1 TO WS-CONT-OMITIDOS
               DISPLAY "MAS DE 1000 MIEMBROS; SE OMITE " GRP-CLI-ID
                   " DEL GRUPO " GRP-ID
               MOVE "GRUPOS.IDX" TO WS-ERR-ARCHIVO
               MOVE "99" TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               GO TO NUEVO-MIEMBRO-FIN
           END-IF
           ADD 1 TO WS-CANT-MIE
           MOVE WS-CANT-GRU TO TM-GRUPO(WS-CANT-MIE)
           MOVE GRP-CLI-ID TO TM-CLI-ID(WS-CANT-MIE)
           MOVE GRP-RELACION TO TM-RELACION(WS-CANT-MIE)
           MOVE 0 TO TM-CUENTAS(WS-CANT-MIE)
               TM-DEPOSITOS(WS-CANT-MIE) TM-LIMITE-SOB(WS-CANT-MIE)
               TM-USADO(WS-CANT-MIE) TM-PLAZOS(WS-CANT-MIE)
               TM-RETENIDO(WS-CANT-MIE) TM-EXPOSICION(WS-CANT-MIE)
           MOVE GRP-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "(CLIENTE NO ENCONTRADO)" TO CLI-NOMBRE
           END-READ
           MOVE CLI-NOMBRE TO TM-NOMBRE(WS-CANT-MIE)
           IF TG-PRIMERO(WS-CANT-GRU) = 0
               MOVE WS-CANT-MIE TO TG-PRIMERO(WS-CANT-GRU)
           END-IF
           MOVE WS-CANT-MIE TO TG-ULTIMO(WS-CANT-GRU).
       NUEVO-MIEMBRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    SUMAR-CUENTAS-MIEMBRO                                       *
      *    Cuentas no cerradas del miembro por la clave alterna del    *
      *    cliente.                                                    *
      *----------------------------------------------------------------*
       SUMAR-CUENTAS-MIEMBRO.
           MOVE "N" TO WS-FIN-CTA
           MOVE TM-CLI-ID(WS-IDX-MIE) TO CTA-CLI-ID
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
                   IF CTA-CLI-ID = TM-CLI-ID(WS-IDX-MIE)
                       IF NOT CTA-CERRADA
                           PERFORM SUMAR-CUENTA THRU SUMAR-CUENTA-FIN
                       END-IF
                   ELSE
                       MOVE "S" TO WS-FIN-CTA
                   END-IF
               END-IF
           END-PERFORM.

      *    LOS IMPORTES DE UNA CUENTA EN DIVISAS SE PASAN A MONEDA
      *    LOCAL; SIN TASA VIGENTE LA CUENTA QUEDA FUERA.
       SUMAR-CUENTA.
           CALL "RETENCIONES-RUTINA" USING CTA-NUMERO
               WS-FECHA-NEGOCIO WS-RETENIDO WS-RET-RC
           IF CTA-MONEDA-LOCAL
               MOVE 1 TO WS-TASA
           ELSE
               MOVE 0 TO WS-TASA
               PERFORM VARYING WS-IDX-TAS FROM 1 BY 1
                       UNTIL WS-IDX-TAS > WS-CANT-TAS
                   IF TT-MONEDA(WS-IDX-TAS) = CTA-MONEDA
                       MOVE TT-TASA(WS-IDX-TAS) TO WS-TASA
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TASA = 0
               ADD 1 TO WS-CONT-SIN-TASA
               DISPLAY "CUENTA " CTA-NUMERO " EN " CTA-MONEDA
                   " SIN TASA VIGENTE; NO SE CONSOLIDA"
               GO TO SUMAR-CUENTA-FIN
           END-IF
           COMPUTE WS-LOC-SALDO ROUNDED = CTA-SALDO * WS-TASA
           COMPUTE WS-LOC-LIMITE ROUNDED = CTA-LIMITE * WS-TASA
           COMPUTE WS-LOC-USADO ROUNDED = CTA-SOBREGIRO * WS-TASA
           COMPUTE WS-LOC-RETENIDO ROUNDED = WS-RETENIDO * WS-TASA

           ADD 1 TO WS-CONT-CUENTAS
           ADD 1 TO TM-CUENTAS(WS-IDX-MIE)
           ADD WS-LOC-SALDO TO TM-DEPOSITOS(WS-IDX-MIE)
           ADD WS-LOC-LIMITE TO TM-LIMITE-SOB(WS-IDX-MIE)
           ADD WS-LOC-USADO TO TM-USADO(WS-IDX-MIE)
           ADD WS-LOC-RETENIDO TO TM-RETENIDO(WS-IDX-MIE)
           IF WS-LOC-USADO > WS-LOC-LIMITE
               ADD WS-LOC-USADO TO TM-EXPOSICION(WS-IDX-MIE)
           ELSE
               ADD WS-LOC-LIMITE TO TM-EXPOSICION(WS-IDX-MIE)
           END-IF.
       SUMAR-CUENTA-FIN.
           EXIT.

      *    EL PLAZO FIJO SUMA EN TODOS LOS GRUPOS DE SU TITULAR.
       SUMAR-PLAZO.
           PERFORM VARYING WS-IDX-MIE FROM 1 BY 1
                   UNTIL WS-IDX-MIE > WS-CANT-MIE
               IF TM-CLI-ID(WS-IDX-MIE) = PLF-CLI-ID
                   ADD PLF-CAPITAL TO TM-PLAZOS(WS-IDX-MIE)
                   ADD 1 TO WS-CONT-PLAZOS
               END-IF
           END-PERFORM.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO WS-LINEA-REP
           STRING "EXPOSICION CONSOLIDADA POR GRUPO AL "
               WS-FECHA-NEGOCIO
               "  (IMPORTES EN MONEDA LOCAL)"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "EXPOSICION = MAYOR ENTRE LIMITE DE SOBREGIRO "
               "OTORGADO Y SOBREGIRO EN USO, CUENTA POR CUENTA"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "CLIENTE NOMBRE               R CTA"
               "        DEPOSITOS   LIMITE SOBREG."
               "    SOBREGIRO USO     PLAZOS FIJOS"
               "         RETENIDO       EXPOSICION"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP.

      *----------------------------------------------------------------*
      *    ESCRIBIR-GRUPO                                              *
      *    Cabecera, una linea por miembro, totales del grupo y su     *
      *    exposicion contra el limite de concentracion.               *
      *----------------------------------------------------------------*
       ESCRIBIR-GRUPO.
           MOVE SPACES TO WS-LINEA-REP
           IF TG-TIPO(WS-IDX-GRU) = "H"
               STRING "GRUPO " TG-ID(WS-IDX-GRU) " "
                   TG-NOMBRE(WS-IDX-GRU) " (HOGAR)"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
           ELSE
               STRING "GRUPO " TG-ID(WS-IDX-GRU) " "
                   TG-NOMBRE(WS-IDX-GRU) " (GRUPO ECONOMICO)"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-REP
           IF TG-PRIMERO(WS-IDX-GRU) = 0
               MOVE "    SIN MIEMBROS ACTIVOS" TO WS-LINEA-REP
               WRITE REG-REPORTE FROM WS-LINEA-REP
           ELSE
               PERFORM VARYING WS-IDX-MIE FROM TG-PRIMERO(WS-IDX-GRU)
                       BY 1 UNTIL WS-IDX-MIE > TG-ULTIMO(WS-IDX-GRU)
                   PERFORM ESCRIBIR-MIEMBRO
               END-PERFORM
           END-IF

           MOVE TG-CUENTAS(WS-IDX-GRU) TO WS-ED-CUENTAS
           MOVE TG-DEPOSITOS(WS-IDX-GRU) TO WS-ED-DEPOSITOS
           MOVE TG-LIMITE-SOB(WS-IDX-GRU) TO WS-ED-LIMITE-SOB
           MOVE TG-USADO(WS-IDX-GRU) TO WS-ED-USADO
           MOVE TG-PLAZOS(WS-IDX-GRU) TO WS-ED-PLAZOS
           MOVE TG-RETENIDO(WS-IDX-GRU) TO WS-ED-RETENIDO
           MOVE TG-EXPOSICION(WS-IDX-GRU) TO WS-ED-EXPOSICION
           MOVE SPACES TO WS-LINEA-REP
           STRING "        TOTAL DEL GRUPO        " WS-ED-CUENTAS " "
               WS-ED-DEPOSITOS " " WS-ED-LIMITE-SOB " " WS-ED-USADO
               " " WS-ED-PLAZOS " " WS-ED-RETENIDO " "
               WS-ED-EXPOSICION
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP

           MOVE TG-LIMITE-CONC(WS-IDX-GRU) TO WS-ED-LIMITE-CONC
           COMPUTE WS-PORCENTAJE ROUNDED =
               TG-EXPOSICION(WS-IDX-GRU) * 100
               / TG-LIMITE-CONC(WS-IDX-GRU)
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-PORCENTAJE
           END-COMPUTE
           MOVE WS-PORCENTAJE TO WS-ED-PORCENTAJE
           MOVE SPACES TO WS-LINEA-REP
           IF TG-EXPOSICION(WS-IDX-GRU) > TG-LIMITE-CONC(WS-IDX-GRU)
               ADD 1 TO WS-CONT-GRUPOS-SOBRE
               STRING "        LIMITE DE CONCENTRACION "
                   WS-ED-LIMITE-CONC "  USO " WS-ED-PORCENTAJE
                   " %  ** EXCEDE EL LIMITE DE CONCENTRACION **"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
           ELSE
               STRING "        LIMITE DE CONCENTRACION "
                   WS-ED-LIMITE-CONC "  USO " WS-ED-PORCENTAJE " %"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP.

      *    LA LINEA DEL MIEMBRO SE SUMA AL GRUPO AL ESCRIBIRLA.
       ESCRIBIR-MIEMBRO.
           ADD TM-CUENTAS(WS-IDX-MIE) TO TG-CUENTAS(WS-IDX-GRU)
           ADD TM-DEPOSITOS(WS-IDX-MIE) TO TG-DEPOSITOS(WS-IDX-GRU)
           ADD TM-LIMITE-SOB(WS-IDX-MIE) TO TG-LIMITE-SOB(WS-IDX-GRU)
           ADD TM-USADO(WS-IDX-MIE) TO TG-USADO(WS-IDX-GRU)
           ADD TM-PLAZOS(WS-IDX-MIE) TO TG-PLAZOS(WS-IDX-GRU)
           ADD TM-RETENIDO(WS-IDX-MIE) TO TG-RETENIDO(WS-IDX-GRU)
           ADD TM-EXPOSICION(WS-IDX-MIE) TO TG-EXPOSICION(WS-IDX-GRU)

           MOVE TM-NOMBRE(WS-IDX-MIE) TO WS-NOMBRE-CORTO
           MOVE TM-CUENTAS(WS-IDX-MIE) TO WS-ED-CUENTAS
           MOVE TM-DEPOSITOS(WS-IDX-MIE) TO WS-ED-DEPOSITOS
           MOVE TM-LIMITE-SOB(WS-IDX-MIE) TO WS-ED-LIMITE-SOB
           MOVE TM-USADO(WS-IDX-MIE) TO WS-ED-USADO
           MOVE TM-PLAZOS(WS-IDX-MIE) TO WS-ED-PLAZOS
           MOVE TM-RETENIDO(WS-IDX-MIE) TO WS-ED-RETENIDO
           MOVE TM-EXPOSICION(WS-IDX-MIE) TO WS-ED-EXPOSICION
           MOVE SPACES TO WS-LINEA-REP
           STRING TM-CLI-ID(WS-IDX-MIE) "   " WS-NOMBRE-CORTO " "
               TM-RELACION(WS-IDX-MIE) " " WS-ED-CUENTAS " "
               WS-ED-DEPOSITOS " " WS-ED-LIMITE-SOB " " WS-ED-USADO
               " " WS-ED-PLAZOS " " WS-ED-RETENIDO " "
               WS-ED-EXPOSICION
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP.

       ESCRIBIR-TOTALES.
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP
           IF WS-CANT-GRU = 0
               MOVE "SIN GRUPOS REGISTRADOS" TO WS-LINEA-REP
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF
           MOVE WS-LIMITE-GENERAL TO WS-ED-LIMITE-CONC
           MOVE SPACES TO WS-LINEA-REP
           STRING "LIMITE GENERAL DE CONCENTRACION: " WS-ED-LIMITE-CONC
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-CANT-GRU TO WS-ED-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING "GRUPOS: " WS-ED-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE WS-CONT-GRUPOS-SOBRE TO WS-ED-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING "GRUPOS QUE EXCEDEN EL LIMITE: " WS-ED-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           IF WS-CONT-SIN-TASA > 0
               MOVE WS-CONT-SIN-TASA TO WS-ED-CANT
               MOVE SPACES TO WS-LINEA-REP
               STRING "** CUENTAS EN DIVISAS SIN TASA VIGENTE (NO "
                   "CONSOLIDADAS): " WS-ED-CANT " **"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF
           IF WS-CONT-OMITIDOS > 0
               MOVE WS-CONT-OMITIDOS TO WS-ED-CANT
               MOVE SPACES TO WS-LINEA-REP
               STRING "** REGISTROS DE GRUPOS NO CONSOLIDADOS: "
                   WS-ED-CANT " **"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CUENTAS V02/50 Y GRUPOS
      * V01/80.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "CUENTAS.IDX" TO WS-LAY-ARCHIVO
           MOVE "02" TO WS-LAY-VERSION
           MOVE 50 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT
           MOVE "GRUPOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 80 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT.

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               CLOSE GRUPOS
               CLOSE CLIENTES
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
               " PROGRAMA=DB-EXPOSICION-GRUPOS" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-EXPOSICION-GRUPOS.
