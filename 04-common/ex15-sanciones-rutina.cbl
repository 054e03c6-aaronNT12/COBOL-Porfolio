      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Rutina comun CALLable de control contra la lista de
      *          sanciones (lista_sanciones.txt, cabecera H con fecha
      *          y version de la lista y un detalle D por persona).
      *          La lista se carga una sola vez por corrida. Recibe
      *          el cliente con nombre, apellido y numero de
      *          documento y lo compara contra cada entrada:
      *            - por documento: mismo numero, coincidencia
      *              segura (puntaje 100);
      *            - por nombre: ambos nombres se normalizan
      *              (mayusculas, sin signos de puntuacion ni
      *              particulas DE/DEL/LA/LAS/LOS/Y/EL) y se parten
      *              en palabras; una palabra del cliente coincide
      *              con una de la lista si es igual o, con cinco o
      *              mas letras, difiere en una sola letra (cambiada,
      *              sobrante, faltante o dos vecinas invertidas), sin
      *              importar el orden. Hay coincidencia cuando al
      *              menos dos palabras coinciden y estan todas las
      *              del nombre mas corto.
      *          Cada coincidencia nueva entra en la cola de revision
      *          SANCIONES-REV.IDX (clave cliente + entrada de la
      *          lista, estado P pendiente) para que un supervisor la
      *          descarte o la confirme desde CICS-SANCIONES; una
      *          coincidencia ya registrada (pendiente, descartada o
      *          confirmada) no se repite.
      *          RC "00" cliente controlado; RC "10" no hay lista de
      *          sanciones cargada (cliente sin controlar); RC "20"
      *          no se pudo abrir la cola de revision.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCIONES-RUTINA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-LISTA ASSIGN TO "lista_sanciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LSA.
           SELECT SANCIONES-REV ASSIGN TO "SANCIONES-REV.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALR-CLAVE
               FILE STATUS IS FS-ALR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-LISTA.
       01  REG-LISTA.
           05 LSA-TIPO-REG     PIC X(1).
               88 LSA-CABECERA     VALUE "H".
               88 LSA-DETALLE      VALUE "D".
           05 LSA-ID           PIC X(10).
           05 LSA-NOMBRE       PIC X(60).
           05 LSA-DOC-NUMERO   PIC X(15).
           05 LSA-PAIS         PIC X(3).
           05 LSA-PROGRAMA     PIC X(10).

      *----------------------------------------------------------------*
      *    COLA DE REVISION DE COINCIDENCIAS (VER CICS-SANCIONES).     *
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

       WORKING-STORAGE SECTION.
       01  FS-LSA              PIC XX.
       01  FS-ALR              PIC XX.
       01  WS-LISTA-CARGADA    PIC X VALUE "N".
       01  WS-HAY-LISTA        PIC X VALUE "N".
       01  WS-FIN-LISTA        PIC X VALUE "N".
       01  WS-COLA-ABIERTA     PIC X VALUE "N".
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      *    LISTA EN MEMORIA CON EL NOMBRE YA NORMALIZADO EN PALABRAS.  *
      *----------------------------------------------------------------*
       01  WS-TABLA-LISTA.
           05 WS-LSA-ENT OCCURS 3000 TIMES.
               10 TL-ID            PIC X(10).
               10 TL-NOMBRE        PIC X(60).
               10 TL-DOC           PIC X(15).
               10 TL-PROGRAMA      PIC X(10).
               10 TL-CANT-PAL      PIC 9(1).
               10 TL-PALABRA       PIC X(20) OCCURS 6 TIMES.
       01  WS-CANT-LISTA       PIC 9(4) VALUE 0.
       01  WS-IDX-LSA          PIC 9(4) VALUE 0.

       01  WS-NORM-TEXTO       PIC X(60).
       01  WS-NORM-PARTES.
           05 WS-NORM-PARTE    PIC X(20) OCCURS 10 TIMES.
       01  WS-NORM-CANT        PIC 9(1) VALUE 0.
       01  WS-NORM-PALABRAS.
           05 WS-NORM-PALABRA  PIC X(20) OCCURS 6 TIMES.
       01  WS-IDX-PARTE        PIC 9(2) VALUE 0.

       01  WS-CLI-CANT-PAL     PIC 9(1) VALUE 0.
       01  WS-CLI-PALABRAS.
           05 WS-CLI-PALABRA   PIC X(20) OCCURS 6 TIMES.
       01  WS-IDX-CLI          PIC 9(1) VALUE 0.
       01  WS-IDX-PAL          PIC 9(1) VALUE 0.
       01  WS-COINCIDEN        PIC 9(1) VALUE 0.
       01  WS-PALABRA-HALLADA  PIC X VALUE "N".
       01  WS-MENOR-CANT       PIC 9(1) VALUE 0.
       01  WS-MAYOR-CANT       PIC 9(1) VALUE 0.
       01  WS-HIT-MOTIVO       PIC X(1).
       01  WS-HIT-PUNTAJE      PIC 9(3) VALUE 0.

       01  WS-PAL-A            PIC X(20).
       01  WS-PAL-B            PIC X(20).
       01  WS-LARGO-A          PIC 9(2) VALUE 0.
       01  WS-LARGO-B          PIC 9(2) VALUE 0.
       01  WS-POS-A            PIC 9(2) VALUE 0.
       01  WS-POS-B            PIC 9(2) VALUE 0.
       01  WS-DIFERENCIAS      PIC 9(2) VALUE 0.
       01  WS-PRIMERA-DIF      PIC 9(2) VALUE 0.
       01  WS-PARECIDAS        PIC X VALUE "N".

       LINKAGE SECTION.
       01  LNK-CLI-ID          PIC 9(5).
       01  LNK-NOMBRE          PIC X(30).
       01  LNK-APELLIDO        PIC X(30).
       01  LNK-DOC-NUMERO      PIC X(15).
       01  LNK-ORIGEN          PIC X(10).
       01  LNK-COINCIDENCIAS   PIC 9(2).
       01  LNK-ALERTAS         PIC 9(2).
       01  LNK-RC              PIC X(2).

       PROCEDURE DIVISION USING LNK-CLI-ID LNK-NOMBRE LNK-APELLIDO
           LNK-DOC-NUMERO LNK-ORIGEN LNK-COINCIDENCIAS LNK-ALERTAS
           LNK-RC.

       ATENDER.
           MOVE 0 TO LNK-COINCIDENCIAS
           MOVE 0 TO LNK-ALERTAS
           MOVE "00" TO LNK-RC
           IF WS-LISTA-CARGADA = "N"
               PERFORM CARGAR-LISTA THRU CARGAR-LISTA-FIN
           END-IF
           IF WS-HAY-LISTA = "N"
               MOVE "10" TO LNK-RC
               GOBACK
           END-IF

           MOVE SPACES TO WS-NORM-TEXTO
           STRING LNK-NOMBRE DELIMITED BY "  "
               " " DELIMITED BY SIZE
               LNK-APELLIDO DELIMITED BY "  "
               INTO WS-NORM-TEXTO
           END-STRING
           PERFORM NORMALIZAR-NOMBRE
           MOVE WS-NORM-CANT TO WS-CLI-CANT-PAL
           MOVE WS-NORM-PALABRAS TO WS-CLI-PALABRAS

           MOVE "N" TO WS-COLA-ABIERTA
           PERFORM VARYING WS-IDX-LSA FROM 1 BY 1
                   UNTIL WS-IDX-LSA > WS-CANT-LISTA
               PERFORM COMPARAR-ENTRADA THRU COMPARAR-ENTRADA-FIN
               IF WS-HIT-PUNTAJE > 0
                   ADD 1 TO LNK-COINCIDENCIAS
                   PERFORM REGISTRAR-ALERTA THRU REGISTRAR-ALERTA-FIN
               END-IF
           END-PERFORM
           IF WS-COLA-ABIERTA = "S"
               CLOSE SANCIONES-REV
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      *    CARGAR-LISTA                                                *
      *    Detalles de lista_sanciones.txt a la tabla, con el nombre   *
      *    normalizado. Sin archivo o sin detalles no hay control.     *
      *----------------------------------------------------------------*
       CARGAR-LISTA.
           MOVE "S" TO WS-LISTA-CARGADA
           MOVE 0 TO WS-CANT-LISTA
           OPEN INPUT ARCH-LISTA
           IF FS-LSA NOT = "00"
               GO TO CARGAR-LISTA-FIN
           END-IF
           MOVE "N" TO WS-FIN-LISTA
           PERFORM UNTIL WS-FIN-LISTA = "S"
               READ ARCH-LISTA
                   AT END
                       MOVE "S" TO WS-FIN-LISTA
                   NOT AT END
                       IF LSA-DETALLE AND WS-CANT-LISTA < 3000
                           PERFORM CARGAR-ENTRADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-LISTA
           IF WS-CANT-LISTA > 0
               MOVE "S" TO WS-HAY-LISTA
           END-IF.

       CARGAR-LISTA-FIN.
           EXIT.

       CARGAR-ENTRADA.
           ADD 1 TO WS-CANT-LISTA
           MOVE LSA-ID TO TL-ID(WS-CANT-LISTA)
           MOVE LSA-NOMBRE TO TL-NOMBRE(WS-CANT-LISTA)
           MOVE FUNCTION UPPER-CASE(LSA-DOC-NUMERO)
               TO TL-DOC(WS-CANT-LISTA)
           MOVE LSA-PROGRAMA TO TL-PROGRAMA(WS-CANT-LISTA)
           MOVE LSA-NOMBRE TO WS-NORM-TEXTO
           PERFORM NORMALIZAR-NOMBRE
           MOVE WS-NORM-CANT TO TL-CANT-PAL(WS-CANT-LISTA)
           PERFORM VARYING WS-IDX-PAL FROM 1 BY 1 UNTIL WS-IDX-PAL > 6
               MOVE WS-NORM-PALABRA(WS-IDX-PAL)
                   TO TL-PALABRA(WS-CANT-LISTA, WS-IDX-PAL)
           END-PERFORM.

      *----------------------------------------------------------------*
      *    NORMALIZAR-NOMBRE                                           *
      *    WS-NORM-TEXTO en mayusculas y sin puntuacion, partido en    *
      *    palabras; se descartan las particulas y las iniciales      *
      *    sueltas. Quedan hasta 6 palabras en WS-NORM-PALABRAS.       *
      *----------------------------------------------------------------*
       NORMALIZAR-NOMBRE.
           MOVE FUNCTION UPPER-CASE(WS-NORM-TEXTO) TO WS-NORM-TEXTO
           INSPECT WS-NORM-TEXTO CONVERTING ".,;:-_'/()"
               TO "          "
           MOVE SPACES TO WS-NORM-PARTES
           UNSTRING WS-NORM-TEXTO DELIMITED BY ALL SPACE
               INTO WS-NORM-PARTE(1) WS-NORM-PARTE(2)
                    WS-NORM-PARTE(3) WS-NORM-PARTE(4)
                    WS-NORM-PARTE(5) WS-NORM-PARTE(6)
                    WS-NORM-PARTE(7) WS-NORM-PARTE(8)
                    WS-NORM-PARTE(9) WS-NORM-PARTE(10)
           END-UNSTRING
           MOVE SPACES TO WS-NORM-PALABRAS
           MOVE 0 TO WS-NORM-CANT
           PERFORM VARYING WS-IDX-PARTE FROM 1 BY 1
                   UNTIL WS-IDX-PARTE > 10
               IF WS-NORM-PARTE(WS-IDX-PARTE)(2:1) NOT = SPACE
                       AND WS-NORM-PARTE(WS-IDX-PARTE) NOT = "DE"
                       AND WS-NORM-PARTE(WS-IDX-PARTE) NOT = "DEL"
                       AND WS-NORM-PARTE(WS-IDX-PARTE) NOT = "LA"
                       AND WS-NORM-PARTE(WS-IDX-PARTE) NOT = "LAS"
                       AND WS-NORM-PARTE(WS-IDX-PARTE) NOT = "LOS"
                       AND WS-NORM-PARTE(WS-IDX-PARTE) NOT = "EL"
                       AND WS-NORM-CANT < 6
                   ADD 1 TO WS-NORM-CANT
                   MOVE WS-NORM-PARTE(WS-IDX-PARTE)
                       TO WS-NORM-PALABRA(WS-NORM-CANT)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    COMPARAR-ENTRADA                                            *
      *    Deja en WS-HIT-PUNTAJE el puntaje de la entrada WS-IDX-LSA  *
      *    (0 = sin coincidencia) y en WS-HIT-MOTIVO si fue por        *
      *    documento (D) o por nombre (N).                             *
      *----------------------------------------------------------------*
       COMPARAR-ENTRADA.
           MOVE 0 TO WS-HIT-PUNTAJE
           IF LNK-DOC-NUMERO NOT = SPACES
                   AND TL-DOC(WS-IDX-LSA) NOT = SPACES
                   AND FUNCTION UPPER-CASE(LNK-DOC-NUMERO)
                       = TL-DOC(WS-IDX-LSA)
               MOVE "D" TO WS-HIT-MOTIVO
               MOVE 100 TO WS-HIT-PUNTAJE
               GO TO COMPARAR-ENTRADA-FIN
           END-IF

           MOVE 0 TO WS-COINCIDEN
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-CLI-CANT-PAL
               MOVE "N" TO WS-PALABRA-HALLADA
               PERFORM VARYING WS-IDX-PAL FROM 1 BY 1
                       UNTIL WS-IDX-PAL > TL-CANT-PAL(WS-IDX-LSA)
                          OR WS-PALABRA-HALLADA = "S"
                   MOVE WS-CLI-PALABRA(WS-IDX-CLI) TO WS-PAL-A
                   MOVE TL-PALABRA(WS-IDX-LSA, WS-IDX-PAL) TO WS-PAL-B
                   PERFORM COMPARAR-PALABRAS THRU COMPARAR-PALABRAS-FIN
                   IF WS-PARECIDAS = "S"
                       MOVE "S" TO WS-PALABRA-HALLADA
                   END-IF
               END-PERFORM
               IF WS-PALABRA-HALLADA = "S"
                   ADD 1 TO WS-COINCIDEN
               END-IF
           END-PERFORM

           IF WS-CLI-CANT-PAL < TL-CANT-PAL(WS-IDX-LSA)
               MOVE WS-CLI-CANT-PAL TO WS-MENOR-CANT
               MOVE TL-CANT-PAL(WS-IDX-LSA) TO WS-MAYOR-CANT
           ELSE
               MOVE TL-CANT-PAL(WS-IDX-LSA) TO WS-MENOR-CANT
               MOVE WS-CLI-CANT-PAL TO WS-MAYOR-CANT
           END-IF
           IF WS-COINCIDEN >= 2 AND WS-COINCIDEN >= WS-MENOR-CANT
               MOVE "N" TO WS-HIT-MOTIVO
               COMPUTE WS-HIT-PUNTAJE =
                   WS-COINCIDEN * 100 / WS-MAYOR-CANT
           END-IF.

       COMPARAR-ENTRADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    COMPARAR-PALABRAS                                           *
      *    WS-PARECIDAS = "S" si WS-PAL-A y WS-PAL-B son iguales o,    *
      *    con cinco letras o mas, estan a una sola letra de           *
      *    distancia.                                                  *
      *----------------------------------------------------------------*
       COMPARAR-PALABRAS.
           MOVE "N" TO WS-PARECIDAS
           IF WS-PAL-A = WS-PAL-B
               MOVE "S" TO WS-PARECIDAS
               GO TO COMPARAR-PALABRAS-FIN
           END-IF
           MOVE 20 TO WS-LARGO-A
           PERFORM UNTIL WS-LARGO-A = 0
                   OR WS-PAL-A(WS-LARGO-A:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LARGO-A
           END-PERFORM
           MOVE 20 TO WS-LARGO-B
           PERFORM UNTIL WS-LARGO-B = 0
                   OR WS-PAL-B(WS-LARGO-B:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LARGO-B
           END-PERFORM
           IF WS-LARGO-A < 5 OR WS-LARGO-B < 5
               GO TO COMPARAR-PALABRAS-FIN
           END-IF

           IF WS-LARGO-A = WS-LARGO-B
               MOVE 0 TO WS-DIFERENCIAS
               MOVE 0 TO WS-PRIMERA-DIF
               PERFORM VARYING WS-POS-A FROM 1 BY 1
                       UNTIL WS-POS-A > WS-LARGO-A
                   IF WS-PAL-A(WS-POS-A:1) NOT = WS-PAL-B(WS-POS-A:1)
                       ADD 1 TO WS-DIFERENCIAS
                       IF WS-PRIMERA-DIF = 0
                           MOVE WS-POS-A TO WS-PRIMERA-DIF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DIFERENCIAS = 1
                   MOVE "S" TO WS-PARECIDAS
               END-IF
      *        DOS LETRAS VECINAS INVERTIDAS (GONZALEZ / GONZAELZ).
               IF WS-DIFERENCIAS = 2 AND WS-PRIMERA-DIF < WS-LARGO-A
                   MOVE WS-PRIMERA-DIF TO WS-POS-A
                   COMPUTE WS-POS-B = WS-PRIMERA-DIF + 1
                   IF WS-PAL-A(WS-POS-A:1) = WS-PAL-B(WS-POS-B:1)
                       AND WS-PAL-A(WS-POS-B:1) = WS-PAL-B(WS-POS-A:1)
                       MOVE "S" TO WS-PARECIDAS
                   END-IF
               END-IF
               GO TO COMPARAR-PALABRAS-FIN
           END-IF

      *    LARGOS QUE DIFIEREN EN UNA LETRA: SE RECORREN LAS DOS
      *    PALABRAS SALTEANDO A LO SUMO UNA LETRA DE LA MAS LARGA.
           IF WS-LARGO-A - WS-LARGO-B = 1
                   OR WS-LARGO-B - WS-LARGO-A = 1
               IF WS-LARGO-A < WS-LARGO-B
                   MOVE WS-PAL-A TO WS-NORM-TEXTO
                   MOVE WS-PAL-B TO WS-PAL-A
                   MOVE WS-NORM-TEXTO TO WS-PAL-B
                   MOVE WS-LARGO-A TO WS-POS-A
                   MOVE WS-LARGO-B TO WS-LARGO-A
                   MOVE WS-POS-A TO WS-LARGO-B
               END-IF
               MOVE 1 TO WS-POS-A
               MOVE 1 TO WS-POS-B
               MOVE 0 TO WS-DIFERENCIAS
               PERFORM UNTIL WS-POS-A > WS-LARGO-A
                       OR WS-POS-B > WS-LARGO-B
                       OR WS-DIFERENCIAS > 1
                   IF WS-PAL-A(WS-POS-A:1) = WS-PAL-B(WS-POS-B:1)
                       ADD 1 TO WS-POS-A
                       ADD 1 TO WS-POS-B
                   ELSE
                       ADD 1 TO WS-DIFERENCIAS
                       ADD 1 TO WS-POS-A
                   END-IF
               END-PERFORM
               IF WS-DIFERENCIAS <= 1
                   MOVE "S" TO WS-PARECIDAS
               END-IF
           END-IF.

       COMPARAR-PALABRAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRAR-ALERTA                                            *
      *    Alta en la cola de revision (estado P). Si el par cliente + *
      *    entrada ya estaba (clave duplicada) queda como esta.        *
      *----------------------------------------------------------------*
       REGISTRAR-ALERTA.
           IF WS-COLA-ABIERTA = "N"
               OPEN I-O SANCIONES-REV
               IF FS-ALR = "35"
                   OPEN OUTPUT SANCIONES-REV
                   CLOSE SANCIONES-REV
                   OPEN I-O SANCIONES-REV
               END-IF
               IF FS-ALR NOT = "00"
                   MOVE "20" TO LNK-RC
                   GO TO REGISTRAR-ALERTA-FIN
               END-IF
               MOVE "S" TO WS-COLA-ABIERTA
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE SPACES TO ALERTA-REG
           MOVE LNK-CLI-ID TO ALR-CLI-ID
           MOVE TL-ID(WS-IDX-LSA) TO ALR-LISTA-ID
           MOVE WS-HIT-MOTIVO TO ALR-MOTIVO
           MOVE WS-HIT-PUNTAJE TO ALR-PUNTAJE
           MOVE TL-NOMBRE(WS-IDX-LSA) TO ALR-LISTA-NOMBRE
           MOVE TL-PROGRAMA(WS-IDX-LSA) TO ALR-LISTA-PROGRAMA
           MOVE LNK-ORIGEN TO ALR-ORIGEN
           MOVE WS-FECHA-HOY TO ALR-FECHA-ALTA
           MOVE "P" TO ALR-ESTADO
           MOVE 0 TO ALR-FECHA-RESOL
           MOVE SPACES TO ALR-USUARIO-RESOL
           MOVE 0 TO ALR-CUENTAS-CONG
           WRITE ALERTA-REG
           IF FS-ALR = "00"
               ADD 1 TO LNK-ALERTAS
           END-IF.

       REGISTRAR-ALERTA-FIN.
           EXIT.

       END PROGRAM SANCIONES-RUTINA.
