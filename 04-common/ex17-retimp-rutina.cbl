      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Rutina comun CALLable de la retencion del impuesto
      *          sobre los intereses pagados a los clientes. La tasa
      *          sale de retencion_param.txt, una linea por segmento
      *          del cliente (CLI-TIPO N normal, P premium, E
      *          empresa): tasa en porcentaje, marca de exento y
      *          minimo de interes por liquidacion por debajo del cual
      *          no se retiene. Sin archivo rigen N y P al 5 % y E
      *          exenta (la empresa declara el interes en su propio
      *          impuesto). Los parametros se cargan una sola vez por
      *          corrida. La usan DB-INTEREST y DB-TERMDEP-RUN al
      *          postear el interes.
      *          Funciones:
      *            C calcular: devuelve la retencion del interes para
      *              el segmento. RC "00" con retencion; "10" segmento
      *              sin parametro o bajo el minimo (retencion cero);
      *              "20" segmento exento (retencion cero).
      *            A acumular: suma el interes y la retencion al
      *              acumulado anual del cliente en RETIMPUESTO.IDX
      *              (clave cliente + anio de la fecha recibida), del
      *              que salen los certificados de fin de anio
      *              (DB-CERTIF-INTERES). RC "90" error de archivo.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETIMP-RUTINA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAM ASSIGN TO "retencion_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RTP.
           SELECT RETIMPUESTO ASSIGN TO "RETIMPUESTO.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTI-CLAVE
               FILE STATUS IS FS-RTI.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAM.
       01  REG-PARAM.
           05 RTP-SEGMENTO     PIC X(1).
           05 RTP-TASA         PIC 9(2)V9999.
           05 RTP-EXENTO       PIC X(1).
           05 RTP-MINIMO       PIC 9(7)V99.

      *----------------------------------------------------------------*
      *    ACUMULADO ANUAL DE INTERES Y RETENCION POR CLIENTE. EL      *
      *    INTERES EXENTO ES EL QUE SE PAGO SIN RETENCION (SEGMENTO    *
      *    EXENTO O BAJO EL MINIMO). DB-CERTIF-INTERES MARCA EL        *
      *    CERTIFICADO EMITIDO.                                        *
      *----------------------------------------------------------------*
       FD  RETIMPUESTO
           RECORD CONTAINS 80 CHARACTERS.
       01  RETIMP-REG.
           05 RTI-CLAVE.
               10 RTI-CLI-ID       PIC 9(5).
               10 RTI-ANIO         PIC 9(4).
           05 RTI-SEGMENTO     PIC X(1).
           05 RTI-INTERES      PIC 9(11)V99.
           05 RTI-RETENIDO     PIC 9(11)V99.
           05 RTI-INT-EXENTO   PIC 9(11)V99.
           05 RTI-CANT-MOV     PIC 9(5).
           05 RTI-FECHA-ULT    PIC 9(8).
           05 RTI-CERTIFICADO  PIC X(1).
               88 RTI-CERT-EMITIDO VALUE "S".
           05 RTI-FECHA-CERT   PIC 9(8).
           05 FILLER           PIC X(9).

       WORKING-STORAGE SECTION.
       01  FS-RTP              PIC XX.
       01  FS-RTI              PIC XX.
       01  WS-CARGADO          PIC X VALUE "N".
       01  WS-FIN-RTP          PIC X VALUE "N".
       01  WS-SEGMENTO         PIC X(1).
       01  WS-TABLA-RET.
           05 WS-RET-ENT OCCURS 10 TIMES.
               10 TR-SEGMENTO  PIC X(1).
               10 TR-TASA      PIC 9(2)V9999.
               10 TR-EXENTO    PIC X(1).
               10 TR-MINIMO    PIC 9(7)V99.
       01  WS-CANT-RET         PIC 9(2) VALUE 0.
       01  WS-IDX-RET          PIC 9(2) VALUE 0.
       01  WS-HALLADO          PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  LNK-FUNCION         PIC X(1).
       01  LNK-CLI-ID          PIC 9(5).
       01  LNK-SEGMENTO        PIC X(1).
       01  LNK-FECHA           PIC 9(8).
       01  LNK-INTERES         PIC 9(9)V99.
       01  LNK-RETENCION       PIC 9(9)V99.
       01  LNK-RC              PIC X(2).

       PROCEDURE DIVISION USING LNK-FUNCION LNK-CLI-ID LNK-SEGMENTO
           LNK-FECHA LNK-INTERES LNK-RETENCION LNK-RC.

       ATENDER.
           MOVE "00" TO LNK-RC
           IF WS-CARGADO = "N"
               PERFORM CARGAR-PARAMETROS
               MOVE "S" TO WS-CARGADO
           END-IF

           EVALUATE LNK-FUNCION
               WHEN "C"
                   PERFORM CALCULAR-RETENCION
               WHEN "A"
                   PERFORM ACUMULAR-ANIO THRU ACUMULAR-ANIO-FIN
               WHEN OTHER
                   MOVE "90" TO LNK-RC
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      *    CARGAR-PARAMETROS                                           *
      *    Una entrada por segmento; sin archivo, los valores por      *
      *    omision.                                                    *
      *----------------------------------------------------------------*
       CARGAR-PARAMETROS.
           MOVE 0 TO WS-CANT-RET
           OPEN INPUT ARCH-PARAM
           IF FS-RTP = "00"
               MOVE "N" TO WS-FIN-RTP
               PERFORM UNTIL WS-FIN-RTP = "S"
                   READ ARCH-PARAM
                       AT END
                           MOVE "S" TO WS-FIN-RTP
                       NOT AT END
                           IF WS-CANT-RET < 10
                                   AND RTP-SEGMENTO NOT = SPACE
                               ADD 1 TO WS-CANT-RET
                               MOVE RTP-SEGMENTO
                                   TO TR-SEGMENTO(WS-CANT-RET)
                               MOVE RTP-TASA TO TR-TASA(WS-CANT-RET)
                               MOVE RTP-EXENTO
                                   TO TR-EXENTO(WS-CANT-RET)
                               MOVE RTP-MINIMO
                                   TO TR-MINIMO(WS-CANT-RET)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-PARAM
           END-IF

           IF WS-CANT-RET = 0
               MOVE 3 TO WS-CANT-RET
               MOVE "N" TO TR-SEGMENTO(1)
               MOVE 5 TO TR-TASA(1)
               MOVE "N" TO TR-EXENTO(1)
               MOVE 0 TO TR-MINIMO(1)
               MOVE "P" TO TR-SEGMENTO(2)
               MOVE 5 TO TR-TASA(2)
               MOVE "N" TO TR-EXENTO(2)
               MOVE 0 TO TR-MINIMO(2)
               MOVE "E" TO TR-SEGMENTO(3)
               MOVE 0 TO TR-TASA(3)
               MOVE "S" TO TR-EXENTO(3)
               MOVE 0 TO TR-MINIMO(3)
           END-IF.

      *----------------------------------------------------------------*
      *    CALCULAR-RETENCION                                          *
      *    Segmento en blanco = N, como en el catalogo de productos.   *
      *----------------------------------------------------------------*
       CALCULAR-RETENCION.
           MOVE 0 TO LNK-RETENCION
           MOVE LNK-SEGMENTO TO WS-SEGMENTO
           IF WS-SEGMENTO = SPACE
               MOVE "N" TO WS-SEGMENTO
           END-IF

           MOVE 0 TO WS-HALLADO
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                   UNTIL WS-IDX-RET > WS-CANT-RET
               IF TR-SEGMENTO(WS-IDX-RET) = WS-SEGMENTO
                   MOVE WS-IDX-RET TO WS-HALLADO
                   MOVE WS-CANT-RET TO WS-IDX-RET
               END-IF
           END-PERFORM

           IF WS-HALLADO = 0
               MOVE "10" TO LNK-RC
           ELSE
               IF TR-EXENTO(WS-HALLADO) = "S"
                   MOVE "20" TO LNK-RC
               ELSE
                   IF LNK-INTERES < TR-MINIMO(WS-HALLADO)
                       MOVE "10" TO LNK-RC
                   ELSE
                       COMPUTE LNK-RETENCION ROUNDED = LNK-INTERES
                           * TR-TASA(WS-HALLADO) / 100
                       IF LNK-RETENCION > LNK-INTERES
                           MOVE LNK-INTERES TO LNK-RETENCION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    ACUMULAR-ANIO                                               *
      *    Alta o suma sobre el acumulado del cliente en el anio.      *
      *----------------------------------------------------------------*
       ACUMULAR-ANIO.
           OPEN I-O RETIMPUESTO
           IF FS-RTI = "35"
               OPEN OUTPUT RETIMPUESTO
               CLOSE RETIMPUESTO
               OPEN I-O RETIMPUESTO
           END-IF
           IF FS-RTI NOT = "00"
               MOVE "90" TO LNK-RC
               GO TO ACUMULAR-ANIO-FIN
           END-IF

           MOVE LNK-CLI-ID TO RTI-CLI-ID
           MOVE LNK-FECHA(1:4) TO RTI-ANIO
           READ RETIMPUESTO
               INVALID KEY
                   MOVE SPACES TO RETIMP-REG
                   MOVE LNK-CLI-ID TO RTI-CLI-ID
                   MOVE LNK-FECHA(1:4) TO RTI-ANIO
                   MOVE 0 TO RTI-INTERES
                   MOVE 0 TO RTI-RETENIDO
                   MOVE 0 TO RTI-INT-EXENTO
                   MOVE 0 TO RTI-CANT-MOV
                   MOVE "N" TO RTI-CERTIFICADO
                   MOVE 0 TO RTI-FECHA-CERT
                   MOVE "00" TO FS-RTI
           END-READ
           IF FS-RTI NOT = "00" AND FS-RTI NOT = "23"
               MOVE "90" TO LNK-RC
               CLOSE RETIMPUESTO
               GO TO ACUMULAR-ANIO-FIN
           END-IF

           MOVE LNK-SEGMENTO TO RTI-SEGMENTO
           IF RTI-SEGMENTO = SPACE
               MOVE "N" TO RTI-SEGMENTO
           END-IF
           ADD LNK-INTERES TO RTI-INTERES
           ADD LNK-RETENCION TO RTI-RETENIDO
           IF LNK-RETENCION = 0
               ADD LNK-INTERES TO RTI-INT-EXENTO
           END-IF
           ADD 1 TO RTI-CANT-MOV
           MOVE LNK-FECHA TO RTI-FECHA-ULT

           IF RTI-CANT-MOV = 1
               WRITE RETIMP-REG
           ELSE
               REWRITE RETIMP-REG
           END-IF
           IF FS-RTI NOT = "00"
               MOVE "90" TO LNK-RC
           END-IF
           CLOSE RETIMPUESTO.
       ACUMULAR-ANIO-FIN.
           EXIT.

       END PROGRAM RETIMP-RUTINA.
