      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Resultado de la entrega de recibos por correo. La
      *          liberacion (PAYROLL-RELEASE) deja los recibos
      *          electronicos en recibos_envio.txt, cada uno como
      *          documento con nombre propio, y su destino en
      *          recibos_manifiesto.txt. La pasarela de correo
      *          devuelve recibos_resultado.txt con una linea por
      *          documento (E entregado, F fallido y su motivo).
      *          Este programa cruza el resultado con el manifiesto,
      *          copia cada recibo fallido del archivo de envio al
      *          listado en papel recibos_papel.txt (va al spool para
      *          imprimirse con los demas recibos) e informa en
      *          recibos_entrega_rep.txt los fallidos, los documentos
      *          sin respuesta y los que la pasarela devolvio sin
      *          figurar en el manifiesto. Los archivos de la empresa
      *          llevan su sufijo (la 01 conserva los nombres de
      *          siempre).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-ENTREGA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-MANIFIESTO ASSIGN TO WS-NOMBRE-MANIFIESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAN.
           SELECT ARCH-RESULTADO ASSIGN TO WS-NOMBRE-RESULTADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RES.
           SELECT ARCH-ENVIO ASSIGN TO WS-NOMBRE-ENVIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENV.
           SELECT ARCH-PAPEL ASSIGN TO WS-NOMBRE-PAPEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAP.
           SELECT ARCH-REPORTE ASSIGN TO WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-MANIFIESTO.
       01  REG-MANIFIESTO.
           05 MAN-EMP-ID       PIC 9(4).
           05 MAN-CORREO       PIC X(60).
           05 MAN-DOCUMENTO    PIC X(40).
           05 MAN-PERIODO      PIC 9(8).

      *    UNA LINEA POR DOCUMENTO: E = ENTREGADO, F = FALLIDO.
       FD  ARCH-RESULTADO.
       01  REG-RESULTADO.
           05 RES-DOCUMENTO    PIC X(40).
           05 RES-ESTADO       PIC X(1).
               88 RES-ENTREGADO    VALUE "E".
               88 RES-FALLIDO      VALUE "F".
           05 RES-MOTIVO       PIC X(39).

       FD  ARCH-ENVIO.
       01  REG-ENVIO           PIC X(80).
       01  REG-ENV-DOCUMENTO REDEFINES REG-ENVIO.
           05 ENV-D-TIPO       PIC X(1).
           05 ENV-D-DOCUMENTO  PIC X(40).
           05 ENV-D-EMP-ID     PIC 9(4).
           05 ENV-D-PERIODO    PIC 9(8).
           05 FILLER           PIC X(27).
       01  REG-ENV-LINEA REDEFINES REG-ENVIO.
           05 ENV-L-TIPO       PIC X(1).
           05 ENV-L-LINEA      PIC X(60).
           05 FILLER           PIC X(19).
       01  REG-ENV-FIN REDEFINES REG-ENVIO.
           05 ENV-F-TIPO       PIC X(1).
           05 ENV-F-DOCUMENTO  PIC X(40).
           05 ENV-F-LINEAS     PIC 9(4).
           05 FILLER           PIC X(35).

       FD  ARCH-PAPEL.
       01  REG-PAPEL           PIC X(60).

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(132).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-MAN              PIC XX.
       01  FS-RES              PIC XX.
       01  FS-ENV              PIC XX.
       01  FS-PAP              PIC XX.
       01  FS-REP              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(24).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).
       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

      *    EMPRESA (EMPRESA-RUTINA) Y NOMBRES DE SUS ARCHIVOS.
       01  WS-EMPRESA          PIC X(2) VALUE "01".
       01  WS-EMP-DATOS.
           05 WS-EMP-NOMBRE    PIC X(30).
           05 WS-EMP-ID-FISCAL PIC X(12).
           05 WS-EMP-BANCO     PIC 9(3).
           05 WS-EMP-CUENTA    PIC X(12).
           05 WS-EMP-CALENDARIO PIC X(20).
           05 WS-EMP-SUFIJO    PIC X(3).
       01  WS-EMP-RC           PIC X(2).
       01  WS-NOMBRE-MANIFIESTO PIC X(40)
               VALUE "recibos_manifiesto.txt".
       01  WS-NOMBRE-RESULTADO PIC X(40)
               VALUE "recibos_resultado.txt".
       01  WS-NOMBRE-ENVIO     PIC X(40) VALUE "recibos_envio.txt".
       01  WS-NOMBRE-PAPEL     PIC X(40) VALUE "recibos_papel.txt".
       01  WS-NOMBRE-REPORTE   PIC X(40)
               VALUE "recibos_entrega_rep.txt".

      *----------------------------------------------------------------*
      *    DOCUMENTOS DEL MANIFIESTO Y LO QUE RESPONDIO LA PASARELA    *
      *    (ESPACIO = SIN RESPUESTA, E = ENTREGADO, F = FALLIDO).      *
      *----------------------------------------------------------------*
       01  WS-TABLA-DOCUMENTOS.
           05 WS-DOC-ENT OCCURS 2000 TIMES.
               10 TD-DOCUMENTO PIC X(40).
               10 TD-EMP-ID    PIC 9(4).
               10 TD-CORREO    PIC X(60).
               10 TD-PERIODO   PIC 9(8).
               10 TD-ESTADO    PIC X(1).
               10 TD-MOTIVO    PIC X(39).
       01  WS-CANT-DOCUMENTOS  PIC 9(4) VALUE 0.
       01  WS-IDX-DOC          PIC 9(4) VALUE 0.
       01  WS-DOC-HALLADO      PIC 9(4) VALUE 0.
       01  WS-DOC-BUSCADO      PIC X(40).

       01  WS-FIN              PIC X VALUE "N".
       01  WS-COPIAR           PIC X VALUE "N".
       01  WS-PERIODO          PIC 9(8) VALUE 0.
       01  WS-CONT-RESULTADOS  PIC 9(5) VALUE 0.
       01  WS-CONT-ENTREGADOS  PIC 9(5) VALUE 0.
       01  WS-CONT-FALLIDOS    PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-RESP    PIC 9(5) VALUE 0.
       01  WS-CONT-DESCONOCIDOS PIC 9(5) VALUE 0.
       01  WS-CONT-EN-PAPEL    PIC 9(5) VALUE 0.
       01  WS-LINEA            PIC X(132).
       01  WS-LINEA-PAPEL      PIC X(60).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   RESULTADO DE LA ENTREGA DE RECIBOS POR CORREO"
           DISPLAY "==============================================="
           PERFORM PEDIR-EMPRESA

           PERFORM CARGAR-MANIFIESTO
           IF WS-CANT-DOCUMENTOS = 0
               DISPLAY "NO HAY RECIBOS POR CORREO EN "
                   WS-NOMBRE-MANIFIESTO
               DISPLAY "FIN DEL PROGRAMA."
               STOP RUN
           END-IF

           OPEN INPUT ARCH-RESULTADO
           IF FS-RES NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-NOMBRE-RESULTADO
                   ". FS=" FS-RES
               MOVE WS-NOMBRE-RESULTADO TO WS-ERR-ARCHIVO
               MOVE FS-RES TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ARCH-REPORTE
           IF FS-REP NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-NOMBRE-REPORTE
                   ". FS=" FS-REP
               MOVE WS-NOMBRE-REPORTE TO WS-ERR-ARCHIVO
               MOVE FS-REP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE ARCH-RESULTADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ESCRIBIR-CABECERA

           MOVE "N" TO WS-FIN
           PERFORM UNTIL WS-FIN = "S"
               READ ARCH-RESULTADO
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       PERFORM APLICAR-RESULTADO
               END-READ
           END-PERFORM
           CLOSE ARCH-RESULTADO

           PERFORM LISTAR-PENDIENTES
           IF WS-CONT-FALLIDOS > 0
               PERFORM GENERAR-PAPEL THRU GENERAR-PAPEL-EXIT
           END-IF
           PERFORM ESCRIBIR-TOTALES
           CLOSE ARCH-REPORTE

           DISPLAY "-----------------------------------------------"
           DISPLAY "DOCUMENTOS EN EL MANIFIESTO: " WS-CANT-DOCUMENTOS
           DISPLAY "RESULTADOS RECIBIDOS:        " WS-CONT-RESULTADOS
           DISPLAY "ENTREGADOS:                  " WS-CONT-ENTREGADOS
           DISPLAY "FALLIDOS:                    " WS-CONT-FALLIDOS
           DISPLAY "PASADOS A PAPEL:             " WS-CONT-EN-PAPEL
           DISPLAY "SIN RESPUESTA:               " WS-CONT-SIN-RESP
           DISPLAY "NO FIGURAN EN EL MANIFIESTO: " WS-CONT-DESCONOCIDOS
           DISPLAY "REPORTE: " WS-NOMBRE-REPORTE
           IF WS-CONT-EN-PAPEL > 0
               DISPLAY "RECIBOS A IMPRIMIR: " WS-NOMBRE-PAPEL
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    PEDIR-EMPRESA                                               *
      *    Los archivos de la entrega llevan el sufijo de la empresa   *
      *    igual que los deja la liberacion.                           *
      *----------------------------------------------------------------*
       PEDIR-EMPRESA.
           DISPLAY "EMPRESA (EN BLANCO = 01): "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-EMPRESA) TO WS-EMPRESA
           CALL "EMPRESA-RUTINA" USING WS-EMPRESA WS-EMP-DATOS
               WS-EMP-RC
           IF WS-EMP-RC = "23"
               DISPLAY "LA EMPRESA " WS-EMPRESA " NO FIGURA EN "
                   "empresas.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOMBRE-MANIFIESTO
           STRING "recibos_manifiesto" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-MANIFIESTO
           END-STRING
           MOVE SPACES TO WS-NOMBRE-RESULTADO
           STRING "recibos_resultado" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-RESULTADO
           END-STRING
           MOVE SPACES TO WS-NOMBRE-ENVIO
           STRING "recibos_envio" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-ENVIO
           END-STRING
           MOVE SPACES TO WS-NOMBRE-PAPEL
           STRING "recibos_papel" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-PAPEL
           END-STRING
           MOVE SPACES TO WS-NOMBRE-REPORTE
           STRING "recibos_entrega_rep" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-REPORTE
           END-STRING.

       CARGAR-MANIFIESTO.
           OPEN INPUT ARCH-MANIFIESTO
           IF FS-MAN NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-NOMBRE-MANIFIESTO
                   ". FS=" FS-MAN
               MOVE WS-NOMBRE-MANIFIESTO TO WS-ERR-ARCHIVO
               MOVE FS-MAN TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIN
           PERFORM UNTIL WS-FIN = "S"
               READ ARCH-MANIFIESTO
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF WS-CANT-DOCUMENTOS < 2000
                           ADD 1 TO WS-CANT-DOCUMENTOS
                           MOVE MAN-DOCUMENTO
                               TO TD-DOCUMENTO(WS-CANT-DOCUMENTOS)
                           MOVE MAN-EMP-ID
                               TO TD-EMP-ID(WS-CANT-DOCUMENTOS)
                           MOVE MAN-CORREO
                               TO TD-CORREO(WS-CANT-DOCUMENTOS)
                           MOVE MAN-PERIODO
                               TO TD-PERIODO(WS-CANT-DOCUMENTOS)
                           MOVE SPACE
                               TO TD-ESTADO(WS-CANT-DOCUMENTOS)
                           MOVE SPACES
                               TO TD-MOTIVO(WS-CANT-DOCUMENTOS)
                           MOVE MAN-PERIODO TO WS-PERIODO
                       ELSE
                           DISPLAY "TABLA DE DOCUMENTOS LLENA, SE "
                               "IGNORA " MAN-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-MANIFIESTO.

       BUSCAR-DOCUMENTO.
           MOVE 0 TO WS-DOC-HALLADO
           PERFORM VARYING WS-IDX-DOC FROM 1 BY 1
                   UNTIL WS-IDX-DOC > WS-CANT-DOCUMENTOS
                      OR WS-DOC-HALLADO > 0
               IF TD-DOCUMENTO(WS-IDX-DOC) = WS-DOC-BUSCADO
                   MOVE WS-IDX-DOC TO WS-DOC-HALLADO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    APLICAR-RESULTADO                                           *
      *    Si la pasarela informa un documento mas de una vez vale la  *
      *    ultima respuesta (el reintento que entrego corrige al       *
      *    fallido).                                                   *
      *----------------------------------------------------------------*
       APLICAR-RESULTADO.
           ADD 1 TO WS-CONT-RESULTADOS
           MOVE RES-DOCUMENTO TO WS-DOC-BUSCADO
           PERFORM BUSCAR-DOCUMENTO
           IF WS-DOC-HALLADO = 0
               ADD 1 TO WS-CONT-DESCONOCIDOS
               MOVE SPACES TO WS-LINEA
               STRING "NO FIGURA  " RES-DOCUMENTO
                   "  ESTADO " RES-ESTADO "  " RES-MOTIVO
                   DELIMITED BY SIZE
                   INTO WS-LINEA
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA
           ELSE
               IF RES-ENTREGADO OR RES-FALLIDO
                   MOVE RES-ESTADO TO TD-ESTADO(WS-DOC-HALLADO)
                   MOVE RES-MOTIVO TO TD-MOTIVO(WS-DOC-HALLADO)
               ELSE
                   DISPLAY "ESTADO INVALIDO '" RES-ESTADO "' PARA "
                       RES-DOCUMENTO ". SE TOMA COMO SIN RESPUESTA."
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    LISTAR-PENDIENTES                                           *
      *    Fallidos (van al papel) y documentos sin respuesta (quedan  *
      *    para la proxima corrida, cuando la pasarela conteste).      *
      *----------------------------------------------------------------*
       LISTAR-PENDIENTES.
           PERFORM VARYING WS-IDX-DOC FROM 1 BY 1
                   UNTIL WS-IDX-DOC > WS-CANT-DOCUMENTOS
               EVALUATE TD-ESTADO(WS-IDX-DOC)
                   WHEN "E"
                       ADD 1 TO WS-CONT-ENTREGADOS
                   WHEN "F"
                       ADD 1 TO WS-CONT-FALLIDOS
                       MOVE SPACES TO WS-LINEA
                       STRING "FALLIDO    " TD-EMP-ID(WS-IDX-DOC)
                           "  " TD-DOCUMENTO(WS-IDX-DOC)
                           "  " TD-CORREO(WS-IDX-DOC)
                           DELIMITED BY SIZE
                           INTO WS-LINEA
                       END-STRING
                       WRITE REG-REPORTE FROM WS-LINEA
                       MOVE SPACES TO WS-LINEA
                       STRING "           MOTIVO: "
                           TD-MOTIVO(WS-IDX-DOC)
                           " - PASA A PAPEL"
                           DELIMITED BY SIZE
                           INTO WS-LINEA
                       END-STRING
                       WRITE REG-REPORTE FROM WS-LINEA
                   WHEN OTHER
                       ADD 1 TO WS-CONT-SIN-RESP
                       MOVE SPACES TO WS-LINEA
                       STRING "SIN RESP.  " TD-EMP-ID(WS-IDX-DOC)
                           "  " TD-DOCUMENTO(WS-IDX-DOC)
                           "  " TD-CORREO(WS-IDX-DOC)
                           DELIMITED BY SIZE
                           INTO WS-LINEA
                       END-STRING
                       WRITE REG-REPORTE FROM WS-LINEA
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
      *    GENERAR-PAPEL                                               *
      *    Copia del archivo de envio las lineas de cada documento     *
      *    fallido al listado en papel, con el mismo formato del       *
      *    recibo impreso, y lo manda al spool.                        *
      *----------------------------------------------------------------*
       GENERAR-PAPEL.
           OPEN INPUT ARCH-ENVIO
           IF FS-ENV NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-NOMBRE-ENVIO ". FS=" FS-ENV
                   ". LOS FALLIDOS NO PASAN A PAPEL."
               MOVE WS-NOMBRE-ENVIO TO WS-ERR-ARCHIVO
               MOVE FS-ENV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               GO TO GENERAR-PAPEL-EXIT
           END-IF
           OPEN OUTPUT ARCH-PAPEL
           IF FS-PAP NOT = "00"
               DISPLAY "ERROR AL ABRIR " WS-NOMBRE-PAPEL ". FS=" FS-PAP
               MOVE WS-NOMBRE-PAPEL TO WS-ERR-ARCHIVO
               MOVE FS-PAP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE ARCH-ENVIO
               MOVE 1 TO RETURN-CODE
               GO TO GENERAR-PAPEL-EXIT
           END-IF

           MOVE ALL "=" TO WS-LINEA-PAPEL
           WRITE REG-PAPEL FROM WS-LINEA-PAPEL
           MOVE "RECIBOS DE PAGO - NO ENTREGADOS POR CORREO"
               TO WS-LINEA-PAPEL
           WRITE REG-PAPEL FROM WS-LINEA-PAPEL
           MOVE SPACES TO WS-LINEA-PAPEL
           STRING "PERIODO: " WS-PERIODO "  EMPRESA: " WS-EMPRESA
               INTO WS-LINEA-PAPEL
           END-STRING
           WRITE REG-PAPEL FROM WS-LINEA-PAPEL
           MOVE ALL "=" TO WS-LINEA-PAPEL
           WRITE REG-PAPEL FROM WS-LINEA-PAPEL

           MOVE "N" TO WS-COPIAR
           MOVE "N" TO WS-FIN
           PERFORM UNTIL WS-FIN = "S"
               READ ARCH-ENVIO
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       PERFORM COPIAR-LINEA-ENVIO
               END-READ
           END-PERFORM

           MOVE ALL "=" TO WS-LINEA-PAPEL
           WRITE REG-PAPEL FROM WS-LINEA-PAPEL
           MOVE SPACES TO WS-LINEA-PAPEL
           STRING "RECIBOS PASADOS A PAPEL: " WS-CONT-EN-PAPEL
               INTO WS-LINEA-PAPEL
           END-STRING
           WRITE REG-PAPEL FROM WS-LINEA-PAPEL

           CLOSE ARCH-ENVIO
           CLOSE ARCH-PAPEL
           MOVE "RECIBOS-PAPEL" TO WS-SPOOL-REPORTE
           MOVE WS-NOMBRE-PAPEL TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC.
       GENERAR-PAPEL-EXIT.
           EXIT.

       COPIAR-LINEA-ENVIO.
           EVALUATE ENV-D-TIPO
               WHEN "D"
                   MOVE ENV-D-DOCUMENTO TO WS-DOC-BUSCADO
                   PERFORM BUSCAR-DOCUMENTO
                   MOVE "N" TO WS-COPIAR
                   IF WS-DOC-HALLADO > 0
                       IF TD-ESTADO(WS-DOC-HALLADO) = "F"
                           MOVE "S" TO WS-COPIAR
                           ADD 1 TO WS-CONT-EN-PAPEL
                       END-IF
                   END-IF
               WHEN "L"
                   IF WS-COPIAR = "S"
                       WRITE REG-PAPEL FROM ENV-L-LINEA
                   END-IF
               WHEN "F"
                   MOVE "N" TO WS-COPIAR
           END-EVALUATE.

       ESCRIBIR-CABECERA.
           MOVE SPACES TO WS-LINEA
           STRING "RESULTADO DE LA ENTREGA DE RECIBOS POR CORREO - "
               "EMPRESA " WS-EMPRESA "  PERIODO " WS-PERIODO
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE "SITUACION  EMP   DOCUMENTO / CORREO" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA.

       ESCRIBIR-TOTALES.
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-REPORTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "MANIFIESTO: " WS-CANT-DOCUMENTOS
               "  ENTREGADOS: " WS-CONT-ENTREGADOS
               "  FALLIDOS: " WS-CONT-FALLIDOS
               "  A PAPEL: " WS-CONT-EN-PAPEL
               "  SIN RESPUESTA: " WS-CONT-SIN-RESP
               "  NO FIGURAN: " WS-CONT-DESCONOCIDOS
               INTO WS-LINEA
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA.

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
               " PROGRAMA=PAYROLL-ENTREGA" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM PAYROLL-ENTREGA.
