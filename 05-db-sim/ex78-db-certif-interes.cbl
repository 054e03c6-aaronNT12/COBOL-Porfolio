      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Certificado anual de intereses y retenciones: corre
      *          una vez cerrado el anio sobre el acumulado por
      *          cliente de RETIMPUESTO.IDX (lo cargan DB-INTEREST y
      *          DB-TERMDEP-RUN por la rutina comun RETIMP-RUTINA al
      *          postear cada interes). Por cada cliente con interes
      *          en el anio:
      *          - emite su certificado al domicilio de CLIENTES.IDX
      *            con el documento de IDENTIDAD.IDX, el interes
      *            acreditado, lo retenido y el interes neto
      *            (certificados_intereses.txt, spool CERTIF-INTERES);
      *          - lo agrega a la declaracion para el fisco
      *            (retenciones_fisco_AAAA.txt: cabecera H, un
      *            detalle D por cliente y cola T con cantidad y
      *            totales de interes y de retencion);
      *          - marca el acumulado con certificado emitido y su
      *            fecha. Repetir la corrida reemite todo.
      *          Anio a certificar por consola; 0 = el anio de la
      *          fecha de negocio si esta en diciembre, si no el
      *          anterior.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-CERTIF-INTERES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIMPUESTO ASSIGN TO "RETIMPUESTO.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTI-CLAVE
               FILE STATUS IS FS-RTI.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT IDENTIDAD ASSIGN TO "IDENTIDAD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDN-CLI-ID
               ALTERNATE RECORD KEY IS IDN-DOCUMENTO
               FILE STATUS IS FS-IDN.
           SELECT ARCH-CERTIFICADOS ASSIGN TO
               "certificados_intereses.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CER.
           SELECT ARCH-FISCO ASSIGN TO WS-NOMBRE-FISCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FIS.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    ACUMULADO ANUAL DE INTERES Y RETENCION POR CLIENTE          *
      *    (RETIMP-RUTINA).                                            *
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
               88 CLI-TIPO-NORMAL  VALUE "N" " ".
               88 CLI-TIPO-PREMIUM VALUE "P".
               88 CLI-TIPO-EMPRESA VALUE "E".
           05 CLI-FECHA-BAJA   PIC 9(8).
           05 CLI-VERSION      PIC X(1).
           05 CLI-FECHA-NAC    PIC 9(8).
           05 FILLER           PIC X(3).

       FD  IDENTIDAD
           RECORD CONTAINS 100 CHARACTERS.
       01  IDENTIDAD-REG.
           05 IDN-CLI-ID       PIC 9(5).
           05 IDN-DOCUMENTO.
               10 IDN-DOC-TIPO     PIC X(2).
               10 IDN-DOC-NUMERO   PIC X(15).
           05 IDN-DOC-PAIS     PIC X(3).
           05 FILLER           PIC X(75).

       FD  ARCH-CERTIFICADOS.
       01  REG-CERTIFICADO     PIC X(80).

      *----------------------------------------------------------------*
      *    DECLARACION AL FISCO: CABECERA H, DETALLES D Y COLA T.      *
      *----------------------------------------------------------------*
       FD  ARCH-FISCO.
       01  REG-FISCO           PIC X(120).
       01  REG-FIS-CABECERA REDEFINES REG-FISCO.
           05 FSC-TIPO-REG     PIC X(1).
           05 FSC-CONCEPTO     PIC X(20).
           05 FSC-ANIO         PIC 9(4).
           05 FSC-FECHA        PIC 9(8).
           05 FILLER           PIC X(87).
       01  REG-FIS-DETALLE REDEFINES REG-FISCO.
           05 FSD-TIPO-REG     PIC X(1).
           05 FSD-CLI-ID       PIC 9(5).
           05 FSD-DOC-TIPO     PIC X(2).
           05 FSD-DOC-NUMERO   PIC X(15).
           05 FSD-DOC-PAIS     PIC X(3).
           05 FSD-SEGMENTO     PIC X(1).
           05 FSD-APELLIDO     PIC X(30).
           05 FSD-NOMBRE       PIC X(30).
           05 FSD-INTERES      PIC 9(11)V99.
           05 FSD-RETENIDO     PIC 9(11)V99.
           05 FILLER           PIC X(7).
       01  REG-FIS-COLA REDEFINES REG-FISCO.
           05 FST-TIPO-REG     PIC X(1).
           05 FST-CANTIDAD     PIC 9(6).
           05 FST-TOT-INTERES  PIC 9(13)V99.
           05 FST-TOT-RETENIDO PIC 9(13)V99.
           05 FILLER           PIC X(83).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-RTI              PIC XX.
       01  FS-IDN              PIC XX.
       01  FS-CER              PIC XX.
       01  FS-FIS              PIC XX.
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
       01  WS-IDN-ABIERTO      PIC X VALUE "N".
       01  WS-ANIO             PIC 9(4) VALUE 0.
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-NOMBRE-FISCO     PIC X(40).
       01  WS-NETO             PIC 9(11)V99 VALUE 0.

       01  WS-LINEA            PIC X(80).
       01  WS-ED-IMPORTE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-TOTAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CONT-CERTIF      PIC 9(6) VALUE 0.
       01  WS-CONT-REEMITIDOS  PIC 9(6) VALUE 0.
       01  WS-CONT-CON-RET     PIC 9(6) VALUE 0.
       01  WS-CONT-SIN-DOC     PIC 9(6) VALUE 0.
       01  WS-TOT-INTERES      PIC 9(13)V99 VALUE 0.
       01  WS-TOT-RETENIDO     PIC 9(13)V99 VALUE 0.

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "  CERTIFICADO ANUAL DE INTERESES Y RETENCIONES  "
           DISPLAY "==============================================="
           PERFORM LEER-FECHA-NEGOCIO
           DISPLAY "ANIO A CERTIFICAR (AAAA, 0 = ULTIMO CERRADO): "
           ACCEPT WS-ANIO
           IF WS-ANIO = 0
               MOVE WS-FECHA-NEGOCIO(1:4) TO WS-ANIO
               IF WS-FECHA-NEGOCIO(5:2) NOT = "12"
                   SUBTRACT 1 FROM WS-ANIO
               END-IF
           END-IF
           DISPLAY "ANIO: " WS-ANIO

           OPEN I-O RETIMPUESTO
           IF FS-RTI NOT = "00"
               DISPLAY "SIN RETIMPUESTO.IDX (FS=" FS-RTI "): NO HAY "
                   "INTERESES ACUMULADOS."
               MOVE "RETIMPUESTO.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-RTI TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLIENTES
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR CLIENTES.IDX. FS=" FS
               MOVE "CLIENTES.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE RETIMPUESTO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT IDENTIDAD
           IF FS-IDN = "00"
               MOVE "S" TO WS-IDN-ABIERTO
           END-IF
           PERFORM VERIFICAR-LAYOUTS

           OPEN OUTPUT ARCH-CERTIFICADOS
           MOVE SPACES TO WS-NOMBRE-FISCO
           STRING "retenciones_fisco_" WS-ANIO ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-FISCO
           END-STRING
           OPEN OUTPUT ARCH-FISCO
           IF FS-FIS NOT = "00"
               DISPLAY "NO SE PUDO CREAR " WS-NOMBRE-FISCO
               MOVE WS-NOMBRE-FISCO(1:20) TO WS-ERR-ARCHIVO
               MOVE FS-FIS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               PERFORM CERRAR-ARCHIVOS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REG-FISCO
           MOVE "H" TO FSC-TIPO-REG
           MOVE "RETENCION INTERESES" TO FSC-CONCEPTO
           MOVE WS-ANIO TO FSC-ANIO
           MOVE WS-FECHA-NEGOCIO TO FSC-FECHA
           WRITE REG-FISCO

           MOVE 0 TO RTI-CLI-ID
           MOVE 0 TO RTI-ANIO
           START RETIMPUESTO KEY IS NOT LESS THAN RTI-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = "S"
               READ RETIMPUESTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF RTI-ANIO = WS-ANIO AND RTI-INTERES > 0
                           PERFORM EMITIR-CERTIFICADO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REG-FISCO
           MOVE "T" TO FST-TIPO-REG
           MOVE WS-CONT-CERTIF TO FST-CANTIDAD
           MOVE WS-TOT-INTERES TO FST-TOT-INTERES
           MOVE WS-TOT-RETENIDO TO FST-TOT-RETENIDO
           WRITE REG-FISCO

           PERFORM CERRAR-ARCHIVOS
           MOVE "CERTIF-INTERES" TO WS-SPOOL-REPORTE
           MOVE "certificados_intereses.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "CERTIFICADOS EMITIDOS:   " WS-CONT-CERTIF
           DISPLAY "  REEMITIDOS:            " WS-CONT-REEMITIDOS
           DISPLAY "  CON RETENCION:         " WS-CONT-CON-RET
           DISPLAY "  SIN DOCUMENTO:         " WS-CONT-SIN-DOC
           MOVE WS-TOT-INTERES TO WS-ED-TOTAL
           DISPLAY "INTERES DEL ANIO:        " WS-ED-TOTAL
           MOVE WS-TOT-RETENIDO TO WS-ED-TOTAL
           DISPLAY "IMPUESTO RETENIDO:       " WS-ED-TOTAL
           DISPLAY "CERTIFICADOS: certificados_intereses.txt"
           DISPLAY "DECLARACION:  " WS-NOMBRE-FISCO
           IF WS-CONT-SIN-DOC > 0
               DISPLAY "HAY CLIENTES SIN DOCUMENTO EN IDENTIDAD.IDX: "
                   "COMPLETAR ANTES DE PRESENTAR AL FISCO."
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       CERRAR-ARCHIVOS.
           CLOSE RETIMPUESTO
           CLOSE CLIENTES
           IF WS-IDN-ABIERTO = "S"
               CLOSE IDENTIDAD
           END-IF
           CLOSE ARCH-CERTIFICADOS
           CLOSE ARCH-FISCO.

      *----------------------------------------------------------------*
      *    EMITIR-CERTIFICADO                                          *
      *    Certificado del cliente, su detalle para el fisco y la      *
      *    marca de emitido en el acumulado.                           *
      *----------------------------------------------------------------*
       EMITIR-CERTIFICADO.
           MOVE RTI-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI-NOMBRE CLI-APELLIDO
                       CLI-DIRECCION
           END-READ
           MOVE SPACES TO IDENTIDAD-REG
           IF WS-IDN-ABIERTO = "S"
               MOVE RTI-CLI-ID TO IDN-CLI-ID
               READ IDENTIDAD
                   INVALID KEY MOVE SPACES TO IDN-DOCUMENTO
                       IDN-DOC-PAIS
               END-READ
           END-IF
           IF IDN-DOC-NUMERO = SPACES
               ADD 1 TO WS-CONT-SIN-DOC
           END-IF
           COMPUTE WS-NETO = RTI-INTERES - RTI-RETENIDO

           PERFORM ESCRIBIR-CERTIFICADO

           MOVE SPACES TO REG-FISCO
           MOVE "D" TO FSD-TIPO-REG
           MOVE RTI-CLI-ID TO FSD-CLI-ID
           MOVE IDN-DOC-TIPO TO FSD-DOC-TIPO
           MOVE IDN-DOC-NUMERO TO FSD-DOC-NUMERO
           MOVE IDN-DOC-PAIS TO FSD-DOC-PAIS
           MOVE RTI-SEGMENTO TO FSD-SEGMENTO
           MOVE CLI-APELLIDO TO FSD-APELLIDO
           MOVE CLI-NOMBRE TO FSD-NOMBRE
           MOVE RTI-INTERES TO FSD-INTERES
           MOVE RTI-RETENIDO TO FSD-RETENIDO
           WRITE REG-FISCO

           ADD 1 TO WS-CONT-CERTIF
           ADD RTI-INTERES TO WS-TOT-INTERES
           ADD RTI-RETENIDO TO WS-TOT-RETENIDO
           IF RTI-RETENIDO > 0
               ADD 1 TO WS-CONT-CON-RET
           END-IF
           IF RTI-CERT-EMITIDO
               ADD 1 TO WS-CONT-REEMITIDOS
           END-IF

           MOVE "S" TO RTI-CERTIFICADO
           MOVE WS-FECHA-NEGOCIO TO RTI-FECHA-CERT
           REWRITE RETIMP-REG
           IF FS-RTI NOT = "00"
               DISPLAY "ERROR AL MARCAR EL CERTIFICADO DEL CLIENTE "
                   RTI-CLI-ID ". FS=" FS-RTI
               MOVE "RETIMPUESTO.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-RTI TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    ESCRIBIR-CERTIFICADO                                        *
      *    Al ultimo domicilio del cliente, con su documento.          *
      *----------------------------------------------------------------*
       ESCRIBIR-CERTIFICADO.
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CERTIFICADO DE INTERESES Y RETENCIONES - ANIO "
               WS-ANIO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "FECHA: " WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CLIENTE " RTI-CLI-ID " " CLI-NOMBRE
               DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "              " CLI-APELLIDO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "              " CLI-DIRECCION DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "DOCUMENTO:    " IDN-DOC-TIPO " " IDN-DOC-NUMERO
               " " IDN-DOC-PAIS DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           WRITE REG-CERTIFICADO FROM WS-LINEA

           MOVE RTI-INTERES TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA
           STRING "INTERESES ACREDITADOS EN EL ANIO: " WS-ED-IMPORTE
               DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE RTI-RETENIDO TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA
           STRING "IMPUESTO RETENIDO:                " WS-ED-IMPORTE
               DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE WS-NETO TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA
           STRING "INTERES NETO PERCIBIDO:           " WS-ED-IMPORTE
               DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           IF RTI-INT-EXENTO > 0
               MOVE RTI-INT-EXENTO TO WS-ED-IMPORTE
               MOVE SPACES TO WS-LINEA
               STRING "  DEL CUAL SIN RETENCION:         "
                   WS-ED-IMPORTE DELIMITED BY SIZE
                   INTO WS-LINEA
               END-STRING
               WRITE REG-CERTIFICADO FROM WS-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA
           WRITE REG-CERTIFICADO FROM WS-LINEA
           IF RTI-SEGMENTO = "E"
               MOVE SPACES TO WS-LINEA
               STRING "CLIENTE EMPRESA: EL INTERES SE DECLARA EN SU "
                   "PROPIO IMPUESTO." DELIMITED BY SIZE
                   INTO WS-LINEA
               END-STRING
               WRITE REG-CERTIFICADO FROM WS-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA
           STRING "EL BANCO, COMO AGENTE DE RETENCION, INGRESO LO "
               "RETENIDO AL FISCO." DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE "CONSERVE ESTE CERTIFICADO PARA SU DECLARACION ANUAL."
               TO WS-LINEA
           WRITE REG-CERTIFICADO FROM WS-LINEA
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-CERTIFICADO FROM WS-LINEA.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA RETIMPUESTO V01/80 Y
      * CLIENTES V03/185.
      *-----------------------------------------------------------------
       VERIFICAR-LAYOUTS.
           MOVE "RETIMPUESTO.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 80 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF
           MOVE "CLIENTES.IDX" TO WS-LAY-ARCHIVO
           MOVE "03" TO WS-LAY-VERSION
           MOVE 185 TO WS-LAY-LONGITUD
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               PERFORM DETENER-POR-LAYOUT
           END-IF.

       DETENER-POR-LAYOUT.
           CLOSE RETIMPUESTO
           CLOSE CLIENTES
           IF WS-IDN-ABIERTO = "S"
               CLOSE IDENTIDAD
           END-IF
           MOVE 1 TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
      * FECHA DE NEGOCIO VIGENTE (RUTINA COMUN FECHA-NEGOCIO).
      *-----------------------------------------------------------------
       LEER-FECHA-NEGOCIO.
           IF WS-FECHA-NEGOCIO = 0
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
                   WS-FNG-ESTADO WS-FNG-RC
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
               " PROGRAMA=DB-CERTIF-INTERES" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-CERTIF-INTERES.
