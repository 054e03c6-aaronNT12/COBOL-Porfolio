      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Cancelacion anticipada (opcion 4): el interes
      *                corre hasta la fecha de negocio a la tasa de
      *                precancelacion del catalogo de productos (tipo
      *                F, por tramo de plazo pactado), el capital mas
      *                ese interes se abona a PLF-CUENTA (movimiento
      *                D, con la retencion del impuesto como W), el
      *                certificado queda en X con el motivo y la
      *                liquidacion con el supervisor que la autorizo
      *                en PLAZOS-CANCEL.IDX. Sale el comprobante para
      *                el cliente (comprobante_cancel_pf.txt, spool
      *                CANCEL-PF).
      * 14-10-2026 AAR MOV-FECHA sale de la fecha de negocio (rutina
      *                comun FECHA-NEGOCIO, que mueve el cierre de dia
      *                EOD-ROLL) y no del reloj: lo posteado pasada la
      *                medianoche o en una corrida tardia cae en su
      *                dia contable.
      * 02-09-2026 AAR Toda cuenta tecleada se cruza contra el
      *                digito verificador (rutina comun
      *                DIGITO-RUTINA) antes de tocar nada: un
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS-CLI.
           SELECT PLAZOS-CANCEL ASSIGN TO "PLAZOS-CANCEL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCA-CERTIFICADO
               FILE STATUS IS FS-PCA.
           SELECT ARCH-CATALOGO ASSIGN TO "catalogo_productos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAT.
           SELECT ARCH-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USR.
           SELECT ARCH-INTERESES ASSIGN TO "intereses_plazos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IPF.
           SELECT ARCH-COMPROBANTE ASSIGN TO
               "comprobante_cancel_pf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CMP.
           SELECT ARCH-VENCIMIENTOS ASSIGN TO "vencimientos_pf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VEN.
           05 PLF-ESTADO       PIC X(1).
               88 PLF-VIGENTE      VALUE "V".
               88 PLF-LIQUIDADO    VALUE "L".
               88 PLF-CANCELADO    VALUE "X".
           05 PLF-MOTIVO-CANCEL PIC X(1).
           05 FILLER           PIC X(5).

      *----------------------------------------------------------------*
      *    LIQUIDACION DE LA CANCELACION ANTICIPADA, UNA POR           *
      *    CERTIFICADO. MOTIVO E NECESIDAD DEL CLIENTE, F              *
      *    FALLECIMIENTO DEL TITULAR, J ORDEN JUDICIAL, O OTRO.        *
      *----------------------------------------------------------------*
       FD  PLAZOS-CANCEL
           RECORD CONTAINS 100 CHARACTERS.
       01  PLAZO-CANCEL-REG.
           05 PCA-CERTIFICADO  PIC 9(8).
           05 PCA-FECHA        PIC 9(8).
           05 PCA-HORA         PIC 9(8).
           05 PCA-CUENTA       PIC 9(8).
           05 PCA-CLI-ID       PIC 9(5).
           05 PCA-CAPITAL      PIC 9(9)V99.
           05 PCA-DIAS         PIC 9(5).
           05 PCA-TASA-PACTADA PIC 9(2)V99.
           05 PCA-TASA-PENAL   PIC 9(2)V9999.
           05 PCA-INTERES      PIC 9(7)V99.
           05 PCA-RETENCION    PIC 9(7)V99.
           05 PCA-MOTIVO       PIC X(1).
           05 PCA-SUPERVISOR   PIC X(10).
           05 FILLER           PIC X(8).

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

      *    CATALOGO DE PRODUCTOS; LAS LINEAS TIPO F SON LOS TRAMOS DE
      *    PLAZO FIJO: TASA ANUAL DE PRECANCELACION Y PLAZO PACTADO
      *    MAXIMO DEL TRAMO EN DIAS.
       FD  ARCH-CATALOGO.
       01  REG-CATALOGO.
           05 CAT-TIPO-CTA     PIC X(1).
           05 CAT-SEGMENTO     PIC X(1).
           05 CAT-TASA         PIC 9(2)V9999.
           05 CAT-FEE-MENSUAL  PIC 9(5)V99.
           05 CAT-OPS-LIBRES   PIC 9(3).
           05 CAT-CARGO-OP     PIC 9(3)V99.
           05 CAT-SALDO-MIN    PIC 9(7)V99.
       01  REG-CAT-PLAZO.
           05 CPF-TIPO         PIC X(1).
               88 CPF-ES-PLAZO     VALUE "F".
           05 CPF-TRAMO        PIC X(1).
           05 CPF-TASA-PENAL   PIC 9(2)V9999.
           05 CPF-DIAS-HASTA   PIC 9(5).
           05 FILLER           PIC X(19).

       FD  ARCH-USUARIOS.
       01  REG-USUARIO.
           05 USR-USUARIO      PIC X(10).
           05 USR-CLAVE        PIC X(10).
           05 USR-ROL          PIC X(1).
               88 USR-ROL-SUPERVISOR VALUE "S".
           05 USR-ESTADO       PIC X(1).
               88 USR-ACTIVO         VALUE "A" " ".
           05 USR-FECHA-CLAVE  PIC 9(8).
           05 USR-INTENTOS     PIC 9(1).
           05 USR-BLOQUEADO    PIC X(1).
           05 USR-CAMBIO       PIC X(1).
           05 FILLER           PIC X(1).

      *    HISTORIA DE INTERESES LIQUIDADOS (LA MISMA DE
      *    DB-TERMDEP-RUN; LA CANCELACION VA CON INSTRUCCION X).
       FD  ARCH-INTERESES.
       01  REG-INTERES-PF.
           05 IPF-FECHA        PIC 9(8).
           05 IPF-CERTIFICADO  PIC 9(8).
           05 IPF-CUENTA       PIC 9(8).
           05 IPF-INSTRUCCION  PIC X(1).
           05 IPF-CAPITAL      PIC 9(9)V99.
           05 IPF-INTERES      PIC 9(7)V99.
           05 IPF-RETENCION    PIC 9(7)V99.

       FD  ARCH-COMPROBANTE.
       01  REG-COMPROBANTE     PIC X(80).

       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-MOV              PIC XX.
       01  WS-MOV-GRABADO      PIC X VALUE "N".
       01  FS-VEN              PIC XX.
       01  FS-CLI              PIC XX.
       01  FS-PCA              PIC XX.
       01  FS-CAT              PIC XX.
       01  FS-USR              PIC XX.
       01  FS-IPF              PIC XX.
       01  FS-CMP              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-DV-FUNCION       PIC X(1).
       01  WS-DV-CUENTA        PIC 9(8).
       01  WS-CONT-VENCEN      PIC 9(4) VALUE 0.
       01  WS-LINEA            PIC X(80).
       01  WS-MOV-FECHA        PIC 9(8).
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-MOV-HORA         PIC 9(8).
       01  WS-MOV-TIPO         PIC X(1).
       01  WS-MOV-IMPORTE      PIC 9(9)V99.

       01  WS-FECHA-CANCEL     PIC 9(8) VALUE 0.
       01  WS-DIAS-TRANSC      PIC 9(5) VALUE 0.
       01  WS-DIAS-PACTADO     PIC 9(5) VALUE 0.
       01  WS-TASA-PENAL       PIC 9(2)V9999 VALUE 0.
       01  WS-INTERES-PACTADO  PIC 9(7)V99 VALUE 0.
       01  WS-INTERES-PENAL    PIC 9(7)V99 VALUE 0.
       01  WS-RETENCION        PIC 9(7)V99 VALUE 0.
       01  WS-ABONO            PIC 9(9)V99 VALUE 0.
       01  WS-NETO             PIC 9(9)V99 VALUE 0.
       01  WS-MOTIVO           PIC X(1).
       01  WS-MOTIVO-TEXTO     PIC X(24).
       01  WS-RESPUESTA        PIC X(1).
       01  WS-ABONO-OK         PIC X VALUE "N".
       01  WS-ED-IMPORTE       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TABLA-TRAMOS.
           05 WS-TRM-ENT OCCURS 10 TIMES.
               10 TT-TRAMO     PIC X(1).
               10 TT-TASA-PENAL PIC 9(2)V9999.
               10 TT-DIAS-HASTA PIC 9(5).
       01  WS-CANT-TRAMOS      PIC 9(2) VALUE 0.
       01  WS-IDX-TRM          PIC 9(2) VALUE 0.
       01  WS-TRAMO-HALLADO    PIC 9(2) VALUE 0.
       01  WS-TRAMOS-CARGADOS  PIC X VALUE "N".
       01  WS-FIN-CAT          PIC X VALUE "N".

       01  WS-RTI-FUNCION      PIC X(1).
       01  WS-RTI-SEGMENTO     PIC X(1).
       01  WS-RTI-INTERES      PIC 9(9)V99 VALUE 0.
       01  WS-RTI-RETENCION    PIC 9(9)V99 VALUE 0.
       01  WS-RTI-RC           PIC X(2).

       01  WS-SUP-USUARIO      PIC X(10).
       01  WS-SUP-CLAVE        PIC X(10).
       01  WS-SUP-OK           PIC X VALUE "N".
       01  WS-FIN-USUARIOS     PIC X VALUE "N".
       01  WS-CLAVE-TEXTO      PIC X(10).
       01  WS-HASH-TRABAJO     PIC 9(18) COMP.
       01  WS-HASH-TEXTO       PIC 9(10).
       01  WS-IDX-CHAR         PIC 9(2).

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
               OPEN I-O ARCH-MOVIMIENTOS
           END-IF

           OPEN I-O PLAZOS-CANCEL
           IF FS-PCA = "35"
               OPEN OUTPUT PLAZOS-CANCEL
               CLOSE PLAZOS-CANCEL
               OPEN I-O PLAZOS-CANCEL
           END-IF
           OPEN INPUT CLIENTES

           PERFORM UNTIL WS-SALIR = "S"
               DISPLAY "-----------------------------------------------"
               DISPLAY "  1. ABRIR PLAZO FIJO"
               DISPLAY "  2. CONSULTAR CERTIFICADO"
               DISPLAY "  3. REPORTE DE VENCIMIENTOS PROXIMOS"
               DISPLAY "  4. CANCELACION ANTICIPADA"
               DISPLAY "  0. SALIR"
               DISPLAY "OPCION: "
               ACCEPT WS-OPCION
                   WHEN 1 PERFORM ABRIR-PLAZO
                   WHEN 2 PERFORM CONSULTAR-CERTIFICADO
                   WHEN 3 PERFORM REPORTE-VENCIMIENTOS
                   WHEN 4 PERFORM CANCELAR-PLAZO THRU
                              CANCELAR-PLAZO-FIN
                   WHEN 0 MOVE "S" TO WS-SALIR
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           CLOSE CUENTAS
           CLOSE PLAZOS
           CLOSE ARCH-MOVIMIENTOS
           CLOSE PLAZOS-CANCEL
           CLOSE CLIENTES
           PERFORM LIBERAR-CANDADO
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.
               PERFORM CALCULAR-VENCIMIENTO
               PERFORM EMITIR-CERTIFICADO
               IF WS-CERT-OK = "S"
                   MOVE WS-CERTIFICADO TO PLF-CERTIFICADO
                   PERFORM DEBITAR-FONDEO
               END-IF
           END-IF
           END-IF
           REWRITE CUENTA-REG
           IF FS-CTA = "00"
               MOVE "R" TO WS-MOV-TIPO
               MOVE WS-CAPITAL TO WS-MOV-IMPORTE
               PERFORM GRABAR-MOVIMIENTO
           ELSE
               DISPLAY "ERROR AL DEBITAR LA CUENTA DE FONDEO. FS="
                   FS-CTA
               PERFORM REGISTRAR-ERROR
           END-IF.

      *    MOVIMIENTO DEL LIBRO SOBRE LA CUENTA LEIDA, CON EL
      *    CERTIFICADO COMO REFERENCIA.
       GRABAR-MOVIMIENTO.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-MOV-FECHA
           ACCEPT WS-MOV-HORA FROM TIME
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE CTA-CLI-ID TO MOV-CLI-ID
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-MOV-FECHA TO MOV-FECHA
           MOVE WS-MOV-HORA TO MOV-HORA
           MOVE WS-MOV-TIPO TO MOV-TIPO
           MOVE WS-MOV-IMPORTE TO MOV-IMPORTE
           MOVE CTA-SALDO TO MOV-SALDO
           MOVE PLF-CERTIFICADO TO MOV-REFERENCIA
           MOVE 1 TO MOV-SECUENCIA
           MOVE "N" TO WS-MOV-GRABADO
           PERFORM UNTIL WS-MOV-GRABADO = "S"
                       " VENCE " PLF-FECHA-VENCE
                   DISPLAY "INSTRUCCION: " PLF-INSTRUCCION
                       " ESTADO " PLF-ESTADO
                   IF PLF-CANCELADO
                       PERFORM MOSTRAR-CANCELACION
                   END-IF
           END-READ.

       MOSTRAR-CANCELACION.
           MOVE PLF-CERTIFICADO TO PCA-CERTIFICADO
           READ PLAZOS-CANCEL
               INVALID KEY
                   DISPLAY "CANCELADO ANTICIPADAMENTE, MOTIVO "
                       PLF-MOTIVO-CANCEL
               NOT INVALID KEY
                   DISPLAY "CANCELADO EL " PCA-FECHA " MOTIVO "
                       PCA-MOTIVO " AUTORIZO " PCA-SUPERVISOR
                   DISPLAY "DIAS " PCA-DIAS " TASA PENAL "
                       PCA-TASA-PENAL " % INTERES " PCA-INTERES
                       " RETENCION " PCA-RETENCION
           END-READ.

      *----------------------------------------------------------------*
           DISPLAY "CERTIFICADOS POR VENCER: " WS-CONT-VENCEN
           DISPLAY "REPORTE: vencimientos_pf.txt".

      *----------------------------------------------------------------*
      *    CANCELAR-PLAZO                                              *
      *    Cancelacion anticipada de un certificado vigente: interes   *
      *    hasta la fecha de negocio a la tasa de precancelacion del   *
      *    tramo (nunca mayor que la pactada), retencion del impuesto, *
      *    abono de capital mas interes a PLF-CUENTA y comprobante.    *
      *    Requiere motivo y credencial de supervisor.                 *
      *----------------------------------------------------------------*
       CANCELAR-PLAZO.
           DISPLAY "NUMERO DE CERTIFICADO (8 DIGITOS): "
           ACCEPT WS-CERTIFICADO
           MOVE WS-CERTIFICADO TO PLF-CERTIFICADO
           READ PLAZOS
               INVALID KEY
                   DISPLAY "NO EXISTE ESE CERTIFICADO."
                   GO TO CANCELAR-PLAZO-FIN
           END-READ
           IF NOT PLF-VIGENTE
               DISPLAY "EL CERTIFICADO NO ESTA VIGENTE (ESTADO "
                   PLF-ESTADO ")."
               GO TO CANCELAR-PLAZO-FIN
           END-IF

           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CANCEL
           IF WS-FECHA-CANCEL >= PLF-FECHA-VENCE
               DISPLAY "EL CERTIFICADO YA VENCIO: LO LIQUIDA EL "
                   "VENCIMIENTO DIARIO (DB-TERMDEP-RUN)."
               GO TO CANCELAR-PLAZO-FIN
           END-IF

           MOVE "D" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               WS-FECHA-CANCEL PLF-FECHA-INICIO
               WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00" OR WS-FEC-RESULTADO < 0
               DISPLAY "CERTIFICADO CON FECHAS INVALIDAS. REVISAR."
               GO TO CANCELAR-PLAZO-FIN
           END-IF
           MOVE WS-FEC-RESULTADO TO WS-DIAS-TRANSC
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               PLF-FECHA-VENCE PLF-FECHA-INICIO
               WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00" OR WS-FEC-RESULTADO <= 0
               DISPLAY "CERTIFICADO CON FECHAS INVALIDAS. REVISAR."
               GO TO CANCELAR-PLAZO-FIN
           END-IF
           MOVE WS-FEC-RESULTADO TO WS-DIAS-PACTADO

           PERFORM BUSCAR-TASA-PENAL
           COMPUTE WS-INTERES-PACTADO ROUNDED = PLF-CAPITAL
               * PLF-TASA / 100 * WS-DIAS-TRANSC / 365
           COMPUTE WS-INTERES-PENAL ROUNDED = PLF-CAPITAL
               * WS-TASA-PENAL / 100 * WS-DIAS-TRANSC / 365

      *    RETENCION SEGUN EL SEGMENTO DEL TITULAR (RETIMP-RUTINA).
           MOVE PLF-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO WS-RTI-SEGMENTO
               NOT INVALID KEY
                   MOVE CLI-TIPO TO WS-RTI-SEGMENTO
           END-READ
           MOVE WS-INTERES-PENAL TO WS-RTI-INTERES
           MOVE 0 TO WS-RTI-RETENCION
           MOVE "C" TO WS-RTI-FUNCION
           CALL "RETIMP-RUTINA" USING WS-RTI-FUNCION PLF-CLI-ID
               WS-RTI-SEGMENTO WS-FECHA-CANCEL WS-RTI-INTERES
               WS-RTI-RETENCION WS-RTI-RC
           MOVE WS-RTI-RETENCION TO WS-RETENCION
           COMPUTE WS-ABONO = PLF-CAPITAL + WS-INTERES-PENAL
           COMPUTE WS-NETO = WS-ABONO - WS-RETENCION

           DISPLAY "-----------------------------------"
           DISPLAY "CERTIFICADO:      " PLF-CERTIFICADO
               " CUENTA " PLF-CUENTA
           DISPLAY "INICIO:           " PLF-FECHA-INICIO
               " VENCE " PLF-FECHA-VENCE
           DISPLAY "DIAS TRANSCURRIDOS: " WS-DIAS-TRANSC
               " DE " WS-DIAS-PACTADO
           MOVE PLF-CAPITAL TO WS-ED-IMPORTE
           DISPLAY "CAPITAL:          " WS-ED-IMPORTE
           MOVE WS-INTERES-PACTADO TO WS-ED-IMPORTE
           DISPLAY "INTERES A TASA PACTADA " PLF-TASA " %: "
               WS-ED-IMPORTE
           MOVE WS-INTERES-PENAL TO WS-ED-IMPORTE
           DISPLAY "INTERES A TASA DE PRECANCELACION "
               WS-TASA-PENAL " %: " WS-ED-IMPORTE
           MOVE WS-RETENCION TO WS-ED-IMPORTE
           DISPLAY "RETENCION DEL IMPUESTO: " WS-ED-IMPORTE
           MOVE WS-NETO TO WS-ED-IMPORTE
           DISPLAY "NETO A ACREDITAR:       " WS-ED-IMPORTE

           DISPLAY "MOTIVO (E=NECESIDAD DEL CLIENTE, F=FALLECIMIENTO, "
               "J=ORDEN JUDICIAL, O=OTRO): "
           ACCEPT WS-MOTIVO
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO) TO WS-MOTIVO
           EVALUATE WS-MOTIVO
               WHEN "E" MOVE "NECESIDAD DEL CLIENTE" TO WS-MOTIVO-TEXTO
               WHEN "F" MOVE "FALLECIMIENTO DEL TITULAR"
                            TO WS-MOTIVO-TEXTO
               WHEN "J" MOVE "ORDEN JUDICIAL" TO WS-MOTIVO-TEXTO
               WHEN "O" MOVE "OTRO" TO WS-MOTIVO-TEXTO
               WHEN OTHER
                   DISPLAY "MOTIVO INVALIDO. NO SE CANCELA."
                   GO TO CANCELAR-PLAZO-FIN
           END-EVALUATE
           DISPLAY "CONFIRMA LA CANCELACION (S/N): "
           ACCEPT WS-RESPUESTA
           MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA
           IF WS-RESPUESTA NOT = "S"
               DISPLAY "CANCELACION DESCARTADA."
               GO TO CANCELAR-PLAZO-FIN
           END-IF

           PERFORM PEDIR-CREDENCIAL-SUPERVISOR
           IF WS-SUP-OK NOT = "S"
               DISPLAY "CREDENCIAL DE SUPERVISOR INVALIDA. NO SE "
                   "CANCELA."
               GO TO CANCELAR-PLAZO-FIN
           END-IF

           PERFORM ABONAR-CANCELACION THRU ABONAR-CANCELACION-FIN
           IF WS-ABONO-OK NOT = "S"
               GO TO CANCELAR-PLAZO-FIN
           END-IF

           MOVE "X" TO PLF-ESTADO
           MOVE WS-MOTIVO TO PLF-MOTIVO-CANCEL
           REWRITE PLAZO-REG
           IF FS-PLF NOT = "00"
               DISPLAY "ERROR AL MARCAR EL CERTIFICADO. FS=" FS-PLF
               MOVE "PLAZOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-PLF TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF
           PERFORM REGISTRAR-CANCELACION
           PERFORM EMITIR-COMPROBANTE
           DISPLAY "CERTIFICADO " PLF-CERTIFICADO " CANCELADO. "
               "COMPROBANTE: comprobante_cancel_pf.txt".
       CANCELAR-PLAZO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    BUSCAR-TASA-PENAL                                           *
      *    El tramo es el de menor plazo maximo que cubre el plazo     *
      *    pactado; pasado el ultimo, el mayor. Sin tramos en el       *
      *    catalogo no hay interes. Nunca mas que la tasa pactada.     *
      *----------------------------------------------------------------*
       BUSCAR-TASA-PENAL.
           IF WS-TRAMOS-CARGADOS = "N"
               PERFORM CARGAR-TRAMOS
               MOVE "S" TO WS-TRAMOS-CARGADOS
           END-IF
           MOVE 0 TO WS-TRAMO-HALLADO
           PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                   UNTIL WS-IDX-TRM > WS-CANT-TRAMOS
               IF TT-DIAS-HASTA(WS-IDX-TRM) >= WS-DIAS-PACTADO
                   IF WS-TRAMO-HALLADO = 0
                       MOVE WS-IDX-TRM TO WS-TRAMO-HALLADO
                   ELSE
                       IF TT-DIAS-HASTA(WS-IDX-TRM)
                               < TT-DIAS-HASTA(WS-TRAMO-HALLADO)
                           MOVE WS-IDX-TRM TO WS-TRAMO-HALLADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TRAMO-HALLADO = 0
               PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                       UNTIL WS-IDX-TRM > WS-CANT-TRAMOS
                   IF WS-TRAMO-HALLADO = 0
                       MOVE WS-IDX-TRM TO WS-TRAMO-HALLADO
                   ELSE
                       IF TT-DIAS-HASTA(WS-IDX-TRM)
                               > TT-DIAS-HASTA(WS-TRAMO-HALLADO)
                           MOVE WS-IDX-TRM TO WS-TRAMO-HALLADO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TRAMO-HALLADO = 0
               MOVE 0 TO WS-TASA-PENAL
               DISPLAY "SIN TRAMOS DE PLAZO FIJO (TIPO F) EN "
                   "catalogo_productos.txt: SOLO SE DEVUELVE EL "
                   "CAPITAL."
           ELSE
               MOVE TT-TASA-PENAL(WS-TRAMO-HALLADO) TO WS-TASA-PENAL
               DISPLAY "TRAMO " TT-TRAMO(WS-TRAMO-HALLADO)
                   " HASTA " TT-DIAS-HASTA(WS-TRAMO-HALLADO) " DIAS"
           END-IF
           IF WS-TASA-PENAL > PLF-TASA
               MOVE PLF-TASA TO WS-TASA-PENAL
           END-IF.

       CARGAR-TRAMOS.
           MOVE 0 TO WS-CANT-TRAMOS
           MOVE "N" TO WS-FIN-CAT
           OPEN INPUT ARCH-CATALOGO
           IF FS-CAT = "00"
               PERFORM UNTIL WS-FIN-CAT = "S"
                   READ ARCH-CATALOGO
                       AT END
                           MOVE "S" TO WS-FIN-CAT
                       NOT AT END
                           IF CPF-ES-PLAZO AND WS-CANT-TRAMOS < 10
                               ADD 1 TO WS-CANT-TRAMOS
                               MOVE CPF-TRAMO
                                   TO TT-TRAMO(WS-CANT-TRAMOS)
                               MOVE CPF-TASA-PENAL
                                   TO TT-TASA-PENAL(WS-CANT-TRAMOS)
                               MOVE CPF-DIAS-HASTA
                                   TO TT-DIAS-HASTA(WS-CANT-TRAMOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-CATALOGO
           END-IF.

      *----------------------------------------------------------------*
      *    ABONAR-CANCELACION                                          *
      *    Capital mas interes a PLF-CUENTA con las reglas de posteo   *
      *    de DB-TERMDEP-RUN (cancela sobregiro primero, reactiva la   *
      *    cuenta dormida) y, a continuacion, la retencion como W.     *
      *----------------------------------------------------------------*
       ABONAR-CANCELACION.
           MOVE "N" TO WS-ABONO-OK
           MOVE PLF-CUENTA TO CTA-NUMERO
           READ CUENTAS
               INVALID KEY
                   DISPLAY "LA CUENTA DE FONDEO " PLF-CUENTA
                       " NO EXISTE. NO SE CANCELA."
           END-READ
           IF FS-CTA NOT = "00"
               GO TO ABONAR-CANCELACION-FIN
           END-IF
           IF CTA-INACTIVA
               DISPLAY "LA CUENTA DE FONDEO ESTA DADA DE BAJA. NO SE "
                   "CANCELA."
               GO TO ABONAR-CANCELACION-FIN
           END-IF

           IF CTA-SOBREGIRO > 0
               IF WS-ABONO >= CTA-SOBREGIRO
                   COMPUTE CTA-SALDO = CTA-SALDO
                       + WS-ABONO - CTA-SOBREGIRO
                   MOVE 0 TO CTA-SOBREGIRO
               ELSE
                   SUBTRACT WS-ABONO FROM CTA-SOBREGIRO
               END-IF
           ELSE
               ADD WS-ABONO TO CTA-SALDO
           END-IF
           IF CTA-DORMIDA
               MOVE "A" TO CTA-ESTADO
           END-IF
           REWRITE CUENTA-REG
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABONAR LA CUENTA " PLF-CUENTA
                   ". FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               GO TO ABONAR-CANCELACION-FIN
           END-IF
           MOVE "S" TO WS-ABONO-OK
           MOVE "D" TO WS-MOV-TIPO
           MOVE WS-ABONO TO WS-MOV-IMPORTE
           PERFORM GRABAR-MOVIMIENTO

           IF WS-RETENCION > 0
               IF CTA-SALDO >= WS-RETENCION
                   SUBTRACT WS-RETENCION FROM CTA-SALDO
               ELSE
                   COMPUTE CTA-SOBREGIRO = CTA-SOBREGIRO
                       + WS-RETENCION - CTA-SALDO
                   MOVE 0 TO CTA-SALDO
               END-IF
               REWRITE CUENTA-REG
               IF FS-CTA = "00"
                   MOVE "W" TO WS-MOV-TIPO
                   MOVE WS-RETENCION TO WS-MOV-IMPORTE
                   PERFORM GRABAR-MOVIMIENTO
               ELSE
                   DISPLAY "ERROR AL DEBITAR LA RETENCION. FS="
                       FS-CTA
                   MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-CTA TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-IF.
       ABONAR-CANCELACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRAR-CANCELACION                                       *
      *    Liquidacion en PLAZOS-CANCEL.IDX, interes en la historia    *
      *    de intereses_plazos.txt y en el acumulado anual del         *
      *    cliente para el certificado de retenciones.                 *
      *----------------------------------------------------------------*
       REGISTRAR-CANCELACION.
           MOVE SPACES TO PLAZO-CANCEL-REG
           MOVE PLF-CERTIFICADO TO PCA-CERTIFICADO
           MOVE WS-FECHA-CANCEL TO PCA-FECHA
           ACCEPT PCA-HORA FROM TIME
           MOVE PLF-CUENTA TO PCA-CUENTA
           MOVE PLF-CLI-ID TO PCA-CLI-ID
           MOVE PLF-CAPITAL TO PCA-CAPITAL
           MOVE WS-DIAS-TRANSC TO PCA-DIAS
           MOVE PLF-TASA TO PCA-TASA-PACTADA
           MOVE WS-TASA-PENAL TO PCA-TASA-PENAL
           MOVE WS-INTERES-PENAL TO PCA-INTERES
           MOVE WS-RETENCION TO PCA-RETENCION
           MOVE WS-MOTIVO TO PCA-MOTIVO
           MOVE WS-SUP-USUARIO TO PCA-SUPERVISOR
           WRITE PLAZO-CANCEL-REG
           IF FS-PCA NOT = "00"
               DISPLAY "ERROR AL REGISTRAR LA LIQUIDACION. FS="
                   FS-PCA
               MOVE "PLAZOS-CANCEL.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-PCA TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF

           OPEN EXTEND ARCH-INTERESES
           IF FS-IPF = "35"
               OPEN OUTPUT ARCH-INTERESES
           END-IF
           MOVE WS-FECHA-CANCEL TO IPF-FECHA
           MOVE PLF-CERTIFICADO TO IPF-CERTIFICADO
           MOVE PLF-CUENTA TO IPF-CUENTA
           MOVE "X" TO IPF-INSTRUCCION
           MOVE PLF-CAPITAL TO IPF-CAPITAL
           MOVE WS-INTERES-PENAL TO IPF-INTERES
           MOVE WS-RETENCION TO IPF-RETENCION
           WRITE REG-INTERES-PF
           CLOSE ARCH-INTERESES

           IF WS-INTERES-PENAL > 0
               MOVE "A" TO WS-RTI-FUNCION
               CALL "RETIMP-RUTINA" USING WS-RTI-FUNCION PLF-CLI-ID
                   WS-RTI-SEGMENTO WS-FECHA-CANCEL WS-RTI-INTERES
                   WS-RTI-RETENCION WS-RTI-RC
               IF WS-RTI-RC = "90"
                   MOVE "RETIMPUESTO.IDX" TO WS-ERR-ARCHIVO
                   MOVE "90" TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    EMITIR-COMPROBANTE                                          *
      *    Comprobante de liquidacion para el cliente, retenido en el  *
      *    spool (SPOOL-RUTINA).                                       *
      *----------------------------------------------------------------*
       EMITIR-COMPROBANTE.
           OPEN OUTPUT ARCH-COMPROBANTE
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE "COMPROBANTE DE CANCELACION ANTICIPADA DE PLAZO FIJO"
               TO WS-LINEA
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "FECHA: " WS-FECHA-CANCEL "   CERTIFICADO: "
               PLF-CERTIFICADO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "TITULAR: " PLF-CLI-ID " " CLI-NOMBRE
               DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "               " CLI-APELLIDO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "INICIO: " PLF-FECHA-INICIO "  VENCIA: "
               PLF-FECHA-VENCE "  DIAS: " WS-DIAS-TRANSC " DE "
               WS-DIAS-PACTADO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "MOTIVO: " WS-MOTIVO-TEXTO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE PLF-CAPITAL TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA
           STRING "CAPITAL:                        " WS-ED-IMPORTE
               DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "TASA PACTADA: " PLF-TASA " %  TASA APLICADA: "
               WS-TASA-PENAL " %" DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE WS-INTERES-PENAL TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA
           STRING "INTERES A LA FECHA:             " WS-ED-IMPORTE
               DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE WS-RETENCION TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA
           STRING "RETENCION DEL IMPUESTO:         " WS-ED-IMPORTE
               DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE WS-NETO TO WS-ED-IMPORTE
           MOVE SPACES TO WS-LINEA
           STRING "NETO ACREDITADO EN CUENTA " PLF-CUENTA ": "
               WS-ED-IMPORTE DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "AUTORIZO: " WS-SUP-USUARIO DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE "FIRMA DEL CLIENTE: ______________________"
               TO WS-LINEA
           WRITE REG-COMPROBANTE FROM WS-LINEA
           MOVE ALL "=" TO WS-LINEA
           WRITE REG-COMPROBANTE FROM WS-LINEA
           CLOSE ARCH-COMPROBANTE
           MOVE "CANCEL-PF" TO WS-SPOOL-REPORTE
           MOVE "comprobante_cancel_pf.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC.

      *-----------------------------------------------------------------
      * CREDENCIAL DE SUPERVISOR CONTRA usuarios.txt (ROL S, CLAVE
      * CONTRA EL HASH), COMO DB-HOLDS Y EX02-CICS-GET.
      *-----------------------------------------------------------------
       PEDIR-CREDENCIAL-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK
           DISPLAY "USUARIO SUPERVISOR: "
           ACCEPT WS-SUP-USUARIO
           MOVE FUNCTION UPPER-CASE(WS-SUP-USUARIO)
               TO WS-SUP-USUARIO
           DISPLAY "CLAVE: "
           ACCEPT WS-SUP-CLAVE

           MOVE WS-SUP-CLAVE TO WS-CLAVE-TEXTO
           PERFORM CALCULAR-HASH

           MOVE "N" TO WS-FIN-USUARIOS
           OPEN INPUT ARCH-USUARIOS
           IF FS-USR NOT = "00"
               DISPLAY "SIN usuarios.txt NO HAY QUIEN AUTORICE."
           ELSE
               PERFORM LEER-USUARIO
               PERFORM UNTIL WS-FIN-USUARIOS = "S"
                   IF USR-USUARIO = WS-SUP-USUARIO
                       IF USR-ROL-SUPERVISOR AND USR-ACTIVO
                               AND USR-BLOQUEADO NOT = "S"
                               AND USR-CLAVE = WS-HASH-TEXTO
                           MOVE "S" TO WS-SUP-OK
                       END-IF
                       MOVE "S" TO WS-FIN-USUARIOS
                   ELSE
                       PERFORM LEER-USUARIO
                   END-IF
               END-PERFORM
               CLOSE ARCH-USUARIOS
           END-IF.

       LEER-USUARIO.
           READ ARCH-USUARIOS
               AT END MOVE "S" TO WS-FIN-USUARIOS
           END-READ.

       CALCULAR-HASH.
           MOVE 7 TO WS-HASH-TRABAJO
           PERFORM VARYING WS-IDX-CHAR FROM 1 BY 1
                   UNTIL WS-IDX-CHAR > 10
               COMPUTE WS-HASH-TRABAJO = FUNCTION MOD(
                   WS-HASH-TRABAJO * 31
                   + FUNCTION ORD(WS-CLAVE-TEXTO(WS-IDX-CHAR:1))
                   9999999967)
           END-PERFORM
           MOVE WS-HASH-TRABAJO TO WS-HASH-TEXTO.

      *-----------------------------------------------------------------
      * DIGITO VERIFICADOR DE LA CUENTA EN WS-DV-CUENTA, VIA LA
      * RUTINA COMUN DIGITO-RUTINA (FUNCION V).
           CALL "DIGITO-RUTINA" USING WS-DV-FUNCION
               WS-DV-CUENTA WS-DV-RC.

      *-----------------------------------------------------------------
      * FECHA DE NEGOCIO VIGENTE (RUTINA COMUN FECHA-NEGOCIO), LEIDA
      * UNA SOLA VEZ POR CORRIDA.
      *-----------------------------------------------------------------
       LEER-FECHA-NEGOCIO.
           IF WS-FECHA-NEGOCIO = 0
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
                   WS-FNG-ESTADO WS-FNG-RC
           END-IF.

      *-----------------------------------------------------------------
      * REGISTRA EN errores.log CUALQUIER FS DISTINTO DE "00"
      *-----------------------------------------------------------------
