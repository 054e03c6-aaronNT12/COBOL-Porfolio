      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Opcion [18] RECERTIFICACION, solo supervisor:
      *                llama a la pantalla CICS-RECERT (confirmar o
      *                revocar los accesos de la campania que arma
      *                USER-RECERT). Al volver se recargan los
      *                usuarios, para no regrabar usuarios.txt con un
      *                acceso ya revocado.
      * 15-10-2026 AAR Segmento F (personal del banco) en el alta y la
      *                modificacion de cliente: es la tarifa de
      *                personal del catalogo de productos, y
      *                DB-PERSONAL-MENSUAL informa a quien la tiene sin
      *                ser empleado activo.
      * 15-10-2026 AAR Opcion [17] RECLAMOS: llama a la pantalla
      *                CICS-SOLICITUDES (reclamos y solicitudes de
      *                servicio de clientes con vencimiento segun la
      *                categoria).
      * 15-10-2026 AAR Doble control en los cambios al maestro de
      *                clientes: el alta [1], la modificacion [3] y la
      *                baja [4] ya no graban CLIENTES.IDX sino un
      *                cambio pendiente en CAMBIOS-PEND.IDX con la
      *                imagen antes y despues del registro (la
      *                apertura de cuentas de EX02-CICS-GET hace lo
      *                mismo). Opcion [16] APROBACIONES, solo
      *                supervisor: lista los pendientes y los aprueba
      *                o rechaza con motivo; nunca el mismo usuario
      *                que hizo el cambio. Al aprobar se aplica a
      *                CLIENTES.IDX / CUENTAS.IDX (con el documento y
      *                el control de sanciones del alta) y ambas
      *                decisiones quedan en audit_log.txt. Un cliente
      *                con un cambio pendiente no admite otro.
      * 15-10-2026 AAR Opcion [15] GRUPOS: llama a la pantalla
      *                CICS-GRUPOS (grupos economicos y familiares de
      *                clientes para la exposicion consolidada).
      * 15-10-2026 AAR Opcion [14] CAJA: llama a la pantalla
      *                CICS-CAJAS (apertura, traspasos y arqueo de la
      *                caja del cajero; aprobar diferencias y remesas
      *                de boveda es del supervisor). El ingreso se
      *                rechaza (evento LOGIN-CAJA) si el usuario tiene
      *                una caja de un dia anterior cerrada con
      *                diferencia que el supervisor no aprobo.
      * 15-10-2026 AAR El alta [1] controla al cliente nuevo contra la
      *                lista de sanciones (SANCIONES-RUTINA): las
      *                coincidencias quedan en la cola de revision, se
      *                avisan en pantalla y van en la auditoria. Opcion
      *                [13] SANCIONES: llama a la pantalla
      *                CICS-SANCIONES (revision de la cola; descartar
      *                o confirmar es del supervisor).
      * 15-10-2026 AAR Documento de identidad y riesgo del cliente en
      *                IDENTIDAD.IDX: el alta [1] los pide, los valida
      *                con VALIDA-DOCUMENTO y rechaza el documento que
      *                ya pertenece a otro cliente (clave alterna tipo
      *                + numero); la modificacion [3] permite renovar
      *                el documento o registrar la revision de KYC
      *                (levanta el bloqueo de retiros que deja DB-KYC
      *                si el documento nuevo esta vigente) y la
      *                consulta [2] los muestra.
      * 15-10-2026 AAR Opcion [12] TITULARES: llama a la pantalla
      *                CICS-TITULARES (cotitulares y firmantes
      *                autorizados de cada cuenta con su regla de
      *                firma).
      * 15-10-2026 AAR Opcion [11] CUENTA PUENTE: llama a la pantalla
      *                CICS-SUSPENSO (transferencias recibidas sin
      *                aplicar: busqueda, aplicacion a una cuenta y
      *                devolucion al banco de origen).
      * 15-10-2026 AAR Opcion [10] MANDATOS: llama a la pantalla
      *                CICS-MANDATOS (mandatos de debito directo por
      *                cuenta y acreedor). La opcion pasa a dos
      *                digitos.
      * 15-10-2026 AAR Opcion [9] TARJETAS: llama a la pantalla
      *                CICS-TARJETAS (emision, bloqueo, desbloqueo y
      *                reemplazo de tarjetas de debito).
      * 14-10-2026 AAR Opcion [8] PRESTAMOS: llama a la pantalla
      *                CICS-PRESTAMOS con el usuario y el rol de la
      *                sesion (originacion, plan y saldo de los
      *                prestamos de consumo).
      * 02-09-2026 AAR Corte al layout version 3 via DB-MIGRATE-V3:
      *                fecha de nacimiento (CLI-FECHA-NAC) en el
      *                registro, que pasa de 177 a 185 caracteres.
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT IDENTIDAD ASSIGN TO "IDENTIDAD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDN-CLI-ID
               ALTERNATE RECORD KEY IS IDN-DOCUMENTO
               FILE STATUS IS FS-IDN.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT CAMBIOS-PEND ASSIGN TO "CAMBIOS-PEND.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CLAVE
               FILE STATUS IS FS-PEN.
           SELECT ARCH-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USR.
               88 CLI-TIPO-NORMAL  VALUE "N" " ".
               88 CLI-TIPO-PREMIUM VALUE "P".
               88 CLI-TIPO-EMPRESA VALUE "E".
               88 CLI-TIPO-PERSONAL VALUE "F".
           05 CLI-FECHA-BAJA   PIC 9(8).
           05 CLI-VERSION      PIC X(1).
               88 CLI-LAYOUT-V2    VALUE "2".
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
           05 IDN-DOC-VENCE    PIC 9(8).
           05 IDN-RIESGO       PIC X(1).
               88 IDN-RIESGO-BAJO  VALUE "B".
               88 IDN-RIESGO-MEDIO VALUE "M".
               88 IDN-RIESGO-ALTO  VALUE "A".
           05 IDN-FECHA-REVISION PIC 9(8).
           05 IDN-PROX-REVISION PIC 9(8).
           05 IDN-BLOQUEO      PIC X(1).
               88 IDN-BLOQUEADO    VALUE "S".
           05 IDN-FECHA-BLOQUEO PIC 9(8).
           05 IDN-FECHA-ALTA   PIC 9(8).
           05 IDN-USUARIO      PIC X(10).
           05 FILLER           PIC X(23).

       FD  CUENTAS
           RECORD CONTAINS 50 CHARACTERS.
       01  CUENTA-REG.
           05 CTA-NUMERO       PIC 9(8).
           05 CTA-CLI-ID       PIC 9(5).
           05 CTA-TIPO         PIC X(1).
           05 CTA-SALDO        PIC 9(9)V99.
           05 CTA-ESTADO       PIC X(1).
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

      *    CAMBIOS AL MAESTRO PENDIENTES DE APROBACION. PEN-ANTES Y
      *    PEN-DESPUES SON LAS IMAGENES DEL REGISTRO (185 DEL CLIENTE,
      *    LOS PRIMEROS 50 EN UNA CUENTA); EL DOCUMENTO SOLO VA EN EL
      *    ALTA DE CLIENTE. EN LA APERTURA DE CUENTA PEN-CLAVE-MAESTRO
      *    ES EL TITULAR Y EL NUMERO SE ASIGNA AL APROBAR.
       FD  CAMBIOS-PEND
           RECORD CONTAINS 520 CHARACTERS.
       01  PENDIENTE-REG.
           05 PEN-CLAVE.
               10 PEN-FECHA    PIC 9(8).
               10 PEN-NUMERO   PIC 9(8).
           05 PEN-HORA         PIC 9(8).
           05 PEN-MAESTRO      PIC X(1).
               88 PEN-CLIENTE      VALUE "C".
               88 PEN-CUENTA       VALUE "T".
           05 PEN-ACCION       PIC X(1).
               88 PEN-ALTA         VALUE "A".
               88 PEN-MODIFICACION VALUE "M".
               88 PEN-BAJA         VALUE "B".
           05 PEN-CLAVE-MAESTRO PIC 9(8).
           05 PEN-ESTADO       PIC X(1).
               88 PEN-PENDIENTE    VALUE "P".
               88 PEN-APROBADO     VALUE "A".
               88 PEN-RECHAZADO    VALUE "R".
           05 PEN-USUARIO      PIC X(10).
           05 PEN-ORIGEN       PIC X(10).
           05 PEN-APROBADOR    PIC X(10).
           05 PEN-FECHA-RESOL  PIC 9(8).
           05 PEN-MOTIVO       PIC X(40).
           05 PEN-ANTES        PIC X(185).
           05 PEN-DESPUES      PIC X(185).
           05 PEN-DOC-TIPO     PIC X(2).
           05 PEN-DOC-NUMERO   PIC X(15).
           05 PEN-DOC-PAIS     PIC X(3).
           05 PEN-DOC-VENCE    PIC 9(8).
           05 PEN-RIESGO       PIC X(1).
           05 FILLER           PIC X(8).

       FD  ARCH-USUARIOS.
       01  REG-USUARIO.
           05 USR-USUARIO      PIC X(10).
       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-USR              PIC XX.
       01  FS-IDN              PIC XX.
       01  FS-AUD              PIC XX.
       01  WS-AUD-FECHA        PIC 9(8).
       01  WS-AUD-HORA         PIC 9(8).
       01  WS-AUD-ACCION       PIC X(15).
       01  WS-AUD-DETALLE      PIC X(80).
       01  WS-SAN-ORIGEN       PIC X(10) VALUE "EX04-CICS".
       01  WS-SAN-COINC        PIC 9(2) VALUE 0.
       01  WS-SAN-ALERTAS      PIC 9(2) VALUE 0.
       01  WS-SAN-RC           PIC X(2) VALUE "00".
       01  WS-LINEA-AUD        PIC X(132).
       01  WS-OPCION           PIC 99.
       01  WS-MSG              PIC X(50).
       01  WS-FIN-MENU         PIC X VALUE "N".

       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-DIAS-CLAVE       PIC S9(9) VALUE 0.
       01  WS-IDX-LOGIN        PIC 9(2) VALUE 0.
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-CAJ-FUNCION      PIC X(1).
       01  WS-CAJ-CUENTA       PIC 9(8) VALUE 0.
       01  WS-CAJ-IMPORTE      PIC 9(9)V99 VALUE 0.
       01  WS-CAJ-SUCURSAL     PIC X(3).
       01  WS-CAJ-RC           PIC X(2).

       01  FS-SLG              PIC XX.
       01  WS-SEG-EVENTO       PIC X(15).
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".

       01  WS-DOC-TIPO         PIC X(2).
       01  WS-DOC-NUMERO       PIC X(15).
       01  WS-DOC-PAIS         PIC X(3).
       01  WS-DOC-VENCE        PIC 9(8) VALUE 0.
       01  WS-RIESGO           PIC X(1).
       01  WS-TIENE-IDENTIDAD  PIC X VALUE "N".
       01  WS-CAMBIA-KYC       PIC X VALUE "N".

      *----------------------------------------------------------------*
      *    DOBLE CONTROL: IMAGENES DEL CAMBIO PENDIENTE PARA MOSTRAR   *
      *    Y COMPARAR, Y DATOS DE LA APERTURA DE CUENTA AL APROBAR.    *
      *----------------------------------------------------------------*
       01  FS-CTA              PIC XX.
       01  FS-PEN              PIC XX.
       01  WS-IMG-ANTES.
           05 IMA-ID           PIC 9(5).
           05 IMA-NOMBRE       PIC X(30).
           05 IMA-APELLIDO     PIC X(30).
           05 IMA-EDAD         PIC 99.
           05 IMA-SALDO        PIC 9(9)V99.
           05 IMA-ESTADO       PIC X(1).
           05 IMA-LIMITE       PIC 9(5)V99.
           05 IMA-SOBREGIRO    PIC 9(4)V99.
           05 IMA-DIRECCION    PIC X(30).
           05 IMA-TELEFONO     PIC X(12).
           05 IMA-EMAIL        PIC X(30).
           05 IMA-TIPO         PIC X(1).
           05 IMA-FECHA-BAJA   PIC 9(8).
           05 IMA-VERSION      PIC X(1).
           05 IMA-FECHA-NAC    PIC 9(8).
           05 FILLER           PIC X(3).
       01  WS-IMG-DESPUES.
           05 IMD-ID           PIC 9(5).
           05 IMD-NOMBRE       PIC X(30).
           05 IMD-APELLIDO     PIC X(30).
           05 IMD-EDAD         PIC 99.
           05 IMD-SALDO        PIC 9(9)V99.
           05 IMD-ESTADO       PIC X(1).
           05 IMD-LIMITE       PIC 9(5)V99.
           05 IMD-SOBREGIRO    PIC 9(4)V99.
           05 IMD-DIRECCION    PIC X(30).
           05 IMD-TELEFONO     PIC X(12).
           05 IMD-EMAIL        PIC X(30).
           05 IMD-TIPO         PIC X(1).
           05 IMD-FECHA-BAJA   PIC 9(8).
           05 IMD-VERSION      PIC X(1).
           05 IMD-FECHA-NAC    PIC 9(8).
           05 FILLER           PIC X(3).
       01  WS-IMG-CUENTA.
           05 IMC-NUMERO       PIC 9(8).
           05 IMC-CLI-ID       PIC 9(5).
           05 IMC-TIPO         PIC X(1).
           05 IMC-SALDO        PIC 9(9)V99.
           05 IMC-ESTADO       PIC X(1).
           05 IMC-LIMITE       PIC 9(5)V99.
           05 IMC-SOBREGIRO    PIC 9(4)V99.
           05 IMC-VERSION      PIC X(1).
           05 IMC-MONEDA       PIC X(3).
           05 IMC-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).
       01  WS-PEN-MAESTRO      PIC X(1).
       01  WS-PEN-CLAVE-MAE    PIC 9(8) VALUE 0.
       01  WS-PEN-HALLADO      PIC X VALUE "N".
       01  WS-PEN-OCUPADO      PIC X VALUE "N".
       01  WS-PEN-FIN          PIC X VALUE "N".
       01  WS-PEN-CANT         PIC 9(4) VALUE 0.
       01  WS-PEN-OK           PIC X VALUE "N".
       01  WS-PEN-ACCION       PIC X(1).
       01  WS-PEN-NUMERO       PIC 9(8) VALUE 0.
       01  WS-PEN-DESC         PIC X(13).
       01  WS-OPCION-APR       PIC 9.
       01  WS-SALIR-APR        PIC X VALUE "N".
       01  WS-APR-FECHA        PIC 9(8) VALUE 0.
       01  WS-APR-NUMERO       PIC 9(8) VALUE 0.
       01  WS-APR-DECISION     PIC X(1).
       01  WS-APR-MOTIVO       PIC X(40).
       01  WS-APR-APLICADO     PIC X VALUE "N".
       01  WS-APR-CLAVE        PIC 9(8) VALUE 0.
       01  WS-LOCK-CTA         PIC X(12) VALUE "CUENTAS".
       01  WS-NVA-CUENTA       PIC 9(8) VALUE 0.
       01  WS-SUFIJO           PIC 9(3) VALUE 0.
       01  WS-DV-FUNCION       PIC X(1).
       01  WS-DV-CUENTA        PIC 9(8).
       01  WS-DV-RC            PIC X(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOGIN
                   STOP RUN
               END-IF

               OPEN I-O IDENTIDAD
               IF FS-IDN = "35"
                   OPEN OUTPUT IDENTIDAD
                   CLOSE IDENTIDAD
                   OPEN I-O IDENTIDAD
               END-IF
               IF FS-IDN NOT = "00"
                   DISPLAY "ERROR AL ABRIR IDENTIDAD.IDX. FS=" FS-IDN
                   CLOSE CLIENTES
                   MOVE "L" TO WS-LOCK-ACCION
                   CALL "RUN-LOCK" USING WS-LOCK-MAESTRO
                       WS-LOCK-ACCION WS-USUARIO
                       WS-LOCK-RESULTADO WS-LOCK-INFO
                   STOP RUN
               END-IF

               OPEN EXTEND ARCH-AUDITORIA
               IF FS-AUD = "35"
                   OPEN OUTPUT ARCH-AUDITORIA
               END-PERFORM

               CLOSE CLIENTES
               CLOSE IDENTIDAD
               CLOSE ARCH-AUDITORIA
               MOVE "L" TO WS-LOCK-ACCION
               CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
                   MOVE "S" TO WS-ROL
               END-IF
           END-IF

      *    UNA DIFERENCIA DE CAJA DE UN DIA ANTERIOR SIN APROBAR POR EL
      *    SUPERVISOR DEJA AL CAJERO AFUERA (CAJA-RUTINA).
           IF WS-LOGIN-OK = "S"
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
                   WS-FNG-ESTADO WS-FNG-RC
               MOVE "V" TO WS-CAJ-FUNCION
               CALL "CAJA-RUTINA" USING WS-CAJ-FUNCION WS-USUARIO
                   WS-FECHA-NEGOCIO WS-CAJ-CUENTA WS-CAJ-IMPORTE
                   WS-CAJ-SUCURSAL WS-CAJ-RC
               IF WS-CAJ-RC = "20"
                   MOVE "N" TO WS-LOGIN-OK
                   DISPLAY "DIFERENCIA DE CAJA PENDIENTE: PIDA A UN "
                       "SUPERVISOR QUE LA APRUEBE."
                   MOVE "LOGIN-CAJA" TO WS-SEG-EVENTO
                   PERFORM GRABAR-SEGURIDAD
               END-IF
               IF WS-CAJ-RC = "40"
                   DISPLAY "AVISO: TIENE UNA CAJA DE UN DIA ANTERIOR "
                       "SIN CERRAR (OPCION 14)."
               END-IF
           END-IF
       .

      *-----------------------------------------------------------------
               DISPLAY "   [6] ADMINISTRACION DE USUARIOS"
           END-IF
           DISPLAY "   [7] CAMBIAR MI CLAVE".
           DISPLAY "   [8] PRESTAMOS".
           DISPLAY "   [9] TARJETAS DE DEBITO".
           DISPLAY "  [10] MANDATOS DE DEBITO DIRECTO".
           DISPLAY "  [11] CUENTA PUENTE DE TRANSFERENCIAS".
           DISPLAY "  [12] TITULARES Y FIRMANTES DE CUENTAS".
           DISPLAY "  [13] REVISION DE LISTAS DE SANCIONES".
           DISPLAY "  [14] CAJA DEL CAJERO Y BOVEDA".
           DISPLAY "  [15] GRUPOS DE CLIENTES".
           IF ROL-SUPERVISOR
               DISPLAY "  [16] APROBACION DE CAMBIOS PENDIENTES"
           END-IF
           DISPLAY "  [17] RECLAMOS Y SOLICITUDES DE SERVICIO".
           IF ROL-SUPERVISOR
               DISPLAY "  [18] RECERTIFICACION DE ACCESOS"
           END-IF
           DISPLAY "   [0] SALIR".
           DISPLAY "-------------------------------------------".
           DISPLAY "   SELECCIONE UNA OPCION: ".
                       DISPLAY "SIN USUARIO REGISTRADO EN "
                           "usuarios.txt NO HAY CLAVE QUE CAMBIAR."
                   END-IF
               WHEN 8
                   CALL "CICS-PRESTAMOS" USING WS-USUARIO WS-ROL
               WHEN 9
                   CALL "CICS-TARJETAS" USING WS-USUARIO WS-ROL
               WHEN 10
                   CALL "CICS-MANDATOS" USING WS-USUARIO WS-ROL
               WHEN 11
                   CALL "CICS-SUSPENSO" USING WS-USUARIO WS-ROL
               WHEN 12
                   CALL "CICS-TITULARES" USING WS-USUARIO WS-ROL
               WHEN 13
                   CALL "CICS-SANCIONES" USING WS-USUARIO WS-ROL
               WHEN 14
                   CALL "CICS-CAJAS" USING WS-USUARIO WS-ROL
               WHEN 15
                   CALL "CICS-GRUPOS" USING WS-USUARIO WS-ROL
               WHEN 16
                   IF ROL-SUPERVISOR
                       PERFORM APROBAR-CAMBIOS
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 17
                   CALL "CICS-SOLICITUDES" USING WS-USUARIO WS-ROL
               WHEN 18
                   IF ROL-SUPERVISOR
                       CALL "CICS-RECERT" USING WS-USUARIO WS-ROL
                       PERFORM CARGAR-USUARIOS
                   ELSE
                       PERFORM RECHAZAR-POR-ROL
                   END-IF
               WHEN 0
                   MOVE "FIN DEL PROGRAMA." TO WS-MSG
                   PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-TELEFONO
           DISPLAY "Email: "
           ACCEPT WS-EMAIL
           DISPLAY "Tipo (N=NORMAL, P=PREMIUM, E=EMPRESA, "
               "F=PERSONAL DEL BANCO): "
           ACCEPT WS-TIPO-CLI
           MOVE FUNCTION UPPER-CASE(WS-TIPO-CLI) TO WS-TIPO-CLI
           IF WS-TIPO-CLI NOT = "P" AND WS-TIPO-CLI NOT = "E"
                   AND WS-TIPO-CLI NOT = "F"
               MOVE "N" TO WS-TIPO-CLI
           END-IF
           PERFORM PEDIR-DOCUMENTO

           CALL "VALIDA-CLIENTE" USING WS-ID WS-NOMBRE WS-EDAD
               WS-SALARIO-NULO WS-VALIDA-SAL WS-MOTIVO-VAL
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-CLIENTE-FIN
           END-IF
           PERFORM VERIFICAR-DOCUMENTO
           IF WS-MOTIVO-VAL NOT = 0
               MOVE WS-MENSAJE-VAL TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-CLIENTE-FIN
           END-IF

      *    EL ALTA QUEDA PENDIENTE DE APROBACION: EL ID NO PUEDE
      *    EXISTIR NI TENER OTRO CAMBIO EN ESPERA.
           MOVE WS-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   CONTINUE
           END-READ
           IF FS = "00"
               MOVE "ERROR: CLAVE DUPLICADA." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-CLIENTE-FIN
           END-IF
           MOVE "C" TO WS-PEN-MAESTRO
           MOVE WS-ID TO WS-PEN-CLAVE-MAE
           PERFORM BUSCAR-PENDIENTE
           IF WS-PEN-HALLADO = "S"
               MOVE "YA HAY UN CAMBIO PENDIENTE PARA ESE ID." TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ALTA-CLIENTE-FIN
           END-IF

           MOVE SPACES      TO CLIENTE-REG
           MOVE WS-ID       TO CLI-ID
           MOVE WS-NOMBRE   TO CLI-NOMBRE
           MOVE WS-APELLIDO TO CLI-APELLIDO
           MOVE "3"         TO CLI-VERSION
           MOVE WS-FECHA-NAC TO CLI-FECHA-NAC

           MOVE SPACES TO WS-IMG-ANTES
           MOVE CLIENTE-REG TO WS-IMG-DESPUES
           MOVE "A" TO WS-PEN-ACCION
           PERFORM REGISTRAR-PENDIENTE
           IF WS-PEN-OK = "S"
               MOVE SPACES TO WS-MSG
               STRING "ALTA PENDIENTE DE APROBACION: " WS-FECHA-HOY
                   "-" WS-PEN-NUMERO DELIMITED BY SIZE INTO WS-MSG
               MOVE "SOLIC-ALTA" TO WS-AUD-ACCION
               MOVE SPACES TO WS-AUD-DETALLE
               STRING "ID=" WS-ID " PEND=" WS-FECHA-HOY WS-PEN-NUMERO
                   " DOC=" WS-DOC-TIPO " " WS-DOC-NUMERO
                   DELIMITED BY SIZE INTO WS-AUD-DETALLE
               PERFORM GRABAR-AUDITORIA
           END-IF
           PERFORM MOSTRAR-MENSAJE
       .
                       DISPLAY "DIRECCION:" CLI-DIRECCION
                       DISPLAY "TELEFONO: " CLI-TELEFONO
                       DISPLAY "EMAIL:    " CLI-EMAIL
                       PERFORM MOSTRAR-IDENTIDAD
                   END-IF
           END-READ
       .
                       MOVE "ESE CLIENTE ESTA DADO DE BAJA." TO WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                   ELSE
                       MOVE "C" TO WS-PEN-MAESTRO
                       MOVE WS-ID TO WS-PEN-CLAVE-MAE
                       PERFORM BUSCAR-PENDIENTE
                       IF WS-PEN-HALLADO = "S"
                           MOVE "YA HAY UN CAMBIO PENDIENTE PARA ESE ID"
                               TO WS-MSG
                           PERFORM MOSTRAR-MENSAJE
                       ELSE
                           PERFORM ACTUALIZAR-DATOS-CLIENTE
                       END-IF
                   END-IF
           END-READ
       .

       ACTUALIZAR-DATOS-CLIENTE.
           MOVE CLIENTE-REG TO WS-IMG-ANTES
           DISPLAY "NUEVO NOMBRE: "
           ACCEPT WS-NOMBRE
           DISPLAY "NUEVO APELLIDO: "
           ACCEPT WS-TELEFONO
           DISPLAY "NUEVO EMAIL: "
           ACCEPT WS-EMAIL
           DISPLAY "NUEVO TIPO (N=NORMAL, P=PREMIUM, E=EMPRESA, "
               "F=PERSONAL DEL BANCO): "
           ACCEPT WS-TIPO-CLI
           MOVE FUNCTION UPPER-CASE(WS-TIPO-CLI) TO WS-TIPO-CLI
           IF WS-TIPO-CLI NOT = "P" AND WS-TIPO-CLI NOT = "E"
                   AND WS-TIPO-CLI NOT = "F"
               MOVE "N" TO WS-TIPO-CLI
           END-IF

           MOVE WS-FECHA-NAC TO CLI-FECHA-NAC
           MOVE "3"         TO CLI-VERSION

           MOVE CLIENTE-REG TO WS-IMG-DESPUES
           MOVE "M" TO WS-PEN-ACCION
           PERFORM REGISTRAR-PENDIENTE
           IF WS-PEN-OK = "S"
               MOVE SPACES TO WS-MSG
               STRING "CAMBIO PENDIENTE DE APROBACION: " WS-FECHA-HOY
                   "-" WS-PEN-NUMERO DELIMITED BY SIZE INTO WS-MSG
               MOVE "SOLIC-MODIF" TO WS-AUD-ACCION
               MOVE SPACES TO WS-AUD-DETALLE
               STRING "ID=" WS-ID " PEND=" WS-FECHA-HOY WS-PEN-NUMERO
                   DELIMITED BY SIZE INTO WS-AUD-DETALLE
               PERFORM GRABAR-AUDITORIA
           END-IF
           PERFORM MOSTRAR-MENSAJE

      *    EL DOCUMENTO Y LA REVISION DE KYC VAN A IDENTIDAD.IDX, NO
      *    AL MAESTRO, Y SE SIGUEN GRABANDO EN EL MOMENTO.
           IF WS-PEN-OK = "S"
               DISPLAY "ACTUALIZAR DOCUMENTO / REVISION KYC (S/N): "
               ACCEPT WS-CAMBIA-KYC
               MOVE FUNCTION UPPER-CASE(WS-CAMBIA-KYC)
                   TO WS-CAMBIA-KYC
               IF WS-CAMBIA-KYC = "S"
                   PERFORM ACTUALIZAR-IDENTIDAD
                       THRU ACTUALIZAR-IDENTIDAD-FIN
               END-IF
           END-IF
       .

      *-----------------------------------------------------------------
      * RENOVACION DEL DOCUMENTO O REVISION DE KYC DEL CLIENTE: LA
      * FECHA DE REVISION PASA A HOY (DB-KYC RECALCULA LA PROXIMA) Y,
      * CON EL DOCUMENTO VIGENTE, SE LEVANTA EL BLOQUEO DE RETIROS.
      * UN CLIENTE ANTERIOR A IDENTIDAD.IDX QUEDA REGISTRADO AQUI.
      *-----------------------------------------------------------------
       ACTUALIZAR-IDENTIDAD.
           MOVE WS-ID TO IDN-CLI-ID
           READ IDENTIDAD
               INVALID KEY
                   MOVE "N" TO WS-TIENE-IDENTIDAD
                   DISPLAY "CLIENTE SIN DOCUMENTO REGISTRADO."
               NOT INVALID KEY
                   MOVE "S" TO WS-TIENE-IDENTIDAD
                   DISPLAY "DOCUMENTO ACTUAL: " IDN-DOC-TIPO " "
                       IDN-DOC-NUMERO " " IDN-DOC-PAIS
                       " VENCE " IDN-DOC-VENCE
                       " RIESGO " IDN-RIESGO
           END-READ
           PERFORM PEDIR-DOCUMENTO
           PERFORM VERIFICAR-DOCUMENTO
           IF WS-MOTIVO-VAL NOT = 0
               MOVE WS-MENSAJE-VAL TO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO ACTUALIZAR-IDENTIDAD-FIN
           END-IF

           PERFORM GRABAR-IDENTIDAD
           IF FS-IDN = "00"
               MOVE "DOCUMENTO Y KYC ACTUALIZADOS." TO WS-MSG
               MOVE "KYC" TO WS-AUD-ACCION
               MOVE SPACES TO WS-AUD-DETALLE
               STRING "ID=" WS-ID " DOC=" WS-DOC-TIPO " "
                   WS-DOC-NUMERO " RIESGO=" WS-RIESGO
                   DELIMITED BY SIZE INTO WS-AUD-DETALLE
               PERFORM GRABAR-AUDITORIA
           ELSE
               MOVE SPACES TO WS-MSG
               STRING "ERROR AL GRABAR IDENTIDAD. FS=" FS-IDN
                   INTO WS-MSG
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .
       ACTUALIZAR-IDENTIDAD-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * [4] BAJA (misma logica que DB-DELETE: baja logica)
      *-----------------------------------------------------------------
                           WS-MSG
                       PERFORM MOSTRAR-MENSAJE
                   ELSE
                       MOVE "C" TO WS-PEN-MAESTRO
                       MOVE WS-ID TO WS-PEN-CLAVE-MAE
                       PERFORM BUSCAR-PENDIENTE
                       IF WS-PEN-HALLADO = "S"
                           MOVE "YA HAY UN CAMBIO PENDIENTE PARA ESE ID"
                               TO WS-MSG
                           PERFORM MOSTRAR-MENSAJE
                       ELSE
                           PERFORM SOLICITAR-BAJA
                       END-IF
                   END-IF
           END-READ
       .

       SOLICITAR-BAJA.
           MOVE CLIENTE-REG TO WS-IMG-ANTES
           MOVE "I" TO CLI-ESTADO
           ACCEPT CLI-FECHA-BAJA FROM DATE YYYYMMDD
           MOVE CLIENTE-REG TO WS-IMG-DESPUES
           MOVE "B" TO WS-PEN-ACCION
           PERFORM REGISTRAR-PENDIENTE
           IF WS-PEN-OK = "S"
               MOVE SPACES TO WS-MSG
               STRING "BAJA PENDIENTE DE APROBACION: " WS-FECHA-HOY
                   "-" WS-PEN-NUMERO DELIMITED BY SIZE INTO WS-MSG
               MOVE "SOLIC-BAJA" TO WS-AUD-ACCION
               MOVE SPACES TO WS-AUD-DETALLE
               STRING "ID=" WS-ID " PEND=" WS-FECHA-HOY WS-PEN-NUMERO
                   DELIMITED BY SIZE INTO WS-AUD-DETALLE
               PERFORM GRABAR-AUDITORIA
           END-IF
           PERFORM MOSTRAR-MENSAJE
           .

      *-----------------------------------------------------------------
      * [5] LISTADO (misma logica que DB-SELECT-ALL, sin paginado)
      *-----------------------------------------------------------------
           END-PERFORM
           .

      *-----------------------------------------------------------------
      * [16] APROBACION DE CAMBIOS PENDIENTES (SOLO SUPERVISOR): LAS
      * ALTAS, MODIFICACIONES Y BAJAS DE CLIENTES Y LAS APERTURAS DE
      * CUENTA ESPERAN EN CAMBIOS-PEND.IDX HASTA QUE OTRO USUARIO LAS
      * APRUEBE O RECHACE CON MOTIVO. SOLO LO APROBADO LLEGA AL
      * MAESTRO; AMBAS DECISIONES QUEDAN EN audit_log.txt.
      *-----------------------------------------------------------------
       APROBAR-CAMBIOS.
           MOVE "N" TO WS-SALIR-APR
           PERFORM UNTIL WS-SALIR-APR = "S"
               DISPLAY "-------------------------------------------"
               DISPLAY "   [1] LISTAR CAMBIOS PENDIENTES"
               DISPLAY "   [2] APROBAR O RECHAZAR UN CAMBIO"
               DISPLAY "   [0] VOLVER"
               DISPLAY "OPCION: "
               ACCEPT WS-OPCION-APR

               EVALUATE WS-OPCION-APR
                   WHEN 1 PERFORM LISTAR-PENDIENTES
                   WHEN 2 PERFORM RESOLVER-PENDIENTE
                              THRU RESOLVER-PENDIENTE-FIN
                   WHEN 0 MOVE "S" TO WS-SALIR-APR
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM
           .

       ABRIR-PENDIENTES.
           OPEN I-O CAMBIOS-PEND
           IF FS-PEN = "35"
               OPEN OUTPUT CAMBIOS-PEND
               CLOSE CAMBIOS-PEND
               OPEN I-O CAMBIOS-PEND
           END-IF
           .

      *-----------------------------------------------------------------
      * GRABA EL CAMBIO PEDIDO EN WS-PEN-MAESTRO / WS-PEN-ACCION CON
      * LAS IMAGENES ANTES Y DESPUES. EL NUMERO SE TOMA DE LA HORA Y
      * SE CORRE AL SIGUIENTE LIBRE DEL DIA; QUEDA EN WS-FECHA-HOY +
      * WS-PEN-NUMERO PARA EL MENSAJE.
      *-----------------------------------------------------------------
       REGISTRAR-PENDIENTE.
           MOVE "N" TO WS-PEN-OK
           PERFORM ABRIR-PENDIENTES
           IF FS-PEN NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING "ERROR AL ABRIR CAMBIOS-PEND.IDX. FS=" FS-PEN
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WS-FECHA-HOY TO PEN-FECHA
               ACCEPT PEN-NUMERO FROM TIME
               MOVE "S" TO WS-PEN-OCUPADO
               PERFORM UNTIL WS-PEN-OCUPADO = "N"
                   READ CAMBIOS-PEND
                       INVALID KEY
                           MOVE "N" TO WS-PEN-OCUPADO
                       NOT INVALID KEY
                           ADD 1 TO PEN-NUMERO
                   END-READ
               END-PERFORM
               MOVE PEN-NUMERO TO WS-PEN-NUMERO

               MOVE SPACES TO PENDIENTE-REG
               MOVE WS-FECHA-HOY TO PEN-FECHA
               MOVE WS-PEN-NUMERO TO PEN-NUMERO
               ACCEPT PEN-HORA FROM TIME
               MOVE WS-PEN-MAESTRO TO PEN-MAESTRO
               MOVE WS-PEN-ACCION TO PEN-ACCION
               MOVE WS-PEN-CLAVE-MAE TO PEN-CLAVE-MAESTRO
               MOVE "P" TO PEN-ESTADO
               MOVE WS-USUARIO TO PEN-USUARIO
               MOVE "EX04-CICS" TO PEN-ORIGEN
               MOVE 0 TO PEN-FECHA-RESOL
               MOVE WS-IMG-ANTES TO PEN-ANTES
               MOVE WS-IMG-DESPUES TO PEN-DESPUES
               MOVE 0 TO PEN-DOC-VENCE
               IF WS-PEN-ACCION = "A"
                   MOVE WS-DOC-TIPO TO PEN-DOC-TIPO
                   MOVE WS-DOC-NUMERO TO PEN-DOC-NUMERO
                   MOVE WS-DOC-PAIS TO PEN-DOC-PAIS
                   MOVE WS-DOC-VENCE TO PEN-DOC-VENCE
                   MOVE WS-RIESGO TO PEN-RIESGO
               END-IF
               WRITE PENDIENTE-REG
               IF FS-PEN = "00"
                   MOVE "S" TO WS-PEN-OK
               ELSE
                   MOVE SPACES TO WS-MSG
                   STRING "ERROR AL GRABAR EL CAMBIO PENDIENTE. FS="
                       FS-PEN DELIMITED BY SIZE INTO WS-MSG
               END-IF
               CLOSE CAMBIOS-PEND
           END-IF
           .

      *-----------------------------------------------------------------
      * DEJA WS-PEN-HALLADO EN "S" SI WS-PEN-MAESTRO + WS-PEN-CLAVE-MAE
      * YA TIENE UN CAMBIO SIN RESOLVER: UNO POR VEZ, PARA QUE UN
      * SEGUNDO PEDIDO NO PISE AL PRIMERO AL APROBARLOS.
      *-----------------------------------------------------------------
       BUSCAR-PENDIENTE.
           MOVE "N" TO WS-PEN-HALLADO
           OPEN INPUT CAMBIOS-PEND
           IF FS-PEN = "00"
               MOVE "N" TO WS-PEN-FIN
               MOVE 0 TO PEN-FECHA
               MOVE 0 TO PEN-NUMERO
               START CAMBIOS-PEND KEY IS NOT LESS THAN PEN-CLAVE
                   INVALID KEY MOVE "S" TO WS-PEN-FIN
               END-START
               PERFORM UNTIL WS-PEN-FIN = "S" OR WS-PEN-HALLADO = "S"
                   READ CAMBIOS-PEND NEXT RECORD
                       AT END MOVE "S" TO WS-PEN-FIN
                   END-READ
                   IF WS-PEN-FIN NOT = "S" AND PEN-PENDIENTE
                       IF PEN-MAESTRO = WS-PEN-MAESTRO AND
                          PEN-CLAVE-MAESTRO = WS-PEN-CLAVE-MAE
                           MOVE "S" TO WS-PEN-HALLADO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CAMBIOS-PEND
           END-IF
           .

       LISTAR-PENDIENTES.
           PERFORM ABRIR-PENDIENTES
           IF FS-PEN NOT = "00"
               DISPLAY "ERROR AL ABRIR CAMBIOS-PEND.IDX. FS=" FS-PEN
           ELSE
               MOVE 0 TO WS-PEN-CANT
               MOVE "N" TO WS-PEN-FIN
               MOVE 0 TO PEN-FECHA
               MOVE 0 TO PEN-NUMERO
               START CAMBIOS-PEND KEY IS NOT LESS THAN PEN-CLAVE
                   INVALID KEY MOVE "S" TO WS-PEN-FIN
               END-START
               DISPLAY "-------------------------------------------"
               DISPLAY "FECHA    NUMERO   CAMBIO        CLAVE    "
                   "SOLICITO   ORIGEN"
               PERFORM UNTIL WS-PEN-FIN = "S"
                   READ CAMBIOS-PEND NEXT RECORD
                       AT END MOVE "S" TO WS-PEN-FIN
                   END-READ
                   IF WS-PEN-FIN NOT = "S" AND PEN-PENDIENTE
                       ADD 1 TO WS-PEN-CANT
                       PERFORM DESCRIBIR-CAMBIO
                       DISPLAY PEN-FECHA " " PEN-NUMERO " "
                           WS-PEN-DESC " " PEN-CLAVE-MAESTRO " "
                           PEN-USUARIO " " PEN-ORIGEN
                   END-IF
               END-PERFORM
               CLOSE CAMBIOS-PEND
               DISPLAY "-------------------------------------------"
               DISPLAY WS-PEN-CANT " CAMBIO(S) PENDIENTE(S)."
           END-IF
           .

       DESCRIBIR-CAMBIO.
           EVALUATE TRUE
               WHEN PEN-CUENTA
                   MOVE "ALTA CUENTA" TO WS-PEN-DESC
               WHEN PEN-ALTA
                   MOVE "ALTA CLIENTE" TO WS-PEN-DESC
               WHEN PEN-MODIFICACION
                   MOVE "MODIF CLIENTE" TO WS-PEN-DESC
               WHEN PEN-BAJA
                   MOVE "BAJA CLIENTE" TO WS-PEN-DESC
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO WS-PEN-DESC
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * RESOLUCION DE UN CAMBIO: QUIEN LO PIDIO PUEDE RETIRARLO
      * (RECHAZO) PERO NUNCA APROBARLO. SI AL APROBAR EL MAESTRO YA NO
      * ESTA COMO CUANDO SE PIDIO, NO SE APLICA Y EL CAMBIO SIGUE
      * PENDIENTE HASTA QUE SE LO RECHACE.
      *-----------------------------------------------------------------
       RESOLVER-PENDIENTE.
           DISPLAY "FECHA DEL CAMBIO (AAAAMMDD): "
           ACCEPT WS-APR-FECHA
           DISPLAY "NUMERO DEL CAMBIO: "
           ACCEPT WS-APR-NUMERO
           PERFORM ABRIR-PENDIENTES
           IF FS-PEN NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING "ERROR AL ABRIR CAMBIOS-PEND.IDX. FS=" FS-PEN
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM MOSTRAR-MENSAJE
               GO TO RESOLVER-PENDIENTE-FIN
           END-IF

           MOVE WS-APR-FECHA TO PEN-FECHA
           MOVE WS-APR-NUMERO TO PEN-NUMERO
           READ CAMBIOS-PEND
               INVALID KEY
                   CONTINUE
           END-READ
           IF FS-PEN NOT = "00"
               MOVE "NO EXISTE ESE CAMBIO." TO WS-MSG
               GO TO RESOLVER-PENDIENTE-CERRAR
           END-IF
           IF NOT PEN-PENDIENTE
               MOVE SPACES TO WS-MSG
               STRING "CAMBIO YA RESUELTO (" PEN-ESTADO ") POR "
                   PEN-APROBADOR DELIMITED BY SIZE INTO WS-MSG
               GO TO RESOLVER-PENDIENTE-CERRAR
           END-IF

           PERFORM MOSTRAR-PENDIENTE
           DISPLAY "A=APROBAR, R=RECHAZAR, OTRO=VOLVER: "
           ACCEPT WS-APR-DECISION
           MOVE FUNCTION UPPER-CASE(WS-APR-DECISION)
               TO WS-APR-DECISION
           IF WS-APR-DECISION NOT = "A" AND WS-APR-DECISION NOT = "R"
               MOVE "CAMBIO SIN RESOLVER." TO WS-MSG
               GO TO RESOLVER-PENDIENTE-CERRAR
           END-IF
           IF WS-APR-DECISION = "A" AND PEN-USUARIO = WS-USUARIO
               MOVE "NO PUEDE APROBAR UN CAMBIO PEDIDO POR USTED."
                   TO WS-MSG
               GO TO RESOLVER-PENDIENTE-CERRAR
           END-IF
           MOVE SPACES TO WS-APR-MOTIVO
           PERFORM UNTIL WS-APR-MOTIVO NOT = SPACES
               DISPLAY "MOTIVO (OBLIGATORIO): "
               ACCEPT WS-APR-MOTIVO
           END-PERFORM

           MOVE PEN-CLAVE-MAESTRO TO WS-APR-CLAVE
           IF WS-APR-DECISION = "A"
               PERFORM APLICAR-CAMBIO THRU APLICAR-CAMBIO-FIN
               IF WS-APR-APLICADO NOT = "S"
                   GO TO RESOLVER-PENDIENTE-CERRAR
               END-IF
               MOVE "A" TO PEN-ESTADO
               MOVE "APROBADO" TO WS-AUD-ACCION
               MOVE "CAMBIO APROBADO Y APLICADO AL MAESTRO." TO WS-MSG
           ELSE
               MOVE "R" TO PEN-ESTADO
               MOVE "RECHAZADO" TO WS-AUD-ACCION
               MOVE "CAMBIO RECHAZADO." TO WS-MSG
           END-IF
           MOVE WS-USUARIO TO PEN-APROBADOR
           ACCEPT PEN-FECHA-RESOL FROM DATE YYYYMMDD
           MOVE WS-APR-MOTIVO TO PEN-MOTIVO
           REWRITE PENDIENTE-REG
           IF FS-PEN NOT = "00"
               DISPLAY "ERROR AL GRABAR LA DECISION. FS=" FS-PEN
           END-IF

           MOVE SPACES TO WS-AUD-DETALLE
           STRING "PEND=" PEN-FECHA PEN-NUMERO " " PEN-MAESTRO
               PEN-ACCION " ID=" WS-APR-CLAVE " SOLIC=" PEN-USUARIO
               " " WS-APR-MOTIVO DELIMITED BY SIZE INTO WS-AUD-DETALLE
           PERFORM GRABAR-AUDITORIA
           .
       RESOLVER-PENDIENTE-CERRAR.
           CLOSE CAMBIOS-PEND
           PERFORM MOSTRAR-MENSAJE
           .
       RESOLVER-PENDIENTE-FIN.
           EXIT.

       MOSTRAR-PENDIENTE.
           PERFORM DESCRIBIR-CAMBIO
           DISPLAY "-------------------------------------------"
           DISPLAY "CAMBIO:     " WS-PEN-DESC " CLAVE "
               PEN-CLAVE-MAESTRO
           DISPLAY "SOLICITO:   " PEN-USUARIO " (" PEN-ORIGEN ") EL "
               PEN-FECHA " " PEN-HORA
           IF PEN-CUENTA
               MOVE PEN-DESPUES TO WS-IMG-CUENTA
               DISPLAY "TITULAR:    " IMC-CLI-ID
               DISPLAY "TIPO:       " IMC-TIPO "   MONEDA: " IMC-MONEDA
                   "   SUCURSAL: " IMC-SUCURSAL
           ELSE
               MOVE PEN-ANTES TO WS-IMG-ANTES
               MOVE PEN-DESPUES TO WS-IMG-DESPUES
               DISPLAY "CAMPO       ANTES                          "
                   "DESPUES"
               DISPLAY "NOMBRE      " IMA-NOMBRE " " IMD-NOMBRE
               DISPLAY "APELLIDO    " IMA-APELLIDO " " IMD-APELLIDO
               DISPLAY "NACIMIENTO  " IMA-FECHA-NAC
                   "                       " IMD-FECHA-NAC
               DISPLAY "DIRECCION   " IMA-DIRECCION " " IMD-DIRECCION
               DISPLAY "TELEFONO    " IMA-TELEFONO
                   "                   " IMD-TELEFONO
               DISPLAY "EMAIL       " IMA-EMAIL " " IMD-EMAIL
               DISPLAY "TIPO        " IMA-TIPO
                   "                              " IMD-TIPO
               DISPLAY "ESTADO      " IMA-ESTADO
                   "                              " IMD-ESTADO
               IF PEN-ALTA
                   DISPLAY "DOCUMENTO   " PEN-DOC-TIPO " "
                       PEN-DOC-NUMERO " " PEN-DOC-PAIS " VENCE "
                       PEN-DOC-VENCE " RIESGO " PEN-RIESGO
               END-IF
           END-IF
           .

      *-----------------------------------------------------------------
      * APLICA AL MAESTRO EL CAMBIO LEIDO EN PENDIENTE-REG; DEJA
      * WS-APR-APLICADO EN "S" O EL MOTIVO EN WS-MSG.
      *-----------------------------------------------------------------
       APLICAR-CAMBIO.
           MOVE "N" TO WS-APR-APLICADO
           IF PEN-CUENTA
               PERFORM APLICAR-ALTA-CUENTA THRU APLICAR-ALTA-CUENTA-FIN
               GO TO APLICAR-CAMBIO-FIN
           END-IF
           MOVE PEN-ANTES TO WS-IMG-ANTES
           MOVE PEN-DESPUES TO WS-IMG-DESPUES
           MOVE IMD-ID TO WS-ID
           IF PEN-ALTA
               PERFORM APLICAR-ALTA-CLIENTE
               GO TO APLICAR-CAMBIO-FIN
           END-IF

           MOVE WS-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   CONTINUE
           END-READ
           IF FS NOT = "00"
               MOVE "EL CLIENTE YA NO EXISTE: RECHACE EL CAMBIO."
                   TO WS-MSG
               GO TO APLICAR-CAMBIO-FIN
           END-IF
           IF CLI-INACTIVO
               MOVE "EL CLIENTE YA ESTA DE BAJA: RECHACE EL CAMBIO."
                   TO WS-MSG
               GO TO APLICAR-CAMBIO-FIN
           END-IF
      *    LOS DATOS QUE TOCA LA PANTALLA DEBEN SEGUIR COMO AL PEDIR EL
      *    CAMBIO; SALDO Y LIMITES LOS MUEVEN OTROS PROCESOS Y NO SE
      *    COMPARAN.
           IF CLI-NOMBRE NOT = IMA-NOMBRE OR
              CLI-APELLIDO NOT = IMA-APELLIDO OR
              CLI-FECHA-NAC NOT = IMA-FECHA-NAC OR
              CLI-DIRECCION NOT = IMA-DIRECCION OR
              CLI-TELEFONO NOT = IMA-TELEFONO OR
              CLI-EMAIL NOT = IMA-EMAIL OR
              CLI-TIPO NOT = IMA-TIPO
               MOVE "EL CLIENTE CAMBIO DESDE EL PEDIDO: RECHACELO."
                   TO WS-MSG
               GO TO APLICAR-CAMBIO-FIN
           END-IF

           IF PEN-MODIFICACION
               MOVE IMD-NOMBRE    TO CLI-NOMBRE
               MOVE IMD-APELLIDO  TO CLI-APELLIDO
               MOVE IMD-EDAD      TO CLI-EDAD
               MOVE IMD-DIRECCION TO CLI-DIRECCION
               MOVE IMD-TELEFONO  TO CLI-TELEFONO
               MOVE IMD-EMAIL     TO CLI-EMAIL
               MOVE IMD-TIPO      TO CLI-TIPO
               MOVE IMD-FECHA-NAC TO CLI-FECHA-NAC
               MOVE "3"           TO CLI-VERSION
               MOVE "MODIFICACION" TO WS-AUD-ACCION
           ELSE
               MOVE "I" TO CLI-ESTADO
               ACCEPT CLI-FECHA-BAJA FROM DATE YYYYMMDD
               MOVE "BAJA" TO WS-AUD-ACCION
           END-IF
           REWRITE CLIENTE-REG
           IF FS = "00"
               MOVE "S" TO WS-APR-APLICADO
               MOVE SPACES TO WS-AUD-DETALLE
               STRING "ID=" WS-ID " PEND=" PEN-FECHA PEN-NUMERO
                   DELIMITED BY SIZE INTO WS-AUD-DETALLE
               PERFORM GRABAR-AUDITORIA
           ELSE
               MOVE SPACES TO WS-MSG
               STRING "ERROR AL ACTUALIZAR. FS=" FS
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF
           .
       APLICAR-CAMBIO-FIN.
           EXIT.

      *    ALTA APROBADA: EL DOCUMENTO SE VUELVE A CONTROLAR (PUDO
      *    TOMARLO OTRO CLIENTE MIENTRAS ESPERABA) Y EL CONTROL DE
      *    SANCIONES SE HACE AHORA, CON EL CLIENTE YA EN EL MAESTRO.
       APLICAR-ALTA-CLIENTE.
           MOVE PEN-DOC-TIPO TO WS-DOC-TIPO
           MOVE PEN-DOC-NUMERO TO WS-DOC-NUMERO
           MOVE PEN-DOC-PAIS TO WS-DOC-PAIS
           MOVE PEN-DOC-VENCE TO WS-DOC-VENCE
           MOVE PEN-RIESGO TO WS-RIESGO
           PERFORM VERIFICAR-DOCUMENTO
           IF WS-MOTIVO-VAL NOT = 0
               MOVE WS-MENSAJE-VAL TO WS-MSG
           ELSE
               MOVE WS-IMG-DESPUES TO CLIENTE-REG
               WRITE CLIENTE-REG
               IF FS = "00"
                   MOVE "S" TO WS-APR-APLICADO
                   MOVE "N" TO WS-TIENE-IDENTIDAD
                   PERFORM GRABAR-IDENTIDAD
                   CALL "SANCIONES-RUTINA" USING CLI-ID CLI-NOMBRE
                       CLI-APELLIDO WS-DOC-NUMERO WS-SAN-ORIGEN
                       WS-SAN-COINC WS-SAN-ALERTAS WS-SAN-RC
                   MOVE "ALTA" TO WS-AUD-ACCION
                   MOVE SPACES TO WS-AUD-DETALLE
                   STRING "ID=" WS-ID " DOC=" WS-DOC-TIPO " "
                       WS-DOC-NUMERO " RIESGO=" WS-RIESGO
                       " SANCION=" WS-SAN-COINC
                       DELIMITED BY SIZE INTO WS-AUD-DETALLE
                   PERFORM GRABAR-AUDITORIA
                   IF WS-SAN-RC = "10"
                       DISPLAY "SIN LISTA DE SANCIONES: CLIENTE NO "
                           "CONTROLADO."
                   END-IF
                   IF WS-SAN-COINC > 0
                       DISPLAY "ATENCION: " WS-SAN-COINC
                         " COINCIDENCIA(S) CON LA LISTA DE SANCIONES."
                       DISPLAY "CLIENTE EN REVISION DE CUMPLIMIENTO "
                           "(OPCION 13)."
                   END-IF
               ELSE
                   IF FS = "22"
                       MOVE "ERROR: CLAVE DUPLICADA." TO WS-MSG
                   ELSE
                       MOVE SPACES TO WS-MSG
                       STRING "ERROR AL INSERTAR. FS=" FS
                           DELIMITED BY SIZE INTO WS-MSG
                   END-IF
               END-IF
           END-IF
           .

      *    APERTURA APROBADA (PEDIDA EN EX02-CICS-GET): EL NUMERO SE
      *    ASIGNA AHORA CON LA MISMA REGLA QUE LA PANTALLA (CLI-ID *
      *    100 MAS EL PRIMER SUFIJO LIBRE, CON DIGITO VERIFICADOR),
      *    BAJO EL CANDADO DE CUENTAS.IDX.
       APLICAR-ALTA-CUENTA.
           MOVE PEN-DESPUES TO WS-IMG-CUENTA
           MOVE IMC-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   CONTINUE
           END-READ
           IF FS NOT = "00" OR CLI-INACTIVO
               MOVE "EL TITULAR NO ESTA ACTIVO: RECHACE EL CAMBIO."
                   TO WS-MSG
               GO TO APLICAR-ALTA-CUENTA-FIN
           END-IF

           MOVE "T" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-CTA WS-LOCK-ACCION
               WS-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               MOVE SPACES TO WS-MSG
               STRING "CUENTAS.IDX " WS-LOCK-INFO
                   DELIMITED BY SIZE INTO WS-MSG
               GO TO APLICAR-ALTA-CUENTA-FIN
           END-IF
           OPEN I-O CUENTAS
           IF FS-CTA NOT = "00"
               MOVE SPACES TO WS-MSG
               STRING "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               PERFORM VARYING WS-SUFIJO FROM 1 BY 1
                       UNTIL WS-SUFIJO > 99 OR WS-APR-APLICADO = "S"
                   COMPUTE WS-NVA-CUENTA =
                       (IMC-CLI-ID * 100 + WS-SUFIJO) * 10
                   MOVE WS-NVA-CUENTA TO WS-DV-CUENTA
                   MOVE "G" TO WS-DV-FUNCION
                   CALL "DIGITO-RUTINA" USING WS-DV-FUNCION
                       WS-DV-CUENTA WS-DV-RC
                   MOVE WS-DV-CUENTA TO WS-NVA-CUENTA
                   MOVE WS-IMG-CUENTA TO CUENTA-REG
                   MOVE WS-NVA-CUENTA TO CTA-NUMERO
                   WRITE CUENTA-REG
                   IF FS-CTA = "00"
                       MOVE "S" TO WS-APR-APLICADO
                   ELSE
                       IF FS-CTA NOT = "22"
                           MOVE 99 TO WS-SUFIJO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUENTAS
               IF WS-APR-APLICADO = "S"
                   MOVE WS-NVA-CUENTA TO IMC-NUMERO
                   MOVE WS-IMG-CUENTA TO PEN-DESPUES
                   MOVE WS-NVA-CUENTA TO WS-APR-CLAVE
                   DISPLAY "CUENTA ABIERTA: " WS-NVA-CUENTA
               ELSE
                   MOVE "NO SE PUDO ABRIR LA CUENTA." TO WS-MSG
               END-IF
           END-IF
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-CTA WS-LOCK-ACCION
               WS-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           .
       APLICAR-ALTA-CUENTA-FIN.
           EXIT.

      *-----------------------------------------------------------------
      * DOCUMENTO DE IDENTIDAD Y RIESGO DEL CLIENTE (IDENTIDAD.IDX).
      *-----------------------------------------------------------------
       PEDIR-DOCUMENTO.
           DISPLAY "Tipo de documento (DN=NACIONAL, PA=PASAPORTE, "
               "CE=EXTRANJERIA, RT=TRIBUTARIO): "
           ACCEPT WS-DOC-TIPO
           MOVE FUNCTION UPPER-CASE(WS-DOC-TIPO) TO WS-DOC-TIPO
           DISPLAY "Numero de documento: "
           ACCEPT WS-DOC-NUMERO
           MOVE FUNCTION UPPER-CASE(WS-DOC-NUMERO) TO WS-DOC-NUMERO
           DISPLAY "Pais emisor (3 letras): "
           ACCEPT WS-DOC-PAIS
           MOVE FUNCTION UPPER-CASE(WS-DOC-PAIS) TO WS-DOC-PAIS
           DISPLAY "Vencimiento del documento (AAAAMMDD): "
           ACCEPT WS-DOC-VENCE
           DISPLAY "Riesgo (B=BAJO, M=MEDIO, A=ALTO): "
           ACCEPT WS-RIESGO
           MOVE FUNCTION UPPER-CASE(WS-RIESGO) TO WS-RIESGO
           IF WS-RIESGO NOT = "M" AND WS-RIESGO NOT = "A"
               MOVE "B" TO WS-RIESGO
           END-IF
           .

      *-----------------------------------------------------------------
      * REGLAS COMUNES DEL DOCUMENTO (VALIDA-DOCUMENTO) Y UNICIDAD DE
      * TIPO + NUMERO: EL DOCUMENTO NO PUEDE SER DE OTRO CLIENTE.
      *-----------------------------------------------------------------
       VERIFICAR-DOCUMENTO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "VALIDA-DOCUMENTO" USING WS-DOC-TIPO WS-DOC-NUMERO
               WS-DOC-PAIS WS-DOC-VENCE WS-FECHA-HOY WS-MOTIVO-VAL
               WS-MENSAJE-VAL
           IF WS-MOTIVO-VAL = 0
               MOVE WS-DOC-TIPO TO IDN-DOC-TIPO
               MOVE WS-DOC-NUMERO TO IDN-DOC-NUMERO
               READ IDENTIDAD KEY IS IDN-DOCUMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IDN-CLI-ID NOT = WS-ID
                           MOVE 6 TO WS-MOTIVO-VAL
                           MOVE SPACES TO WS-MENSAJE-VAL
                           STRING "DOCUMENTO DEL CLIENTE "
                               IDN-CLI-ID DELIMITED BY SIZE
                               INTO WS-MENSAJE-VAL
                           END-STRING
                       END-IF
               END-READ
           END-IF
           .

      *-----------------------------------------------------------------
      * GRABA (ALTA) O REGRABA (RENOVACION) EL DOCUMENTO DEL CLIENTE
      * WS-ID; LA CAPTURA CUENTA COMO REVISION DE KYC DEL DIA.
      *-----------------------------------------------------------------
       GRABAR-IDENTIDAD.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF WS-TIENE-IDENTIDAD = "S"
               MOVE WS-ID TO IDN-CLI-ID
               READ IDENTIDAD
                   INVALID KEY
                       MOVE "N" TO WS-TIENE-IDENTIDAD
               END-READ
           END-IF
           IF WS-TIENE-IDENTIDAD = "N"
               MOVE SPACES TO IDENTIDAD-REG
               MOVE WS-ID TO IDN-CLI-ID
               MOVE WS-FECHA-HOY TO IDN-FECHA-ALTA
           END-IF
           MOVE WS-DOC-TIPO TO IDN-DOC-TIPO
           MOVE WS-DOC-NUMERO TO IDN-DOC-NUMERO
           MOVE WS-DOC-PAIS TO IDN-DOC-PAIS
           MOVE WS-DOC-VENCE TO IDN-DOC-VENCE
           MOVE WS-RIESGO TO IDN-RIESGO
           MOVE WS-FECHA-HOY TO IDN-FECHA-REVISION
           MOVE 0 TO IDN-PROX-REVISION
           MOVE "N" TO IDN-BLOQUEO
           MOVE 0 TO IDN-FECHA-BLOQUEO
           MOVE WS-USUARIO TO IDN-USUARIO
           IF WS-TIENE-IDENTIDAD = "S"
               REWRITE IDENTIDAD-REG
           ELSE
               WRITE IDENTIDAD-REG
           END-IF
           IF FS-IDN NOT = "00"
               DISPLAY "ERROR AL GRABAR IDENTIDAD ID=" WS-ID
                   " FS=" FS-IDN
           END-IF
           .

       MOSTRAR-IDENTIDAD.
           MOVE CLI-ID TO IDN-CLI-ID
           READ IDENTIDAD
               INVALID KEY
                   DISPLAY "DOCUMENTO:(SIN DOCUMENTO REGISTRADO)"
               NOT INVALID KEY
                   DISPLAY "DOCUMENTO:" IDN-DOC-TIPO " " IDN-DOC-NUMERO
                       " " IDN-DOC-PAIS " VENCE " IDN-DOC-VENCE
                   DISPLAY "RIESGO:   " IDN-RIESGO
                       " (REVISADO EL " IDN-FECHA-REVISION ")"
                   IF IDN-BLOQUEADO
                       DISPLAY "** RETIROS BLOQUEADOS DESDE "
                           IDN-FECHA-BLOQUEO
                           " POR DOCUMENTO VENCIDO **"
                   END-IF
           END-READ
           .

       MOSTRAR-MENSAJE.
           DISPLAY "-------------------------------------------".
           DISPLAY WS-MSG.
