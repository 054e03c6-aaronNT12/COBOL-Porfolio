      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Informe gerencial diario (MIS) por sucursal para la
      *          gerencia: clientes nuevos y de baja, cuentas abiertas
      *          y cerradas, depositos, retiros, transferencias,
      *          comisiones, intereses pagados, interes de sobregiro,
      *          sobregiros en uso, plazos fijos colocados y vencidos
      *          y posteos rechazados, cada uno con cantidad e
      *          importe, comparados con el dia anterior y con el
      *          mismo dia del mes pasado, mas el acumulado del mes.
      *          - Los maestros no guardan fecha de alta ni de cierre:
      *            las altas, bajas, aperturas, cierres y plazos salen
      *            de comparar CLIENTES.IDX, CUENTAS.IDX y PLAZOS.IDX
      *            con la foto de la corrida anterior (mis_foto.txt,
      *            la previa queda en mis_foto_ant.txt para poder
      *            repetir el dia). Sin foto previa esos conceptos
      *            salen en cero y el informe lo avisa.
      *          - Depositos, retiros, transferencias, comisiones e
      *            intereses salen de MOVIMIENTOS.IDX del dia (sin los
      *            reversados ni sus correcciones; las patas de
      *            plazos fijos no cuentan como retiro ni deposito).
      *          - Los rechazos son los de transacciones_rechazos.txt
      *            de la ultima corrida de DB-POSTING.
      *          Las cifras del dia quedan en mis_historia.txt (una
      *          linea por fecha y sucursal; repetir el dia reemplaza
      *          sus lineas) de donde salen las columnas de ayer, mes
      *          anterior y acumulado. Informe mis_diario.txt (spool
      *          MIS).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-MIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-ID
               ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT CUENTAS ASSIGN TO "CUENTAS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE RECORD KEY IS CTA-CLI-ID WITH DUPLICATES
               FILE STATUS IS FS-CTA.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               FILE STATUS IS FS-MOV.
           SELECT PLAZOS ASSIGN TO "PLAZOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLF-CERTIFICADO
               FILE STATUS IS FS-PLF.
           SELECT ARCH-SUCURSALES ASSIGN TO "sucursales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUC.
           SELECT ARCH-RECHAZOS ASSIGN TO "transacciones_rechazos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCH.
           SELECT ARCH-FOTO ASSIGN TO WS-NOMBRE-FOTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOT.
           SELECT ARCH-FOTO-NUEVA ASSIGN TO "mis_foto.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FON.
           SELECT ARCH-HISTORIA ASSIGN TO "mis_historia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIS.
           SELECT ARCH-HIS-NUEVA ASSIGN TO "mis_historia.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIN.
           SELECT ARCH-REPORTE ASSIGN TO "mis_diario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REP.
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
               88 CTA-CERRADA     VALUE "C".
           05 CTA-LIMITE       PIC 9(5)V99.
           05 CTA-SOBREGIRO    PIC 9(4)V99.
           05 CTA-VERSION      PIC X(1).
           05 CTA-MONEDA       PIC X(3).
           05 CTA-SUCURSAL     PIC X(3).
           05 FILLER           PIC X(4).

       FD  ARCH-MOVIMIENTOS
           RECORD CONTAINS 68 CHARACTERS.
       01  REG-MOVIMIENTO.
           05 MOV-CLAVE.
               10 MOV-CUENTA    PIC 9(8).
               10 MOV-FECHA     PIC 9(8).
               10 MOV-SECUENCIA PIC 9(5).
           05 MOV-CLI-ID       PIC 9(5).
           05 MOV-HORA         PIC 9(8).
           05 MOV-TIPO         PIC X(1).
           05 MOV-IMPORTE      PIC 9(7)V99.
           05 MOV-SALDO        PIC 9(9)V99.
           05 MOV-REFERENCIA   PIC 9(8).
           05 MOV-SUCURSAL     PIC X(3).
           05 MOV-ESTADO       PIC X(1).
               88 MOV-REVERSADO   VALUE "R".
           05 MOV-TIPO-ORIGEN  PIC X(1).

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
           05 FILLER           PIC X(6).

       FD  ARCH-SUCURSALES.
       01  REG-SUCURSAL.
           05 SUC-CODIGO       PIC X(3).
           05 SUC-NOMBRE       PIC X(30).
           05 SUC-ESTADO       PIC X(1).

      *    LINEA DE DB-POSTING: "CUENTA nnnnnnnn TIPO x IMPORTE
      *    nnnnnnnnn - motivo".
       FD  ARCH-RECHAZOS.
       01  REG-RECHAZO         PIC X(80).
       01  REG-RECHAZO-CAMPOS REDEFINES REG-RECHAZO.
           05 RCH-LIT-CUENTA   PIC X(7).
           05 RCH-CUENTA       PIC 9(8).
           05 FILLER           PIC X(6).
           05 RCH-TIPO         PIC X(1).
           05 FILLER           PIC X(9).
           05 RCH-IMPORTE      PIC 9(7)V99.
           05 FILLER           PIC X(40).

      *    FOTO DE LOS MAESTROS AL CIERRE DE LA CORRIDA, ORDENADA POR
      *    TIPO Y CLAVE: "0" CABECERA (CLAVE = FECHA DE NEGOCIO),
      *    "A" CUENTA, "C" CLIENTE, "P" PLAZO FIJO (FECHA = VENCE).
       FD  ARCH-FOTO.
       01  REG-FOTO.
           05 FOT-TIPO         PIC X(1).
           05 FOT-CLAVE        PIC 9(8).
           05 FOT-ESTADO       PIC X(1).
           05 FOT-SUCURSAL     PIC X(3).
           05 FOT-FECHA        PIC 9(8).
           05 FOT-IMPORTE      PIC 9(9)V99.

       FD  ARCH-FOTO-NUEVA.
       01  REG-FOTO-NUEVA      PIC X(32).

      *    CIFRAS DEL DIA POR SUCURSAL: CANTIDAD E IMPORTE DE LOS 14
      *    CONCEPTOS EN EL ORDEN DE WS-TABLA-CONCEPTOS.
       FD  ARCH-HISTORIA.
       01  REG-HISTORIA.
           05 HIS-FECHA        PIC 9(8).
           05 HIS-SUCURSAL     PIC X(3).
           05 HIS-CIFRA OCCURS 14 TIMES.
               10 HIS-CANT     PIC 9(7).
               10 HIS-IMPORTE  PIC 9(11)V99.

       FD  ARCH-HIS-NUEVA.
       01  REG-HIS-NUEVA.
           05 HIN-FECHA        PIC 9(8).
           05 HIN-SUCURSAL     PIC X(3).
           05 HIN-CIFRA OCCURS 14 TIMES.
               10 HIN-CANT     PIC 9(7).
               10 HIN-IMPORTE  PIC 9(11)V99.

       FD  ARCH-REPORTE.
       01  REG-REPORTE         PIC X(132).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-CTA              PIC XX.
       01  FS-MOV              PIC XX.
       01  FS-PLF              PIC XX.
       01  FS-SUC              PIC XX.
       01  FS-RCH              PIC XX.
       01  FS-FOT              PIC XX.
       01  FS-FON              PIC XX.
       01  FS-HIS              PIC XX.
       01  FS-HIN              PIC XX.
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
       01  WS-FIN-MOV          PIC X VALUE "N".
       01  WS-FIN-CTA          PIC X VALUE "N".
       01  WS-FIN-SUC          PIC X VALUE "N".
       01  WS-HAY-PLAZOS       PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO    PIC 9(8) VALUE 0.
       01  WS-FNG-ESTADO       PIC X(1) VALUE "A".
       01  WS-FNG-RC           PIC X(2) VALUE "00".
       01  WS-FEC-FUNCION      PIC X(1) VALUE "F".
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2).

      *    FECHAS DE COMPARACION: AYER ES LA ULTIMA FECHA CON HISTORIA
      *    ANTERIOR A HOY; EL MES ANTERIOR ES EL MISMO DIA (O EL
      *    ULTIMO DEL MES SI ESE DIA NO EXISTE).
       01  WS-FECHA-AYER       PIC 9(8) VALUE 0.
       01  WS-FECHA-MES-ANT    PIC 9(8) VALUE 0.
       01  WS-FECHA-INICIO-MES PIC 9(8) VALUE 0.
       01  WS-FECHA-TRABAJO    PIC 9(8).
       01  WS-FECHA-TRABAJO-R REDEFINES WS-FECHA-TRABAJO.
           05 WS-FT-ANIO       PIC 9(4).
           05 WS-FT-MES        PIC 9(2).
           05 WS-FT-DIA        PIC 9(2).
       01  WS-FECHA-FIN-MES    PIC 9(8).
       01  WS-FECHA-FIN-MES-R REDEFINES WS-FECHA-FIN-MES.
           05 FILLER           PIC 9(6).
           05 WS-FFM-DIA       PIC 9(2).

      *    FOTO ANTERIOR Y CRUCE CONTRA LA CLAVE DEL MAESTRO.
       01  WS-NOMBRE-FOTO      PIC X(40).
       01  WS-NOMBRE-FOTO-ACT  PIC X(40) VALUE "mis_foto.txt".
       01  WS-NOMBRE-FOTO-ANT  PIC X(40) VALUE "mis_foto_ant.txt".
       01  WS-NOMBRE-FOTO-TMP  PIC X(40) VALUE "mis_foto.tmp".
       01  WS-NOMBRE-HIS       PIC X(40) VALUE "mis_historia.txt".
       01  WS-NOMBRE-HIS-TMP   PIC X(40) VALUE "mis_historia.tmp".
       01  WS-RC-CBL           PIC 9(8) COMP-5 VALUE 0.
       01  WS-FECHA-FOTO       PIC 9(8) VALUE 0.
       01  WS-PRIMERA-FOTO     PIC X VALUE "N".
       01  WS-REPITE-DIA       PIC X VALUE "N".
       01  WS-FOTO-ABIERTA     PIC X VALUE "N".
       01  WS-EN-FOTO          PIC X VALUE "N".
       01  WS-FOTO-LLAVE.
           05 WS-FOTO-TIPO     PIC X(1).
           05 WS-FOTO-CLAVE    PIC 9(8).
       01  WS-ACT-LLAVE.
           05 WS-ACT-TIPO      PIC X(1).
           05 WS-ACT-CLAVE     PIC 9(8).
       01  WS-ANT-ESTADO       PIC X(1).
           88 WS-ANT-CERRADA      VALUE "C" "I".
           88 WS-ANT-VIGENTE      VALUE "V".
       01  WS-ANT-FECHA        PIC 9(8).
       01  WS-ANT-IMPORTE      PIC 9(9)V99.
       01  WS-REG-FOTO.
           05 WF-TIPO          PIC X(1).
           05 WF-CLAVE         PIC 9(8).
           05 WF-ESTADO        PIC X(1).
           05 WF-SUCURSAL      PIC X(3).
           05 WF-FECHA         PIC 9(8).
           05 WF-IMPORTE       PIC 9(9)V99.

      *----------------------------------------------------------------*
      *    CONCEPTOS DEL INFORME: ETIQUETA, SI LLEVA IMPORTE (S/N) Y   *
      *    CLASE (F FLUJO DEL DIA, E EXISTENCIA AL CIERRE; LAS         *
      *    EXISTENCIAS NO SE ACUMULAN EN EL MES).                      *
      *----------------------------------------------------------------*
       01  WS-CONCEPTOS-INI.
           05 FILLER PIC X(26) VALUE "CLIENTES NUEVOS         NF".
           05 FILLER PIC X(26) VALUE "CLIENTES DE BAJA        NF".
           05 FILLER PIC X(26) VALUE "CUENTAS ABIERTAS        NF".
           05 FILLER PIC X(26) VALUE "CUENTAS CERRADAS        NF".
           05 FILLER PIC X(26) VALUE "DEPOSITOS               SF".
           05 FILLER PIC X(26) VALUE "RETIROS                 SF".
           05 FILLER PIC X(26) VALUE "TRANSFERENCIAS          SF".
           05 FILLER PIC X(26) VALUE "COMISIONES COBRADAS     SF".
           05 FILLER PIC X(26) VALUE "INTERESES PAGADOS       SF".
           05 FILLER PIC X(26) VALUE "INTERES DE SOBREGIRO    SF".
           05 FILLER PIC X(26) VALUE "SOBREGIROS EN USO       SE".
           05 FILLER PIC X(26) VALUE "PLAZOS FIJOS COLOCADOS  SF".
           05 FILLER PIC X(26) VALUE "PLAZOS VENCIDOS/CANCEL. SF".
           05 FILLER PIC X(26) VALUE "POSTEOS RECHAZADOS      SF".
       01  WS-TABLA-CONCEPTOS REDEFINES WS-CONCEPTOS-INI.
           05 WS-CON-ENT OCCURS 14 TIMES.
               10 TC-ETIQUETA      PIC X(24).
               10 TC-CON-IMPORTE   PIC X(1).
               10 TC-CLASE         PIC X(1).
       01  WS-IDX-CON          PIC 9(2).
       01  WS-AN-CONCEPTO      PIC 9(2).
       01  WS-AN-IMPORTE       PIC 9(9)V99.

      *----------------------------------------------------------------*
      *    CIFRAS POR SUCURSAL EN CUATRO JUEGOS: 1 HOY, 2 AYER,        *
      *    3 MISMO DIA DEL MES ANTERIOR, 4 ACUMULADO DEL MES.          *
      *    PRIMERO LAS DEL CATALOGO Y DESPUES LAS QUE APAREZCAN.       *
      *----------------------------------------------------------------*
       01  WS-TABLA-SUC.
           05 WS-SUC-ENT OCCURS 50 TIMES.
               10 TS-CODIGO        PIC X(3).
               10 TS-NOMBRE        PIC X(30).
               10 TS-JUEGO OCCURS 4 TIMES.
                   15 TS-CIFRA OCCURS 14 TIMES.
                       20 TS-CANT      PIC 9(7).
                       20 TS-IMPORTE   PIC 9(11)V99.
       01  WS-CANT-SUC         PIC 9(2) VALUE 0.
       01  WS-IDX-SUC          PIC 9(2).
       01  WS-POS-SUC          PIC 9(2).
       01  WS-SUC-MOV          PIC X(3).
       01  WS-SUC-CTA          PIC X(3).
       01  WS-IDX-JUEGO        PIC 9(1).

      *    FILA DEL BLOQUE QUE SE ESTA IMPRIMIENDO (UNA SUCURSAL O EL
      *    TOTAL DEL BANCO).
       01  WS-FILA.
           05 FIL-JUEGO OCCURS 4 TIMES.
               10 FIL-CIFRA OCCURS 14 TIMES.
                   15 FIL-CANT     PIC 9(9).
                   15 FIL-IMPORTE  PIC 9(12)V99.

       01  WS-PATA-PLAZO       PIC X VALUE "N".
       01  WS-CONT-CUENTAS     PIC 9(7) VALUE 0.
       01  WS-CONT-CLIENTES    PIC 9(7) VALUE 0.
       01  WS-CONT-PLAZOS      PIC 9(7) VALUE 0.
       01  WS-CONT-MOVS        PIC 9(7) VALUE 0.
       01  WS-CONT-EXCLUIDOS   PIC 9(7) VALUE 0.
       01  WS-CONT-RECHAZOS    PIC 9(7) VALUE 0.
       01  WS-CONT-HISTORIA    PIC 9(7) VALUE 0.
       01  WS-CONT-OMITIDOS    PIC 9(5) VALUE 0.

      *    VALORES DE UNA LINEA DEL INFORME (HOY, AYER, MES ANTERIOR,
      *    ACUMULADO) Y SU VARIACION PORCENTUAL.
       01  WS-VALORES.
           05 WS-VALOR         PIC 9(12)V99 OCCURS 4 TIMES.
       01  WS-LINEA-IMPORTE    PIC X VALUE "N".
       01  WS-LINEA-EXISTENCIA PIC X VALUE "N".
       01  WS-VAR-BASE         PIC 9(12)V99.
       01  WS-VAR-PCT          PIC S9(5)V9.
       01  WS-VAR-TEXTO        PIC X(9).
       01  WS-VAL-TEXTO        PIC X(19).
       01  WS-ED-VAR-X.
           05 WS-ED-VAR        PIC -ZZZZ9.9.
           05 FILLER           PIC X(1) VALUE "%".
       01  WS-ED-CANT-X.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-ED-CANT       PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-ED-IMP-X.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-ED-IMP        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-REP        PIC X(132).
       01  WS-LINEA-DET.
           05 LD-ETIQUETA      PIC X(24).
           05 LD-HOY           PIC X(19).
           05 LD-AYER          PIC X(19).
           05 LD-VAR-AYER      PIC X(9).
           05 LD-MES-ANT       PIC X(19).
           05 LD-VAR-MES       PIC X(9).
           05 LD-ACUM          PIC X(19).
           05 FILLER           PIC X(14) VALUE SPACES.

       01  WS-SPOOL-REPORTE    PIC X(20).
       01  WS-SPOOL-ARCHIVO    PIC X(20).
       01  WS-SPOOL-RC         PIC X(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "   INFORME GERENCIAL DIARIO (MIS)              "
           DISPLAY "==============================================="
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
               WS-FNG-ESTADO WS-FNG-RC
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
           PERFORM CALCULAR-FECHAS

           OPEN INPUT CUENTAS
           IF FS-CTA NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.IDX. FS=" FS-CTA
               MOVE "CUENTAS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-CTA TO WS-ERR-FS
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
               CLOSE CUENTAS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOV NOT = "00"
               DISPLAY "ERROR AL ABRIR MOVIMIENTOS.IDX. FS=" FS-MOV
               MOVE "MOVIMIENTOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-MOV TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE CUENTAS CLIENTES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-LAYOUTS
           OPEN INPUT PLAZOS
           IF FS-PLF = "00"
               MOVE "S" TO WS-HAY-PLAZOS
           ELSE
               DISPLAY "SIN PLAZOS.IDX (FS=" FS-PLF ")."
           END-IF

           PERFORM CARGAR-SUCURSALES
           PERFORM ABRIR-FOTOS

           PERFORM PASAR-CUENTAS
           PERFORM PASAR-CLIENTES
           PERFORM PASAR-PLAZOS
           PERFORM CONTAR-RECHAZOS

           IF WS-FOTO-ABIERTA = "S"
               CLOSE ARCH-FOTO
           END-IF
           CLOSE ARCH-FOTO-NUEVA
           PERFORM REEMPLAZAR-FOTO
           IF WS-HAY-PLAZOS = "S"
               CLOSE PLAZOS
           END-IF
           CLOSE ARCH-MOVIMIENTOS CLIENTES CUENTAS

           PERFORM ACTUALIZAR-HISTORIA
           PERFORM ESCRIBIR-INFORME

           MOVE "MIS" TO WS-SPOOL-REPORTE
           MOVE "mis_diario.txt" TO WS-SPOOL-ARCHIVO
           CALL "SPOOL-RUTINA" USING WS-SPOOL-REPORTE
               WS-SPOOL-ARCHIVO WS-SPOOL-RC

           DISPLAY "-----------------------------------------------"
           DISPLAY "CUENTAS LEIDAS:          " WS-CONT-CUENTAS
           DISPLAY "CLIENTES LEIDOS:         " WS-CONT-CLIENTES
           DISPLAY "PLAZOS LEIDOS:           " WS-CONT-PLAZOS
           DISPLAY "MOVIMIENTOS DEL DIA:     " WS-CONT-MOVS
           DISPLAY "  EXCLUIDOS (REVERSOS):  " WS-CONT-EXCLUIDOS
           DISPLAY "RECHAZOS DE POSTEO:      " WS-CONT-RECHAZOS
           DISPLAY "LINEAS DE HISTORIA:      " WS-CONT-HISTORIA
           DISPLAY "SUCURSALES:              " WS-CANT-SUC
           IF WS-PRIMERA-FOTO = "S"
               DISPLAY "AVISO: SIN FOTO ANTERIOR, ALTAS Y BAJAS EN CERO"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CONT-OMITIDOS > 0
               DISPLAY "FUERA DE TABLA:          " WS-CONT-OMITIDOS
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "INFORME: mis_diario.txt"
           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

      *----------------------------------------------------------------*
      *    CALCULAR-FECHAS                                             *
      *    Inicio del mes y mismo dia del mes anterior (si el mes      *
      *    anterior es mas corto, su ultimo dia).                      *
      *----------------------------------------------------------------*
       CALCULAR-FECHAS.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TRABAJO
           MOVE 1 TO WS-FT-DIA
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-INICIO-MES
           IF WS-FT-MES = 1
               MOVE 12 TO WS-FT-MES
               SUBTRACT 1 FROM WS-FT-ANIO
           ELSE
               SUBTRACT 1 FROM WS-FT-MES
           END-IF
           MOVE "F" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               WS-FECHA-TRABAJO WS-FECHA-NEGOCIO
               WS-FEC-RESULTADO WS-FEC-RC
           MOVE WS-FEC-RESULTADO TO WS-FECHA-FIN-MES
           MOVE WS-FECHA-NEGOCIO(7:2) TO WS-FT-DIA
           IF WS-FEC-RC = "00" AND WS-FT-DIA > WS-FFM-DIA
               MOVE WS-FFM-DIA TO WS-FT-DIA
           END-IF
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-MES-ANT.

      *-----------------------------------------------------------------
      * CATALOGO DE SUCURSALES: TODAS ENTRAN AL INFORME, AUNQUE NO
      * TENGAN MOVIMIENTO EN EL DIA.
      *-----------------------------------------------------------------
       CARGAR-SUCURSALES.
           OPEN INPUT ARCH-SUCURSALES
           IF FS-SUC = "00"
               PERFORM UNTIL WS-FIN-SUC = "S"
                   READ ARCH-SUCURSALES
                       AT END
                           MOVE "S" TO WS-FIN-SUC
                       NOT AT END
                           MOVE SUC-CODIGO TO WS-SUC-MOV
                           PERFORM UBICAR-SUCURSAL
                           IF WS-POS-SUC > 0
                               MOVE SUC-NOMBRE TO TS-NOMBRE(WS-POS-SUC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-SUCURSALES
           END-IF.

      *    POSICION DE WS-SUC-MOV EN LA TABLA; SI NO ESTA SE AGREGA.
       UBICAR-SUCURSAL.
           IF WS-SUC-MOV = SPACES
               MOVE "001" TO WS-SUC-MOV
           END-IF
           MOVE 0 TO WS-POS-SUC
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               IF TS-CODIGO(WS-IDX-SUC) = WS-SUC-MOV
                   MOVE WS-IDX-SUC TO WS-POS-SUC
               END-IF
           END-PERFORM
           IF WS-POS-SUC = 0 AND WS-CANT-SUC < 50
               ADD 1 TO WS-CANT-SUC
               MOVE WS-CANT-SUC TO WS-POS-SUC
               INITIALIZE WS-SUC-ENT(WS-POS-SUC)
               MOVE WS-SUC-MOV TO TS-CODIGO(WS-POS-SUC)
               MOVE "(SIN CATALOGO)" TO TS-NOMBRE(WS-POS-SUC)
           END-IF.

      *    SUMA UNO Y WS-AN-IMPORTE AL CONCEPTO WS-AN-CONCEPTO DE HOY
      *    EN LA SUCURSAL WS-SUC-MOV.
       ANOTAR-CIFRA.
           PERFORM UBICAR-SUCURSAL
           IF WS-POS-SUC = 0
               ADD 1 TO WS-CONT-OMITIDOS
           ELSE
               ADD 1 TO TS-CANT(WS-POS-SUC, 1, WS-AN-CONCEPTO)
               ADD WS-AN-IMPORTE
                   TO TS-IMPORTE(WS-POS-SUC, 1, WS-AN-CONCEPTO)
           END-IF.

      *================================================================*
      *    FOTO DE LA CORRIDA ANTERIOR                                 *
      *================================================================*
      *-----------------------------------------------------------------
      * SE COMPARA CONTRA mis_foto.txt; SI ESA FOTO YA ES DE HOY (SE
      * REPITE EL DIA) SE COMPARA CONTRA LA PREVIA mis_foto_ant.txt.
      * LA FOTO NUEVA SE ARMA EN mis_foto.tmp.
      *-----------------------------------------------------------------
       ABRIR-FOTOS.
           MOVE WS-NOMBRE-FOTO-ACT TO WS-NOMBRE-FOTO
           PERFORM LEER-FECHA-FOTO
           IF WS-FECHA-FOTO = WS-FECHA-NEGOCIO
               MOVE "S" TO WS-REPITE-DIA
               MOVE WS-NOMBRE-FOTO-ANT TO WS-NOMBRE-FOTO
               PERFORM LEER-FECHA-FOTO
           END-IF
           IF WS-FECHA-FOTO = 0 OR WS-FECHA-FOTO NOT < WS-FECHA-NEGOCIO
               MOVE "S" TO WS-PRIMERA-FOTO
               MOVE HIGH-VALUES TO WS-FOTO-LLAVE
               DISPLAY "SIN FOTO ANTERIOR: ALTAS Y BAJAS EN CERO."
           ELSE
               DISPLAY "FOTO ANTERIOR: " WS-NOMBRE-FOTO
                   " DEL " WS-FECHA-FOTO
               OPEN INPUT ARCH-FOTO
               MOVE "S" TO WS-FOTO-ABIERTA
               PERFORM AVANZAR-FOTO
           END-IF

           OPEN OUTPUT ARCH-FOTO-NUEVA
           IF FS-FON NOT = "00"
               DISPLAY "ERROR AL ABRIR mis_foto.tmp. FS=" FS-FON
               MOVE "mis_foto.tmp" TO WS-ERR-ARCHIVO
               MOVE FS-FON TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REG-FOTO
           MOVE "0" TO WF-TIPO
           MOVE WS-FECHA-NEGOCIO TO WF-CLAVE
           MOVE 0 TO WF-FECHA WF-IMPORTE
           WRITE REG-FOTO-NUEVA FROM WS-REG-FOTO.

      *    FECHA DE LA CABECERA DE LA FOTO WS-NOMBRE-FOTO (0 SI NO HAY).
       LEER-FECHA-FOTO.
           MOVE 0 TO WS-FECHA-FOTO
           OPEN INPUT ARCH-FOTO
           IF FS-FOT = "00"
               READ ARCH-FOTO
                   AT END CONTINUE
                   NOT AT END
                       IF FOT-TIPO = "0" AND FOT-CLAVE NUMERIC
                           MOVE FOT-CLAVE TO WS-FECHA-FOTO
                       END-IF
               END-READ
               CLOSE ARCH-FOTO
           END-IF.

       AVANZAR-FOTO.
           READ ARCH-FOTO
               AT END
                   MOVE HIGH-VALUES TO WS-FOTO-LLAVE
               NOT AT END
                   MOVE FOT-TIPO TO WS-FOTO-TIPO
                   MOVE FOT-CLAVE TO WS-FOTO-CLAVE
           END-READ.

      *-----------------------------------------------------------------
      * APAREA WS-ACT-LLAVE CON LA FOTO (AMBAS EN ORDEN ASCENDENTE):
      * WS-EN-FOTO = "S" Y LOS DATOS ANTERIORES EN WS-ANT-* SI LA
      * CLAVE YA ESTABA.
      *-----------------------------------------------------------------
       CRUZAR-FOTO.
           MOVE "N" TO WS-EN-FOTO
           PERFORM UNTIL WS-FOTO-LLAVE NOT < WS-ACT-LLAVE
               PERFORM AVANZAR-FOTO
           END-PERFORM
           IF WS-FOTO-LLAVE = WS-ACT-LLAVE
               MOVE "S" TO WS-EN-FOTO
               MOVE FOT-ESTADO TO WS-ANT-ESTADO
               MOVE FOT-FECHA TO WS-ANT-FECHA
               MOVE FOT-IMPORTE TO WS-ANT-IMPORTE
               PERFORM AVANZAR-FOTO
           END-IF.

       GRABAR-FOTO.
           MOVE WS-ACT-TIPO TO WF-TIPO
           MOVE WS-ACT-CLAVE TO WF-CLAVE
           WRITE REG-FOTO-NUEVA FROM WS-REG-FOTO.

      *    LA FOTO NUEVA PASA A SER mis_foto.txt; LA QUE HABIA QUEDA
      *    COMO PREVIA, SALVO QUE SE ESTE REPITIENDO EL DIA.
       REEMPLAZAR-FOTO.
           IF WS-REPITE-DIA = "N"
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FOTO-ANT
                   RETURNING WS-RC-CBL
               CALL "CBL_RENAME_FILE" USING WS-NOMBRE-FOTO-ACT
                   WS-NOMBRE-FOTO-ANT
                   RETURNING WS-RC-CBL
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FOTO-ACT
                   RETURNING WS-RC-CBL
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-FOTO-TMP
               WS-NOMBRE-FOTO-ACT
               RETURNING WS-RC-CBL.

      *================================================================*
      *    CUENTAS Y MOVIMIENTOS DEL DIA                               *
      *================================================================*
       PASAR-CUENTAS.
           MOVE 0 TO CTA-NUMERO
           MOVE "N" TO WS-FIN
           START CUENTAS KEY IS NOT LESS THAN CTA-NUMERO
               INVALID KEY MOVE "S" TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = "S"
               READ CUENTAS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
               END-READ
               IF WS-FIN = "N"
                   PERFORM PROCESAR-CUENTA
               END-IF
           END-PERFORM.

      *    APERTURA = CUENTA QUE NO ESTABA EN LA FOTO; CIERRE = PASO A
      *    CERRADA O INACTIVA DESDE LA FOTO.
       PROCESAR-CUENTA.
           ADD 1 TO WS-CONT-CUENTAS
           MOVE CTA-SUCURSAL TO WS-SUC-CTA
           IF WS-SUC-CTA = SPACES
               MOVE "001" TO WS-SUC-CTA
           END-IF
           MOVE "A" TO WS-ACT-TIPO
           MOVE CTA-NUMERO TO WS-ACT-CLAVE
           PERFORM CRUZAR-FOTO
           MOVE WS-SUC-CTA TO WS-SUC-MOV
           MOVE 0 TO WS-AN-IMPORTE
           IF WS-PRIMERA-FOTO = "N"
               IF WS-EN-FOTO = "N"
                   MOVE 3 TO WS-AN-CONCEPTO
                   PERFORM ANOTAR-CIFRA
                   IF CTA-CERRADA OR CTA-INACTIVA
                       MOVE 4 TO WS-AN-CONCEPTO
                       PERFORM ANOTAR-CIFRA
                   END-IF
               ELSE
                   IF (CTA-CERRADA OR CTA-INACTIVA)
                           AND NOT WS-ANT-CERRADA
                       MOVE 4 TO WS-AN-CONCEPTO
                       PERFORM ANOTAR-CIFRA
                   END-IF
               END-IF
           END-IF
           IF CTA-SOBREGIRO > 0
               MOVE 11 TO WS-AN-CONCEPTO
               MOVE CTA-SOBREGIRO TO WS-AN-IMPORTE
               PERFORM ANOTAR-CIFRA
           END-IF

           PERFORM EXPLORAR-MOVIMIENTOS

           MOVE CTA-ESTADO TO WF-ESTADO
           MOVE WS-SUC-CTA TO WF-SUCURSAL
           MOVE 0 TO WF-FECHA
           MOVE CTA-SALDO TO WF-IMPORTE
           PERFORM GRABAR-FOTO.

      *    MOVIMIENTOS DE LA CUENTA CON FECHA DE HOY.
       EXPLORAR-MOVIMIENTOS.
           MOVE CTA-NUMERO TO MOV-CUENTA
           MOVE WS-FECHA-NEGOCIO TO MOV-FECHA
           MOVE 0 TO MOV-SECUENCIA
           MOVE "N" TO WS-FIN-MOV
           START ARCH-MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-MOV
           END-START
           PERFORM UNTIL WS-FIN-MOV = "S"
               READ ARCH-MOVIMIENTOS NEXT RECORD
                   AT END MOVE "S" TO WS-FIN-MOV
               END-READ
               IF WS-FIN-MOV = "N"
                   IF MOV-CUENTA NOT = CTA-NUMERO
                           OR MOV-FECHA NOT = WS-FECHA-NEGOCIO
                       MOVE "S" TO WS-FIN-MOV
                   ELSE
                       PERFORM CLASIFICAR-MOVIMIENTO
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * D/R SIN REFERENCIA SON CAJA; R CON REFERENCIA ES EL DEBITO DE
      * UNA TRANSFERENCIA (SU D ES LA OTRA PATA Y NO SE CUENTA DOS
      * VECES) SALVO QUE LA REFERENCIA SEA UN CERTIFICADO DE PLAZO
      * FIJO DE LA MISMA CUENTA. X, B Y A SON TRANSFERENCIAS DE
      * PANTALLA E INTERBANCARIAS. LOS REVERSADOS Y SUS CORRECCIONES
      * (U/Z) NO CUENTAN.
      *-----------------------------------------------------------------
       CLASIFICAR-MOVIMIENTO.
           ADD 1 TO WS-CONT-MOVS
           IF MOV-REVERSADO OR MOV-TIPO = "U" OR MOV-TIPO = "Z"
               ADD 1 TO WS-CONT-EXCLUIDOS
           ELSE
               MOVE 0 TO WS-AN-CONCEPTO
               EVALUATE MOV-TIPO
                   WHEN "D"
                       IF MOV-REFERENCIA = 0
                           MOVE 5 TO WS-AN-CONCEPTO
                       END-IF
                   WHEN "R"
                       IF MOV-REFERENCIA = 0
                           MOVE 6 TO WS-AN-CONCEPTO
                       ELSE
                           PERFORM VER-PATA-PLAZO
                           IF WS-PATA-PLAZO = "N"
                               MOVE 7 TO WS-AN-CONCEPTO
                           END-IF
                       END-IF
                   WHEN "X"
                   WHEN "B"
                   WHEN "A"
                       MOVE 7 TO WS-AN-CONCEPTO
                   WHEN "F"
                       MOVE 8 TO WS-AN-CONCEPTO
                   WHEN "I"
                       MOVE 9 TO WS-AN-CONCEPTO
                   WHEN "G"
                       MOVE 10 TO WS-AN-CONCEPTO
               END-EVALUATE
               IF WS-AN-CONCEPTO > 0
                   MOVE MOV-SUCURSAL TO WS-SUC-MOV
                   IF WS-SUC-MOV = SPACES
                       MOVE WS-SUC-CTA TO WS-SUC-MOV
                   END-IF
                   MOVE MOV-IMPORTE TO WS-AN-IMPORTE
                   PERFORM ANOTAR-CIFRA
               END-IF
           END-IF.

       VER-PATA-PLAZO.
           MOVE "N" TO WS-PATA-PLAZO
           IF WS-HAY-PLAZOS = "S"
               MOVE MOV-REFERENCIA TO PLF-CERTIFICADO
               READ PLAZOS KEY IS PLF-CERTIFICADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLF-CUENTA = MOV-CUENTA
                           MOVE "S" TO WS-PATA-PLAZO
                       END-IF
               END-READ
           END-IF.

      *================================================================*
      *    CLIENTES                                                    *
      *================================================================*
       PASAR-CLIENTES.
           MOVE "N" TO WS-FIN
           PERFORM UNTIL WS-FIN = "S"
               READ CLIENTES NEXT RECORD
                   AT END MOVE "S" TO WS-FIN
               END-READ
               IF WS-FIN = "N"
                   PERFORM PROCESAR-CLIENTE
               END-IF
           END-PERFORM.

      *    ALTA = CLIENTE QUE NO ESTABA EN LA FOTO; BAJA = PASO DE
      *    ACTIVO A INACTIVO DESDE LA FOTO.
       PROCESAR-CLIENTE.
           ADD 1 TO WS-CONT-CLIENTES
           MOVE "C" TO WS-ACT-TIPO
           MOVE CLI-ID TO WS-ACT-CLAVE
           PERFORM CRUZAR-FOTO
           PERFORM SUCURSAL-DE-CLIENTE
           MOVE WS-SUC-MOV TO WF-SUCURSAL
           MOVE 0 TO WS-AN-IMPORTE
           IF WS-PRIMERA-FOTO = "N"
               IF WS-EN-FOTO = "N"
                   MOVE 1 TO WS-AN-CONCEPTO
                   PERFORM ANOTAR-CIFRA
                   IF CLI-INACTIVO
                       MOVE 2 TO WS-AN-CONCEPTO
                       PERFORM ANOTAR-CIFRA
                   END-IF
               ELSE
                   IF CLI-INACTIVO AND WS-ANT-ESTADO NOT = "I"
                       MOVE 2 TO WS-AN-CONCEPTO
                       PERFORM ANOTAR-CIFRA
                   END-IF
               END-IF
           END-IF
           MOVE CLI-ESTADO TO WF-ESTADO
           MOVE 0 TO WF-FECHA
           MOVE CLI-SALDO TO WF-IMPORTE
           PERFORM GRABAR-FOTO.

      *    SUCURSAL DE LA PRIMERA CUENTA DEL CLIENTE (SIN CUENTAS, LA
      *    CASA CENTRAL).
       SUCURSAL-DE-CLIENTE.
           MOVE "001" TO WS-SUC-MOV
           MOVE CLI-ID TO CTA-CLI-ID
           MOVE "N" TO WS-FIN-CTA
           START CUENTAS KEY IS EQUAL TO CTA-CLI-ID
               INVALID KEY MOVE "S" TO WS-FIN-CTA
           END-START
           IF WS-FIN-CTA = "N"
               READ CUENTAS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTA-SUCURSAL NOT = SPACES
                           MOVE CTA-SUCURSAL TO WS-SUC-MOV
                       END-IF
               END-READ
           END-IF.

      *    SUCURSAL DE LA CUENTA EN CTA-NUMERO; SIN CUENTA O EN BLANCO,
      *    LA CASA CENTRAL.
       SUCURSAL-DE-CUENTA.
           MOVE "001" TO WS-SUC-MOV
           READ CUENTAS KEY IS CTA-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTA-SUCURSAL NOT = SPACES
                       MOVE CTA-SUCURSAL TO WS-SUC-MOV
                   END-IF
           END-READ.

      *================================================================*
      *    PLAZOS FIJOS                                                *
      *================================================================*
       PASAR-PLAZOS.
           IF WS-HAY-PLAZOS = "S"
               MOVE 0 TO PLF-CERTIFICADO
               MOVE "N" TO WS-FIN
               START PLAZOS KEY IS NOT LESS THAN PLF-CERTIFICADO
                   INVALID KEY MOVE "S" TO WS-FIN
               END-START
               PERFORM UNTIL WS-FIN = "S"
                   READ PLAZOS NEXT RECORD
                       AT END MOVE "S" TO WS-FIN
                   END-READ
                   IF WS-FIN = "N"
                       PERFORM PROCESAR-PLAZO
                   END-IF
               END-PERFORM
           END-IF.

      *    COLOCADO = CERTIFICADO QUE NO ESTABA EN LA FOTO; VENCIDO O
      *    CANCELADO = ESTABA VIGENTE Y DEJO DE ESTARLO O SE RENOVO
      *    (CAMBIO EL VENCIMIENTO), POR EL CAPITAL DE LA FOTO.
       PROCESAR-PLAZO.
           ADD 1 TO WS-CONT-PLAZOS
           MOVE "P" TO WS-ACT-TIPO
           MOVE PLF-CERTIFICADO TO WS-ACT-CLAVE
           PERFORM CRUZAR-FOTO
           MOVE PLF-CUENTA TO CTA-NUMERO
           PERFORM SUCURSAL-DE-CUENTA
           IF WS-PRIMERA-FOTO = "N"
               IF WS-EN-FOTO = "N"
                   MOVE 12 TO WS-AN-CONCEPTO
                   MOVE PLF-CAPITAL TO WS-AN-IMPORTE
                   PERFORM ANOTAR-CIFRA
               ELSE
                   IF WS-ANT-VIGENTE AND (NOT PLF-VIGENTE
                           OR PLF-FECHA-VENCE NOT = WS-ANT-FECHA)
                       MOVE 13 TO WS-AN-CONCEPTO
                       MOVE WS-ANT-IMPORTE TO WS-AN-IMPORTE
                       PERFORM ANOTAR-CIFRA
                   END-IF
               END-IF
           END-IF
           MOVE PLF-ESTADO TO WF-ESTADO
           MOVE WS-SUC-MOV TO WF-SUCURSAL
           MOVE PLF-FECHA-VENCE TO WF-FECHA
           MOVE PLF-CAPITAL TO WF-IMPORTE
           PERFORM GRABAR-FOTO.

      *================================================================*
      *    RECHAZOS DEL POSTEO                                         *
      *================================================================*
       CONTAR-RECHAZOS.
           OPEN INPUT ARCH-RECHAZOS
           IF FS-RCH NOT = "00"
               DISPLAY "SIN transacciones_rechazos.txt."
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-RECHAZOS
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END
                           IF RCH-LIT-CUENTA = "CUENTA "
                                   AND RCH-CUENTA NUMERIC
                                   AND RCH-IMPORTE NUMERIC
                               PERFORM ANOTAR-RECHAZO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-RECHAZOS
           END-IF.

       ANOTAR-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZOS
           MOVE RCH-CUENTA TO CTA-NUMERO
           PERFORM SUCURSAL-DE-CUENTA
           MOVE 14 TO WS-AN-CONCEPTO
           MOVE RCH-IMPORTE TO WS-AN-IMPORTE
           PERFORM ANOTAR-CIFRA.

      *================================================================*
      *    HISTORIA                                                    *
      *================================================================*
      *-----------------------------------------------------------------
      * SE COPIA mis_historia.txt SIN LAS LINEAS DE HOY (SI SE REPITE
      * EL DIA SE REEMPLAZAN) Y DE PASO SE ARMAN LOS JUEGOS DE AYER,
      * MES ANTERIOR Y ACUMULADO; AL FINAL VAN LAS LINEAS DE HOY.
      *-----------------------------------------------------------------
       ACTUALIZAR-HISTORIA.
           OPEN OUTPUT ARCH-HIS-NUEVA
           IF FS-HIN NOT = "00"
               DISPLAY "ERROR AL ABRIR mis_historia.tmp. FS=" FS-HIN
               MOVE "mis_historia.tmp" TO WS-ERR-ARCHIVO
               MOVE FS-HIN TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCH-HISTORIA
           IF FS-HIS = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ARCH-HISTORIA
                       AT END MOVE "S" TO WS-FIN
                       NOT AT END
                           IF HIS-FECHA NOT = WS-FECHA-NEGOCIO
                               WRITE REG-HIS-NUEVA FROM REG-HISTORIA
                               PERFORM ANOTAR-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-HISTORIA
           ELSE
               DISPLAY "SIN mis_historia.txt: SE INICIA."
           END-IF

           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               MOVE WS-FECHA-NEGOCIO TO HIN-FECHA
               MOVE TS-CODIGO(WS-IDX-SUC) TO HIN-SUCURSAL
               PERFORM VARYING WS-IDX-CON FROM 1 BY 1
                       UNTIL WS-IDX-CON > 14
                   MOVE TS-CANT(WS-IDX-SUC, 1, WS-IDX-CON)
                       TO HIN-CANT(WS-IDX-CON)
                   MOVE TS-IMPORTE(WS-IDX-SUC, 1, WS-IDX-CON)
                       TO HIN-IMPORTE(WS-IDX-CON)
                   ADD TS-CANT(WS-IDX-SUC, 1, WS-IDX-CON)
                       TO TS-CANT(WS-IDX-SUC, 4, WS-IDX-CON)
                   ADD TS-IMPORTE(WS-IDX-SUC, 1, WS-IDX-CON)
                       TO TS-IMPORTE(WS-IDX-SUC, 4, WS-IDX-CON)
               END-PERFORM
               WRITE REG-HIS-NUEVA
               ADD 1 TO WS-CONT-HISTORIA
           END-PERFORM
           CLOSE ARCH-HIS-NUEVA

           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-HIS
               RETURNING WS-RC-CBL
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-HIS-TMP WS-NOMBRE-HIS
               RETURNING WS-RC-CBL.

      *    UNA LINEA DE HISTORIA ANTERIOR A HOY: SI ES DE UNA FECHA MAS
      *    RECIENTE QUE LA DE AYER, ESA PASA A SER AYER.
       ANOTAR-HISTORIA.
           IF HIS-FECHA < WS-FECHA-NEGOCIO
               IF HIS-FECHA > WS-FECHA-AYER
                   MOVE HIS-FECHA TO WS-FECHA-AYER
                   PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                           UNTIL WS-IDX-SUC > WS-CANT-SUC
                       INITIALIZE TS-JUEGO(WS-IDX-SUC, 2)
                   END-PERFORM
               END-IF
               MOVE HIS-SUCURSAL TO WS-SUC-MOV
               PERFORM UBICAR-SUCURSAL
               IF WS-POS-SUC = 0
                   ADD 1 TO WS-CONT-OMITIDOS
               ELSE
                   IF HIS-FECHA = WS-FECHA-AYER
                       MOVE 2 TO WS-IDX-JUEGO
                       PERFORM SUMAR-HISTORIA
                   END-IF
                   IF HIS-FECHA = WS-FECHA-MES-ANT
                       MOVE 3 TO WS-IDX-JUEGO
                       PERFORM SUMAR-HISTORIA
                   END-IF
                   IF HIS-FECHA NOT < WS-FECHA-INICIO-MES
                       MOVE 4 TO WS-IDX-JUEGO
                       PERFORM SUMAR-HISTORIA
                   END-IF
               END-IF
           END-IF.

       SUMAR-HISTORIA.
           PERFORM VARYING WS-IDX-CON FROM 1 BY 1 UNTIL WS-IDX-CON > 14
               ADD HIS-CANT(WS-IDX-CON)
                   TO TS-CANT(WS-POS-SUC, WS-IDX-JUEGO, WS-IDX-CON)
               ADD HIS-IMPORTE(WS-IDX-CON)
                   TO TS-IMPORTE(WS-POS-SUC, WS-IDX-JUEGO, WS-IDX-CON)
           END-PERFORM.

      *================================================================*
      *    INFORME                                                     *
      *================================================================*
       ESCRIBIR-INFORME.
           OPEN OUTPUT ARCH-REPORTE
           IF FS-REP NOT = "00"
               DISPLAY "ERROR AL ABRIR mis_diario.txt. FS=" FS-REP
               MOVE "mis_diario.txt" TO WS-ERR-ARCHIVO
               MOVE FS-REP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA-REP
           STRING "INFORME GERENCIAL DIARIO (MIS) - FECHA DE NEGOCIO "
               WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "=" TO WS-LINEA-REP(1:118)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           IF WS-FECHA-AYER = 0
               STRING "SIN HISTORIA ANTERIOR. MES ANTERIOR: "
                   WS-FECHA-MES-ANT " ACUMULADO DESDE "
                   WS-FECHA-INICIO-MES
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
           ELSE
               STRING "DIA ANTERIOR: " WS-FECHA-AYER
                   "  MES ANTERIOR: " WS-FECHA-MES-ANT
                   "  ACUMULADO DESDE " WS-FECHA-INICIO-MES
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-REP
           IF WS-PRIMERA-FOTO = "S"
               MOVE SPACES TO WS-LINEA-REP
               STRING "AVISO: SIN FOTO ANTERIOR DE LOS MAESTROS; "
                   "CLIENTES, CUENTAS Y PLAZOS NUEVOS O DADOS DE BAJA "
                   "SALEN EN CERO."
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               WRITE REG-REPORTE FROM WS-LINEA-REP
           END-IF

      *    TOTAL DEL BANCO Y DESPUES CADA SUCURSAL.
           INITIALIZE WS-FILA
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               PERFORM SUMAR-FILA
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REP
           MOVE "TOTAL DEL BANCO" TO WS-LINEA-REP(1:15)
           PERFORM ESCRIBIR-BLOQUE
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUC
               INITIALIZE WS-FILA
               PERFORM SUMAR-FILA
               MOVE SPACES TO WS-LINEA-REP
               STRING "SUCURSAL " TS-CODIGO(WS-IDX-SUC) " - "
                   TS-NOMBRE(WS-IDX-SUC)
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               END-STRING
               PERFORM ESCRIBIR-BLOQUE
           END-PERFORM
           CLOSE ARCH-REPORTE.

      *    SUMA LOS CUATRO JUEGOS DE LA SUCURSAL WS-IDX-SUC EN WS-FILA.
       SUMAR-FILA.
           PERFORM VARYING WS-IDX-JUEGO FROM 1 BY 1
                   UNTIL WS-IDX-JUEGO > 4
               PERFORM VARYING WS-IDX-CON FROM 1 BY 1
                       UNTIL WS-IDX-CON > 14
                   ADD TS-CANT(WS-IDX-SUC, WS-IDX-JUEGO, WS-IDX-CON)
                       TO FIL-CANT(WS-IDX-JUEGO, WS-IDX-CON)
                   ADD TS-IMPORTE(WS-IDX-SUC, WS-IDX-JUEGO, WS-IDX-CON)
                       TO FIL-IMPORTE(WS-IDX-JUEGO, WS-IDX-CON)
               END-PERFORM
           END-PERFORM.

      *    TITULO EN WS-LINEA-REP; CIFRAS EN WS-FILA.
       ESCRIBIR-BLOQUE.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE "CONCEPTO" TO WS-LINEA-REP(1:8)
           MOVE "HOY" TO WS-LINEA-REP(41:3)
           MOVE "DIA ANTERIOR" TO WS-LINEA-REP(51:12)
           MOVE "VAR%" TO WS-LINEA-REP(68:4)
           MOVE "MES ANTERIOR" TO WS-LINEA-REP(79:12)
           MOVE "VAR%" TO WS-LINEA-REP(96:4)
           MOVE "ACUM. MES" TO WS-LINEA-REP(110:9)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP(1:118)
           WRITE REG-REPORTE FROM WS-LINEA-REP
           PERFORM VARYING WS-IDX-CON FROM 1 BY 1 UNTIL WS-IDX-CON > 14
               MOVE "N" TO WS-LINEA-EXISTENCIA
               IF TC-CLASE(WS-IDX-CON) = "E"
                   MOVE "S" TO WS-LINEA-EXISTENCIA
               END-IF
               PERFORM VARYING WS-IDX-JUEGO FROM 1 BY 1
                       UNTIL WS-IDX-JUEGO > 4
                   MOVE FIL-CANT(WS-IDX-JUEGO, WS-IDX-CON)
                       TO WS-VALOR(WS-IDX-JUEGO)
               END-PERFORM
               MOVE TC-ETIQUETA(WS-IDX-CON) TO LD-ETIQUETA
               MOVE "N" TO WS-LINEA-IMPORTE
               PERFORM ESCRIBIR-LINEA-VALORES
               IF TC-CON-IMPORTE(WS-IDX-CON) = "S"
                   PERFORM VARYING WS-IDX-JUEGO FROM 1 BY 1
                           UNTIL WS-IDX-JUEGO > 4
                       MOVE FIL-IMPORTE(WS-IDX-JUEGO, WS-IDX-CON)
                           TO WS-VALOR(WS-IDX-JUEGO)
                   END-PERFORM
                   MOVE "  IMPORTE" TO LD-ETIQUETA
                   MOVE "S" TO WS-LINEA-IMPORTE
                   PERFORM ESCRIBIR-LINEA-VALORES
               END-IF
           END-PERFORM.

      *    UNA LINEA CON WS-VALOR(1..4); LAS EXISTENCIAS NO LLEVAN
      *    ACUMULADO DEL MES.
       ESCRIBIR-LINEA-VALORES.
           MOVE WS-VALOR(1) TO WS-VAR-BASE
           PERFORM EDITAR-VALOR
           MOVE WS-VAL-TEXTO TO LD-HOY
           MOVE WS-VALOR(2) TO WS-VAR-BASE
           PERFORM EDITAR-VALOR
           MOVE WS-VAL-TEXTO TO LD-AYER
           MOVE WS-VALOR(3) TO WS-VAR-BASE
           PERFORM EDITAR-VALOR
           MOVE WS-VAL-TEXTO TO LD-MES-ANT
           IF WS-LINEA-EXISTENCIA = "S"
               MOVE SPACES TO LD-ACUM
           ELSE
               MOVE WS-VALOR(4) TO WS-VAR-BASE
               PERFORM EDITAR-VALOR
               MOVE WS-VAL-TEXTO TO LD-ACUM
           END-IF
           MOVE WS-VALOR(2) TO WS-VAR-BASE
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO LD-VAR-AYER
           MOVE WS-VALOR(3) TO WS-VAR-BASE
           PERFORM CALCULAR-VARIACION
           MOVE WS-VAR-TEXTO TO LD-VAR-MES
           WRITE REG-REPORTE FROM WS-LINEA-DET.

      *    WS-VAR-BASE EDITADO A 19 POSICIONES (CANTIDAD O IMPORTE).
       EDITAR-VALOR.
           IF WS-LINEA-IMPORTE = "S"
               MOVE WS-VAR-BASE TO WS-ED-IMP
               MOVE WS-ED-IMP-X TO WS-VAL-TEXTO
           ELSE
               MOVE WS-VAR-BASE TO WS-ED-CANT
               MOVE WS-ED-CANT-X TO WS-VAL-TEXTO
           END-IF.

      *    VARIACION DE HOY CONTRA WS-VAR-BASE; SIN BASE, N/D.
       CALCULAR-VARIACION.
           IF WS-VAR-BASE = 0
               MOVE "      N/D" TO WS-VAR-TEXTO
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-VALOR(1) - WS-VAR-BASE) * 100 / WS-VAR-BASE
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VAR-PCT
               END-COMPUTE
               MOVE WS-VAR-PCT TO WS-ED-VAR
               MOVE WS-ED-VAR-X TO WS-VAR-TEXTO
           END-IF.

      *-----------------------------------------------------------------
      * CRUCE CONTRA EL CATALOGO CENTRAL DE LAYOUTS (LAYOUT-RUTINA):
      * ESTE PROGRAMA ESTA COMPILADO PARA CLIENTES V03/185, CUENTAS
      * V02/50 Y MOVIMIENTOS V01/68.
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
           MOVE "MOVIMIENTOS.IDX" TO WS-LAY-ARCHIVO
           MOVE "01" TO WS-LAY-VERSION
           MOVE 68 TO WS-LAY-LONGITUD
           PERFORM VERIFICAR-UN-LAYOUT.

       VERIFICAR-UN-LAYOUT.
           CALL "LAYOUT-RUTINA" USING WS-LAY-ARCHIVO
               WS-LAY-VERSION WS-LAY-LONGITUD
               WS-LAY-RESULTADO WS-LAY-INFO
           IF WS-LAY-RESULTADO = "N"
               DISPLAY "** QUIEBRE DE LAYOUT EN "
                   WS-LAY-ARCHIVO ": " WS-LAY-INFO " **"
               CLOSE ARCH-MOVIMIENTOS CLIENTES CUENTAS
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
               " PROGRAMA=DB-MIS" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM DB-MIS.
