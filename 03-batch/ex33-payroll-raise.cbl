      ******************************************************************
      * Author: AARON
      * Date: 15-10-2026
      * Purpose: Aumentos masivos de sueldo con aprobacion. Las reglas
      *          salen de aumentos_param.txt (por departamento D, por
      *          tipo de empleado T, exclusiones por legajo E; cada
      *          regla con porcentaje o monto fijo, fecha de vigencia
      *          y tope opcional del sueldo nuevo). Dos modos:
      *          P = PROPUESTA: recorre EMPLEADOS.IDX sin tocarlo,
      *              escribe aumento_propuesta.txt con sueldo anterior,
      *              nuevo y costo anual, y deja las lineas a aplicar
      *              en aumento_pendiente.txt.
      *          A = APROBACION: el supervisor revisa los totales y
      *              aprueba o rechaza. Aprobado, cada linea se graba
      *              con su vigencia en tarifas_hist.txt (PAYROLL paga
      *              la tarifa o el sueldo viejo hasta esa fecha), se
      *              pisa el maestro como lo hace la pantalla de
      *              mantenimiento y se audita en nomina_audit.txt.
      *              El pendiente se descarta en ambos casos.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-RAISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO "EMPLEADOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS.
           SELECT ARCH-AUM-PARAM ASSIGN TO "aumentos_param.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUP.
           SELECT ARCH-AUM-PENDIENTE ASSIGN TO "aumento_pendiente.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUN.
           SELECT ARCH-AUM-PROPUESTA ASSIGN TO "aumento_propuesta.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUR.
           SELECT ARCH-TARIFAS-HIST ASSIGN TO "tarifas_hist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRH.
           SELECT ARCH-AUDITORIA ASSIGN TO "nomina_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUD.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERR.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  EMP-REG.
           05 EMP-ID           PIC 9(4).
           05 EMP-NOMBRE       PIC X(20).
           05 EMP-HORAS        PIC 9(3).
           05 EMP-TARIFA       PIC 9(4)V99.
           05 EMP-ACTIVO       PIC X(1).
               88 EMP-ES-ACTIVO    VALUE "A".
               88 EMP-ES-INACTIVO  VALUE "I".
           05 EMP-YTD          PIC 9(9)V99.
           05 EMP-DEPENDIENTES PIC 9(2).
           05 EMP-BANCO        PIC 9(3).
           05 EMP-CUENTA       PIC X(12).
           05 EMP-TIPO-CUENTA  PIC X(1).
           05 EMP-DEPTO        PIC X(4).
           05 EMP-VAC-DIAS     PIC 9(2).
           05 EMP-TIPO-EMP     PIC X(1).
               88 EMP-ES-POR-HORA   VALUE "H" " ".
               88 EMP-ES-ASALARIADO VALUE "A".
           05 EMP-SALARIO-MENS PIC 9(7)V99.
           05 EMP-FECHA-INGRESO PIC 9(8).
           05 EMP-VAC-ACUM     PIC 9(3)V99.
           05 EMP-CTA-INTERNA  PIC 9(8).
           05 FILLER           PIC X(10).

      *    UNA REGLA POR LINEA. CRITERIO D = DEPARTAMENTO (CLAVE =
      *    EMP-DEPTO), T = TIPO DE EMPLEADO (CLAVE = H O A), E =
      *    EXCLUSION (CLAVE = EMP-ID, SIN AUMENTO). CLASE % O F; TOPE
      *    ES EL MAXIMO DEL SUELDO O TARIFA NUEVA, 0 = SIN TOPE.
       FD  ARCH-AUM-PARAM.
       01  REG-AUM-PARAM.
           05 AUP-CRITERIO     PIC X(1).
           05 AUP-CLAVE        PIC X(4).
           05 AUP-CLASE        PIC X(1).
           05 AUP-VALOR        PIC 9(5)V99.
           05 AUP-FECHA-VIG    PIC 9(8).
           05 AUP-TOPE         PIC 9(7)V99.

       FD  ARCH-AUM-PENDIENTE.
       01  REG-AUM-PENDIENTE.
           05 AUN-EMP-ID       PIC 9(4).
           05 AUN-TIPO-EMP     PIC X(1).
           05 AUN-FECHA-VIG    PIC 9(8).
           05 AUN-TARIFA-ANT   PIC 9(4)V99.
           05 AUN-TARIFA-NVA   PIC 9(4)V99.
           05 AUN-SALARIO-ANT  PIC 9(7)V99.
           05 AUN-SALARIO-NVO  PIC 9(7)V99.
           05 AUN-COSTO-ANUAL  PIC 9(9)V99.
           05 AUN-PREPARADO    PIC X(10).

       FD  ARCH-AUM-PROPUESTA.
       01  REG-AUM-PROPUESTA   PIC X(132).

       FD  ARCH-TARIFAS-HIST.
       01  REG-TARIFA-HIST.
           05 TRH-EMP-ID       PIC 9(4).
           05 TRH-FECHA-DESDE  PIC 9(8).
           05 TRH-TARIFA       PIC 9(4)V99.
           05 TRH-SALARIO-MENS PIC 9(7)V99.

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA       PIC X(180).

       FD  ARCH-ERRORES.
       01  REG-ERROR           PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS                  PIC XX.
       01  FS-AUP              PIC XX.
       01  FS-AUN              PIC XX.
       01  FS-AUR              PIC XX.
       01  FS-TRH              PIC XX.
       01  FS-AUD              PIC XX.
       01  FS-ERR              PIC XX.
       01  WS-ERR-FECHA        PIC 9(8).
       01  WS-ERR-HORA         PIC 9(8).
       01  WS-ERR-ARCHIVO      PIC X(20).
       01  WS-ERR-FS           PIC XX.
       01  WS-ERR-SIGNIFICADO PIC X(40).
       01  WS-LINEA-ERROR      PIC X(140).

       01  WS-AUD-FECHA        PIC 9(8).
       01  WS-AUD-HORA         PIC 9(8).
       01  WS-AUD-ACCION       PIC X(20).
       01  WS-LINEA-AUD        PIC X(180).
       01  WS-AUD-PTR          PIC 9(3) VALUE 1.

       01  WS-MODO             PIC X VALUE SPACE.
       01  WS-OPERADOR         PIC X(10).
       01  WS-SUPERVISOR       PIC X(10).
       01  WS-DECISION         PIC X.
       01  WS-MOTIVO           PIC X(40).
       01  WS-NOMBRE-PENDIENTE PIC X(30)
               VALUE "aumento_pendiente.txt".
       01  WS-RC-CBL           PIC S9(9) COMP-5 VALUE 0.
       01  WS-FECHA-HOY        PIC 9(8) VALUE 0.

       01  WS-FIN              PIC X VALUE "N".
       01  WS-FIN-PARAM        PIC X VALUE "N".
       01  WS-FIN-PENDIENTE    PIC X VALUE "N".
       01  WS-FIN-HIST         PIC X VALUE "N".
       01  WS-FEC-FUNCION      PIC X(1).
       01  WS-FEC-FECHA2       PIC 9(8) VALUE 0.
       01  WS-FEC-RESULTADO    PIC S9(9) VALUE 0.
       01  WS-FEC-RC           PIC X(2) VALUE "99".

       01  WS-TABLA-REGLAS.
           05 WS-AUP-ENT OCCURS 100 TIMES.
               10 TA-CRITERIO  PIC X(1).
               10 TA-CLAVE     PIC X(4).
               10 TA-CLASE     PIC X(1).
               10 TA-VALOR     PIC 9(5)V99.
               10 TA-FECHA-VIG PIC 9(8).
               10 TA-TOPE      PIC 9(7)V99.
       01  WS-CANT-REGLAS      PIC 9(3) VALUE 0.
       01  WS-IDX-AUP          PIC 9(3) VALUE 0.
       01  WS-REGLA            PIC 9(3) VALUE 0.
       01  WS-REGLA-DEPTO      PIC 9(3) VALUE 0.
       01  WS-REGLA-TIPO       PIC 9(3) VALUE 0.
       01  WS-EXCLUIDO         PIC X VALUE "N".
       01  WS-EMP-ID-X         PIC X(4).
       01  WS-TIPO-EMP         PIC X(1).

      *    EMPLEADOS QUE YA TIENEN LINEAS EN tarifas_hist.txt: SI NO
      *    TIENEN, ANTES DEL AUMENTO SE GRABA LA LINEA BASE CON LA
      *    TARIFA Y EL SUELDO ANTERIORES.
       01  WS-TABLA-CON-HIST.
           05 WS-HIS-ENT OCCURS 2000 TIMES.
               10 TH-EMP-ID    PIC 9(4).
       01  WS-CANT-CON-HIST    PIC 9(4) VALUE 0.
       01  WS-IDX-HIS          PIC 9(4) VALUE 0.
       01  WS-TIENE-HIST       PIC X VALUE "N".

       01  WS-ANTERIOR         PIC 9(7)V99 VALUE 0.
       01  WS-NUEVO            PIC 9(7)V99 VALUE 0.
       01  WS-NUEVO-CALC       PIC 9(9)V99 VALUE 0.
       01  WS-TARIFA-MAX       PIC 9(4)V99 VALUE 9999.99.
       01  WS-COSTO-ANUAL      PIC 9(9)V99 VALUE 0.
       01  WS-SEMANAS-ANIO     PIC 9(2) VALUE 52.
       01  WS-MESES-ANIO       PIC 9(2) VALUE 12.

       01  WS-CONT-PROPUESTOS  PIC 9(5) VALUE 0.
       01  WS-CONT-EXCLUIDOS   PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-REGLA   PIC 9(5) VALUE 0.
       01  WS-CONT-EN-TOPE     PIC 9(5) VALUE 0.
       01  WS-CONT-APLICADOS   PIC 9(5) VALUE 0.
       01  WS-CONT-OMITIDOS    PIC 9(5) VALUE 0.
       01  WS-TOT-COSTO        PIC 9(11)V99 VALUE 0.

       01  WS-LINEA-PROPUESTA  PIC X(132).
       01  WS-ED-ANTERIOR      PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-NUEVO         PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-COSTO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-TOT-COSTO     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-VALOR         PIC ZZ,ZZ9.99.

       01  WS-LOCK-MAESTRO     PIC X(12).
       01  WS-LOCK-ACCION      PIC X(1).
       01  WS-LOCK-USUARIO     PIC X(10).
       01  WS-LOCK-RESULTADO   PIC X(1).
       01  WS-LOCK-INFO        PIC X(40).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "==============================================="
           DISPLAY "    AUMENTOS MASIVOS DE SUELDO                  "
           DISPLAY "==============================================="
           DISPLAY "MODO (P = PROPUESTA, A = APROBACION): "
           ACCEPT WS-MODO
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
           PERFORM UNTIL WS-MODO = "P" OR WS-MODO = "A"
               DISPLAY "MODO INVALIDO. REINGRESE (P/A): "
               ACCEPT WS-MODO
               MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
           END-PERFORM

           IF WS-MODO = "P"
               PERFORM PREPARAR-PROPUESTA THRU PREPARAR-PROPUESTA-EXIT
           ELSE
               PERFORM REVISAR-PROPUESTA THRU REVISAR-PROPUESTA-EXIT
           END-IF

           DISPLAY "FIN DEL PROGRAMA."
           STOP RUN.

       LIBERAR-CANDADO.
           MOVE "L" TO WS-LOCK-ACCION
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

      *----------------------------------------------------------------*
      *    PREPARAR-PROPUESTA                                          *
      *    Recorre EMPLEADOS.IDX en lectura, aplica a cada activo la   *
      *    regla que le corresponde y deja el reporte para RRHH y el   *
      *    pendiente que aprobara el supervisor. El maestro no cambia. *
      *----------------------------------------------------------------*
       PREPARAR-PROPUESTA.
           OPEN INPUT ARCH-AUM-PENDIENTE
           IF FS-AUN = "00"
               READ ARCH-AUM-PENDIENTE
                   AT END MOVE "S" TO WS-FIN-PENDIENTE
               END-READ
               CLOSE ARCH-AUM-PENDIENTE
               IF WS-FIN-PENDIENTE = "N"
                   DISPLAY "YA HAY UNA PROPUESTA SIN APROBAR EN "
                       "aumento_pendiente.txt. APRUEBELA O RECHACELA "
                       "ANTES DE PREPARAR OTRA."
                   MOVE 1 TO RETURN-CODE
                   GO TO PREPARAR-PROPUESTA-EXIT
               END-IF
           END-IF

           PERFORM CARGAR-REGLAS
           IF WS-CANT-REGLAS = 0
               DISPLAY "SIN REGLAS VALIDAS EN aumentos_param.txt NO "
                   "HAY AUMENTO QUE PROPONER."
               MOVE 1 TO RETURN-CODE
               GO TO PREPARAR-PROPUESTA-EXIT
           END-IF

           DISPLAY "USUARIO QUE PREPARA LA PROPUESTA: "
           ACCEPT WS-OPERADOR

           OPEN INPUT EMP-FILE
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR EMPLEADOS.IDX. FS=" FS
               MOVE "EMPLEADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               GO TO PREPARAR-PROPUESTA-EXIT
           END-IF

           OPEN OUTPUT ARCH-AUM-PENDIENTE
           OPEN OUTPUT ARCH-AUM-PROPUESTA
           PERFORM ESCRIBIR-ENCABEZADO-PROPUESTA

           MOVE 0 TO EMP-ID
           START EMP-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY MOVE "S" TO WS-FIN
           END-START

           PERFORM UNTIL WS-FIN = "S"
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF EMP-ES-ACTIVO
                           PERFORM PROPONER-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM ESCRIBIR-TOTALES-PROPUESTA
           CLOSE ARCH-AUM-PROPUESTA
           CLOSE ARCH-AUM-PENDIENTE
           CLOSE EMP-FILE

           DISPLAY "-----------------------------------------------"
           DISPLAY "EMPLEADOS CON AUMENTO:   " WS-CONT-PROPUESTOS
           DISPLAY "EXCLUIDOS:               " WS-CONT-EXCLUIDOS
           DISPLAY "SIN REGLA APLICABLE:     " WS-CONT-SIN-REGLA
           DISPLAY "YA EN EL TOPE:           " WS-CONT-EN-TOPE
           MOVE WS-TOT-COSTO TO WS-ED-TOT-COSTO
           DISPLAY "COSTO ANUAL DEL AUMENTO: " WS-ED-TOT-COSTO
           DISPLAY "PROPUESTA EN aumento_propuesta.txt. CORRA EN MODO "
               "A PARA APROBARLA."
           MOVE "AUMENTO-PROPUESTO" TO WS-AUD-ACCION
           PERFORM GRABAR-AUDITORIA-TOTAL.
       PREPARAR-PROPUESTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CARGAR-REGLAS                                               *
      *    Lineas con criterio, clase o fecha de vigencia invalidos    *
      *    se informan y no se usan.                                   *
      *----------------------------------------------------------------*
       CARGAR-REGLAS.
           MOVE 0 TO WS-CANT-REGLAS
           MOVE "N" TO WS-FIN-PARAM
           OPEN INPUT ARCH-AUM-PARAM
           IF FS-AUP NOT = "00"
               DISPLAY "NO SE PUDO ABRIR aumentos_param.txt. FS="
                   FS-AUP
               MOVE "aumentos_param.txt" TO WS-ERR-ARCHIVO
               MOVE FS-AUP TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           ELSE
               PERFORM LEER-REGLA
               PERFORM UNTIL WS-FIN-PARAM = "S"
                   PERFORM VALIDAR-REGLA
                   PERFORM LEER-REGLA
               END-PERFORM
               CLOSE ARCH-AUM-PARAM
           END-IF.

       LEER-REGLA.
           READ ARCH-AUM-PARAM
               AT END MOVE "S" TO WS-FIN-PARAM
           END-READ.

       VALIDAR-REGLA.
           IF AUP-CRITERIO = "E"
               MOVE "%" TO AUP-CLASE
               MOVE 0 TO AUP-VALOR
               MOVE 0 TO AUP-FECHA-VIG
               MOVE 0 TO AUP-TOPE
           ELSE
               IF (AUP-CRITERIO NOT = "D" AND AUP-CRITERIO NOT = "T")
                       OR (AUP-CLASE NOT = "%" AND AUP-CLASE NOT = "F")
                       OR AUP-VALOR IS NOT NUMERIC
                       OR AUP-FECHA-VIG IS NOT NUMERIC
                   DISPLAY "REGLA INVALIDA EN aumentos_param.txt: "
                       REG-AUM-PARAM
                   GO TO VALIDAR-REGLA-EXIT
               END-IF
               MOVE "V" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   AUP-FECHA-VIG WS-FEC-FECHA2
                   WS-FEC-RESULTADO WS-FEC-RC
               IF WS-FEC-RC NOT = "00"
                   DISPLAY "FECHA DE VIGENCIA IMPOSIBLE EN "
                       "aumentos_param.txt: " REG-AUM-PARAM
                   GO TO VALIDAR-REGLA-EXIT
               END-IF
               IF AUP-TOPE IS NOT NUMERIC
                   MOVE 0 TO AUP-TOPE
               END-IF
           END-IF
           IF WS-CANT-REGLAS < 100
               ADD 1 TO WS-CANT-REGLAS
               MOVE AUP-CRITERIO  TO TA-CRITERIO(WS-CANT-REGLAS)
               MOVE AUP-CLAVE     TO TA-CLAVE(WS-CANT-REGLAS)
               MOVE AUP-CLASE     TO TA-CLASE(WS-CANT-REGLAS)
               MOVE AUP-VALOR     TO TA-VALOR(WS-CANT-REGLAS)
               MOVE AUP-FECHA-VIG TO TA-FECHA-VIG(WS-CANT-REGLAS)
               MOVE AUP-TOPE      TO TA-TOPE(WS-CANT-REGLAS)
           ELSE
               DISPLAY "TABLA DE REGLAS DE AUMENTO LLENA. SE IGNORA: "
                   REG-AUM-PARAM
           END-IF.
       VALIDAR-REGLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PROPONER-EMPLEADO                                           *
      *    Precedencia: la exclusion por legajo gana a todo; despues   *
      *    la regla del departamento y por ultimo la del tipo de       *
      *    empleado. El asalariado se aumenta sobre EMP-SALARIO-MENS   *
      *    y el de por hora sobre EMP-TARIFA.                          *
      *----------------------------------------------------------------*
       PROPONER-EMPLEADO.
           MOVE EMP-ID TO WS-EMP-ID-X
           IF EMP-ES-ASALARIADO
               MOVE "A" TO WS-TIPO-EMP
           ELSE
               MOVE "H" TO WS-TIPO-EMP
           END-IF
           MOVE "N" TO WS-EXCLUIDO
           MOVE 0 TO WS-REGLA-DEPTO
           MOVE 0 TO WS-REGLA-TIPO
           PERFORM VARYING WS-IDX-AUP FROM 1 BY 1
                   UNTIL WS-IDX-AUP > WS-CANT-REGLAS
               EVALUATE TA-CRITERIO(WS-IDX-AUP)
                   WHEN "E"
                       IF TA-CLAVE(WS-IDX-AUP) = WS-EMP-ID-X
                           MOVE "S" TO WS-EXCLUIDO
                       END-IF
                   WHEN "D"
                       IF TA-CLAVE(WS-IDX-AUP) = EMP-DEPTO
                               AND WS-REGLA-DEPTO = 0
                           MOVE WS-IDX-AUP TO WS-REGLA-DEPTO
                       END-IF
                   WHEN "T"
                       IF TA-CLAVE(WS-IDX-AUP)(1:1) = WS-TIPO-EMP
                               AND WS-REGLA-TIPO = 0
                           MOVE WS-IDX-AUP TO WS-REGLA-TIPO
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF WS-EXCLUIDO = "S"
               ADD 1 TO WS-CONT-EXCLUIDOS
               GO TO PROPONER-EMPLEADO-EXIT
           END-IF
           IF WS-REGLA-DEPTO > 0
               MOVE WS-REGLA-DEPTO TO WS-REGLA
           ELSE
               MOVE WS-REGLA-TIPO TO WS-REGLA
           END-IF
           IF WS-REGLA = 0
               ADD 1 TO WS-CONT-SIN-REGLA
               GO TO PROPONER-EMPLEADO-EXIT
           END-IF

           IF WS-TIPO-EMP = "A"
               MOVE EMP-SALARIO-MENS TO WS-ANTERIOR
           ELSE
               MOVE EMP-TARIFA TO WS-ANTERIOR
           END-IF
           IF TA-CLASE(WS-REGLA) = "%"
               COMPUTE WS-NUEVO-CALC ROUNDED = WS-ANTERIOR
                   + WS-ANTERIOR * TA-VALOR(WS-REGLA) / 100
           ELSE
               COMPUTE WS-NUEVO-CALC = WS-ANTERIOR + TA-VALOR(WS-REGLA)
           END-IF
           IF TA-TOPE(WS-REGLA) > 0
                   AND WS-NUEVO-CALC > TA-TOPE(WS-REGLA)
               MOVE TA-TOPE(WS-REGLA) TO WS-NUEVO-CALC
           END-IF
           IF WS-TIPO-EMP = "H" AND WS-NUEVO-CALC > WS-TARIFA-MAX
               MOVE WS-TARIFA-MAX TO WS-NUEVO-CALC
           END-IF
           IF WS-NUEVO-CALC <= WS-ANTERIOR
               ADD 1 TO WS-CONT-EN-TOPE
               GO TO PROPONER-EMPLEADO-EXIT
           END-IF
           MOVE WS-NUEVO-CALC TO WS-NUEVO

           IF WS-TIPO-EMP = "A"
               COMPUTE WS-COSTO-ANUAL =
                   (WS-NUEVO - WS-ANTERIOR) * WS-MESES-ANIO
           ELSE
               COMPUTE WS-COSTO-ANUAL = (WS-NUEVO - WS-ANTERIOR)
                   * EMP-HORAS * WS-SEMANAS-ANIO
           END-IF

           MOVE SPACES TO REG-AUM-PENDIENTE
           MOVE EMP-ID TO AUN-EMP-ID
           MOVE WS-TIPO-EMP TO AUN-TIPO-EMP
           MOVE TA-FECHA-VIG(WS-REGLA) TO AUN-FECHA-VIG
           MOVE EMP-TARIFA TO AUN-TARIFA-ANT
           MOVE EMP-TARIFA TO AUN-TARIFA-NVA
           MOVE EMP-SALARIO-MENS TO AUN-SALARIO-ANT
           MOVE EMP-SALARIO-MENS TO AUN-SALARIO-NVO
           IF WS-TIPO-EMP = "A"
               MOVE WS-NUEVO TO AUN-SALARIO-NVO
           ELSE
               MOVE WS-NUEVO TO AUN-TARIFA-NVA
           END-IF
           MOVE WS-COSTO-ANUAL TO AUN-COSTO-ANUAL
           MOVE WS-OPERADOR TO AUN-PREPARADO
           WRITE REG-AUM-PENDIENTE
           IF FS-AUN NOT = "00"
               DISPLAY "ERROR AL GRABAR aumento_pendiente.txt. FS="
                   FS-AUN
               MOVE "aumento_pendiente.txt" TO WS-ERR-ARCHIVO
               MOVE FS-AUN TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               GO TO PROPONER-EMPLEADO-EXIT
           END-IF

           ADD 1 TO WS-CONT-PROPUESTOS
           ADD WS-COSTO-ANUAL TO WS-TOT-COSTO
           PERFORM ESCRIBIR-LINEA-PROPUESTA.
       PROPONER-EMPLEADO-EXIT.
           EXIT.

       ESCRIBIR-ENCABEZADO-PROPUESTA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-LINEA-PROPUESTA
           STRING "PROPUESTA DE AUMENTO MASIVO - PREPARADA EL "
               WS-FECHA-HOY " POR " WS-OPERADOR
               INTO WS-LINEA-PROPUESTA
           END-STRING
           WRITE REG-AUM-PROPUESTA FROM WS-LINEA-PROPUESTA
           MOVE SPACES TO WS-LINEA-PROPUESTA
           WRITE REG-AUM-PROPUESTA FROM WS-LINEA-PROPUESTA
           MOVE SPACES TO WS-LINEA-PROPUESTA
           STRING "EMP  NOMBRE               DEPTO T VIGENCIA "
               "REGLA        ANTERIOR        NUEVO"
               "    COSTO ANUAL"
               INTO WS-LINEA-PROPUESTA
           END-STRING
           WRITE REG-AUM-PROPUESTA FROM WS-LINEA-PROPUESTA.

       ESCRIBIR-LINEA-PROPUESTA.
           MOVE WS-ANTERIOR TO WS-ED-ANTERIOR
           MOVE WS-NUEVO TO WS-ED-NUEVO
           MOVE WS-COSTO-ANUAL TO WS-ED-COSTO
           MOVE TA-VALOR(WS-REGLA) TO WS-ED-VALOR
           MOVE SPACES TO WS-LINEA-PROPUESTA
           STRING EMP-ID " " EMP-NOMBRE " " EMP-DEPTO "  "
               WS-TIPO-EMP " " TA-FECHA-VIG(WS-REGLA) " "
               TA-CRITERIO(WS-REGLA) " " TA-CLASE(WS-REGLA)
               WS-ED-VALOR " " WS-ED-ANTERIOR " " WS-ED-NUEVO " "
               WS-ED-COSTO
               INTO WS-LINEA-PROPUESTA
           END-STRING
           WRITE REG-AUM-PROPUESTA FROM WS-LINEA-PROPUESTA.

       ESCRIBIR-TOTALES-PROPUESTA.
           MOVE SPACES TO WS-LINEA-PROPUESTA
           WRITE REG-AUM-PROPUESTA FROM WS-LINEA-PROPUESTA
           MOVE SPACES TO WS-LINEA-PROPUESTA
           STRING "EMPLEADOS CON AUMENTO: " WS-CONT-PROPUESTOS
               "  EXCLUIDOS: " WS-CONT-EXCLUIDOS
               "  SIN REGLA: " WS-CONT-SIN-REGLA
               "  YA EN TOPE: " WS-CONT-EN-TOPE
               INTO WS-LINEA-PROPUESTA
           END-STRING
           WRITE REG-AUM-PROPUESTA FROM WS-LINEA-PROPUESTA
           MOVE WS-TOT-COSTO TO WS-ED-TOT-COSTO
           MOVE SPACES TO WS-LINEA-PROPUESTA
           STRING "COSTO ANUAL TOTAL DEL AUMENTO: " WS-ED-TOT-COSTO
               INTO WS-LINEA-PROPUESTA
           END-STRING
           WRITE REG-AUM-PROPUESTA FROM WS-LINEA-PROPUESTA.

      *----------------------------------------------------------------*
      *    REVISAR-PROPUESTA                                           *
      *    Totales del pendiente para el supervisor; aprueba (A) o     *
      *    rechaza (R). En los dos casos el pendiente se descarta para *
      *    que la misma propuesta no se aplique dos veces.             *
      *----------------------------------------------------------------*
       REVISAR-PROPUESTA.
           MOVE 0 TO WS-CONT-PROPUESTOS
           MOVE 0 TO WS-TOT-COSTO
           MOVE SPACES TO WS-OPERADOR
           OPEN INPUT ARCH-AUM-PENDIENTE
           IF FS-AUN NOT = "00"
               DISPLAY "NO HAY PROPUESTA PENDIENTE (aumento_pendiente"
                   ".txt). CORRA PRIMERO EN MODO P."
               MOVE 1 TO RETURN-CODE
               GO TO REVISAR-PROPUESTA-EXIT
           END-IF
           MOVE "N" TO WS-FIN-PENDIENTE
           PERFORM LEER-AUM-PENDIENTE
           PERFORM UNTIL WS-FIN-PENDIENTE = "S"
               ADD 1 TO WS-CONT-PROPUESTOS
               ADD AUN-COSTO-ANUAL TO WS-TOT-COSTO
               MOVE AUN-PREPARADO TO WS-OPERADOR
               PERFORM LEER-AUM-PENDIENTE
           END-PERFORM
           CLOSE ARCH-AUM-PENDIENTE
           IF WS-CONT-PROPUESTOS = 0
               DISPLAY "LA PROPUESTA PENDIENTE ESTA VACIA. NADA QUE "
                   "APROBAR."
               GO TO REVISAR-PROPUESTA-EXIT
           END-IF

           MOVE WS-TOT-COSTO TO WS-ED-TOT-COSTO
           DISPLAY "PROPUESTA PREPARADA POR:  " WS-OPERADOR
           DISPLAY "EMPLEADOS CON AUMENTO:    " WS-CONT-PROPUESTOS
           DISPLAY "COSTO ANUAL DEL AUMENTO:  " WS-ED-TOT-COSTO
           DISPLAY "DETALLE EN aumento_propuesta.txt."
           DISPLAY "-----------------------------------------------"
           DISPLAY "SUPERVISOR QUE REVISA: "
           ACCEPT WS-SUPERVISOR
           DISPLAY "APRUEBA EL AUMENTO? (A = APROBAR, R = RECHAZAR): "
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION

           IF WS-DECISION = "A"
               PERFORM APROBAR-AUMENTO THRU APROBAR-AUMENTO-EXIT
           ELSE
               PERFORM RECHAZAR-AUMENTO
           END-IF.
       REVISAR-PROPUESTA-EXIT.
           EXIT.

       LEER-AUM-PENDIENTE.
           READ ARCH-AUM-PENDIENTE
               AT END MOVE "S" TO WS-FIN-PENDIENTE
           END-READ.

       RECHAZAR-AUMENTO.
           DISPLAY "MOTIVO DEL RECHAZO: "
           ACCEPT WS-MOTIVO
           MOVE WS-SUPERVISOR TO WS-OPERADOR
           MOVE "AUMENTO-RECHAZADO" TO WS-AUD-ACCION
           PERFORM GRABAR-AUDITORIA-TOTAL
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-PENDIENTE
               RETURNING WS-RC-CBL
           DISPLAY "PROPUESTA RECHAZADA Y DESCARTADA.".

      *----------------------------------------------------------------*
      *    APROBAR-AUMENTO                                             *
      *    Con el candado de EMPLEADOS aplica cada linea pendiente:    *
      *    historial con vigencia, maestro y auditoria.                *
      *----------------------------------------------------------------*
       APROBAR-AUMENTO.
           MOVE "EMPLEADOS" TO WS-LOCK-MAESTRO
           MOVE "T" TO WS-LOCK-ACCION
           MOVE WS-SUPERVISOR TO WS-LOCK-USUARIO
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO
           IF WS-LOCK-RESULTADO = "N"
               DISPLAY "EMPLEADOS.IDX " WS-LOCK-INFO
               DISPLAY "INTENTE MAS TARDE."
               MOVE 1 TO RETURN-CODE
               GO TO APROBAR-AUMENTO-EXIT
           END-IF

           OPEN I-O EMP-FILE
           IF FS NOT = "00"
               DISPLAY "ERROR AL ABRIR EMPLEADOS.IDX. FS=" FS
               MOVE "EMPLEADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO
               GO TO APROBAR-AUMENTO-EXIT
           END-IF

           PERFORM CARGAR-CON-HISTORIAL
           OPEN EXTEND ARCH-TARIFAS-HIST
           IF FS-TRH = "35"
               OPEN OUTPUT ARCH-TARIFAS-HIST
           END-IF
           OPEN EXTEND ARCH-AUDITORIA
           IF FS-AUD = "35"
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF

           OPEN INPUT ARCH-AUM-PENDIENTE
           MOVE "N" TO WS-FIN-PENDIENTE
           PERFORM LEER-AUM-PENDIENTE
           PERFORM UNTIL WS-FIN-PENDIENTE = "S"
               PERFORM APLICAR-AUMENTO THRU APLICAR-AUMENTO-EXIT
               PERFORM LEER-AUM-PENDIENTE
           END-PERFORM
           CLOSE ARCH-AUM-PENDIENTE

           CLOSE ARCH-AUDITORIA
           CLOSE ARCH-TARIFAS-HIST
           CLOSE EMP-FILE
           PERFORM LIBERAR-CANDADO

           MOVE WS-SUPERVISOR TO WS-OPERADOR
           MOVE "AUMENTO-APROBADO" TO WS-AUD-ACCION
           PERFORM GRABAR-AUDITORIA-TOTAL
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-PENDIENTE
               RETURNING WS-RC-CBL

           DISPLAY "-----------------------------------------------"
           DISPLAY "AUMENTOS APLICADOS:       " WS-CONT-APLICADOS
           DISPLAY "OMITIDOS:                 " WS-CONT-OMITIDOS
           IF WS-CONT-OMITIDOS > 0
               DISPLAY "LOS OMITIDOS CAMBIARON EN EL MAESTRO DESDE LA "
                   "PROPUESTA; PREPARE UNA NUEVA PARA ELLOS."
           END-IF.
       APROBAR-AUMENTO-EXIT.
           EXIT.

       CARGAR-CON-HISTORIAL.
           MOVE 0 TO WS-CANT-CON-HIST
           MOVE "N" TO WS-FIN-HIST
           OPEN INPUT ARCH-TARIFAS-HIST
           IF FS-TRH = "00"
               PERFORM LEER-TARIFA-HIST
               PERFORM UNTIL WS-FIN-HIST = "S"
                   PERFORM MARCAR-CON-HISTORIAL
                   PERFORM LEER-TARIFA-HIST
               END-PERFORM
               CLOSE ARCH-TARIFAS-HIST
           END-IF.

       LEER-TARIFA-HIST.
           READ ARCH-TARIFAS-HIST
               AT END MOVE "S" TO WS-FIN-HIST
           END-READ.

       MARCAR-CON-HISTORIAL.
           MOVE TRH-EMP-ID TO EMP-ID
           PERFORM BUSCAR-CON-HISTORIAL
           IF WS-TIENE-HIST = "N"
               IF WS-CANT-CON-HIST < 2000
                   ADD 1 TO WS-CANT-CON-HIST
                   MOVE TRH-EMP-ID TO TH-EMP-ID(WS-CANT-CON-HIST)
               ELSE
                   DISPLAY "TABLA DE HISTORIAL DE TARIFAS LLENA."
               END-IF
           END-IF.

       BUSCAR-CON-HISTORIAL.
           MOVE "N" TO WS-TIENE-HIST
           PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                   UNTIL WS-IDX-HIS > WS-CANT-CON-HIST
               IF TH-EMP-ID(WS-IDX-HIS) = EMP-ID
                   MOVE "S" TO WS-TIENE-HIST
                   MOVE WS-CANT-CON-HIST TO WS-IDX-HIS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      *    APLICAR-AUMENTO                                             *
      *    Si la tarifa o el sueldo del maestro ya no son los de la    *
      *    propuesta (otro cambio en el medio) la linea se omite. Sin  *
      *    historial previo se graba primero la linea base con los     *
      *    valores anteriores, igual que el mantenimiento, para que    *
      *    PAYROLL siga pagando lo viejo hasta la vigencia.            *
      *----------------------------------------------------------------*
       APLICAR-AUMENTO.
           MOVE AUN-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "EMPLEADO " AUN-EMP-ID
                       " YA NO EXISTE. SE OMITE."
                   ADD 1 TO WS-CONT-OMITIDOS
                   GO TO APLICAR-AUMENTO-EXIT
           END-READ
           IF EMP-TARIFA NOT = AUN-TARIFA-ANT
                   OR EMP-SALARIO-MENS NOT = AUN-SALARIO-ANT
                   OR NOT EMP-ES-ACTIVO
               DISPLAY "EMPLEADO " EMP-ID " " EMP-NOMBRE
                   " CAMBIO DESDE LA PROPUESTA. SE OMITE."
               ADD 1 TO WS-CONT-OMITIDOS
               GO TO APLICAR-AUMENTO-EXIT
           END-IF

           PERFORM BUSCAR-CON-HISTORIAL
           IF WS-TIENE-HIST = "N"
               MOVE EMP-ID TO TRH-EMP-ID
               IF EMP-FECHA-INGRESO > 0
                   MOVE EMP-FECHA-INGRESO TO TRH-FECHA-DESDE
               ELSE
                   MOVE 00000001 TO TRH-FECHA-DESDE
               END-IF
               MOVE AUN-TARIFA-ANT TO TRH-TARIFA
               MOVE AUN-SALARIO-ANT TO TRH-SALARIO-MENS
               WRITE REG-TARIFA-HIST
               IF WS-CANT-CON-HIST < 2000
                   ADD 1 TO WS-CANT-CON-HIST
                   MOVE EMP-ID TO TH-EMP-ID(WS-CANT-CON-HIST)
               END-IF
           END-IF
           MOVE EMP-ID TO TRH-EMP-ID
           MOVE AUN-FECHA-VIG TO TRH-FECHA-DESDE
           MOVE AUN-TARIFA-NVA TO TRH-TARIFA
           MOVE AUN-SALARIO-NVO TO TRH-SALARIO-MENS
           WRITE REG-TARIFA-HIST
           IF FS-TRH NOT = "00"
               DISPLAY "ERROR AL GRABAR tarifas_hist.txt. FS=" FS-TRH
               MOVE "tarifas_hist.txt" TO WS-ERR-ARCHIVO
               MOVE FS-TRH TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               ADD 1 TO WS-CONT-OMITIDOS
               GO TO APLICAR-AUMENTO-EXIT
           END-IF

           MOVE AUN-TARIFA-NVA TO EMP-TARIFA
           MOVE AUN-SALARIO-NVO TO EMP-SALARIO-MENS
           REWRITE EMP-REG
           IF FS NOT = "00"
               DISPLAY "ERROR AL REESCRIBIR EMPLEADO " EMP-ID
                   ". FS=" FS
               MOVE "EMPLEADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               ADD 1 TO WS-CONT-OMITIDOS
               GO TO APLICAR-AUMENTO-EXIT
           END-IF

           ADD 1 TO WS-CONT-APLICADOS
           DISPLAY "EMPLEADO " EMP-ID " " EMP-NOMBRE
               " TARIFA " AUN-TARIFA-ANT " -> " AUN-TARIFA-NVA
               " SUELDO " AUN-SALARIO-ANT " -> " AUN-SALARIO-NVO
               " DESDE " AUN-FECHA-VIG
           PERFORM GRABAR-AUDITORIA-AUMENTO.
       APLICAR-AUMENTO-EXIT.
           EXIT.

      *    UNA LINEA POR EMPLEADO AUMENTADO; ARCH-AUDITORIA YA ABIERTO.
       GRABAR-AUDITORIA-AUMENTO.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA FROM TIME
           MOVE SPACES TO WS-LINEA-AUD
           STRING
               WS-AUD-FECHA DELIMITED BY SIZE
               " " WS-AUD-HORA DELIMITED BY SIZE
               " USUARIO=" WS-SUPERVISOR DELIMITED BY SIZE
               " ACCION=AUMENTO" DELIMITED BY SIZE
               " EMP-ID=" EMP-ID DELIMITED BY SIZE
               " TARIFA=" AUN-TARIFA-ANT DELIMITED BY SIZE
               "->" AUN-TARIFA-NVA DELIMITED BY SIZE
               " SALARIO=" AUN-SALARIO-ANT DELIMITED BY SIZE
               "->" AUN-SALARIO-NVO DELIMITED BY SIZE
               " VIGENCIA=" AUN-FECHA-VIG DELIMITED BY SIZE
               " PREPARO=" AUN-PREPARADO DELIMITED BY SIZE
               INTO WS-LINEA-AUD
           END-STRING
           WRITE REG-AUDITORIA FROM WS-LINEA-AUD.

       GRABAR-AUDITORIA-TOTAL.
           OPEN EXTEND ARCH-AUDITORIA
           IF FS-AUD = "35"
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA FROM TIME
           MOVE SPACES TO WS-LINEA-AUD
           MOVE 1 TO WS-AUD-PTR
           STRING
               WS-AUD-FECHA DELIMITED BY SIZE
               " " WS-AUD-HORA DELIMITED BY SIZE
               " USUARIO=" WS-OPERADOR DELIMITED BY SIZE
               " ACCION=" WS-AUD-ACCION DELIMITED BY SPACE
               " EMPLEADOS=" WS-CONT-PROPUESTOS DELIMITED BY SIZE
               " COSTO-ANUAL=" WS-TOT-COSTO DELIMITED BY SIZE
               INTO WS-LINEA-AUD
               WITH POINTER WS-AUD-PTR
           END-STRING
           IF WS-AUD-ACCION = "AUMENTO-RECHAZADO"
               STRING " MOTIVO=" WS-MOTIVO DELIMITED BY SIZE
                   INTO WS-LINEA-AUD
                   WITH POINTER WS-AUD-PTR
               END-STRING
           END-IF
           WRITE REG-AUDITORIA FROM WS-LINEA-AUD
           CLOSE ARCH-AUDITORIA.

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
               " PROGRAMA=PAYROLL-RAISE" DELIMITED BY SIZE
               " ARCHIVO=" WS-ERR-ARCHIVO DELIMITED BY SIZE
               " FS=" WS-ERR-FS DELIMITED BY SIZE
               " SIG=" WS-ERR-SIGNIFICADO DELIMITED BY SIZE
               INTO WS-LINEA-ERROR
           END-STRING

           WRITE REG-ERROR FROM WS-LINEA-ERROR
           CLOSE ARCH-ERRORES.

       END PROGRAM PAYROLL-RAISE.
