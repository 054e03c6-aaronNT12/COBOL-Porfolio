      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 15-10-2026 AAR Entrega del recibo: EMP-ENTREGA en el maestro
      *                (P papel, E correo; el alta nace en papel) y
      *                direccion de correo en EMP-CORREO.IDX, con la
      *                opcion 7 del mantenimiento para cambiarlas
      *                (auditada como CAMBIO-ENTREGA).
      * 15-10-2026 AAR El historico pasa a NOMINA-HIST.IDX (clave
      *                periodo + empleado + secuencia, alterna por
      *                empleado); la comparacion de la simulacion lo
      *                recorre en orden de clave.
      * 15-10-2026 AAR Registro de dependientes (dependientes.txt via
      *                DEPENDIENTES-RUTINA): la exencion de la
      *                retencion cuenta los dependientes que dan
      *                derecho a la fecha del periodo (edad tope de
      *                los hijos, discapacidad, alta y baja); sin
      *                lineas en el registro sigue valiendo
      *                EMP-DEPENDIENTES. Opcion 6 del mantenimiento
      *                para alta y baja de dependientes, auditadas en
      *                nomina_audit.txt; el alta del empleado ya no
      *                pide la cantidad.
      * 15-10-2026 AAR Nomina por empresa del grupo: EMP-EMPRESA en el
      *                maestro (en blanco = 01, alta y opcion 5 del
      *                mantenimiento), empresa a correr por pantalla
      *                o en payroll_param.txt (PRM-EMPRESA). Solo se
      *                pagan los empleados de esa empresa, con su
      *                calendario (empresas.txt via EMPRESA-RUTINA);
      *                el pendiente y los reportes de la corrida
      *                llevan el sufijo de la empresa en el nombre
      *                (la 01 conserva los de siempre), la cabecera
      *                del pendiente lleva la empresa y runctl.txt
      *                se controla por empresa y periodo
      *                (RCT-EMPRESA, en blanco = 01).
      * 15-10-2026 AAR Detras de cada detalle del pendiente van las
      *                lineas P con el reparto del empleado por
      *                proyecto (departamento, proyecto, horas, bruto
      *                y aportes de la porcion); PAYROLL-RELEASE las
      *                acumula al aprobar en costo_lab_hist.txt
      *                para el control de presupuesto laboral.
      * 15-10-2026 AAR tarifas_hist.txt lleva tambien el sueldo
      *                mensual (TRH-SALARIO-MENS, 0 = la linea no trae
      *                sueldo) que graban los aumentos masivos de
      *                PAYROLL-RAISE: mientras un aumento de un
      *                asalariado no entra en vigencia se paga el
      *                sueldo de la linea vigente a la fecha del
      *                periodo. Tabla de historial de 200 a 2000.
      * 15-10-2026 AAR Neto minimo protegido: piso legal del neto
      *                (neto_minimo.txt, importe fijo o porcentaje
      *                del bruto) y orden legal de descuento sobre lo
      *                que excede el piso: embargos, retencion,
      *                planes, prestamos y anticipos. Lo que no
      *                alcanza queda como atraso (DED-ATRASO en
      *                deducciones.txt, linea R para la retencion)
      *                y se cobra primero el periodo siguiente.
      *                Reporte neto_minimo_rep.txt de los empleados
      *                que tocaron el piso. Registro pendiente de
      *                220 a 280 con los atrasos para el recibo.
      * 15-10-2026 AAR Comision por ventas: planes por tramos con
      *                porcentaje marginal y tope por periodo
      *                (comision_planes.txt), plan de cada vendedor
      *                (comision_asignacion.txt) y ventas del mes por
      *                empleado (ventas.txt, V = venta, A = anulacion).
      *                Se liquida en el ciclo mensual sobre ventas
      *                menos anulaciones; las anulaciones que superan
      *                las ventas se arrastran al mes siguiente
      *                (comision_arrastre.txt, que regraba
      *                PAYROLL-RELEASE al aprobar). La comision entra
      *                al bruto gravado y el estado de comisiones
      *                (comisiones.txt) detalla ventas y tramos.
      *                Registro pendiente con comision y arrastre.
      * 15-10-2026 AAR Recargos por turno: la tarjeta lleva hora de
      *                inicio y fin del turno (tarjetas.txt pasa de 29
      *                a 37 caracteres) y cada hora se clasifica como
      *                diurna, nocturna, de fin de semana o de
      *                feriado (feriados.txt, el mismo calendario que
      *                lee EX06-BATCH-DRIVER; el feriado prevalece
      *                sobre el fin de semana y este sobre la noche).
      *                recargos_turno.txt da el porcentaje de recargo
      *                de cada clase y la franja nocturna; el recargo
      *                se paga sobre la tarifa vigente del dia, encima
      *                de las horas normales y extra, y entra al
      *                bruto gravado. Horas y recargos por clase
      *                viajan en el detalle pendiente (registro de
      *                180 a 220 caracteres) hacia el recibo y el
      *                historico (nomina_hist.txt de 75 a 111). Una
      *                tarjeta vieja sin horario solo se clasifica
      *                por la fecha; un turno mas corto que las horas
      *                de la tarjeta se rechaza.
      * 02-09-2026 AAR El desglose de interes de la cuota del
      *                recibo sale del plan de amortizacion
      *                (prestamos_amort.txt, interes sobre capital
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS.
           SELECT ARCH-PENDIENTE ASSIGN TO WS-NOMBRE-PENDIENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEN.
           SELECT ARCH-ERRORES ASSIGN TO "errores.log"
           SELECT ARCH-TARJETAS ASSIGN TO "tarjetas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAR.
           SELECT ARCH-RECHAZOS ASSIGN TO WS-NOMBRE-RECHAZOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RCH.
           SELECT ARCH-AMORT ASSIGN TO "prestamos_amort.txt"
           SELECT ARCH-EXENCIONES ASSIGN TO "exenciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXE.
           SELECT ARCH-HISTORICO ASSIGN TO "NOMINA-HIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-EMP-ID WITH DUPLICATES
               FILE STATUS IS FS-HIS.
           SELECT ARCH-DEPARTAMENTOS ASSIGN TO "departamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEP.
           SELECT ARCH-VARIACIONES ASSIGN TO WS-NOMBRE-VARIACIONES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VAR.
           SELECT ARCH-VAR-LIM ASSIGN TO "variacion_lim.txt"
           SELECT ARCH-BONO-CONCEPTOS ASSIGN TO "bono_conceptos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BCO.
           SELECT ARCH-BONOS-RECH ASSIGN TO WS-NOMBRE-BONOS-RECH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BRC.
           SELECT ARCH-CALENDARIO ASSIGN TO WS-NOMBRE-CALENDARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAL.
           SELECT ARCH-ANTICIPOS ASSIGN TO "anticipos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRY.
           SELECT ARCH-REP-PROYECTOS
               ASSIGN TO WS-NOMBRE-REP-PROY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RPY.
           SELECT ARCH-FERIADOS ASSIGN TO "feriados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FER.
           SELECT ARCH-RECARGOS ASSIGN TO "recargos_turno.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RTU.
           SELECT ARCH-COM-PLANES ASSIGN TO "comision_planes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CPL.
           SELECT ARCH-COM-ASIGNA
               ASSIGN TO "comision_asignacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAS.
           SELECT ARCH-VENTAS ASSIGN TO "ventas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VEN.
           SELECT ARCH-COM-ARRASTRE ASSIGN TO "comision_arrastre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAR.
           SELECT ARCH-COMISIONES ASSIGN TO WS-NOMBRE-COMISIONES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COM.
           SELECT ARCH-NETO-MIN ASSIGN TO "neto_minimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NMI.
           SELECT ARCH-REP-PISO ASSIGN TO WS-NOMBRE-REP-PISO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RPI.
           SELECT ARCH-DEPENDIENTES ASSIGN TO WS-NOMBRE-DEPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DPT.
           SELECT ARCH-DEP-TMP ASSIGN TO WS-NOMBRE-DEPEND-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DTM.
           SELECT ARCH-CORREOS ASSIGN TO "EMP-CORREO.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ECO-EMP-ID
               FILE STATUS IS FS-ECO.

       DATA DIVISION.
       FILE SECTION.
           05 EMP-FECHA-INGRESO PIC 9(8).
           05 EMP-VAC-ACUM     PIC 9(3)V99.
           05 EMP-CTA-INTERNA  PIC 9(8).
           05 EMP-EMPRESA      PIC X(2).
           05 EMP-ENTREGA      PIC X(1).
               88 EMP-ENTREGA-PAPEL    VALUE "P" " ".
               88 EMP-ENTREGA-CORREO   VALUE "E".
           05 FILLER           PIC X(7).

      *----------------------------------------------------------------*
      *    CORRIDA PENDIENTE DE APROBACION: "C" CABECERA, "D" DETALLE  *
      *    POSTEE SIN RECALCULAR), "T" COLA CON LOS TOTALES.           *
      *----------------------------------------------------------------*
       FD ARCH-PENDIENTE.
       01 REG-PENDIENTE        PIC X(280).
       01 REG-PEN-CABECERA REDEFINES REG-PENDIENTE.
           05 PEN-C-TIPO       PIC X(1).
           05 PEN-C-FECHA-PER  PIC 9(8).
           05 PEN-C-FECHA-GEN  PIC 9(8).
           05 PEN-C-CICLO      PIC X(1).
           05 PEN-C-EMPRESA    PIC X(2).
           05 FILLER           PIC X(260).
       01 REG-PEN-DETALLE REDEFINES REG-PENDIENTE.
           05 PEN-D-TIPO       PIC X(1).
           05 PEN-D-EMP-ID     PIC 9(4).
           05 PEN-D-BONO-EXENTO PIC 9(7)V99.
           05 PEN-D-PREST-INT  PIC 9(7)V99.
           05 PEN-D-ANTICIPO   PIC 9(7)V99.
           05 PEN-D-HORAS-NOCHE PIC 9(3).
           05 PEN-D-HORAS-FINDE PIC 9(3).
           05 PEN-D-HORAS-FERIADO PIC 9(3).
           05 PEN-D-REC-NOCHE  PIC 9(7)V99.
           05 PEN-D-REC-FINDE  PIC 9(7)V99.
           05 PEN-D-REC-FERIADO PIC 9(7)V99.
           05 PEN-D-COMISION   PIC 9(7)V99.
           05 PEN-D-COM-ARRASTRE PIC 9(9)V99.
           05 PEN-D-PISO       PIC X(1).
           05 PEN-D-RET-ATRASO PIC 9(7)V99.
           05 PEN-D-ATR-RETENCION PIC 9(7)V99.
           05 PEN-D-ATR-EMBARGO PIC 9(7)V99.
           05 PEN-D-ATR-PLAN   PIC 9(7)V99.
           05 PEN-D-ATR-PRESTAMO PIC 9(7)V99.
           05 PEN-D-ATR-ANTICIPO PIC 9(7)V99.
           05 FILLER           PIC X(7).
       01 REG-PEN-PROYECTO REDEFINES REG-PENDIENTE.
           05 PEN-P-TIPO       PIC X(1).
           05 PEN-P-EMP-ID     PIC 9(4).
           05 PEN-P-DEPTO      PIC X(4).
           05 PEN-P-PROYECTO   PIC X(4).
           05 PEN-P-HORAS      PIC 9(4).
           05 PEN-P-BRUTO      PIC 9(7)V99.
           05 PEN-P-APORTES    PIC 9(7)V99.
           05 FILLER           PIC X(245).
       01 REG-PEN-COLA REDEFINES REG-PENDIENTE.
           05 PEN-T-TIPO       PIC X(1).
           05 PEN-T-BRUTO      PIC 9(11)V99.
           05 PEN-T-RETENCION  PIC 9(11)V99.
           05 PEN-T-NETO       PIC 9(11)V99.
           05 PEN-T-APORTES    PIC 9(11)V99.
           05 FILLER           PIC X(227).

       FD ARCH-ERRORES.
       01 REG-ERROR            PIC X(140).
               88 TAR-ESTA-APROBADA VALUE "S".
           05 TAR-SUPERVISOR   PIC X(10).
           05 TAR-PROYECTO     PIC X(4).
           05 TAR-HORA-INICIO  PIC 9(4).
           05 TAR-HORA-FIN     PIC 9(4).

       FD ARCH-RECHAZOS.
       01 REG-RECHAZO          PIC X(80).
               88 DED-ES-PRESTAMO  VALUE "P".
               88 DED-ES-EMBARGO   VALUE "E".
               88 DED-ES-PLAN      VALUE "C".
               88 DED-ES-RETENCION VALUE "R".
           05 DED-CLASE        PIC X(1).
               88 DED-IMPORTE-FIJO VALUE "F".
               88 DED-PORCENTAJE   VALUE "%".
           05 DED-TASA         PIC 9(2)V99.
           05 DED-PLAZO        PIC 9(3).
           05 FILLER           PIC X(3).
      *    CUOTAS QUE EL NETO MINIMO NO DEJO DESCONTAR: SE COBRAN
      *    PRIMERO EL PERIODO SIGUIENTE. LA LINEA "R" SOLO LLEVA
      *    RETENCION NO PRACTICADA.
           05 DED-ATRASO       PIC 9(7)V99.

       FD ARCH-AMORT.
       01 REG-AMORT.

       FD ARCH-HISTORICO.
       01 REG-HISTORICO.
           05 HIS-CLAVE.
               10 HIS-FECHA-PERIODO PIC 9(8).
               10 HIS-EMP-ID        PIC 9(4).
               10 HIS-SECUENCIA     PIC 9(2).
           05 HIS-NOMBRE        PIC X(20).
           05 HIS-HORAS-NORM    PIC 9(3).
           05 HIS-HORAS-EXTRA   PIC 9(3).
           05 HIS-ESTADO        PIC X(1).
               88 HIS-PAGADO        VALUE "P".
               88 HIS-REVERTIDO     VALUE "R".
           05 HIS-HORAS-NOCHE   PIC 9(3).
           05 HIS-HORAS-FINDE   PIC 9(3).
           05 HIS-HORAS-FERIADO PIC 9(3).
           05 HIS-REC-NOCHE     PIC 9(7)V99.
           05 HIS-REC-FINDE     PIC 9(7)V99.
           05 HIS-REC-FERIADO   PIC 9(7)V99.

       FD ARCH-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
           05 RCT-FECHA        PIC 9(8).
           05 RCT-ESTADO       PIC X(10).
           05 RCT-FECHA-CORRIDA PIC 9(8).
           05 RCT-EMPRESA      PIC X(2).

       FD ARCH-PARAM.
       01 REG-PARAM.
           05 PRM-MODO         PIC X(1).
           05 PRM-FECHA        PIC 9(8).
           05 PRM-CICLO        PIC X(1).
           05 PRM-EMPRESA      PIC X(2).

      *----------------------------------------------------------------*
      *    BONOS DEL PERIODO Y SU CATALOGO DE CONCEPTOS: EL CONCEPTO   *
           05 TRH-EMP-ID       PIC 9(4).
           05 TRH-FECHA-DESDE  PIC 9(8).
           05 TRH-TARIFA       PIC 9(4)V99.
           05 TRH-SALARIO-MENS PIC 9(7)V99.

      *----------------------------------------------------------------*
      *    TABLA DE APORTES PATRONALES: LO QUE LA EMPRESA PAGA ENCIMA  *
               88 AUS-ENFERMEDAD   VALUE "E".
               88 AUS-SIN-GOCE     VALUE "S".

      *----------------------------------------------------------------*
      *    CALENDARIO DE FERIADOS (EL MISMO DE EX06-BATCH-DRIVER) Y    *
      *    RECARGOS POR CLASE DE HORA: N = NOCTURNA (CON SU FRANJA     *
      *    HHMM DESDE/HASTA), S = SABADO O DOMINGO, F = FERIADO. EL    *
      *    PORCENTAJE SE PAGA ENCIMA DE LA TARIFA DEL DIA.             *
      *----------------------------------------------------------------*
       FD ARCH-FERIADOS.
       01 REG-FERIADO.
           05 FER-FECHA        PIC 9(8).

       FD ARCH-RECARGOS.
       01 REG-RECARGO.
           05 RTU-CLASE        PIC X(1).
               88 RTU-ES-NOCHE     VALUE "N".
               88 RTU-ES-FINDE     VALUE "S".
               88 RTU-ES-FERIADO   VALUE "F".
           05 RTU-PORC         PIC 9(3)V99.
           05 RTU-DESDE        PIC 9(4).
           05 RTU-HASTA        PIC 9(4).

      *----------------------------------------------------------------*
      *    COMISION POR VENTAS: TRAMOS DE CADA PLAN (EN ORDEN, CON EL  *
      *    PORCENTAJE MARGINAL SOBRE LA PORCION QUE CAE EN EL TRAMO,   *
      *    COMO tramos.txt) Y TOPE DE COMISION DEL PLAN POR PERIODO    *
      *    (CERO = SIN TOPE); PLAN DE CADA VENDEDOR; VENTAS DEL MES Y  *
      *    ANULACIONES AUN NO COMPENSADAS DE MESES ANTERIORES.         *
      *----------------------------------------------------------------*
       FD ARCH-COM-PLANES.
       01 REG-COM-PLAN.
           05 CPL-PLAN         PIC X(4).
           05 CPL-HASTA        PIC 9(9)V99.
           05 CPL-PORC         PIC 9(2)V99.
           05 CPL-TOPE         PIC 9(7)V99.

       FD ARCH-COM-ASIGNA.
       01 REG-COM-ASIGNA.
           05 CAS-EMP-ID       PIC 9(4).
           05 CAS-PLAN         PIC X(4).

       FD ARCH-VENTAS.
       01 REG-VENTA.
           05 VEN-EMP-ID       PIC 9(4).
           05 VEN-FECHA        PIC 9(8).
           05 VEN-COMPROBANTE  PIC X(10).
           05 VEN-TIPO         PIC X(1).
               88 VEN-ES-VENTA     VALUE "V".
               88 VEN-ES-ANULACION VALUE "A".
           05 VEN-IMPORTE      PIC 9(9)V99.
           05 VEN-CLIENTE      PIC X(20).

       FD ARCH-COM-ARRASTRE.
       01 REG-COM-ARRASTRE.
           05 CAR-EMP-ID       PIC 9(4).
           05 CAR-ANULADO      PIC 9(9)V99.

       FD ARCH-COMISIONES.
       01 REG-COMISION         PIC X(80).

      *----------------------------------------------------------------*
      *    NETO MINIMO LEGAL: UN SOLO REGISTRO, IMPORTE FIJO ("F") O   *
      *    PORCENTAJE DEL BRUTO ("%"). SIN ARCHIVO NO HAY PISO.        *
      *----------------------------------------------------------------*
       FD ARCH-NETO-MIN.
       01 REG-NETO-MIN.
           05 NMI-CLASE        PIC X(1).
               88 NMI-IMPORTE-FIJO VALUE "F".
               88 NMI-PORCENTAJE   VALUE "%".
           05 NMI-VALOR        PIC 9(7)V99.

       FD ARCH-REP-PISO.
       01 REG-REP-PISO         PIC X(132).

       FD ARCH-DEPENDIENTES.
       01 REG-DEPENDIENTE.
           05 DPT-EMP-ID       PIC 9(4).
           05 DPT-NOMBRE       PIC X(30).
           05 DPT-PARENTESCO   PIC X(1).
           05 DPT-FECHA-NAC    PIC 9(8).
           05 DPT-DISCAPACIDAD PIC X(1).
           05 DPT-DOCUMENTO    PIC X(12).
           05 DPT-FECHA-ALTA   PIC 9(8).
           05 DPT-FECHA-BAJA   PIC 9(8).

       FD ARCH-DEP-TMP.
       01 REG-DEP-TMP          PIC X(72).

      *----------------------------------------------------------------*
      *    DIRECCION DE CORREO DEL EMPLEADO PARA EL RECIBO ELECTRONICO *
      *    (LA PREFERENCIA DE ENTREGA ESTA EN EMP-ENTREGA).            *
      *----------------------------------------------------------------*
       FD ARCH-CORREOS.
       01 REG-CORREO.
           05 ECO-EMP-ID       PIC 9(4).
           05 ECO-CORREO       PIC X(60).
           05 ECO-FECHA-ACT    PIC 9(8).
           05 FILLER           PIC X(8).

       WORKING-STORAGE SECTION.
       01 FS-PEN               PIC XX.
       01 FS                   PIC XX.
       01 WS-JOB-RUNCTL        PIC X(12) VALUE "NOMINA".
       01 WS-DIAS-VENTANA      PIC 9(2) VALUE 6.

      *    EMPRESA (RAZON SOCIAL) QUE SE CORRE Y SUS DATOS SEGUN
      *    EMPRESA-RUTINA; LOS ARCHIVOS DE SALIDA LLEVAN SU SUFIJO.
       01 WS-EMPRESA           PIC X(2) VALUE "01".
       01 WS-EMPRESA-EMP       PIC X(2).
       01 WS-NVA-EMPRESA       PIC X(2).
       01 WS-EMP-DATOS.
           05 WS-EMP-NOMBRE    PIC X(30).
           05 WS-EMP-ID-FISCAL PIC X(12).
           05 WS-EMP-BANCO     PIC 9(3).
           05 WS-EMP-CUENTA    PIC X(12).
           05 WS-EMP-CALENDARIO PIC X(20).
           05 WS-EMP-SUFIJO    PIC X(3).
       01 WS-EMP-RC            PIC X(2).
       01 WS-NOMBRE-PENDIENTE  PIC X(40)
               VALUE "nomina_pendiente.txt".
       01 WS-NOMBRE-RECHAZOS   PIC X(40)
               VALUE "tarjetas_rechazos.txt".
       01 WS-NOMBRE-VARIACIONES PIC X(40)
               VALUE "variaciones.txt".
       01 WS-NOMBRE-CALENDARIO PIC X(40)
               VALUE "calendario_nomina.txt".
       01 WS-NOMBRE-REP-PROY   PIC X(40)
               VALUE "reporte_proyectos.txt".
       01 WS-NOMBRE-BONOS-RECH PIC X(40)
               VALUE "bonos_rechazos.txt".
       01 WS-NOMBRE-COMISIONES PIC X(40)
               VALUE "comisiones.txt".
       01 WS-NOMBRE-REP-PISO   PIC X(40)
               VALUE "neto_minimo_rep.txt".

       01 FS-CAL               PIC XX.
       01 WS-FIN-CALENDARIO    PIC X VALUE "N".
       01 WS-HAY-CALENDARIO    PIC X VALUE "N".
       01 WS-NVO-TARIFA        PIC 9(4)V99.
       01 WS-NVO-DEPEND        PIC 9(2).

      *    REGISTRO DE DEPENDIENTES (DEPENDIENTES-RUTINA): LA EXENCION
      *    SE CUENTA CON LOS DEPENDIENTES QUE DAN DERECHO AL PERIODO;
      *    SIN LINEAS EN EL REGISTRO SE USA EMP-DEPENDIENTES.
       01 WS-NOMBRE-DEPEND     PIC X(40) VALUE "dependientes.txt".
       01 WS-NOMBRE-DEPEND-TMP PIC X(40) VALUE "dependientes.tmp".
       01 WS-RC-CBL            PIC 9(8) COMP-5 VALUE 0.
       01 FS-DPT               PIC XX.
       01 FS-DTM               PIC XX.
       01 WS-FIN-DEPEND        PIC X VALUE "N".
       01 WS-DEP-FUNCION       PIC X(1).
       01 WS-DEP-EMP-ID        PIC 9(4).
       01 WS-DEP-DESDE         PIC 9(8).
       01 WS-DEP-HASTA         PIC 9(8).
       01 WS-DEP-DATOS.
           05 WS-DEP-HAY-REGISTRO PIC X(1).
           05 WS-DEP-CANTIDAD  PIC 9(2).
           05 WS-DEP-TOTAL     PIC 9(2).
           05 WS-DEP-ENT OCCURS 20 TIMES.
               10 WD-NOMBRE       PIC X(30).
               10 WD-PARENTESCO   PIC X(1).
               10 WD-FECHA-NAC    PIC 9(8).
               10 WD-DISCAPACIDAD PIC X(1).
               10 WD-DOCUMENTO    PIC X(12).
               10 WD-FECHA-BAJA   PIC 9(8).
               10 WD-ELEGIBLE     PIC X(1).
       01 WS-DEP-RC            PIC X(2).
       01 WS-DEP-EXENTOS       PIC 9(2) VALUE 0.
       01 WS-IDX-DEPN          PIC 9(2) VALUE 0.
       01 WS-DEP-OPCION        PIC X(1).
       01 WS-DEP-HOY           PIC 9(8).
       01 WS-DEP-ANTERIOR      PIC 9(2).
       01 WS-DEP-DADOS-BAJA    PIC 9(2) VALUE 0.
       01 WS-NDP-NOMBRE        PIC X(30).
       01 WS-NDP-PARENTESCO    PIC X(1).
       01 WS-NDP-FECHA-NAC     PIC 9(8).
       01 WS-NDP-DISCAPACIDAD  PIC X(1).
       01 WS-NDP-DOCUMENTO     PIC X(12).

      *    ENTREGA DEL RECIBO (OPCION 7 DEL MANTENIMIENTO).
       01 FS-ECO               PIC XX.
       01 WS-NVA-ENTREGA       PIC X(1).
       01 WS-ENTREGA-ANT       PIC X(1).
       01 WS-NVO-CORREO        PIC X(60).
       01 WS-CORREO-ANT        PIC X(60).
       01 WS-CORREO-HALLADO    PIC X VALUE "N".
       01 WS-CORREO-VALIDO     PIC X VALUE "N".
       01 WS-CORREO-USUARIO    PIC X(60).
       01 WS-CORREO-DOMINIO    PIC X(60).
       01 WS-CORREO-ARROBAS    PIC 9(2) VALUE 0.
       01 WS-CORREO-PUNTOS     PIC 9(2) VALUE 0.
       01 WS-CORREO-BLANCOS    PIC 9(2) VALUE 0.

       01 FS-TAR               PIC XX.
       01 FS-RCH               PIC XX.
       01 WS-FIN-TARJETAS      PIC X VALUE "N".
               10 TT-EMP-ID    PIC 9(4).
               10 TT-HORAS     PIC 9(3).
               10 TT-IMPORTE   PIC 9(7)V99.
               10 TT-HORAS-NOCHE   PIC 9(3).
               10 TT-HORAS-FINDE   PIC 9(3).
               10 TT-HORAS-FERIADO PIC 9(3).
               10 TT-REC-NOCHE     PIC 9(7)V99.
               10 TT-REC-FINDE     PIC 9(7)V99.
               10 TT-REC-FERIADO   PIC 9(7)V99.
       01 WS-CANT-TARJETAS     PIC 9(4) VALUE 0.
       01 WS-MAX-HORAS-DIA     PIC 9(2) VALUE 24.

       01 FS-FER               PIC XX.
       01 FS-RTU               PIC XX.
       01 WS-FIN-FERIADOS      PIC X VALUE "N".
       01 WS-FIN-RECARGOS      PIC X VALUE "N".
       01 WS-TABLA-FERIADOS.
           05 WS-FER-ENT OCCURS 50 TIMES PIC 9(8).
       01 WS-CANT-FERIADOS     PIC 9(2) VALUE 0.
       01 WS-IDX-FER           PIC 9(2) VALUE 0.
       01 WS-PORC-NOCHE        PIC 9(3)V99 VALUE 0.
       01 WS-PORC-FINDE        PIC 9(3)V99 VALUE 0.
       01 WS-PORC-FERIADO      PIC 9(3)V99 VALUE 0.
       01 WS-NOCHE-DESDE       PIC 9(4) VALUE 2200.
       01 WS-NOCHE-HASTA       PIC 9(4) VALUE 0600.
       01 WS-HHMM              PIC 9(4) VALUE 0.
       01 WS-HHMM-R REDEFINES WS-HHMM.
           05 WS-HHMM-HH       PIC 9(2).
           05 WS-HHMM-MM       PIC 9(2).
       01 WS-HAY-TURNO         PIC X VALUE "N".
       01 WS-TURNO-VALIDO      PIC X VALUE "S".
       01 WS-MIN-INICIO        PIC 9(4) VALUE 0.
       01 WS-MIN-FIN           PIC 9(4) VALUE 0.
       01 WS-MIN-TURNO         PIC 9(4) VALUE 0.
       01 WS-MIN-HORA          PIC 9(4) VALUE 0.
       01 WS-MIN-NOCHE-DESDE   PIC 9(4) VALUE 0.
       01 WS-MIN-NOCHE-HASTA   PIC 9(4) VALUE 0.
       01 WS-IDX-HORA          PIC 9(2) VALUE 0.
       01 WS-ES-NOCHE          PIC X VALUE "N".
       01 WS-TIPO-DIA          PIC X VALUE "H".
       01 WS-TIPO-DIA-HOY      PIC X VALUE "H".
       01 WS-TIPO-DIA-SIG      PIC X VALUE "H".
       01 WS-FECHA-DIA         PIC 9(8) VALUE 0.
       01 WS-FECHA-SIG         PIC 9(8) VALUE 0.
       01 WS-FECHA-SIG-R REDEFINES WS-FECHA-SIG.
           05 WS-FSG-ANIO      PIC 9(4).
           05 WS-FSG-MES       PIC 9(2).
           05 WS-FSG-DIA       PIC 9(2).
       01 WS-FEC-BASE-LUNES    PIC 9(8) VALUE 19000101.
       01 WS-DIA-SEMANA        PIC 9(1) VALUE 0.
       01 WS-TAR-HORAS-NOCHE   PIC 9(2) VALUE 0.
       01 WS-TAR-HORAS-FINDE   PIC 9(2) VALUE 0.
       01 WS-TAR-HORAS-FERIADO PIC 9(2) VALUE 0.
       01 WS-TAR-REC-NOCHE     PIC 9(7)V99 VALUE 0.
       01 WS-TAR-REC-FINDE     PIC 9(7)V99 VALUE 0.
       01 WS-TAR-REC-FERIADO   PIC 9(7)V99 VALUE 0.
       01 WS-HORAS-NOCHE       PIC 9(3) VALUE 0.
       01 WS-HORAS-FINDE       PIC 9(3) VALUE 0.
       01 WS-HORAS-FERIADO     PIC 9(3) VALUE 0.
       01 WS-REC-NOCHE         PIC 9(7)V99 VALUE 0.
       01 WS-REC-FINDE         PIC 9(7)V99 VALUE 0.
       01 WS-REC-FERIADO       PIC 9(7)V99 VALUE 0.
       01 WS-RECARGO-TOTAL     PIC 9(7)V99 VALUE 0.

       01 FS-CPL               PIC XX.
       01 FS-CAS               PIC XX.
       01 FS-VEN               PIC XX.
       01 FS-CAR               PIC XX.
       01 FS-COM               PIC XX.
       01 WS-FIN-COM-ARCH      PIC X VALUE "N".
       01 WS-HAY-COMISIONES    PIC X VALUE "N".
       01 WS-TABLA-CPLANES.
           05 WS-CPL-ENT OCCURS 100 TIMES.
               10 CP-PLAN      PIC X(4).
               10 CP-HASTA     PIC 9(9)V99.
               10 CP-PORC      PIC 9(2)V99.
               10 CP-TOPE      PIC 9(7)V99.
       01 WS-CANT-CPLANES      PIC 9(3) VALUE 0.
       01 WS-IDX-CPL           PIC 9(3) VALUE 0.
       01 WS-TABLA-CASIGNA.
           05 WS-CAS-ENT OCCURS 500 TIMES.
               10 CA-EMP-ID    PIC 9(4).
               10 CA-PLAN      PIC X(4).
       01 WS-CANT-CASIGNA      PIC 9(3) VALUE 0.
       01 WS-IDX-CAS           PIC 9(3) VALUE 0.
       01 WS-TABLA-VENTAS.
           05 WS-VEN-ENT OCCURS 1000 TIMES.
               10 TV-EMP-ID    PIC 9(4).
               10 TV-FECHA     PIC 9(8).
               10 TV-COMPROBANTE PIC X(10).
               10 TV-TIPO      PIC X(1).
               10 TV-IMPORTE   PIC 9(9)V99.
               10 TV-CLIENTE   PIC X(20).
               10 TV-LIQUIDADA PIC X(1).
       01 WS-CANT-VENTAS       PIC 9(4) VALUE 0.
       01 WS-IDX-VEN           PIC 9(4) VALUE 0.
       01 WS-CONT-VEN-SIN-LIQ  PIC 9(4) VALUE 0.
       01 WS-TABLA-CARRASTRE.
           05 WS-CAR-ENT OCCURS 500 TIMES.
               10 CR-EMP-ID    PIC 9(4).
               10 CR-ANULADO   PIC 9(9)V99.
       01 WS-CANT-CARRASTRE    PIC 9(3) VALUE 0.
       01 WS-IDX-CAR           PIC 9(3) VALUE 0.
       01 WS-COM-PLAN          PIC X(4) VALUE SPACES.
       01 WS-COM-TIENE-VENTAS  PIC X VALUE "N".
       01 WS-COM-VENTAS        PIC 9(9)V99 VALUE 0.
       01 WS-COM-ANULADAS      PIC 9(9)V99 VALUE 0.
       01 WS-COM-ARRASTRE-ANT  PIC 9(9)V99 VALUE 0.
       01 WS-COM-ARRASTRE-NVO  PIC 9(9)V99 VALUE 0.
       01 WS-COM-BASE          PIC 9(9)V99 VALUE 0.
       01 WS-COM-DESDE         PIC 9(9)V99 VALUE 0.
       01 WS-COM-PORCION       PIC 9(9)V99 VALUE 0.
       01 WS-COM-IMP-TRAMO     PIC 9(7)V99 VALUE 0.
       01 WS-COM-ULT-PORC      PIC 9(2)V99 VALUE 0.
       01 WS-COM-TOPE          PIC 9(7)V99 VALUE 0.
       01 WS-COMISION-EMP      PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-COMISIONES  PIC 9(9)V99 VALUE 0.
       01 WS-LINEA-COMISION    PIC X(80).
       01 WS-ED-COM-VENTA      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-COM-IMPORTE    PIC Z,ZZZ,ZZ9.99.
       01 WS-ED-COM-PORC       PIC Z9.99.

       01 FS-TRF               PIC XX.
       01 WS-FIN-TARIFAS       PIC X VALUE "N".
       01 WS-TABLA-TARIFAS.
           05 WS-TRF-ENT OCCURS 2000 TIMES.
               10 TF-EMP-ID    PIC 9(4).
               10 TF-FECHA     PIC 9(8).
               10 TF-TARIFA    PIC 9(4)V99.
               10 TF-SALARIO   PIC 9(7)V99.
       01 WS-CANT-TARIFAS-H    PIC 9(4) VALUE 0.
       01 WS-HAY-HIST-PREVIO   PIC X VALUE "N".
       01 WS-FIN-HPREV         PIC X VALUE "N".
       01 WS-IDX-TRF           PIC 9(4) VALUE 0.
       01 WS-SUELDO-MENS       PIC 9(7)V99 VALUE 0.
       01 WS-SUELDO-VIGENTE    PIC 9(7)V99 VALUE 0.
       01 WS-FECHA-SUELDO      PIC 9(8) VALUE 0.
       01 WS-HAY-SUELDO-FUTURO PIC X VALUE "N".
       01 WS-TARIFA-DIA        PIC 9(4)V99 VALUE 0.
       01 WS-FECHA-VIGENTE     PIC 9(8) VALUE 0.
       01 WS-IMPORTE-PERIODO   PIC 9(7)V99 VALUE 0.
               10 TD-SALDO     PIC 9(7)V99.
               10 TD-TASA      PIC 9(2)V99.
               10 TD-PLAZO     PIC 9(3).
               10 TD-ATRASO    PIC 9(7)V99.
       01 WS-CANT-DEDUCCIONES  PIC 9(3) VALUE 0.
       01 WS-DED-DESBORDE      PIC X VALUE "N".
       01 WS-IDX-DED           PIC 9(3) VALUE 0.
       01 WS-DED-EMP-PREST-INT PIC 9(7)V99 VALUE 0.
       01 WS-PREST-INT-PARTE   PIC 9(7)V99 VALUE 0.

       01 FS-NMI               PIC XX.
       01 FS-RPI               PIC XX.
       01 WS-NMI-CLASE         PIC X VALUE SPACE.
       01 WS-NMI-VALOR         PIC 9(7)V99 VALUE 0.
       01 WS-NETO-MINIMO       PIC 9(7)V99 VALUE 0.
       01 WS-DED-RESTO         PIC 9(7)V99 VALUE 0.
       01 WS-DED-DEBIDO        PIC 9(7)V99 VALUE 0.
       01 WS-RET-CALCULADA     PIC 9(7)V99 VALUE 0.
       01 WS-RET-ATRASO-ANT    PIC 9(7)V99 VALUE 0.
       01 WS-RET-ATRASO-COBRADO PIC 9(7)V99 VALUE 0.
       01 WS-ATR-RETENCION     PIC 9(7)V99 VALUE 0.
       01 WS-ATR-EMBARGO       PIC 9(7)V99 VALUE 0.
       01 WS-ATR-PLAN          PIC 9(7)V99 VALUE 0.
       01 WS-ATR-PRESTAMO      PIC 9(7)V99 VALUE 0.
       01 WS-ATR-ANTICIPO      PIC 9(7)V99 VALUE 0.
       01 WS-PISO-ALCANZADO    PIC X VALUE "N".
       01 WS-CONT-PISO         PIC 9(5) VALUE 0.
       01 WS-LINEA-PISO        PIC X(132).

       01 WS-HORAS-NORMALES    PIC 9(3) VALUE 0.
       01 WS-HORAS-EXTRA       PIC 9(3) VALUE 0.
       01 WS-TARIFA-EXTRA      PIC 9(4)V99 VALUE 0.
                   DISPLAY "*** MODO SIMULACION: NO SE ACTUALIZA ",
                       "NADA ***"
               END-IF
               PERFORM PEDIR-EMPRESA
               PERFORM PEDIR-CICLO
               PERFORM PEDIR-PERIODO
               PERFORM REVISAR-RUN-CONTROL

           STOP RUN.

      *----------------------------------------------------------------*
      *    PEDIR-EMPRESA                                               *
      *    Cada corrida paga a los empleados de una sola empresa del   *
      *    grupo (EMP-EMPRESA, en blanco = 01). La empresa trae su     *
      *    calendario y el sufijo de sus archivos de salida; la 01     *
      *    conserva los nombres de siempre.                            *
      *----------------------------------------------------------------*
       PEDIR-EMPRESA.
           IF WS-HAY-PARAM = "N"
               DISPLAY "EMPRESA (2 CARACTERES, EN BLANCO = 01): "
               ACCEPT WS-EMPRESA
               MOVE FUNCTION UPPER-CASE(WS-EMPRESA) TO WS-EMPRESA
           END-IF
           CALL "EMPRESA-RUTINA" USING WS-EMPRESA WS-EMP-DATOS
               WS-EMP-RC
           IF WS-EMP-RC = "23"
               DISPLAY "LA EMPRESA " WS-EMPRESA " NO FIGURA EN "
                   "empresas.txt. SE ABORTA."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "EMPRESA: " WS-EMPRESA " " WS-EMP-NOMBRE
           PERFORM ARMAR-NOMBRES-EMPRESA.

       ARMAR-NOMBRES-EMPRESA.
           MOVE WS-EMP-CALENDARIO TO WS-NOMBRE-CALENDARIO
           MOVE SPACES TO WS-NOMBRE-PENDIENTE
           STRING "nomina_pendiente" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-PENDIENTE
           END-STRING
           MOVE SPACES TO WS-NOMBRE-RECHAZOS
           STRING "tarjetas_rechazos" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-RECHAZOS
           END-STRING
           MOVE SPACES TO WS-NOMBRE-VARIACIONES
           STRING "variaciones" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-VARIACIONES
           END-STRING
           MOVE SPACES TO WS-NOMBRE-REP-PROY
           STRING "reporte_proyectos" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-REP-PROY
           END-STRING
           MOVE SPACES TO WS-NOMBRE-BONOS-RECH
           STRING "bonos_rechazos" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-BONOS-RECH
           END-STRING
           MOVE SPACES TO WS-NOMBRE-COMISIONES
           STRING "comisiones" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-COMISIONES
           END-STRING
           MOVE SPACES TO WS-NOMBRE-REP-PISO
           STRING "neto_minimo_rep" DELIMITED BY SIZE
               WS-EMP-SUFIJO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOMBRE-REP-PISO
           END-STRING.

      *----------------------------------------------------------------*
      *    PEDIR-CICLO                                                 *
      *    Ciclo de pago de la corrida: S paga a los por hora con sus  *
               PERFORM UNTIL WS-FIN-RUNCTL = "S"
                   IF RCT-JOB = WS-JOB-RUNCTL
                           AND RCT-FECHA = WS-FECHA-CANDIDATA
                           AND RCT-EMPRESA = WS-EMPRESA
                       IF RCT-ESTADO = "POSTEADA"
                           MOVE "S" TO WS-CAND-POSTEADA
                       ELSE
                   PERFORM UNTIL WS-FIN-RUNCTL = "S"
                       IF RCT-JOB = WS-JOB-RUNCTL
                               AND RCT-FECHA = WS-FECHA-PERIODO
                               AND RCT-EMPRESA = WS-EMPRESA
                           IF RCT-ESTADO = "POSTEADA"
                               MOVE "S" TO WS-PERIODO-POSTEADO
                           ELSE
               END-IF
           END-IF.

      *    UNA LINEA SIN EMPRESA ES DE ANTES DEL GRUPO: ES LA 01.
       LEER-RUNCTL.
           READ ARCH-RUNCTL
               AT END
                   MOVE "S" TO WS-FIN-RUNCTL
               NOT AT END
                   IF RCT-EMPRESA = SPACES
                       MOVE "01" TO RCT-EMPRESA
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
                       MOVE PRM-FECHA TO WS-FECHA-PERIODO
                       MOVE FUNCTION UPPER-CASE(PRM-CICLO)
                           TO WS-CICLO
                       MOVE FUNCTION UPPER-CASE(PRM-EMPRESA)
                           TO WS-EMPRESA
                       DISPLAY "PARAMETROS DE payroll_param.txt: "
                           "MODO=" WS-MODO " FECHA=" WS-FECHA-PERIODO
                           " CICLO=" WS-CICLO " EMPRESA=" WS-EMPRESA
               END-READ
               CLOSE ARCH-PARAM
           END-IF.
           PERFORM CARGAR-PROYECTOS
           PERFORM CARGAR-CONCEPTOS-BONO
           PERFORM CARGAR-BONOS
           PERFORM CARGAR-FERIADOS
           PERFORM CARGAR-RECARGOS
           PERFORM CARGAR-TARJETAS THRU CARGAR-TARJETAS-EXIT
           IF FS-TAR NOT = "00"
               CLOSE ARCH-RECHAZOS
           PERFORM CARGAR-ANTIGUEDAD
           PERFORM CARGAR-APORTES
           PERFORM CARGAR-ANTICIPOS
           PERFORM CARGAR-COMISIONES
           PERFORM CARGAR-NETO-MINIMO

           IF WS-SIMULACION = "N"
               OPEN OUTPUT ARCH-PENDIENTE
               PERFORM ESCRIBIR-CABECERA-PENDIENTE
               PERFORM ABRIR-REPORTE-PISO
           ELSE
               PERFORM CARGAR-PERIODO-ANTERIOR
               PERFORM CARGAR-LIMITE-VARIACION
                       MOVE "S" TO FIN
                   NOT AT END
                       IF EMP-ES-ACTIVO
                           PERFORM SELECCIONAR-POR-EMPRESA
                       END-IF
               END-READ
           END-PERFORM

           PERFORM ESCRIBIR-RESUMEN-DEPARTAMENTOS
           PERFORM ESCRIBIR-RESUMEN-PROYECTOS
           PERFORM CERRAR-ESTADO-COMISIONES
           PERFORM CERRAR-REPORTE-PISO
           IF WS-SIMULACION = "N"
               PERFORM ESCRIBIR-COLA-PENDIENTE
               CLOSE ARCH-PENDIENTE
               CLOSE ARCH-VARIACIONES
               DISPLAY "EMPLEADOS FUERA DEL LIMITE DE VARIACION: "
                   WS-CONT-VARIACIONES
               DISPLAY "REPORTE DE VARIACIONES: "
                   WS-NOMBRE-VARIACIONES
           END-IF
           CLOSE EMP-FILE
           CLOSE ARCH-RECHAZOS
           IF WS-SIMULACION = "N"
               DISPLAY "CORRIDA EN ESTADO PENDIENTE DE APROBACION."
               DISPLAY "REVISAR Y LIBERAR CON PAYROLL-RELEASE "
                   "(" WS-NOMBRE-PENDIENTE ")."
           END-IF.
       EJECUTAR-NOMINA-EXIT.
           EXIT.
           CALL "RUN-LOCK" USING WS-LOCK-MAESTRO WS-LOCK-ACCION
               WS-LOCK-USUARIO WS-LOCK-RESULTADO WS-LOCK-INFO.

      *    LA CORRIDA ES DE UNA SOLA EMPRESA: EL RESTO DEL MAESTRO SE
      *    SALTEA (SUS TARJETAS QUEDAN PARA LA CORRIDA DE SU EMPRESA).
       SELECCIONAR-POR-EMPRESA.
           MOVE EMP-EMPRESA TO WS-EMPRESA-EMP
           IF WS-EMPRESA-EMP = SPACES
               MOVE "01" TO WS-EMPRESA-EMP
           END-IF
           IF WS-EMPRESA-EMP = WS-EMPRESA
               PERFORM SELECCIONAR-POR-CICLO
           END-IF.

      *----------------------------------------------------------------*
      *    SELECCIONAR-POR-CICLO                                       *
      *    El ciclo mensual paga solo asalariados (sueldo completo,    *
           PERFORM CALCULAR-SALARIO
           PERFORM CALCULAR-BONO-ANTIGUEDAD
           PERFORM APLICAR-BONOS
           PERFORM APLICAR-COMISION
           PERFORM CALCULAR-RETENCION
           PERFORM CALCULAR-DEDUCCIONES
           PERFORM APLICAR-ANTICIPO
           IF WS-PISO-ALCANZADO = "S"
               PERFORM REGISTRAR-PISO-NETO
           END-IF
           PERFORM CALCULAR-APORTES
           ADD SALARIO TO TOTAL-PAYROLL
           ADD RETENCION TO TOTAL-RETENCIONES
           DISPLAY "  Horas: " WS-HORAS-PERIODO
           DISPLAY "  Tarifa: " EMP-TARIFA
           DISPLAY "  Salario: " SALARIO
           IF WS-RECARGO-TOTAL > 0
               DISPLAY "  Recargos de turno: " WS-RECARGO-TOTAL
                   " (NOCHE " WS-HORAS-NOCHE "H FIN DE SEMANA "
                   WS-HORAS-FINDE "H FERIADO " WS-HORAS-FERIADO "H)"
           END-IF
           DISPLAY "  Retencion: " RETENCION
           DISPLAY "  Deducciones: " WS-DED-EMPLEADO
           DISPLAY "  Aportes patronales: " WS-APORTE-EMPLEADO
           MOVE WS-FECHA-PERIODO TO PEN-C-FECHA-PER
           MOVE WS-FECHA-GENERACION TO PEN-C-FECHA-GEN
           MOVE WS-CICLO TO PEN-C-CICLO
           MOVE WS-EMPRESA TO PEN-C-EMPRESA
           WRITE REG-PENDIENTE.

       GRABAR-PENDIENTE.
           MOVE WS-BONO-EXENTO-EMP TO PEN-D-BONO-EXENTO
           MOVE WS-DED-EMP-PREST-INT TO PEN-D-PREST-INT
           MOVE WS-ANTICIPO-EMP TO PEN-D-ANTICIPO
           MOVE WS-HORAS-NOCHE TO PEN-D-HORAS-NOCHE
           MOVE WS-HORAS-FINDE TO PEN-D-HORAS-FINDE
           MOVE WS-HORAS-FERIADO TO PEN-D-HORAS-FERIADO
           MOVE WS-REC-NOCHE TO PEN-D-REC-NOCHE
           MOVE WS-REC-FINDE TO PEN-D-REC-FINDE
           MOVE WS-REC-FERIADO TO PEN-D-REC-FERIADO
           MOVE WS-COMISION-EMP TO PEN-D-COMISION
           MOVE WS-COM-ARRASTRE-NVO TO PEN-D-COM-ARRASTRE
           MOVE WS-PISO-ALCANZADO TO PEN-D-PISO
           MOVE WS-RET-ATRASO-COBRADO TO PEN-D-RET-ATRASO
           MOVE WS-ATR-RETENCION TO PEN-D-ATR-RETENCION
           MOVE WS-ATR-EMBARGO TO PEN-D-ATR-EMBARGO
           MOVE WS-ATR-PLAN TO PEN-D-ATR-PLAN
           MOVE WS-ATR-PRESTAMO TO PEN-D-ATR-PRESTAMO
           MOVE WS-ATR-ANTICIPO TO PEN-D-ATR-ANTICIPO
           WRITE REG-PENDIENTE
           IF FS-PEN NOT = "00"
               DISPLAY "ERROR AL GRABAR PENDIENTE. FS=" FS-PEN
           MOVE 0 TO WS-CANT-PREVIO
           MOVE "N" TO WS-FIN-PREVIO

      *    EL INDEXADO SE RECORRE EN ORDEN DE PERIODO, ASI QUE LA
      *    ULTIMA LINEA PAGADA DE CADA EMPLEADO ES LA QUE QUEDA.
           OPEN INPUT ARCH-HISTORICO
           IF FS-HIS = "00"
               MOVE 0 TO HIS-FECHA-PERIODO
               MOVE 0 TO HIS-EMP-ID
               MOVE 0 TO HIS-SECUENCIA
               START ARCH-HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-PREVIO
               END-START
               IF WS-FIN-PREVIO = "N"
                   PERFORM LEER-HISTORICO-PREVIO
               END-IF
               PERFORM UNTIL WS-FIN-PREVIO = "S"
                   IF HIS-PAGADO
                       PERFORM GUARDAR-PREVIO
               END-PERFORM
               CLOSE ARCH-HISTORICO
           ELSE
               DISPLAY "SIN HISTORICO PREVIO (NOMINA-HIST.IDX FS="
                   FS-HIS "), TODO SALDRA COMO SIN PERIODO ANTERIOR."
           END-IF.

       LEER-HISTORICO-PREVIO.
           READ ARCH-HISTORICO NEXT RECORD
               AT END MOVE "S" TO WS-FIN-PREVIO
           END-READ.

      *    EL ASALARIADO SIN TARJETAS CAE COMPLETO EN ----.
           IF WS-HORAS-EMP-PROY = 0
               PERFORM SUMAR-EMPLEADO-SIN-PROYECTO
               IF WS-SIMULACION = "N"
                   MOVE SPACES TO REG-PENDIENTE
                   MOVE "----" TO PEN-P-PROYECTO
                   COMPUTE PEN-P-HORAS =
                       WS-HORAS-NORMALES + WS-HORAS-EXTRA
                   MOVE SALARIO TO PEN-P-BRUTO
                   MOVE WS-APORTE-EMPLEADO TO PEN-P-APORTES
                   PERFORM GRABAR-PENDIENTE-PROYECTO
               END-IF
           ELSE
               PERFORM VARYING WS-IDX-HPR FROM 1 BY 1
                       UNTIL WS-IDX-HPR > WS-CANT-HORAS-PROY
                   IF HP-EMP-ID(WS-IDX-HPR) = EMP-ID
                       PERFORM SUMAR-PORCION-PROYECTO
                       IF WS-SIMULACION = "N"
                           PERFORM PORCION-PENDIENTE-PROYECTO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    LINEA P DEL PENDIENTE: LA PORCION DEL EMPLEADO EN UN
      *    PROYECTO, CON EL MISMO PRORRATEO POR HORAS DEL RESUMEN.
       PORCION-PENDIENTE-PROYECTO.
           MOVE SPACES TO REG-PENDIENTE
           MOVE HP-PROYECTO(WS-IDX-HPR) TO PEN-P-PROYECTO
           MOVE HP-HORAS(WS-IDX-HPR) TO PEN-P-HORAS
           COMPUTE PEN-P-BRUTO ROUNDED =
               SALARIO * HP-HORAS(WS-IDX-HPR) / WS-HORAS-EMP-PROY
           COMPUTE PEN-P-APORTES ROUNDED =
               WS-APORTE-EMPLEADO * HP-HORAS(WS-IDX-HPR)
               / WS-HORAS-EMP-PROY
           PERFORM GRABAR-PENDIENTE-PROYECTO.

       GRABAR-PENDIENTE-PROYECTO.
           MOVE "P" TO PEN-P-TIPO
           MOVE EMP-ID TO PEN-P-EMP-ID
           MOVE EMP-DEPTO TO PEN-P-DEPTO
           WRITE REG-PENDIENTE
           IF FS-PEN NOT = "00"
               DISPLAY "ERROR AL GRABAR PENDIENTE. FS=" FS-PEN
               MOVE "nomina_pendiente.txt" TO WS-ERR-ARCHIVO
               MOVE FS-PEN TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

       SUMAR-EMPLEADO-SIN-PROYECTO.
           PERFORM BUSCAR-PROYECTO-TOTAL-SIN
           ADD SALARIO TO PT-BRUTO(WS-IDX-PTO)

       VALIDAR-TARJETA.
           PERFORM VALIDAR-PROYECTO-TARJETA
           PERFORM VALIDAR-TURNO-TARJETA
           IF WS-PROY-VALIDO = "N"
               MOVE SPACES TO WS-LINEA-RECHAZO
               STRING "EMPLEADO " TAR-EMP-ID " FECHA " TAR-FECHA
                   INTO WS-LINEA-RECHAZO
               END-STRING
               PERFORM GRABAR-RECHAZO
           ELSE
           IF WS-TURNO-VALIDO = "N"
               MOVE SPACES TO WS-LINEA-RECHAZO
               STRING "EMPLEADO " TAR-EMP-ID " FECHA " TAR-FECHA
                   " TURNO " TAR-HORA-INICIO "-" TAR-HORA-FIN
                   " - HORARIO INVALIDO O MENOR QUE LAS HORAS"
                   INTO WS-LINEA-RECHAZO
               END-STRING
               PERFORM GRABAR-RECHAZO
           ELSE
               MOVE TAR-EMP-ID TO EMP-ID
               READ EMP-FILE
               END-PERFORM
           END-IF.

      *    EL HORARIO (HHMM INICIO Y FIN) ES OPCIONAL: UNA TARJETA
      *    VIEJA SIN HORARIO VIENE EN BLANCO O EN CEROS. CON HORARIO,
      *    EL TURNO PUEDE CRUZAR LA MEDIANOCHE (FIN MENOR QUE INICIO)
      *    Y TIENE QUE CUBRIR LAS HORAS DECLARADAS.
       VALIDAR-TURNO-TARJETA.
           MOVE "S" TO WS-TURNO-VALIDO
           MOVE "N" TO WS-HAY-TURNO
           IF TAR-HORA-INICIO NOT NUMERIC OR TAR-HORA-FIN NOT NUMERIC
               MOVE 0 TO TAR-HORA-INICIO
               MOVE 0 TO TAR-HORA-FIN
           END-IF
           IF TAR-HORA-INICIO = 0 AND TAR-HORA-FIN = 0
               CONTINUE
           ELSE
               MOVE "S" TO WS-HAY-TURNO
               MOVE TAR-HORA-FIN TO WS-HHMM
               IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
                   MOVE "N" TO WS-TURNO-VALIDO
               END-IF
               COMPUTE WS-MIN-FIN = WS-HHMM-HH * 60 + WS-HHMM-MM
               MOVE TAR-HORA-INICIO TO WS-HHMM
               IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
                   MOVE "N" TO WS-TURNO-VALIDO
               END-IF
               COMPUTE WS-MIN-INICIO = WS-HHMM-HH * 60 + WS-HHMM-MM
               IF WS-MIN-FIN > WS-MIN-INICIO
                   COMPUTE WS-MIN-TURNO = WS-MIN-FIN - WS-MIN-INICIO
               ELSE
                   COMPUTE WS-MIN-TURNO =
                       WS-MIN-FIN + 1440 - WS-MIN-INICIO
               END-IF
               IF TAR-HORAS * 60 > WS-MIN-TURNO
                   MOVE "N" TO WS-TURNO-VALIDO
               END-IF
           END-IF.

      *    CADA TARJETA SE VALORA A LA TARIFA VIGENTE EN SU FECHA:
      *    UN AUMENTO DEL MIERCOLES PAGA LUNES Y MARTES A LA TARIFA
      *    VIEJA Y EL RESTO DE LA SEMANA A LA NUEVA.
       ACUMULAR-TARJETA.
           PERFORM BUSCAR-TARIFA-VIGENTE
           PERFORM CLASIFICAR-HORAS-TURNO
           MOVE "N" TO WS-TARJETA-HALLADA
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-CANT-TARJETAS
                   COMPUTE TT-IMPORTE(WS-IDX-TAR) =
                       TT-IMPORTE(WS-IDX-TAR)
                       + TAR-HORAS * WS-TARIFA-DIA
                   ADD WS-TAR-HORAS-NOCHE
                       TO TT-HORAS-NOCHE(WS-IDX-TAR)
                   ADD WS-TAR-HORAS-FINDE
                       TO TT-HORAS-FINDE(WS-IDX-TAR)
                   ADD WS-TAR-HORAS-FERIADO
                       TO TT-HORAS-FERIADO(WS-IDX-TAR)
                   ADD WS-TAR-REC-NOCHE TO TT-REC-NOCHE(WS-IDX-TAR)
                   ADD WS-TAR-REC-FINDE TO TT-REC-FINDE(WS-IDX-TAR)
                   ADD WS-TAR-REC-FERIADO
                       TO TT-REC-FERIADO(WS-IDX-TAR)
                   MOVE "S" TO WS-TARJETA-HALLADA
                   MOVE WS-CANT-TARJETAS TO WS-IDX-TAR
               END-IF
                   MOVE TAR-HORAS  TO TT-HORAS(WS-CANT-TARJETAS)
                   COMPUTE TT-IMPORTE(WS-CANT-TARJETAS) =
                       TAR-HORAS * WS-TARIFA-DIA
                   MOVE WS-TAR-HORAS-NOCHE
                       TO TT-HORAS-NOCHE(WS-CANT-TARJETAS)
                   MOVE WS-TAR-HORAS-FINDE
                       TO TT-HORAS-FINDE(WS-CANT-TARJETAS)
                   MOVE WS-TAR-HORAS-FERIADO
                       TO TT-HORAS-FERIADO(WS-CANT-TARJETAS)
                   MOVE WS-TAR-REC-NOCHE
                       TO TT-REC-NOCHE(WS-CANT-TARJETAS)
                   MOVE WS-TAR-REC-FINDE
                       TO TT-REC-FINDE(WS-CANT-TARJETAS)
                   MOVE WS-TAR-REC-FERIADO
                       TO TT-REC-FERIADO(WS-CANT-TARJETAS)
               END-IF
           END-IF
           PERFORM ACUMULAR-HORAS-PROYECTO.

      *----------------------------------------------------------------*
      *    CLASIFICAR-HORAS-TURNO                                      *
      *    Recorre hora por hora el turno de la tarjeta desde su hora  *
      *    de inicio; la hora que pasa la medianoche cae en el dia     *
      *    siguiente. Cada hora es de feriado, de fin de semana,       *
      *    nocturna o diurna, en ese orden de prioridad; solo la       *
      *    diurna va sin recargo. Sin horario en la tarjeta, todas     *
      *    las horas toman la clase de su fecha y ninguna es nocturna. *
      *    El recargo es porcentaje sobre la tarifa del dia.           *
      *----------------------------------------------------------------*
       CLASIFICAR-HORAS-TURNO.
           MOVE 0 TO WS-TAR-HORAS-NOCHE
           MOVE 0 TO WS-TAR-HORAS-FINDE
           MOVE 0 TO WS-TAR-HORAS-FERIADO
           MOVE TAR-FECHA TO WS-FECHA-DIA
           PERFORM DETERMINAR-TIPO-DIA
           MOVE WS-TIPO-DIA TO WS-TIPO-DIA-HOY
           MOVE WS-TIPO-DIA TO WS-TIPO-DIA-SIG
           IF WS-HAY-TURNO = "S"
               PERFORM CALCULAR-FECHA-SIGUIENTE
               MOVE WS-FECHA-SIG TO WS-FECHA-DIA
               PERFORM DETERMINAR-TIPO-DIA
               MOVE WS-TIPO-DIA TO WS-TIPO-DIA-SIG
           END-IF

           PERFORM VARYING WS-IDX-HORA FROM 1 BY 1
                   UNTIL WS-IDX-HORA > TAR-HORAS
               MOVE WS-TIPO-DIA-HOY TO WS-TIPO-DIA
               MOVE "N" TO WS-ES-NOCHE
               IF WS-HAY-TURNO = "S"
                   COMPUTE WS-MIN-HORA =
                       WS-MIN-INICIO + (WS-IDX-HORA - 1) * 60
                   IF WS-MIN-HORA >= 1440
                       SUBTRACT 1440 FROM WS-MIN-HORA
                       MOVE WS-TIPO-DIA-SIG TO WS-TIPO-DIA
                   END-IF
                   PERFORM VER-HORA-NOCTURNA
               END-IF
               EVALUATE TRUE
                   WHEN WS-TIPO-DIA = "F"
                       ADD 1 TO WS-TAR-HORAS-FERIADO
                   WHEN WS-TIPO-DIA = "S"
                       ADD 1 TO WS-TAR-HORAS-FINDE
                   WHEN WS-ES-NOCHE = "S"
                       ADD 1 TO WS-TAR-HORAS-NOCHE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           COMPUTE WS-TAR-REC-NOCHE ROUNDED =
               WS-TAR-HORAS-NOCHE * WS-TARIFA-DIA * WS-PORC-NOCHE / 100
           COMPUTE WS-TAR-REC-FINDE ROUNDED =
               WS-TAR-HORAS-FINDE * WS-TARIFA-DIA * WS-PORC-FINDE / 100
           COMPUTE WS-TAR-REC-FERIADO ROUNDED =
               WS-TAR-HORAS-FERIADO * WS-TARIFA-DIA
               * WS-PORC-FERIADO / 100.

      *    LA FRANJA NOCTURNA PUEDE CRUZAR LA MEDIANOCHE (22:00 A
      *    06:00): ENTONCES ES NOCHE LO QUE QUEDA DESDE EL INICIO DE
      *    LA FRANJA O ANTES DE SU FIN.
       VER-HORA-NOCTURNA.
           MOVE "N" TO WS-ES-NOCHE
           IF WS-MIN-NOCHE-DESDE > WS-MIN-NOCHE-HASTA
               IF WS-MIN-HORA >= WS-MIN-NOCHE-DESDE
                       OR WS-MIN-HORA < WS-MIN-NOCHE-HASTA
                   MOVE "S" TO WS-ES-NOCHE
               END-IF
           ELSE
               IF WS-MIN-HORA >= WS-MIN-NOCHE-DESDE
                       AND WS-MIN-HORA < WS-MIN-NOCHE-HASTA
                   MOVE "S" TO WS-ES-NOCHE
               END-IF
           END-IF.

      *    H = HABIL, S = SABADO O DOMINGO, F = FERIADO. EL DIA DE LA
      *    SEMANA SALE DE LA DIFERENCIA CONTRA EL LUNES 01-01-1900,
      *    IGUAL QUE EN EX32-EOD-ROLL.
       DETERMINAR-TIPO-DIA.
           MOVE "H" TO WS-TIPO-DIA
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-CANT-FERIADOS
               IF WS-FER-ENT(WS-IDX-FER) = WS-FECHA-DIA
                   MOVE "F" TO WS-TIPO-DIA
                   MOVE WS-CANT-FERIADOS TO WS-IDX-FER
               END-IF
           END-PERFORM
           IF WS-TIPO-DIA = "H"
               MOVE "D" TO WS-FEC-FUNCION
               CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
                   WS-FECHA-DIA WS-FEC-BASE-LUNES
                   WS-FEC-RESULTADO WS-FEC-RC
               IF WS-FEC-RC = "00"
                   COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD(WS-FEC-RESULTADO 7) + 1
                   IF WS-DIA-SEMANA > 5
                       MOVE "S" TO WS-TIPO-DIA
                   END-IF
               END-IF
           END-IF.

       CALCULAR-FECHA-SIGUIENTE.
           MOVE TAR-FECHA TO WS-FECHA-SIG
           ADD 1 TO WS-FSG-DIA
           MOVE "V" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               WS-FECHA-SIG WS-FEC-FECHA2
               WS-FEC-RESULTADO WS-FEC-RC
           IF WS-FEC-RC NOT = "00"
               MOVE 1 TO WS-FSG-DIA
               IF WS-FSG-MES = 12
                   MOVE 1 TO WS-FSG-MES
                   ADD 1 TO WS-FSG-ANIO
               ELSE
                   ADD 1 TO WS-FSG-MES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    CARGAR-FERIADOS / CARGAR-RECARGOS                           *
      *    Calendario de feriados y porcentajes de recargo por clase   *
      *    de hora. Ambos son opcionales: sin recargos_turno.txt las   *
      *    horas se clasifican igual pero no llevan recargo.           *
      *----------------------------------------------------------------*
       CARGAR-FERIADOS.
           MOVE 0 TO WS-CANT-FERIADOS
           MOVE "N" TO WS-FIN-FERIADOS
           OPEN INPUT ARCH-FERIADOS
           IF FS-FER = "00"
               PERFORM LEER-FERIADO
               PERFORM UNTIL WS-FIN-FERIADOS = "S"
                   IF WS-CANT-FERIADOS < 50 AND FER-FECHA IS NUMERIC
                       ADD 1 TO WS-CANT-FERIADOS
                       MOVE FER-FECHA
                           TO WS-FER-ENT(WS-CANT-FERIADOS)
                   END-IF
                   PERFORM LEER-FERIADO
               END-PERFORM
               CLOSE ARCH-FERIADOS
           END-IF.

       LEER-FERIADO.
           READ ARCH-FERIADOS
               AT END MOVE "S" TO WS-FIN-FERIADOS
           END-READ.

       CARGAR-RECARGOS.
           MOVE "N" TO WS-FIN-RECARGOS
           OPEN INPUT ARCH-RECARGOS
           IF FS-RTU = "00"
               PERFORM LEER-RECARGO
               PERFORM UNTIL WS-FIN-RECARGOS = "S"
                   EVALUATE TRUE
                       WHEN RTU-ES-NOCHE
                           MOVE RTU-PORC TO WS-PORC-NOCHE
                           MOVE RTU-DESDE TO WS-NOCHE-DESDE
                           MOVE RTU-HASTA TO WS-NOCHE-HASTA
                       WHEN RTU-ES-FINDE
                           MOVE RTU-PORC TO WS-PORC-FINDE
                       WHEN RTU-ES-FERIADO
                           MOVE RTU-PORC TO WS-PORC-FERIADO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM LEER-RECARGO
               END-PERFORM
               CLOSE ARCH-RECARGOS
               DISPLAY "RECARGOS POR TURNO: NOCHE " WS-PORC-NOCHE
                   "% (" WS-NOCHE-DESDE "-" WS-NOCHE-HASTA
                   ") FIN DE SEMANA " WS-PORC-FINDE
                   "% FERIADO " WS-PORC-FERIADO "%"
           END-IF
           MOVE WS-NOCHE-DESDE TO WS-HHMM
           COMPUTE WS-MIN-NOCHE-DESDE = WS-HHMM-HH * 60 + WS-HHMM-MM
           MOVE WS-NOCHE-HASTA TO WS-HHMM
           COMPUTE WS-MIN-NOCHE-HASTA = WS-HHMM-HH * 60 + WS-HHMM-MM.

       LEER-RECARGO.
           READ ARCH-RECARGOS
               AT END MOVE "S" TO WS-FIN-RECARGOS
           END-READ.

       ACUMULAR-HORAS-PROYECTO.
           IF TAR-PROYECTO = SPACES
               MOVE "----" TO TAR-PROYECTO
           IF FS-TRF = "00"
               PERFORM LEER-TARIFA-HIST
               PERFORM UNTIL WS-FIN-TARIFAS = "S"
                   IF WS-CANT-TARIFAS-H < 2000
                       ADD 1 TO WS-CANT-TARIFAS-H
                       MOVE TRH-EMP-ID
                           TO TF-EMP-ID(WS-CANT-TARIFAS-H)
                           TO TF-FECHA(WS-CANT-TARIFAS-H)
                       MOVE TRH-TARIFA
                           TO TF-TARIFA(WS-CANT-TARIFAS-H)
      *                LINEAS GRABADAS ANTES DEL CAMPO DE SUELDO
                       IF TRH-SALARIO-MENS IS NUMERIC
                           MOVE TRH-SALARIO-MENS
                               TO TF-SALARIO(WS-CANT-TARIFAS-H)
                       ELSE
                           MOVE 0 TO TF-SALARIO(WS-CANT-TARIFAS-H)
                       END-IF
                   END-IF
                   PERFORM LEER-TARIFA-HIST
               END-PERFORM
               END-IF
           END-PERFORM.

      *    SUELDO DEL ASALARIADO A LA FECHA DEL PERIODO: SI TIENE UN
      *    AUMENTO GRABADO QUE TODAVIA NO ENTRA EN VIGENCIA (EL
      *    MAESTRO YA TRAE EL SUELDO NUEVO) RIGE LA LINEA VIGENTE;
      *    SI NO, EL MAESTRO, QUE ES EL DATO MAS RECIENTE.
       BUSCAR-SUELDO-VIGENTE.
           MOVE EMP-SALARIO-MENS TO WS-SUELDO-MENS
           MOVE 0 TO WS-SUELDO-VIGENTE
           MOVE 0 TO WS-FECHA-SUELDO
           MOVE "N" TO WS-HAY-SUELDO-FUTURO
           PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                   UNTIL WS-IDX-TRF > WS-CANT-TARIFAS-H
               IF TF-EMP-ID(WS-IDX-TRF) = EMP-ID
                       AND TF-SALARIO(WS-IDX-TRF) > 0
                   IF TF-FECHA(WS-IDX-TRF) > WS-FECHA-PERIODO
                       MOVE "S" TO WS-HAY-SUELDO-FUTURO
                   ELSE
                       IF TF-FECHA(WS-IDX-TRF) >= WS-FECHA-SUELDO
                           MOVE TF-FECHA(WS-IDX-TRF)
                               TO WS-FECHA-SUELDO
                           MOVE TF-SALARIO(WS-IDX-TRF)
                               TO WS-SUELDO-VIGENTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HAY-SUELDO-FUTURO = "S" AND WS-SUELDO-VIGENTE > 0
               MOVE WS-SUELDO-VIGENTE TO WS-SUELDO-MENS
           END-IF.

      *----------------------------------------------------------------*
      *    BUSCAR-TARJETA-EMPLEADO                                     *
      *    Busca las horas acumuladas del periodo para el empleado     *
           MOVE "N" TO WS-TARJETA-HALLADA
           MOVE 0 TO WS-HORAS-PERIODO
           MOVE 0 TO WS-IMPORTE-PERIODO
           MOVE 0 TO WS-HORAS-NOCHE
           MOVE 0 TO WS-HORAS-FINDE
           MOVE 0 TO WS-HORAS-FERIADO
           MOVE 0 TO WS-REC-NOCHE
           MOVE 0 TO WS-REC-FINDE
           MOVE 0 TO WS-REC-FERIADO
           MOVE EMP-TARIFA TO WS-TARIFA-MEDIA
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-CANT-TARJETAS
                   MOVE TT-HORAS(WS-IDX-TAR) TO WS-HORAS-PERIODO
                   MOVE TT-IMPORTE(WS-IDX-TAR)
                       TO WS-IMPORTE-PERIODO
                   MOVE TT-HORAS-NOCHE(WS-IDX-TAR) TO WS-HORAS-NOCHE
                   MOVE TT-HORAS-FINDE(WS-IDX-TAR) TO WS-HORAS-FINDE
                   MOVE TT-HORAS-FERIADO(WS-IDX-TAR)
                       TO WS-HORAS-FERIADO
                   MOVE TT-REC-NOCHE(WS-IDX-TAR) TO WS-REC-NOCHE
                   MOVE TT-REC-FINDE(WS-IDX-TAR) TO WS-REC-FINDE
                   MOVE TT-REC-FERIADO(WS-IDX-TAR) TO WS-REC-FERIADO
                   MOVE "S" TO WS-TARJETA-HALLADA
                   MOVE WS-CANT-TARJETAS TO WS-IDX-TAR
               END-IF
           MOVE WS-HORAS-PERIODO TO WS-HORAS-NORMALES
           MOVE 0 TO WS-HORAS-EXTRA
           MOVE 0 TO WS-SALARIO-EXTRA
      *    EL SUELDO FIJO YA CUBRE EL HORARIO: SIN RECARGOS DE TURNO.
           MOVE 0 TO WS-HORAS-NOCHE
           MOVE 0 TO WS-HORAS-FINDE
           MOVE 0 TO WS-HORAS-FERIADO
           MOVE 0 TO WS-REC-NOCHE
           MOVE 0 TO WS-REC-FINDE
           MOVE 0 TO WS-REC-FERIADO
           MOVE 0 TO WS-RECARGO-TOTAL
           PERFORM BUSCAR-SUELDO-VIGENTE
           IF WS-DIAS-SGOCE >= 30
               MOVE 0 TO SALARIO
           ELSE
               COMPUTE SALARIO ROUNDED = WS-SUELDO-MENS
                   - WS-DIAS-SGOCE * WS-SUELDO-MENS / 30
           END-IF
           MOVE SALARIO TO WS-SALARIO-NORMAL.

               WS-HORAS-NORMALES * WS-TARIFA-MEDIA
           COMPUTE WS-SALARIO-EXTRA = WS-HORAS-EXTRA * WS-TARIFA-EXTRA

      *    LOS RECARGOS DE TURNO VAN ENCIMA Y ENTRAN AL BRUTO GRAVADO.
           COMPUTE WS-RECARGO-TOTAL =
               WS-REC-NOCHE + WS-REC-FINDE + WS-REC-FERIADO
           COMPUTE SALARIO = WS-SALARIO-NORMAL + WS-SALARIO-EXTRA
               + WS-RECARGO-TOTAL.

      *----------------------------------------------------------------*
      *    CARGAR-DEDUCCIONES                                          *
                           TO TD-TASA(WS-CANT-DEDUCCIONES)
                       MOVE DED-PLAZO
                           TO TD-PLAZO(WS-CANT-DEDUCCIONES)
      *                LINEAS GRABADAS ANTES DEL CAMPO DE ATRASO
                       IF DED-ATRASO IS NUMERIC
                           MOVE DED-ATRASO
                               TO TD-ATRASO(WS-CANT-DEDUCCIONES)
                       ELSE
                           MOVE 0 TO TD-ATRASO(WS-CANT-DEDUCCIONES)
                       END-IF
                   ELSE
                       MOVE "S" TO WS-DED-DESBORDE
                       DISPLAY "TABLA DE DEDUCCIONES LLENA, SE "
      *----------------------------------------------------------------*
      *    CALCULAR-DEDUCCIONES                                        *
      *    Aplica al empleado en curso todas sus deducciones: importe  *
      *    fijo o porcentaje del bruto mas el atraso de la linea, y    *
      *    para los prestamos tope en el saldo pendiente (al llegar a  *
      *    cero la deduccion se detiene sola). Solo se descuenta lo    *
      *    que excede el neto minimo, en el orden legal: embargos,     *
      *    retencion, planes y prestamos (los anticipos, despues en    *
      *    APLICAR-ANTICIPO). Lo que no alcanza queda como atraso.     *
      *    Deja el detalle para el recibo y rebaja el salario neto.    *
      *----------------------------------------------------------------*
       CALCULAR-DEDUCCIONES.
           MOVE 0 TO WS-DED-EMPLEADO
           MOVE 0 TO WS-DED-EMP-EMBARGO
           MOVE 0 TO WS-DED-EMP-PLAN
           MOVE 0 TO WS-DED-EMP-PREST-INT
           MOVE 0 TO WS-ATR-RETENCION
           MOVE 0 TO WS-ATR-EMBARGO
           MOVE 0 TO WS-ATR-PLAN
           MOVE 0 TO WS-ATR-PRESTAMO
           MOVE 0 TO WS-ATR-ANTICIPO
           MOVE 0 TO WS-RET-ATRASO-COBRADO
           MOVE "N" TO WS-PISO-ALCANZADO

           PERFORM CALCULAR-PISO-EMPLEADO

      *    1. EMBARGOS
           PERFORM VARYING WS-IDX-DED FROM 1 BY 1
                   UNTIL WS-IDX-DED > WS-CANT-DEDUCCIONES
               IF TD-EMP-ID(WS-IDX-DED) = EMP-ID
                       AND TD-TIPO(WS-IDX-DED) = "E"
                   PERFORM APLICAR-DEDUCCION
               END-IF
           END-PERFORM

      *    2. RETENCION DEL PERIODO MAS LA ATRASADA
           PERFORM APLICAR-RETENCION-PRIORIDAD

      *    3. PLANES DE BENEFICIOS
           PERFORM VARYING WS-IDX-DED FROM 1 BY 1
                   UNTIL WS-IDX-DED > WS-CANT-DEDUCCIONES
               IF TD-EMP-ID(WS-IDX-DED) = EMP-ID
                       AND TD-TIPO(WS-IDX-DED) NOT = "E"
                       AND TD-TIPO(WS-IDX-DED) NOT = "P"
                       AND TD-TIPO(WS-IDX-DED) NOT = "R"
                   PERFORM APLICAR-DEDUCCION
               END-IF
           END-PERFORM

      *    4. PRESTAMOS
           PERFORM VARYING WS-IDX-DED FROM 1 BY 1
                   UNTIL WS-IDX-DED > WS-CANT-DEDUCCIONES
               IF TD-EMP-ID(WS-IDX-DED) = EMP-ID
                       AND TD-TIPO(WS-IDX-DED) = "P"
                   PERFORM APLICAR-DEDUCCION
               END-IF
           END-PERFORM
           COMPUTE SALARIO-NETO =
               SALARIO - RETENCION - WS-DED-EMPLEADO.

      *    LO DESCONTABLE ES EL BRUTO MENOS EL PISO; UN PISO FIJO
      *    MAYOR QUE EL BRUTO NO DEJA DESCONTAR NADA.
       CALCULAR-PISO-EMPLEADO.
           IF WS-NMI-CLASE = "%"
               COMPUTE WS-NETO-MINIMO ROUNDED =
                   SALARIO * WS-NMI-VALOR / 100
           ELSE
               MOVE WS-NMI-VALOR TO WS-NETO-MINIMO
           END-IF
           IF WS-NETO-MINIMO > SALARIO
               MOVE SALARIO TO WS-NETO-MINIMO
           END-IF
           COMPUTE WS-DED-RESTO = SALARIO - WS-NETO-MINIMO.

      *    LA RETENCION YA CALCULADA MAS LA QUE QUEDO SIN PRACTICAR
      *    EN PERIODOS ANTERIORES (LINEAS "R"), CONTRA LO QUE DEJARON
      *    LOS EMBARGOS. LO QUE NO ENTRA PASA COMO ATRASO.
       APLICAR-RETENCION-PRIORIDAD.
           MOVE RETENCION TO WS-RET-CALCULADA
           MOVE 0 TO WS-RET-ATRASO-ANT
           PERFORM VARYING WS-IDX-DED FROM 1 BY 1
                   UNTIL WS-IDX-DED > WS-CANT-DEDUCCIONES
               IF TD-EMP-ID(WS-IDX-DED) = EMP-ID
                       AND TD-TIPO(WS-IDX-DED) = "R"
                   ADD TD-ATRASO(WS-IDX-DED) TO WS-RET-ATRASO-ANT
               END-IF
           END-PERFORM

           COMPUTE WS-DED-DEBIDO = WS-RET-CALCULADA + WS-RET-ATRASO-ANT
           IF WS-DED-DEBIDO > WS-DED-RESTO
               MOVE WS-DED-RESTO TO RETENCION
               COMPUTE WS-ATR-RETENCION = WS-DED-DEBIDO - WS-DED-RESTO
               MOVE "S" TO WS-PISO-ALCANZADO
           ELSE
               MOVE WS-DED-DEBIDO TO RETENCION
           END-IF
           SUBTRACT RETENCION FROM WS-DED-RESTO
           IF RETENCION > WS-RET-CALCULADA
               COMPUTE WS-RET-ATRASO-COBRADO =
                   RETENCION - WS-RET-CALCULADA
           END-IF.

       APLICAR-DEDUCCION.
           IF TD-TIPO(WS-IDX-DED) = "P"
                   AND TD-SALDO(WS-IDX-DED) = 0
                   MOVE TD-VALOR(WS-IDX-DED) TO WS-DED-IMPORTE
               END-IF

      *        CUOTA DEL PERIODO MAS LO QUE QUEDO ATRASADO; EN LOS
      *        PRESTAMOS NUNCA MAS QUE EL SALDO.
               COMPUTE WS-DED-DEBIDO =
                   WS-DED-IMPORTE + TD-ATRASO(WS-IDX-DED)
               IF TD-TIPO(WS-IDX-DED) = "P"
                   IF WS-DED-DEBIDO > TD-SALDO(WS-IDX-DED)
                       MOVE TD-SALDO(WS-IDX-DED) TO WS-DED-DEBIDO
                   END-IF
               END-IF

               IF WS-DED-DEBIDO > WS-DED-RESTO
                   MOVE WS-DED-RESTO TO WS-DED-IMPORTE
                   MOVE "S" TO WS-PISO-ALCANZADO
               ELSE
                   MOVE WS-DED-DEBIDO TO WS-DED-IMPORTE
               END-IF
               COMPUTE TD-ATRASO(WS-IDX-DED) =
                   WS-DED-DEBIDO - WS-DED-IMPORTE
               EVALUATE TD-TIPO(WS-IDX-DED)
                   WHEN "P"
                       ADD TD-ATRASO(WS-IDX-DED) TO WS-ATR-PRESTAMO
                   WHEN "E"
                       ADD TD-ATRASO(WS-IDX-DED) TO WS-ATR-EMBARGO
                   WHEN OTHER
                       ADD TD-ATRASO(WS-IDX-DED) TO WS-ATR-PLAN
               END-EVALUATE

               IF TD-TIPO(WS-IDX-DED) = "P"
      *            DESGLOSE DEL INTERES DE LA CUOTA SEGUN EL PLAN
      *            DE AMORTIZACION (INTERES SOBRE CAPITAL
      *            PENDIENTE); SIN LINEA DE PLAN RIGE LA
                       FROM TD-SALDO(WS-IDX-DED)
               END-IF

               SUBTRACT WS-DED-IMPORTE FROM WS-DED-RESTO
               IF WS-DED-IMPORTE > 0
                   PERFORM REGISTRAR-DEDUCCION
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    NETO MINIMO (neto_minimo.txt) Y SU REPORTE                  *
      *    El reporte neto_minimo_rep.txt lista a cada empleado que    *
      *    toco el piso con los atrasos que le quedan; en simulacion   *
      *    solo se muestra en pantalla, como el de proyectos.          *
      *----------------------------------------------------------------*
       CARGAR-NETO-MINIMO.
           MOVE SPACE TO WS-NMI-CLASE
           MOVE 0 TO WS-NMI-VALOR
           MOVE 0 TO WS-CONT-PISO
           OPEN INPUT ARCH-NETO-MIN
           IF FS-NMI = "00"
               READ ARCH-NETO-MIN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (NMI-IMPORTE-FIJO OR NMI-PORCENTAJE)
                               AND NMI-VALOR IS NUMERIC
                           MOVE NMI-CLASE TO WS-NMI-CLASE
                           MOVE NMI-VALOR TO WS-NMI-VALOR
                       ELSE
                           DISPLAY "neto_minimo.txt INVALIDO: "
                               "SE LIQUIDA SIN NETO MINIMO."
                       END-IF
               END-READ
               CLOSE ARCH-NETO-MIN
           END-IF
           IF WS-NMI-CLASE = "%" AND WS-NMI-VALOR > 100
               MOVE 100 TO WS-NMI-VALOR
           END-IF
           DISPLAY "NETO MINIMO: " WS-NMI-CLASE " " WS-NMI-VALOR.

       ABRIR-REPORTE-PISO.
           OPEN OUTPUT ARCH-REP-PISO
           MOVE SPACES TO WS-LINEA-PISO
           STRING "EMPLEADOS EN EL NETO MINIMO - PERIODO "
               WS-FECHA-PERIODO "  PISO: " WS-NMI-CLASE " "
               WS-NMI-VALOR
               INTO WS-LINEA-PISO
           END-STRING
           WRITE REG-REP-PISO FROM WS-LINEA-PISO
           MOVE "EMP  NOMBRE               BRUTO     PISO      NETO"
               & "      ATR.RET   ATR.EMB   ATR.PLAN  ATR.PREST"
               & " ATR.ANT" TO WS-LINEA-PISO
           WRITE REG-REP-PISO FROM WS-LINEA-PISO.

       REGISTRAR-PISO-NETO.
           ADD 1 TO WS-CONT-PISO
           DISPLAY "  NETO MINIMO ALCANZADO: PISO " WS-NETO-MINIMO
               " ATRASOS RET " WS-ATR-RETENCION " EMB " WS-ATR-EMBARGO
               " PLAN " WS-ATR-PLAN " PREST " WS-ATR-PRESTAMO
               " ANT " WS-ATR-ANTICIPO
           IF WS-SIMULACION = "N"
               MOVE SPACES TO WS-LINEA-PISO
               STRING EMP-ID " " EMP-NOMBRE " " SALARIO " "
                   WS-NETO-MINIMO " " SALARIO-NETO " "
                   WS-ATR-RETENCION " " WS-ATR-EMBARGO " "
                   WS-ATR-PLAN " " WS-ATR-PRESTAMO " "
                   WS-ATR-ANTICIPO
                   INTO WS-LINEA-PISO
               END-STRING
               WRITE REG-REP-PISO FROM WS-LINEA-PISO
           END-IF.

       CERRAR-REPORTE-PISO.
           DISPLAY "EMPLEADOS EN EL NETO MINIMO: " WS-CONT-PISO
           IF WS-SIMULACION = "N"
               MOVE SPACES TO WS-LINEA-PISO
               STRING "TOTAL EMPLEADOS EN EL NETO MINIMO: "
                   WS-CONT-PISO
                   INTO WS-LINEA-PISO
               END-STRING
               WRITE REG-REP-PISO FROM WS-LINEA-PISO
               CLOSE ARCH-REP-PISO
           END-IF.

      *----------------------------------------------------------------*
      *    BUSCAR-INTERES-CUOTA                                        *
      *    Numero de cuota en curso = plazo - cuotas que faltan + 1    *
                   " EXENTO " WS-BONO-EXENTO-EMP
           END-IF.

      *----------------------------------------------------------------*
      *    COMISION POR VENTAS                                         *
      *    Planes, asignaciones y anulaciones arrastradas se cargan    *
      *    siempre; las ventas del mes solo en el ciclo mensual, que   *
      *    es donde cobra el vendedor (sueldo base mas comision): el   *
      *    ciclo semanal no las liquida, asi el mes no se paga dos     *
      *    veces. Sin comision_planes.txt no hay comisiones. El        *
      *    estado de comisiones (comisiones.txt) sale solo en la       *
      *    corrida real, como reporte_proyectos.txt.                   *
      *----------------------------------------------------------------*
       CARGAR-COMISIONES.
           MOVE 0 TO WS-CANT-CPLANES
           MOVE 0 TO WS-CANT-CASIGNA
           MOVE 0 TO WS-CANT-VENTAS
           MOVE 0 TO WS-CANT-CARRASTRE
           MOVE 0 TO WS-TOTAL-COMISIONES
           MOVE 0 TO WS-CONT-VEN-SIN-LIQ
           MOVE "N" TO WS-HAY-COMISIONES

           MOVE "N" TO WS-FIN-COM-ARCH
           OPEN INPUT ARCH-COM-PLANES
           IF FS-CPL = "00"
               PERFORM LEER-COM-PLAN
               PERFORM UNTIL WS-FIN-COM-ARCH = "S"
                   IF WS-CANT-CPLANES < 100
                       ADD 1 TO WS-CANT-CPLANES
                       MOVE CPL-PLAN TO CP-PLAN(WS-CANT-CPLANES)
                       MOVE CPL-HASTA TO CP-HASTA(WS-CANT-CPLANES)
                       MOVE CPL-PORC TO CP-PORC(WS-CANT-CPLANES)
                       MOVE CPL-TOPE TO CP-TOPE(WS-CANT-CPLANES)
                   END-IF
                   PERFORM LEER-COM-PLAN
               END-PERFORM
               CLOSE ARCH-COM-PLANES
               IF WS-CANT-CPLANES > 0
                   MOVE "S" TO WS-HAY-COMISIONES
               END-IF
           END-IF

           MOVE "N" TO WS-FIN-COM-ARCH
           OPEN INPUT ARCH-COM-ARRASTRE
           IF FS-CAR = "00"
               PERFORM LEER-COM-ARRASTRE
               PERFORM UNTIL WS-FIN-COM-ARCH = "S"
                   IF WS-CANT-CARRASTRE < 500
                       ADD 1 TO WS-CANT-CARRASTRE
                       MOVE CAR-EMP-ID
                           TO CR-EMP-ID(WS-CANT-CARRASTRE)
                       MOVE CAR-ANULADO
                           TO CR-ANULADO(WS-CANT-CARRASTRE)
                   END-IF
                   PERFORM LEER-COM-ARRASTRE
               END-PERFORM
               CLOSE ARCH-COM-ARRASTRE
           END-IF

           IF WS-HAY-COMISIONES = "N"
               GO TO CARGAR-COMISIONES-EXIT
           END-IF

           MOVE "N" TO WS-FIN-COM-ARCH
           OPEN INPUT ARCH-COM-ASIGNA
           IF FS-CAS = "00"
               PERFORM LEER-COM-ASIGNA
               PERFORM UNTIL WS-FIN-COM-ARCH = "S"
                   IF WS-CANT-CASIGNA < 500
                       ADD 1 TO WS-CANT-CASIGNA
                       MOVE CAS-EMP-ID TO CA-EMP-ID(WS-CANT-CASIGNA)
                       MOVE FUNCTION UPPER-CASE(CAS-PLAN)
                           TO CA-PLAN(WS-CANT-CASIGNA)
                   END-IF
                   PERFORM LEER-COM-ASIGNA
               END-PERFORM
               CLOSE ARCH-COM-ASIGNA
           END-IF

           IF CICLO-MENSUAL
               MOVE "N" TO WS-FIN-COM-ARCH
               OPEN INPUT ARCH-VENTAS
               IF FS-VEN = "00"
                   PERFORM LEER-VENTA
                   PERFORM UNTIL WS-FIN-COM-ARCH = "S"
                       PERFORM GUARDAR-VENTA
                       PERFORM LEER-VENTA
                   END-PERFORM
                   CLOSE ARCH-VENTAS
               END-IF
           END-IF

           IF WS-SIMULACION = "N" AND CICLO-MENSUAL
               OPEN OUTPUT ARCH-COMISIONES
               MOVE SPACES TO WS-LINEA-COMISION
               STRING "ESTADO DE COMISIONES - PERIODO QUE TERMINA EL "
                   WS-FECHA-PERIODO
                   INTO WS-LINEA-COMISION
               END-STRING
               WRITE REG-COMISION FROM WS-LINEA-COMISION
           END-IF.
       CARGAR-COMISIONES-EXIT.
           EXIT.

       LEER-COM-PLAN.
           READ ARCH-COM-PLANES
               AT END MOVE "S" TO WS-FIN-COM-ARCH
           END-READ.

       LEER-COM-ASIGNA.
           READ ARCH-COM-ASIGNA
               AT END MOVE "S" TO WS-FIN-COM-ARCH
           END-READ.

       LEER-COM-ARRASTRE.
           READ ARCH-COM-ARRASTRE
               AT END MOVE "S" TO WS-FIN-COM-ARCH
           END-READ.

       LEER-VENTA.
           READ ARCH-VENTAS
               AT END MOVE "S" TO WS-FIN-COM-ARCH
           END-READ.

      *    SOLO VENTAS (V) Y ANULACIONES (A) CON IMPORTE; UNA LINEA
      *    QUE NO ES NI UNA NI OTRA SE IGNORA CON AVISO.
       GUARDAR-VENTA.
           MOVE FUNCTION UPPER-CASE(VEN-TIPO) TO VEN-TIPO
           IF (VEN-ES-VENTA OR VEN-ES-ANULACION)
                   AND VEN-IMPORTE IS NUMERIC
               IF WS-CANT-VENTAS < 1000
                   ADD 1 TO WS-CANT-VENTAS
                   MOVE VEN-EMP-ID TO TV-EMP-ID(WS-CANT-VENTAS)
                   MOVE VEN-FECHA TO TV-FECHA(WS-CANT-VENTAS)
                   MOVE VEN-COMPROBANTE
                       TO TV-COMPROBANTE(WS-CANT-VENTAS)
                   MOVE VEN-TIPO TO TV-TIPO(WS-CANT-VENTAS)
                   MOVE VEN-IMPORTE TO TV-IMPORTE(WS-CANT-VENTAS)
                   MOVE VEN-CLIENTE TO TV-CLIENTE(WS-CANT-VENTAS)
                   MOVE "N" TO TV-LIQUIDADA(WS-CANT-VENTAS)
               END-IF
           ELSE
               DISPLAY "VENTA IGNORADA: EMPLEADO " VEN-EMP-ID
                   " COMPROBANTE " VEN-COMPROBANTE
                   " TIPO " VEN-TIPO
           END-IF.

      *----------------------------------------------------------------*
      *    APLICAR-COMISION                                            *
      *    Base comisionable = ventas del mes - anulaciones del mes -  *
      *    anulaciones arrastradas. Si las anulaciones superan las     *
      *    ventas no hay comision y el exceso se arrastra al mes       *
      *    siguiente (clawback). La comision va al bruto gravado.      *
      *----------------------------------------------------------------*
       APLICAR-COMISION.
           MOVE 0 TO WS-COMISION-EMP
           MOVE 0 TO WS-COM-VENTAS
           MOVE 0 TO WS-COM-ANULADAS
           MOVE 0 TO WS-COM-ARRASTRE-ANT
           MOVE 0 TO WS-COM-BASE
           MOVE "N" TO WS-COM-TIENE-VENTAS
           MOVE SPACES TO WS-COM-PLAN

           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > WS-CANT-CARRASTRE
               IF CR-EMP-ID(WS-IDX-CAR) = EMP-ID
                   MOVE CR-ANULADO(WS-IDX-CAR) TO WS-COM-ARRASTRE-ANT
                   MOVE WS-CANT-CARRASTRE TO WS-IDX-CAR
               END-IF
           END-PERFORM
           MOVE WS-COM-ARRASTRE-ANT TO WS-COM-ARRASTRE-NVO

           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
                   UNTIL WS-IDX-VEN > WS-CANT-VENTAS
               IF TV-EMP-ID(WS-IDX-VEN) = EMP-ID
                   MOVE "S" TO WS-COM-TIENE-VENTAS
                   IF TV-TIPO(WS-IDX-VEN) = "V"
                       ADD TV-IMPORTE(WS-IDX-VEN) TO WS-COM-VENTAS
                   ELSE
                       ADD TV-IMPORTE(WS-IDX-VEN) TO WS-COM-ANULADAS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COM-TIENE-VENTAS = "N"
               GO TO APLICAR-COMISION-EXIT
           END-IF

           PERFORM VARYING WS-IDX-CAS FROM 1 BY 1
                   UNTIL WS-IDX-CAS > WS-CANT-CASIGNA
               IF CA-EMP-ID(WS-IDX-CAS) = EMP-ID
                   MOVE CA-PLAN(WS-IDX-CAS) TO WS-COM-PLAN
                   MOVE WS-CANT-CASIGNA TO WS-IDX-CAS
               END-IF
           END-PERFORM

           PERFORM ESCRIBIR-COMISION-VENTAS
           IF WS-COM-PLAN = SPACES
               MOVE "  SIN PLAN DE COMISION ASIGNADO: VENTAS SIN "
                   & "LIQUIDAR (comision_asignacion.txt)"
                   TO WS-LINEA-COMISION
               PERFORM GRABAR-LINEA-COMISION
               DISPLAY "  COMISION: EMPLEADO SIN PLAN ASIGNADO, "
                   "VENTAS SIN LIQUIDAR."
               GO TO APLICAR-COMISION-EXIT
           END-IF

           IF WS-COM-VENTAS > WS-COM-ANULADAS + WS-COM-ARRASTRE-ANT
               COMPUTE WS-COM-BASE = WS-COM-VENTAS
                   - WS-COM-ANULADAS - WS-COM-ARRASTRE-ANT
               MOVE 0 TO WS-COM-ARRASTRE-NVO
           ELSE
               MOVE 0 TO WS-COM-BASE
               COMPUTE WS-COM-ARRASTRE-NVO = WS-COM-ANULADAS
                   + WS-COM-ARRASTRE-ANT - WS-COM-VENTAS
           END-IF

           MOVE WS-COM-BASE TO WS-ED-COM-VENTA
           MOVE SPACES TO WS-LINEA-COMISION
           STRING "  BASE COMISIONABLE (PLAN " WS-COM-PLAN "):  "
               WS-ED-COM-VENTA
               INTO WS-LINEA-COMISION
           END-STRING
           PERFORM GRABAR-LINEA-COMISION

           PERFORM CALCULAR-COMISION-TRAMOS

           IF WS-COM-TOPE > 0 AND WS-COMISION-EMP > WS-COM-TOPE
               MOVE WS-COM-TOPE TO WS-COMISION-EMP
               MOVE WS-COM-TOPE TO WS-ED-COM-IMPORTE
               MOVE SPACES TO WS-LINEA-COMISION
               STRING "  TOPE DEL PLAN APLICADO:        "
                   WS-ED-COM-IMPORTE
                   INTO WS-LINEA-COMISION
               END-STRING
               PERFORM GRABAR-LINEA-COMISION
           END-IF

           MOVE WS-COMISION-EMP TO WS-ED-COM-IMPORTE
           MOVE SPACES TO WS-LINEA-COMISION
           STRING "  COMISION A PAGAR:              "
               WS-ED-COM-IMPORTE
               INTO WS-LINEA-COMISION
           END-STRING
           PERFORM GRABAR-LINEA-COMISION
           IF WS-COM-ARRASTRE-NVO > 0
               MOVE WS-COM-ARRASTRE-NVO TO WS-ED-COM-VENTA
               MOVE SPACES TO WS-LINEA-COMISION
               STRING "  ANULACIONES A COMPENSAR EL MES SIGUIENTE: "
                   WS-ED-COM-VENTA
                   INTO WS-LINEA-COMISION
               END-STRING
               PERFORM GRABAR-LINEA-COMISION
           END-IF

           ADD WS-COMISION-EMP TO SALARIO
           ADD WS-COMISION-EMP TO WS-TOTAL-COMISIONES
           DISPLAY "  COMISION (PLAN " WS-COM-PLAN "): "
               WS-COMISION-EMP " SOBRE VENTAS NETAS " WS-COM-BASE.
       APLICAR-COMISION-EXIT.
           EXIT.

      *    PORCENTAJE MARGINAL POR TRAMO, IGUAL QUE LA RETENCION: LO
      *    QUE PASA EL ULTIMO TRAMO DEL PLAN VA A SU PORCENTAJE. EL
      *    TOPE DEL PLAN ES EL MAYOR INFORMADO EN SUS LINEAS.
       CALCULAR-COMISION-TRAMOS.
           MOVE 0 TO WS-COMISION-EMP
           MOVE 0 TO WS-COM-DESDE
           MOVE 0 TO WS-COM-ULT-PORC
           MOVE 0 TO WS-COM-TOPE
           PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL WS-IDX-CPL > WS-CANT-CPLANES
               IF CP-PLAN(WS-IDX-CPL) = WS-COM-PLAN
                   IF CP-TOPE(WS-IDX-CPL) > WS-COM-TOPE
                       MOVE CP-TOPE(WS-IDX-CPL) TO WS-COM-TOPE
                   END-IF
                   MOVE CP-PORC(WS-IDX-CPL) TO WS-COM-ULT-PORC
                   IF WS-COM-BASE > WS-COM-DESDE
                       IF WS-COM-BASE > CP-HASTA(WS-IDX-CPL)
                           COMPUTE WS-COM-PORCION =
                               CP-HASTA(WS-IDX-CPL) - WS-COM-DESDE
                       ELSE
                           COMPUTE WS-COM-PORCION =
                               WS-COM-BASE - WS-COM-DESDE
                       END-IF
                       PERFORM SUMAR-TRAMO-COMISION
                   END-IF
                   MOVE CP-HASTA(WS-IDX-CPL) TO WS-COM-DESDE
               END-IF
           END-PERFORM
           IF WS-COM-BASE > WS-COM-DESDE
               COMPUTE WS-COM-PORCION = WS-COM-BASE - WS-COM-DESDE
               PERFORM SUMAR-TRAMO-COMISION
           END-IF.

       SUMAR-TRAMO-COMISION.
           COMPUTE WS-COM-IMP-TRAMO ROUNDED =
               WS-COM-PORCION * WS-COM-ULT-PORC / 100
           ADD WS-COM-IMP-TRAMO TO WS-COMISION-EMP
           MOVE WS-COM-PORCION TO WS-ED-COM-VENTA
           MOVE WS-COM-ULT-PORC TO WS-ED-COM-PORC
           MOVE WS-COM-IMP-TRAMO TO WS-ED-COM-IMPORTE
           MOVE SPACES TO WS-LINEA-COMISION
           STRING "  TRAMO AL " WS-ED-COM-PORC "% SOBRE "
               WS-ED-COM-VENTA " = " WS-ED-COM-IMPORTE
               INTO WS-LINEA-COMISION
           END-STRING
           PERFORM GRABAR-LINEA-COMISION.

      *    ENCABEZADO DEL EMPLEADO Y UNA LINEA POR VENTA O ANULACION.
       ESCRIBIR-COMISION-VENTAS.
           MOVE SPACES TO WS-LINEA-COMISION
           PERFORM GRABAR-LINEA-COMISION
           MOVE SPACES TO WS-LINEA-COMISION
           STRING "EMPLEADO: " EMP-ID "  " EMP-NOMBRE
               "  PLAN: " WS-COM-PLAN
               INTO WS-LINEA-COMISION
           END-STRING
           PERFORM GRABAR-LINEA-COMISION
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
                   UNTIL WS-IDX-VEN > WS-CANT-VENTAS
               IF TV-EMP-ID(WS-IDX-VEN) = EMP-ID
                   MOVE "S" TO TV-LIQUIDADA(WS-IDX-VEN)
                   PERFORM ESCRIBIR-LINEA-VENTA
               END-IF
           END-PERFORM
           MOVE WS-COM-VENTAS TO WS-ED-COM-VENTA
           MOVE SPACES TO WS-LINEA-COMISION
           STRING "  VENTAS DEL MES:                  " WS-ED-COM-VENTA
               INTO WS-LINEA-COMISION
           END-STRING
           PERFORM GRABAR-LINEA-COMISION
           MOVE WS-COM-ANULADAS TO WS-ED-COM-VENTA
           MOVE SPACES TO WS-LINEA-COMISION
           STRING "  ANULACIONES DEL MES:             " WS-ED-COM-VENTA
               INTO WS-LINEA-COMISION
           END-STRING
           PERFORM GRABAR-LINEA-COMISION
           IF WS-COM-ARRASTRE-ANT > 0
               MOVE WS-COM-ARRASTRE-ANT TO WS-ED-COM-VENTA
               MOVE SPACES TO WS-LINEA-COMISION
               STRING "  ANULACIONES DE MESES ANTERIORES: "
                   WS-ED-COM-VENTA
                   INTO WS-LINEA-COMISION
               END-STRING
               PERFORM GRABAR-LINEA-COMISION
           END-IF.

       ESCRIBIR-LINEA-VENTA.
           MOVE TV-IMPORTE(WS-IDX-VEN) TO WS-ED-COM-VENTA
           MOVE SPACES TO WS-LINEA-COMISION
           IF TV-TIPO(WS-IDX-VEN) = "V"
               STRING "  " TV-FECHA(WS-IDX-VEN) " "
                   TV-COMPROBANTE(WS-IDX-VEN) " VENTA     "
                   TV-CLIENTE(WS-IDX-VEN) " " WS-ED-COM-VENTA
                   INTO WS-LINEA-COMISION
               END-STRING
           ELSE
               STRING "  " TV-FECHA(WS-IDX-VEN) " "
                   TV-COMPROBANTE(WS-IDX-VEN) " ANULACION "
                   TV-CLIENTE(WS-IDX-VEN) "-" WS-ED-COM-VENTA
                   INTO WS-LINEA-COMISION
               END-STRING
           END-IF
           PERFORM GRABAR-LINEA-COMISION.

       GRABAR-LINEA-COMISION.
           IF WS-SIMULACION = "N" AND CICLO-MENSUAL
                   AND WS-HAY-COMISIONES = "S"
               WRITE REG-COMISION FROM WS-LINEA-COMISION
           END-IF.

      *    LAS VENTAS DE EMPLEADOS QUE NO SE LIQUIDARON EN LA CORRIDA
      *    (BAJA, FUERA DEL MAESTRO, NO ASALARIADO) SE LISTAN AL PIE.
       CERRAR-ESTADO-COMISIONES.
           IF WS-HAY-COMISIONES = "S" AND CICLO-MENSUAL
               PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
                       UNTIL WS-IDX-VEN > WS-CANT-VENTAS
                   IF TV-LIQUIDADA(WS-IDX-VEN) = "N"
                       IF WS-CONT-VEN-SIN-LIQ = 0
                           MOVE SPACES TO WS-LINEA-COMISION
                           PERFORM GRABAR-LINEA-COMISION
                           MOVE "VENTAS DE EMPLEADOS NO LIQUIDADOS "
                               & "EN ESTA CORRIDA:"
                               TO WS-LINEA-COMISION
                           PERFORM GRABAR-LINEA-COMISION
                       END-IF
                       ADD 1 TO WS-CONT-VEN-SIN-LIQ
                       MOVE SPACES TO WS-LINEA-COMISION
                       STRING "  EMPLEADO " TV-EMP-ID(WS-IDX-VEN)
                           INTO WS-LINEA-COMISION
                       END-STRING
                       PERFORM GRABAR-LINEA-COMISION
                       PERFORM ESCRIBIR-LINEA-VENTA
                   END-IF
               END-PERFORM
               MOVE WS-TOTAL-COMISIONES TO WS-ED-COM-VENTA
               MOVE SPACES TO WS-LINEA-COMISION
               PERFORM GRABAR-LINEA-COMISION
               STRING "TOTAL COMISIONES DE LA CORRIDA:    "
                   WS-ED-COM-VENTA
                   INTO WS-LINEA-COMISION
               END-STRING
               PERFORM GRABAR-LINEA-COMISION
               DISPLAY "TOTAL COMISIONES: " WS-TOTAL-COMISIONES
               IF WS-CONT-VEN-SIN-LIQ > 0
                   DISPLAY "VENTAS SIN LIQUIDAR: " WS-CONT-VEN-SIN-LIQ
                       " (comisiones.txt)"
               END-IF
               IF WS-SIMULACION = "N"
                   CLOSE ARCH-COMISIONES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    ANTICIPOS DE SUELDO (anticipos.txt)                         *
      *    El anticipo pendiente se recupera en esta corrida como      *
               END-IF
           END-PERFORM

      *    EL ANTICIPO ES LO ULTIMO DEL ORDEN LEGAL: SOLO SE RECUPERA
      *    LO QUE EL NETO TIENE POR ENCIMA DEL PISO.
           IF WS-ANTICIPO-EMP > 0
               IF SALARIO-NETO > WS-NETO-MINIMO
                   COMPUTE WS-DED-RESTO = SALARIO-NETO - WS-NETO-MINIMO
               ELSE
                   MOVE 0 TO WS-DED-RESTO
               END-IF
               IF WS-ANTICIPO-EMP > WS-DED-RESTO
                   COMPUTE WS-ATR-ANTICIPO =
                       WS-ANTICIPO-EMP - WS-DED-RESTO
                   MOVE WS-DED-RESTO TO WS-ANTICIPO-EMP
                   MOVE "S" TO WS-PISO-ALCANZADO
                   DISPLAY "  RECUPERO PARCIAL DE ANTICIPO: EL "
                       "NETO NO ALCANZA; EL RESTO QUEDA "
                       "PENDIENTE."
      *----------------------------------------------------------------*
      *    EL BONO EXENTO POR LEY QUEDA FUERA DE LA BASE DE TRAMOS.
       CALCULAR-RETENCION.
           PERFORM CONTAR-DEPENDIENTES
           COMPUTE WS-BASE-IMPONIBLE ROUNDED =
               SALARIO - WS-BONO-EXENTO-EMP
               - WS-DEP-EXENTOS * WS-EXENCION-DEP
           IF WS-BONO-EXENTO-EMP
                   + WS-DEP-EXENTOS * WS-EXENCION-DEP > SALARIO
               MOVE 0 TO WS-BASE-IMPONIBLE
           END-IF


           COMPUTE SALARIO-NETO = SALARIO - RETENCION.

      *    DEPENDIENTES QUE DAN DERECHO A LA FECHA DEL PERIODO SEGUN
      *    EL REGISTRO; SIN LINEAS EN EL REGISTRO VALE EL CONTADOR DEL
      *    MAESTRO.
       CONTAR-DEPENDIENTES.
           MOVE "C" TO WS-DEP-FUNCION
           MOVE EMP-ID TO WS-DEP-EMP-ID
           MOVE WS-FECHA-PERIODO TO WS-DEP-DESDE
           MOVE WS-FECHA-PERIODO TO WS-DEP-HASTA
           CALL "DEPENDIENTES-RUTINA" USING WS-DEP-FUNCION
               WS-DEP-EMP-ID WS-DEP-DESDE WS-DEP-HASTA WS-DEP-DATOS
               WS-DEP-RC
           IF WS-DEP-HAY-REGISTRO = "S"
               MOVE WS-DEP-CANTIDAD TO WS-DEP-EXENTOS
           ELSE
               MOVE EMP-DEPENDIENTES TO WS-DEP-EXENTOS
           END-IF.

       CALCULAR-RETENCION-TRAMOS.
           MOVE 0 TO RETENCION
           MOVE 0 TO WS-TRAMO-DESDE
               DISPLAY "  2. CAMBIO DE HORAS/TARIFA"
               DISPLAY "  3. BAJA (DESACTIVAR) EMPLEADO"
               DISPLAY "  4. DATOS BANCARIOS"
               DISPLAY "  5. EMPRESA (RAZON SOCIAL)"
               DISPLAY "  6. DEPENDIENTES"
               DISPLAY "  7. ENTREGA DEL RECIBO (PAPEL/CORREO)"
               DISPLAY "  0. VOLVER"
               DISPLAY "OPCION: "
               ACCEPT WS-OPCION-MANT
                   WHEN 2 PERFORM CAMBIO-EMPLEADO
                   WHEN 3 PERFORM BAJA-EMPLEADO
                   WHEN 4 PERFORM CAMBIO-BANCO
                   WHEN 5 PERFORM CAMBIO-EMPRESA
                   WHEN 6 PERFORM MANTENER-DEPENDIENTES
                   WHEN 7 PERFORM CAMBIO-ENTREGA
                   WHEN 0 MOVE "S" TO WS-SALIR-MANT
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           ACCEPT WS-NVO-HORAS
           DISPLAY "Tarifa: "
           ACCEPT WS-NVO-TARIFA
           DISPLAY "Banco (3 digitos, 0 = sin banco): "
           ACCEPT WS-NVO-BANCO
           DISPLAY "Numero de cuenta: "
           DISPLAY "Departamento (4 caracteres): "
           ACCEPT WS-NVO-DEPTO
           MOVE FUNCTION UPPER-CASE(WS-NVO-DEPTO) TO WS-NVO-DEPTO
           DISPLAY "Empresa (2 caracteres, en blanco = 01): "
           PERFORM PEDIR-EMPRESA-EMPLEADO
           DISPLAY "Dias de vacaciones anuales: "
           ACCEPT WS-NVO-VACAC
           DISPLAY "Tipo (H=POR HORA, A=ASALARIADO): "
           MOVE WS-NVO-TARIFA TO EMP-TARIFA
           MOVE "A"           TO EMP-ACTIVO
           MOVE 0             TO EMP-YTD
           MOVE 0             TO EMP-DEPENDIENTES
           MOVE WS-NVO-BANCO  TO EMP-BANCO
           MOVE WS-NVO-CUENTA TO EMP-CUENTA
           MOVE WS-NVO-TIPO-CTA TO EMP-TIPO-CUENTA
           MOVE WS-NVA-FECHA-ING TO EMP-FECHA-INGRESO
           MOVE 0             TO EMP-VAC-ACUM
           MOVE WS-NVA-CTA-INTERNA TO EMP-CTA-INTERNA
           MOVE WS-NVA-EMPRESA TO EMP-EMPRESA
           MOVE "P"           TO EMP-ENTREGA

           WRITE EMP-REG
           IF FS = "00"
               DISPLAY "EMPLEADO DADO DE ALTA CORRECTAMENTE."
               DISPLAY "LOS DEPENDIENTES SE CARGAN CON LA OPCION 6."
               DISPLAY "EL RECIBO SALE EN PAPEL; EL CORREO SE CARGA "
                   "CON LA OPCION 7."
               MOVE "ALTA" TO WS-AUD-ACCION
               MOVE SPACES TO WS-AUD-DETALLE
               STRING "HORAS=" EMP-HORAS " TARIFA=" EMP-TARIFA
                       ACCEPT WS-NVA-FECHA-VIG
                       PERFORM GRABAR-TARIFA-HIST
                   END-IF
                   MOVE "C" TO WS-DEP-FUNCION
                   MOVE EMP-ID TO WS-DEP-EMP-ID
                   ACCEPT WS-DEP-DESDE FROM DATE YYYYMMDD
                   MOVE WS-DEP-DESDE TO WS-DEP-HASTA
                   CALL "DEPENDIENTES-RUTINA" USING WS-DEP-FUNCION
                       WS-DEP-EMP-ID WS-DEP-DESDE WS-DEP-HASTA
                       WS-DEP-DATOS WS-DEP-RC
                   IF WS-DEP-HAY-REGISTRO = "S"
                       DISPLAY "DEPENDIENTES SEGUN REGISTRO: "
                           WS-DEP-CANTIDAD " (OPCION 6)"
                       MOVE WS-DEP-CANTIDAD TO WS-NVO-DEPEND
                   ELSE
                       DISPLAY "NUEVOS DEPENDIENTES: "
                       ACCEPT WS-NVO-DEPEND
                   END-IF
                   DISPLAY "NUEVO DEPARTAMENTO: "
                   ACCEPT WS-NVO-DEPTO
                   MOVE FUNCTION UPPER-CASE(WS-NVO-DEPTO)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      *    MANTENER-DEPENDIENTES                                       *
      *    Registro de dependientes del empleado en dependientes.txt:  *
      *    lista los cargados con la marca de si dan derecho hoy, y    *
      *    da de alta uno nuevo o de baja uno por su documento (la     *
      *    baja queda fechada, la linea no se borra). Tras cada        *
      *    cambio EMP-DEPENDIENTES queda con la cantidad que da        *
      *    derecho hoy y el cambio va a nomina_audit.txt.              *
      *----------------------------------------------------------------*
       MANTENER-DEPENDIENTES.
           DISPLAY "ID DEL EMPLEADO: "
           ACCEPT WS-NVO-ID
           MOVE WS-NVO-ID TO EMP-ID

           READ EMP-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EMPLEADO CON ID=" WS-NVO-ID
               NOT INVALID KEY
                   PERFORM ATENDER-DEPENDIENTES
           END-READ.

       ATENDER-DEPENDIENTES.
           ACCEPT WS-DEP-HOY FROM DATE YYYYMMDD
           MOVE EMP-DEPENDIENTES TO WS-DEP-ANTERIOR
           PERFORM LISTAR-DEPENDIENTES
           DISPLAY "A = ALTA DE DEPENDIENTE, B = BAJA, "
               "OTRA = VOLVER: "
           ACCEPT WS-DEP-OPCION
           MOVE FUNCTION UPPER-CASE(WS-DEP-OPCION) TO WS-DEP-OPCION
           EVALUATE WS-DEP-OPCION
               WHEN "A" PERFORM ALTA-DEPENDIENTE
               WHEN "B" PERFORM BAJA-DEPENDIENTE THRU
                        BAJA-DEPENDIENTE-EXIT
               WHEN OTHER CONTINUE
           END-EVALUATE.

       LISTAR-DEPENDIENTES.
           MOVE "C" TO WS-DEP-FUNCION
           MOVE EMP-ID TO WS-DEP-EMP-ID
           MOVE WS-DEP-HOY TO WS-DEP-DESDE
           MOVE WS-DEP-HOY TO WS-DEP-HASTA
           CALL "DEPENDIENTES-RUTINA" USING WS-DEP-FUNCION
               WS-DEP-EMP-ID WS-DEP-DESDE WS-DEP-HASTA WS-DEP-DATOS
               WS-DEP-RC
           IF WS-DEP-HAY-REGISTRO = "N"
               DISPLAY "SIN DEPENDIENTES EN EL REGISTRO. CONTADOR DEL "
                   "MAESTRO: " EMP-DEPENDIENTES
           ELSE
               DISPLAY "NOMBRE                         P NACIMIENTO D "
                   "DOCUMENTO    BAJA     DERECHO"
               PERFORM VARYING WS-IDX-DEPN FROM 1 BY 1
                       UNTIL WS-IDX-DEPN > WS-DEP-TOTAL
                   DISPLAY WD-NOMBRE(WS-IDX-DEPN) " "
                       WD-PARENTESCO(WS-IDX-DEPN) " "
                       WD-FECHA-NAC(WS-IDX-DEPN) "   "
                       WD-DISCAPACIDAD(WS-IDX-DEPN) " "
                       WD-DOCUMENTO(WS-IDX-DEPN) " "
                       WD-FECHA-BAJA(WS-IDX-DEPN) " "
                       WD-ELEGIBLE(WS-IDX-DEPN)
               END-PERFORM
               DISPLAY "DAN DERECHO A LA EXENCION HOY: "
                   WS-DEP-CANTIDAD
           END-IF
           IF WS-DEP-RC = "10"
               DISPLAY "EL EMPLEADO TIENE MAS DE 20 DEPENDIENTES, "
                   "SE MUESTRAN LOS PRIMEROS."
           END-IF.

       ALTA-DEPENDIENTE.
           IF WS-DEP-HAY-REGISTRO = "N" AND EMP-DEPENDIENTES > 0
               DISPLAY "AVISO: CON EL REGISTRO CARGADO EL CONTADOR "
                   "DEL MAESTRO (" EMP-DEPENDIENTES ") DEJA DE "
                   "USARSE. CARGUE TODOS SUS DEPENDIENTES."
           END-IF
           DISPLAY "Nombre del dependiente: "
           ACCEPT WS-NDP-NOMBRE
           DISPLAY "Parentesco (C=CONYUGE, H=HIJO, P=PADRE/MADRE, "
               "O=OTRO): "
           ACCEPT WS-NDP-PARENTESCO
           MOVE FUNCTION UPPER-CASE(WS-NDP-PARENTESCO)
               TO WS-NDP-PARENTESCO
           PERFORM UNTIL WS-NDP-PARENTESCO = "C" OR "H" OR "P" OR "O"
               DISPLAY "PARENTESCO INVALIDO. REINGRESE (C/H/P/O): "
               ACCEPT WS-NDP-PARENTESCO
               MOVE FUNCTION UPPER-CASE(WS-NDP-PARENTESCO)
                   TO WS-NDP-PARENTESCO
           END-PERFORM
           DISPLAY "Fecha de nacimiento (AAAAMMDD): "
           ACCEPT WS-NDP-FECHA-NAC
           PERFORM VALIDAR-FECHA-NAC-DEP
           PERFORM UNTIL WS-FEC-RC = "00"
                   AND WS-NDP-FECHA-NAC <= WS-DEP-HOY
               DISPLAY "FECHA IMPOSIBLE O FUTURA: " WS-NDP-FECHA-NAC
                   ". REINGRESE (AAAAMMDD): "
               ACCEPT WS-NDP-FECHA-NAC
               PERFORM VALIDAR-FECHA-NAC-DEP
           END-PERFORM
           DISPLAY "Discapacidad (S/N): "
           ACCEPT WS-NDP-DISCAPACIDAD
           MOVE FUNCTION UPPER-CASE(WS-NDP-DISCAPACIDAD)
               TO WS-NDP-DISCAPACIDAD
           IF WS-NDP-DISCAPACIDAD NOT = "S"
               MOVE "N" TO WS-NDP-DISCAPACIDAD
           END-IF
           DISPLAY "Documento: "
           ACCEPT WS-NDP-DOCUMENTO
           MOVE FUNCTION UPPER-CASE(WS-NDP-DOCUMENTO)
               TO WS-NDP-DOCUMENTO

           OPEN EXTEND ARCH-DEPENDIENTES
           IF FS-DPT = "35"
               OPEN OUTPUT ARCH-DEPENDIENTES
           END-IF
           IF FS-DPT NOT = "00"
               DISPLAY "ERROR AL ABRIR dependientes.txt. FS=" FS-DPT
               MOVE "dependientes.txt" TO WS-ERR-ARCHIVO
               MOVE FS-DPT TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE EMP-ID             TO DPT-EMP-ID
               MOVE WS-NDP-NOMBRE      TO DPT-NOMBRE
               MOVE WS-NDP-PARENTESCO  TO DPT-PARENTESCO
               MOVE WS-NDP-FECHA-NAC   TO DPT-FECHA-NAC
               MOVE WS-NDP-DISCAPACIDAD TO DPT-DISCAPACIDAD
               MOVE WS-NDP-DOCUMENTO   TO DPT-DOCUMENTO
               MOVE WS-DEP-HOY         TO DPT-FECHA-ALTA
               MOVE 0                  TO DPT-FECHA-BAJA
               WRITE REG-DEPENDIENTE
               CLOSE ARCH-DEPENDIENTES
               DISPLAY "DEPENDIENTE DADO DE ALTA."
               PERFORM SINCRONIZAR-DEPENDIENTES
               MOVE "DEPEND-ALTA" TO WS-AUD-ACCION
               MOVE SPACES TO WS-AUD-DETALLE
               STRING "DOC=" WS-NDP-DOCUMENTO
                   " PAR=" WS-NDP-PARENTESCO
                   " NAC=" WS-NDP-FECHA-NAC
                   " DISC=" WS-NDP-DISCAPACIDAD
                   " EXENTOS: " WS-DEP-ANTERIOR " -> " EMP-DEPENDIENTES
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE
               END-STRING
               PERFORM GRABAR-AUDITORIA
           END-IF.

       VALIDAR-FECHA-NAC-DEP.
           MOVE "V" TO WS-FEC-FUNCION
           CALL "FECHA-RUTINA" USING WS-FEC-FUNCION
               WS-NDP-FECHA-NAC WS-FEC-FECHA2
               WS-FEC-RESULTADO WS-FEC-RC.

      *    LA BAJA SE GRABA POR COPIA A dependientes.tmp Y REEMPLAZO,
      *    COMO LOS DEMAS ARCHIVOS DE TEXTO QUE SE MARCAN EN SITIO.
       BAJA-DEPENDIENTE.
           DISPLAY "DOCUMENTO DEL DEPENDIENTE A DAR DE BAJA: "
           ACCEPT WS-NDP-DOCUMENTO
           MOVE FUNCTION UPPER-CASE(WS-NDP-DOCUMENTO)
               TO WS-NDP-DOCUMENTO
           MOVE 0 TO WS-DEP-DADOS-BAJA

           OPEN INPUT ARCH-DEPENDIENTES
           IF FS-DPT NOT = "00"
               DISPLAY "NO HAY REGISTRO DE DEPENDIENTES."
               GO TO BAJA-DEPENDIENTE-EXIT
           END-IF
           OPEN OUTPUT ARCH-DEP-TMP
           IF FS-DTM NOT = "00"
               DISPLAY "ERROR AL ABRIR dependientes.tmp. FS=" FS-DTM
               MOVE "dependientes.tmp" TO WS-ERR-ARCHIVO
               MOVE FS-DTM TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               CLOSE ARCH-DEPENDIENTES
               GO TO BAJA-DEPENDIENTE-EXIT
           END-IF

           MOVE "N" TO WS-FIN-DEPEND
           PERFORM LEER-DEPENDIENTE
           PERFORM UNTIL WS-FIN-DEPEND = "S"
               IF DPT-EMP-ID = EMP-ID
                       AND DPT-DOCUMENTO = WS-NDP-DOCUMENTO
                       AND DPT-FECHA-BAJA = 0
                   MOVE WS-DEP-HOY TO DPT-FECHA-BAJA
                   ADD 1 TO WS-DEP-DADOS-BAJA
               END-IF
               WRITE REG-DEP-TMP FROM REG-DEPENDIENTE
               PERFORM LEER-DEPENDIENTE
           END-PERFORM
           CLOSE ARCH-DEPENDIENTES
           CLOSE ARCH-DEP-TMP

           IF WS-DEP-DADOS-BAJA = 0
               DISPLAY "NO HAY DEPENDIENTE VIGENTE CON ESE DOCUMENTO."
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-DEPEND-TMP
                   RETURNING WS-RC-CBL
               GO TO BAJA-DEPENDIENTE-EXIT
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-DEPEND
               RETURNING WS-RC-CBL
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-DEPEND-TMP
               WS-NOMBRE-DEPEND
               RETURNING WS-RC-CBL
           DISPLAY "DEPENDIENTE DADO DE BAJA AL " WS-DEP-HOY "."

           PERFORM SINCRONIZAR-DEPENDIENTES
           MOVE "DEPEND-BAJA" TO WS-AUD-ACCION
           MOVE SPACES TO WS-AUD-DETALLE
           STRING "DOC=" WS-NDP-DOCUMENTO
               " BAJA=" WS-DEP-HOY
               " EXENTOS: " WS-DEP-ANTERIOR " -> " EMP-DEPENDIENTES
               DELIMITED BY SIZE
               INTO WS-AUD-DETALLE
           END-STRING
           PERFORM GRABAR-AUDITORIA.
       BAJA-DEPENDIENTE-EXIT.
           EXIT.

       LEER-DEPENDIENTE.
           READ ARCH-DEPENDIENTES
               AT END MOVE "S" TO WS-FIN-DEPEND
           END-READ.

      *    LA RUTINA RELEE EL ARCHIVO Y EL MAESTRO QUEDA CON LA
      *    CANTIDAD QUE DA DERECHO HOY.
       SINCRONIZAR-DEPENDIENTES.
           MOVE "R" TO WS-DEP-FUNCION
           CALL "DEPENDIENTES-RUTINA" USING WS-DEP-FUNCION
               WS-DEP-EMP-ID WS-DEP-DESDE WS-DEP-HASTA WS-DEP-DATOS
               WS-DEP-RC
           PERFORM LISTAR-DEPENDIENTES
           IF WS-DEP-HAY-REGISTRO = "S"
               MOVE WS-DEP-CANTIDAD TO EMP-DEPENDIENTES
           END-IF
           REWRITE EMP-REG
           IF FS NOT = "00"
               DISPLAY "ERROR AL ACTUALIZAR. FS=" FS
               MOVE "EMPLEADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.

      *    LA EMPRESA DEL EMPLEADO TIENE QUE FIGURAR EN empresas.txt
      *    (LA 01 VALE AUNQUE NO ESTE).
       PEDIR-EMPRESA-EMPLEADO.
           ACCEPT WS-NVA-EMPRESA
           MOVE FUNCTION UPPER-CASE(WS-NVA-EMPRESA) TO WS-NVA-EMPRESA
           CALL "EMPRESA-RUTINA" USING WS-NVA-EMPRESA WS-EMP-DATOS
               WS-EMP-RC
           PERFORM UNTIL WS-EMP-RC NOT = "23"
               DISPLAY "LA EMPRESA " WS-NVA-EMPRESA " NO FIGURA EN "
                   "empresas.txt. REINGRESE: "
               ACCEPT WS-NVA-EMPRESA
               MOVE FUNCTION UPPER-CASE(WS-NVA-EMPRESA)
                   TO WS-NVA-EMPRESA
               CALL "EMPRESA-RUTINA" USING WS-NVA-EMPRESA
                   WS-EMP-DATOS WS-EMP-RC
           END-PERFORM.

      *----------------------------------------------------------------*
      *    CAMBIO-EMPRESA                                              *
      *    Pase del empleado a otra empresa del grupo: desde la        *
      *    proxima corrida lo paga la empresa nueva.                   *
      *----------------------------------------------------------------*
       CAMBIO-EMPRESA.
           DISPLAY "ID A MODIFICAR: "
           ACCEPT WS-NVO-ID
           MOVE WS-NVO-ID TO EMP-ID

           READ EMP-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EMPLEADO CON ID=" WS-NVO-ID
               NOT INVALID KEY
                   MOVE EMP-EMPRESA TO WS-EMPRESA-EMP
                   IF WS-EMPRESA-EMP = SPACES
                       MOVE "01" TO WS-EMPRESA-EMP
                   END-IF
                   DISPLAY "EMPRESA ACTUAL: " WS-EMPRESA-EMP
                   DISPLAY "NUEVA EMPRESA (EN BLANCO = 01): "
                   PERFORM PEDIR-EMPRESA-EMPLEADO
                   MOVE WS-NVA-EMPRESA TO EMP-EMPRESA

                   REWRITE EMP-REG
                   IF FS = "00"
                       DISPLAY "EMPRESA ACTUALIZADA."
                       MOVE "CAMBIO-EMPRESA" TO WS-AUD-ACCION
                       MOVE SPACES TO WS-AUD-DETALLE
                       STRING "EMPRESA=" WS-EMPRESA-EMP
                           " -> " EMP-EMPRESA
                           INTO WS-AUD-DETALLE
                       END-STRING
                       PERFORM GRABAR-AUDITORIA
                   ELSE
                       DISPLAY "ERROR AL ACTUALIZAR. FS=" FS
                       MOVE "EMPLEADOS.IDX" TO WS-ERR-ARCHIVO
                       MOVE FS TO WS-ERR-FS
                       PERFORM REGISTRAR-ERROR
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      *    CAMBIO-ENTREGA                                              *
      *    Preferencia de entrega del recibo: P = papel (recibos.txt), *
      *    E = correo (PAYROLL-RELEASE lo manda como documento propio  *
      *    al archivo de envio). El correo va en EMP-CORREO.IDX; sin   *
      *    direccion valida no se acepta la entrega electronica.       *
      *----------------------------------------------------------------*
       CAMBIO-ENTREGA.
           DISPLAY "ID A MODIFICAR: "
           ACCEPT WS-NVO-ID
           MOVE WS-NVO-ID TO EMP-ID

           READ EMP-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EMPLEADO CON ID=" WS-NVO-ID
               NOT INVALID KEY
                   PERFORM ATENDER-ENTREGA THRU ATENDER-ENTREGA-EXIT
           END-READ.

       ATENDER-ENTREGA.
           OPEN I-O ARCH-CORREOS
           IF FS-ECO = "35"
               OPEN OUTPUT ARCH-CORREOS
               CLOSE ARCH-CORREOS
               OPEN I-O ARCH-CORREOS
           END-IF
           IF FS-ECO NOT = "00"
               DISPLAY "ERROR AL ABRIR EMP-CORREO.IDX. FS=" FS-ECO
               MOVE "EMP-CORREO.IDX" TO WS-ERR-ARCHIVO
               MOVE FS-ECO TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
               GO TO ATENDER-ENTREGA-EXIT
           END-IF

           MOVE EMP-ENTREGA TO WS-ENTREGA-ANT
           IF WS-ENTREGA-ANT = SPACE
               MOVE "P" TO WS-ENTREGA-ANT
           END-IF
           MOVE EMP-ID TO ECO-EMP-ID
           MOVE "S" TO WS-CORREO-HALLADO
           READ ARCH-CORREOS
               INVALID KEY
                   MOVE "N" TO WS-CORREO-HALLADO
                   MOVE SPACES TO ECO-CORREO
           END-READ
           MOVE ECO-CORREO TO WS-CORREO-ANT
           DISPLAY "ENTREGA ACTUAL: " WS-ENTREGA-ANT
               "  CORREO: " WS-CORREO-ANT

           DISPLAY "NUEVA ENTREGA (P=PAPEL, E=CORREO): "
           ACCEPT WS-NVA-ENTREGA
           MOVE FUNCTION UPPER-CASE(WS-NVA-ENTREGA) TO WS-NVA-ENTREGA
           PERFORM UNTIL WS-NVA-ENTREGA = "P" OR "E"
               DISPLAY "ENTREGA INVALIDA. REINGRESE (P/E): "
               ACCEPT WS-NVA-ENTREGA
               MOVE FUNCTION UPPER-CASE(WS-NVA-ENTREGA)
                   TO WS-NVA-ENTREGA
           END-PERFORM

           DISPLAY "CORREO (EN BLANCO = SIN CAMBIO): "
           ACCEPT WS-NVO-CORREO
           IF WS-NVO-CORREO = SPACES
               MOVE WS-CORREO-ANT TO WS-NVO-CORREO
           END-IF
           IF WS-NVO-CORREO NOT = SPACES
               PERFORM VALIDAR-CORREO
               PERFORM UNTIL WS-CORREO-VALIDO = "S"
                   DISPLAY "CORREO INVALIDO: " WS-NVO-CORREO
                   DISPLAY "REINGRESE (USUARIO@DOMINIO.EXT): "
                   ACCEPT WS-NVO-CORREO
                   PERFORM VALIDAR-CORREO
               END-PERFORM
           END-IF
           IF WS-NVA-ENTREGA = "E" AND WS-NVO-CORREO = SPACES
               DISPLAY "SIN CORREO NO HAY ENTREGA ELECTRONICA. EL "
                   "RECIBO SIGUE EN PAPEL."
               MOVE "P" TO WS-NVA-ENTREGA
           END-IF

           IF WS-NVO-CORREO NOT = WS-CORREO-ANT
               MOVE EMP-ID TO ECO-EMP-ID
               MOVE WS-NVO-CORREO TO ECO-CORREO
               ACCEPT ECO-FECHA-ACT FROM DATE YYYYMMDD
               IF WS-CORREO-HALLADO = "S"
                   REWRITE REG-CORREO
               ELSE
                   WRITE REG-CORREO
               END-IF
               IF FS-ECO NOT = "00"
                   DISPLAY "ERROR AL GRABAR EL CORREO. FS=" FS-ECO
                   MOVE "EMP-CORREO.IDX" TO WS-ERR-ARCHIVO
                   MOVE FS-ECO TO WS-ERR-FS
                   PERFORM REGISTRAR-ERROR
                   CLOSE ARCH-CORREOS
                   GO TO ATENDER-ENTREGA-EXIT
               END-IF
           END-IF
           CLOSE ARCH-CORREOS

           MOVE WS-NVA-ENTREGA TO EMP-ENTREGA
           REWRITE EMP-REG
           IF FS = "00"
               DISPLAY "ENTREGA ACTUALIZADA."
               MOVE "CAMBIO-ENTREGA" TO WS-AUD-ACCION
               MOVE SPACES TO WS-AUD-DETALLE
               STRING "ENTREGA=" WS-ENTREGA-ANT " -> " EMP-ENTREGA
                   " CORREO=" WS-NVO-CORREO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALLE
               END-STRING
               PERFORM GRABAR-AUDITORIA
           ELSE
               DISPLAY "ERROR AL ACTUALIZAR. FS=" FS
               MOVE "EMPLEADOS.IDX" TO WS-ERR-ARCHIVO
               MOVE FS TO WS-ERR-FS
               PERFORM REGISTRAR-ERROR
           END-IF.
       ATENDER-ENTREGA-EXIT.
           EXIT.

      *    UNA SOLA ARROBA, ALGO ANTES DE ELLA, UN PUNTO EN EL DOMINIO
      *    Y NINGUN BLANCO EN EL MEDIO.
       VALIDAR-CORREO.
           MOVE "N" TO WS-CORREO-VALIDO
           MOVE 0 TO WS-CORREO-ARROBAS
           MOVE 0 TO WS-CORREO-PUNTOS
           MOVE 0 TO WS-CORREO-BLANCOS
           MOVE SPACES TO WS-CORREO-USUARIO
           MOVE SPACES TO WS-CORREO-DOMINIO
           INSPECT WS-NVO-CORREO TALLYING WS-CORREO-ARROBAS FOR ALL "@"
           UNSTRING WS-NVO-CORREO DELIMITED BY "@"
               INTO WS-CORREO-USUARIO WS-CORREO-DOMINIO
           END-UNSTRING
           INSPECT WS-CORREO-DOMINIO TALLYING WS-CORREO-PUNTOS
               FOR ALL "."
           INSPECT WS-NVO-CORREO TALLYING WS-CORREO-BLANCOS
               FOR ALL SPACES BEFORE INITIAL "@"
           IF WS-CORREO-ARROBAS = 1
                   AND WS-CORREO-USUARIO NOT = SPACES
                   AND WS-CORREO-DOMINIO(1:1) NOT = "."
                   AND WS-CORREO-DOMINIO(1:1) NOT = SPACE
                   AND WS-CORREO-PUNTOS > 0
                   AND WS-CORREO-BLANCOS = 0
               MOVE "S" TO WS-CORREO-VALIDO
           END-IF.

       CAMBIO-BANCO.
           DISPLAY "ID A MODIFICAR: "
           ACCEPT WS-NVO-ID
                   MOVE 00000001 TO TRH-FECHA-DESDE
               END-IF
               MOVE EMP-TARIFA TO TRH-TARIFA
               MOVE 0 TO TRH-SALARIO-MENS
               WRITE REG-TARIFA-HIST
           END-IF
           MOVE WS-NVO-ID TO TRH-EMP-ID
           MOVE WS-NVA-FECHA-VIG TO TRH-FECHA-DESDE
           MOVE WS-NVO-TARIFA TO TRH-TARIFA
           MOVE 0 TO TRH-SALARIO-MENS
           WRITE REG-TARIFA-HIST
           IF FS-TRF NOT = "00"
               DISPLAY "ERROR AL GRABAR tarifas_hist.txt. FS=" FS-TRF
