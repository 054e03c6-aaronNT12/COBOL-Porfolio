      * 02-09-2026 AAR Codigo de proyecto opcional en la captura,
      *                validado contra proyectos.txt (tarjetas.txt
      *                pasa de 25 a 29 caracteres).
      * 15-10-2026 AAR Hora de inicio y fin del turno (HHMM) en la
      *                captura y en el cambio, para los recargos
      *                nocturnos de PAYROLL; el turno puede cruzar la
      *                medianoche y tiene que cubrir las horas
      *                (tarjetas.txt pasa de 29 a 37 caracteres).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-TIMECARDS.
           05 TAR-APROBADA     PIC X(1).
           05 TAR-SUPERVISOR   PIC X(10).
           05 TAR-PROYECTO     PIC X(4).
           05 TAR-HORA-INICIO  PIC 9(4).
           05 TAR-HORA-FIN     PIC 9(4).

       FD  EMP-FILE
           RECORD CONTAINS 110 CHARACTERS.
               10 PN-NOMBRE    PIC X(20).
       01  WS-CANT-PROY-NOM    PIC 9(2) VALUE 0.
       01  WS-IDX-PNO          PIC 9(2) VALUE 0.
       01  WS-HORA-INICIO      PIC 9(4) VALUE 0.
       01  WS-HORA-FIN         PIC 9(4) VALUE 0.
       01  WS-HHMM             PIC 9(4) VALUE 0.
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05 WS-HHMM-HH       PIC 9(2).
           05 WS-HHMM-MM       PIC 9(2).
       01  WS-MIN-INICIO       PIC 9(4) VALUE 0.
       01  WS-MIN-FIN          PIC 9(4) VALUE 0.
       01  WS-MIN-TURNO        PIC 9(4) VALUE 0.
       01  WS-TURNO-VALIDO     PIC X VALUE "S".

      *----------------------------------------------------------------*
      *    TARJETAS EN MEMORIA; EL ARCHIVO SE REGRABA COMPLETO TRAS    *
               10 TT-APROBADA  PIC X(1).
               10 TT-SUPERVISOR PIC X(10).
               10 TT-PROYECTO  PIC X(4).
               10 TT-HORA-INICIO PIC 9(4).
               10 TT-HORA-FIN  PIC 9(4).
       01  WS-CANT-TARJETAS    PIC 9(4) VALUE 0.
       01  WS-IDX-TAR          PIC 9(4) VALUE 0.
       01  WS-IDX-HALLADO      PIC 9(4) VALUE 0.
                           TO TT-SUPERVISOR(WS-CANT-TARJETAS)
                       MOVE TAR-PROYECTO
                           TO TT-PROYECTO(WS-CANT-TARJETAS)
      *                TARJETA VIEJA DE 29 CARACTERES: SIN HORARIO.
                       IF TAR-HORA-INICIO NUMERIC
                               AND TAR-HORA-FIN NUMERIC
                           MOVE TAR-HORA-INICIO
                               TO TT-HORA-INICIO(WS-CANT-TARJETAS)
                           MOVE TAR-HORA-FIN
                               TO TT-HORA-FIN(WS-CANT-TARJETAS)
                       ELSE
                           MOVE 0 TO TT-HORA-INICIO(WS-CANT-TARJETAS)
                           MOVE 0 TO TT-HORA-FIN(WS-CANT-TARJETAS)
                       END-IF
                   END-IF
                   PERFORM LEER-TARJETA
               END-PERFORM
               MOVE TT-APROBADA(WS-IDX-TAR) TO TAR-APROBADA
               MOVE TT-SUPERVISOR(WS-IDX-TAR) TO TAR-SUPERVISOR
               MOVE TT-PROYECTO(WS-IDX-TAR) TO TAR-PROYECTO
               MOVE TT-HORA-INICIO(WS-IDX-TAR) TO TAR-HORA-INICIO
               MOVE TT-HORA-FIN(WS-IDX-TAR) TO TAR-HORA-FIN
               WRITE REG-TARJETA
           END-PERFORM
           CLOSE ARCH-TARJETAS
                       DISPLAY "MAS DE 24 HORAS EN UN DIA. NO SE "
                           "CAPTURA."
                   ELSE
                       PERFORM CAPTURAR-HORARIO
                       IF WS-TURNO-VALIDO = "N"
                           DISPLAY "HORARIO INVALIDO O MENOR QUE LAS "
                               "HORAS. NO SE CAPTURA."
                       ELSE
                       PERFORM CAPTURAR-PROYECTO
                       IF WS-PROY-VALIDO = "N"
                           DISPLAY "PROYECTO INEXISTENTE EN "
                               TO TT-SUPERVISOR(WS-CANT-TARJETAS)
                           MOVE WS-PROYECTO
                               TO TT-PROYECTO(WS-CANT-TARJETAS)
                           MOVE WS-HORA-INICIO
                               TO TT-HORA-INICIO(WS-CANT-TARJETAS)
                           MOVE WS-HORA-FIN
                               TO TT-HORA-FIN(WS-CANT-TARJETAS)
                           PERFORM REGRABAR-TARJETAS
                           DISPLAY "TARJETA CAPTURADA (PENDIENTE "
                               "DE APROBACION)."
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
               DISPLAY "NO HAY TARJETA DE ESE EMPLEADO Y DIA."
           ELSE
               DISPLAY "HORAS ACTUALES: " TT-HORAS(WS-IDX-HALLADO)
                   " TURNO " TT-HORA-INICIO(WS-IDX-HALLADO)
                   "-" TT-HORA-FIN(WS-IDX-HALLADO)
               DISPLAY "NUEVAS HORAS: "
               ACCEPT WS-HORAS
               IF WS-HORAS > WS-MAX-HORAS-DIA
                   DISPLAY "MAS DE 24 HORAS EN UN DIA. NO SE CAMBIA."
               ELSE
                   PERFORM CAPTURAR-HORARIO
                   IF WS-TURNO-VALIDO = "N"
                       DISPLAY "HORARIO INVALIDO O MENOR QUE LAS "
                           "HORAS. NO SE CAMBIA."
                   ELSE
                       MOVE WS-HORAS TO TT-HORAS(WS-IDX-HALLADO)
                       MOVE WS-HORA-INICIO
                           TO TT-HORA-INICIO(WS-IDX-HALLADO)
                       MOVE WS-HORA-FIN TO TT-HORA-FIN(WS-IDX-HALLADO)
                       MOVE "N" TO TT-APROBADA(WS-IDX-HALLADO)
                       MOVE SPACES TO TT-SUPERVISOR(WS-IDX-HALLADO)
                       PERFORM REGRABAR-TARJETAS
                       DISPLAY "TARJETA CAMBIADA (VUELVE A PENDIENTE "
                           "DE APROBACION)."
                   END-IF
               END-IF
           END-IF.

                       " APROBADA " TT-APROBADA(WS-IDX-TAR)
                       " SUP " TT-SUPERVISOR(WS-IDX-TAR)
                       " PROY " TT-PROYECTO(WS-IDX-TAR)
                       " TURNO " TT-HORA-INICIO(WS-IDX-TAR)
                       "-" TT-HORA-FIN(WS-IDX-TAR)
                   ADD 1 TO WS-CONT-LISTADAS
               END-IF
           END-PERFORM
               END-PERFORM
           END-IF.

      *    HORARIO OPCIONAL EN HHMM: 0000 Y 0000 = SIN HORARIO (LA
      *    TARJETA NO PAGA RECARGO NOCTURNO). CON HORARIO, EL FIN
      *    PUEDE SER MENOR QUE EL INICIO (TURNO QUE CRUZA LA
      *    MEDIANOCHE) Y EL TURNO TIENE QUE CUBRIR LAS HORAS.
       CAPTURAR-HORARIO.
           DISPLAY "HORA DE INICIO DEL TURNO (HHMM, 0000 = SIN "
               "HORARIO): "
           ACCEPT WS-HORA-INICIO
           DISPLAY "HORA DE FIN DEL TURNO (HHMM): "
           ACCEPT WS-HORA-FIN
           MOVE "S" TO WS-TURNO-VALIDO
           IF WS-HORA-INICIO = 0 AND WS-HORA-FIN = 0
               CONTINUE
           ELSE
               MOVE WS-HORA-FIN TO WS-HHMM
               IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
                   MOVE "N" TO WS-TURNO-VALIDO
               END-IF
               COMPUTE WS-MIN-FIN = WS-HHMM-HH * 60 + WS-HHMM-MM
               MOVE WS-HORA-INICIO TO WS-HHMM
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
               IF WS-HORAS * 60 > WS-MIN-TURNO
                   MOVE "N" TO WS-TURNO-VALIDO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * REGISTRA EN errores.log CUALQUIER FS DISTINTO DE "00"
      *-----------------------------------------------------------------
