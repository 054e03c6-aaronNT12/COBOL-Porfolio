      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICACIONES:
      * 14-10-2026 AAR La cola de reintentos pasa de 42 a 50
      *                caracteres (fecha valor al final); la copia
      *                la conserva entera.
      * 02-09-2026 AAR Se reetiquetan tambien las generaciones
      *                archivadas del libro (MOVIMIENTOS_G*.TXT
      *                anotadas en movimientos_gen.ctl): sin esto,
               88 RTY-TRANSFERENCIA VALUE "T".
           05 RTY-RESTO-1      PIC X(9).
           05 RTY-CUENTA-DESTINO PIC 9(8).
           05 RTY-RESTO-2      PIC X(24).

       FD  ARCH-RTY-TMP.
       01  REG-RTY-TMP         PIC X(50).

       FD  ARCH-GEN-CTL.
       01  REG-GEN-CTL         PIC 9(8).
