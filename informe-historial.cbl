    05 HISTORIAL-PISTAS         PIC 9(5).
    05 HISTORIAL-RESULTADO      PIC X.
    05 HISTORIAL-IDIOMA         PIC X(2).
    05 HISTORIAL-JUGADOR-ID     PIC X(8).
    05 HISTORIAL-PERFIL         PIC X(16).
    05 HISTORIAL-TURNOS-LIMITE  PIC 9(5).

WORKING-STORAGE SECTION.
77 HISTORIAL-FILE-STATUS        PIC XX.
