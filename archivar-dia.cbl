01 TRANSCRIPCION-RECORD         PIC X(255).

FD  EVENTOS-FILE.
*> ADEMAS DE LOS REGISTROS DE TURNO DE 20 POSICIONES, EL JUEGO
*> INTERCALA MARCAS 'M|x' (MODO DE LA SESION) Y 'F|x' (RESULTADO
*> FINAL); SE DISTINGUEN PORQUE NO EMPIEZAN POR UN TURNO NUMERICO
01 EVENTO-RECORD.
    05 EVENTO-OBJETO-2          PIC 99.
    05 EVENTO-LOCALIDAD         PIC 99.
    05 EVENTO-RESULTADO         PIC 9.
    *> REGLA, ACCION Y PUNTOS DEL TURNO: SE ARCHIVAN TAL CUAL
    05 EVENTO-REGLA             PIC 99.
    05 EVENTO-ACCION            PIC 9.
    05 EVENTO-PUNTOS            PIC 9(3).

FD  ARCHIVO-FILE.
01 ARCHIVO-RECORD               PIC X(300).
