*>  MUNDO.DAT que usa el juego, de modo que lo que se valida es
*>  exactamente lo que se va a jugar; si el fichero no está
*>  disponible se valida el mapa por defecto incluido en el
*>  código, igual que hace el propio juego. La vuelta que abre una
*>  regla de INTERACCIONES.DAT (el paso secreto de la antorcha) no
*>  cuenta como salida asimétrica. Parámetros opcionales: mundo
*>  [interacciones], por defecto MUNDO.DAT e INTERACCIONES.DAT,
*>  para comprobar los de una aventura antes de instalarlos.
*> Tectonics: cobc
*>****************************************************************

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL MUNDO-FILE ASSIGN TO MUNDO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MUNDO-FILE-STATUS.
    SELECT OPTIONAL INTERACCIONES-FILE ASSIGN TO INTERACCIONES-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTERACCIONES-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  MUNDO-FILE.
01 MUNDO-RECORD                 PIC X(300).

FD  INTERACCIONES-FILE.
01 INTERACCION-RECORD           PIC X(300).

WORKING-STORAGE SECTION.
01 LOCALIDADES OCCURS 20 INDEXED BY LOC-ID.
    05 NOMBRE-LOCALIDAD         PIC X(32).
        10 A-AFUERA              PIC 99.

77 MUNDO-FILE-STATUS            PIC XX.
77 MUNDO-FILE-NAME              PIC X(40).
77 INTERACCIONES-FILE-STATUS    PIC XX.
77 INTERACCIONES-FILE-NAME      PIC X(40).
77 LINEA-DE-ORDENES             PIC X(255).
77 NUMERO-LOCALIDADES           PIC 99.
77 LOCALIDAD-INVENTARIO         PIC 99.
77 NUMERO-PROBLEMAS             PIC 999  VALUE ZERO.
77 LOCALIDAD-DESTINO            PIC 99.
77 LOCALIDAD-VUELTA             PIC 99.

*> PASOS QUE ABRE UNA REGLA DE INTERACCION: LA ACCION 1 ABRE EL OESTE
*> DE LA LOCALIDAD DE LA REGLA HACIA LA 4. DEBE IR A LA PAR DE
*> EJECUTAR-ACCION-INTERACCION EN LA-TORRE
77 ACCION-ABRE-PASO             PIC 9    VALUE 1.
77 LOCALIDAD-PASO-ABIERTO       PIC 99   VALUE 4.
01 PASOS-POR-REGLA.
    05 PASO-OESTE-POR-REGLA     PIC 99 OCCURS 20.
01 LINEA-INTERACCION-CAMPOS.
    05 TIPO-LINEA-INTER         PIC X.
    05 VERBO-LINEA-INTER        PIC 99.
    05 OBJ1-LINEA-INTER         PIC 99.
    05 OBJ2-LINEA-INTER         PIC 99.
    05 LOC-LINEA-INTER          PIC 99.
    05 C1-TIPO-LINEA-INTER      PIC 9.
    05 C1-OBJ-LINEA-INTER       PIC 99.
    05 C1-VALOR-LINEA-INTER     PIC 99.
    05 C2-TIPO-LINEA-INTER      PIC 9.
    05 C2-OBJ-LINEA-INTER       PIC 99.
    05 C2-VALOR-LINEA-INTER     PIC 99.
    05 ACCION-LINEA-INTER       PIC 9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY 'Comprobación de integridad del mapa de LA TORRE'.
    DISPLAY ' '.
    ACCEPT LINEA-DE-ORDENES FROM COMMAND-LINE.
    UNSTRING LINEA-DE-ORDENES DELIMITED BY ALL SPACE
        INTO MUNDO-FILE-NAME INTERACCIONES-FILE-NAME.
    IF MUNDO-FILE-NAME = SPACES
        MOVE 'MUNDO.DAT' TO MUNDO-FILE-NAME
    END-IF.
    IF INTERACCIONES-FILE-NAME = SPACES
        MOVE 'INTERACCIONES.DAT' TO INTERACCIONES-FILE-NAME
    END-IF.
    PERFORM CARGAR-MUNDO.
    PERFORM CARGAR-PASOS-POR-REGLA.
    PERFORM VARYING LOC-ID FROM 1 BY 1 UNTIL LOC-ID > NUMERO-LOCALIDADES
        IF LOC-ID NOT = LOCALIDAD-INVENTARIO
            PERFORM VALIDAR-SALIDAS
COMPROBAR-ASIMETRIA.
    *> Detecta salidas asimétricas: la localidad destino no tiene
    *> definida la dirección contraria de vuelta a la de origen.
    IF LOCALIDAD-VUELTA NOT = LOC-ID
            AND DIRECCION-VUELTA = 'OESTE'
            AND PASO-OESTE-POR-REGLA(LOCALIDAD-DESTINO) = LOC-ID
        DISPLAY 'Vuelta por regla: '
                FUNCTION TRIM(NOMBRE-LOCALIDAD(LOC-ID))
                ' -> ' FUNCTION TRIM(DIRECCION-ORIGEN)
                ' -> ' FUNCTION TRIM(NOMBRE-LOCALIDAD(LOCALIDAD-DESTINO))
                ', el OESTE de vuelta lo abre una regla'
        EXIT PARAGRAPH
    END-IF.
    IF LOCALIDAD-VUELTA NOT = LOC-ID
        ADD 1 TO NUMERO-PROBLEMAS
        DISPLAY 'SALIDA ASIMETRICA: '
    MOVE 8 TO LOCALIDAD-INVENTARIO.
    OPEN INPUT MUNDO-FILE.
    IF MUNDO-FILE-STATUS NOT = '00'
        DISPLAY FUNCTION TRIM(MUNDO-FILE-NAME)
                ' no disponible: se valida el mapa por defecto.'
        DISPLAY ' '
        PERFORM INICIALIZAR-LOCALIDADES-POR-DEFECTO
        MOVE 8 TO NUMERO-LOCALIDADES
        CLOSE MUNDO-FILE
    END-IF.

CARGAR-PASOS-POR-REGLA.
    *> Las reglas que abren un paso se leen del mismo fichero de
    *> interacciones que carga el juego; sin el fichero no se
    *> considera ningún paso y las vueltas se exigen todas en el mapa.
    INITIALIZE PASOS-POR-REGLA.
    OPEN INPUT INTERACCIONES-FILE.
    IF INTERACCIONES-FILE-STATUS = '00'
        PERFORM UNTIL INTERACCIONES-FILE-STATUS = '10'
            READ INTERACCIONES-FILE
                AT END CONTINUE
                NOT AT END
                    PERFORM PROCESAR-LINEA-INTERACCION
            END-READ
        END-PERFORM
    END-IF.
    CLOSE INTERACCIONES-FILE.

PROCESAR-LINEA-INTERACCION.
    IF INTERACCION-RECORD(1:1) NOT = 'I'
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE LINEA-INTERACCION-CAMPOS.
    UNSTRING INTERACCION-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-INTER VERBO-LINEA-INTER OBJ1-LINEA-INTER
             OBJ2-LINEA-INTER LOC-LINEA-INTER
             C1-TIPO-LINEA-INTER C1-OBJ-LINEA-INTER C1-VALOR-LINEA-INTER
             C2-TIPO-LINEA-INTER C2-OBJ-LINEA-INTER C2-VALOR-LINEA-INTER
             ACCION-LINEA-INTER.
    IF ACCION-LINEA-INTER = ACCION-ABRE-PASO
            AND LOC-LINEA-INTER >= 1 AND LOC-LINEA-INTER <= 20
        MOVE LOCALIDAD-PASO-ABIERTO TO PASO-OESTE-POR-REGLA(LOC-LINEA-INTER)
    END-IF.

PROCESAR-LINEA-MUNDO.
    UNSTRING MUNDO-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-MUNDO ID-LINEA-MUNDO TEXTO-LINEA-MUNDO.
