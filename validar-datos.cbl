*>      las localidades y objetos del mundo.
*>  Devuelve en RETURN-CODE el número de problemas (tope 255), para
*>  poder proteger las ediciones de datos igual que VALIDAR-MAPA
*>  protege las del mapa. Parámetros opcionales: textos
*>  [vocabulario [mundo]], por defecto TEXTOS-EN.DAT,
*>  VOCABULARIO.DAT y MUNDO.DAT; así pueden comprobarse los
*>  ficheros de una aventura antes de instalarlos.
*> Tectonics: cobc
*>****************************************************************

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL VOCABULARIO-FILE ASSIGN TO VOCABULARIO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VOCABULARIO-FILE-STATUS.
    SELECT OPTIONAL MUNDO-FILE ASSIGN TO MUNDO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MUNDO-FILE-STATUS.
    SELECT OPTIONAL TEXTOS-FILE ASSIGN TO TEXTOS-FILE-NAME

WORKING-STORAGE SECTION.
77 VOCABULARIO-FILE-STATUS      PIC XX.
77 VOCABULARIO-FILE-NAME        PIC X(40) VALUE 'VOCABULARIO.DAT'.
77 MUNDO-FILE-STATUS            PIC XX.
77 MUNDO-FILE-NAME              PIC X(40) VALUE 'MUNDO.DAT'.
77 TEXTOS-FILE-NAME             PIC X(40).
77 LINEA-DE-ORDENES             PIC X(255).
77 PARAMETRO-VOCABULARIO        PIC X(40).
77 PARAMETRO-MUNDO              PIC X(40).
77 TEXTOS-FILE-STATUS           PIC XX.

*> LIMITES DEL MOTOR CON LOS QUE SE CONTRASTAN LOS DATOS: DEBEN IR A
            UNTIL INDICE-COMPROBACION > 30
        MOVE ZERO TO SINONIMOS-CONTADOR(INDICE-COMPROBACION)
    END-PERFORM.
    PERFORM LEER-PARAMETROS.
    PERFORM CARGAR-LIMITES-DEL-MUNDO.
    PERFORM VALIDAR-VOCABULARIO.
    PERFORM VALIDAR-TEXTOS.
    END-IF.
STOP RUN.

LEER-PARAMETROS.
    ACCEPT LINEA-DE-ORDENES FROM COMMAND-LINE.
    UNSTRING LINEA-DE-ORDENES DELIMITED BY ALL SPACE
        INTO TEXTOS-FILE-NAME PARAMETRO-VOCABULARIO PARAMETRO-MUNDO.
    IF TEXTOS-FILE-NAME = SPACES
        MOVE 'TEXTOS-EN.DAT' TO TEXTOS-FILE-NAME
    END-IF.
    IF PARAMETRO-VOCABULARIO NOT = SPACES
        MOVE PARAMETRO-VOCABULARIO TO VOCABULARIO-FILE-NAME
    END-IF.
    IF PARAMETRO-MUNDO NOT = SPACES
        MOVE PARAMETRO-MUNDO TO MUNDO-FILE-NAME
    END-IF.

CARGAR-LIMITES-DEL-MUNDO.
    *> Los totales de localidades y objetos salen del mismo MUNDO.DAT
    *> que carga el juego; sin el fichero se usan los del mundo por
            END-READ
        END-PERFORM
    ELSE
        DISPLAY 'Aviso: ' FUNCTION TRIM(MUNDO-FILE-NAME)
                ' no disponible, se usan los límites'
                ' del mundo por defecto.'
    END-IF.
    CLOSE MUNDO-FILE.
    OPEN INPUT VOCABULARIO-FILE.
    IF VOCABULARIO-FILE-STATUS NOT = '00'
        ADD 1 TO NUMERO-PROBLEMAS
        DISPLAY FUNCTION TRIM(VOCABULARIO-FILE-NAME) ' no se puede abrir.'
    ELSE
        PERFORM UNTIL VOCABULARIO-FILE-STATUS = '10'
            READ VOCABULARIO-FILE
    CLOSE VOCABULARIO-FILE.
    IF NUMERO-VERBOS > MAXIMO-VERBOS
        ADD 1 TO NUMERO-PROBLEMAS
        DISPLAY FUNCTION TRIM(VOCABULARIO-FILE-NAME) ': ' NUMERO-VERBOS
                ' líneas V, pero TABLA-VERBOS solo admite '
                MAXIMO-VERBOS '.'
    END-IF.
    IF SINONIMOS-DESBORDADOS > MAXIMO-SINONIMOS-EXT
        ADD 1 TO NUMERO-PROBLEMAS
        DISPLAY FUNCTION TRIM(VOCABULARIO-FILE-NAME) ': ' SINONIMOS-DESBORDADOS
                ' sinónimos desbordan a TABLA-SINONIMOS-EXT, que solo'
                ' admite ' MAXIMO-SINONIMOS-EXT '.'
    END-IF.
    MOVE NUMERO-LINEA TO NUMERO-LINEA-EDITADO.
    IF NOT ID-NUMERICO
        ADD 1 TO NUMERO-PROBLEMAS
        DISPLAY FUNCTION TRIM(VOCABULARIO-FILE-NAME) ' línea '
                FUNCTION TRIM(NUMERO-LINEA-EDITADO)
                ': identificador no numérico "'
                FUNCTION TRIM(ID-TEXTO-VOCAB) '".'
        ADD 1 TO NUMERO-VERBOS
        IF ID-LINEA-VOCAB < 1 OR ID-LINEA-VOCAB > VERBO-ID-MAXIMO
            ADD 1 TO NUMERO-PROBLEMAS
            DISPLAY FUNCTION TRIM(VOCABULARIO-FILE-NAME) ' línea '
                    FUNCTION TRIM(NUMERO-LINEA-EDITADO)
                    ': el verbo ' ID-LINEA-VOCAB
                    ' no tiene rama en la EVALUATE de PARSEAR (1-'
    ELSE
        IF ID-LINEA-VOCAB < 1 OR ID-LINEA-VOCAB > NUMERO-OBJETOS-JUEGO
            ADD 1 TO NUMERO-PROBLEMAS
            DISPLAY FUNCTION TRIM(VOCABULARIO-FILE-NAME) ' línea '
                    FUNCTION TRIM(NUMERO-LINEA-EDITADO)
                    ': el objeto ' ID-LINEA-VOCAB
                    ' no existe en el mundo (1-' NUMERO-OBJETOS-JUEGO ').'
            ADD 1 TO NUMERO-PROBLEMAS
            MOVE PV-LINEA(PALABRA-IDX) TO NUMERO-LINEA-EDITADO
            MOVE NUMERO-LINEA TO LINEA-ACTUAL-EDITADO
            DISPLAY FUNCTION TRIM(VOCABULARIO-FILE-NAME) ' línea '
                    FUNCTION TRIM(LINEA-ACTUAL-EDITADO)
                    ': la palabra "' FUNCTION TRIM(PALABRA-LINEA-VOCAB)
                    '" ya estaba asignada al identificador '
    END-IF.

VALIDAR-TEXTOS.
    MOVE ZERO TO NUMERO-LINEA.
    OPEN INPUT TEXTOS-FILE.
    IF TEXTOS-FILE-STATUS NOT = '00'
