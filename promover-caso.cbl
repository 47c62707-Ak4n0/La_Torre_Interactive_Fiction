*>****************************************************************
*> Author:  Miquel A. Fuster Sancho
*> Purpose: Convierte una sesión grabada de 'La Torre' en un caso
*>  de la batería de regresión sin trabajo a mano. Parámetros:
*>   eventos[#marca] caso [manifiesto] [transcripción]
*>  La sesión es un EVENTOS-aaaammdd-hhmmss.DAT suelto o una
*>  sesión de un archivo diario de ARCHIVAR-DIA (archivo#marca).
*>  De sus registros se escribe el guion de órdenes equivalente
*>  para ENTRADA-LOTE (caso.TXT), con los mismos nombres de verbo
*>  y de objeto que SINTETIZAR-ORDEN usa en la reconstrucción: la
*>  primera palabra de VOCABULARIO.DAT con cada identificador. Con
*>  el guion se ejecuta el juego por lotes (programa de la
*>  variable de entorno JUEGO, por defecto la-torre) y su
*>  transcripción pasa a ser la maestra candidata
*>  (caso-MAESTRA.LOG); si se indica una transcripción ya hecha
*>  con ese guion (también fichero#marca) se reutiliza en vez de
*>  ejecutar. Por último el caso se añade al manifiesto de
*>  SUITE-REGRESION (por defecto SUITE.DAT) con caso.LOG como
*>  transcripción de la pasada nocturna.
*>  Se rechazan las sesiones de operador (M|O) o de reconstrucción
*>  (M|R), las que tienen órdenes desconocidas (el registro no
*>  guarda lo tecleado y no se pueden reproducir), las que guardan,
*>  cargan o listan huecos de guardado (dependen de SAVEGAME.DAT y
*>  el registro no lleva el nombre del hueco) y las que nombran un
*>  verbo u objeto que ya no está en el vocabulario. Solo se
*>  promueve la primera partida de la sesión, hasta su marca F|.
*>  Devuelve en RETURN-CODE 0 si el caso queda dado de alta, 1 si
*>  faltan parámetros y 255 si la sesión se rechaza.
*> Tectonics: cobc
*>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. PROMOVER-CASO.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EVENTOS-FILE ASSIGN TO EVENTOS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EVENTOS-FILE-STATUS.
    SELECT GUION-FILE ASSIGN TO GUION-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GUION-FILE-STATUS.
    SELECT TRANSCRIPCION-FILE ASSIGN TO TRANSCRIPCION-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRANSCRIPCION-FILE-STATUS.
    SELECT MAESTRA-FILE ASSIGN TO MAESTRA-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MAESTRA-FILE-STATUS.
    SELECT OPTIONAL MANIFIESTO-FILE ASSIGN TO MANIFIESTO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MANIFIESTO-FILE-STATUS.
    SELECT OPTIONAL VOCABULARIO-FILE ASSIGN TO VOCABULARIO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VOCABULARIO-FILE-STATUS.
    SELECT OPTIONAL AVENTURAS-FILE ASSIGN TO "AVENTURAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AVENTURAS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  EVENTOS-FILE.
*> EVENTOS-*.DAT SUELTO (REGISTROS DE 20 POSICIONES Y MARCAS M|/F|)
*> O ARCHIVO DIARIO, DONDE TODO VA TRAS UN PREFIJO DE 22 POSICIONES
01 EVENTOS-RECORD               PIC X(300).

FD  GUION-FILE.
01 GUION-RECORD                 PIC X(255).

FD  TRANSCRIPCION-FILE.
*> 300 POSICIONES PARA QUE QUEPA UNA LINEA 'T|' DE ARCHIVO DIARIO,
*> COMO EN SUITE-REGRESION
01 TRANSCRIPCION-RECORD         PIC X(300).

FD  MAESTRA-FILE.
01 MAESTRA-RECORD               PIC X(255).

FD  MANIFIESTO-FILE.
01 MANIFIESTO-RECORD            PIC X(600).

FD  VOCABULARIO-FILE.
01 VOCABULARIO-RECORD           PIC X(40).

FD  AVENTURAS-FILE.
01 AVENTURA-RECORD              PIC X(300).

WORKING-STORAGE SECTION.
77 EVENTOS-FILE-NAME            PIC X(255).
77 EVENTOS-FILE-STATUS          PIC XX.
77 GUION-FILE-NAME              PIC X(255).
77 GUION-FILE-STATUS            PIC XX.
77 TRANSCRIPCION-FILE-NAME      PIC X(255).
77 TRANSCRIPCION-FILE-STATUS    PIC XX.
77 MAESTRA-FILE-NAME            PIC X(255).
77 MAESTRA-FILE-STATUS          PIC XX.
77 MANIFIESTO-FILE-NAME         PIC X(255).
77 MANIFIESTO-FILE-STATUS       PIC XX.
77 VOCABULARIO-FILE-NAME        PIC X(40)  VALUE 'VOCABULARIO.DAT'.
77 VOCABULARIO-FILE-STATUS      PIC XX.
77 AVENTURAS-FILE-STATUS        PIC XX.

77 LINEA-DE-ORDENES             PIC X(255).
77 PARAMETRO-EVENTOS            PIC X(255).
77 PARAMETRO-TRANSCRIPCION      PIC X(255).
77 NOMBRE-CASO                  PIC X(64).
*> TRANSCRIPCION QUE LA PASADA NOCTURNA DEJARA PARA ESTE CASO
77 NOCTURNA-FILE-NAME           PIC X(255).
*> CON LA SINTAXIS fichero#marca SOLO CUENTA ESA SESION DEL ARCHIVO
77 MARCA-EVENTOS                PIC X(19).
77 MARCA-TRANSCRIPCION          PIC X(19).
77 CARACTERES-PROHIBIDOS        PIC 99.

*> RESOLUCION DE LA AVENTURA EN CURSO, CALCADA DE SELECCIONAR-AVENTURA
*> DEL JUEGO: DE LA FILA ELEGIDA SOLO INTERESA EL VOCABULARIO
77 AVENTURA-PEDIDA              PIC X(60).
77 AVENTURA-ELEGIDA-FLAG        PIC 9.
    88 AVENTURA-ELEGIDA         VALUE 1.
01 LINEA-AVENTURA-CAMPOS.
    05 TIPO-LINEA-AVENTURA      PIC X.
    05 ID-LINEA-AVENTURA        PIC 99.
    05 TITULO-LINEA-AVENTURA    PIC X(60).
    05 MUNDO-LINEA-AVENTURA     PIC X(40).
    05 VOCAB-LINEA-AVENTURA     PIC X(40).

*> FORMA CANONICA DE CADA VERBO Y OBJETO: LA PRIMERA PALABRA DEL
*> VOCABULARIO CON ESE IDENTIFICADOR, COMO EN SINTETIZAR-ORDEN
01 LINEA-VOCABULARIO-CAMPOS.
    05 TIPO-LINEA-VOCAB         PIC X.
    05 ID-LINEA-VOCAB           PIC 99.
    05 PALABRA-LINEA-VOCAB      PIC X(32).
01 NOMBRE-VERBO-TABLA.
    05 NOMBRE-VERBO             PIC X(32)  OCCURS 99.
01 NOMBRE-OBJETO-TABLA.
    05 NOMBRE-OBJETO            PIC X(32)  OCCURS 99.

*> REGISTRO DE LA SESION YA DESPOJADO DEL PREFIJO DE ARCHIVO
77 REGISTRO-SESION              PIC X(20).
77 REGISTRO-SESION-FLAG         PIC 9.
    88 REGISTRO-DE-LA-SESION    VALUE 1.
01 EVENTO-CAMPOS.
    05 EVENTO-TURNO             PIC 9(5).
    05 EVENTO-VERBO-ID          PIC 99.
    05 EVENTO-OBJETO-1          PIC 99.
    05 EVENTO-OBJETO-2          PIC 99.
    05 EVENTO-LOCALIDAD         PIC 99.
    05 EVENTO-RESULTADO         PIC 9.
    05 EVENTO-REGLA             PIC 99.
    05 EVENTO-ACCION            PIC 9.
    05 EVENTO-PUNTOS            PIC 9(3).

*> ESTADO DE LA REVISION DE LA SESION
77 MODO-SESION                  PIC X.
77 RESULTADO-SESION             PIC X.
77 FINAL-PARTIDA-FLAG           PIC 9.
    88 FINAL-PARTIDA-VISTO      VALUE 1.
77 ARCHIVO-SIN-MARCA-FLAG       PIC 9.
    88 ARCHIVO-SIN-MARCA        VALUE 1.
77 REGISTROS-SESION             PIC 9(5).
77 ORDENES-GUION                PIC 9(5).
77 ORDENES-TRAS-FINAL           PIC 9(5).
77 PROBLEMAS-SESION             PIC 9(5).
77 TURNO-EDITADO                PIC ZZZZ9.
77 CONTADOR-EDITADO             PIC ZZZZ9.

*> CONSTRUCCION DEL GUION: LA CONFIRMACION DE TERMINA NO ESTA EN EL
*> REGISTRO; SI DESPUES VIENEN MAS ORDENES LA RESPUESTA FUE 'N' Y SI
*> ERA LA ULTIMA FUE 'S', IGUAL QUE DEDUCE LA RECONSTRUCCION
77 TERMINA-PENDIENTE-FLAG       PIC 9.
    88 TERMINA-PENDIENTE        VALUE 1.
77 PALABRA-REPRODUCIDA          PIC X(32).
77 PREPOSICION-REPRODUCIDA      PIC X(4).
77 ORDEN-REPRODUCIDA            PIC X(255).
77 ACUM-PUNTERO                 PIC 999.

*> EJECUCION DEL JUEGO CON EL GUION. EL JUEGO NOMBRA LA TRANSCRIPCION
*> CON LA FECHA Y HORA DE ARRANQUE, ASI QUE SE BUSCA SEGUNDO A
*> SEGUNDO ENTRE EL MOMENTO DE LANZARLO Y EL DE SU VUELTA
77 PROGRAMA-JUEGO               PIC X(128).
77 ORDEN-SISTEMA                PIC X(512).
77 RETORNO-JUEGO                PIC S9(9).
77 RETORNO-EDITADO              PIC -ZZZZZZZZ9.
77 FECHA-Y-HORA-ACTUAL          PIC X(21).
77 FECHA-Y-HORA-INICIO          PIC X(21).
77 SEGUNDO-INICIO               PIC 9(11).
77 SEGUNDO-FIN                  PIC 9(11).
77 SEGUNDO-PRUEBA               PIC 9(11).
77 DIA-PRUEBA                   PIC 9(7).
77 SEGUNDO-DEL-DIA              PIC 9(5).
77 FECHA-PRUEBA                 PIC 9(8).
77 HORA-PRUEBA                  PIC 99.
77 MINUTO-PRUEBA                PIC 99.
77 SEGUNDO-RESTO                PIC 99.
77 NOMBRE-PRUEBA                PIC X(64).

77 LINEAS-MAESTRA               PIC 9(5).
77 LINEA-COPIADA                PIC X(255).
77 CASO-REPETIDO-FLAG           PIC 9.
    88 CASO-REPETIDO            VALUE 1.
01 LINEA-MANIFIESTO-CAMPOS.
    05 GUION-CASO               PIC X(255).
    05 TRANSCRIPCION-CASO       PIC X(255).
    05 MAESTRA-CASO             PIC X(255).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY 'Promoción de una sesión de LA TORRE a caso de regresión'.
    DISPLAY ' '.
    ACCEPT LINEA-DE-ORDENES FROM COMMAND-LINE.
    MOVE SPACES TO PARAMETRO-EVENTOS NOMBRE-CASO
                   MANIFIESTO-FILE-NAME PARAMETRO-TRANSCRIPCION.
    UNSTRING LINEA-DE-ORDENES DELIMITED BY ALL SPACE
        INTO PARAMETRO-EVENTOS NOMBRE-CASO
             MANIFIESTO-FILE-NAME PARAMETRO-TRANSCRIPCION.
    IF PARAMETRO-EVENTOS = SPACES OR NOMBRE-CASO = SPACES
        DISPLAY 'Uso: eventos[#marca] caso [manifiesto] [transcripción]'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    *> EL NOMBRE DEL CASO VA DENTRO DE LA LINEA DEL MANIFIESTO: NO
    *> PUEDE LLEVAR NI EL SEPARADOR '|' NI LA MARCA DE SESION '#'
    MOVE ZERO TO CARACTERES-PROHIBIDOS.
    INSPECT NOMBRE-CASO TALLYING CARACTERES-PROHIBIDOS FOR ALL '|' ALL '#'.
    IF CARACTERES-PROHIBIDOS > ZERO
        DISPLAY 'El nombre del caso no puede llevar | ni #: '
                FUNCTION TRIM(NOMBRE-CASO)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF MANIFIESTO-FILE-NAME = SPACES
        MOVE 'SUITE.DAT' TO MANIFIESTO-FILE-NAME
    END-IF.
    MOVE SPACES TO MARCA-EVENTOS.
    UNSTRING PARAMETRO-EVENTOS DELIMITED BY '#'
        INTO EVENTOS-FILE-NAME MARCA-EVENTOS.
    PERFORM PREPARAR-NOMBRES-CASO.
    PERFORM COMPROBAR-CASO-NUEVO.
    PERFORM SELECCIONAR-AVENTURA.
    PERFORM CARGAR-VOCABULARIO.
    PERFORM REVISAR-SESION.
    PERFORM ESCRIBIR-GUION.
    IF PARAMETRO-TRANSCRIPCION = SPACES
        PERFORM EJECUTAR-GUION
    ELSE
        MOVE SPACES TO MARCA-TRANSCRIPCION
        UNSTRING PARAMETRO-TRANSCRIPCION DELIMITED BY '#'
            INTO TRANSCRIPCION-FILE-NAME MARCA-TRANSCRIPCION
        DISPLAY 'Se reutiliza la transcripción '
                FUNCTION TRIM(PARAMETRO-TRANSCRIPCION)
    END-IF.
    PERFORM COPIAR-MAESTRA.
    PERFORM ANOTAR-EN-MANIFIESTO.
    DISPLAY ' '.
    DISPLAY '--- Caso dado de alta ---'.
    DISPLAY '  Guion: ' FUNCTION TRIM(GUION-FILE-NAME).
    MOVE ORDENES-GUION TO CONTADOR-EDITADO.
    DISPLAY '  Órdenes: ' FUNCTION TRIM(CONTADOR-EDITADO).
    MOVE LINEAS-MAESTRA TO CONTADOR-EDITADO.
    DISPLAY '  Maestra candidata: ' FUNCTION TRIM(MAESTRA-FILE-NAME)
            ' (' FUNCTION TRIM(CONTADOR-EDITADO) ' líneas)'.
    DISPLAY '  Transcripción nocturna esperada: '
            FUNCTION TRIM(NOCTURNA-FILE-NAME).
    DISPLAY '  Manifiesto: ' FUNCTION TRIM(MANIFIESTO-FILE-NAME).
    DISPLAY 'Revise la maestra antes de darla por certificada.'.
    MOVE ZERO TO RETURN-CODE.
STOP RUN.

RECHAZAR-SESION.
    DISPLAY ' '.
    DISPLAY 'Sesión rechazada: no se da de alta el caso '
            FUNCTION TRIM(NOMBRE-CASO) '.'.
    MOVE 255 TO RETURN-CODE.
    STOP RUN.

PREPARAR-NOMBRES-CASO.
    *> Todos los ficheros del caso salen de su nombre: el guion
    *> caso.TXT, la maestra caso-MAESTRA.LOG y la transcripción que
    *> la pasada nocturna deja para el guion, caso.LOG.
    MOVE SPACES TO GUION-FILE-NAME MAESTRA-FILE-NAME NOCTURNA-FILE-NAME.
    STRING FUNCTION TRIM(NOMBRE-CASO) DELIMITED BY SIZE
           '.TXT' DELIMITED BY SIZE
        INTO GUION-FILE-NAME.
    STRING FUNCTION TRIM(NOMBRE-CASO) DELIMITED BY SIZE
           '-MAESTRA.LOG' DELIMITED BY SIZE
        INTO MAESTRA-FILE-NAME.
    STRING FUNCTION TRIM(NOMBRE-CASO) DELIMITED BY SIZE
           '.LOG' DELIMITED BY SIZE
        INTO NOCTURNA-FILE-NAME.

COMPROBAR-CASO-NUEVO.
    *> Un caso ya dado de alta no se pisa: ni una maestra existente
    *> (puede estar ya certificada) ni un guion que ya figure en el
    *> manifiesto.
    OPEN INPUT MAESTRA-FILE.
    IF MAESTRA-FILE-STATUS = '00'
        CLOSE MAESTRA-FILE
        DISPLAY 'Ya existe la maestra ' FUNCTION TRIM(MAESTRA-FILE-NAME)
                '; elija otro nombre de caso.'
        PERFORM RECHAZAR-SESION
    END-IF.
    INITIALIZE CASO-REPETIDO-FLAG.
    OPEN INPUT MANIFIESTO-FILE.
    IF MANIFIESTO-FILE-STATUS = '00'
        PERFORM UNTIL MANIFIESTO-FILE-STATUS = '10'
            READ MANIFIESTO-FILE
                AT END CONTINUE
                NOT AT END
                    IF MANIFIESTO-RECORD NOT = SPACES
                            AND MANIFIESTO-RECORD(1:1) NOT = '*'
                        INITIALIZE LINEA-MANIFIESTO-CAMPOS
                        UNSTRING MANIFIESTO-RECORD DELIMITED BY '|'
                            INTO GUION-CASO TRANSCRIPCION-CASO
                                 MAESTRA-CASO
                        IF FUNCTION TRIM(GUION-CASO) = GUION-FILE-NAME
                                OR FUNCTION TRIM(MAESTRA-CASO)
                                    = MAESTRA-FILE-NAME
                            SET CASO-REPETIDO TO TRUE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE MANIFIESTO-FILE.
    IF CASO-REPETIDO
        DISPLAY 'El caso ' FUNCTION TRIM(NOMBRE-CASO)
                ' ya figura en ' FUNCTION TRIM(MANIFIESTO-FILE-NAME) '.'
        PERFORM RECHAZAR-SESION
    END-IF.

SELECCIONAR-AVENTURA.
    *> Mismo criterio que el juego: la variable de entorno AVENTURA
    *> elige la fila del catálogo (por número o por título) y de ella
    *> sale el fichero de vocabulario; sin variable manda la primera
    *> fila y sin catálogo queda VOCABULARIO.DAT.
    ACCEPT AVENTURA-PEDIDA FROM ENVIRONMENT 'AVENTURA'.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AVENTURA-PEDIDA))
        TO AVENTURA-PEDIDA.
    INITIALIZE AVENTURA-ELEGIDA-FLAG.
    OPEN INPUT AVENTURAS-FILE.
    IF AVENTURAS-FILE-STATUS = '00'
        PERFORM UNTIL AVENTURAS-FILE-STATUS = '10' OR AVENTURA-ELEGIDA
            READ AVENTURAS-FILE
                AT END CONTINUE
                NOT AT END
                    PERFORM PROCESAR-LINEA-AVENTURA
            END-READ
        END-PERFORM
    END-IF.
    CLOSE AVENTURAS-FILE.

PROCESAR-LINEA-AVENTURA.
    IF AVENTURA-RECORD(1:1) NOT = 'A'
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE LINEA-AVENTURA-CAMPOS.
    UNSTRING AVENTURA-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-AVENTURA ID-LINEA-AVENTURA
             TITULO-LINEA-AVENTURA MUNDO-LINEA-AVENTURA
             VOCAB-LINEA-AVENTURA.
    IF AVENTURA-PEDIDA NOT = SPACES
        IF AVENTURA-PEDIDA NOT = ID-LINEA-AVENTURA
                AND AVENTURA-PEDIDA NOT =
                    FUNCTION UPPER-CASE(FUNCTION TRIM(TITULO-LINEA-AVENTURA))
            EXIT PARAGRAPH
        END-IF
    END-IF.
    SET AVENTURA-ELEGIDA TO TRUE.
    IF VOCAB-LINEA-AVENTURA NOT = SPACES
        MOVE FUNCTION TRIM(VOCAB-LINEA-AVENTURA) TO VOCABULARIO-FILE-NAME
    END-IF.

CARGAR-VOCABULARIO.
    INITIALIZE NOMBRE-VERBO-TABLA NOMBRE-OBJETO-TABLA.
    OPEN INPUT VOCABULARIO-FILE.
    IF VOCABULARIO-FILE-STATUS NOT = '00'
        *> SIN VOCABULARIO NO HAY NOMBRES CON LOS QUE ESCRIBIR EL GUION
        DISPLAY 'No se puede abrir el vocabulario: '
                FUNCTION TRIM(VOCABULARIO-FILE-NAME)
        CLOSE VOCABULARIO-FILE
        PERFORM RECHAZAR-SESION
    END-IF.
    PERFORM UNTIL VOCABULARIO-FILE-STATUS = '10'
        READ VOCABULARIO-FILE
            AT END CONTINUE
            NOT AT END
                INITIALIZE LINEA-VOCABULARIO-CAMPOS
                UNSTRING VOCABULARIO-RECORD DELIMITED BY '|'
                    INTO TIPO-LINEA-VOCAB ID-LINEA-VOCAB
                         PALABRA-LINEA-VOCAB
                IF ID-LINEA-VOCAB IS NUMERIC AND ID-LINEA-VOCAB > ZERO
                    EVALUATE TIPO-LINEA-VOCAB
                        WHEN 'V'
                            IF NOMBRE-VERBO(ID-LINEA-VOCAB) = SPACES
                                MOVE PALABRA-LINEA-VOCAB
                                    TO NOMBRE-VERBO(ID-LINEA-VOCAB)
                            END-IF
                        WHEN 'O'
                            IF NOMBRE-OBJETO(ID-LINEA-VOCAB) = SPACES
                                MOVE PALABRA-LINEA-VOCAB
                                    TO NOMBRE-OBJETO(ID-LINEA-VOCAB)
                            END-IF
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE VOCABULARIO-FILE.

REVISAR-SESION.
    *> Primera pasada sobre la sesión: modo, final de la partida y
    *> órdenes que no se pueden reproducir. Se denuncian todas antes
    *> de rechazar, para que el probador sepa qué falla de una vez.
    MOVE '?' TO MODO-SESION.
    MOVE '-' TO RESULTADO-SESION.
    INITIALIZE FINAL-PARTIDA-FLAG ARCHIVO-SIN-MARCA-FLAG
               REGISTROS-SESION ORDENES-GUION ORDENES-TRAS-FINAL
               PROBLEMAS-SESION.
    DISPLAY 'Sesión: ' FUNCTION TRIM(PARAMETRO-EVENTOS).
    OPEN INPUT EVENTOS-FILE.
    IF EVENTOS-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede abrir el fichero de eventos: '
                FUNCTION TRIM(EVENTOS-FILE-NAME)
        PERFORM RECHAZAR-SESION
    END-IF.
    PERFORM UNTIL EVENTOS-FILE-STATUS = '10'
        READ EVENTOS-FILE
            AT END CONTINUE
            NOT AT END
                PERFORM EXTRAER-REGISTRO
                IF REGISTRO-DE-LA-SESION
                    PERFORM REVISAR-REGISTRO
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EVENTOS-FILE.
    IF ARCHIVO-SIN-MARCA
        DISPLAY 'El fichero es un archivo diario: indique la sesión con '
                'archivo#aaaammdd-hhmmss.'
        PERFORM RECHAZAR-SESION
    END-IF.
    IF REGISTROS-SESION = ZERO
        DISPLAY 'La sesión no tiene registros: '
                FUNCTION TRIM(PARAMETRO-EVENTOS)
        PERFORM RECHAZAR-SESION
    END-IF.
    DISPLAY '  Modo ' MODO-SESION ', resultado ' RESULTADO-SESION '.'.
    EVALUATE MODO-SESION
        WHEN 'O'
            DISPLAY '  Sesión de operador: no vale como regresión certificada.'
            ADD 1 TO PROBLEMAS-SESION
        WHEN 'R'
            DISPLAY '  Sesión de reconstrucción: no vale como regresión certificada.'
            ADD 1 TO PROBLEMAS-SESION
    END-EVALUATE.
    IF ORDENES-GUION = ZERO AND PROBLEMAS-SESION = ZERO
        DISPLAY '  La sesión no tiene ninguna orden que reproducir.'
        ADD 1 TO PROBLEMAS-SESION
    END-IF.
    IF ORDENES-TRAS-FINAL > ZERO
        MOVE ORDENES-TRAS-FINAL TO CONTADOR-EDITADO
        DISPLAY '  Aviso: se omiten ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' orden(es) de partidas posteriores de la misma sesión.'
    END-IF.
    IF PROBLEMAS-SESION > ZERO
        PERFORM RECHAZAR-SESION
    END-IF.

EXTRAER-REGISTRO.
    *> Un fichero suelto se toma tal cual; en un archivo diario solo
    *> valen las líneas E| de la sesión pedida (sin el prefijo fijo de
    *> 22 posiciones) y su línea de índice I|, de la que sale el modo.
    INITIALIZE REGISTRO-SESION-FLAG.
    MOVE SPACES TO REGISTRO-SESION.
    IF EVENTOS-RECORD(1:2) = 'E|' OR EVENTOS-RECORD(1:2) = 'I|'
            OR EVENTOS-RECORD(1:2) = 'T|'
        IF MARCA-EVENTOS = SPACES
            SET ARCHIVO-SIN-MARCA TO TRUE
            EXIT PARAGRAPH
        END-IF
        IF EVENTOS-RECORD(3:19) NOT = MARCA-EVENTOS
            EXIT PARAGRAPH
        END-IF
        EVALUATE EVENTOS-RECORD(1:2)
            WHEN 'E|'
                MOVE EVENTOS-RECORD(23:20) TO REGISTRO-SESION
                SET REGISTRO-DE-LA-SESION TO TRUE
            WHEN 'I|'
                IF MODO-SESION = '?'
                    MOVE EVENTOS-RECORD(23:1) TO MODO-SESION
                END-IF
        END-EVALUATE
    ELSE
        MOVE EVENTOS-RECORD(1:20) TO REGISTRO-SESION
        SET REGISTRO-DE-LA-SESION TO TRUE
    END-IF.

REVISAR-REGISTRO.
    ADD 1 TO REGISTROS-SESION.
    EVALUATE TRUE
        WHEN REGISTRO-SESION(1:2) = 'M|'
            *> LA MARCA DEL FICHERO DE EVENTOS MANDA SOBRE EL INDICE
            MOVE REGISTRO-SESION(3:1) TO MODO-SESION
        WHEN REGISTRO-SESION(1:2) = 'F|'
            IF NOT FINAL-PARTIDA-VISTO
                SET FINAL-PARTIDA-VISTO TO TRUE
                MOVE REGISTRO-SESION(3:1) TO RESULTADO-SESION
            END-IF
        WHEN REGISTRO-SESION(1:5) IS NUMERIC
            MOVE REGISTRO-SESION TO EVENTO-CAMPOS
            IF FINAL-PARTIDA-VISTO
                ADD 1 TO ORDENES-TRAS-FINAL
            ELSE
                PERFORM REVISAR-ORDEN
            END-IF
    END-EVALUATE.

REVISAR-ORDEN.
    *> Los DESHACE rechazados (contador cero) se saltan igual que en
    *> la reconstrucción: en la sesión original no cambiaron nada.
    IF EVENTO-VERBO-ID = 30 AND EVENTO-OBJETO-1 = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE EVENTO-TURNO TO TURNO-EDITADO.
    IF EVENTO-RESULTADO = 2
        DISPLAY '  Turno ' FUNCTION TRIM(TURNO-EDITADO)
                ': orden desconocida; el registro no guarda lo tecleado'
                ' y no se puede reproducir.'
        ADD 1 TO PROBLEMAS-SESION
        EXIT PARAGRAPH
    END-IF.
    IF EVENTO-VERBO-ID = ZERO OR EVENTO-VERBO-ID IS NOT NUMERIC
        DISPLAY '  Turno ' FUNCTION TRIM(TURNO-EDITADO)
                ': registro sin verbo.'
        ADD 1 TO PROBLEMAS-SESION
        EXIT PARAGRAPH
    END-IF.
    IF EVENTO-VERBO-ID = 21 OR EVENTO-VERBO-ID = 22
            OR EVENTO-VERBO-ID = 24
        DISPLAY '  Turno ' FUNCTION TRIM(TURNO-EDITADO) ': '
                FUNCTION TRIM(NOMBRE-VERBO(EVENTO-VERBO-ID))
                ' depende de los huecos de guardado y no se puede'
                ' reproducir.'
        ADD 1 TO PROBLEMAS-SESION
        EXIT PARAGRAPH
    END-IF.
    IF NOMBRE-VERBO(EVENTO-VERBO-ID) = SPACES
        DISPLAY '  Turno ' FUNCTION TRIM(TURNO-EDITADO) ': el verbo '
                EVENTO-VERBO-ID ' no está en el vocabulario.'
        ADD 1 TO PROBLEMAS-SESION
        EXIT PARAGRAPH
    END-IF.
    IF EVENTO-VERBO-ID NOT = 30
            AND EVENTO-OBJETO-1 > ZERO
            AND NOT ((EVENTO-VERBO-ID = 12 OR EVENTO-VERBO-ID = 13)
                     AND EVENTO-OBJETO-1 = 99)
        IF NOMBRE-OBJETO(EVENTO-OBJETO-1) = SPACES
            DISPLAY '  Turno ' FUNCTION TRIM(TURNO-EDITADO) ': el objeto '
                    EVENTO-OBJETO-1 ' no está en el vocabulario.'
            ADD 1 TO PROBLEMAS-SESION
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF EVENTO-VERBO-ID NOT = 30 AND EVENTO-OBJETO-2 > ZERO
        IF NOMBRE-OBJETO(EVENTO-OBJETO-2) = SPACES
            DISPLAY '  Turno ' FUNCTION TRIM(TURNO-EDITADO) ': el objeto '
                    EVENTO-OBJETO-2 ' no está en el vocabulario.'
            ADD 1 TO PROBLEMAS-SESION
            EXIT PARAGRAPH
        END-IF
    END-IF.
    ADD 1 TO ORDENES-GUION.

ESCRIBIR-GUION.
    *> Segunda pasada: una orden por línea. La primera línea responde
    *> a la pregunta de cargar la última partida guardada, que el
    *> juego hace antes de la primera orden; un caso de regresión
    *> siempre parte de una partida nueva.
    OPEN OUTPUT GUION-FILE.
    IF GUION-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede crear el guion: ' FUNCTION TRIM(GUION-FILE-NAME)
        PERFORM RECHAZAR-SESION
    END-IF.
    MOVE 'N' TO GUION-RECORD.
    WRITE GUION-RECORD.
    INITIALIZE FINAL-PARTIDA-FLAG TERMINA-PENDIENTE-FLAG.
    OPEN INPUT EVENTOS-FILE.
    PERFORM UNTIL EVENTOS-FILE-STATUS = '10' OR FINAL-PARTIDA-VISTO
        READ EVENTOS-FILE
            AT END CONTINUE
            NOT AT END
                PERFORM EXTRAER-REGISTRO
                IF REGISTRO-DE-LA-SESION
                    EVALUATE TRUE
                        WHEN REGISTRO-SESION(1:2) = 'F|'
                            SET FINAL-PARTIDA-VISTO TO TRUE
                        WHEN REGISTRO-SESION(1:5) IS NUMERIC
                            MOVE REGISTRO-SESION TO EVENTO-CAMPOS
                            PERFORM ESCRIBIR-ORDEN-GUION
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EVENTOS-FILE.
    IF TERMINA-PENDIENTE
        MOVE 'S' TO GUION-RECORD
        WRITE GUION-RECORD
    END-IF.
    CLOSE GUION-FILE.
    DISPLAY 'Guion escrito en ' FUNCTION TRIM(GUION-FILE-NAME).

ESCRIBIR-ORDEN-GUION.
    IF EVENTO-VERBO-ID = 30 AND EVENTO-OBJETO-1 = ZERO
        EXIT PARAGRAPH
    END-IF.
    IF TERMINA-PENDIENTE
        *> HUBO OTRA ORDEN TRAS TERMINA: NO SE CONFIRMO
        MOVE 'N' TO GUION-RECORD
        WRITE GUION-RECORD
        INITIALIZE TERMINA-PENDIENTE-FLAG
    END-IF.
    PERFORM SINTETIZAR-ORDEN.
    MOVE ORDEN-REPRODUCIDA TO GUION-RECORD.
    WRITE GUION-RECORD.
    IF EVENTO-VERBO-ID = 1
        SET TERMINA-PENDIENTE TO TRUE
    END-IF.

SINTETIZAR-ORDEN.
    *> La misma síntesis que la reconstrucción del juego: verbo por
    *> su primera palabra, objeto 99 como TODO en COGE/DEJA, número
    *> de turnos en DESHACE y la preposición propia de cada verbo de
    *> dos objetos.
    MOVE NOMBRE-VERBO(EVENTO-VERBO-ID) TO PALABRA-REPRODUCIDA.
    EVALUATE EVENTO-VERBO-ID
        WHEN 16 MOVE 'CON' TO PREPOSICION-REPRODUCIDA
        WHEN 17 MOVE 'A'   TO PREPOSICION-REPRODUCIDA
        WHEN 28 MOVE 'EN'  TO PREPOSICION-REPRODUCIDA
        WHEN 29 MOVE 'DE'  TO PREPOSICION-REPRODUCIDA
        WHEN 32 MOVE 'POR' TO PREPOSICION-REPRODUCIDA
        WHEN 33 MOVE 'A'   TO PREPOSICION-REPRODUCIDA
        WHEN OTHER MOVE SPACES TO PREPOSICION-REPRODUCIDA
    END-EVALUATE.
    MOVE SPACES TO ORDEN-REPRODUCIDA.
    MOVE 1 TO ACUM-PUNTERO.
    STRING FUNCTION TRIM(PALABRA-REPRODUCIDA) DELIMITED BY SIZE
        INTO ORDEN-REPRODUCIDA WITH POINTER ACUM-PUNTERO.
    EVALUATE TRUE
        WHEN EVENTO-VERBO-ID = 30
            STRING ' ' DELIMITED BY SIZE
                   EVENTO-OBJETO-1 DELIMITED BY SIZE
                INTO ORDEN-REPRODUCIDA WITH POINTER ACUM-PUNTERO
        WHEN (EVENTO-VERBO-ID = 12 OR EVENTO-VERBO-ID = 13)
                AND EVENTO-OBJETO-1 = 99
            STRING ' TODO' DELIMITED BY SIZE
                INTO ORDEN-REPRODUCIDA WITH POINTER ACUM-PUNTERO
        WHEN EVENTO-OBJETO-1 > ZERO
            STRING ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(NOMBRE-OBJETO(EVENTO-OBJETO-1))
                       DELIMITED BY SIZE
                INTO ORDEN-REPRODUCIDA WITH POINTER ACUM-PUNTERO
    END-EVALUATE.
    IF EVENTO-VERBO-ID NOT = 30 AND EVENTO-OBJETO-2 > ZERO
        IF PREPOSICION-REPRODUCIDA NOT = SPACES
            STRING ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(PREPOSICION-REPRODUCIDA) DELIMITED BY SIZE
                INTO ORDEN-REPRODUCIDA WITH POINTER ACUM-PUNTERO
        END-IF
        STRING ' ' DELIMITED BY SIZE
               FUNCTION TRIM(NOMBRE-OBJETO(EVENTO-OBJETO-2))
                   DELIMITED BY SIZE
            INTO ORDEN-REPRODUCIDA WITH POINTER ACUM-PUNTERO
    END-IF.

EJECUTAR-GUION.
    *> Lanza el juego por lotes con el guion recién escrito y localiza
    *> la transcripción que ha dejado: el juego la nombra con la fecha
    *> y hora de arranque, que cae entre el segundo de lanzamiento y
    *> el de vuelta. La salida por pantalla del juego no interesa.
    ACCEPT PROGRAMA-JUEGO FROM ENVIRONMENT 'JUEGO'.
    IF PROGRAMA-JUEGO = SPACES
        MOVE 'la-torre' TO PROGRAMA-JUEGO
    END-IF.
    MOVE SPACES TO ORDEN-SISTEMA.
    STRING FUNCTION TRIM(PROGRAMA-JUEGO) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(GUION-FILE-NAME) DELIMITED BY SIZE
           ' > /dev/null' DELIMITED BY SIZE
        INTO ORDEN-SISTEMA.
    DISPLAY 'Ejecutando ' FUNCTION TRIM(PROGRAMA-JUEGO) ' '
            FUNCTION TRIM(GUION-FILE-NAME) '...'.
    MOVE FUNCTION CURRENT-DATE TO FECHA-Y-HORA-INICIO.
    CALL 'SYSTEM' USING ORDEN-SISTEMA.
    MOVE RETURN-CODE TO RETORNO-JUEGO.
    MOVE FUNCTION CURRENT-DATE TO FECHA-Y-HORA-ACTUAL.
    IF RETORNO-JUEGO NOT = ZERO
        MOVE RETORNO-JUEGO TO RETORNO-EDITADO
        DISPLAY '  Aviso: el juego terminó con código '
                FUNCTION TRIM(RETORNO-EDITADO) '.'
    END-IF.
    COMPUTE SEGUNDO-INICIO =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FECHA-Y-HORA-INICIO(1:8)))
            * 86400
        + FUNCTION NUMVAL(FECHA-Y-HORA-INICIO(9:2)) * 3600
        + FUNCTION NUMVAL(FECHA-Y-HORA-INICIO(11:2)) * 60
        + FUNCTION NUMVAL(FECHA-Y-HORA-INICIO(13:2)).
    COMPUTE SEGUNDO-FIN =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FECHA-Y-HORA-ACTUAL(1:8)))
            * 86400
        + FUNCTION NUMVAL(FECHA-Y-HORA-ACTUAL(9:2)) * 3600
        + FUNCTION NUMVAL(FECHA-Y-HORA-ACTUAL(11:2)) * 60
        + FUNCTION NUMVAL(FECHA-Y-HORA-ACTUAL(13:2)).
    MOVE SPACES TO TRANSCRIPCION-FILE-NAME MARCA-TRANSCRIPCION.
    PERFORM PROBAR-TRANSCRIPCION
        VARYING SEGUNDO-PRUEBA FROM SEGUNDO-INICIO BY 1
        UNTIL SEGUNDO-PRUEBA > SEGUNDO-FIN.
    IF TRANSCRIPCION-FILE-NAME = SPACES
        DISPLAY 'El juego no dejó ninguna transcripción.'
        PERFORM RECHAZAR-SESION
    END-IF.
    DISPLAY '  Transcripción producida: '
            FUNCTION TRIM(TRANSCRIPCION-FILE-NAME).

PROBAR-TRANSCRIPCION.
    *> SI HAY VARIAS EN LA VENTANA SE QUEDA LA ULTIMA
    DIVIDE SEGUNDO-PRUEBA BY 86400
        GIVING DIA-PRUEBA REMAINDER SEGUNDO-DEL-DIA.
    COMPUTE FECHA-PRUEBA = FUNCTION DATE-OF-INTEGER(DIA-PRUEBA).
    DIVIDE SEGUNDO-DEL-DIA BY 3600 GIVING HORA-PRUEBA
        REMAINDER SEGUNDO-DEL-DIA.
    DIVIDE SEGUNDO-DEL-DIA BY 60 GIVING MINUTO-PRUEBA
        REMAINDER SEGUNDO-RESTO.
    MOVE SPACES TO NOMBRE-PRUEBA.
    STRING 'TRANSCRIPCION-' DELIMITED BY SIZE
           FECHA-PRUEBA DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           HORA-PRUEBA DELIMITED BY SIZE
           MINUTO-PRUEBA DELIMITED BY SIZE
           SEGUNDO-RESTO DELIMITED BY SIZE
           '.LOG' DELIMITED BY SIZE
        INTO NOMBRE-PRUEBA.
    MOVE TRANSCRIPCION-FILE-NAME TO LINEA-COPIADA.
    MOVE NOMBRE-PRUEBA TO TRANSCRIPCION-FILE-NAME.
    OPEN INPUT TRANSCRIPCION-FILE.
    IF TRANSCRIPCION-FILE-STATUS = '00'
        CLOSE TRANSCRIPCION-FILE
    ELSE
        MOVE LINEA-COPIADA TO TRANSCRIPCION-FILE-NAME
    END-IF.

COPIAR-MAESTRA.
    *> La maestra candidata es la transcripción tal cual; si es una
    *> sesión de archivo se copian solo sus líneas T| sin el prefijo,
    *> igual que las lee SUITE-REGRESION.
    OPEN INPUT TRANSCRIPCION-FILE.
    IF TRANSCRIPCION-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede abrir la transcripción: '
                FUNCTION TRIM(TRANSCRIPCION-FILE-NAME)
        PERFORM RECHAZAR-SESION
    END-IF.
    OPEN OUTPUT MAESTRA-FILE.
    IF MAESTRA-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede crear la maestra: '
                FUNCTION TRIM(MAESTRA-FILE-NAME)
        CLOSE TRANSCRIPCION-FILE
        PERFORM RECHAZAR-SESION
    END-IF.
    INITIALIZE LINEAS-MAESTRA.
    PERFORM UNTIL TRANSCRIPCION-FILE-STATUS = '10'
        READ TRANSCRIPCION-FILE
            AT END CONTINUE
            NOT AT END
                IF MARCA-TRANSCRIPCION = SPACES
                    MOVE TRANSCRIPCION-RECORD(1:255) TO MAESTRA-RECORD
                    WRITE MAESTRA-RECORD
                    ADD 1 TO LINEAS-MAESTRA
                ELSE
                    IF TRANSCRIPCION-RECORD(1:2) = 'T|'
                            AND TRANSCRIPCION-RECORD(3:19)
                                = MARCA-TRANSCRIPCION
                        MOVE TRANSCRIPCION-RECORD(23:255) TO LINEA-COPIADA
                        MOVE LINEA-COPIADA TO MAESTRA-RECORD
                        WRITE MAESTRA-RECORD
                        ADD 1 TO LINEAS-MAESTRA
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TRANSCRIPCION-FILE.
    CLOSE MAESTRA-FILE.
    IF LINEAS-MAESTRA = ZERO
        DISPLAY 'La transcripción está vacía: '
                FUNCTION TRIM(TRANSCRIPCION-FILE-NAME)
        PERFORM RECHAZAR-SESION
    END-IF.

ANOTAR-EN-MANIFIESTO.
    *> Una línea de comentario con el origen del caso y la línea del
    *> caso en el formato de SUITE-REGRESION.
    OPEN EXTEND MANIFIESTO-FILE.
    IF MANIFIESTO-FILE-STATUS NOT = '00'
            AND MANIFIESTO-FILE-STATUS NOT = '05'
        DISPLAY 'No se puede ampliar el manifiesto: '
                FUNCTION TRIM(MANIFIESTO-FILE-NAME)
        MOVE 255 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO FECHA-Y-HORA-ACTUAL.
    MOVE SPACES TO MANIFIESTO-RECORD.
    STRING '* ' DELIMITED BY SIZE
           FUNCTION TRIM(NOMBRE-CASO) DELIMITED BY SIZE
           ': promovido de ' DELIMITED BY SIZE
           FUNCTION TRIM(PARAMETRO-EVENTOS) DELIMITED BY SIZE
           ' el ' DELIMITED BY SIZE
           FECHA-Y-HORA-ACTUAL(1:8) DELIMITED BY SIZE
        INTO MANIFIESTO-RECORD.
    WRITE MANIFIESTO-RECORD.
    MOVE SPACES TO MANIFIESTO-RECORD.
    STRING FUNCTION TRIM(GUION-FILE-NAME) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           FUNCTION TRIM(NOCTURNA-FILE-NAME) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           FUNCTION TRIM(MAESTRA-FILE-NAME) DELIMITED BY SIZE
        INTO MANIFIESTO-RECORD.
    WRITE MANIFIESTO-RECORD.
    CLOSE MANIFIESTO-FILE.
