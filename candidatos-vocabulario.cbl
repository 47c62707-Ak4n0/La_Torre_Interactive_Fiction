*>****************************************************************
*> Author:  Miquel A. Fuster Sancho
*> Purpose: Informe de candidatos al vocabulario de 'La Torre'. El
*>  juego deja cada verbo o nombre que no reconoce en el fichero
*>  del día PALABRAS-DESCONOCIDAS-aaaammdd.DAT, con la sesión, la
*>  localidad y la línea tecleada. Este programa junta los ficheros
*>  de un periodo (parámetros desde y hasta, aaaammdd), ordena las
*>  palabras por número de veces y de sesiones distintas en que
*>  aparecen y, si una se parece mucho a una palabra que ya está
*>  en el vocabulario (una o dos letras de diferencia, o una es el
*>  comienzo de la otra), propone el mismo verbo u objeto. Las
*>  palabras que ya han entrado en el vocabulario desde entonces se
*>  cuentan aparte y no se proponen.
*>  El resultado se escribe en un fichero de revisión (por defecto
*>  CANDIDATOS-VOCABULARIO.DAT) con una línea V|nn|PALABRA u
*>  O|nn|PALABRA por candidato, precedida de un comentario con sus
*>  cifras y un ejemplo, para que el responsable de los datos las
*>  pase una a una a VOCABULARIO.DAT. Sin parecido el identificador
*>  sale como 00 y hay que ponerlo a mano (VALIDAR-DATOS rechaza un
*>  00 que se cuele). El vocabulario es el de la aventura elegida
*>  con la variable AVENTURA, igual que en el juego.
*>  Devuelve en RETURN-CODE 0 si hay candidatos, 1 si faltan
*>  parámetros o no hay palabras en el periodo y 255 si un fichero
*>  del día sigue ocupado por el juego.
*> Tectonics: cobc
*>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. CANDIDATOS-VOCABULARIO.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DESCONOCIDAS-FILE ASSIGN TO DESCONOCIDAS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DESCONOCIDAS-FILE-STATUS.
    SELECT REVISION-FILE ASSIGN TO REVISION-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REVISION-FILE-STATUS.
    SELECT OPTIONAL VOCABULARIO-FILE ASSIGN TO VOCABULARIO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VOCABULARIO-FILE-STATUS.
    SELECT OPTIONAL AVENTURAS-FILE ASSIGN TO "AVENTURAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AVENTURAS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  DESCONOCIDAS-FILE.
*> tipo|sesion|localidad|palabra|linea tecleada, COMO LO ESCRIBE
*> ANOTAR-PALABRA-DESCONOCIDA DEL JUEGO
01 DESCONOCIDA-RECORD           PIC X(300).

FD  REVISION-FILE.
01 REVISION-RECORD              PIC X(300).

FD  VOCABULARIO-FILE.
01 VOCABULARIO-RECORD           PIC X(40).

FD  AVENTURAS-FILE.
01 AVENTURA-RECORD              PIC X(300).

WORKING-STORAGE SECTION.
77 DESCONOCIDAS-FILE-NAME       PIC X(40).
77 DESCONOCIDAS-FILE-STATUS     PIC XX.
77 REVISION-FILE-NAME           PIC X(255).
77 REVISION-FILE-STATUS         PIC XX.
77 VOCABULARIO-FILE-NAME        PIC X(40)  VALUE 'VOCABULARIO.DAT'.
77 VOCABULARIO-FILE-STATUS      PIC XX.
77 AVENTURAS-FILE-STATUS        PIC XX.

77 LINEA-DE-ORDENES             PIC X(255).
77 PARAMETRO-DESDE              PIC X(8).
77 PARAMETRO-HASTA              PIC X(8).
77 FECHA-DESDE                  PIC 9(8).
77 FECHA-HASTA                  PIC 9(8).
77 DIA-DESDE                    PIC 9(7).
77 DIA-HASTA                    PIC 9(7).
77 DIA-EN-CURSO                 PIC 9(7).
77 FECHA-EN-CURSO               PIC 9(8).
77 DIAS-PERIODO                 PIC 9(5)   VALUE ZERO.
77 DIAS-CON-FICHERO             PIC 9(5)   VALUE ZERO.

*> RESOLUCION DE LA AVENTURA EN CURSO, CALCADA DE SELECCIONAR-AVENTURA
*> DEL JUEGO: DE LA FILA ELEGIDA SOLO INTERESA EL VOCABULARIO
77 AVENTURA-PEDIDA              PIC X(60).
77 AVENTURA-ELEGIDA-FLAG        PIC 9.
    88 AVENTURA-ELEGIDA         VALUE 1.
77 TITULO-AVENTURA              PIC X(60)  VALUE 'La Torre'.
01 LINEA-AVENTURA-CAMPOS.
    05 TIPO-LINEA-AVENTURA      PIC X.
    05 ID-LINEA-AVENTURA        PIC 99.
    05 TITULO-LINEA-AVENTURA    PIC X(60).
    05 MUNDO-LINEA-AVENTURA     PIC X(40).
    05 VOCAB-LINEA-AVENTURA     PIC X(40).

*> VOCABULARIO ACTUAL ENTERO, VERBOS Y NOMBRES, EN EL ORDEN DEL
*> FICHERO (A IGUAL PARECIDO GANA LA PRIMERA PALABRA)
01 LINEA-VOCABULARIO-CAMPOS.
    05 TIPO-LINEA-VOCAB         PIC X.
    05 ID-LINEA-VOCAB           PIC 99.
    05 PALABRA-LINEA-VOCAB      PIC X(32).
01 TABLA-VOCABULARIO.
    05 VOCABLO OCCURS 500.
        10 VOCABLO-TIPO         PIC X.
        10 VOCABLO-ID           PIC 99.
        10 VOCABLO-PALABRA      PIC X(32).
77 NUMERO-VOCABLOS              PIC 999    VALUE ZERO.
77 VOCABLO-IDX                  PIC 999.

*> UNA LINEA DEL FICHERO DEL DIA YA SEPARADA
01 LINEA-DESCONOCIDA-CAMPOS.
    05 TIPO-LEIDO               PIC X.
    05 SESION-LEIDA             PIC X(15).
    05 LOCALIDAD-LEIDA          PIC XX.
    05 PALABRA-LEIDA            PIC X(32).
77 LINEA-LEIDA                  PIC X(255).
77 PUNTERO-LINEA                PIC 999.

*> PALABRAS DISTINTAS DEL PERIODO (TIPO + PALABRA) CON SUS CIFRAS, EL
*> PRIMER EJEMPLO VISTO Y LA SUGERENCIA CALCULADA AL FINAL
01 TABLA-PALABRAS.
    05 PALABRA-ENTRADA OCCURS 500.
        10 PAL-TIPO             PIC X.
        10 PAL-TEXTO            PIC X(32).
        10 PAL-VECES            PIC 9(5).
        10 PAL-SESIONES         PIC 9(5).
        10 PAL-LOCALIDAD        PIC XX.
        10 PAL-EJEMPLO          PIC X(200).
        10 PAL-SUGERENCIA-ID    PIC 99.
        10 PAL-SUGERENCIA       PIC X(32).
        10 PAL-CONOCIDA-FLAG    PIC 9.
            88 PAL-CONOCIDA     VALUE 1.
77 NUMERO-PALABRAS              PIC 999    VALUE ZERO.
77 PALABRA-IDX                  PIC 999.
77 PALABRA-ENCONTRADA           PIC 999.
*> PAREJAS PALABRA/SESION YA VISTAS, PARA CONTAR SESIONES DISTINTAS
01 TABLA-SESIONES-PALABRA.
    05 SESION-PALABRA OCCURS 5000.
        10 SP-PALABRA           PIC 999.
        10 SP-SESION            PIC X(15).
77 NUMERO-SESIONES-PALABRA      PIC 9(5)   VALUE ZERO.
77 SESION-PALABRA-IDX           PIC 9(5).
77 SESION-VISTA-FLAG            PIC 9.
    88 SESION-VISTA             VALUE 1.
*> ORDEN DEL INFORME: VECES, SESIONES, TIPO Y PALABRA
01 TABLA-ORDEN.
    05 ORDEN-PALABRA            PIC 999    OCCURS 500.
77 ORDEN-AUX                    PIC 999.
77 ORDEN-IDX                    PIC 999.
77 ORDEN-SIGUIENTE              PIC 999.
77 INTERCAMBIO-FLAG             PIC 9.
    88 HUBO-INTERCAMBIO         VALUE 1.
77 PRIMERA-ANTES-FLAG           PIC 9.
    88 PRIMERA-ANTES            VALUE 1.

77 ANOTACIONES-LEIDAS           PIC 9(7)   VALUE ZERO.
77 ANOTACIONES-ILEGIBLES        PIC 9(7)   VALUE ZERO.
77 ANOTACIONES-OMITIDAS         PIC 9(7)   VALUE ZERO.
77 PALABRAS-CONOCIDAS           PIC 999    VALUE ZERO.
77 CANDIDATOS-ESCRITOS          PIC 999    VALUE ZERO.
77 CANDIDATOS-CON-SUGERENCIA    PIC 999    VALUE ZERO.

*> PARECIDO ENTRE DOS PALABRAS: DISTANCIA DE EDICION (LETRAS QUE HAY
*> QUE CAMBIAR, PONER O QUITAR) CALCULADA FILA A FILA EN UNA MATRIZ;
*> LA FILA Y LA COLUMNA 1 SON LA PALABRA VACIA
01 MATRIZ-DISTANCIAS.
    05 FILA-DISTANCIA OCCURS 33.
        10 CELDA-DISTANCIA      PIC 99     OCCURS 33.
77 PALABRA-A                    PIC X(32).
77 PALABRA-B                    PIC X(32).
77 LARGO-A                      PIC 99.
77 LARGO-B                      PIC 99.
77 LETRA-A                      PIC 99.
77 LETRA-B                      PIC 99.
77 COSTE-CAMBIO                 PIC 9.
77 DISTANCIA-MINIMA             PIC 99.
77 DISTANCIA-PALABRAS           PIC 99.
77 DISTANCIA-ADMITIDA           PIC 99.
77 MEJOR-DISTANCIA              PIC 99.
77 LARGO-MENOR                  PIC 99.
77 ES-PREFIJO-FLAG              PIC 9.
    88 ES-PREFIJO               VALUE 1.

*> BLOQUEO: EL JUEGO ABRE EL FICHERO DEL DIA EN EXCLUSIVA UN INSTANTE
*> PARA CADA PALABRA; SE ESPERA CON LOS MISMOS VALORES QUE EL JUEGO
77 INTENTOS-BLOQUEO             PIC 99.
77 MAXIMO-INTENTOS-BLOQUEO      PIC 99     VALUE 10.
77 SEGUNDOS-ESPERA-BLOQUEO      PIC 9      VALUE 1.
77 FICHERO-EN-USO-FLAG          PIC 9.
    88 FICHERO-EN-USO           VALUE 1.
77 FICHERO-BLOQUEADO-FLAG       PIC 9.
    88 FICHERO-BLOQUEADO        VALUE 1.

77 CONTADOR-EDITADO             PIC ZZZZZZ9.
77 VECES-EDITADAS               PIC ZZZZ9.
77 SESIONES-EDITADAS            PIC ZZZZ9.
77 TEXTO-SUGERENCIA             PIC X(40).
77 TEXTO-PARECIDO               PIC X(60).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY 'Candidatos al vocabulario de LA TORRE'.
    DISPLAY ' '.
    ACCEPT LINEA-DE-ORDENES FROM COMMAND-LINE.
    MOVE SPACES TO PARAMETRO-DESDE PARAMETRO-HASTA REVISION-FILE-NAME.
    UNSTRING LINEA-DE-ORDENES DELIMITED BY ALL SPACE
        INTO PARAMETRO-DESDE PARAMETRO-HASTA REVISION-FILE-NAME.
    IF PARAMETRO-DESDE IS NOT NUMERIC OR PARAMETRO-HASTA IS NOT NUMERIC
        DISPLAY 'Uso: desde hasta [revisión]   (fechas aaaammdd)'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE PARAMETRO-DESDE TO FECHA-DESDE.
    MOVE PARAMETRO-HASTA TO FECHA-HASTA.
    IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-DESDE) NOT = ZERO
            OR FUNCTION TEST-DATE-YYYYMMDD(FECHA-HASTA) NOT = ZERO
            OR FECHA-HASTA < FECHA-DESDE
        DISPLAY 'Periodo no válido: ' PARAMETRO-DESDE ' a ' PARAMETRO-HASTA
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF REVISION-FILE-NAME = SPACES
        MOVE 'CANDIDATOS-VOCABULARIO.DAT' TO REVISION-FILE-NAME
    END-IF.
    INITIALIZE TABLA-PALABRAS TABLA-VOCABULARIO.
    PERFORM SELECCIONAR-AVENTURA.
    PERFORM CARGAR-VOCABULARIO.
    PERFORM LEER-PERIODO.
    DISPLAY 'Aventura: ' FUNCTION TRIM(TITULO-AVENTURA)
            ' (' FUNCTION TRIM(VOCABULARIO-FILE-NAME) ')'.
    DISPLAY 'Periodo: ' PARAMETRO-DESDE ' a ' PARAMETRO-HASTA.
    MOVE DIAS-CON-FICHERO TO CONTADOR-EDITADO.
    MOVE DIAS-PERIODO TO VECES-EDITADAS.
    DISPLAY 'Días con palabras anotadas: ' FUNCTION TRIM(CONTADOR-EDITADO)
            ' de ' FUNCTION TRIM(VECES-EDITADAS).
    MOVE ANOTACIONES-LEIDAS TO CONTADOR-EDITADO.
    DISPLAY 'Palabras anotadas: ' FUNCTION TRIM(CONTADOR-EDITADO).
    MOVE NUMERO-PALABRAS TO CONTADOR-EDITADO.
    DISPLAY 'Palabras distintas: ' FUNCTION TRIM(CONTADOR-EDITADO).
    IF ANOTACIONES-ILEGIBLES > ZERO
        MOVE ANOTACIONES-ILEGIBLES TO CONTADOR-EDITADO
        DISPLAY 'Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' línea(s) ilegible(s) se omiten.'
    END-IF.
    IF ANOTACIONES-OMITIDAS > ZERO
        MOVE ANOTACIONES-OMITIDAS TO CONTADOR-EDITADO
        DISPLAY 'Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' anotación(es) no cupieron en las tablas del informe.'
    END-IF.
    IF NUMERO-PALABRAS = ZERO
        DISPLAY ' '
        DISPLAY 'No hay palabras desconocidas en el periodo.'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM BUSCAR-SUGERENCIAS.
    PERFORM ORDENAR-PALABRAS.
    PERFORM MOSTRAR-Y-ESCRIBIR-CANDIDATOS.
    DISPLAY ' '.
    MOVE CANDIDATOS-ESCRITOS TO CONTADOR-EDITADO.
    DISPLAY 'Candidatos escritos en ' FUNCTION TRIM(REVISION-FILE-NAME)
            ': ' FUNCTION TRIM(CONTADOR-EDITADO).
    MOVE CANDIDATOS-CON-SUGERENCIA TO CONTADOR-EDITADO.
    DISPLAY '  con sugerencia: ' FUNCTION TRIM(CONTADOR-EDITADO).
    MOVE PALABRAS-CONOCIDAS TO CONTADOR-EDITADO.
    DISPLAY '  ya en el vocabulario (no se proponen): '
            FUNCTION TRIM(CONTADOR-EDITADO).
    MOVE ZERO TO RETURN-CODE.
STOP RUN.

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
    MOVE TITULO-LINEA-AVENTURA TO TITULO-AVENTURA.
    IF VOCAB-LINEA-AVENTURA NOT = SPACES
        MOVE FUNCTION TRIM(VOCAB-LINEA-AVENTURA) TO VOCABULARIO-FILE-NAME
    END-IF.

CARGAR-VOCABULARIO.
    OPEN INPUT VOCABULARIO-FILE.
    IF VOCABULARIO-FILE-STATUS = '00'
        PERFORM UNTIL VOCABULARIO-FILE-STATUS = '10'
            READ VOCABULARIO-FILE
                AT END CONTINUE
                NOT AT END
                    INITIALIZE LINEA-VOCABULARIO-CAMPOS
                    UNSTRING VOCABULARIO-RECORD DELIMITED BY '|'
                        INTO TIPO-LINEA-VOCAB ID-LINEA-VOCAB
                             PALABRA-LINEA-VOCAB
                    IF (TIPO-LINEA-VOCAB = 'V' OR TIPO-LINEA-VOCAB = 'O')
                            AND ID-LINEA-VOCAB IS NUMERIC
                            AND PALABRA-LINEA-VOCAB NOT = SPACES
                            AND NUMERO-VOCABLOS < 500
                        ADD 1 TO NUMERO-VOCABLOS
                        MOVE TIPO-LINEA-VOCAB TO VOCABLO-TIPO(NUMERO-VOCABLOS)
                        MOVE ID-LINEA-VOCAB   TO VOCABLO-ID(NUMERO-VOCABLOS)
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PALABRA-LINEA-VOCAB))
                            TO VOCABLO-PALABRA(NUMERO-VOCABLOS)
                    END-IF
            END-READ
        END-PERFORM
    ELSE
        *> SIN VOCABULARIO EL INFORME SALE IGUAL, SOLO QUE SIN
        *> SUGERENCIAS
        DISPLAY 'Aviso: no se puede abrir el vocabulario '
                FUNCTION TRIM(VOCABULARIO-FILE-NAME) '.'
    END-IF.
    CLOSE VOCABULARIO-FILE.

LEER-PERIODO.
    COMPUTE DIA-DESDE = FUNCTION INTEGER-OF-DATE(FECHA-DESDE).
    COMPUTE DIA-HASTA = FUNCTION INTEGER-OF-DATE(FECHA-HASTA).
    PERFORM VARYING DIA-EN-CURSO FROM DIA-DESDE BY 1
            UNTIL DIA-EN-CURSO > DIA-HASTA
        ADD 1 TO DIAS-PERIODO
        COMPUTE FECHA-EN-CURSO = FUNCTION DATE-OF-INTEGER(DIA-EN-CURSO)
        PERFORM LEER-FICHERO-DEL-DIA
    END-PERFORM.

LEER-FICHERO-DEL-DIA.
    MOVE SPACES TO DESCONOCIDAS-FILE-NAME.
    STRING 'PALABRAS-DESCONOCIDAS-' DELIMITED BY SIZE
           FECHA-EN-CURSO DELIMITED BY SIZE
           '.DAT' DELIMITED BY SIZE
        INTO DESCONOCIDAS-FILE-NAME.
    INITIALIZE INTENTOS-BLOQUEO FICHERO-BLOQUEADO-FLAG.
    SET FICHERO-EN-USO TO TRUE.
    PERFORM UNTIL NOT FICHERO-EN-USO OR FICHERO-BLOQUEADO
        INITIALIZE FICHERO-EN-USO-FLAG
        OPEN INPUT DESCONOCIDAS-FILE
        IF DESCONOCIDAS-FILE-STATUS = '61'
            SET FICHERO-EN-USO TO TRUE
            CLOSE DESCONOCIDAS-FILE
            PERFORM ESPERAR-FICHERO-EN-USO
        END-IF
    END-PERFORM.
    IF FICHERO-BLOQUEADO
        DISPLAY FUNCTION TRIM(DESCONOCIDAS-FILE-NAME)
                ' sigue ocupado por el juego; vuelva a lanzar el informe'
                ' en un momento.'
        MOVE 255 TO RETURN-CODE
        STOP RUN
    END-IF.
    *> UN DIA SIN FICHERO ES UN DIA SIN PALABRAS DESCONOCIDAS (O SIN
    *> PARTIDAS): EL OPEN DEVUELVE '05' Y NO HAY NADA QUE LEER
    IF DESCONOCIDAS-FILE-STATUS = '00'
        ADD 1 TO DIAS-CON-FICHERO
        PERFORM UNTIL DESCONOCIDAS-FILE-STATUS = '10'
            READ DESCONOCIDAS-FILE
                AT END CONTINUE
                NOT AT END
                    PERFORM PROCESAR-ANOTACION
            END-READ
        END-PERFORM
    END-IF.
    CLOSE DESCONOCIDAS-FILE.

PROCESAR-ANOTACION.
    INITIALIZE LINEA-DESCONOCIDA-CAMPOS.
    MOVE SPACES TO LINEA-LEIDA.
    MOVE 1 TO PUNTERO-LINEA.
    *> LA LINEA TECLEADA VA LA ULTIMA Y SE TOMA ENTERA DESDE EL
    *> PUNTERO, POR SI EL JUGADOR ESCRIBIO ALGUN '|'
    UNSTRING DESCONOCIDA-RECORD DELIMITED BY '|'
        INTO TIPO-LEIDO SESION-LEIDA LOCALIDAD-LEIDA PALABRA-LEIDA
        WITH POINTER PUNTERO-LINEA.
    IF PUNTERO-LINEA <= 255
        MOVE DESCONOCIDA-RECORD(PUNTERO-LINEA:) TO LINEA-LEIDA
    END-IF.
    IF (TIPO-LEIDO NOT = 'V' AND TIPO-LEIDO NOT = 'O')
            OR PALABRA-LEIDA = SPACES OR SESION-LEIDA = SPACES
        ADD 1 TO ANOTACIONES-ILEGIBLES
        EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION UPPER-CASE(PALABRA-LEIDA) TO PALABRA-LEIDA.
    INITIALIZE PALABRA-ENCONTRADA.
    PERFORM VARYING PALABRA-IDX FROM 1 BY 1
            UNTIL PALABRA-IDX > NUMERO-PALABRAS OR PALABRA-ENCONTRADA > 0
        IF PAL-TIPO(PALABRA-IDX) = TIPO-LEIDO
                AND PAL-TEXTO(PALABRA-IDX) = PALABRA-LEIDA
            MOVE PALABRA-IDX TO PALABRA-ENCONTRADA
        END-IF
    END-PERFORM.
    IF PALABRA-ENCONTRADA = 0
        IF NUMERO-PALABRAS >= 500
            ADD 1 TO ANOTACIONES-OMITIDAS
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NUMERO-PALABRAS
        MOVE NUMERO-PALABRAS TO PALABRA-ENCONTRADA
        MOVE TIPO-LEIDO      TO PAL-TIPO(PALABRA-ENCONTRADA)
        MOVE PALABRA-LEIDA   TO PAL-TEXTO(PALABRA-ENCONTRADA)
        MOVE LOCALIDAD-LEIDA TO PAL-LOCALIDAD(PALABRA-ENCONTRADA)
        MOVE LINEA-LEIDA     TO PAL-EJEMPLO(PALABRA-ENCONTRADA)
    END-IF.
    ADD 1 TO ANOTACIONES-LEIDAS.
    ADD 1 TO PAL-VECES(PALABRA-ENCONTRADA).
    *> SESIONES DISTINTAS: CADA PAREJA PALABRA/SESION CUENTA UNA VEZ
    INITIALIZE SESION-VISTA-FLAG.
    PERFORM VARYING SESION-PALABRA-IDX FROM 1 BY 1
            UNTIL SESION-PALABRA-IDX > NUMERO-SESIONES-PALABRA
                  OR SESION-VISTA
        IF SP-PALABRA(SESION-PALABRA-IDX) = PALABRA-ENCONTRADA
                AND SP-SESION(SESION-PALABRA-IDX) = SESION-LEIDA
            SET SESION-VISTA TO TRUE
        END-IF
    END-PERFORM.
    IF NOT SESION-VISTA AND NUMERO-SESIONES-PALABRA < 5000
        ADD 1 TO NUMERO-SESIONES-PALABRA
        MOVE PALABRA-ENCONTRADA TO SP-PALABRA(NUMERO-SESIONES-PALABRA)
        MOVE SESION-LEIDA       TO SP-SESION(NUMERO-SESIONES-PALABRA)
        ADD 1 TO PAL-SESIONES(PALABRA-ENCONTRADA)
    END-IF.

BUSCAR-SUGERENCIAS.
    *> Para cada palabra se busca en el vocabulario del mismo tipo la
    *> más parecida. Si ya está tal cual, alguien la dio de alta
    *> después de anotarse y no se propone.
    PERFORM VARYING PALABRA-IDX FROM 1 BY 1 UNTIL PALABRA-IDX > NUMERO-PALABRAS
        MOVE 99 TO MEJOR-DISTANCIA
        PERFORM VARYING VOCABLO-IDX FROM 1 BY 1
                UNTIL VOCABLO-IDX > NUMERO-VOCABLOS OR PAL-CONOCIDA(PALABRA-IDX)
            IF VOCABLO-TIPO(VOCABLO-IDX) = PAL-TIPO(PALABRA-IDX)
                IF VOCABLO-PALABRA(VOCABLO-IDX) = PAL-TEXTO(PALABRA-IDX)
                    SET PAL-CONOCIDA(PALABRA-IDX) TO TRUE
                    ADD 1 TO PALABRAS-CONOCIDAS
                ELSE
                    PERFORM COMPARAR-CON-VOCABLO
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

COMPARAR-CON-VOCABLO.
    *> Se admite como parecida una palabra a una letra de distancia
    *> (dos si la palabra tecleada tiene más de cuatro letras), o
    *> cuando la más corta, de cuatro letras o más, es el comienzo de
    *> la otra (COGER/COGE, ANTORCHAS/ANTORCHA, EXAMIN/EXAMINAR).
    MOVE PAL-TEXTO(PALABRA-IDX) TO PALABRA-A.
    MOVE VOCABLO-PALABRA(VOCABLO-IDX) TO PALABRA-B.
    PERFORM CALCULAR-DISTANCIA.
    IF LARGO-A > 4
        MOVE 2 TO DISTANCIA-ADMITIDA
    ELSE
        MOVE 1 TO DISTANCIA-ADMITIDA
    END-IF.
    INITIALIZE ES-PREFIJO-FLAG.
    IF LARGO-A < LARGO-B
        MOVE LARGO-A TO LARGO-MENOR
    ELSE
        MOVE LARGO-B TO LARGO-MENOR
    END-IF.
    IF LARGO-MENOR >= 4
        IF PALABRA-A(1:LARGO-MENOR) = PALABRA-B(1:LARGO-MENOR)
            SET ES-PREFIJO TO TRUE
        END-IF
    END-IF.
    IF (DISTANCIA-PALABRAS <= DISTANCIA-ADMITIDA OR ES-PREFIJO)
            AND DISTANCIA-PALABRAS < MEJOR-DISTANCIA
        MOVE DISTANCIA-PALABRAS TO MEJOR-DISTANCIA
        MOVE VOCABLO-ID(VOCABLO-IDX) TO PAL-SUGERENCIA-ID(PALABRA-IDX)
        MOVE VOCABLO-PALABRA(VOCABLO-IDX) TO PAL-SUGERENCIA(PALABRA-IDX)
    END-IF.

CALCULAR-DISTANCIA.
    COMPUTE LARGO-A = FUNCTION LENGTH(FUNCTION TRIM(PALABRA-A TRAILING)).
    COMPUTE LARGO-B = FUNCTION LENGTH(FUNCTION TRIM(PALABRA-B TRAILING)).
    PERFORM VARYING LETRA-A FROM 0 BY 1 UNTIL LETRA-A > LARGO-A
        MOVE LETRA-A TO CELDA-DISTANCIA(LETRA-A + 1, 1)
    END-PERFORM.
    PERFORM VARYING LETRA-B FROM 0 BY 1 UNTIL LETRA-B > LARGO-B
        MOVE LETRA-B TO CELDA-DISTANCIA(1, LETRA-B + 1)
    END-PERFORM.
    PERFORM VARYING LETRA-A FROM 1 BY 1 UNTIL LETRA-A > LARGO-A
        PERFORM VARYING LETRA-B FROM 1 BY 1 UNTIL LETRA-B > LARGO-B
            IF PALABRA-A(LETRA-A:1) = PALABRA-B(LETRA-B:1)
                MOVE 0 TO COSTE-CAMBIO
            ELSE
                MOVE 1 TO COSTE-CAMBIO
            END-IF
            *> CAMBIAR LA LETRA, QUITARLA DE A O PONERLA DE B
            COMPUTE DISTANCIA-MINIMA =
                CELDA-DISTANCIA(LETRA-A, LETRA-B) + COSTE-CAMBIO
            IF CELDA-DISTANCIA(LETRA-A, LETRA-B + 1) + 1 < DISTANCIA-MINIMA
                COMPUTE DISTANCIA-MINIMA =
                    CELDA-DISTANCIA(LETRA-A, LETRA-B + 1) + 1
            END-IF
            IF CELDA-DISTANCIA(LETRA-A + 1, LETRA-B) + 1 < DISTANCIA-MINIMA
                COMPUTE DISTANCIA-MINIMA =
                    CELDA-DISTANCIA(LETRA-A + 1, LETRA-B) + 1
            END-IF
            MOVE DISTANCIA-MINIMA TO CELDA-DISTANCIA(LETRA-A + 1, LETRA-B + 1)
        END-PERFORM
    END-PERFORM.
    MOVE CELDA-DISTANCIA(LARGO-A + 1, LARGO-B + 1) TO DISTANCIA-PALABRAS.

ORDENAR-PALABRAS.
    PERFORM VARYING ORDEN-IDX FROM 1 BY 1 UNTIL ORDEN-IDX > NUMERO-PALABRAS
        MOVE ORDEN-IDX TO ORDEN-PALABRA(ORDEN-IDX)
    END-PERFORM.
    SET HUBO-INTERCAMBIO TO TRUE.
    PERFORM UNTIL NOT HUBO-INTERCAMBIO
        INITIALIZE INTERCAMBIO-FLAG
        PERFORM VARYING ORDEN-IDX FROM 1 BY 1
                UNTIL ORDEN-IDX >= NUMERO-PALABRAS
            COMPUTE ORDEN-SIGUIENTE = ORDEN-IDX + 1
            PERFORM COMPARAR-ORDEN
            IF NOT PRIMERA-ANTES
                MOVE ORDEN-PALABRA(ORDEN-IDX) TO ORDEN-AUX
                MOVE ORDEN-PALABRA(ORDEN-SIGUIENTE) TO ORDEN-PALABRA(ORDEN-IDX)
                MOVE ORDEN-AUX TO ORDEN-PALABRA(ORDEN-SIGUIENTE)
                SET HUBO-INTERCAMBIO TO TRUE
            END-IF
        END-PERFORM
    END-PERFORM.

COMPARAR-ORDEN.
    *> Más veces primero; a igualdad, más sesiones; después verbos
    *> antes que nombres y por último orden alfabético.
    MOVE ORDEN-PALABRA(ORDEN-IDX) TO PALABRA-IDX.
    MOVE ORDEN-PALABRA(ORDEN-SIGUIENTE) TO PALABRA-ENCONTRADA.
    SET PRIMERA-ANTES TO TRUE.
    EVALUATE TRUE
        WHEN PAL-VECES(PALABRA-IDX) > PAL-VECES(PALABRA-ENCONTRADA)
            CONTINUE
        WHEN PAL-VECES(PALABRA-IDX) < PAL-VECES(PALABRA-ENCONTRADA)
            INITIALIZE PRIMERA-ANTES-FLAG
        WHEN PAL-SESIONES(PALABRA-IDX) > PAL-SESIONES(PALABRA-ENCONTRADA)
            CONTINUE
        WHEN PAL-SESIONES(PALABRA-IDX) < PAL-SESIONES(PALABRA-ENCONTRADA)
            INITIALIZE PRIMERA-ANTES-FLAG
        WHEN PAL-TIPO(PALABRA-IDX) = 'O' AND PAL-TIPO(PALABRA-ENCONTRADA) = 'V'
            INITIALIZE PRIMERA-ANTES-FLAG
        WHEN PAL-TIPO(PALABRA-IDX) = PAL-TIPO(PALABRA-ENCONTRADA)
                AND PAL-TEXTO(PALABRA-IDX) > PAL-TEXTO(PALABRA-ENCONTRADA)
            INITIALIZE PRIMERA-ANTES-FLAG
    END-EVALUATE.

MOSTRAR-Y-ESCRIBIR-CANDIDATOS.
    OPEN OUTPUT REVISION-FILE.
    IF REVISION-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede crear el fichero de revisión '
                FUNCTION TRIM(REVISION-FILE-NAME) '.'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    *> LAS LINEAS QUE NO EMPIEZAN POR V NI POR O LAS IGNORAN TANTO EL
    *> JUEGO COMO VALIDAR-DATOS: LOS COMENTARIOS PUEDEN QUEDARSE
    MOVE SPACES TO REVISION-RECORD.
    STRING '* ' DELIMITED BY SIZE
           FUNCTION TRIM(TITULO-AVENTURA) DELIMITED BY SIZE
           ': candidatos al vocabulario del ' DELIMITED BY SIZE
           PARAMETRO-DESDE DELIMITED BY SIZE
           ' al ' DELIMITED BY SIZE
           PARAMETRO-HASTA DELIMITED BY SIZE
        INTO REVISION-RECORD.
    WRITE REVISION-RECORD.
    MOVE '* Copie a VOCABULARIO.DAT las líneas aceptadas; un 00 no tiene parecido y necesita su identificador.'
        TO REVISION-RECORD.
    WRITE REVISION-RECORD.
    DISPLAY ' '.
    DISPLAY '--- Palabras por frecuencia ---'.
    DISPLAY '  Veces  Ses.  Propuesta                Parecida a'.
    PERFORM VARYING ORDEN-IDX FROM 1 BY 1 UNTIL ORDEN-IDX > NUMERO-PALABRAS
        MOVE ORDEN-PALABRA(ORDEN-IDX) TO PALABRA-IDX
        IF NOT PAL-CONOCIDA(PALABRA-IDX)
            PERFORM ESCRIBIR-CANDIDATO
        END-IF
    END-PERFORM.
    CLOSE REVISION-FILE.

ESCRIBIR-CANDIDATO.
    MOVE PAL-VECES(PALABRA-IDX)    TO VECES-EDITADAS.
    MOVE PAL-SESIONES(PALABRA-IDX) TO SESIONES-EDITADAS.
    IF PAL-SUGERENCIA-ID(PALABRA-IDX) > ZERO
        ADD 1 TO CANDIDATOS-CON-SUGERENCIA
        MOVE PAL-SUGERENCIA(PALABRA-IDX) TO TEXTO-SUGERENCIA
        MOVE SPACES TO TEXTO-PARECIDO
        STRING 'parecida a ' DELIMITED BY SIZE
               FUNCTION TRIM(TEXTO-SUGERENCIA) DELIMITED BY SIZE
            INTO TEXTO-PARECIDO
    ELSE
        MOVE '(sin parecido)' TO TEXTO-SUGERENCIA
        MOVE 'sin parecido en el vocabulario' TO TEXTO-PARECIDO
    END-IF.
    MOVE SPACES TO REVISION-RECORD.
    STRING '* ' DELIMITED BY SIZE
           FUNCTION TRIM(VECES-EDITADAS) DELIMITED BY SIZE
           ' vez/veces en ' DELIMITED BY SIZE
           FUNCTION TRIM(SESIONES-EDITADAS) DELIMITED BY SIZE
           ' sesión(es), ' DELIMITED BY SIZE
           FUNCTION TRIM(TEXTO-PARECIDO) DELIMITED BY SIZE
           '; p.ej. en la localidad ' DELIMITED BY SIZE
           PAL-LOCALIDAD(PALABRA-IDX) DELIMITED BY SIZE
           ': ' DELIMITED BY SIZE
           FUNCTION TRIM(PAL-EJEMPLO(PALABRA-IDX)) DELIMITED BY SIZE
        INTO REVISION-RECORD.
    WRITE REVISION-RECORD.
    MOVE SPACES TO REVISION-RECORD.
    STRING PAL-TIPO(PALABRA-IDX) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           PAL-SUGERENCIA-ID(PALABRA-IDX) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           FUNCTION TRIM(PAL-TEXTO(PALABRA-IDX)) DELIMITED BY SIZE
        INTO REVISION-RECORD.
    WRITE REVISION-RECORD.
    ADD 1 TO CANDIDATOS-ESCRITOS.
    DISPLAY '  ' VECES-EDITADAS ' ' SESIONES-EDITADAS '  '
            REVISION-RECORD(1:24) ' ' FUNCTION TRIM(TEXTO-SUGERENCIA).

ESPERAR-FICHERO-EN-USO.
    ADD 1 TO INTENTOS-BLOQUEO.
    IF INTENTOS-BLOQUEO >= MAXIMO-INTENTOS-BLOQUEO
        SET FICHERO-BLOQUEADO TO TRUE
        EXIT PARAGRAPH
    END-IF.
    IF INTENTOS-BLOQUEO = 1
        DISPLAY 'El juego está usando ' FUNCTION TRIM(DESCONOCIDAS-FILE-NAME)
                '; esperando...'
    END-IF.
    CALL 'C$SLEEP' USING SEGUNDOS-ESPERA-BLOQUEO.
