*>****************************************************************
*> Author:  Miquel A. Fuster Sancho
*> Purpose: Listado de referencias cruzadas del mundo de una
*>  aventura de 'La Torre', para quien vaya a tocar los datos.
*>  Se construye solo a partir de los ficheros de la aventura en
*>  curso (MUNDO, INTERACCIONES, EVENTOS-MUNDO y VOCABULARIO, según
*>  el catálogo y la variable de entorno AVENTURA, igual que hace
*>  el juego), citando cada regla y cada evento por su número de
*>  orden y su línea en el fichero. Por localidad: nombre, salidas
*>  hacia fuera y entradas desde otras localidades (también las que
*>  abre o cierra una regla), si es oscura (línea U), los objetos
*>  que empiezan allí y las reglas y eventos que tienen que ver con
*>  ella. Por objeto: dónde empieza y dentro de qué, sus atributos,
*>  su luz, sus sinónimos y las reglas y eventos que lo nombran en
*>  la orden, lo comprueban en una condición o lo cambian con su
*>  acción. Por verbo: sus palabras y las reglas que gobierna, en
*>  el orden en que el juego las prueba (gana la primera que
*>  encaja). Las líneas que el juego no llega a cargar (más de 50
*>  reglas, más de 10 eventos, sinónimos de objetos que no existen)
*>  se señalan aparte. Devuelve en RETURN-CODE 1 si no puede leer
*>  el fichero de mundo y 0 en otro caso.
*> Tectonics: cobc
*>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. REFERENCIAS-MUNDO.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL MUNDO-FILE ASSIGN TO MUNDO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MUNDO-FILE-STATUS.
    SELECT OPTIONAL VOCABULARIO-FILE ASSIGN TO VOCABULARIO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VOCABULARIO-FILE-STATUS.
    SELECT OPTIONAL INTERACCIONES-FILE ASSIGN TO INTERACCIONES-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTERACCIONES-FILE-STATUS.
    SELECT OPTIONAL EVENTOS-MUNDO-FILE ASSIGN TO EVENTOS-MUNDO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EVENTOS-MUNDO-FILE-STATUS.
    SELECT OPTIONAL AVENTURAS-FILE ASSIGN TO "AVENTURAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AVENTURAS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  MUNDO-FILE.
01 MUNDO-RECORD                 PIC X(300).

FD  VOCABULARIO-FILE.
01 VOCABULARIO-RECORD           PIC X(40).

FD  INTERACCIONES-FILE.
01 INTERACCION-RECORD           PIC X(300).

FD  EVENTOS-MUNDO-FILE.
01 EVENTO-MUNDO-RECORD          PIC X(300).

FD  AVENTURAS-FILE.
01 AVENTURA-RECORD              PIC X(300).

WORKING-STORAGE SECTION.
77 MUNDO-FILE-STATUS            PIC XX.
77 VOCABULARIO-FILE-STATUS      PIC XX.
77 INTERACCIONES-FILE-STATUS    PIC XX.
77 EVENTOS-MUNDO-FILE-STATUS    PIC XX.
77 AVENTURAS-FILE-STATUS        PIC XX.

*> RESOLUCION DE LA AVENTURA EN CURSO, CALCADA DE SELECCIONAR-AVENTURA
*> EN LA-TORRE: AQUI INTERESAN TODOS LOS FICHEROS MENOS LOS TEXTOS
77 AVENTURA-PEDIDA              PIC X(60).
77 AVENTURA-ELEGIDA-FLAG        PIC 9.
    88 AVENTURA-ELEGIDA         VALUE 1.
77 TITULO-AVENTURA              PIC X(60)  VALUE 'LA TORRE'.
77 MUNDO-FILE-NAME              PIC X(40)  VALUE 'MUNDO.DAT'.
77 VOCABULARIO-FILE-NAME        PIC X(40)  VALUE 'VOCABULARIO.DAT'.
77 INTERACCIONES-FILE-NAME      PIC X(40)  VALUE 'INTERACCIONES.DAT'.
77 EVENTOS-MUNDO-FILE-NAME      PIC X(40)  VALUE 'EVENTOS-MUNDO.DAT'.
01 LINEA-AVENTURA-CAMPOS.
    05 TIPO-LINEA-AVENTURA      PIC X.
    05 ID-LINEA-AVENTURA        PIC 99.
    05 TITULO-LINEA-AVENTURA    PIC X(60).
    05 MUNDO-LINEA-AVENTURA     PIC X(40).
    05 VOCAB-LINEA-AVENTURA     PIC X(40).
    05 TEXTOS-LINEA-AVENTURA    PIC X(20).
    05 INTER-LINEA-AVENTURA     PIC X(40).
    05 EVENTOS-LINEA-AVENTURA   PIC X(40).

*> MUNDO TAL COMO LO DEJA CARGAR-MUNDO AL EMPEZAR LA PARTIDA, CON LA
*> LINEA DE CADA DATO PARA PODER IR AL FICHERO. LAS SALIDAS VAN EN EL
*> ORDEN DE LA LINEA 'S' (N, S, E, O, ARRIBA, ABAJO, ADENTRO, AFUERA)
01 LOCALIDADES OCCURS 20 INDEXED BY LOC-ID.
    05 NOMBRE-LOCALIDAD         PIC X(32).
    05 SALIDA-INICIAL           PIC 99 OCCURS 8.
    05 OSCURA                   PIC 9.
        88 LOCALIDAD-OSCURA     VALUE 1.
    05 LINEA-LOCALIDAD          PIC 9(5).
    05 LINEA-SALIDAS            PIC 9(5).
    05 LINEA-OSCURA             PIC 9(5).

01 OBJETOS OCCURS 30 INDEXED BY OBJ-ID.
    05 NOMBRE-OBJETO            PIC X(32).
    05 PERTENENCIA-INICIAL      PIC 99.
    05 DENTRO-DE-INICIAL        PIC 99.
    05 INTERACTIVIDAD-INICIAL   PIC 9.
    05 GENERO-INICIAL           PIC 9.
    05 NUMERO-INICIAL           PIC 9.
    05 GENERAL-INICIAL          PIC 9.
    05 CONTENEDOR               PIC 9.
        88 ES-CONTENEDOR        VALUE 1.
    05 ABIERTO-INICIAL          PIC 9.
    05 LUZ-INICIAL              PIC 9.
    05 LUZ-TURNOS-INICIAL       PIC 9(5).
    05 LINEA-OBJETO             PIC 9(5).
    05 LINEA-ATRIBUTOS          PIC 9(5).

77 NUMERO-LOCALIDADES           PIC 99.
77 NUMERO-OBJETOS-JUEGO         PIC 99.
77 LOCALIDAD-INVENTARIO         PIC 99.
77 LOCALIDAD-FINAL              PIC 99.
77 TURNOS-LIMITE                PIC 9(5).
77 LIMITE-LINEA-MUNDO           PIC 9(5).
77 LINEA-INVENTARIO             PIC 9(5).
77 LINEA-FINAL                  PIC 9(5).

01 LINEA-MUNDO-CAMPOS.
    05 TIPO-LINEA-MUNDO     PIC X.
    05 ID-LINEA-MUNDO       PIC 99.
    05 TEXTO-LINEA-MUNDO    PIC X(255).
    05 SALIDAS-LINEA-MUNDO.
        10 SALIDA-LINEA-MUNDO PIC 99 OCCURS 8.
    05 ATRIBUTOS-LINEA-MUNDO.
        10 ATRIB-PERTENENCIA    PIC 99.
        10 ATRIB-INTERACTIVIDAD PIC 9.
        10 ATRIB-GENERO         PIC 9.
        10 ATRIB-NUMERO         PIC 9.
        10 ATRIB-GENERAL        PIC 9.
        10 ATRIB-CONTENEDOR     PIC 9.
        10 ATRIB-ABIERTO        PIC 9.
        10 ATRIB-DENTRO-DE      PIC 99.
        10 ATRIB-LUZ            PIC 9.
        10 ATRIB-LUZ-TURNOS     PIC 9(5).

01 NOMBRES-DIRECCION.
    05 NOMBRE-DIRECCION         PIC X(8) OCCURS 8.
77 DIRECCION-IDX                PIC 9.
77 DIRECCION-OESTE              PIC 9      VALUE 4.
77 DIRECCION-AFUERA             PIC 9      VALUE 8.

*> TODAS LAS PALABRAS DEL VOCABULARIO CON SU LINEA; LA PRIMERA DE CADA
*> VERBO ES LA FORMA QUE SE USA PARA NOMBRARLO EN LAS REGLAS
01 TABLA-PALABRAS.
    05 PALABRA-ENTRADA OCCURS 400.
        10 PALABRA-TIPO         PIC X.
        10 PALABRA-ID           PIC 99.
        10 PALABRA-TEXTO        PIC X(32).
        10 PALABRA-LINEA        PIC 9(5).
77 NUMERO-PALABRAS              PIC 999.
77 MAXIMO-PALABRAS              PIC 999    VALUE 400.
77 PALABRA-IDX                  PIC 999.
01 NOMBRE-VERBO-TABLA.
    05 NOMBRE-VERBO             PIC X(32)  OCCURS 99.
01 LINEA-VOCABULARIO-CAMPOS.
    05 TIPO-LINEA-VOCAB     PIC X.
    05 ID-LINEA-VOCAB       PIC 99.
    05 PALABRA-LINEA-VOCAB  PIC X(32).

*> TABLA DE REGLAS, COPIA FIEL DE TABLA-INTERACCIONES EN LA-TORRE MAS
*> LA LINEA DEL FICHERO DE LA QUE SALE CADA REGLA
01 TABLA-INTERACCIONES.
    05 INTERACCION-ENTRADA OCCURS 50 INDEXED BY INTERACCION-IDX.
        10 INT-VERBO-ID         PIC 99.
        10 INT-OBJ1-ID          PIC 99.
        10 INT-OBJ2-ID          PIC 99.
        10 INT-LOCALIDAD-REQ    PIC 99.
        10 INT-COND1-TIPO       PIC 9.
        10 INT-COND1-OBJ-ID     PIC 99.
        10 INT-COND1-VALOR      PIC 99.
        10 INT-COND2-TIPO       PIC 9.
        10 INT-COND2-OBJ-ID     PIC 99.
        10 INT-COND2-VALOR      PIC 99.
        10 INT-ACCION-ID        PIC 9.
        10 INT-MENSAJE          PIC X(140).
        10 INT-LINEA            PIC 9(5).
77 NUMERO-INTERACCIONES         PIC 99.
01 LINEA-INTERACCION-CAMPOS.
    05 TIPO-LINEA-INTER      PIC X.
    05 VERBO-LINEA-INTER     PIC 99.
    05 OBJ1-LINEA-INTER      PIC 99.
    05 OBJ2-LINEA-INTER      PIC 99.
    05 LOC-LINEA-INTER       PIC 99.
    05 C1-TIPO-LINEA-INTER   PIC 9.
    05 C1-OBJ-LINEA-INTER    PIC 99.
    05 C1-VALOR-LINEA-INTER  PIC 99.
    05 C2-TIPO-LINEA-INTER   PIC 9.
    05 C2-OBJ-LINEA-INTER    PIC 99.
    05 C2-VALOR-LINEA-INTER  PIC 99.
    05 ACCION-LINEA-INTER    PIC 9.
    05 MENSAJE-LINEA-INTER   PIC X(140).

*> TABLA DE EVENTOS DEL MUNDO, COPIA DE TABLA-EVENTOS-MUNDO EN LA-TORRE
01 TABLA-EVENTOS-MUNDO.
    05 EVENTO-MUNDO-ENTRADA OCCURS 10 INDEXED BY EVENTO-MUNDO-IDX.
        10 EVM-TIPO             PIC 9.
        10 EVM-TURNO            PIC 9(5).
        10 EVM-LOCALIDAD        PIC 99.
        10 EVM-COND-OBJ-ID      PIC 99.
        10 EVM-COND-PERTENENCIA PIC 99.
        10 EVM-ACCION-ID        PIC 9.
        10 EVM-MENSAJE          PIC X(140).
        10 EVM-LINEA            PIC 9(5).
77 NUMERO-EVENTOS-MUNDO         PIC 99.
01 LINEA-EVENTO-MUNDO-CAMPOS.
    05 TIPO-LINEA-EVM        PIC X.
    05 CLASE-LINEA-EVM       PIC 9.
    05 TURNO-LINEA-EVM       PIC 9(5).
    05 LOC-LINEA-EVM         PIC 99.
    05 COND-OBJ-LINEA-EVM    PIC 99.
    05 COND-PERT-LINEA-EVM   PIC 99.
    05 ACCION-LINEA-EVM      PIC 9.
    05 MENSAJE-LINEA-EVM     PIC X(140).

*> LO QUE HACEN LAS ACCIONES SIN DECIRLO EN LA REGLA: DEBE IR A LA PAR
*> DE EJECUTAR-ACCION-INTERACCION Y EJECUTAR-ACCION-EVENTO EN LA-TORRE
77 ACCION-ABRE-PASO             PIC 9      VALUE 1.
77 ACCION-CIERRA-PASO           PIC 9      VALUE 2.
77 ACCION-CORTA-CORREAS         PIC 9      VALUE 3.
77 ACCION-ATA-FUNDA             PIC 9      VALUE 4.
77 ACCION-DESATA-FUNDA          PIC 9      VALUE 5.
77 ACCION-ENTREGA-OBJETO        PIC 9      VALUE 6.
77 LOCALIDAD-PASO-ABIERTO       PIC 99     VALUE 4.
77 LOCALIDAD-FUNDA-ATADA        PIC 99     VALUE 4.
77 OBJETO-FUNDA                 PIC 99     VALUE 5.
77 OBJETO-BARROTES              PIC 99     VALUE 10.
77 ACCION-EVENTO-CONSUME-LUZ    PIC 9      VALUE 1.
77 OBJETO-ANTORCHA              PIC 99     VALUE 12.

*> TEXTOS DEL LISTADO
77 TEXTO-REGLA                  PIC X(300).
77 RELACION-TEXTO               PIC X(200).
77 PUNTERO-TEXTO                PIC 999.
77 PUNTERO-RELACION             PIC 999.
77 OBJETO-A-NOMBRAR             PIC 99.
77 NOMBRE-NOMBRADO              PIC X(40).
77 COND-TIPO                    PIC 9.
77 COND-OBJ-ID                  PIC 99.
77 COND-VALOR                   PIC 99.
77 LOCALIDAD-LISTADA            PIC 99.
77 OBJETO-LISTADO               PIC 99.
77 VERBO-LISTADO                PIC 999.
77 LOCALIDAD-ORIGEN             PIC 99.
77 PRIMERA-LINEA-FLAG           PIC 9.
    88 PRIMERA-LINEA            VALUE 1.
77 ETIQUETA                     PIC X(20).
77 LINEA-EDITADA                PIC ZZZZ9.
77 TURNO-EDITADO                PIC ZZZZ9.
77 NUMERO-EDITADO               PIC 99.
77 CONTADOR-LINEAS              PIC 9(5).

*> LINEAS QUE EL JUEGO NO LLEGA A CARGAR
77 REGLAS-IGNORADAS             PIC 9(5).
77 EVENTOS-IGNORADOS            PIC 9(5).
77 SINONIMOS-HUERFANOS          PIC 9(5).
77 CONTADOR-EDITADO             PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM SELECCIONAR-AVENTURA.
    MOVE 'norte'   TO NOMBRE-DIRECCION(1).
    MOVE 'sur'     TO NOMBRE-DIRECCION(2).
    MOVE 'este'    TO NOMBRE-DIRECCION(3).
    MOVE 'oeste'   TO NOMBRE-DIRECCION(4).
    MOVE 'arriba'  TO NOMBRE-DIRECCION(5).
    MOVE 'abajo'   TO NOMBRE-DIRECCION(6).
    MOVE 'adentro' TO NOMBRE-DIRECCION(7).
    MOVE 'afuera'  TO NOMBRE-DIRECCION(8).
    DISPLAY 'Referencias cruzadas del mundo de '
            FUNCTION TRIM(TITULO-AVENTURA).
    DISPLAY 'Ficheros: ' FUNCTION TRIM(MUNDO-FILE-NAME) ', '
            FUNCTION TRIM(INTERACCIONES-FILE-NAME) ', '
            FUNCTION TRIM(EVENTOS-MUNDO-FILE-NAME) ', '
            FUNCTION TRIM(VOCABULARIO-FILE-NAME).
    DISPLAY 'Las reglas (Rnn) y los eventos (Enn) van numerados en el'
            ' orden en que el juego los prueba.'.
    PERFORM CARGAR-MUNDO.
    IF NUMERO-LOCALIDADES = ZERO
        DISPLAY 'No se puede leer el fichero de mundo '
                FUNCTION TRIM(MUNDO-FILE-NAME) '.'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CARGAR-VOCABULARIO.
    PERFORM CARGAR-INTERACCIONES.
    PERFORM CARGAR-EVENTOS-MUNDO.
    PERFORM LISTAR-LOCALIDADES.
    PERFORM LISTAR-OBJETOS.
    PERFORM LISTAR-VERBOS.
    PERFORM LISTAR-LINEAS-IGNORADAS.
    MOVE ZERO TO RETURN-CODE.
STOP RUN.

SELECCIONAR-AVENTURA.
    *> Mismo criterio que el juego: la variable de entorno AVENTURA
    *> elige la fila del catálogo (por número o por título); sin
    *> variable manda la primera fila y sin catálogo quedan los
    *> ficheros de 'La Torre'.
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
             VOCAB-LINEA-AVENTURA TEXTOS-LINEA-AVENTURA
             INTER-LINEA-AVENTURA EVENTOS-LINEA-AVENTURA.
    IF AVENTURA-PEDIDA NOT = SPACES
        IF AVENTURA-PEDIDA NOT = ID-LINEA-AVENTURA
                AND AVENTURA-PEDIDA NOT =
                    FUNCTION UPPER-CASE(FUNCTION TRIM(TITULO-LINEA-AVENTURA))
            EXIT PARAGRAPH
        END-IF
    END-IF.
    SET AVENTURA-ELEGIDA TO TRUE.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TITULO-LINEA-AVENTURA))
        TO TITULO-AVENTURA.
    IF MUNDO-LINEA-AVENTURA NOT = SPACES
        MOVE FUNCTION TRIM(MUNDO-LINEA-AVENTURA) TO MUNDO-FILE-NAME
    END-IF.
    IF VOCAB-LINEA-AVENTURA NOT = SPACES
        MOVE FUNCTION TRIM(VOCAB-LINEA-AVENTURA) TO VOCABULARIO-FILE-NAME
    END-IF.
    IF INTER-LINEA-AVENTURA NOT = SPACES
        MOVE FUNCTION TRIM(INTER-LINEA-AVENTURA) TO INTERACCIONES-FILE-NAME
    END-IF.
    IF EVENTOS-LINEA-AVENTURA NOT = SPACES
        MOVE FUNCTION TRIM(EVENTOS-LINEA-AVENTURA)
            TO EVENTOS-MUNDO-FILE-NAME
    END-IF.

CARGAR-MUNDO.
    *> Mismo formato de líneas que CARGAR-MUNDO en LA-TORRE, anotando
    *> en qué línea del fichero está cada dato.
    INITIALIZE NUMERO-LOCALIDADES NUMERO-OBJETOS-JUEGO CONTADOR-LINEAS
               LINEA-INVENTARIO LINEA-FINAL.
    PERFORM VARYING LOC-ID FROM 1 BY 1 UNTIL LOC-ID > 20
        INITIALIZE LOCALIDADES(LOC-ID)
    END-PERFORM.
    PERFORM VARYING OBJ-ID FROM 1 BY 1 UNTIL OBJ-ID > 30
        INITIALIZE OBJETOS(OBJ-ID)
    END-PERFORM.
    MOVE 8 TO LOCALIDAD-INVENTARIO.
    MOVE 7 TO LOCALIDAD-FINAL.
    MOVE 150 TO TURNOS-LIMITE.
    OPEN INPUT MUNDO-FILE.
    IF MUNDO-FILE-STATUS = '00'
        PERFORM UNTIL MUNDO-FILE-STATUS = '10'
            READ MUNDO-FILE
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO CONTADOR-LINEAS
                    PERFORM PROCESAR-LINEA-MUNDO
            END-READ
        END-PERFORM
    END-IF.
    CLOSE MUNDO-FILE.

PROCESAR-LINEA-MUNDO.
    INITIALIZE LINEA-MUNDO-CAMPOS.
    UNSTRING MUNDO-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-MUNDO ID-LINEA-MUNDO TEXTO-LINEA-MUNDO.
    EVALUATE TIPO-LINEA-MUNDO
        WHEN 'L'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 20
                MOVE FUNCTION TRIM(TEXTO-LINEA-MUNDO)
                    TO NOMBRE-LOCALIDAD(ID-LINEA-MUNDO)
                MOVE CONTADOR-LINEAS TO LINEA-LOCALIDAD(ID-LINEA-MUNDO)
                IF ID-LINEA-MUNDO > NUMERO-LOCALIDADES
                    MOVE ID-LINEA-MUNDO TO NUMERO-LOCALIDADES
                END-IF
            END-IF
        WHEN 'S'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 20
                INITIALIZE SALIDAS-LINEA-MUNDO
                UNSTRING MUNDO-RECORD DELIMITED BY '|'
                    INTO TIPO-LINEA-MUNDO ID-LINEA-MUNDO
                         SALIDA-LINEA-MUNDO(1) SALIDA-LINEA-MUNDO(2)
                         SALIDA-LINEA-MUNDO(3) SALIDA-LINEA-MUNDO(4)
                         SALIDA-LINEA-MUNDO(5) SALIDA-LINEA-MUNDO(6)
                         SALIDA-LINEA-MUNDO(7) SALIDA-LINEA-MUNDO(8)
                PERFORM VARYING DIRECCION-IDX FROM 1 BY 1
                        UNTIL DIRECCION-IDX > 8
                    MOVE SALIDA-LINEA-MUNDO(DIRECCION-IDX)
                        TO SALIDA-INICIAL(ID-LINEA-MUNDO, DIRECCION-IDX)
                END-PERFORM
                MOVE CONTADOR-LINEAS TO LINEA-SALIDAS(ID-LINEA-MUNDO)
            END-IF
        WHEN 'N'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 30
                MOVE FUNCTION TRIM(TEXTO-LINEA-MUNDO)
                    TO NOMBRE-OBJETO(ID-LINEA-MUNDO)
                MOVE CONTADOR-LINEAS TO LINEA-OBJETO(ID-LINEA-MUNDO)
                IF ID-LINEA-MUNDO > NUMERO-OBJETOS-JUEGO
                    MOVE ID-LINEA-MUNDO TO NUMERO-OBJETOS-JUEGO
                END-IF
            END-IF
        WHEN 'A'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 30
                INITIALIZE ATRIBUTOS-LINEA-MUNDO
                UNSTRING MUNDO-RECORD DELIMITED BY '|'
                    INTO TIPO-LINEA-MUNDO ID-LINEA-MUNDO
                         ATRIB-PERTENENCIA ATRIB-INTERACTIVIDAD
                         ATRIB-GENERO ATRIB-NUMERO ATRIB-GENERAL
                         ATRIB-CONTENEDOR ATRIB-ABIERTO ATRIB-DENTRO-DE
                         ATRIB-LUZ ATRIB-LUZ-TURNOS
                MOVE ATRIB-PERTENENCIA    TO PERTENENCIA-INICIAL(ID-LINEA-MUNDO)
                MOVE ATRIB-INTERACTIVIDAD TO INTERACTIVIDAD-INICIAL(ID-LINEA-MUNDO)
                MOVE ATRIB-GENERO         TO GENERO-INICIAL(ID-LINEA-MUNDO)
                MOVE ATRIB-NUMERO         TO NUMERO-INICIAL(ID-LINEA-MUNDO)
                MOVE ATRIB-GENERAL        TO GENERAL-INICIAL(ID-LINEA-MUNDO)
                MOVE ATRIB-CONTENEDOR     TO CONTENEDOR(ID-LINEA-MUNDO)
                MOVE ATRIB-ABIERTO        TO ABIERTO-INICIAL(ID-LINEA-MUNDO)
                MOVE ATRIB-DENTRO-DE      TO DENTRO-DE-INICIAL(ID-LINEA-MUNDO)
                MOVE ATRIB-LUZ            TO LUZ-INICIAL(ID-LINEA-MUNDO)
                MOVE ATRIB-LUZ-TURNOS     TO LUZ-TURNOS-INICIAL(ID-LINEA-MUNDO)
                MOVE CONTADOR-LINEAS      TO LINEA-ATRIBUTOS(ID-LINEA-MUNDO)
            END-IF
        WHEN 'U'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 20
                MOVE 1 TO OSCURA(ID-LINEA-MUNDO)
                MOVE CONTADOR-LINEAS TO LINEA-OSCURA(ID-LINEA-MUNDO)
            END-IF
        WHEN 'J'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 20
                MOVE ID-LINEA-MUNDO TO LOCALIDAD-INVENTARIO
                MOVE CONTADOR-LINEAS TO LINEA-INVENTARIO
            END-IF
        WHEN 'F'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 20
                MOVE ID-LINEA-MUNDO TO LOCALIDAD-FINAL
                MOVE CONTADOR-LINEAS TO LINEA-FINAL
            END-IF
        WHEN 'T'
            INITIALIZE LIMITE-LINEA-MUNDO
            UNSTRING MUNDO-RECORD DELIMITED BY '|'
                INTO TIPO-LINEA-MUNDO LIMITE-LINEA-MUNDO
            IF LIMITE-LINEA-MUNDO > 0
                MOVE LIMITE-LINEA-MUNDO TO TURNOS-LIMITE
            END-IF
    END-EVALUATE.

CARGAR-VOCABULARIO.
    *> Como en el juego, solo cuentan las líneas V y O; los sinónimos
    *> de un objeto que no existe en el mundo el juego los descarta.
    INITIALIZE NUMERO-PALABRAS NOMBRE-VERBO-TABLA CONTADOR-LINEAS
               SINONIMOS-HUERFANOS.
    OPEN INPUT VOCABULARIO-FILE.
    IF VOCABULARIO-FILE-STATUS = '00'
        PERFORM UNTIL VOCABULARIO-FILE-STATUS = '10'
            READ VOCABULARIO-FILE
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO CONTADOR-LINEAS
                    PERFORM PROCESAR-LINEA-VOCABULARIO
            END-READ
        END-PERFORM
    ELSE
        DISPLAY 'Aviso: no se puede leer '
                FUNCTION TRIM(VOCABULARIO-FILE-NAME)
                '; el juego usaría su vocabulario interno.'
    END-IF.
    CLOSE VOCABULARIO-FILE.

PROCESAR-LINEA-VOCABULARIO.
    IF VOCABULARIO-RECORD(1:1) NOT = 'V'
            AND VOCABULARIO-RECORD(1:1) NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE LINEA-VOCABULARIO-CAMPOS.
    UNSTRING VOCABULARIO-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-VOCAB ID-LINEA-VOCAB PALABRA-LINEA-VOCAB.
    IF TIPO-LINEA-VOCAB = 'O'
            AND (ID-LINEA-VOCAB < 1 OR ID-LINEA-VOCAB > NUMERO-OBJETOS-JUEGO)
        ADD 1 TO SINONIMOS-HUERFANOS
        MOVE CONTADOR-LINEAS TO LINEA-EDITADA
        DISPLAY 'Aviso: ' FUNCTION TRIM(VOCABULARIO-FILE-NAME) ' línea '
                FUNCTION TRIM(LINEA-EDITADA) ': ' FUNCTION TRIM(PALABRA-LINEA-VOCAB)
                ' es de un objeto que no existe; el juego la ignora.'
        EXIT PARAGRAPH
    END-IF.
    IF NUMERO-PALABRAS >= MAXIMO-PALABRAS
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NUMERO-PALABRAS.
    MOVE TIPO-LINEA-VOCAB TO PALABRA-TIPO(NUMERO-PALABRAS).
    MOVE ID-LINEA-VOCAB TO PALABRA-ID(NUMERO-PALABRAS).
    MOVE FUNCTION TRIM(PALABRA-LINEA-VOCAB)
        TO PALABRA-TEXTO(NUMERO-PALABRAS).
    MOVE CONTADOR-LINEAS TO PALABRA-LINEA(NUMERO-PALABRAS).
    IF TIPO-LINEA-VOCAB = 'V' AND ID-LINEA-VOCAB >= 1
            AND NOMBRE-VERBO(ID-LINEA-VOCAB) = SPACES
        MOVE FUNCTION TRIM(PALABRA-LINEA-VOCAB)
            TO NOMBRE-VERBO(ID-LINEA-VOCAB)
    END-IF.

CARGAR-INTERACCIONES.
    INITIALIZE NUMERO-INTERACCIONES CONTADOR-LINEAS REGLAS-IGNORADAS.
    OPEN INPUT INTERACCIONES-FILE.
    IF INTERACCIONES-FILE-STATUS = '00'
        PERFORM UNTIL INTERACCIONES-FILE-STATUS = '10'
            READ INTERACCIONES-FILE
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO CONTADOR-LINEAS
                    PERFORM PROCESAR-LINEA-INTERACCION
            END-READ
        END-PERFORM
    ELSE
        DISPLAY 'Aviso: no se puede leer '
                FUNCTION TRIM(INTERACCIONES-FILE-NAME)
                '; el juego usaría sus reglas internas.'
    END-IF.
    CLOSE INTERACCIONES-FILE.

PROCESAR-LINEA-INTERACCION.
    IF INTERACCION-RECORD(1:1) NOT = 'I'
        EXIT PARAGRAPH
    END-IF.
    IF NUMERO-INTERACCIONES >= 50
        ADD 1 TO REGLAS-IGNORADAS
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE LINEA-INTERACCION-CAMPOS.
    UNSTRING INTERACCION-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-INTER VERBO-LINEA-INTER OBJ1-LINEA-INTER
             OBJ2-LINEA-INTER LOC-LINEA-INTER
             C1-TIPO-LINEA-INTER C1-OBJ-LINEA-INTER C1-VALOR-LINEA-INTER
             C2-TIPO-LINEA-INTER C2-OBJ-LINEA-INTER C2-VALOR-LINEA-INTER
             ACCION-LINEA-INTER MENSAJE-LINEA-INTER.
    ADD 1 TO NUMERO-INTERACCIONES.
    SET INTERACCION-IDX TO NUMERO-INTERACCIONES.
    INITIALIZE INTERACCION-ENTRADA(INTERACCION-IDX).
    MOVE VERBO-LINEA-INTER    TO INT-VERBO-ID(INTERACCION-IDX).
    MOVE OBJ1-LINEA-INTER     TO INT-OBJ1-ID(INTERACCION-IDX).
    MOVE OBJ2-LINEA-INTER     TO INT-OBJ2-ID(INTERACCION-IDX).
    MOVE LOC-LINEA-INTER      TO INT-LOCALIDAD-REQ(INTERACCION-IDX).
    MOVE C1-TIPO-LINEA-INTER  TO INT-COND1-TIPO(INTERACCION-IDX).
    MOVE C1-OBJ-LINEA-INTER   TO INT-COND1-OBJ-ID(INTERACCION-IDX).
    MOVE C1-VALOR-LINEA-INTER TO INT-COND1-VALOR(INTERACCION-IDX).
    MOVE C2-TIPO-LINEA-INTER  TO INT-COND2-TIPO(INTERACCION-IDX).
    MOVE C2-OBJ-LINEA-INTER   TO INT-COND2-OBJ-ID(INTERACCION-IDX).
    MOVE C2-VALOR-LINEA-INTER TO INT-COND2-VALOR(INTERACCION-IDX).
    MOVE ACCION-LINEA-INTER   TO INT-ACCION-ID(INTERACCION-IDX).
    MOVE FUNCTION TRIM(MENSAJE-LINEA-INTER)
        TO INT-MENSAJE(INTERACCION-IDX).
    MOVE CONTADOR-LINEAS      TO INT-LINEA(INTERACCION-IDX).

CARGAR-EVENTOS-MUNDO.
    INITIALIZE NUMERO-EVENTOS-MUNDO CONTADOR-LINEAS EVENTOS-IGNORADOS.
    OPEN INPUT EVENTOS-MUNDO-FILE.
    IF EVENTOS-MUNDO-FILE-STATUS = '00'
        PERFORM UNTIL EVENTOS-MUNDO-FILE-STATUS = '10'
            READ EVENTOS-MUNDO-FILE
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO CONTADOR-LINEAS
                    PERFORM PROCESAR-LINEA-EVENTO-MUNDO
            END-READ
        END-PERFORM
    ELSE
        DISPLAY 'Aviso: no se puede leer '
                FUNCTION TRIM(EVENTOS-MUNDO-FILE-NAME)
                '; el juego usaría sus eventos internos.'
    END-IF.
    CLOSE EVENTOS-MUNDO-FILE.

PROCESAR-LINEA-EVENTO-MUNDO.
    IF EVENTO-MUNDO-RECORD(1:1) NOT = 'E'
        EXIT PARAGRAPH
    END-IF.
    IF NUMERO-EVENTOS-MUNDO >= 10
        ADD 1 TO EVENTOS-IGNORADOS
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE LINEA-EVENTO-MUNDO-CAMPOS.
    UNSTRING EVENTO-MUNDO-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-EVM CLASE-LINEA-EVM TURNO-LINEA-EVM
             LOC-LINEA-EVM COND-OBJ-LINEA-EVM COND-PERT-LINEA-EVM
             ACCION-LINEA-EVM MENSAJE-LINEA-EVM.
    ADD 1 TO NUMERO-EVENTOS-MUNDO.
    SET EVENTO-MUNDO-IDX TO NUMERO-EVENTOS-MUNDO.
    INITIALIZE EVENTO-MUNDO-ENTRADA(EVENTO-MUNDO-IDX).
    MOVE CLASE-LINEA-EVM     TO EVM-TIPO(EVENTO-MUNDO-IDX).
    MOVE TURNO-LINEA-EVM     TO EVM-TURNO(EVENTO-MUNDO-IDX).
    MOVE LOC-LINEA-EVM       TO EVM-LOCALIDAD(EVENTO-MUNDO-IDX).
    MOVE COND-OBJ-LINEA-EVM  TO EVM-COND-OBJ-ID(EVENTO-MUNDO-IDX).
    MOVE COND-PERT-LINEA-EVM TO EVM-COND-PERTENENCIA(EVENTO-MUNDO-IDX).
    MOVE ACCION-LINEA-EVM    TO EVM-ACCION-ID(EVENTO-MUNDO-IDX).
    MOVE FUNCTION TRIM(MENSAJE-LINEA-EVM)
        TO EVM-MENSAJE(EVENTO-MUNDO-IDX).
    MOVE CONTADOR-LINEAS     TO EVM-LINEA(EVENTO-MUNDO-IDX).

LISTAR-LOCALIDADES.
    DISPLAY ' '.
    DISPLAY '=== LOCALIDADES ==='.
    PERFORM VARYING LOC-ID FROM 1 BY 1 UNTIL LOC-ID > NUMERO-LOCALIDADES
        SET LOCALIDAD-LISTADA TO LOC-ID
        PERFORM LISTAR-LOCALIDAD
    END-PERFORM.

LISTAR-LOCALIDAD.
    DISPLAY ' '.
    MOVE LINEA-LOCALIDAD(LOCALIDAD-LISTADA) TO LINEA-EDITADA.
    IF NOMBRE-LOCALIDAD(LOCALIDAD-LISTADA) = SPACES
        DISPLAY 'Localidad ' LOCALIDAD-LISTADA ': (sin línea L)'
    ELSE
        DISPLAY 'Localidad ' LOCALIDAD-LISTADA ': '
                FUNCTION TRIM(NOMBRE-LOCALIDAD(LOCALIDAD-LISTADA))
                ' (línea ' FUNCTION TRIM(LINEA-EDITADA) ')'
    END-IF.
    IF LOCALIDAD-LISTADA = LOCALIDAD-INVENTARIO
        MOVE LINEA-INVENTARIO TO LINEA-EDITADA
        DISPLAY '  Es el inventario del jugador (línea J|, '
                FUNCTION TRIM(LINEA-EDITADA) ').'
    END-IF.
    IF LOCALIDAD-LISTADA = LOCALIDAD-FINAL
        MOVE LINEA-FINAL TO LINEA-EDITADA
        DISPLAY '  Es la localidad final: llegar aquí gana la partida'
                ' (línea F|, ' FUNCTION TRIM(LINEA-EDITADA) ').'
    END-IF.
    IF LOCALIDAD-OSCURA(LOCALIDAD-LISTADA)
        MOVE LINEA-OSCURA(LOCALIDAD-LISTADA) TO LINEA-EDITADA
        DISPLAY '  A oscuras:  sí (línea U, ' FUNCTION TRIM(LINEA-EDITADA)
                ')'
    ELSE
        DISPLAY '  A oscuras:  no'
    END-IF.

    *> SALIDAS HACIA FUERA: LAS DE LA LINEA 'S' Y LAS QUE TOCA UNA REGLA
    *> QUE SOLO SE APLICA EN ESTA LOCALIDAD
    MOVE 'Salidas:' TO ETIQUETA.
    SET PRIMERA-LINEA TO TRUE.
    PERFORM VARYING DIRECCION-IDX FROM 1 BY 1 UNTIL DIRECCION-IDX > 8
        IF SALIDA-INICIAL(LOCALIDAD-LISTADA, DIRECCION-IDX) NOT = ZERO
            MOVE SALIDA-INICIAL(LOCALIDAD-LISTADA, DIRECCION-IDX)
                TO LOCALIDAD-ORIGEN
            DISPLAY '  ' ETIQUETA(1:12) NOMBRE-DIRECCION(DIRECCION-IDX)
                    ' -> ' LOCALIDAD-ORIGEN ' '
                    FUNCTION TRIM(NOMBRE-LOCALIDAD(LOCALIDAD-ORIGEN))
            MOVE SPACES TO ETIQUETA
            MOVE ZERO TO PRIMERA-LINEA-FLAG
        END-IF
    END-PERFORM.
    PERFORM VARYING INTERACCION-IDX FROM 1 BY 1
            UNTIL INTERACCION-IDX > NUMERO-INTERACCIONES
        IF INT-LOCALIDAD-REQ(INTERACCION-IDX) = LOCALIDAD-LISTADA
            MOVE INTERACCION-IDX TO NUMERO-EDITADO
            EVALUATE INT-ACCION-ID(INTERACCION-IDX)
                WHEN ACCION-ABRE-PASO
                    DISPLAY '  ' ETIQUETA(1:12)
                            NOMBRE-DIRECCION(DIRECCION-OESTE) ' -> '
                            LOCALIDAD-PASO-ABIERTO ' '
                            FUNCTION TRIM(NOMBRE-LOCALIDAD(LOCALIDAD-PASO-ABIERTO))
                            ' (la abre la regla R' NUMERO-EDITADO ')'
                    MOVE SPACES TO ETIQUETA
                    MOVE ZERO TO PRIMERA-LINEA-FLAG
                WHEN ACCION-CIERRA-PASO
                    DISPLAY '  ' ETIQUETA(1:12)
                            NOMBRE-DIRECCION(DIRECCION-OESTE)
                            ' (la cierra la regla R' NUMERO-EDITADO ')'
                    MOVE SPACES TO ETIQUETA
                    MOVE ZERO TO PRIMERA-LINEA-FLAG
                WHEN ACCION-ATA-FUNDA
                    DISPLAY '  ' ETIQUETA(1:12)
                            NOMBRE-DIRECCION(DIRECCION-AFUERA) ' -> '
                            LOCALIDAD-FINAL ' '
                            FUNCTION TRIM(NOMBRE-LOCALIDAD(LOCALIDAD-FINAL))
                            ' (la abre la regla R' NUMERO-EDITADO ')'
                    MOVE SPACES TO ETIQUETA
                    MOVE ZERO TO PRIMERA-LINEA-FLAG
                WHEN ACCION-DESATA-FUNDA
                    DISPLAY '  ' ETIQUETA(1:12)
                            NOMBRE-DIRECCION(DIRECCION-AFUERA)
                            ' (la cierra la regla R' NUMERO-EDITADO ')'
                    MOVE SPACES TO ETIQUETA
                    MOVE ZERO TO PRIMERA-LINEA-FLAG
            END-EVALUATE
        END-IF
    END-PERFORM.
    IF PRIMERA-LINEA
        DISPLAY '  Salidas:    ninguna'
    END-IF.

    *> ENTRADAS: SALIDAS DE OTRAS LOCALIDADES QUE LLEVAN AQUI
    MOVE 'Entradas:' TO ETIQUETA.
    SET PRIMERA-LINEA TO TRUE.
    PERFORM VARYING LOCALIDAD-ORIGEN FROM 1 BY 1
            UNTIL LOCALIDAD-ORIGEN > NUMERO-LOCALIDADES
        PERFORM VARYING DIRECCION-IDX FROM 1 BY 1 UNTIL DIRECCION-IDX > 8
            IF SALIDA-INICIAL(LOCALIDAD-ORIGEN, DIRECCION-IDX)
                    = LOCALIDAD-LISTADA
                DISPLAY '  ' ETIQUETA(1:12) 'desde ' LOCALIDAD-ORIGEN ' '
                        FUNCTION TRIM(NOMBRE-LOCALIDAD(LOCALIDAD-ORIGEN))
                        ' por ' FUNCTION TRIM(NOMBRE-DIRECCION(DIRECCION-IDX))
                MOVE SPACES TO ETIQUETA
                MOVE ZERO TO PRIMERA-LINEA-FLAG
            END-IF
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING INTERACCION-IDX FROM 1 BY 1
            UNTIL INTERACCION-IDX > NUMERO-INTERACCIONES
        MOVE INT-LOCALIDAD-REQ(INTERACCION-IDX) TO LOCALIDAD-ORIGEN
        MOVE INTERACCION-IDX TO NUMERO-EDITADO
        IF LOCALIDAD-ORIGEN >= 1 AND LOCALIDAD-ORIGEN <= 20
            IF (INT-ACCION-ID(INTERACCION-IDX) = ACCION-ABRE-PASO
                    AND LOCALIDAD-PASO-ABIERTO = LOCALIDAD-LISTADA)
                DISPLAY '  ' ETIQUETA(1:12) 'desde ' LOCALIDAD-ORIGEN ' '
                        FUNCTION TRIM(NOMBRE-LOCALIDAD(LOCALIDAD-ORIGEN))
                        ' por ' FUNCTION TRIM(NOMBRE-DIRECCION(DIRECCION-OESTE))
                        ' (la abre la regla R' NUMERO-EDITADO ')'
                MOVE SPACES TO ETIQUETA
                MOVE ZERO TO PRIMERA-LINEA-FLAG
            END-IF
            IF (INT-ACCION-ID(INTERACCION-IDX) = ACCION-ATA-FUNDA
                    AND LOCALIDAD-FINAL = LOCALIDAD-LISTADA)
                DISPLAY '  ' ETIQUETA(1:12) 'desde ' LOCALIDAD-ORIGEN ' '
                        FUNCTION TRIM(NOMBRE-LOCALIDAD(LOCALIDAD-ORIGEN))
                        ' por ' FUNCTION TRIM(NOMBRE-DIRECCION(DIRECCION-AFUERA))
                        ' (la abre la regla R' NUMERO-EDITADO ')'
                MOVE SPACES TO ETIQUETA
                MOVE ZERO TO PRIMERA-LINEA-FLAG
            END-IF
        END-IF
    END-PERFORM.
    IF PRIMERA-LINEA
        DISPLAY '  Entradas:   ninguna'
    END-IF.

    *> OBJETOS QUE EMPIEZAN EN LA LOCALIDAD
    MOVE 'Objetos:' TO ETIQUETA.
    SET PRIMERA-LINEA TO TRUE.
    PERFORM VARYING OBJ-ID FROM 1 BY 1 UNTIL OBJ-ID > NUMERO-OBJETOS-JUEGO
        IF PERTENENCIA-INICIAL(OBJ-ID) = LOCALIDAD-LISTADA
                AND LINEA-ATRIBUTOS(OBJ-ID) NOT = ZERO
            SET OBJETO-LISTADO TO OBJ-ID
            IF DENTRO-DE-INICIAL(OBJ-ID) = ZERO
                DISPLAY '  ' ETIQUETA(1:12) OBJETO-LISTADO ' '
                        FUNCTION TRIM(NOMBRE-OBJETO(OBJ-ID))
            ELSE
                MOVE DENTRO-DE-INICIAL(OBJ-ID) TO OBJETO-A-NOMBRAR
                PERFORM NOMBRAR-OBJETO
                DISPLAY '  ' ETIQUETA(1:12) OBJETO-LISTADO ' '
                        FUNCTION TRIM(NOMBRE-OBJETO(OBJ-ID))
                        ' (dentro de ' DENTRO-DE-INICIAL(OBJ-ID) ' '
                        FUNCTION TRIM(NOMBRE-NOMBRADO) ')'
            END-IF
            MOVE SPACES TO ETIQUETA
            MOVE ZERO TO PRIMERA-LINEA-FLAG
        END-IF
    END-PERFORM.
    IF PRIMERA-LINEA
        DISPLAY '  Objetos:    ninguno al empezar'
    END-IF.

    *> REGLAS Y EVENTOS RELACIONADOS CON LA LOCALIDAD
    MOVE 'Reglas:' TO ETIQUETA.
    SET PRIMERA-LINEA TO TRUE.
    PERFORM VARYING INTERACCION-IDX FROM 1 BY 1
            UNTIL INTERACCION-IDX > NUMERO-INTERACCIONES
        PERFORM RELACIONAR-REGLA-LOCALIDAD
        IF RELACION-TEXTO NOT = SPACES
            PERFORM DESCRIBIR-REGLA
            DISPLAY '  ' ETIQUETA(1:12) FUNCTION TRIM(TEXTO-REGLA)
            DISPLAY '              [' FUNCTION TRIM(RELACION-TEXTO) ']'
            MOVE SPACES TO ETIQUETA
            MOVE ZERO TO PRIMERA-LINEA-FLAG
        END-IF
    END-PERFORM.
    IF PRIMERA-LINEA
        DISPLAY '  Reglas:     ninguna'
    END-IF.
    MOVE 'Eventos:' TO ETIQUETA.
    SET PRIMERA-LINEA TO TRUE.
    PERFORM VARYING EVENTO-MUNDO-IDX FROM 1 BY 1
            UNTIL EVENTO-MUNDO-IDX > NUMERO-EVENTOS-MUNDO
        MOVE SPACES TO RELACION-TEXTO
        MOVE 1 TO PUNTERO-RELACION
        IF EVM-LOCALIDAD(EVENTO-MUNDO-IDX) = LOCALIDAD-LISTADA
            STRING 'su mensaje sale aquí; ' DELIMITED BY SIZE
                INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
        END-IF
        IF EVM-COND-OBJ-ID(EVENTO-MUNDO-IDX) > ZERO
                AND EVM-COND-PERTENENCIA(EVENTO-MUNDO-IDX) = LOCALIDAD-LISTADA
            STRING 'condición: objeto en esta localidad; ' DELIMITED BY SIZE
                INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
        END-IF
        IF RELACION-TEXTO NOT = SPACES
            PERFORM DESCRIBIR-EVENTO
            PERFORM QUITAR-ULTIMO-SEPARADOR
            DISPLAY '  ' ETIQUETA(1:12) FUNCTION TRIM(TEXTO-REGLA)
            DISPLAY '              [' FUNCTION TRIM(RELACION-TEXTO) ']'
            MOVE SPACES TO ETIQUETA
            MOVE ZERO TO PRIMERA-LINEA-FLAG
        END-IF
    END-PERFORM.
    IF PRIMERA-LINEA
        DISPLAY '  Eventos:    ninguno'
    END-IF.

RELACIONAR-REGLA-LOCALIDAD.
    *> Motivos por los que la regla INTERACCION-IDX tiene que ver con la
    *> localidad listada, en RELACION-TEXTO (vacío si no tiene).
    MOVE SPACES TO RELACION-TEXTO.
    MOVE 1 TO PUNTERO-RELACION.
    IF INT-LOCALIDAD-REQ(INTERACCION-IDX) = LOCALIDAD-LISTADA
        STRING 'solo se aplica aquí; ' DELIMITED BY SIZE
            INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
    END-IF.
    IF (INT-COND1-TIPO(INTERACCION-IDX) = 3
            AND INT-COND1-VALOR(INTERACCION-IDX) = LOCALIDAD-LISTADA)
       OR (INT-COND2-TIPO(INTERACCION-IDX) = 3
            AND INT-COND2-VALOR(INTERACCION-IDX) = LOCALIDAD-LISTADA)
        STRING 'condición: objeto en esta localidad; ' DELIMITED BY SIZE
            INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
    END-IF.
    IF INT-LOCALIDAD-REQ(INTERACCION-IDX) NOT = ZERO
        IF INT-ACCION-ID(INTERACCION-IDX) = ACCION-ABRE-PASO
                AND LOCALIDAD-PASO-ABIERTO = LOCALIDAD-LISTADA
                AND INT-LOCALIDAD-REQ(INTERACCION-IDX) NOT = LOCALIDAD-LISTADA
            STRING 'abre el paso hacia aquí; ' DELIMITED BY SIZE
                INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
        END-IF
        IF INT-ACCION-ID(INTERACCION-IDX) = ACCION-ATA-FUNDA
                AND LOCALIDAD-FINAL = LOCALIDAD-LISTADA
                AND INT-LOCALIDAD-REQ(INTERACCION-IDX) NOT = LOCALIDAD-LISTADA
            STRING 'abre la salida hacia aquí; ' DELIMITED BY SIZE
                INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
        END-IF
    END-IF.
    IF INT-ACCION-ID(INTERACCION-IDX) = ACCION-ATA-FUNDA
            AND LOCALIDAD-FUNDA-ATADA = LOCALIDAD-LISTADA
        STRING 'deja aquí el objeto atado; ' DELIMITED BY SIZE
            INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
    END-IF.
    IF RELACION-TEXTO NOT = SPACES
        PERFORM QUITAR-ULTIMO-SEPARADOR
    END-IF.

QUITAR-ULTIMO-SEPARADOR.
    *> LOS MOTIVOS SE ENCADENAN CON '; ' Y EL ULTIMO SOBRA
    IF PUNTERO-RELACION > 2
        MOVE SPACES TO RELACION-TEXTO(PUNTERO-RELACION - 2:)
    END-IF.

LISTAR-OBJETOS.
    DISPLAY ' '.
    DISPLAY '=== OBJETOS ==='.
    PERFORM VARYING OBJ-ID FROM 1 BY 1 UNTIL OBJ-ID > NUMERO-OBJETOS-JUEGO
        SET OBJETO-LISTADO TO OBJ-ID
        PERFORM LISTAR-OBJETO
    END-PERFORM.

LISTAR-OBJETO.
    DISPLAY ' '.
    MOVE LINEA-OBJETO(OBJETO-LISTADO) TO LINEA-EDITADA.
    IF NOMBRE-OBJETO(OBJETO-LISTADO) = SPACES
        DISPLAY 'Objeto ' OBJETO-LISTADO ': (sin línea N)'
    ELSE
        DISPLAY 'Objeto ' OBJETO-LISTADO ': '
                FUNCTION TRIM(NOMBRE-OBJETO(OBJETO-LISTADO))
                ' (línea ' FUNCTION TRIM(LINEA-EDITADA) ')'
    END-IF.
    IF LINEA-ATRIBUTOS(OBJETO-LISTADO) = ZERO
        DISPLAY '  Sin línea A: el objeto no tiene atributos ni lugar.'
    ELSE
        PERFORM LISTAR-LUGAR-Y-ATRIBUTOS
    END-IF.

    *> SINONIMOS, EN EL ORDEN DEL VOCABULARIO (EL PRIMERO ES EL QUE
    *> USA EL JUEGO AL ESCRIBIR ORDENES)
    MOVE 'Sinónimos:' TO ETIQUETA.
    SET PRIMERA-LINEA TO TRUE.
    MOVE SPACES TO TEXTO-REGLA.
    MOVE 1 TO PUNTERO-TEXTO.
    PERFORM VARYING PALABRA-IDX FROM 1 BY 1
            UNTIL PALABRA-IDX > NUMERO-PALABRAS
        IF PALABRA-TIPO(PALABRA-IDX) = 'O'
                AND PALABRA-ID(PALABRA-IDX) = OBJETO-LISTADO
            IF NOT PRIMERA-LINEA
                STRING ', ' DELIMITED BY SIZE
                    INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
            END-IF
            STRING FUNCTION TRIM(PALABRA-TEXTO(PALABRA-IDX))
                   DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
            MOVE ZERO TO PRIMERA-LINEA-FLAG
        END-IF
    END-PERFORM.
    IF PRIMERA-LINEA
        DISPLAY '  Sinónimos:  ninguno (el jugador no puede nombrarlo)'
    ELSE
        DISPLAY '  Sinónimos:  ' FUNCTION TRIM(TEXTO-REGLA)
    END-IF.

    *> REGLAS QUE LO NOMBRAN EN LA ORDEN, LO COMPRUEBAN O LO CAMBIAN
    MOVE 'Reglas:' TO ETIQUETA.
    SET PRIMERA-LINEA TO TRUE.
    PERFORM VARYING INTERACCION-IDX FROM 1 BY 1
            UNTIL INTERACCION-IDX > NUMERO-INTERACCIONES
        PERFORM RELACIONAR-REGLA-OBJETO
        IF RELACION-TEXTO NOT = SPACES
            PERFORM DESCRIBIR-REGLA
            DISPLAY '  ' ETIQUETA(1:12) FUNCTION TRIM(TEXTO-REGLA)
            DISPLAY '              [' FUNCTION TRIM(RELACION-TEXTO) ']'
            MOVE SPACES TO ETIQUETA
            MOVE ZERO TO PRIMERA-LINEA-FLAG
        END-IF
    END-PERFORM.
    IF PRIMERA-LINEA
        DISPLAY '  Reglas:     ninguna'
    END-IF.
    MOVE 'Eventos:' TO ETIQUETA.
    SET PRIMERA-LINEA TO TRUE.
    PERFORM VARYING EVENTO-MUNDO-IDX FROM 1 BY 1
            UNTIL EVENTO-MUNDO-IDX > NUMERO-EVENTOS-MUNDO
        MOVE SPACES TO RELACION-TEXTO
        MOVE 1 TO PUNTERO-RELACION
        IF EVM-COND-OBJ-ID(EVENTO-MUNDO-IDX) = OBJETO-LISTADO
            STRING 'condición; ' DELIMITED BY SIZE
                INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
        END-IF
        IF EVM-ACCION-ID(EVENTO-MUNDO-IDX) = ACCION-EVENTO-CONSUME-LUZ
                AND OBJETO-ANTORCHA = OBJETO-LISTADO
            STRING 'acción: apaga su luz y cambia su descripción; '
                   DELIMITED BY SIZE
                INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
        END-IF
        IF RELACION-TEXTO NOT = SPACES
            PERFORM QUITAR-ULTIMO-SEPARADOR
            PERFORM DESCRIBIR-EVENTO
            DISPLAY '  ' ETIQUETA(1:12) FUNCTION TRIM(TEXTO-REGLA)
            DISPLAY '              [' FUNCTION TRIM(RELACION-TEXTO) ']'
            MOVE SPACES TO ETIQUETA
            MOVE ZERO TO PRIMERA-LINEA-FLAG
        END-IF
    END-PERFORM.
    IF PRIMERA-LINEA
        DISPLAY '  Eventos:    ninguno'
    END-IF.

LISTAR-LUGAR-Y-ATRIBUTOS.
    MOVE LINEA-ATRIBUTOS(OBJETO-LISTADO) TO LINEA-EDITADA.
    MOVE PERTENENCIA-INICIAL(OBJETO-LISTADO) TO LOCALIDAD-ORIGEN.
    EVALUATE TRUE
        WHEN LOCALIDAD-ORIGEN = ZERO
            DISPLAY '  Empieza:    fuera del mapa (pertenencia 00; aparece'
                    ' si algo lo revela)'
        WHEN LOCALIDAD-ORIGEN = LOCALIDAD-INVENTARIO
            DISPLAY '  Empieza:    en el inventario del jugador ('
                    LOCALIDAD-ORIGEN ')'
        WHEN LOCALIDAD-ORIGEN > 20
            DISPLAY '  Empieza:    en la localidad ' LOCALIDAD-ORIGEN
                    ', que no existe'
        WHEN OTHER
            DISPLAY '  Empieza:    en ' LOCALIDAD-ORIGEN ' '
                    FUNCTION TRIM(NOMBRE-LOCALIDAD(LOCALIDAD-ORIGEN))
    END-EVALUATE.
    IF DENTRO-DE-INICIAL(OBJETO-LISTADO) NOT = ZERO
        MOVE DENTRO-DE-INICIAL(OBJETO-LISTADO) TO OBJETO-A-NOMBRAR
        PERFORM NOMBRAR-OBJETO
        DISPLAY '  Dentro de:  ' DENTRO-DE-INICIAL(OBJETO-LISTADO) ' '
                FUNCTION TRIM(NOMBRE-NOMBRADO)
    END-IF.
    MOVE SPACES TO TEXTO-REGLA.
    MOVE 1 TO PUNTERO-TEXTO.
    EVALUATE INTERACTIVIDAD-INICIAL(OBJETO-LISTADO)
        WHEN 0
            STRING 'estándar' DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
        WHEN 1
            STRING 'escenario' DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
        WHEN 2
            STRING 'oculto' DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
        WHEN OTHER
            STRING 'interactividad ' INTERACTIVIDAD-INICIAL(OBJETO-LISTADO)
                   DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    END-EVALUATE.
    IF GENERO-INICIAL(OBJETO-LISTADO) = 1
        STRING ', femenino' DELIMITED BY SIZE
            INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    ELSE
        STRING ', masculino' DELIMITED BY SIZE
            INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    END-IF.
    IF NUMERO-INICIAL(OBJETO-LISTADO) = 1
        STRING ', plural' DELIMITED BY SIZE
            INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    ELSE
        STRING ', singular' DELIMITED BY SIZE
            INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    END-IF.
    STRING ', general ' GENERAL-INICIAL(OBJETO-LISTADO)
           DELIMITED BY SIZE
        INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO.
    IF ES-CONTENEDOR(OBJETO-LISTADO)
        IF ABIERTO-INICIAL(OBJETO-LISTADO) = 1
            STRING ', contenedor abierto' DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
        ELSE
            STRING ', contenedor cerrado' DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
        END-IF
    END-IF.
    DISPLAY '  Atributos:  ' FUNCTION TRIM(TEXTO-REGLA)
            ' (línea ' FUNCTION TRIM(LINEA-EDITADA) ')'.
    IF ES-CONTENEDOR(OBJETO-LISTADO)
        SET PRIMERA-LINEA TO TRUE
        PERFORM VARYING OBJ-ID FROM 1 BY 1
                UNTIL OBJ-ID > NUMERO-OBJETOS-JUEGO
            IF DENTRO-DE-INICIAL(OBJ-ID) = OBJETO-LISTADO
                    AND LINEA-ATRIBUTOS(OBJ-ID) NOT = ZERO
                SET OBJETO-A-NOMBRAR TO OBJ-ID
                IF PRIMERA-LINEA
                    DISPLAY '  Contiene:   ' OBJETO-A-NOMBRAR ' '
                            FUNCTION TRIM(NOMBRE-OBJETO(OBJ-ID))
                ELSE
                    DISPLAY '              ' OBJETO-A-NOMBRAR ' '
                            FUNCTION TRIM(NOMBRE-OBJETO(OBJ-ID))
                END-IF
                MOVE ZERO TO PRIMERA-LINEA-FLAG
            END-IF
        END-PERFORM
        SET OBJ-ID TO OBJETO-LISTADO
    END-IF.
    MOVE LUZ-TURNOS-INICIAL(OBJETO-LISTADO) TO TURNO-EDITADO.
    EVALUATE LUZ-INICIAL(OBJETO-LISTADO)
        WHEN 0
            DISPLAY '  Luz:        sin luz propia'
        WHEN 1
            DISPLAY '  Luz:        encendida, '
                    FUNCTION TRIM(TURNO-EDITADO) ' turno(s) de vida'
        WHEN 2
            DISPLAY '  Luz:        apagada, '
                    FUNCTION TRIM(TURNO-EDITADO) ' turno(s) de vida'
        WHEN OTHER
            DISPLAY '  Luz:        estado ' LUZ-INICIAL(OBJETO-LISTADO)
                    ', ' FUNCTION TRIM(TURNO-EDITADO) ' turno(s)'
    END-EVALUATE.

RELACIONAR-REGLA-OBJETO.
    *> Papel del objeto listado en la regla INTERACCION-IDX: nombrado
    *> en la orden, comprobado en una condición o cambiado por la
    *> acción (también lo que la acción toca sin nombrarlo en la regla).
    MOVE SPACES TO RELACION-TEXTO.
    MOVE 1 TO PUNTERO-RELACION.
    IF INT-OBJ1-ID(INTERACCION-IDX) = OBJETO-LISTADO
        STRING 'orden: primer objeto; ' DELIMITED BY SIZE
            INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
    END-IF.
    IF INT-OBJ2-ID(INTERACCION-IDX) = OBJETO-LISTADO
        STRING 'orden: segundo objeto; ' DELIMITED BY SIZE
            INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
    END-IF.
    IF (INT-COND1-TIPO(INTERACCION-IDX) = 1
            OR INT-COND1-TIPO(INTERACCION-IDX) = 3)
            AND INT-COND1-OBJ-ID(INTERACCION-IDX) = OBJETO-LISTADO
        STRING 'condición 1; ' DELIMITED BY SIZE
            INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
    END-IF.
    IF (INT-COND2-TIPO(INTERACCION-IDX) = 1
            OR INT-COND2-TIPO(INTERACCION-IDX) = 3)
            AND INT-COND2-OBJ-ID(INTERACCION-IDX) = OBJETO-LISTADO
        STRING 'condición 2; ' DELIMITED BY SIZE
            INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
    END-IF.
    EVALUATE INT-ACCION-ID(INTERACCION-IDX)
        WHEN ACCION-CORTA-CORREAS
            IF INT-OBJ1-ID(INTERACCION-IDX) = OBJETO-LISTADO
                STRING 'acción: lo activa y cambia su descripción; '
                       DELIMITED BY SIZE
                    INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
            END-IF
            IF OBJETO-FUNDA = OBJETO-LISTADO
                STRING 'acción: pasa a ser estándar; ' DELIMITED BY SIZE
                    INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
            END-IF
        WHEN ACCION-ATA-FUNDA
            IF INT-OBJ1-ID(INTERACCION-IDX) = OBJETO-LISTADO
                STRING 'acción: lo activa, lo fija al escenario y lo deja'
                       ' en la localidad ' LOCALIDAD-FUNDA-ATADA '; '
                       DELIMITED BY SIZE
                    INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
            END-IF
            IF OBJETO-BARROTES = OBJETO-LISTADO
                STRING 'acción: cambia su descripción; ' DELIMITED BY SIZE
                    INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
            END-IF
        WHEN ACCION-DESATA-FUNDA
            IF INT-OBJ1-ID(INTERACCION-IDX) = OBJETO-LISTADO
                STRING 'acción: lo desactiva y vuelve a ser estándar; '
                       DELIMITED BY SIZE
                    INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
            END-IF
            IF OBJETO-BARROTES = OBJETO-LISTADO
                STRING 'acción: cambia su descripción; ' DELIMITED BY SIZE
                    INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
            END-IF
        WHEN ACCION-ENTREGA-OBJETO
            IF INT-OBJ1-ID(INTERACCION-IDX) = OBJETO-LISTADO
                STRING 'acción: sale del juego; ' DELIMITED BY SIZE
                    INTO RELACION-TEXTO WITH POINTER PUNTERO-RELACION
            END-IF
    END-EVALUATE.
    IF RELACION-TEXTO NOT = SPACES
        PERFORM QUITAR-ULTIMO-SEPARADOR
    END-IF.

LISTAR-VERBOS.
    DISPLAY ' '.
    DISPLAY '=== VERBOS ==='.
    PERFORM VARYING VERBO-LISTADO FROM 1 BY 1 UNTIL VERBO-LISTADO > 99
        PERFORM LISTAR-VERBO
    END-PERFORM.
    *> REGLAS CUYO VERBO NO ESTA EN EL VOCABULARIO: NUNCA SE DISPARAN
    SET PRIMERA-LINEA TO TRUE.
    PERFORM VARYING INTERACCION-IDX FROM 1 BY 1
            UNTIL INTERACCION-IDX > NUMERO-INTERACCIONES
        IF INT-VERBO-ID(INTERACCION-IDX) = ZERO
                OR NOMBRE-VERBO(INT-VERBO-ID(INTERACCION-IDX)) = SPACES
            IF PRIMERA-LINEA
                DISPLAY ' '
                DISPLAY 'Reglas con un verbo que no está en el vocabulario'
                        ' (el jugador no puede dispararlas):'
                MOVE ZERO TO PRIMERA-LINEA-FLAG
            END-IF
            PERFORM DESCRIBIR-REGLA
            DISPLAY '  ' FUNCTION TRIM(TEXTO-REGLA)
        END-IF
    END-PERFORM.

LISTAR-VERBO.
    IF NOMBRE-VERBO(VERBO-LISTADO) = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO TEXTO-REGLA.
    MOVE 1 TO PUNTERO-TEXTO.
    SET PRIMERA-LINEA TO TRUE.
    PERFORM VARYING PALABRA-IDX FROM 1 BY 1
            UNTIL PALABRA-IDX > NUMERO-PALABRAS
        IF PALABRA-TIPO(PALABRA-IDX) = 'V'
                AND PALABRA-ID(PALABRA-IDX) = VERBO-LISTADO
            IF NOT PRIMERA-LINEA
                STRING ', ' DELIMITED BY SIZE
                    INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
            END-IF
            STRING FUNCTION TRIM(PALABRA-TEXTO(PALABRA-IDX))
                   DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
            MOVE ZERO TO PRIMERA-LINEA-FLAG
        END-IF
    END-PERFORM.
    MOVE VERBO-LISTADO TO NUMERO-EDITADO.
    DISPLAY ' '.
    DISPLAY 'Verbo ' NUMERO-EDITADO ': ' FUNCTION TRIM(TEXTO-REGLA).
    SET PRIMERA-LINEA TO TRUE.
    PERFORM VARYING INTERACCION-IDX FROM 1 BY 1
            UNTIL INTERACCION-IDX > NUMERO-INTERACCIONES
        IF INT-VERBO-ID(INTERACCION-IDX) = VERBO-LISTADO
            PERFORM DESCRIBIR-REGLA
            DISPLAY '  ' FUNCTION TRIM(TEXTO-REGLA)
            MOVE ZERO TO PRIMERA-LINEA-FLAG
        END-IF
    END-PERFORM.
    IF PRIMERA-LINEA
        DISPLAY '  Ninguna regla: lo resuelve el propio juego.'
    END-IF.

DESCRIBIR-REGLA.
    *> Una línea por regla: número y línea, la orden que la dispara,
    *> dónde, sus condiciones, su acción y el mensaje.
    MOVE SPACES TO TEXTO-REGLA.
    MOVE 1 TO PUNTERO-TEXTO.
    MOVE INTERACCION-IDX TO NUMERO-EDITADO.
    MOVE INT-LINEA(INTERACCION-IDX) TO LINEA-EDITADA.
    STRING 'R' DELIMITED BY SIZE
           NUMERO-EDITADO DELIMITED BY SIZE
           ' (línea ' DELIMITED BY SIZE
           FUNCTION TRIM(LINEA-EDITADA) DELIMITED BY SIZE
           ') ' DELIMITED BY SIZE
        INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO.
    IF INT-VERBO-ID(INTERACCION-IDX) >= 1
            AND INT-VERBO-ID(INTERACCION-IDX) <= 99
            AND NOMBRE-VERBO(INT-VERBO-ID(INTERACCION-IDX)) NOT = SPACES
        STRING FUNCTION TRIM(NOMBRE-VERBO(INT-VERBO-ID(INTERACCION-IDX)))
               DELIMITED BY SIZE
            INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    ELSE
        STRING 'verbo ' INT-VERBO-ID(INTERACCION-IDX) DELIMITED BY SIZE
            INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    END-IF.
    MOVE INT-OBJ1-ID(INTERACCION-IDX) TO OBJETO-A-NOMBRAR.
    PERFORM NOMBRAR-OBJETO-ORDEN.
    MOVE INT-OBJ2-ID(INTERACCION-IDX) TO OBJETO-A-NOMBRAR.
    PERFORM NOMBRAR-OBJETO-ORDEN.
    IF INT-LOCALIDAD-REQ(INTERACCION-IDX) NOT = ZERO
        STRING ' en ' INT-LOCALIDAD-REQ(INTERACCION-IDX) DELIMITED BY SIZE
            INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    END-IF.
    MOVE INT-COND1-TIPO(INTERACCION-IDX)   TO COND-TIPO.
    MOVE INT-COND1-OBJ-ID(INTERACCION-IDX) TO COND-OBJ-ID.
    MOVE INT-COND1-VALOR(INTERACCION-IDX)  TO COND-VALOR.
    PERFORM DESCRIBIR-CONDICION.
    MOVE INT-COND2-TIPO(INTERACCION-IDX)   TO COND-TIPO.
    MOVE INT-COND2-OBJ-ID(INTERACCION-IDX) TO COND-OBJ-ID.
    MOVE INT-COND2-VALOR(INTERACCION-IDX)  TO COND-VALOR.
    PERFORM DESCRIBIR-CONDICION.
    IF INT-ACCION-ID(INTERACCION-IDX) NOT = ZERO
        STRING ' -> acción ' INT-ACCION-ID(INTERACCION-IDX)
               DELIMITED BY SIZE
            INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    END-IF.
    STRING ': ' DELIMITED BY SIZE
           FUNCTION TRIM(INT-MENSAJE(INTERACCION-IDX)) DELIMITED BY SIZE
        INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO.

NOMBRAR-OBJETO-ORDEN.
    *> 00 = SIN OBJETO EN LA ORDEN, 99 = CUALQUIER OBJETO
    EVALUATE OBJETO-A-NOMBRAR
        WHEN ZERO
            CONTINUE
        WHEN 99
            STRING ' (cualquiera)' DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
        WHEN OTHER
            PERFORM NOMBRAR-OBJETO
            STRING ' "' DELIMITED BY SIZE
                   FUNCTION TRIM(NOMBRE-NOMBRADO) DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    END-EVALUATE.

NOMBRAR-OBJETO.
    IF OBJETO-A-NOMBRAR >= 1 AND OBJETO-A-NOMBRAR <= 30
            AND NOMBRE-OBJETO(OBJETO-A-NOMBRAR) NOT = SPACES
        MOVE NOMBRE-OBJETO(OBJETO-A-NOMBRAR) TO NOMBRE-NOMBRADO
    ELSE
        MOVE SPACES TO NOMBRE-NOMBRADO
        STRING 'objeto ' OBJETO-A-NOMBRAR ' (no existe)'
               DELIMITED BY SIZE INTO NOMBRE-NOMBRADO
    END-IF.

DESCRIBIR-CONDICION.
    *> 1=GENERAL(OBJ) 2=AL-O(LOCALIDAD-ACTUAL) 3=PERTENENCIA(OBJ)
    EVALUATE COND-TIPO
        WHEN 1
            MOVE COND-OBJ-ID TO OBJETO-A-NOMBRAR
            PERFORM NOMBRAR-OBJETO
            STRING ' si general(' DELIMITED BY SIZE
                   FUNCTION TRIM(NOMBRE-NOMBRADO) DELIMITED BY SIZE
                   ')=' DELIMITED BY SIZE
                   COND-VALOR DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
        WHEN 2
            STRING ' si oeste=' COND-VALOR DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
        WHEN 3
            MOVE COND-OBJ-ID TO OBJETO-A-NOMBRAR
            PERFORM NOMBRAR-OBJETO
            STRING ' si ' DELIMITED BY SIZE
                   FUNCTION TRIM(NOMBRE-NOMBRADO) DELIMITED BY SIZE
                   ' en ' DELIMITED BY SIZE
                   COND-VALOR DELIMITED BY SIZE
                INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    END-EVALUATE.

DESCRIBIR-EVENTO.
    MOVE SPACES TO TEXTO-REGLA.
    MOVE 1 TO PUNTERO-TEXTO.
    MOVE EVENTO-MUNDO-IDX TO NUMERO-EDITADO.
    MOVE EVM-LINEA(EVENTO-MUNDO-IDX) TO LINEA-EDITADA.
    MOVE EVM-TURNO(EVENTO-MUNDO-IDX) TO TURNO-EDITADO.
    STRING 'E' DELIMITED BY SIZE
           NUMERO-EDITADO DELIMITED BY SIZE
           ' (línea ' DELIMITED BY SIZE
           FUNCTION TRIM(LINEA-EDITADA) DELIMITED BY SIZE
           ') ' DELIMITED BY SIZE
        INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO.
    IF EVM-TIPO(EVENTO-MUNDO-IDX) = 1
        STRING 'una vez en el turno ' DELIMITED BY SIZE
               FUNCTION TRIM(TURNO-EDITADO) DELIMITED BY SIZE
            INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    ELSE
        STRING 'cada ' DELIMITED BY SIZE
               FUNCTION TRIM(TURNO-EDITADO) DELIMITED BY SIZE
               ' turnos' DELIMITED BY SIZE
            INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    END-IF.
    IF EVM-LOCALIDAD(EVENTO-MUNDO-IDX) NOT = ZERO
        STRING ' en ' EVM-LOCALIDAD(EVENTO-MUNDO-IDX) DELIMITED BY SIZE
            INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    END-IF.
    IF EVM-COND-OBJ-ID(EVENTO-MUNDO-IDX) NOT = ZERO
        MOVE EVM-COND-OBJ-ID(EVENTO-MUNDO-IDX) TO COND-OBJ-ID
        MOVE EVM-COND-PERTENENCIA(EVENTO-MUNDO-IDX) TO COND-VALOR
        MOVE 3 TO COND-TIPO
        PERFORM DESCRIBIR-CONDICION
    END-IF.
    IF EVM-ACCION-ID(EVENTO-MUNDO-IDX) NOT = ZERO
        STRING ' -> acción ' EVM-ACCION-ID(EVENTO-MUNDO-IDX)
               DELIMITED BY SIZE
            INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO
    END-IF.
    STRING ': ' DELIMITED BY SIZE
           FUNCTION TRIM(EVM-MENSAJE(EVENTO-MUNDO-IDX)) DELIMITED BY SIZE
        INTO TEXTO-REGLA WITH POINTER PUNTERO-TEXTO.

LISTAR-LINEAS-IGNORADAS.
    IF REGLAS-IGNORADAS + EVENTOS-IGNORADOS + SINONIMOS-HUERFANOS = ZERO
        EXIT PARAGRAPH
    END-IF.
    DISPLAY ' '.
    DISPLAY '=== LÍNEAS QUE EL JUEGO NO CARGA ==='.
    IF REGLAS-IGNORADAS > ZERO
        MOVE REGLAS-IGNORADAS TO CONTADOR-EDITADO
        DISPLAY FUNCTION TRIM(CONTADOR-EDITADO) ' regla(s) de '
                FUNCTION TRIM(INTERACCIONES-FILE-NAME)
                ' pasan del máximo de 50 y no se listan.'
    END-IF.
    IF EVENTOS-IGNORADOS > ZERO
        MOVE EVENTOS-IGNORADOS TO CONTADOR-EDITADO
        DISPLAY FUNCTION TRIM(CONTADOR-EDITADO) ' evento(s) de '
                FUNCTION TRIM(EVENTOS-MUNDO-FILE-NAME)
                ' pasan del máximo de 10 y no se listan.'
    END-IF.
    IF SINONIMOS-HUERFANOS > ZERO
        MOVE SINONIMOS-HUERFANOS TO CONTADOR-EDITADO
        DISPLAY FUNCTION TRIM(CONTADOR-EDITADO) ' sinónimo(s) de '
                FUNCTION TRIM(VOCABULARIO-FILE-NAME)
                ' son de objetos que no existen (avisados arriba).'
    END-IF.
