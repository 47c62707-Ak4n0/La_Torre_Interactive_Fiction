*>****************************************************************
*> Author:  Miquel A. Fuster Sancho
*> Purpose: Comprobación de que una aventura sigue teniendo
*>  solución antes de ponerla en producción. VALIDAR-MAPA solo
*>  mira la simetría de las salidas y VALIDAR-DATOS la cobertura
*>  del vocabulario y los textos; nada comprueba que, tras tocar
*>  MUNDO.DAT o INTERACCIONES.DAT, se pueda seguir llegando a la
*>  localidad final. Este trabajo por lotes parte del estado
*>  inicial del mundo y explora en anchura todo lo que el jugador
*>  puede hacer: moverse por las salidas, examinar los objetos que
*>  revelan otros, coger, abrir y cerrar contenedores, dejar
*>  objetos allí donde alguna regla lo exige y probar cada regla
*>  de la tabla de interacciones con la misma lógica de
*>  EJECUTAR-INTERACCION del juego (gana la primera fila que
*>  encaja). Informa de si la aventura se supera, de la secuencia
*>  de órdenes más corta encontrada (escrita como la sintetiza
*>  SINTETIZAR-ORDEN), de las reglas que nunca llegan a
*>  dispararse, de los objetos que nunca llegan a verse y de los
*>  callejones sin salida: órdenes que llevan a estados desde los
*>  que ya no se puede ganar (p.ej. dar la capa al guardia si
*>  hiciera falta después). La ronda del guardia, los eventos del
*>  mundo y el amanecer dependen del reloj y no forman parte del
*>  estado explorado; en su lugar los turnos de la solución se
*>  comparan con el presupuesto de la línea 'T'. Los ficheros se
*>  resuelven por el catálogo de aventuras y la variable de entorno
*>  AVENTURA, igual que hace el juego. Devuelve en RETURN-CODE el
*>  número de problemas bloqueantes (sin solución, solución fuera
*>  de presupuesto o exploración incompleta sin solución).
*> Tectonics: cobc
*>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. COMPROBAR-SOLUCION.
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
01 INTERACCION-RECORD           PIC X(200).

FD  AVENTURAS-FILE.
01 AVENTURA-RECORD              PIC X(300).

WORKING-STORAGE SECTION.
77 MUNDO-FILE-STATUS            PIC XX.
77 VOCABULARIO-FILE-STATUS      PIC XX.
77 INTERACCIONES-FILE-STATUS    PIC XX.
77 AVENTURAS-FILE-STATUS        PIC XX.

*> RESOLUCION DE LA AVENTURA EN CURSO, CALCADA DE SELECCIONAR-AVENTURA
*> EN LA-TORRE: AQUI INTERESAN EL MUNDO, EL VOCABULARIO Y LAS REGLAS
77 AVENTURA-PEDIDA              PIC X(60).
77 AVENTURA-ELEGIDA-FLAG        PIC 9.
    88 AVENTURA-ELEGIDA         VALUE 1.
77 TITULO-AVENTURA              PIC X(60)  VALUE 'LA TORRE'.
77 MUNDO-FILE-NAME              PIC X(40)  VALUE 'MUNDO.DAT'.
77 VOCABULARIO-FILE-NAME        PIC X(40)  VALUE 'VOCABULARIO.DAT'.
77 INTERACCIONES-FILE-NAME      PIC X(40)  VALUE 'INTERACCIONES.DAT'.
01 LINEA-AVENTURA-CAMPOS.
    05 TIPO-LINEA-AVENTURA      PIC X.
    05 ID-LINEA-AVENTURA        PIC 99.
    05 TITULO-LINEA-AVENTURA    PIC X(60).
    05 MUNDO-LINEA-AVENTURA     PIC X(40).
    05 VOCAB-LINEA-AVENTURA     PIC X(40).
    05 TEXTOS-LINEA-AVENTURA    PIC X(20).
    05 INTER-LINEA-AVENTURA     PIC X(40).
    05 EVENTOS-LINEA-AVENTURA   PIC X(40).

*> MUNDO TAL COMO LO DEJA CARGAR-MUNDO AL EMPEZAR LA PARTIDA. LAS
*> SALIDAS VAN EN EL ORDEN DE LA LINEA 'S' (N, S, E, O, ARRIBA,
*> ABAJO, ADENTRO, AFUERA), QUE ES EL ORDEN DE LOS VERBOS 2 A 9
01 LOCALIDADES OCCURS 20 INDEXED BY LOC-ID.
    05 NOMBRE-LOCALIDAD         PIC X(32).
    05 SALIDA-INICIAL           PIC 99 OCCURS 8.
    05 OSCURA                   PIC 9.
        88 LOCALIDAD-OSCURA     VALUE 1.

01 OBJETOS OCCURS 30 INDEXED BY OBJ-ID.
    05 NOMBRE-OBJETO            PIC X(32).
    *> PRIMERA PALABRA DEL VOCABULARIO PARA EL OBJETO, LA MISMA QUE
    *> USA SINTETIZAR-ORDEN (SINONIMOS(OBJ, 1))
    05 PALABRA-OBJETO           PIC X(32).
    05 PERTENENCIA-INICIAL      PIC 99.
    05 DENTRO-DE-INICIAL        PIC 99.
    05 INTERACTIVIDAD-INICIAL   PIC 9.
    05 GENERAL-INICIAL          PIC 9.
    05 CONTENEDOR               PIC 9.
        88 ES-CONTENEDOR        VALUE 1.
    05 ABIERTO-INICIAL          PIC 9.
    05 LUZ-INICIAL              PIC 9.
        88 LUZ-ENCENDIDA-INICIAL VALUE 1.
    05 OBJETO-ALCANZADO-FLAG    PIC 9.
        88 OBJETO-ALCANZADO     VALUE 1.

77 NUMERO-LOCALIDADES           PIC 99.
77 NUMERO-OBJETOS-JUEGO         PIC 99.
77 LOCALIDAD-INVENTARIO         PIC 99.
77 LOCALIDAD-FINAL              PIC 99.
77 TURNOS-LIMITE                PIC 9(5).
77 LIMITE-LINEA-MUNDO           PIC 9(5).

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

01 NOMBRE-VERBO-TABLA.
    05 NOMBRE-VERBO             PIC X(32)  OCCURS 99.
01 LINEA-VOCABULARIO-CAMPOS.
    05 TIPO-LINEA-VOCAB     PIC X.
    05 ID-LINEA-VOCAB       PIC 99.
    05 PALABRA-LINEA-VOCAB  PIC X(32).

*> TABLA DE REGLAS, COPIA FIEL DE TABLA-INTERACCIONES EN LA-TORRE MAS
*> LA MARCA DE SI LA REGLA HA LLEGADO A DISPARARSE EN LA EXPLORACION
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
        10 INT-DISPARADA-FLAG   PIC 9.
            88 INT-DISPARADA    VALUE 1.
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

*> ESTADO DEL MUNDO QUE PUEDE CAMBIAR AL JUGAR: LOCALIDAD DEL JUGADOR,
*> LOS ATRIBUTOS MUDABLES DE CADA OBJETO Y LAS SALIDAS (LAS ACCIONES
*> DE LAS REGLAS ABREN Y CIERRAN PASOS). SE COMPARA ENTERO, ASI QUE
*> DOS CAMINOS QUE DEJAN EL MUNDO IGUAL SE FUNDEN EN UN SOLO ESTADO
01 ESTADO-TRABAJO.
    05 EST-LOCALIDAD            PIC 99.
    05 EST-OBJETO OCCURS 30.
        10 EST-PERTENENCIA      PIC 99.
        10 EST-DENTRO-DE        PIC 99.
        10 EST-INTERACTIVIDAD   PIC 9.
        10 EST-GENERAL          PIC 9.
        10 EST-ABIERTO          PIC 9.
    05 EST-LOCALIDAD-SALIDAS OCCURS 20.
        10 EST-SALIDA           PIC 99 OCCURS 8.
77 ESTADO-ORIGEN                PIC X(532).

*> ESTADOS YA VISITADOS, EN ORDEN DE DESCUBRIMIENTO (LA PROPIA TABLA
*> HACE DE COLA DE LA BUSQUEDA EN ANCHURA). CADA ESTADO GUARDA DE QUE
*> ESTADO VIENE Y CON QUE ORDEN, PARA RECOMPONER LA SOLUCION
77 MAXIMO-ESTADOS               PIC 9(5) VALUE 40000.
01 TABLA-ESTADOS.
    05 ESTADO-ENTRADA OCCURS 40000.
        10 ESTADO-DATOS         PIC X(532).
        10 ESTADO-PADRE         PIC 9(5).
        10 ESTADO-VERBO         PIC 99.
        10 ESTADO-OBJ1          PIC 99.
        10 ESTADO-OBJ2          PIC 99.
        10 ESTADO-LOCALIDAD     PIC 99.
        10 ESTADO-PROFUNDIDAD   PIC 9(5).
        10 ESTADO-ENLACE-HASH   PIC 9(5).
        10 ESTADO-FINAL-FLAG    PIC 9.
            88 ESTADO-FINAL     VALUE 1.
        10 ESTADO-VIVO-FLAG     PIC 9.
            88 ESTADO-VIVO      VALUE 1.
        *> ALGUN SUCESOR NO CUPO EN LAS TABLAS: NO SE PUEDE DAR POR MUERTO
        10 ESTADO-INCOMPLETO-FLAG PIC 9.
            88 ESTADO-INCOMPLETO VALUE 1.
77 NUMERO-ESTADOS               PIC 9(5) VALUE ZERO.
77 ESTADO-ACTUAL                PIC 9(5).
77 ESTADO-BUSCADO               PIC 9(5).
77 ESTADO-DESTINO               PIC 9(5).
77 ESTADO-META                  PIC 9(5) VALUE ZERO.

*> CUBOS DE DISPERSION PARA NO COMPARAR CADA ESTADO NUEVO CON TODOS
01 TABLA-HASH.
    05 CUBO-HASH                PIC 9(5) OCCURS 4001.
77 VALOR-HASH                   PIC 9(9).

*> TRANSICIONES ENTRE ESTADOS DISTINTOS, PARA EL ANALISIS DE LOS
*> CALLEJONES SIN SALIDA (QUE ESTADOS PUEDEN LLEGAR AUN AL FINAL)
77 MAXIMO-TRANSICIONES          PIC 9(6) VALUE 400000.
01 TABLA-TRANSICIONES.
    05 TRANSICION OCCURS 400000 INDEXED BY TRANS-IDX.
        10 TRANS-ORIGEN         PIC 9(5).
        10 TRANS-DESTINO        PIC 9(5).
        10 TRANS-VERBO          PIC 99.
        10 TRANS-OBJ1           PIC 99.
        10 TRANS-OBJ2           PIC 99.
77 NUMERO-TRANSICIONES          PIC 9(6) VALUE ZERO.
77 BUSQUEDA-TRUNCADA-FLAG       PIC 9 VALUE ZERO.
    88 BUSQUEDA-TRUNCADA        VALUE 1.
77 HUBO-CAMBIOS-FLAG            PIC 9.
    88 HUBO-CAMBIOS             VALUE 1.

*> ORDEN CANDIDATA QUE SE ESTA PROBANDO SOBRE EL ESTADO EN CURSO
77 ORDEN-VERBO                  PIC 99.
77 ORDEN-OBJ1                   PIC 99.
77 ORDEN-OBJ2                   PIC 99.
77 OBJETO-CANDIDATO-1           PIC 99.
77 OBJETO-CANDIDATO-2           PIC 99.
77 OBJETO-PROBADO               PIC 99.
77 OBJETO-AUX                   PIC 99.
77 LOCALIDAD-EN-CURSO           PIC 99.
77 DIRECCION-IDX                PIC 9.
77 REGLA-IDX                    PIC 99.
77 REGLA-ENCONTRADA             PIC 99.
77 ORDEN-ADMITIDA-FLAG          PIC 9.
    88 ORDEN-ADMITIDA           VALUE 1.
77 OBJETO-VISIBLE-FLAG          PIC 9.
    88 OBJETO-VISIBLE           VALUE 1.
77 OBJETO-A-MANO-FLAG           PIC 9.
    88 OBJETO-A-MANO            VALUE 1.
77 CONDICION-CUMPLIDA-FLAG      PIC 9.
    88 CONDICION-CUMPLIDA       VALUE 1.
77 COND-TIPO                    PIC 9.
77 COND-OBJ-ID                  PIC 99.
77 COND-VALOR                   PIC 99.
77 HAY-LUZ-FLAG                 PIC 9.
    88 HAY-LUZ                  VALUE 1.

*> ORDEN EN TEXTO, CON LA FORMA DE SINTETIZAR-ORDEN
77 TEXTO-ORDEN                  PIC X(80).
77 PREPOSICION-ORDEN            PIC X(4).
77 ACUM-PUNTERO                 PIC 9(4).

*> RECOMPOSICION DE LA SOLUCION (DEL FINAL HACIA ATRAS)
01 TABLA-SOLUCION.
    05 PASO-ESTADO              PIC 9(5) OCCURS 500.
77 NUMERO-PASOS                 PIC 9(5).
77 PASO-IDX                     PIC 9(5).
77 TURNOS-SOLUCION              PIC 9(5).

*> ORDENES QUE CONDENAN LA PARTIDA: PASAN DE UN ESTADO DESDE EL QUE
*> AUN SE PUEDE GANAR A OTRO DESDE EL QUE YA NO
01 TABLA-ORDENES-FATALES.
    05 ORDEN-FATAL OCCURS 20 INDEXED BY FATAL-IDX.
        10 FATAL-VERBO          PIC 99.
        10 FATAL-OBJ1           PIC 99.
        10 FATAL-OBJ2           PIC 99.
        10 FATAL-LOCALIDAD      PIC 99.
        10 FATAL-VECES          PIC 9(5).
77 NUMERO-ORDENES-FATALES       PIC 99 VALUE ZERO.
77 ORDEN-FATAL-VISTA-FLAG       PIC 9.
    88 ORDEN-FATAL-VISTA        VALUE 1.
77 ESTADOS-MUERTOS              PIC 9(5) VALUE ZERO.

77 NUMERO-PROBLEMAS             PIC 999  VALUE ZERO.
77 NUMERO-AVISOS                PIC 999  VALUE ZERO.
77 INDICE-TABLA                 PIC 999.
77 CONTADOR-EDITADO             PIC ZZZZ9.
77 CONTADOR-EDITADO-2           PIC ZZZZ9.
77 CONTADOR-EDITADO-LARGO       PIC ZZZZZZ9.
77 REGLA-EDITADA                PIC Z9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM SELECCIONAR-AVENTURA.
    DISPLAY 'Comprobación de solubilidad de '
            FUNCTION TRIM(TITULO-AVENTURA).
    DISPLAY ' '.
    PERFORM CARGAR-MUNDO.
    IF NUMERO-LOCALIDADES = ZERO
        DISPLAY 'No se puede leer el fichero de mundo '
                FUNCTION TRIM(MUNDO-FILE-NAME) '.'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CARGAR-VOCABULARIO.
    PERFORM CARGAR-INTERACCIONES.
    IF INTERACCIONES-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede leer el fichero de reglas '
                FUNCTION TRIM(INTERACCIONES-FILE-NAME) '.'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM PREPARAR-ESTADO-INICIAL.
    PERFORM REGISTRAR-SUCESOR.
    PERFORM EXPANDIR-ESTADO
        VARYING ESTADO-ACTUAL FROM 1 BY 1
        UNTIL ESTADO-ACTUAL > NUMERO-ESTADOS.
    PERFORM CALCULAR-ESTADOS-VIVOS.
    PERFORM MOSTRAR-INFORME.
    MOVE NUMERO-PROBLEMAS TO RETURN-CODE.
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

CARGAR-MUNDO.
    *> Mismo formato de líneas que CARGAR-MUNDO en LA-TORRE; aquí solo
    *> interesan nombres, salidas, localidades oscuras, los atributos
    *> iniciales de los objetos y las líneas J, F y T.
    INITIALIZE NUMERO-LOCALIDADES NUMERO-OBJETOS-JUEGO.
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
                    PERFORM PROCESAR-LINEA-MUNDO
            END-READ
        END-PERFORM
    END-IF.
    CLOSE MUNDO-FILE.

PROCESAR-LINEA-MUNDO.
    UNSTRING MUNDO-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-MUNDO ID-LINEA-MUNDO TEXTO-LINEA-MUNDO.
    EVALUATE TIPO-LINEA-MUNDO
        WHEN 'L'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 20
                MOVE FUNCTION TRIM(TEXTO-LINEA-MUNDO)
                    TO NOMBRE-LOCALIDAD(ID-LINEA-MUNDO)
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
            END-IF
        WHEN 'N'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 30
                MOVE FUNCTION TRIM(TEXTO-LINEA-MUNDO)
                    TO NOMBRE-OBJETO(ID-LINEA-MUNDO)
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
                MOVE ATRIB-GENERAL        TO GENERAL-INICIAL(ID-LINEA-MUNDO)
                MOVE ATRIB-CONTENEDOR     TO CONTENEDOR(ID-LINEA-MUNDO)
                MOVE ATRIB-ABIERTO        TO ABIERTO-INICIAL(ID-LINEA-MUNDO)
                MOVE ATRIB-DENTRO-DE      TO DENTRO-DE-INICIAL(ID-LINEA-MUNDO)
                MOVE ATRIB-LUZ            TO LUZ-INICIAL(ID-LINEA-MUNDO)
            END-IF
        WHEN 'U'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 20
                MOVE 1 TO OSCURA(ID-LINEA-MUNDO)
            END-IF
        WHEN 'J'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 20
                MOVE ID-LINEA-MUNDO TO LOCALIDAD-INVENTARIO
            END-IF
        WHEN 'F'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 20
                MOVE ID-LINEA-MUNDO TO LOCALIDAD-FINAL
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
    *> La primera palabra de cada verbo y de cada objeto es la forma
    *> canónica que usa SINTETIZAR-ORDEN al escribir órdenes.
    INITIALIZE NOMBRE-VERBO-TABLA.
    OPEN INPUT VOCABULARIO-FILE.
    IF VOCABULARIO-FILE-STATUS = '00'
        PERFORM UNTIL VOCABULARIO-FILE-STATUS = '10'
            READ VOCABULARIO-FILE
                AT END CONTINUE
                NOT AT END
                    PERFORM PROCESAR-LINEA-VOCABULARIO
            END-READ
        END-PERFORM
    END-IF.
    CLOSE VOCABULARIO-FILE.
    PERFORM VARYING INDICE-TABLA FROM 1 BY 1 UNTIL INDICE-TABLA > 99
        IF NOMBRE-VERBO(INDICE-TABLA) = SPACES
            MOVE 'VERBO-' TO NOMBRE-VERBO(INDICE-TABLA)
            MOVE INDICE-TABLA(2:2) TO NOMBRE-VERBO(INDICE-TABLA)(7:2)
        END-IF
    END-PERFORM.
    PERFORM VARYING OBJ-ID FROM 1 BY 1 UNTIL OBJ-ID > NUMERO-OBJETOS-JUEGO
        IF PALABRA-OBJETO(OBJ-ID) = SPACES
            MOVE FUNCTION UPPER-CASE(NOMBRE-OBJETO(OBJ-ID))
                TO PALABRA-OBJETO(OBJ-ID)
        END-IF
    END-PERFORM.

PROCESAR-LINEA-VOCABULARIO.
    INITIALIZE LINEA-VOCABULARIO-CAMPOS.
    UNSTRING VOCABULARIO-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-VOCAB ID-LINEA-VOCAB PALABRA-LINEA-VOCAB.
    EVALUATE TIPO-LINEA-VOCAB
        WHEN 'V'
            IF ID-LINEA-VOCAB >= 1 AND ID-LINEA-VOCAB <= 99
                    AND NOMBRE-VERBO(ID-LINEA-VOCAB) = SPACES
                MOVE FUNCTION TRIM(PALABRA-LINEA-VOCAB)
                    TO NOMBRE-VERBO(ID-LINEA-VOCAB)
            END-IF
        WHEN 'O'
            IF ID-LINEA-VOCAB >= 1 AND ID-LINEA-VOCAB <= 30
                    AND PALABRA-OBJETO(ID-LINEA-VOCAB) = SPACES
                MOVE FUNCTION TRIM(PALABRA-LINEA-VOCAB)
                    TO PALABRA-OBJETO(ID-LINEA-VOCAB)
            END-IF
    END-EVALUATE.

CARGAR-INTERACCIONES.
    INITIALIZE NUMERO-INTERACCIONES.
    OPEN INPUT INTERACCIONES-FILE.
    IF INTERACCIONES-FILE-STATUS = '00'
        PERFORM UNTIL INTERACCIONES-FILE-STATUS = '10'
            READ INTERACCIONES-FILE
                AT END CONTINUE
                NOT AT END
                    PERFORM PROCESAR-LINEA-INTERACCION
            END-READ
        END-PERFORM
        CLOSE INTERACCIONES-FILE
        MOVE '00' TO INTERACCIONES-FILE-STATUS
    ELSE
        CLOSE INTERACCIONES-FILE
    END-IF.

PROCESAR-LINEA-INTERACCION.
    IF INTERACCION-RECORD(1:1) NOT = 'I' OR NUMERO-INTERACCIONES >= 50
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

PREPARAR-ESTADO-INICIAL.
    *> La partida empieza siempre en la localidad 1 (INICIALIZAR-JUEGO)
    *> con el mundo tal como sale del fichero.
    INITIALIZE ESTADO-TRABAJO TABLA-HASH.
    MOVE 1 TO EST-LOCALIDAD.
    PERFORM VARYING OBJ-ID FROM 1 BY 1 UNTIL OBJ-ID > NUMERO-OBJETOS-JUEGO
        MOVE PERTENENCIA-INICIAL(OBJ-ID)    TO EST-PERTENENCIA(OBJ-ID)
        MOVE DENTRO-DE-INICIAL(OBJ-ID)      TO EST-DENTRO-DE(OBJ-ID)
        MOVE INTERACTIVIDAD-INICIAL(OBJ-ID) TO EST-INTERACTIVIDAD(OBJ-ID)
        MOVE GENERAL-INICIAL(OBJ-ID)        TO EST-GENERAL(OBJ-ID)
        MOVE ABIERTO-INICIAL(OBJ-ID)        TO EST-ABIERTO(OBJ-ID)
    END-PERFORM.
    PERFORM VARYING LOC-ID FROM 1 BY 1 UNTIL LOC-ID > NUMERO-LOCALIDADES
        PERFORM VARYING DIRECCION-IDX FROM 1 BY 1 UNTIL DIRECCION-IDX > 8
            MOVE SALIDA-INICIAL(LOC-ID, DIRECCION-IDX)
                TO EST-SALIDA(LOC-ID, DIRECCION-IDX)
        END-PERFORM
    END-PERFORM.
    MOVE ZERO TO ESTADO-ACTUAL.
    INITIALIZE ORDEN-VERBO ORDEN-OBJ1 ORDEN-OBJ2.

REGISTRAR-SUCESOR.
    *> Busca ESTADO-TRABAJO entre los ya vistos; si es nuevo lo añade
    *> a la cola colgándolo del estado en curso y de la orden probada.
    *> En los dos casos anota la transición para el análisis final.
    PERFORM CALCULAR-HASH.
    MOVE CUBO-HASH(VALOR-HASH) TO ESTADO-BUSCADO.
    MOVE ZERO TO ESTADO-DESTINO.
    PERFORM UNTIL ESTADO-BUSCADO = ZERO OR ESTADO-DESTINO > ZERO
        IF ESTADO-DATOS(ESTADO-BUSCADO) = ESTADO-TRABAJO
            MOVE ESTADO-BUSCADO TO ESTADO-DESTINO
        ELSE
            MOVE ESTADO-ENLACE-HASH(ESTADO-BUSCADO) TO ESTADO-BUSCADO
        END-IF
    END-PERFORM.
    IF ESTADO-DESTINO = ZERO
        IF NUMERO-ESTADOS >= MAXIMO-ESTADOS
            SET BUSQUEDA-TRUNCADA TO TRUE
            IF ESTADO-ACTUAL > ZERO
                SET ESTADO-INCOMPLETO(ESTADO-ACTUAL) TO TRUE
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NUMERO-ESTADOS
        MOVE NUMERO-ESTADOS TO ESTADO-DESTINO
        MOVE ESTADO-TRABAJO TO ESTADO-DATOS(ESTADO-DESTINO)
        MOVE ESTADO-ACTUAL  TO ESTADO-PADRE(ESTADO-DESTINO)
        MOVE ORDEN-VERBO    TO ESTADO-VERBO(ESTADO-DESTINO)
        MOVE ORDEN-OBJ1     TO ESTADO-OBJ1(ESTADO-DESTINO)
        MOVE ORDEN-OBJ2     TO ESTADO-OBJ2(ESTADO-DESTINO)
        MOVE EST-LOCALIDAD  TO ESTADO-LOCALIDAD(ESTADO-DESTINO)
        IF ESTADO-ACTUAL = ZERO
            MOVE ZERO TO ESTADO-PROFUNDIDAD(ESTADO-DESTINO)
        ELSE
            COMPUTE ESTADO-PROFUNDIDAD(ESTADO-DESTINO) =
                ESTADO-PROFUNDIDAD(ESTADO-ACTUAL) + 1
        END-IF
        MOVE CUBO-HASH(VALOR-HASH) TO ESTADO-ENLACE-HASH(ESTADO-DESTINO)
        MOVE ESTADO-DESTINO TO CUBO-HASH(VALOR-HASH)
        MOVE ZERO TO ESTADO-FINAL-FLAG(ESTADO-DESTINO)
                     ESTADO-VIVO-FLAG(ESTADO-DESTINO)
                     ESTADO-INCOMPLETO-FLAG(ESTADO-DESTINO)
        IF EST-LOCALIDAD = LOCALIDAD-FINAL
            SET ESTADO-FINAL(ESTADO-DESTINO) TO TRUE
            *> LA BUSQUEDA ES EN ANCHURA: EL PRIMER FINAL HALLADO ES EL
            *> DE MENOS ORDENES
            IF ESTADO-META = ZERO
                MOVE ESTADO-DESTINO TO ESTADO-META
            END-IF
        END-IF
    END-IF.
    IF ESTADO-ACTUAL > ZERO AND ESTADO-DESTINO NOT = ESTADO-ACTUAL
        IF NUMERO-TRANSICIONES >= MAXIMO-TRANSICIONES
            SET BUSQUEDA-TRUNCADA TO TRUE
            SET ESTADO-INCOMPLETO(ESTADO-ACTUAL) TO TRUE
        ELSE
            ADD 1 TO NUMERO-TRANSICIONES
            SET TRANS-IDX TO NUMERO-TRANSICIONES
            MOVE ESTADO-ACTUAL  TO TRANS-ORIGEN(TRANS-IDX)
            MOVE ESTADO-DESTINO TO TRANS-DESTINO(TRANS-IDX)
            MOVE ORDEN-VERBO    TO TRANS-VERBO(TRANS-IDX)
            MOVE ORDEN-OBJ1     TO TRANS-OBJ1(TRANS-IDX)
            MOVE ORDEN-OBJ2     TO TRANS-OBJ2(TRANS-IDX)
        END-IF
    END-IF.

CALCULAR-HASH.
    MOVE EST-LOCALIDAD TO VALOR-HASH.
    PERFORM VARYING OBJ-ID FROM 1 BY 1 UNTIL OBJ-ID > NUMERO-OBJETOS-JUEGO
        COMPUTE VALOR-HASH = FUNCTION MOD(VALOR-HASH * 31
            + EST-PERTENENCIA(OBJ-ID) * 7 + EST-DENTRO-DE(OBJ-ID)
            + EST-INTERACTIVIDAD(OBJ-ID) * 3 + EST-GENERAL(OBJ-ID) * 5
            + EST-ABIERTO(OBJ-ID) * 11, 4001)
    END-PERFORM.
    ADD 1 TO VALOR-HASH.

EXPANDIR-ESTADO.
    *> Prueba sobre el estado en curso todas las órdenes que pueden
    *> cambiar el mundo. Los estados finales no se expanden: al llegar
    *> a la localidad final la partida termina.
    MOVE ESTADO-DATOS(ESTADO-ACTUAL) TO ESTADO-TRABAJO.
    MOVE ESTADO-DATOS(ESTADO-ACTUAL) TO ESTADO-ORIGEN.
    MOVE EST-LOCALIDAD TO LOCALIDAD-EN-CURSO.
    PERFORM ANOTAR-OBJETOS-ALCANZADOS.
    IF ESTADO-FINAL(ESTADO-ACTUAL)
        EXIT PARAGRAPH
    END-IF.
    PERFORM PROBAR-MOVIMIENTOS.
    PERFORM PROBAR-EXAMINAR.
    PERFORM PROBAR-COGER.
    PERFORM PROBAR-ABRIR-CERRAR.
    PERFORM PROBAR-DEJAR.
    PERFORM VARYING REGLA-IDX FROM 1 BY 1
            UNTIL REGLA-IDX > NUMERO-INTERACCIONES
        PERFORM PROBAR-REGLA
    END-PERFORM.

ANOTAR-OBJETOS-ALCANZADOS.
    PERFORM VARYING OBJETO-PROBADO FROM 1 BY 1
            UNTIL OBJETO-PROBADO > NUMERO-OBJETOS-JUEGO
        IF NOT OBJETO-ALCANZADO(OBJETO-PROBADO)
            PERFORM COMPROBAR-VISIBLE
            IF OBJETO-VISIBLE
                SET OBJETO-ALCANZADO(OBJETO-PROBADO) TO TRUE
            END-IF
        END-IF
    END-PERFORM.

COMPROBAR-VISIBLE.
    *> A la vista: en la localidad o en el inventario y no encerrado
    *> en un contenedor cerrado, como en EXAMINAR y COGER.
    MOVE 0 TO OBJETO-VISIBLE-FLAG.
    IF EST-PERTENENCIA(OBJETO-PROBADO) = LOCALIDAD-EN-CURSO
            OR EST-PERTENENCIA(OBJETO-PROBADO) = LOCALIDAD-INVENTARIO
        SET OBJETO-VISIBLE TO TRUE
        IF EST-DENTRO-DE(OBJETO-PROBADO) > ZERO
            MOVE EST-DENTRO-DE(OBJETO-PROBADO) TO OBJETO-AUX
            IF EST-ABIERTO(OBJETO-AUX) = ZERO
                MOVE 0 TO OBJETO-VISIBLE-FLAG
            END-IF
        END-IF
    END-IF.

PROBAR-MOVIMIENTOS.
    PERFORM VARYING DIRECCION-IDX FROM 1 BY 1 UNTIL DIRECCION-IDX > 8
        MOVE ESTADO-ORIGEN TO ESTADO-TRABAJO
        IF EST-SALIDA(LOCALIDAD-EN-CURSO, DIRECCION-IDX) > ZERO
            MOVE EST-SALIDA(LOCALIDAD-EN-CURSO, DIRECCION-IDX)
                TO EST-LOCALIDAD
            COMPUTE ORDEN-VERBO = DIRECCION-IDX + 1
            INITIALIZE ORDEN-OBJ1 ORDEN-OBJ2
            PERFORM REGISTRAR-SUCESOR
        END-IF
    END-PERFORM.

PROBAR-EXAMINAR.
    *> EXAMINAR solo cambia el mundo en los objetos que el motor trata
    *> aparte (catre, esqueleto y barrotes revelan otro objeto la
    *> primera vez); en los demás únicamente muestra la descripción.
    MOVE 10 TO ORDEN-VERBO.
    INITIALIZE ORDEN-OBJ2.
    MOVE 4 TO OBJETO-PROBADO.
    PERFORM PROBAR-EXAMINAR-OBJETO.
    MOVE 8 TO OBJETO-PROBADO.
    PERFORM PROBAR-EXAMINAR-OBJETO.
    MOVE 10 TO OBJETO-PROBADO.
    PERFORM PROBAR-EXAMINAR-OBJETO.

PROBAR-EXAMINAR-OBJETO.
    IF OBJETO-PROBADO > NUMERO-OBJETOS-JUEGO
        EXIT PARAGRAPH
    END-IF.
    MOVE ESTADO-ORIGEN TO ESTADO-TRABAJO.
    PERFORM COMPROBAR-VISIBLE.
    IF NOT OBJETO-VISIBLE OR EST-GENERAL(OBJETO-PROBADO) NOT = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO EST-GENERAL(OBJETO-PROBADO).
    EVALUATE OBJETO-PROBADO
        WHEN 4 *> CATRE: TRAE FUNDA Y CORREAS
            MOVE EST-PERTENENCIA(4) TO EST-PERTENENCIA(5)
                                       EST-PERTENENCIA(6)
        WHEN 8 *> ESQUELETO: TRAE EL CUCHILLO
            MOVE EST-PERTENENCIA(8) TO EST-PERTENENCIA(13)
        WHEN 10 *> BARROTES: TRAE EL BARROTE FLOJO
            MOVE EST-PERTENENCIA(10) TO EST-PERTENENCIA(11)
    END-EVALUATE.
    MOVE OBJETO-PROBADO TO ORDEN-OBJ1.
    PERFORM REGISTRAR-SUCESOR.

PROBAR-COGER.
    MOVE 12 TO ORDEN-VERBO.
    INITIALIZE ORDEN-OBJ2.
    PERFORM VARYING OBJETO-PROBADO FROM 1 BY 1
            UNTIL OBJETO-PROBADO > NUMERO-OBJETOS-JUEGO
        MOVE ESTADO-ORIGEN TO ESTADO-TRABAJO
        PERFORM COMPROBAR-VISIBLE
        IF OBJETO-VISIBLE
                AND EST-PERTENENCIA(OBJETO-PROBADO) = LOCALIDAD-EN-CURSO
            PERFORM APLICAR-COGER
            IF ESTADO-TRABAJO NOT = ESTADO-ORIGEN
                MOVE OBJETO-PROBADO TO ORDEN-OBJ1
                PERFORM REGISTRAR-SUCESOR
            END-IF
        END-IF
    END-PERFORM.

APLICAR-COGER.
    *> Copia fiel de los casos especiales de COGER en LA-TORRE.
    EVALUATE OBJETO-PROBADO
        WHEN 5 *> FUNDA
            IF EST-PERTENENCIA(5) = 2 AND EST-GENERAL(4) = 1
                    AND EST-GENERAL(6) = 1
                MOVE 0 TO EST-INTERACTIVIDAD(5)
                MOVE 2 TO EST-PERTENENCIA(7)
            END-IF
        WHEN 11 *> BARROTE FLOJO
            IF EST-PERTENENCIA(11) = 4 AND EST-GENERAL(11) = 0
                MOVE 0 TO EST-INTERACTIVIDAD(11)
                MOVE 1 TO EST-GENERAL(11)
                IF EST-GENERAL(5) = 1
                    MOVE LOCALIDAD-FINAL
                        TO EST-SALIDA(LOCALIDAD-EN-CURSO, 8)
                END-IF
            END-IF
        WHEN 13 *> CUCHILLO
            MOVE 1 TO EST-GENERAL(13)
    END-EVALUATE.
    *> SOLO SE LLEVAN LOS OBJETOS ESTANDAR U OCULTOS
    IF EST-INTERACTIVIDAD(OBJETO-PROBADO) = 0
            OR EST-INTERACTIVIDAD(OBJETO-PROBADO) = 2
        MOVE LOCALIDAD-INVENTARIO TO EST-PERTENENCIA(OBJETO-PROBADO)
        MOVE ZERO TO EST-DENTRO-DE(OBJETO-PROBADO)
    END-IF.

PROBAR-ABRIR-CERRAR.
    INITIALIZE ORDEN-OBJ2.
    PERFORM VARYING OBJETO-PROBADO FROM 1 BY 1
            UNTIL OBJETO-PROBADO > NUMERO-OBJETOS-JUEGO
        MOVE ESTADO-ORIGEN TO ESTADO-TRABAJO
        IF ES-CONTENEDOR(OBJETO-PROBADO)
                AND (EST-PERTENENCIA(OBJETO-PROBADO) = LOCALIDAD-EN-CURSO
                     OR EST-PERTENENCIA(OBJETO-PROBADO) = LOCALIDAD-INVENTARIO)
            MOVE OBJETO-PROBADO TO ORDEN-OBJ1
            IF EST-ABIERTO(OBJETO-PROBADO) = ZERO
                MOVE 26 TO ORDEN-VERBO
                MOVE 1 TO EST-ABIERTO(OBJETO-PROBADO)
            ELSE
                MOVE 27 TO ORDEN-VERBO
                MOVE 0 TO EST-ABIERTO(OBJETO-PROBADO)
            END-IF
            PERFORM REGISTRAR-SUCESOR
        END-IF
    END-PERFORM.

PROBAR-DEJAR.
    *> Dejar un objeto solo importa si alguna regla lo necesita en el
    *> suelo: una condición de pertenencia a la localidad en curso o
    *> un verbo que exige el objeto a la vista y no en el inventario
    *> (desatar, hablar, preguntar, o ser quien recibe lo que se da).
    *> En otro caso el objeto se vuelve a coger sin abrir nada nuevo,
    *> así que no se explora para no multiplicar los estados.
    MOVE 13 TO ORDEN-VERBO.
    INITIALIZE ORDEN-OBJ2.
    PERFORM VARYING OBJETO-PROBADO FROM 1 BY 1
            UNTIL OBJETO-PROBADO > NUMERO-OBJETOS-JUEGO
        IF EST-PERTENENCIA(OBJETO-PROBADO) = LOCALIDAD-INVENTARIO
            MOVE 0 TO OBJETO-A-MANO-FLAG
            PERFORM VARYING REGLA-IDX FROM 1 BY 1
                    UNTIL REGLA-IDX > NUMERO-INTERACCIONES OR OBJETO-A-MANO
                PERFORM COMPROBAR-REGLA-PIDE-SUELO
            END-PERFORM
            IF OBJETO-A-MANO
                MOVE ESTADO-ORIGEN TO ESTADO-TRABAJO
                MOVE LOCALIDAD-EN-CURSO TO EST-PERTENENCIA(OBJETO-PROBADO)
                MOVE OBJETO-PROBADO TO ORDEN-OBJ1
                PERFORM REGISTRAR-SUCESOR
            END-IF
        END-IF
    END-PERFORM.

COMPROBAR-REGLA-PIDE-SUELO.
    IF (INT-COND1-TIPO(REGLA-IDX) = 3
            AND INT-COND1-OBJ-ID(REGLA-IDX) = OBJETO-PROBADO
            AND INT-COND1-VALOR(REGLA-IDX) = LOCALIDAD-EN-CURSO)
       OR (INT-COND2-TIPO(REGLA-IDX) = 3
            AND INT-COND2-OBJ-ID(REGLA-IDX) = OBJETO-PROBADO
            AND INT-COND2-VALOR(REGLA-IDX) = LOCALIDAD-EN-CURSO)
        SET OBJETO-A-MANO TO TRUE
    END-IF.
    IF (INT-VERBO-ID(REGLA-IDX) = 18 OR 31 OR 32)
            AND INT-OBJ1-ID(REGLA-IDX) = OBJETO-PROBADO
        SET OBJETO-A-MANO TO TRUE
    END-IF.
    IF INT-VERBO-ID(REGLA-IDX) = 33
            AND INT-OBJ2-ID(REGLA-IDX) = OBJETO-PROBADO
        SET OBJETO-A-MANO TO TRUE
    END-IF.

PROBAR-REGLA.
    *> Las órdenes que se prueban salen de la propia tabla: los objetos
    *> concretos de cada fila y, donde la fila lleva el comodín 99,
    *> cada objeto que el jugador tiene a mano en ese momento.
    MOVE INT-VERBO-ID(REGLA-IDX) TO ORDEN-VERBO.
    EVALUATE INT-OBJ1-ID(REGLA-IDX)
        WHEN 99
            PERFORM VARYING OBJETO-CANDIDATO-1 FROM 1 BY 1
                    UNTIL OBJETO-CANDIDATO-1 > NUMERO-OBJETOS-JUEGO
                IF EST-PERTENENCIA(OBJETO-CANDIDATO-1) = LOCALIDAD-EN-CURSO
                        OR EST-PERTENENCIA(OBJETO-CANDIDATO-1) = LOCALIDAD-INVENTARIO
                    PERFORM PROBAR-REGLA-OBJETO-2
                END-IF
            END-PERFORM
        WHEN 1 THRU 30
            IF INT-OBJ1-ID(REGLA-IDX) <= NUMERO-OBJETOS-JUEGO
                MOVE INT-OBJ1-ID(REGLA-IDX) TO OBJETO-CANDIDATO-1
                PERFORM PROBAR-REGLA-OBJETO-2
            END-IF
    END-EVALUATE.

PROBAR-REGLA-OBJETO-2.
    *> EMPUJAR, TIRAR, DESATAR Y HABLAR NO LEEN SEGUNDO OBJETO: EN EL
    *> JUEGO LLEGAN SIEMPRE CON OBJETO-2-ID A CERO
    IF ORDEN-VERBO = 14 OR 15 OR 18 OR 31
        MOVE ZERO TO OBJETO-CANDIDATO-2
        PERFORM PROBAR-ORDEN-TABLA
        EXIT PARAGRAPH
    END-IF.
    EVALUATE INT-OBJ2-ID(REGLA-IDX)
        WHEN 99
            MOVE ZERO TO OBJETO-CANDIDATO-2
            PERFORM PROBAR-ORDEN-TABLA
            PERFORM VARYING OBJETO-CANDIDATO-2 FROM 1 BY 1
                    UNTIL OBJETO-CANDIDATO-2 > NUMERO-OBJETOS-JUEGO
                IF EST-PERTENENCIA(OBJETO-CANDIDATO-2) = LOCALIDAD-EN-CURSO
                        OR EST-PERTENENCIA(OBJETO-CANDIDATO-2) = LOCALIDAD-INVENTARIO
                    PERFORM PROBAR-ORDEN-TABLA
                END-IF
            END-PERFORM
        WHEN OTHER
            IF INT-OBJ2-ID(REGLA-IDX) <= NUMERO-OBJETOS-JUEGO
                MOVE INT-OBJ2-ID(REGLA-IDX) TO OBJETO-CANDIDATO-2
                PERFORM PROBAR-ORDEN-TABLA
            END-IF
    END-EVALUATE.

PROBAR-ORDEN-TABLA.
    MOVE ESTADO-ORIGEN TO ESTADO-TRABAJO.
    MOVE OBJETO-CANDIDATO-1 TO ORDEN-OBJ1.
    MOVE OBJETO-CANDIDATO-2 TO ORDEN-OBJ2.
    PERFORM COMPROBAR-ORDEN-ADMITIDA.
    IF NOT ORDEN-ADMITIDA
        EXIT PARAGRAPH
    END-IF.
    PERFORM BUSCAR-REGLA.
    IF REGLA-ENCONTRADA = ZERO
        EXIT PARAGRAPH
    END-IF.
    SET INT-DISPARADA(REGLA-ENCONTRADA) TO TRUE.
    IF INT-ACCION-ID(REGLA-ENCONTRADA) > ZERO
        PERFORM APLICAR-ACCION
        IF ESTADO-TRABAJO NOT = ESTADO-ORIGEN
            PERFORM REGISTRAR-SUCESOR
        END-IF
    END-IF.

COMPROBAR-ORDEN-ADMITIDA.
    *> Las mismas comprobaciones previas que hace cada verbo en
    *> LA-TORRE antes de llegar a EJECUTAR-INTERACCION.
    MOVE 0 TO ORDEN-ADMITIDA-FLAG.
    IF ORDEN-OBJ1 = ZERO
        EXIT PARAGRAPH
    END-IF.
    EVALUATE ORDEN-VERBO
        WHEN 14 WHEN 15 WHEN 16
            IF EST-PERTENENCIA(ORDEN-OBJ1) = LOCALIDAD-EN-CURSO
                    OR EST-PERTENENCIA(ORDEN-OBJ1) = LOCALIDAD-INVENTARIO
                SET ORDEN-ADMITIDA TO TRUE
            END-IF
        WHEN 17
            IF EST-PERTENENCIA(ORDEN-OBJ1) = LOCALIDAD-INVENTARIO
                SET ORDEN-ADMITIDA TO TRUE
            END-IF
        WHEN 18 WHEN 31 WHEN 32
            IF EST-PERTENENCIA(ORDEN-OBJ1) = LOCALIDAD-EN-CURSO
                SET ORDEN-ADMITIDA TO TRUE
            END-IF
        WHEN 33
            IF ORDEN-OBJ2 > ZERO
                    AND EST-PERTENENCIA(ORDEN-OBJ1) = LOCALIDAD-INVENTARIO
                    AND EST-PERTENENCIA(ORDEN-OBJ2) = LOCALIDAD-EN-CURSO
                SET ORDEN-ADMITIDA TO TRUE
            END-IF
    END-EVALUATE.

BUSCAR-REGLA.
    *> Primera fila que encaja, igual que EJECUTAR-INTERACCION.
    MOVE ZERO TO REGLA-ENCONTRADA.
    PERFORM VARYING INTERACCION-IDX FROM 1 BY 1
            UNTIL INTERACCION-IDX > NUMERO-INTERACCIONES
                OR REGLA-ENCONTRADA > ZERO
        IF INT-VERBO-ID(INTERACCION-IDX) = ORDEN-VERBO
                AND (INT-OBJ1-ID(INTERACCION-IDX) = 99
                     OR INT-OBJ1-ID(INTERACCION-IDX) = ORDEN-OBJ1)
                AND (INT-OBJ2-ID(INTERACCION-IDX) = 99
                     OR INT-OBJ2-ID(INTERACCION-IDX) = ORDEN-OBJ2)
                AND (INT-LOCALIDAD-REQ(INTERACCION-IDX) = ZERO
                     OR INT-LOCALIDAD-REQ(INTERACCION-IDX) = LOCALIDAD-EN-CURSO)
            SET CONDICION-CUMPLIDA TO TRUE
            MOVE INT-COND1-TIPO(INTERACCION-IDX)   TO COND-TIPO
            MOVE INT-COND1-OBJ-ID(INTERACCION-IDX) TO COND-OBJ-ID
            MOVE INT-COND1-VALOR(INTERACCION-IDX)  TO COND-VALOR
            PERFORM COMPROBAR-CONDICION
            MOVE INT-COND2-TIPO(INTERACCION-IDX)   TO COND-TIPO
            MOVE INT-COND2-OBJ-ID(INTERACCION-IDX) TO COND-OBJ-ID
            MOVE INT-COND2-VALOR(INTERACCION-IDX)  TO COND-VALOR
            PERFORM COMPROBAR-CONDICION
            IF CONDICION-CUMPLIDA
                SET REGLA-ENCONTRADA TO INTERACCION-IDX
            END-IF
        END-IF
    END-PERFORM.

COMPROBAR-CONDICION.
    *> 1=GENERAL(OBJ) 2=AL-O(LOCALIDAD-ACTUAL) 3=PERTENENCIA(OBJ)
    EVALUATE COND-TIPO
        WHEN 1
            IF COND-OBJ-ID < 1 OR COND-OBJ-ID > 30
                MOVE 0 TO CONDICION-CUMPLIDA-FLAG
            ELSE
                IF EST-GENERAL(COND-OBJ-ID) NOT = COND-VALOR
                    MOVE 0 TO CONDICION-CUMPLIDA-FLAG
                END-IF
            END-IF
        WHEN 2
            IF EST-SALIDA(LOCALIDAD-EN-CURSO, 4) NOT = COND-VALOR
                MOVE 0 TO CONDICION-CUMPLIDA-FLAG
            END-IF
        WHEN 3
            IF COND-OBJ-ID < 1 OR COND-OBJ-ID > 30
                MOVE 0 TO CONDICION-CUMPLIDA-FLAG
            ELSE
                IF EST-PERTENENCIA(COND-OBJ-ID) NOT = COND-VALOR
                    MOVE 0 TO CONDICION-CUMPLIDA-FLAG
                END-IF
            END-IF
    END-EVALUATE.

APLICAR-ACCION.
    *> Copia fiel de EJECUTAR-ACCION-INTERACCION en LA-TORRE, sin los
    *> puntos ni las descripciones, que no cambian lo que se puede hacer.
    EVALUATE INT-ACCION-ID(REGLA-ENCONTRADA)
        WHEN 1 *> ABRE EL PASO SECRETO AL OESTE
            MOVE 4 TO EST-SALIDA(LOCALIDAD-EN-CURSO, 4)
        WHEN 2 *> CIERRA EL PASO SECRETO
            MOVE ZERO TO EST-SALIDA(LOCALIDAD-EN-CURSO, 4)
        WHEN 3 *> CORTA LAS CORREAS: LA FUNDA PASA A SER ESTANDAR
            MOVE 1 TO EST-GENERAL(ORDEN-OBJ1)
            MOVE 0 TO EST-INTERACTIVIDAD(5)
        WHEN 4 *> ATA LA FUNDA: SALIDA AFUERA HACIA EL FINAL
            MOVE 1 TO EST-GENERAL(ORDEN-OBJ1)
            MOVE 1 TO EST-INTERACTIVIDAD(ORDEN-OBJ1)
            MOVE 4 TO EST-PERTENENCIA(ORDEN-OBJ1)
            MOVE LOCALIDAD-FINAL TO EST-SALIDA(LOCALIDAD-EN-CURSO, 8)
        WHEN 5 *> DESATA LA FUNDA: SE CIERRA LA SALIDA
            MOVE 0 TO EST-GENERAL(ORDEN-OBJ1)
            MOVE 0 TO EST-INTERACTIVIDAD(ORDEN-OBJ1)
            MOVE ZERO TO EST-SALIDA(LOCALIDAD-EN-CURSO, 8)
        WHEN 6 *> EL PERSONAJE SE QUEDA CON EL OBJETO
            MOVE ZERO TO EST-PERTENENCIA(ORDEN-OBJ1)
            MOVE ZERO TO EST-DENTRO-DE(ORDEN-OBJ1)
    END-EVALUATE.

CALCULAR-ESTADOS-VIVOS.
    *> Un estado está vivo si desde él se puede llegar a un final. Se
    *> parte de los estados finales y se propaga hacia atrás por las
    *> transiciones hasta que no cambia nada. Los estados que no se
    *> pudieron explorar del todo se dan por vivos para no señalar
    *> callejones que quizá no lo son.
    PERFORM VARYING ESTADO-BUSCADO FROM 1 BY 1
            UNTIL ESTADO-BUSCADO > NUMERO-ESTADOS
        IF ESTADO-FINAL(ESTADO-BUSCADO) OR ESTADO-INCOMPLETO(ESTADO-BUSCADO)
            SET ESTADO-VIVO(ESTADO-BUSCADO) TO TRUE
        END-IF
    END-PERFORM.
    SET HUBO-CAMBIOS TO TRUE.
    PERFORM UNTIL NOT HUBO-CAMBIOS
        MOVE 0 TO HUBO-CAMBIOS-FLAG
        PERFORM VARYING TRANS-IDX FROM 1 BY 1
                UNTIL TRANS-IDX > NUMERO-TRANSICIONES
            IF ESTADO-VIVO(TRANS-DESTINO(TRANS-IDX))
                    AND NOT ESTADO-VIVO(TRANS-ORIGEN(TRANS-IDX))
                SET ESTADO-VIVO(TRANS-ORIGEN(TRANS-IDX)) TO TRUE
                SET HUBO-CAMBIOS TO TRUE
            END-IF
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING ESTADO-BUSCADO FROM 1 BY 1
            UNTIL ESTADO-BUSCADO > NUMERO-ESTADOS
        IF NOT ESTADO-VIVO(ESTADO-BUSCADO)
            ADD 1 TO ESTADOS-MUERTOS
        END-IF
    END-PERFORM.
    *> LAS ORDENES FATALES SON LAS QUE CRUZAN DE VIVO A MUERTO
    PERFORM VARYING TRANS-IDX FROM 1 BY 1
            UNTIL TRANS-IDX > NUMERO-TRANSICIONES
        IF ESTADO-VIVO(TRANS-ORIGEN(TRANS-IDX))
                AND NOT ESTADO-VIVO(TRANS-DESTINO(TRANS-IDX))
            PERFORM ANOTAR-ORDEN-FATAL
        END-IF
    END-PERFORM.

ANOTAR-ORDEN-FATAL.
    MOVE 0 TO ORDEN-FATAL-VISTA-FLAG.
    PERFORM VARYING FATAL-IDX FROM 1 BY 1
            UNTIL FATAL-IDX > NUMERO-ORDENES-FATALES OR ORDEN-FATAL-VISTA
        IF FATAL-VERBO(FATAL-IDX) = TRANS-VERBO(TRANS-IDX)
                AND FATAL-OBJ1(FATAL-IDX) = TRANS-OBJ1(TRANS-IDX)
                AND FATAL-OBJ2(FATAL-IDX) = TRANS-OBJ2(TRANS-IDX)
                AND FATAL-LOCALIDAD(FATAL-IDX) =
                    ESTADO-LOCALIDAD(TRANS-ORIGEN(TRANS-IDX))
            SET ORDEN-FATAL-VISTA TO TRUE
            ADD 1 TO FATAL-VECES(FATAL-IDX)
        END-IF
    END-PERFORM.
    IF NOT ORDEN-FATAL-VISTA AND NUMERO-ORDENES-FATALES < 20
        ADD 1 TO NUMERO-ORDENES-FATALES
        SET FATAL-IDX TO NUMERO-ORDENES-FATALES
        MOVE TRANS-VERBO(TRANS-IDX) TO FATAL-VERBO(FATAL-IDX)
        MOVE TRANS-OBJ1(TRANS-IDX)  TO FATAL-OBJ1(FATAL-IDX)
        MOVE TRANS-OBJ2(TRANS-IDX)  TO FATAL-OBJ2(FATAL-IDX)
        MOVE ESTADO-LOCALIDAD(TRANS-ORIGEN(TRANS-IDX))
            TO FATAL-LOCALIDAD(FATAL-IDX)
        MOVE 1 TO FATAL-VECES(FATAL-IDX)
    END-IF.

COMPONER-ORDEN.
    *> Orden en texto con la misma forma que SINTETIZAR-ORDEN: verbo
    *> canónico, primer sinónimo del objeto y preposición del verbo.
    EVALUATE ORDEN-VERBO
        WHEN 16 MOVE 'CON' TO PREPOSICION-ORDEN
        WHEN 17 MOVE 'A'   TO PREPOSICION-ORDEN
        WHEN 28 MOVE 'EN'  TO PREPOSICION-ORDEN
        WHEN 29 MOVE 'DE'  TO PREPOSICION-ORDEN
        WHEN 32 MOVE 'POR' TO PREPOSICION-ORDEN
        WHEN 33 MOVE 'A'   TO PREPOSICION-ORDEN
        WHEN OTHER MOVE SPACES TO PREPOSICION-ORDEN
    END-EVALUATE.
    MOVE SPACES TO TEXTO-ORDEN.
    MOVE 1 TO ACUM-PUNTERO.
    STRING FUNCTION TRIM(NOMBRE-VERBO(ORDEN-VERBO)) DELIMITED BY SIZE
        INTO TEXTO-ORDEN WITH POINTER ACUM-PUNTERO.
    IF ORDEN-OBJ1 >= 1 AND ORDEN-OBJ1 <= NUMERO-OBJETOS-JUEGO
        STRING ' ' DELIMITED BY SIZE
               FUNCTION TRIM(PALABRA-OBJETO(ORDEN-OBJ1)) DELIMITED BY SIZE
            INTO TEXTO-ORDEN WITH POINTER ACUM-PUNTERO
    END-IF.
    IF ORDEN-OBJ2 >= 1 AND ORDEN-OBJ2 <= NUMERO-OBJETOS-JUEGO
        IF PREPOSICION-ORDEN NOT = SPACES
            STRING ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(PREPOSICION-ORDEN) DELIMITED BY SIZE
                INTO TEXTO-ORDEN WITH POINTER ACUM-PUNTERO
        END-IF
        STRING ' ' DELIMITED BY SIZE
               FUNCTION TRIM(PALABRA-OBJETO(ORDEN-OBJ2)) DELIMITED BY SIZE
            INTO TEXTO-ORDEN WITH POINTER ACUM-PUNTERO
    END-IF.

MOSTRAR-INFORME.
    DISPLAY '--- Exploración ---'.
    MOVE NUMERO-ESTADOS TO CONTADOR-EDITADO.
    DISPLAY '  Estados del mundo explorados: ' FUNCTION TRIM(CONTADOR-EDITADO).
    MOVE NUMERO-TRANSICIONES TO CONTADOR-EDITADO-LARGO.
    DISPLAY '  Transiciones entre estados: '
            FUNCTION TRIM(CONTADOR-EDITADO-LARGO).
    IF BUSQUEDA-TRUNCADA
        DISPLAY '  AVISO: la exploración alcanzó el límite de las tablas;'
        DISPLAY '         los estados sin explorar del todo se dan por'
        DISPLAY '         buenos y el análisis de callejones es parcial.'
        ADD 1 TO NUMERO-AVISOS
    END-IF.
    DISPLAY ' '.
    PERFORM MOSTRAR-SOLUCION.
    DISPLAY ' '.
    DISPLAY '--- Reglas que nunca se disparan ---'.
    MOVE ZERO TO INDICE-TABLA.
    PERFORM VARYING INTERACCION-IDX FROM 1 BY 1
            UNTIL INTERACCION-IDX > NUMERO-INTERACCIONES
        IF NOT INT-DISPARADA(INTERACCION-IDX)
            ADD 1 TO INDICE-TABLA
            SET REGLA-EDITADA TO INTERACCION-IDX
            DISPLAY '  Regla ' REGLA-EDITADA ' (I|'
                    INT-VERBO-ID(INTERACCION-IDX) '|'
                    INT-OBJ1-ID(INTERACCION-IDX) '|'
                    INT-OBJ2-ID(INTERACCION-IDX) '|'
                    INT-LOCALIDAD-REQ(INTERACCION-IDX) '): '
                    FUNCTION TRIM(INT-MENSAJE(INTERACCION-IDX))
        END-IF
    END-PERFORM.
    IF INDICE-TABLA = ZERO
        DISPLAY '  Ninguna: todas las reglas llegan a dispararse.'
    ELSE
        ADD INDICE-TABLA TO NUMERO-AVISOS
    END-IF.
    DISPLAY ' '.
    DISPLAY '--- Objetos inalcanzables ---'.
    MOVE ZERO TO INDICE-TABLA.
    PERFORM VARYING OBJ-ID FROM 1 BY 1 UNTIL OBJ-ID > NUMERO-OBJETOS-JUEGO
        IF NOT OBJETO-ALCANZADO(OBJ-ID) AND NOMBRE-OBJETO(OBJ-ID) NOT = SPACES
            ADD 1 TO INDICE-TABLA
            SET CONTADOR-EDITADO TO OBJ-ID
            DISPLAY '  Objeto ' FUNCTION TRIM(CONTADOR-EDITADO) ' '
                    FUNCTION TRIM(NOMBRE-OBJETO(OBJ-ID))
                    ': nunca llega a estar a la vista del jugador.'
        END-IF
    END-PERFORM.
    IF INDICE-TABLA = ZERO
        DISPLAY '  Ninguno: todos los objetos llegan a verse.'
    ELSE
        ADD INDICE-TABLA TO NUMERO-AVISOS
    END-IF.
    DISPLAY ' '.
    DISPLAY '--- Callejones sin salida ---'.
    IF ESTADO-META = ZERO
        DISPLAY '  No hay ningún estado desde el que se pueda ganar.'
    ELSE
        MOVE ESTADOS-MUERTOS TO CONTADOR-EDITADO
        DISPLAY '  Estados desde los que ya no se puede ganar: '
                FUNCTION TRIM(CONTADOR-EDITADO)
        PERFORM VARYING FATAL-IDX FROM 1 BY 1
                UNTIL FATAL-IDX > NUMERO-ORDENES-FATALES
            MOVE FATAL-VERBO(FATAL-IDX) TO ORDEN-VERBO
            MOVE FATAL-OBJ1(FATAL-IDX)  TO ORDEN-OBJ1
            MOVE FATAL-OBJ2(FATAL-IDX)  TO ORDEN-OBJ2
            PERFORM COMPONER-ORDEN
            MOVE FATAL-VECES(FATAL-IDX) TO CONTADOR-EDITADO
            DISPLAY '  ' FUNCTION TRIM(TEXTO-ORDEN) ' en '
                    FUNCTION TRIM(NOMBRE-LOCALIDAD(FATAL-LOCALIDAD(FATAL-IDX)))
                    ' deja la aventura sin solución ('
                    FUNCTION TRIM(CONTADOR-EDITADO) ' caso(s)).'
        END-PERFORM
        IF NUMERO-ORDENES-FATALES > ZERO
            ADD NUMERO-ORDENES-FATALES TO NUMERO-AVISOS
        END-IF
    END-IF.
    DISPLAY ' '.
    IF NUMERO-PROBLEMAS = ZERO
        DISPLAY 'RESULTADO: SUPERADA'
    ELSE
        DISPLAY 'RESULTADO: NO SUPERADA'
    END-IF.
    MOVE NUMERO-PROBLEMAS TO CONTADOR-EDITADO.
    MOVE NUMERO-AVISOS TO CONTADOR-EDITADO-2.
    DISPLAY FUNCTION TRIM(CONTADOR-EDITADO) ' problema(s), '
            FUNCTION TRIM(CONTADOR-EDITADO-2) ' aviso(s).'.

MOSTRAR-SOLUCION.
    DISPLAY '--- Solución más corta ---'.
    IF ESTADO-META = ZERO
        ADD 1 TO NUMERO-PROBLEMAS
        DISPLAY '  NO SE ALCANZA la localidad final '
                FUNCTION TRIM(NOMBRE-LOCALIDAD(LOCALIDAD-FINAL)) '.'
        IF BUSQUEDA-TRUNCADA
            DISPLAY '  (la exploración quedó incompleta)'
        END-IF
        EXIT PARAGRAPH
    END-IF.
    *> SE RECORRE EL CAMINO DEL FINAL AL PRINCIPIO Y SE MUESTRA AL REVES
    MOVE ZERO TO NUMERO-PASOS.
    MOVE ESTADO-META TO ESTADO-BUSCADO.
    PERFORM UNTIL ESTADO-BUSCADO <= 1 OR NUMERO-PASOS >= 500
        ADD 1 TO NUMERO-PASOS
        MOVE ESTADO-BUSCADO TO PASO-ESTADO(NUMERO-PASOS)
        MOVE ESTADO-PADRE(ESTADO-BUSCADO) TO ESTADO-BUSCADO
    END-PERFORM.
    MOVE ZERO TO TURNOS-SOLUCION.
    PERFORM VARYING PASO-IDX FROM NUMERO-PASOS BY -1 UNTIL PASO-IDX < 1
        MOVE PASO-ESTADO(PASO-IDX) TO ESTADO-BUSCADO
        MOVE ESTADO-VERBO(ESTADO-BUSCADO) TO ORDEN-VERBO
        MOVE ESTADO-OBJ1(ESTADO-BUSCADO)  TO ORDEN-OBJ1
        MOVE ESTADO-OBJ2(ESTADO-BUSCADO)  TO ORDEN-OBJ2
        PERFORM COMPONER-ORDEN
        COMPUTE CONTADOR-EDITADO = NUMERO-PASOS - PASO-IDX + 1
        DISPLAY '  ' FUNCTION TRIM(CONTADOR-EDITADO) '. '
                FUNCTION TRIM(TEXTO-ORDEN)
        ADD 1 TO TURNOS-SOLUCION
        *> MOVERSE A OSCURAS CUESTA DOS TURNOS MAS
        IF ORDEN-VERBO >= 2 AND ORDEN-VERBO <= 9
            MOVE ESTADO-DATOS(ESTADO-PADRE(ESTADO-BUSCADO)) TO ESTADO-TRABAJO
            PERFORM COMPROBAR-LUZ
            IF NOT HAY-LUZ
                ADD 2 TO TURNOS-SOLUCION
            END-IF
        END-IF
    END-PERFORM.
    MOVE NUMERO-PASOS TO CONTADOR-EDITADO.
    MOVE TURNOS-SOLUCION TO CONTADOR-EDITADO-2.
    DISPLAY '  Órdenes: ' FUNCTION TRIM(CONTADOR-EDITADO)
            ', turnos estimados: ' FUNCTION TRIM(CONTADOR-EDITADO-2).
    MOVE TURNOS-LIMITE TO CONTADOR-EDITADO.
    DISPLAY '  Presupuesto de turnos hasta el amanecer: '
            FUNCTION TRIM(CONTADOR-EDITADO).
    IF TURNOS-SOLUCION >= TURNOS-LIMITE
        ADD 1 TO NUMERO-PROBLEMAS
        DISPLAY '  FUERA DE PRESUPUESTO: la solución más corta no cabe'
        DISPLAY '  antes del amanecer.'
    END-IF.

COMPROBAR-LUZ.
    *> Como COMPROBAR-LUZ en LA-TORRE, con las fuentes de luz tal como
    *> empiezan la partida (la vida de la llama depende del reloj).
    SET HAY-LUZ TO TRUE.
    MOVE EST-LOCALIDAD TO LOCALIDAD-EN-CURSO.
    IF LOCALIDAD-OSCURA(LOCALIDAD-EN-CURSO)
        MOVE 0 TO HAY-LUZ-FLAG
        PERFORM VARYING OBJETO-PROBADO FROM 1 BY 1
                UNTIL OBJETO-PROBADO > NUMERO-OBJETOS-JUEGO OR HAY-LUZ
            IF LUZ-ENCENDIDA-INICIAL(OBJETO-PROBADO)
                    AND EST-DENTRO-DE(OBJETO-PROBADO) = ZERO
                    AND (EST-PERTENENCIA(OBJETO-PROBADO) = LOCALIDAD-EN-CURSO
                         OR EST-PERTENENCIA(OBJETO-PROBADO) = LOCALIDAD-INVENTARIO)
                SET HAY-LUZ TO TRUE
            END-IF
        END-PERFORM
    END-IF.
