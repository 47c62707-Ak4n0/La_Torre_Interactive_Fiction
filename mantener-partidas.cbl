*>****************************************************************
*> Author:  Miquel A. Fuster Sancho
*> Purpose: Mantenimiento de los huecos de guardado de 'La Torre'
*>  fuera del juego, con tres operaciones:
*>   EXPORTAR hueco fichero [savegame]: vuelca un hueco a un
*>    fichero de texto legible, con los objetos y las localidades
*>    por número y por nombre.
*>   IMPORTAR fichero [savegame]: carga un fichero exportado en el
*>    primer hueco libre de otro SAVEGAME.DAT (el de otro puesto).
*>   MIGRAR hueco mundo-anterior [savegame]: rehace un hueco
*>    guardado con el mundo anterior sobre el MUNDO.DAT en curso,
*>    casando localidades y objetos por nombre, vuelve a sellar
*>    SAVE-MUNDO-FIRMA y SAVE-VERSION e informa de todo lo que no
*>    se ha podido casar. Así un arreglo del mundo ya no obliga a
*>    tirar las partidas a medias.
*>  El hueco se indica por número (1 a 10) o por nombre; sin
*>  savegame se trabaja con SAVEGAME.DAT. El mundo en curso se
*>  resuelve por AVENTURAS.DAT y la variable AVENTURA, como en el
*>  juego, y el trazado del registro debe ir a la par del
*>  SAVE-RECORD de LA-TORRE. Devuelve en RETURN-CODE el número de
*>  elementos sin correspondencia (MIGRAR) o 255 si la operación
*>  no se ha podido hacer.
*> Tectonics: cobc
*>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENER-PARTIDAS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PARTIDA-FILE ASSIGN TO PARTIDA-FILE-NAME
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS SAVE-SLOT
        LOCK MODE IS EXCLUSIVE
        FILE STATUS IS PARTIDA-FILE-STATUS.
    SELECT TEXTO-FILE ASSIGN TO TEXTO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEXTO-FILE-STATUS.
    SELECT OPTIONAL MUNDO-FILE ASSIGN TO MUNDO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MUNDO-FILE-STATUS.
    SELECT OPTIONAL AVENTURAS-FILE ASSIGN TO "AVENTURAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AVENTURAS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PARTIDA-FILE.
*> COPIA FIEL DEL SAVE-RECORD DE LA-TORRE: CUALQUIER CAMBIO ALLI DEBE
*> REPLICARSE AQUI (Y EN INSPECCIONAR-PARTIDAS)
01 SAVE-RECORD.
    05 SAVE-VERSION             PIC 99.
    05 SAVE-MUNDO-FIRMA         PIC 9(9).
    05 SAVE-NOMBRE              PIC X(8).
    05 SAVE-FECHA-HORA          PIC X(14).
    05 SAVE-INICIALES           PIC X(3).
    05 SAVE-LOCALIDAD           PIC 99.
    05 SAVE-NUMERO-TURNOS       PIC 9(5).
    05 SAVE-PUNTOS              PIC 9(5).
    05 SAVE-NUMERO-PISTAS       PIC 9(5).
    05 SAVE-FUNDA-PUNTOS-FLAG   PIC 9.
    05 SAVE-ATADO-PUNTOS-FLAG   PIC 9.
    05 SAVE-NUMERO-OBJETOS      PIC 99.
    05 SAVE-NUMERO-LOCALIDADES  PIC 99.
    05 SAVE-TURNOS-LIMITE       PIC 9(5).
    05 SAVE-ESCONDIDO           PIC 9.
    05 SAVE-GUARDIA-PASOS       PIC 9.
    05 SAVE-GUARDIA-ALERTA      PIC 9.
    05 SAVE-GUARDIA-DISTRAIDO   PIC 99.
    05 SAVE-EVENTOS-DISPARADOS  PIC 9 OCCURS 10.
    05 SAVE-OBJETOS OCCURS 30.
        10 SAVE-PERTENENCIA     PIC 99.
        10 SAVE-DENTRO-DE       PIC 99.
        10 SAVE-ATRIBUTOS.
            15 SAVE-INTERACTIVIDAD  PIC 9.
            15 SAVE-GENERO          PIC 9.
            15 SAVE-NUMERO          PIC 9.
            15 SAVE-GENERAL         PIC 9.
            15 SAVE-CONTENEDOR      PIC 9.
            15 SAVE-ABIERTO         PIC 9.
        10 SAVE-LUZ-ESTADO      PIC 9.
        10 SAVE-LUZ-TURNOS      PIC 9(5).
    05 SAVE-LOCALIDADES OCCURS 20.
        10 SAVE-DIRECCIONES.
            15 SAVE-AL-N            PIC 99.
            15 SAVE-AL-S            PIC 99.
            15 SAVE-AL-E            PIC 99.
            15 SAVE-AL-O            PIC 99.
            15 SAVE-A-ARRIBA        PIC 99.
            15 SAVE-A-ABAJO         PIC 99.
            15 SAVE-A-ADENTRO       PIC 99.
            15 SAVE-A-AFUERA        PIC 99.

FD  TEXTO-FILE.
01 TEXTO-RECORD                 PIC X(200).

FD  MUNDO-FILE.
01 MUNDO-RECORD                 PIC X(300).

FD  AVENTURAS-FILE.
01 AVENTURA-RECORD              PIC X(300).

WORKING-STORAGE SECTION.
77 PARTIDA-FILE-STATUS          PIC XX.
77 PARTIDA-FILE-NAME            PIC X(60) VALUE 'SAVEGAME.DAT'.
*> BLOQUEO Y REINTENTOS, CON LOS MISMOS VALORES QUE EL JUEGO: EL
*> SAVEGAME PUEDE ESTAR ABIERTO EN UN PUESTO MIENTRAS SE MANTIENE
77 INTENTOS-BLOQUEO             PIC 99.
77 MAXIMO-INTENTOS-BLOQUEO      PIC 99   VALUE 10.
77 SEGUNDOS-ESPERA-BLOQUEO      PIC 9    VALUE 1.
77 FICHERO-EN-USO-FLAG          PIC 9.
    88 FICHERO-EN-USO           VALUE 1.
77 FICHERO-BLOQUEADO-FLAG       PIC 9.
    88 FICHERO-BLOQUEADO        VALUE 1.
*> SELLO DEL HUECO TAL COMO SE LEYO: MIGRAR LO VUELVE A MIRAR ANTES
*> DE REESCRIBIR PARA NO PISAR UN GUARDADO HECHO ENTRETANTO
77 FECHA-HORA-LEIDA             PIC X(14).
77 FIRMA-LEIDA                  PIC 9(9).
77 TEXTO-FILE-STATUS            PIC XX.
77 TEXTO-FILE-NAME              PIC X(60).
77 MUNDO-FILE-STATUS            PIC XX.
77 MUNDO-FILE-NAME              PIC X(60).
77 MUNDO-ACTUAL-FILE-NAME       PIC X(60) VALUE 'MUNDO.DAT'.
77 MUNDO-ANTERIOR-FILE-NAME     PIC X(60).

77 LINEA-DE-ORDENES             PIC X(255).
77 OPERACION                    PIC X(10).
77 PARAMETRO-2                  PIC X(60).
77 PARAMETRO-3                  PIC X(60).
77 PARAMETRO-4                  PIC X(60).

*> RESOLUCION DE LA AVENTURA EN CURSO, CALCADA DE SELECCIONAR-AVENTURA
*> EN LA-TORRE: AQUI SOLO INTERESA EL FICHERO DE MUNDO
77 AVENTURAS-FILE-STATUS        PIC XX.
77 AVENTURA-PEDIDA              PIC X(60).
77 AVENTURA-ELEGIDA-FLAG        PIC 9.
    88 AVENTURA-ELEGIDA         VALUE 1.
01 LINEA-AVENTURA-CAMPOS.
    05 TIPO-LINEA-AVENTURA      PIC X.
    05 ID-LINEA-AVENTURA        PIC 99.
    05 TITULO-LINEA-AVENTURA    PIC X(60).
    05 MUNDO-LINEA-AVENTURA     PIC X(40).

77 SAVE-SLOT                    PIC 9(4).
77 SLOT-MAXIMO                  PIC 99 VALUE 10.
77 SLOT-EXPLORADO               PIC 99.
77 SLOT-LIBRE                   PIC 99.
77 FORMATO-PARTIDA-ACTUAL       PIC 99 VALUE 2.
77 NOMBRE-SLOT-BUSCADO          PIC X(8).
77 LARGO-SLOT-PEDIDO            PIC 99.
77 SLOT-ENCONTRADO-FLAG         PIC 9.
    88 SLOT-ENCONTRADO          VALUE 1.
77 NOMBRE-REPETIDO-FLAG         PIC 9.
    88 NOMBRE-REPETIDO          VALUE 1.

*> LOS DOS MUNDOS QUE INTERVIENEN: EL 1 ES EL MUNDO EN CURSO Y EL 2
*> EL MUNDO CON EL QUE SE GUARDO EL HUECO QUE SE MIGRA. DE CADA
*> LOCALIDAD Y OBJETO DEL MUNDO ANTERIOR SE ANOTA SU CORRESPONDIENTE
*> EN EL MUNDO EN CURSO (00 = SIN CORRESPONDENCIA)
77 MUNDO-EN-CURSO               PIC 9 VALUE 1.
77 MUNDO-ANTERIOR               PIC 9 VALUE 2.
77 MUNDO-EN-CARGA               PIC 9.
01 TABLA-MUNDOS.
    05 MUNDO-DATOS OCCURS 2.
        10 MUNDO-CARGADO-FLAG   PIC 9.
            88 MUNDO-CARGADO    VALUE 1.
        10 MUNDO-FIRMA          PIC 9(9).
        10 MUNDO-NUMERO-LOCALIDADES PIC 99.
        10 MUNDO-NUMERO-OBJETOS PIC 99.
        10 MUNDO-LOCALIDAD OCCURS 20.
            15 ML-NOMBRE        PIC X(32).
            15 ML-SALIDAS.
                20 ML-SALIDA    PIC 99 OCCURS 8.
            15 ML-CORRESPONDE   PIC 99.
        10 MUNDO-OBJETO OCCURS 30.
            15 MO-NOMBRE        PIC X(32).
            15 MO-ESTADO.
                20 MO-PERTENENCIA   PIC 99.
                20 MO-DENTRO-DE     PIC 99.
                20 MO-INTERACTIVIDAD PIC 9.
                20 MO-GENERO        PIC 9.
                20 MO-NUMERO        PIC 9.
                20 MO-GENERAL       PIC 9.
                20 MO-CONTENEDOR    PIC 9.
                20 MO-ABIERTO       PIC 9.
                20 MO-LUZ-ESTADO    PIC 9.
                20 MO-LUZ-TURNOS    PIC 9(5).
            15 MO-CORRESPONDE   PIC 99.
            15 MO-CASADO-FLAG   PIC 9.
                88 MO-CASADO    VALUE 1.
        10 MUNDO-LOCALIDAD-CASADA PIC 9 OCCURS 20.
77 MUNDO-IDX                    PIC 99.
01 LINEA-MUNDO-CAMPOS.
    05 TIPO-LINEA-MUNDO         PIC X.
    05 ID-LINEA-MUNDO           PIC 99.
    05 TEXTO-LINEA-MUNDO        PIC X(255).
01 SALIDAS-LINEA-MUNDO.
    05 SALIDA-LINEA-MUNDO       PIC 99 OCCURS 8.
01 ATRIBUTOS-LINEA-MUNDO.
    05 ATRIB-PERTENENCIA        PIC 99.
    05 ATRIB-INTERACTIVIDAD     PIC 9.
    05 ATRIB-GENERO             PIC 9.
    05 ATRIB-NUMERO             PIC 9.
    05 ATRIB-GENERAL            PIC 9.
    05 ATRIB-CONTENEDOR         PIC 9.
    05 ATRIB-ABIERTO            PIC 9.
    05 ATRIB-DENTRO-DE          PIC 99.
    05 ATRIB-LUZ                PIC 9.
    05 ATRIB-LUZ-TURNOS         PIC 9(5).

*> MISMO CALCULO DE FIRMA QUE CARGAR-MUNDO EN LA-TORRE
77 FIRMA-TRABAJO                PIC 9(15).
77 LARGO-REGISTRO-MUNDO         PIC 9(5).

*> COPIA DE TRABAJO DEL ESTADO DEL HUECO: LO GUARDADO (ORIGEN) Y LO
*> QUE SE VA A ESCRIBIR TRAS LA MIGRACION (DESTINO), CON LAS SALIDAS
*> DE CADA LOCALIDAD COMO TABLA DE OCHO DIRECCIONES
01 ESTADO-ORIGEN.
    05 ORIGEN-OBJETO OCCURS 30.
        10 ORIGEN-PERTENENCIA   PIC 99.
        10 ORIGEN-DENTRO-DE     PIC 99.
        10 ORIGEN-INTERACTIVIDAD PIC 9.
        10 ORIGEN-GENERAL       PIC 9.
        10 ORIGEN-ABIERTO       PIC 9.
        10 ORIGEN-LUZ-ESTADO    PIC 9.
        10 ORIGEN-LUZ-TURNOS    PIC 9(5).
    05 ORIGEN-LOCALIDAD OCCURS 20.
        10 ORIGEN-SALIDA        PIC 99 OCCURS 8.
01 ESTADO-DESTINO.
    05 DESTINO-OBJETO OCCURS 30.
        10 DESTINO-PERTENENCIA  PIC 99.
        10 DESTINO-DENTRO-DE    PIC 99.
        10 DESTINO-INTERACTIVIDAD PIC 9.
        10 DESTINO-GENERO       PIC 9.
        10 DESTINO-NUMERO       PIC 9.
        10 DESTINO-GENERAL      PIC 9.
        10 DESTINO-CONTENEDOR   PIC 9.
        10 DESTINO-ABIERTO      PIC 9.
        10 DESTINO-LUZ-ESTADO   PIC 9.
        10 DESTINO-LUZ-TURNOS   PIC 9(5).
    05 DESTINO-LOCALIDAD OCCURS 20.
        10 DESTINO-SALIDA       PIC 99 OCCURS 8.
77 OBJ-ID                       PIC 99.
77 OBJ-ID-2                     PIC 99.
77 LOC-ID                       PIC 99.
77 LOC-ID-2                     PIC 99.
77 DIR-ID                       PIC 9.
77 ID-CASADO                    PIC 99.
77 NOMBRE-COMPARADO             PIC X(32).
77 LOCALIDAD-MIGRADA            PIC 99.

*> CAMPOS DE UNA LINEA DEL FICHERO DE TEXTO EXPORTADO
01 CAMPOS-LINEA-TEXTO.
    05 CAMPO-TEXTO              PIC X(40) OCCURS 14.
77 CAMPO-IDX                    PIC 99.
77 CAMPO-DESDE                  PIC 99.
77 CAMPO-HASTA                  PIC 99.
77 CAMPO-NUMERICO-FLAG          PIC 9.
    88 CAMPO-NUMERICO           VALUE 1.
77 LINEA-TEXTO-NUMERO           PIC 9(5).
77 EVENTOS-TEXTO                PIC X(10).
77 EVENTO-IDX                   PIC 99.
77 HAY-CABECERA-FLAG            PIC 9.
    88 HAY-CABECERA             VALUE 1.
77 HAY-ESTADO-FLAG              PIC 9.
    88 HAY-ESTADO               VALUE 1.
77 PUNTERO-SALIDA               PIC 999.
*> EL REGISTRO LEIDO DEL FICHERO DE TEXTO MIENTRAS SE BUSCA UN HUECO
*> LIBRE EN EL DESTINO (LA BUSQUEDA PISA SAVE-RECORD)
01 HUECO-IMPORTADO              PIC X(879).
*> EL HUECO YA MIGRADO, MIENTRAS SE COMPRUEBA QUE NADIE LO HA TOCADO
01 HUECO-MIGRADO                PIC X(879).

77 ERRORES-IMPORTACION          PIC 9(5) VALUE ZERO.
77 ELEMENTOS-SIN-CASAR          PIC 9(5) VALUE ZERO.
77 ELEMENTOS-NUEVOS             PIC 9(5) VALUE ZERO.
77 CASADOS-POR-NUMERO           PIC 9(5) VALUE ZERO.
77 CONTADOR-EDITADO             PIC ZZZZ9.
77 SLOT-EDITADO                 PIC Z9.
77 ID-EDITADO                   PIC Z9.
77 ID-EDITADO-2                 PIC Z9.
77 FIRMA-EDITADA                PIC Z(8)9.
77 FIRMA-EDITADA-2              PIC Z(8)9.
01 NOMBRES-DIRECCION.
    05 NOMBRE-DIRECCION         PIC X(8) OCCURS 8.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT LINEA-DE-ORDENES FROM COMMAND-LINE.
    UNSTRING LINEA-DE-ORDENES DELIMITED BY ALL SPACE
        INTO OPERACION PARAMETRO-2 PARAMETRO-3 PARAMETRO-4.
    MOVE FUNCTION UPPER-CASE(OPERACION) TO OPERACION.
    MOVE 'norte'  TO NOMBRE-DIRECCION(1).
    MOVE 'sur'    TO NOMBRE-DIRECCION(2).
    MOVE 'este'   TO NOMBRE-DIRECCION(3).
    MOVE 'oeste'  TO NOMBRE-DIRECCION(4).
    MOVE 'arriba' TO NOMBRE-DIRECCION(5).
    MOVE 'abajo'  TO NOMBRE-DIRECCION(6).
    MOVE 'adentro' TO NOMBRE-DIRECCION(7).
    MOVE 'afuera' TO NOMBRE-DIRECCION(8).
    DISPLAY 'Mantenimiento de los huecos de guardado de LA TORRE'.
    DISPLAY ' '.
    EVALUATE OPERACION
        WHEN 'EXPORTAR'
            IF PARAMETRO-2 = SPACES OR PARAMETRO-3 = SPACES
                PERFORM MOSTRAR-USO
            END-IF
            MOVE PARAMETRO-3 TO TEXTO-FILE-NAME
            IF PARAMETRO-4 NOT = SPACES
                MOVE PARAMETRO-4 TO PARTIDA-FILE-NAME
            END-IF
            PERFORM EXPORTAR-HUECO
        WHEN 'IMPORTAR'
            IF PARAMETRO-2 = SPACES
                PERFORM MOSTRAR-USO
            END-IF
            MOVE PARAMETRO-2 TO TEXTO-FILE-NAME
            IF PARAMETRO-3 NOT = SPACES
                MOVE PARAMETRO-3 TO PARTIDA-FILE-NAME
            END-IF
            PERFORM IMPORTAR-HUECO
        WHEN 'MIGRAR'
            IF PARAMETRO-2 = SPACES OR PARAMETRO-3 = SPACES
                PERFORM MOSTRAR-USO
            END-IF
            MOVE PARAMETRO-3 TO MUNDO-ANTERIOR-FILE-NAME
            IF PARAMETRO-4 NOT = SPACES
                MOVE PARAMETRO-4 TO PARTIDA-FILE-NAME
            END-IF
            PERFORM MIGRAR-HUECO
        WHEN OTHER
            PERFORM MOSTRAR-USO
    END-EVALUATE.
STOP RUN.

MOSTRAR-USO.
    DISPLAY 'Uso: EXPORTAR hueco fichero-texto [savegame]'.
    DISPLAY '     IMPORTAR fichero-texto [savegame]'.
    DISPLAY '     MIGRAR hueco fichero-mundo-anterior [savegame]'.
    DISPLAY '     (hueco: número de 1 a 10 o nombre del hueco;'.
    DISPLAY '     sin savegame se usa SAVEGAME.DAT)'.
    MOVE 255 TO RETURN-CODE.
    STOP RUN.

TERMINAR-CON-ERROR.
    MOVE 255 TO RETURN-CODE.
    STOP RUN.

SELECCIONAR-AVENTURA.
    *> Mismo criterio que el juego: la variable de entorno AVENTURA
    *> elige la fila del catálogo (por número o por título) y de ella
    *> sale el fichero de mundo; sin variable manda la primera fila y
    *> sin catálogo queda MUNDO.DAT.
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
             TITULO-LINEA-AVENTURA MUNDO-LINEA-AVENTURA.
    IF AVENTURA-PEDIDA NOT = SPACES
        IF AVENTURA-PEDIDA NOT = ID-LINEA-AVENTURA
                AND AVENTURA-PEDIDA NOT =
                    FUNCTION UPPER-CASE(FUNCTION TRIM(TITULO-LINEA-AVENTURA))
            EXIT PARAGRAPH
        END-IF
    END-IF.
    SET AVENTURA-ELEGIDA TO TRUE.
    IF MUNDO-LINEA-AVENTURA NOT = SPACES
        MOVE FUNCTION TRIM(MUNDO-LINEA-AVENTURA) TO MUNDO-ACTUAL-FILE-NAME
    END-IF.

CARGAR-MUNDO.
    *> Carga en la posición MUNDO-EN-CARGA de TABLA-MUNDOS los
    *> nombres, las salidas y el estado inicial de los objetos del
    *> fichero MUNDO-FILE-NAME, y calcula su firma igual que el juego.
    INITIALIZE MUNDO-DATOS(MUNDO-EN-CARGA).
    OPEN INPUT MUNDO-FILE.
    IF MUNDO-FILE-STATUS = '00'
        SET MUNDO-CARGADO(MUNDO-EN-CARGA) TO TRUE
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
    MOVE FUNCTION LENGTH(FUNCTION TRIM(MUNDO-RECORD))
        TO LARGO-REGISTRO-MUNDO.
    COMPUTE FIRMA-TRABAJO = MUNDO-FIRMA(MUNDO-EN-CARGA) * 31
        + LARGO-REGISTRO-MUNDO + FUNCTION ORD(MUNDO-RECORD(1:1)).
    COMPUTE MUNDO-FIRMA(MUNDO-EN-CARGA) =
        FUNCTION MOD(FIRMA-TRABAJO, 999999937).
    INITIALIZE LINEA-MUNDO-CAMPOS.
    UNSTRING MUNDO-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-MUNDO ID-LINEA-MUNDO TEXTO-LINEA-MUNDO.
    EVALUATE TIPO-LINEA-MUNDO
        WHEN 'L'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 20
                MOVE FUNCTION TRIM(TEXTO-LINEA-MUNDO)
                    TO ML-NOMBRE(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
                IF ID-LINEA-MUNDO > MUNDO-NUMERO-LOCALIDADES(MUNDO-EN-CARGA)
                    MOVE ID-LINEA-MUNDO
                        TO MUNDO-NUMERO-LOCALIDADES(MUNDO-EN-CARGA)
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
                MOVE SALIDAS-LINEA-MUNDO
                    TO ML-SALIDAS(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
            END-IF
        WHEN 'N'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 30
                MOVE FUNCTION TRIM(TEXTO-LINEA-MUNDO)
                    TO MO-NOMBRE(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
                IF ID-LINEA-MUNDO > MUNDO-NUMERO-OBJETOS(MUNDO-EN-CARGA)
                    MOVE ID-LINEA-MUNDO
                        TO MUNDO-NUMERO-OBJETOS(MUNDO-EN-CARGA)
                END-IF
            END-IF
        WHEN 'A'
            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 30
                *> LOS CAMPOS DE CONTENEDOR Y LUZ SON OPCIONALES
                INITIALIZE ATRIBUTOS-LINEA-MUNDO
                UNSTRING MUNDO-RECORD DELIMITED BY '|'
                    INTO TIPO-LINEA-MUNDO ID-LINEA-MUNDO
                         ATRIB-PERTENENCIA ATRIB-INTERACTIVIDAD
                         ATRIB-GENERO ATRIB-NUMERO ATRIB-GENERAL
                         ATRIB-CONTENEDOR ATRIB-ABIERTO ATRIB-DENTRO-DE
                         ATRIB-LUZ ATRIB-LUZ-TURNOS
                MOVE ATRIB-PERTENENCIA
                    TO MO-PERTENENCIA(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
                MOVE ATRIB-DENTRO-DE
                    TO MO-DENTRO-DE(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
                MOVE ATRIB-INTERACTIVIDAD
                    TO MO-INTERACTIVIDAD(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
                MOVE ATRIB-GENERO
                    TO MO-GENERO(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
                MOVE ATRIB-NUMERO
                    TO MO-NUMERO(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
                MOVE ATRIB-GENERAL
                    TO MO-GENERAL(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
                MOVE ATRIB-CONTENEDOR
                    TO MO-CONTENEDOR(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
                MOVE ATRIB-ABIERTO
                    TO MO-ABIERTO(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
                MOVE ATRIB-LUZ
                    TO MO-LUZ-ESTADO(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
                MOVE ATRIB-LUZ-TURNOS
                    TO MO-LUZ-TURNOS(MUNDO-EN-CARGA, ID-LINEA-MUNDO)
            END-IF
    END-EVALUATE.

CARGAR-MUNDO-EN-CURSO.
    PERFORM SELECCIONAR-AVENTURA.
    MOVE MUNDO-ACTUAL-FILE-NAME TO MUNDO-FILE-NAME.
    MOVE MUNDO-EN-CURSO TO MUNDO-EN-CARGA.
    PERFORM CARGAR-MUNDO.

LOCALIZAR-HUECO.
    *> Deja en SAVE-SLOT el hueco pedido (por número o por nombre) y
    *> su registro en SAVE-RECORD; se llama con PARTIDA-FILE abierto.
    INITIALIZE SLOT-ENCONTRADO-FLAG.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PARAMETRO-2))
        TO NOMBRE-SLOT-BUSCADO.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(NOMBRE-SLOT-BUSCADO))
        TO LARGO-SLOT-PEDIDO.
    IF LARGO-SLOT-PEDIDO <= 2
            AND NOMBRE-SLOT-BUSCADO(1:LARGO-SLOT-PEDIDO) IS NUMERIC
        COMPUTE SAVE-SLOT = FUNCTION NUMVAL(NOMBRE-SLOT-BUSCADO)
        IF SAVE-SLOT >= 1 AND SAVE-SLOT <= SLOT-MAXIMO
            READ PARTIDA-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    SET SLOT-ENCONTRADO TO TRUE
            END-READ
        END-IF
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING SLOT-EXPLORADO FROM 1 BY 1
            UNTIL SLOT-EXPLORADO > SLOT-MAXIMO OR SLOT-ENCONTRADO
        MOVE SLOT-EXPLORADO TO SAVE-SLOT
        READ PARTIDA-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF SAVE-NOMBRE = NOMBRE-SLOT-BUSCADO
                    SET SLOT-ENCONTRADO TO TRUE
                END-IF
        END-READ
    END-PERFORM.

COMPROBAR-SELLO-HUECO.
    IF SAVE-VERSION NOT NUMERIC OR SAVE-MUNDO-FIRMA NOT NUMERIC
            OR SAVE-VERSION NOT = FORMATO-PARTIDA-ACTUAL
            OR SAVE-NUMERO-OBJETOS NOT NUMERIC
            OR SAVE-NUMERO-LOCALIDADES NOT NUMERIC
        DISPLAY 'El hueco es de un formato antiguo o está corrupto;'
        DISPLAY 'no se puede tratar. Usa INSPECCIONAR-PARTIDAS para revisarlo.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    IF SAVE-NUMERO-OBJETOS > 30 OR SAVE-NUMERO-LOCALIDADES > 20
        DISPLAY 'El hueco declara más objetos o localidades de los que caben.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.

LEER-HUECO-PEDIDO.
    PERFORM ABRIR-PARTIDAS-LECTURA.
    IF PARTIDA-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede abrir ' FUNCTION TRIM(PARTIDA-FILE-NAME) '.'
        CLOSE PARTIDA-FILE
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    PERFORM LOCALIZAR-HUECO.
    CLOSE PARTIDA-FILE.
    IF NOT SLOT-ENCONTRADO
        DISPLAY 'No hay ningún hueco ocupado '
                FUNCTION TRIM(PARAMETRO-2) ' en '
                FUNCTION TRIM(PARTIDA-FILE-NAME) '.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    MOVE SAVE-FECHA-HORA TO FECHA-HORA-LEIDA.
    MOVE SAVE-MUNDO-FIRMA TO FIRMA-LEIDA.
    PERFORM COMPROBAR-SELLO-HUECO.

ABRIR-PARTIDAS-LECTURA.
    INITIALIZE INTENTOS-BLOQUEO FICHERO-BLOQUEADO-FLAG.
    SET FICHERO-EN-USO TO TRUE.
    PERFORM UNTIL NOT FICHERO-EN-USO OR FICHERO-BLOQUEADO
        INITIALIZE FICHERO-EN-USO-FLAG
        OPEN INPUT PARTIDA-FILE
        IF PARTIDA-FILE-STATUS = '61'
            SET FICHERO-EN-USO TO TRUE
            CLOSE PARTIDA-FILE
            PERFORM ESPERAR-FICHERO-EN-USO
        END-IF
    END-PERFORM.
    PERFORM AVISAR-FICHERO-BLOQUEADO.

ABRIR-PARTIDAS-ESCRITURA.
    INITIALIZE INTENTOS-BLOQUEO FICHERO-BLOQUEADO-FLAG.
    SET FICHERO-EN-USO TO TRUE.
    PERFORM UNTIL NOT FICHERO-EN-USO OR FICHERO-BLOQUEADO
        INITIALIZE FICHERO-EN-USO-FLAG
        OPEN I-O PARTIDA-FILE
        IF PARTIDA-FILE-STATUS = '35'
            OPEN OUTPUT PARTIDA-FILE
            CLOSE PARTIDA-FILE
            OPEN I-O PARTIDA-FILE
        END-IF
        IF PARTIDA-FILE-STATUS = '61'
            SET FICHERO-EN-USO TO TRUE
            CLOSE PARTIDA-FILE
            PERFORM ESPERAR-FICHERO-EN-USO
        END-IF
    END-PERFORM.
    PERFORM AVISAR-FICHERO-BLOQUEADO.

AVISAR-FICHERO-BLOQUEADO.
    *> Agotados los reintentos no se toca nada: el fichero sigue en
    *> uso en otro puesto y la operación se puede relanzar después.
    IF FICHERO-BLOQUEADO
        DISPLAY FUNCTION TRIM(PARTIDA-FILE-NAME)
                ' sigue en uso en otro puesto (fichero en uso);'
                ' no se ha hecho nada. Vuelve a intentarlo en un momento.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.

ESPERAR-FICHERO-EN-USO.
    ADD 1 TO INTENTOS-BLOQUEO.
    IF INTENTOS-BLOQUEO >= MAXIMO-INTENTOS-BLOQUEO
        SET FICHERO-BLOQUEADO TO TRUE
        EXIT PARAGRAPH
    END-IF.
    IF INTENTOS-BLOQUEO = 1
        DISPLAY 'Otro puesto está usando ' FUNCTION TRIM(PARTIDA-FILE-NAME)
                '; esperando...'
    END-IF.
    CALL 'C$SLEEP' USING SEGUNDOS-ESPERA-BLOQUEO.

EXPORTAR-HUECO.
    *> FORMATO DEL FICHERO DE TEXTO (CAMPOS SEPARADOS POR '|'):
    *>  H|VERSION|FIRMA|NOMBRE|FECHA-HORA|INICIALES
    *>  E|LOCALIDAD|TURNOS|PUNTOS|PISTAS|FUNDA|ATADO|LIMITE|ESCONDIDO|
    *>    PASOS|ALERTA|DISTRAIDO|EVENTOS (10 CIFRAS)|NOMBRE LOCALIDAD
    *>  L|ID|N|S|E|O|ARRIBA|ABAJO|ADENTRO|AFUERA|NOMBRE
    *>  O|ID|PERTENENCIA|DENTRO|INTERACT|GENERO|NUMERO|GENERAL|
    *>    CONTENEDOR|ABIERTO|LUZ|TURNOS LUZ|NOMBRE
    PERFORM LEER-HUECO-PEDIDO.
    PERFORM CARGAR-MUNDO-EN-CURSO.
    *> LOS NOMBRES SOLO SON FIABLES SI EL HUECO ES DEL MUNDO EN CURSO
    IF SAVE-MUNDO-FIRMA NOT = MUNDO-FIRMA(MUNDO-EN-CURSO)
        DISPLAY 'Aviso: el hueco no es del mundo en curso ('
                FUNCTION TRIM(MUNDO-ACTUAL-FILE-NAME)
                '); los nombres se dejan en blanco.'
        DISPLAY '       Para ponerlo al día usa MIGRAR.'
        INITIALIZE MUNDO-DATOS(MUNDO-EN-CURSO)
    END-IF.
    OPEN OUTPUT TEXTO-FILE.
    IF TEXTO-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede crear ' FUNCTION TRIM(TEXTO-FILE-NAME) '.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    MOVE SPACES TO TEXTO-RECORD.
    STRING 'H|' DELIMITED BY SIZE
           SAVE-VERSION DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-MUNDO-FIRMA DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-NOMBRE DELIMITED BY SPACE
           '|' DELIMITED BY SIZE
           SAVE-FECHA-HORA DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-INICIALES DELIMITED BY SIZE
        INTO TEXTO-RECORD.
    WRITE TEXTO-RECORD.
    PERFORM VARYING EVENTO-IDX FROM 1 BY 1 UNTIL EVENTO-IDX > 10
        MOVE SAVE-EVENTOS-DISPARADOS(EVENTO-IDX)
            TO EVENTOS-TEXTO(EVENTO-IDX:1)
    END-PERFORM.
    MOVE SPACES TO TEXTO-RECORD.
    MOVE 1 TO PUNTERO-SALIDA.
    STRING 'E|' DELIMITED BY SIZE
           SAVE-LOCALIDAD DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-NUMERO-TURNOS DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-PUNTOS DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-NUMERO-PISTAS DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-FUNDA-PUNTOS-FLAG DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-ATADO-PUNTOS-FLAG DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-TURNOS-LIMITE DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-ESCONDIDO DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-GUARDIA-PASOS DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-GUARDIA-ALERTA DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           SAVE-GUARDIA-DISTRAIDO DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           EVENTOS-TEXTO DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
        INTO TEXTO-RECORD WITH POINTER PUNTERO-SALIDA.
    IF SAVE-LOCALIDAD >= 1 AND SAVE-LOCALIDAD <= 20
        STRING FUNCTION TRIM(ML-NOMBRE(MUNDO-EN-CURSO, SAVE-LOCALIDAD))
                DELIMITED BY SIZE
            INTO TEXTO-RECORD WITH POINTER PUNTERO-SALIDA
    END-IF.
    WRITE TEXTO-RECORD.
    PERFORM VARYING LOC-ID FROM 1 BY 1
            UNTIL LOC-ID > SAVE-NUMERO-LOCALIDADES
        MOVE SPACES TO TEXTO-RECORD
        STRING 'L|' DELIMITED BY SIZE
               LOC-ID DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-AL-N(LOC-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-AL-S(LOC-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-AL-E(LOC-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-AL-O(LOC-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-A-ARRIBA(LOC-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-A-ABAJO(LOC-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-A-ADENTRO(LOC-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-A-AFUERA(LOC-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(ML-NOMBRE(MUNDO-EN-CURSO, LOC-ID))
                   DELIMITED BY SIZE
            INTO TEXTO-RECORD
        WRITE TEXTO-RECORD
    END-PERFORM.
    PERFORM VARYING OBJ-ID FROM 1 BY 1
            UNTIL OBJ-ID > SAVE-NUMERO-OBJETOS
        MOVE SPACES TO TEXTO-RECORD
        STRING 'O|' DELIMITED BY SIZE
               OBJ-ID DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-PERTENENCIA(OBJ-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-DENTRO-DE(OBJ-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-INTERACTIVIDAD(OBJ-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-GENERO(OBJ-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-NUMERO(OBJ-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-GENERAL(OBJ-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-CONTENEDOR(OBJ-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-ABIERTO(OBJ-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-LUZ-ESTADO(OBJ-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               SAVE-LUZ-TURNOS(OBJ-ID) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(MO-NOMBRE(MUNDO-EN-CURSO, OBJ-ID))
                   DELIMITED BY SIZE
            INTO TEXTO-RECORD
        WRITE TEXTO-RECORD
    END-PERFORM.
    CLOSE TEXTO-FILE.
    MOVE SAVE-SLOT TO SLOT-EDITADO.
    DISPLAY 'Hueco ' FUNCTION TRIM(SLOT-EDITADO)
            ' (' FUNCTION TRIM(SAVE-NOMBRE) ') de '
            FUNCTION TRIM(PARTIDA-FILE-NAME) ' exportado a '
            FUNCTION TRIM(TEXTO-FILE-NAME) '.'.
    MOVE ZERO TO RETURN-CODE.

IMPORTAR-HUECO.
    INITIALIZE SAVE-RECORD HAY-CABECERA-FLAG HAY-ESTADO-FLAG
               LINEA-TEXTO-NUMERO.
    OPEN INPUT TEXTO-FILE.
    IF TEXTO-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede abrir ' FUNCTION TRIM(TEXTO-FILE-NAME) '.'
        CLOSE TEXTO-FILE
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    PERFORM UNTIL TEXTO-FILE-STATUS = '10'
        READ TEXTO-FILE
            AT END CONTINUE
            NOT AT END
                ADD 1 TO LINEA-TEXTO-NUMERO
                PERFORM PROCESAR-LINEA-TEXTO
        END-READ
    END-PERFORM.
    CLOSE TEXTO-FILE.
    IF NOT HAY-CABECERA OR NOT HAY-ESTADO
        DISPLAY 'Al fichero le falta la cabecera (H) o el estado (E).'
        ADD 1 TO ERRORES-IMPORTACION
    END-IF.
    IF ERRORES-IMPORTACION > ZERO
        MOVE ERRORES-IMPORTACION TO CONTADOR-EDITADO
        DISPLAY FUNCTION TRIM(CONTADOR-EDITADO)
                ' error(es) en ' FUNCTION TRIM(TEXTO-FILE-NAME)
                '; no se importa nada.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    PERFORM COMPROBAR-SELLO-HUECO.
    *> PRIMER HUECO LIBRE DEL SAVEGAME DE DESTINO; DE PASO SE MIRA SI
    *> EL NOMBRE DEL HUECO YA ESTA COGIDO (LA BUSQUEDA POR NOMBRE DEL
    *> JUEGO SE QUEDA CON EL PRIMERO Y EL IMPORTADO NO SE VERIA)
    PERFORM ABRIR-PARTIDAS-ESCRITURA.
    IF PARTIDA-FILE-STATUS NOT = '00' AND '05'
        DISPLAY 'No se puede abrir ' FUNCTION TRIM(PARTIDA-FILE-NAME) '.'
        CLOSE PARTIDA-FILE
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    MOVE SAVE-NOMBRE TO NOMBRE-SLOT-BUSCADO.
    MOVE SAVE-RECORD TO HUECO-IMPORTADO.
    INITIALIZE SLOT-LIBRE NOMBRE-REPETIDO-FLAG.
    PERFORM VARYING SLOT-EXPLORADO FROM 1 BY 1
            UNTIL SLOT-EXPLORADO > SLOT-MAXIMO
        MOVE SLOT-EXPLORADO TO SAVE-SLOT
        READ PARTIDA-FILE
            INVALID KEY
                IF SLOT-LIBRE = ZERO
                    MOVE SLOT-EXPLORADO TO SLOT-LIBRE
                END-IF
            NOT INVALID KEY
                IF SAVE-NOMBRE = NOMBRE-SLOT-BUSCADO
                    SET NOMBRE-REPETIDO TO TRUE
                END-IF
        END-READ
    END-PERFORM.
    IF SLOT-LIBRE = ZERO
        DISPLAY 'No quedan huecos libres en '
                FUNCTION TRIM(PARTIDA-FILE-NAME) '.'
        CLOSE PARTIDA-FILE
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    MOVE HUECO-IMPORTADO TO SAVE-RECORD.
    MOVE SLOT-LIBRE TO SAVE-SLOT SLOT-EDITADO.
    *> UN NOMBRE NUMERICO ES EL NUMERO DEL HUECO DE ORIGEN Y UN NOMBRE
    *> REPETIDO QUEDARIA TAPADO: EN LOS DOS CASOS EL HUECO PASA A
    *> LLAMARSE COMO SU NUMERO NUEVO
    MOVE FUNCTION LENGTH(FUNCTION TRIM(NOMBRE-SLOT-BUSCADO))
        TO LARGO-SLOT-PEDIDO.
    IF NOMBRE-REPETIDO OR NOMBRE-SLOT-BUSCADO = SPACES
            OR (LARGO-SLOT-PEDIDO <= 2
                AND NOMBRE-SLOT-BUSCADO(1:LARGO-SLOT-PEDIDO) IS NUMERIC)
        MOVE FUNCTION TRIM(SLOT-EDITADO) TO SAVE-NOMBRE
        IF NOMBRE-REPETIDO
            DISPLAY 'Aviso: el nombre ' FUNCTION TRIM(NOMBRE-SLOT-BUSCADO)
                    ' ya está cogido; el hueco se llamará '
                    FUNCTION TRIM(SAVE-NOMBRE) '.'
        END-IF
    END-IF.
    WRITE SAVE-RECORD
        INVALID KEY REWRITE SAVE-RECORD
    END-WRITE.
    CLOSE PARTIDA-FILE.
    DISPLAY FUNCTION TRIM(TEXTO-FILE-NAME) ' importado en el hueco '
            FUNCTION TRIM(SLOT-EDITADO) ' (' FUNCTION TRIM(SAVE-NOMBRE)
            ') de ' FUNCTION TRIM(PARTIDA-FILE-NAME) '.'.
    PERFORM CARGAR-MUNDO-EN-CURSO.
    IF SAVE-MUNDO-FIRMA NOT = MUNDO-FIRMA(MUNDO-EN-CURSO)
        DISPLAY 'Aviso: el hueco es de otro mundo que el de este puesto ('
                FUNCTION TRIM(MUNDO-ACTUAL-FILE-NAME) ');'
        DISPLAY '       el juego no lo cargará hasta migrarlo con MIGRAR.'
    END-IF.
    MOVE ZERO TO RETURN-CODE.

PROCESAR-LINEA-TEXTO.
    INITIALIZE CAMPOS-LINEA-TEXTO.
    UNSTRING TEXTO-RECORD DELIMITED BY '|'
        INTO CAMPO-TEXTO(1) CAMPO-TEXTO(2) CAMPO-TEXTO(3)
             CAMPO-TEXTO(4) CAMPO-TEXTO(5) CAMPO-TEXTO(6)
             CAMPO-TEXTO(7) CAMPO-TEXTO(8) CAMPO-TEXTO(9)
             CAMPO-TEXTO(10) CAMPO-TEXTO(11) CAMPO-TEXTO(12)
             CAMPO-TEXTO(13) CAMPO-TEXTO(14).
    EVALUATE CAMPO-TEXTO(1)
        WHEN 'H'
            MOVE 2 TO CAMPO-DESDE
            MOVE 3 TO CAMPO-HASTA
            PERFORM COMPROBAR-CAMPOS-NUMERICOS
            IF CAMPO-NUMERICO
                SET HAY-CABECERA TO TRUE
                COMPUTE SAVE-VERSION = FUNCTION NUMVAL(CAMPO-TEXTO(2))
                COMPUTE SAVE-MUNDO-FIRMA = FUNCTION NUMVAL(CAMPO-TEXTO(3))
                MOVE CAMPO-TEXTO(4) TO SAVE-NOMBRE
                MOVE CAMPO-TEXTO(5) TO SAVE-FECHA-HORA
                MOVE CAMPO-TEXTO(6) TO SAVE-INICIALES
            END-IF
        WHEN 'E'
            MOVE 2 TO CAMPO-DESDE
            MOVE 13 TO CAMPO-HASTA
            PERFORM COMPROBAR-CAMPOS-NUMERICOS
            IF CAMPO-NUMERICO
                SET HAY-ESTADO TO TRUE
                COMPUTE SAVE-LOCALIDAD = FUNCTION NUMVAL(CAMPO-TEXTO(2))
                COMPUTE SAVE-NUMERO-TURNOS = FUNCTION NUMVAL(CAMPO-TEXTO(3))
                COMPUTE SAVE-PUNTOS = FUNCTION NUMVAL(CAMPO-TEXTO(4))
                COMPUTE SAVE-NUMERO-PISTAS = FUNCTION NUMVAL(CAMPO-TEXTO(5))
                COMPUTE SAVE-FUNDA-PUNTOS-FLAG =
                    FUNCTION NUMVAL(CAMPO-TEXTO(6))
                COMPUTE SAVE-ATADO-PUNTOS-FLAG =
                    FUNCTION NUMVAL(CAMPO-TEXTO(7))
                COMPUTE SAVE-TURNOS-LIMITE = FUNCTION NUMVAL(CAMPO-TEXTO(8))
                COMPUTE SAVE-ESCONDIDO = FUNCTION NUMVAL(CAMPO-TEXTO(9))
                COMPUTE SAVE-GUARDIA-PASOS = FUNCTION NUMVAL(CAMPO-TEXTO(10))
                COMPUTE SAVE-GUARDIA-ALERTA =
                    FUNCTION NUMVAL(CAMPO-TEXTO(11))
                COMPUTE SAVE-GUARDIA-DISTRAIDO =
                    FUNCTION NUMVAL(CAMPO-TEXTO(12))
                MOVE CAMPO-TEXTO(13) TO EVENTOS-TEXTO
                PERFORM VARYING EVENTO-IDX FROM 1 BY 1
                        UNTIL EVENTO-IDX > 10
                    MOVE EVENTOS-TEXTO(EVENTO-IDX:1)
                        TO SAVE-EVENTOS-DISPARADOS(EVENTO-IDX)
                END-PERFORM
            END-IF
        WHEN 'L'
            MOVE 2 TO CAMPO-DESDE
            MOVE 10 TO CAMPO-HASTA
            PERFORM COMPROBAR-CAMPOS-NUMERICOS
            IF CAMPO-NUMERICO
                COMPUTE LOC-ID = FUNCTION NUMVAL(CAMPO-TEXTO(2))
                IF LOC-ID < 1 OR LOC-ID > 20
                    PERFORM ANOTAR-LINEA-ERRONEA
                ELSE
                    IF LOC-ID > SAVE-NUMERO-LOCALIDADES
                        MOVE LOC-ID TO SAVE-NUMERO-LOCALIDADES
                    END-IF
                    COMPUTE SAVE-AL-N(LOC-ID) = FUNCTION NUMVAL(CAMPO-TEXTO(3))
                    COMPUTE SAVE-AL-S(LOC-ID) = FUNCTION NUMVAL(CAMPO-TEXTO(4))
                    COMPUTE SAVE-AL-E(LOC-ID) = FUNCTION NUMVAL(CAMPO-TEXTO(5))
                    COMPUTE SAVE-AL-O(LOC-ID) = FUNCTION NUMVAL(CAMPO-TEXTO(6))
                    COMPUTE SAVE-A-ARRIBA(LOC-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(7))
                    COMPUTE SAVE-A-ABAJO(LOC-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(8))
                    COMPUTE SAVE-A-ADENTRO(LOC-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(9))
                    COMPUTE SAVE-A-AFUERA(LOC-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(10))
                END-IF
            END-IF
        WHEN 'O'
            MOVE 2 TO CAMPO-DESDE
            MOVE 12 TO CAMPO-HASTA
            PERFORM COMPROBAR-CAMPOS-NUMERICOS
            IF CAMPO-NUMERICO
                COMPUTE OBJ-ID = FUNCTION NUMVAL(CAMPO-TEXTO(2))
                IF OBJ-ID < 1 OR OBJ-ID > 30
                    PERFORM ANOTAR-LINEA-ERRONEA
                ELSE
                    IF OBJ-ID > SAVE-NUMERO-OBJETOS
                        MOVE OBJ-ID TO SAVE-NUMERO-OBJETOS
                    END-IF
                    COMPUTE SAVE-PERTENENCIA(OBJ-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(3))
                    COMPUTE SAVE-DENTRO-DE(OBJ-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(4))
                    COMPUTE SAVE-INTERACTIVIDAD(OBJ-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(5))
                    COMPUTE SAVE-GENERO(OBJ-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(6))
                    COMPUTE SAVE-NUMERO(OBJ-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(7))
                    COMPUTE SAVE-GENERAL(OBJ-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(8))
                    COMPUTE SAVE-CONTENEDOR(OBJ-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(9))
                    COMPUTE SAVE-ABIERTO(OBJ-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(10))
                    COMPUTE SAVE-LUZ-ESTADO(OBJ-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(11))
                    COMPUTE SAVE-LUZ-TURNOS(OBJ-ID) =
                        FUNCTION NUMVAL(CAMPO-TEXTO(12))
                END-IF
            END-IF
        WHEN SPACES
            CONTINUE
        WHEN OTHER
            PERFORM ANOTAR-LINEA-ERRONEA
    END-EVALUATE.

COMPROBAR-CAMPOS-NUMERICOS.
    *> TODOS LOS CAMPOS ENTRE CAMPO-DESDE Y CAMPO-HASTA DEBEN SER
    *> CIFRAS; SI NO, LA LINEA SE DA POR ERRONEA
    SET CAMPO-NUMERICO TO TRUE.
    PERFORM VARYING CAMPO-IDX FROM CAMPO-DESDE BY 1
            UNTIL CAMPO-IDX > CAMPO-HASTA OR NOT CAMPO-NUMERICO
        IF CAMPO-TEXTO(CAMPO-IDX) = SPACES
            MOVE ZERO TO CAMPO-NUMERICO-FLAG
        ELSE
            IF FUNCTION TRIM(CAMPO-TEXTO(CAMPO-IDX)) IS NOT NUMERIC
                MOVE ZERO TO CAMPO-NUMERICO-FLAG
            END-IF
        END-IF
    END-PERFORM.
    IF NOT CAMPO-NUMERICO
        PERFORM ANOTAR-LINEA-ERRONEA
    END-IF.

ANOTAR-LINEA-ERRONEA.
    ADD 1 TO ERRORES-IMPORTACION.
    MOVE LINEA-TEXTO-NUMERO TO CONTADOR-EDITADO.
    DISPLAY 'Línea ' FUNCTION TRIM(CONTADOR-EDITADO)
            ' no válida: ' FUNCTION TRIM(TEXTO-RECORD).

MIGRAR-HUECO.
    PERFORM LEER-HUECO-PEDIDO.
    PERFORM CARGAR-MUNDO-EN-CURSO.
    IF NOT MUNDO-CARGADO(MUNDO-EN-CURSO)
        DISPLAY 'No se puede abrir el mundo en curso '
                FUNCTION TRIM(MUNDO-ACTUAL-FILE-NAME) '.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    MOVE SAVE-SLOT TO SLOT-EDITADO.
    IF SAVE-MUNDO-FIRMA = MUNDO-FIRMA(MUNDO-EN-CURSO)
        DISPLAY 'El hueco ' FUNCTION TRIM(SLOT-EDITADO)
                ' ya es del mundo en curso; no hay nada que migrar.'
        MOVE ZERO TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE MUNDO-ANTERIOR-FILE-NAME TO MUNDO-FILE-NAME.
    MOVE MUNDO-ANTERIOR TO MUNDO-EN-CARGA.
    PERFORM CARGAR-MUNDO.
    IF NOT MUNDO-CARGADO(MUNDO-ANTERIOR)
        DISPLAY 'No se puede abrir el mundo anterior '
                FUNCTION TRIM(MUNDO-ANTERIOR-FILE-NAME) '.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    *> SIN LOS NOMBRES DEL MUNDO CON EL QUE SE GUARDO NO HAY MANERA
    *> FIABLE DE CASAR NADA: LA FIRMA TIENE QUE COINCIDIR
    IF SAVE-MUNDO-FIRMA NOT = MUNDO-FIRMA(MUNDO-ANTERIOR)
        MOVE SAVE-MUNDO-FIRMA TO FIRMA-EDITADA
        MOVE MUNDO-FIRMA(MUNDO-ANTERIOR) TO FIRMA-EDITADA-2
        DISPLAY 'El hueco se guardó con un mundo de firma '
                FUNCTION TRIM(FIRMA-EDITADA) ', pero '
                FUNCTION TRIM(MUNDO-ANTERIOR-FILE-NAME)
                ' tiene la firma ' FUNCTION TRIM(FIRMA-EDITADA-2) '.'
        DISPLAY 'Indica el fichero de mundo con el que se guardó el hueco.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    DISPLAY 'Migración del hueco ' FUNCTION TRIM(SLOT-EDITADO)
            ' (' FUNCTION TRIM(SAVE-NOMBRE) ') de '
            FUNCTION TRIM(MUNDO-ANTERIOR-FILE-NAME) ' a '
            FUNCTION TRIM(MUNDO-ACTUAL-FILE-NAME).
    DISPLAY ' '.
    PERFORM CASAR-LOCALIDADES.
    PERFORM CASAR-OBJETOS.
    *> LA LOCALIDAD DONDE ESTA EL JUGADOR ES IMPRESCINDIBLE
    MOVE ZERO TO LOCALIDAD-MIGRADA.
    IF SAVE-LOCALIDAD >= 1 AND SAVE-LOCALIDAD <= 20
        MOVE ML-CORRESPONDE(MUNDO-ANTERIOR, SAVE-LOCALIDAD)
            TO LOCALIDAD-MIGRADA
    END-IF.
    IF LOCALIDAD-MIGRADA = ZERO
        MOVE SAVE-LOCALIDAD TO ID-EDITADO
        DISPLAY 'La localidad donde está el jugador ('
                FUNCTION TRIM(ID-EDITADO) ') no existe en el mundo'
                ' en curso; el hueco no se migra.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    DISPLAY '--- Sin correspondencia ---'.
    PERFORM MIGRAR-OBJETOS.
    PERFORM MIGRAR-SALIDAS.
    PERFORM MOSTRAR-LOCALIDADES-PERDIDAS.
    IF ELEMENTOS-SIN-CASAR = ZERO
        DISPLAY '  Ninguno: todo el hueco casa con el mundo en curso.'
    END-IF.
    PERFORM MOSTRAR-ELEMENTOS-NUEVOS.
    PERFORM ESCRIBIR-HUECO-MIGRADO.
    DISPLAY ' '.
    MOVE ELEMENTOS-SIN-CASAR TO CONTADOR-EDITADO.
    MOVE MUNDO-FIRMA(MUNDO-EN-CURSO) TO FIRMA-EDITADA.
    DISPLAY 'Hueco ' FUNCTION TRIM(SLOT-EDITADO)
            ' migrado y sellado con la firma ' FUNCTION TRIM(FIRMA-EDITADA)
            '; ' FUNCTION TRIM(CONTADOR-EDITADO)
            ' elemento(s) sin correspondencia.'.
    IF ELEMENTOS-SIN-CASAR > 254
        MOVE 254 TO RETURN-CODE
    ELSE
        MOVE ELEMENTOS-SIN-CASAR TO RETURN-CODE
    END-IF.

CASAR-LOCALIDADES.
    *> Primero lo que conserva número y nombre; después, para lo que
    *> quede, el primer nombre igual aún libre en el mundo en curso;
    *> por último, lo que siga suelto en los dos mundos con el mismo
    *> número (un nombre corregido). Así un cambio de numeración se
    *> casa por nombre y dos localidades con el mismo nombre no se
    *> cruzan.
    PERFORM VARYING LOC-ID FROM 1 BY 1
            UNTIL LOC-ID > MUNDO-NUMERO-LOCALIDADES(MUNDO-ANTERIOR)
        IF ML-NOMBRE(MUNDO-ANTERIOR, LOC-ID) NOT = SPACES
                AND FUNCTION UPPER-CASE(ML-NOMBRE(MUNDO-ANTERIOR, LOC-ID))
                    = FUNCTION UPPER-CASE(ML-NOMBRE(MUNDO-EN-CURSO, LOC-ID))
            MOVE LOC-ID TO ML-CORRESPONDE(MUNDO-ANTERIOR, LOC-ID)
            MOVE 1 TO MUNDO-LOCALIDAD-CASADA(MUNDO-EN-CURSO, LOC-ID)
        END-IF
    END-PERFORM.
    PERFORM VARYING LOC-ID FROM 1 BY 1
            UNTIL LOC-ID > MUNDO-NUMERO-LOCALIDADES(MUNDO-ANTERIOR)
        IF ML-CORRESPONDE(MUNDO-ANTERIOR, LOC-ID) = ZERO
                AND ML-NOMBRE(MUNDO-ANTERIOR, LOC-ID) NOT = SPACES
            MOVE FUNCTION UPPER-CASE(ML-NOMBRE(MUNDO-ANTERIOR, LOC-ID))
                TO NOMBRE-COMPARADO
            PERFORM VARYING LOC-ID-2 FROM 1 BY 1
                    UNTIL LOC-ID-2 > MUNDO-NUMERO-LOCALIDADES(MUNDO-EN-CURSO)
                       OR ML-CORRESPONDE(MUNDO-ANTERIOR, LOC-ID) > ZERO
                IF MUNDO-LOCALIDAD-CASADA(MUNDO-EN-CURSO, LOC-ID-2) = ZERO
                        AND FUNCTION UPPER-CASE(
                            ML-NOMBRE(MUNDO-EN-CURSO, LOC-ID-2))
                            = NOMBRE-COMPARADO
                    MOVE LOC-ID-2 TO ML-CORRESPONDE(MUNDO-ANTERIOR, LOC-ID)
                    MOVE 1 TO MUNDO-LOCALIDAD-CASADA(MUNDO-EN-CURSO, LOC-ID-2)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.
    PERFORM VARYING LOC-ID FROM 1 BY 1
            UNTIL LOC-ID > MUNDO-NUMERO-LOCALIDADES(MUNDO-ANTERIOR)
        IF ML-CORRESPONDE(MUNDO-ANTERIOR, LOC-ID) = ZERO
                AND ML-NOMBRE(MUNDO-ANTERIOR, LOC-ID) NOT = SPACES
                AND ML-NOMBRE(MUNDO-EN-CURSO, LOC-ID) NOT = SPACES
                AND MUNDO-LOCALIDAD-CASADA(MUNDO-EN-CURSO, LOC-ID) = ZERO
            MOVE LOC-ID TO ML-CORRESPONDE(MUNDO-ANTERIOR, LOC-ID)
            MOVE 1 TO MUNDO-LOCALIDAD-CASADA(MUNDO-EN-CURSO, LOC-ID)
            PERFORM MOSTRAR-CABECERA-POR-NUMERO
            MOVE LOC-ID TO ID-EDITADO
            DISPLAY '  Localidad ' FUNCTION TRIM(ID-EDITADO) ': '
                    FUNCTION TRIM(ML-NOMBRE(MUNDO-ANTERIOR, LOC-ID))
                    ' -> ' FUNCTION TRIM(ML-NOMBRE(MUNDO-EN-CURSO, LOC-ID))
        END-IF
    END-PERFORM.

CASAR-OBJETOS.
    *> MISMO CRITERIO QUE CASAR-LOCALIDADES
    PERFORM VARYING OBJ-ID FROM 1 BY 1
            UNTIL OBJ-ID > MUNDO-NUMERO-OBJETOS(MUNDO-ANTERIOR)
        IF MO-NOMBRE(MUNDO-ANTERIOR, OBJ-ID) NOT = SPACES
                AND FUNCTION UPPER-CASE(MO-NOMBRE(MUNDO-ANTERIOR, OBJ-ID))
                    = FUNCTION UPPER-CASE(MO-NOMBRE(MUNDO-EN-CURSO, OBJ-ID))
            MOVE OBJ-ID TO MO-CORRESPONDE(MUNDO-ANTERIOR, OBJ-ID)
            SET MO-CASADO(MUNDO-EN-CURSO, OBJ-ID) TO TRUE
        END-IF
    END-PERFORM.
    PERFORM VARYING OBJ-ID FROM 1 BY 1
            UNTIL OBJ-ID > MUNDO-NUMERO-OBJETOS(MUNDO-ANTERIOR)
        IF MO-CORRESPONDE(MUNDO-ANTERIOR, OBJ-ID) = ZERO
                AND MO-NOMBRE(MUNDO-ANTERIOR, OBJ-ID) NOT = SPACES
            MOVE FUNCTION UPPER-CASE(MO-NOMBRE(MUNDO-ANTERIOR, OBJ-ID))
                TO NOMBRE-COMPARADO
            PERFORM VARYING OBJ-ID-2 FROM 1 BY 1
                    UNTIL OBJ-ID-2 > MUNDO-NUMERO-OBJETOS(MUNDO-EN-CURSO)
                       OR MO-CORRESPONDE(MUNDO-ANTERIOR, OBJ-ID) > ZERO
                IF NOT MO-CASADO(MUNDO-EN-CURSO, OBJ-ID-2)
                        AND FUNCTION UPPER-CASE(
                            MO-NOMBRE(MUNDO-EN-CURSO, OBJ-ID-2))
                            = NOMBRE-COMPARADO
                    MOVE OBJ-ID-2 TO MO-CORRESPONDE(MUNDO-ANTERIOR, OBJ-ID)
                    SET MO-CASADO(MUNDO-EN-CURSO, OBJ-ID-2) TO TRUE
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.
    PERFORM VARYING OBJ-ID FROM 1 BY 1
            UNTIL OBJ-ID > MUNDO-NUMERO-OBJETOS(MUNDO-ANTERIOR)
        IF MO-CORRESPONDE(MUNDO-ANTERIOR, OBJ-ID) = ZERO
                AND MO-NOMBRE(MUNDO-ANTERIOR, OBJ-ID) NOT = SPACES
                AND MO-NOMBRE(MUNDO-EN-CURSO, OBJ-ID) NOT = SPACES
                AND NOT MO-CASADO(MUNDO-EN-CURSO, OBJ-ID)
            MOVE OBJ-ID TO MO-CORRESPONDE(MUNDO-ANTERIOR, OBJ-ID)
            SET MO-CASADO(MUNDO-EN-CURSO, OBJ-ID) TO TRUE
            PERFORM MOSTRAR-CABECERA-POR-NUMERO
            MOVE OBJ-ID TO ID-EDITADO
            DISPLAY '  Objeto ' FUNCTION TRIM(ID-EDITADO) ': '
                    FUNCTION TRIM(MO-NOMBRE(MUNDO-ANTERIOR, OBJ-ID))
                    ' -> ' FUNCTION TRIM(MO-NOMBRE(MUNDO-EN-CURSO, OBJ-ID))
        END-IF
    END-PERFORM.
    IF CASADOS-POR-NUMERO > ZERO
        DISPLAY ' '
    END-IF.

MOSTRAR-CABECERA-POR-NUMERO.
    IF CASADOS-POR-NUMERO = ZERO
        DISPLAY '--- Casados por número (el nombre ha cambiado) ---'
    END-IF.
    ADD 1 TO CASADOS-POR-NUMERO.

MIGRAR-OBJETOS.
    *> Se parte del estado inicial de cada objeto en el mundo en curso
    *> y encima se pone lo que el hueco guardaba del objeto casado:
    *> dónde está, dentro de qué, si ya se ha descubierto, si está
    *> abierto y su luz. El género, el número y si es contenedor son
    *> datos del mundo y se quedan los del mundo en curso.
    INITIALIZE ESTADO-ORIGEN ESTADO-DESTINO.
    PERFORM VARYING OBJ-ID FROM 1 BY 1 UNTIL OBJ-ID > SAVE-NUMERO-OBJETOS
        MOVE SAVE-PERTENENCIA(OBJ-ID)    TO ORIGEN-PERTENENCIA(OBJ-ID)
        MOVE SAVE-DENTRO-DE(OBJ-ID)      TO ORIGEN-DENTRO-DE(OBJ-ID)
        MOVE SAVE-INTERACTIVIDAD(OBJ-ID) TO ORIGEN-INTERACTIVIDAD(OBJ-ID)
        MOVE SAVE-GENERAL(OBJ-ID)        TO ORIGEN-GENERAL(OBJ-ID)
        MOVE SAVE-ABIERTO(OBJ-ID)        TO ORIGEN-ABIERTO(OBJ-ID)
        MOVE SAVE-LUZ-ESTADO(OBJ-ID)     TO ORIGEN-LUZ-ESTADO(OBJ-ID)
        MOVE SAVE-LUZ-TURNOS(OBJ-ID)     TO ORIGEN-LUZ-TURNOS(OBJ-ID)
    END-PERFORM.
    PERFORM VARYING OBJ-ID FROM 1 BY 1
            UNTIL OBJ-ID > MUNDO-NUMERO-OBJETOS(MUNDO-EN-CURSO)
        MOVE MO-ESTADO(MUNDO-EN-CURSO, OBJ-ID) TO DESTINO-OBJETO(OBJ-ID)
    END-PERFORM.
    PERFORM VARYING OBJ-ID FROM 1 BY 1 UNTIL OBJ-ID > SAVE-NUMERO-OBJETOS
        MOVE OBJ-ID TO ID-EDITADO
        MOVE MO-CORRESPONDE(MUNDO-ANTERIOR, OBJ-ID) TO ID-CASADO
        IF ID-CASADO = ZERO
            ADD 1 TO ELEMENTOS-SIN-CASAR
            DISPLAY '  Objeto ' FUNCTION TRIM(ID-EDITADO) ' ('
                    FUNCTION TRIM(MO-NOMBRE(MUNDO-ANTERIOR, OBJ-ID))
                    '): no existe en el mundo en curso; se pierde.'
        ELSE
            PERFORM MIGRAR-OBJETO-CASADO
        END-IF
    END-PERFORM.

MIGRAR-OBJETO-CASADO.
    MOVE ORIGEN-INTERACTIVIDAD(OBJ-ID) TO DESTINO-INTERACTIVIDAD(ID-CASADO).
    MOVE ORIGEN-GENERAL(OBJ-ID)        TO DESTINO-GENERAL(ID-CASADO).
    MOVE ORIGEN-ABIERTO(OBJ-ID)        TO DESTINO-ABIERTO(ID-CASADO).
    MOVE ORIGEN-LUZ-ESTADO(OBJ-ID)     TO DESTINO-LUZ-ESTADO(ID-CASADO).
    MOVE ORIGEN-LUZ-TURNOS(OBJ-ID)     TO DESTINO-LUZ-TURNOS(ID-CASADO).
    *> LA PERTENENCIA 00 (FUERA DEL MUNDO) NO NECESITA CASARSE
    MOVE ORIGEN-PERTENENCIA(OBJ-ID) TO LOC-ID.
    IF LOC-ID = ZERO
        MOVE ZERO TO DESTINO-PERTENENCIA(ID-CASADO)
    ELSE
        IF LOC-ID <= 20
            MOVE ML-CORRESPONDE(MUNDO-ANTERIOR, LOC-ID) TO LOC-ID-2
        ELSE
            MOVE ZERO TO LOC-ID-2
        END-IF
        IF LOC-ID-2 = ZERO
            ADD 1 TO ELEMENTOS-SIN-CASAR
            MOVE LOC-ID TO ID-EDITADO-2
            DISPLAY '  Objeto ' FUNCTION TRIM(ID-EDITADO) ' ('
                    FUNCTION TRIM(MO-NOMBRE(MUNDO-ANTERIOR, OBJ-ID))
                    '): su localidad ' FUNCTION TRIM(ID-EDITADO-2)
                    ' no existe; vuelve a su sitio inicial.'
        ELSE
            MOVE LOC-ID-2 TO DESTINO-PERTENENCIA(ID-CASADO)
        END-IF
    END-IF.
    MOVE ORIGEN-DENTRO-DE(OBJ-ID) TO OBJ-ID-2.
    IF OBJ-ID-2 = ZERO
        MOVE ZERO TO DESTINO-DENTRO-DE(ID-CASADO)
    ELSE
        IF OBJ-ID-2 <= 30
                AND MO-CORRESPONDE(MUNDO-ANTERIOR, OBJ-ID-2) > ZERO
            MOVE MO-CORRESPONDE(MUNDO-ANTERIOR, OBJ-ID-2)
                TO DESTINO-DENTRO-DE(ID-CASADO)
        ELSE
            ADD 1 TO ELEMENTOS-SIN-CASAR
            MOVE OBJ-ID-2 TO ID-EDITADO-2
            DISPLAY '  Objeto ' FUNCTION TRIM(ID-EDITADO) ' ('
                    FUNCTION TRIM(MO-NOMBRE(MUNDO-ANTERIOR, OBJ-ID))
                    '): su contenedor ' FUNCTION TRIM(ID-EDITADO-2)
                    ' no existe; queda fuera de él.'
            MOVE ZERO TO DESTINO-DENTRO-DE(ID-CASADO)
        END-IF
    END-IF.

MIGRAR-SALIDAS.
    *> Las salidas se toman del mundo en curso (así llegan los arreglos
    *> del mapa), salvo las que la partida había cambiado respecto al
    *> mundo anterior (una puerta abierta por una regla), que se
    *> trasladan a la localidad casada.
    PERFORM VARYING LOC-ID FROM 1 BY 1
            UNTIL LOC-ID > MUNDO-NUMERO-LOCALIDADES(MUNDO-EN-CURSO)
        MOVE ML-SALIDAS(MUNDO-EN-CURSO, LOC-ID) TO DESTINO-LOCALIDAD(LOC-ID)
    END-PERFORM.
    PERFORM VARYING LOC-ID FROM 1 BY 1
            UNTIL LOC-ID > SAVE-NUMERO-LOCALIDADES
        MOVE SAVE-DIRECCIONES(LOC-ID) TO ORIGEN-LOCALIDAD(LOC-ID)
        MOVE ML-CORRESPONDE(MUNDO-ANTERIOR, LOC-ID) TO ID-CASADO
        IF ID-CASADO > ZERO
            PERFORM VARYING DIR-ID FROM 1 BY 1 UNTIL DIR-ID > 8
                IF ORIGEN-SALIDA(LOC-ID, DIR-ID)
                        NOT = ML-SALIDA(MUNDO-ANTERIOR, LOC-ID, DIR-ID)
                    PERFORM MIGRAR-SALIDA-CAMBIADA
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

MIGRAR-SALIDA-CAMBIADA.
    MOVE ORIGEN-SALIDA(LOC-ID, DIR-ID) TO LOC-ID-2.
    IF LOC-ID-2 = ZERO
        MOVE ZERO TO DESTINO-SALIDA(ID-CASADO, DIR-ID)
        EXIT PARAGRAPH
    END-IF.
    IF LOC-ID-2 <= 20
            AND ML-CORRESPONDE(MUNDO-ANTERIOR, LOC-ID-2) > ZERO
        MOVE ML-CORRESPONDE(MUNDO-ANTERIOR, LOC-ID-2)
            TO DESTINO-SALIDA(ID-CASADO, DIR-ID)
    ELSE
        ADD 1 TO ELEMENTOS-SIN-CASAR
        MOVE LOC-ID TO ID-EDITADO
        MOVE LOC-ID-2 TO ID-EDITADO-2
        DISPLAY '  Salida ' FUNCTION TRIM(NOMBRE-DIRECCION(DIR-ID))
                ' de la localidad ' FUNCTION TRIM(ID-EDITADO) ' ('
                FUNCTION TRIM(ML-NOMBRE(MUNDO-ANTERIOR, LOC-ID))
                ') hacia ' FUNCTION TRIM(ID-EDITADO-2)
                ': el destino no existe; queda la del mundo en curso.'
    END-IF.

MOSTRAR-LOCALIDADES-PERDIDAS.
    PERFORM VARYING LOC-ID FROM 1 BY 1
            UNTIL LOC-ID > MUNDO-NUMERO-LOCALIDADES(MUNDO-ANTERIOR)
        IF ML-CORRESPONDE(MUNDO-ANTERIOR, LOC-ID) = ZERO
                AND ML-NOMBRE(MUNDO-ANTERIOR, LOC-ID) NOT = SPACES
            ADD 1 TO ELEMENTOS-SIN-CASAR
            MOVE LOC-ID TO ID-EDITADO
            DISPLAY '  Localidad ' FUNCTION TRIM(ID-EDITADO) ' ('
                    FUNCTION TRIM(ML-NOMBRE(MUNDO-ANTERIOR, LOC-ID))
                    '): no existe en el mundo en curso.'
        END-IF
    END-PERFORM.

MOSTRAR-ELEMENTOS-NUEVOS.
    *> LO QUE SOLO ESTA EN EL MUNDO EN CURSO NO SE PIERDE: ARRANCA EN
    *> SU ESTADO INICIAL. SE LISTA COMO INFORMACION, NO COMO PROBLEMA
    DISPLAY ' '.
    DISPLAY '--- Nuevos en el mundo en curso (estado inicial) ---'.
    PERFORM VARYING LOC-ID FROM 1 BY 1
            UNTIL LOC-ID > MUNDO-NUMERO-LOCALIDADES(MUNDO-EN-CURSO)
        IF MUNDO-LOCALIDAD-CASADA(MUNDO-EN-CURSO, LOC-ID) = ZERO
                AND ML-NOMBRE(MUNDO-EN-CURSO, LOC-ID) NOT = SPACES
            ADD 1 TO ELEMENTOS-NUEVOS
            MOVE LOC-ID TO ID-EDITADO
            DISPLAY '  Localidad ' FUNCTION TRIM(ID-EDITADO) ' ('
                    FUNCTION TRIM(ML-NOMBRE(MUNDO-EN-CURSO, LOC-ID)) ')'
        END-IF
    END-PERFORM.
    PERFORM VARYING OBJ-ID FROM 1 BY 1
            UNTIL OBJ-ID > MUNDO-NUMERO-OBJETOS(MUNDO-EN-CURSO)
        IF NOT MO-CASADO(MUNDO-EN-CURSO, OBJ-ID)
                AND MO-NOMBRE(MUNDO-EN-CURSO, OBJ-ID) NOT = SPACES
            ADD 1 TO ELEMENTOS-NUEVOS
            MOVE OBJ-ID TO ID-EDITADO
            DISPLAY '  Objeto ' FUNCTION TRIM(ID-EDITADO) ' ('
                    FUNCTION TRIM(MO-NOMBRE(MUNDO-EN-CURSO, OBJ-ID)) ')'
        END-IF
    END-PERFORM.
    IF ELEMENTOS-NUEVOS = ZERO
        DISPLAY '  Ninguno.'
    END-IF.

ESCRIBIR-HUECO-MIGRADO.
    MOVE FORMATO-PARTIDA-ACTUAL TO SAVE-VERSION.
    MOVE MUNDO-FIRMA(MUNDO-EN-CURSO) TO SAVE-MUNDO-FIRMA.
    MOVE LOCALIDAD-MIGRADA TO SAVE-LOCALIDAD.
    MOVE MUNDO-NUMERO-OBJETOS(MUNDO-EN-CURSO) TO SAVE-NUMERO-OBJETOS.
    MOVE MUNDO-NUMERO-LOCALIDADES(MUNDO-EN-CURSO)
        TO SAVE-NUMERO-LOCALIDADES.
    PERFORM VARYING OBJ-ID FROM 1 BY 1 UNTIL OBJ-ID > 30
        MOVE DESTINO-PERTENENCIA(OBJ-ID)    TO SAVE-PERTENENCIA(OBJ-ID)
        MOVE DESTINO-DENTRO-DE(OBJ-ID)      TO SAVE-DENTRO-DE(OBJ-ID)
        MOVE DESTINO-INTERACTIVIDAD(OBJ-ID) TO SAVE-INTERACTIVIDAD(OBJ-ID)
        MOVE DESTINO-GENERO(OBJ-ID)         TO SAVE-GENERO(OBJ-ID)
        MOVE DESTINO-NUMERO(OBJ-ID)         TO SAVE-NUMERO(OBJ-ID)
        MOVE DESTINO-GENERAL(OBJ-ID)        TO SAVE-GENERAL(OBJ-ID)
        MOVE DESTINO-CONTENEDOR(OBJ-ID)     TO SAVE-CONTENEDOR(OBJ-ID)
        MOVE DESTINO-ABIERTO(OBJ-ID)        TO SAVE-ABIERTO(OBJ-ID)
        MOVE DESTINO-LUZ-ESTADO(OBJ-ID)     TO SAVE-LUZ-ESTADO(OBJ-ID)
        MOVE DESTINO-LUZ-TURNOS(OBJ-ID)     TO SAVE-LUZ-TURNOS(OBJ-ID)
    END-PERFORM.
    PERFORM VARYING LOC-ID FROM 1 BY 1 UNTIL LOC-ID > 20
        MOVE DESTINO-LOCALIDAD(LOC-ID) TO SAVE-DIRECCIONES(LOC-ID)
    END-PERFORM.
    *> EL REGISTRO MIGRADO SE APARTA MIENTRAS SE RELEE EL HUECO BAJO
    *> BLOQUEO: SI ALGUIEN LO HA GUARDADO O MIGRADO DESDE QUE SE LEYO,
    *> REESCRIBIRLO PERDERIA ESE GUARDADO
    MOVE SAVE-RECORD TO HUECO-MIGRADO.
    PERFORM ABRIR-PARTIDAS-ESCRITURA.
    IF PARTIDA-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede abrir ' FUNCTION TRIM(PARTIDA-FILE-NAME)
                ' para escribir; el hueco queda como estaba.'
        CLOSE PARTIDA-FILE
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    READ PARTIDA-FILE
        INVALID KEY
            MOVE LOW-VALUES TO SAVE-FECHA-HORA
    END-READ.
    IF SAVE-FECHA-HORA NOT = FECHA-HORA-LEIDA
            OR SAVE-MUNDO-FIRMA NOT = FIRMA-LEIDA
        DISPLAY 'El hueco ha cambiado desde que se leyó; vuelve a lanzar'
                ' MIGRAR. El hueco queda como estaba.'
        CLOSE PARTIDA-FILE
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    MOVE HUECO-MIGRADO TO SAVE-RECORD.
    REWRITE SAVE-RECORD
        INVALID KEY
            DISPLAY 'No se ha podido reescribir el hueco.'
            CLOSE PARTIDA-FILE
            PERFORM TERMINAR-CON-ERROR
    END-REWRITE.
    CLOSE PARTIDA-FILE.
