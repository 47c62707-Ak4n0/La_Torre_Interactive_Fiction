*>****************************************************************
*> Author:  Miquel A. Fuster Sancho
*> Purpose: Publicación de versiones de una aventura del catálogo
*>  de 'La Torre'. Los cinco ficheros que forman una aventura
*>  (mundo, vocabulario, textos en inglés, interacciones y eventos
*>  del mundo) viajan juntos en un único paquete numerado, y el
*>  paso a producción se hace cambiando su fila de AVENTURAS.DAT
*>  en lugar de copiar ficheros a mano. Operaciones:
*>   EMPAQUETAR aventura [mundo vocabulario textos interacciones
*>    eventos]: junta los ficheros indicados (por defecto MUNDO.DAT,
*>    VOCABULARIO.DAT, prefijo TEXTOS, INTERACCIONES.DAT y
*>    EVENTOS-MUNDO.DAT) en PAQUETE-Ann-Vvv.DAT con el siguiente
*>    número de versión. Antes pasa VALIDAR-MAPA y VALIDAR-DATOS
*>    sobre esos mismos ficheros y no empaqueta si alguno denuncia
*>    problemas.
*>   COMPARAR paquete: informe de cambios del paquete frente a la
*>    versión instalada, sin tocar nada.
*>   INSTALAR paquete: comprueba que el paquete está entero,
*>    deshace sus ficheros con nombres de versión (MUNDO-Ann-Vvv.DAT
*>    y demás) y apunta a ellos la fila A de la aventura; la fila
*>    que había queda detrás como fila R (el juego y el resto de
*>    programas solo leen las filas A). Si la fila instalada aún
*>    no tenía versión, sus ficheros se copian antes como versión
*>    00 para poder volver a ellos aunque luego se editen.
*>   RETIRAR aventura: vuelve a la versión anterior intercambiando
*>    las filas A y R; repetirlo recupera la versión retirada.
*>  La aventura se indica por número de fila o por título, como
*>  en la variable AVENTURA del juego. El informe de cambios da,
*>  por localidades, salidas, objetos, reglas, eventos, palabras
*>  y textos, lo añadido, lo retirado y lo cambiado, junto con la
*>  firma del mundo nueva (el mismo cálculo que CARGAR-MUNDO en
*>  LA-TORRE) y cuántos huecos de SAVEGAME.DAT dejarán de poder
*>  cargarse con ella. Devuelve en RETURN-CODE 0 si la operación
*>  se ha hecho, 1 si faltan parámetros y 255 si se niega.
*> Tectonics: cobc
*>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. PUBLICAR-AVENTURA.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL AVENTURAS-FILE ASSIGN TO "AVENTURAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AVENTURAS-FILE-STATUS.
    SELECT OPTIONAL ORIGEN-FILE ASSIGN TO ORIGEN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ORIGEN-FILE-STATUS.
    SELECT DESTINO-FILE ASSIGN TO DESTINO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DESTINO-FILE-STATUS.
    SELECT PAQUETE-FILE ASSIGN TO PAQUETE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAQUETE-FILE-STATUS.
    SELECT OPTIONAL PARTIDA-FILE ASSIGN TO "SAVEGAME.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS SAVE-SLOT
        FILE STATUS IS PARTIDA-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  AVENTURAS-FILE.
01 AVENTURA-RECORD              PIC X(300).

FD  ORIGEN-FILE.
01 ORIGEN-RECORD                PIC X(300).

FD  DESTINO-FILE.
01 DESTINO-RECORD               PIC X(300).

FD  PAQUETE-FILE.
01 PAQUETE-RECORD               PIC X(310).

FD  PARTIDA-FILE.
*> COPIA FIEL DEL SAVE-RECORD DE LA-TORRE: CUALQUIER CAMBIO ALLI DEBE
*> REPLICARSE AQUI O EL RECUENTO DE HUECOS DEJARA DE SER FIABLE
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

WORKING-STORAGE SECTION.
77 AVENTURAS-FILE-STATUS        PIC XX.
77 ORIGEN-FILE-STATUS           PIC XX.
77 ORIGEN-FILE-NAME             PIC X(60).
77 DESTINO-FILE-STATUS          PIC XX.
77 DESTINO-FILE-NAME            PIC X(60).
77 PAQUETE-FILE-STATUS          PIC XX.
77 PAQUETE-FILE-NAME            PIC X(60).
77 PARTIDA-FILE-STATUS          PIC XX.

77 LINEA-DE-ORDENES             PIC X(255).
77 OPERACION                    PIC X(12).
77 PARAMETRO-2                  PIC X(60).
77 PARAMETRO-3                  PIC X(60).
77 PARAMETRO-4                  PIC X(60).
77 PARAMETRO-5                  PIC X(60).
77 PARAMETRO-6                  PIC X(60).
77 PARAMETRO-7                  PIC X(60).
77 AVENTURA-PEDIDA              PIC X(60).

*> CATALOGO COMPLETO EN MEMORIA: AL INSTALAR O RETIRAR SE REESCRIBE
*> ENTERO CON LAS FILAS DE LA AVENTURA CAMBIADAS Y EL RESTO IGUAL
01 TABLA-CATALOGO.
    05 LINEA-CATALOGO           PIC X(300) OCCURS 50.
77 NUMERO-LINEAS-CATALOGO       PIC 99     VALUE ZERO.
77 MAXIMO-LINEAS-CATALOGO       PIC 99     VALUE 50.
77 LINEA-IDX                    PIC 99.
77 LINEA-FORMADA                PIC X(300).
77 TIPO-FILA-FORMADA            PIC X.

*> FILAS DE LA AVENTURA QUE INTERVIENEN: 1 LA INSTALADA (A), 2 LA
*> ANTERIOR GUARDADA PARA VOLVER ATRAS (R) Y 3 LA QUE SE INSTALA.
*> EL ULTIMO CAMPO DE LA FILA ES EL NUMERO DE VERSION; LAS FILAS
*> ESCRITAS A MANO NO LO LLEVAN ("SIN VERSION")
77 FILA-INSTALADA               PIC 9      VALUE 1.
77 FILA-ANTERIOR                PIC 9      VALUE 2.
77 FILA-NUEVA                   PIC 9      VALUE 3.
77 FILA-IDX                     PIC 9.
01 FILAS-AVENTURA.
    05 FILA-AVENTURA OCCURS 3.
        10 FA-TIPO              PIC X.
        10 FA-ID                PIC 99.
        10 FA-TITULO            PIC X(60).
        10 FA-MUNDO             PIC X(40).
        10 FA-VOCABULARIO       PIC X(40).
        10 FA-TEXTOS            PIC X(20).
        10 FA-INTERACCIONES     PIC X(40).
        10 FA-EVENTOS           PIC X(40).
        10 FA-VERSION-TEXTO     PIC X(2).
        10 FA-VERSION           PIC 99.
        10 FA-POSICION          PIC 99.
77 VERSION-MAXIMA               PIC 99.
77 VERSION-EDITADA              PIC X(12).

*> LOS CINCO FICHEROS DE UNA AVENTURA EN EL ORDEN DEL PAQUETE, CON LA
*> LETRA QUE LLEVAN SUS LINEAS DENTRO DE EL: M MUNDO, V VOCABULARIO,
*> T TEXTOS EN INGLES, I INTERACCIONES Y E EVENTOS DEL MUNDO. EL
*> CAMPO DE FILA ES LO QUE VA EN AVENTURAS.DAT (PARA LOS TEXTOS EL
*> PREFIJO, AL QUE EL JUEGO AÑADE -EN.DAT)
01 JUEGO-FICHEROS.
    05 FICHERO-JUEGO OCCURS 5.
        10 FICHERO-CLASE        PIC X.
        10 FICHERO-NOMBRE       PIC X(60).
        10 FICHERO-DESTINO      PIC X(60).
        10 FICHERO-CAMPO-DESTINO PIC X(40).
77 FICHERO-IDX                  PIC 9.
77 ID-NOMBRADO                  PIC 99.
77 VERSION-NOMBRADA             PIC 99.
77 PREFIJO-NOMBRADO             PIC X(20).
77 FICHERO-COPIADO-FLAG         PIC 9.
    88 FICHERO-COPIADO          VALUE 1.
77 FUENTES-AUSENTES             PIC 9      VALUE ZERO.

*> CONTENIDO DE LAS DOS VERSIONES QUE SE COMPARAN (1 LA QUE ESTA EN
*> USO, 2 LA QUE ENTRA), DESCOMPUESTO EN ELEMENTOS CON SECCION DEL
*> INFORME, CLAVE QUE LOS IDENTIFICA Y VALOR. LOS ELEMENTOS SE CASAN
*> PRIMERO IGUALES DEL TODO Y LUEGO SOLO POR CLAVE (CAMBIADOS)
77 VERSION-EN-USO               PIC 9      VALUE 1.
77 VERSION-ENTRANTE             PIC 9      VALUE 2.
77 VERSION-EN-CARGA             PIC 9.
77 MAXIMO-ELEMENTOS             PIC 9(4)   VALUE 900.
01 TABLA-VERSIONES.
    05 VERSION-DATOS OCCURS 2.
        10 VERSION-FIRMA        PIC 9(9).
        10 VERSION-NUMERO-ELEMENTOS PIC 9(4).
        10 VERSION-DESBORDADOS  PIC 9(4).
        10 VERSION-CUENTA-SECCION PIC 9(4) OCCURS 8.
        10 VERSION-ELEMENTO OCCURS 900.
            15 ELEM-SECCION     PIC 9.
            15 ELEM-ORDEN       PIC 9(4).
            15 ELEM-CLAVE       PIC X(40).
            15 ELEM-VALOR       PIC X(255).
            15 ELEM-PAREJA      PIC 9(4).
            15 ELEM-CAMBIADO-FLAG PIC 9.
                88 ELEM-CAMBIADO VALUE 1.
77 ELEM-IDX                     PIC 9(4).
77 ELEM-IDX-2                   PIC 9(4).
77 SECCION-NUEVA                PIC 9.
77 CLAVE-NUEVA                  PIC X(40).
77 VALOR-NUEVO                  PIC X(255).
77 CLASE-EN-CARGA               PIC X.
77 LINEA-DATOS                  PIC X(300).

*> SECCIONES DEL INFORME DE CAMBIOS
77 SECCION-IDX                  PIC 9.
77 SECCION-REGLAS               PIC 9      VALUE 4.
01 TITULOS-SECCION.
    05 TITULO-SECCION           PIC X(30) OCCURS 8.
77 CUENTA-ANADIDOS              PIC 9(4).
77 CUENTA-RETIRADOS             PIC 9(4).
77 CUENTA-CAMBIADOS             PIC 9(4).
77 REGLAS-MOVIDAS               PIC 9(4).
77 TOTAL-CAMBIOS                PIC 9(5).

*> CAMPOS DE LAS LINEAS DE LOS FICHEROS DE DATOS
01 LINEA-MUNDO-CAMPOS.
    05 TIPO-LINEA-MUNDO         PIC X.
    05 ID-LINEA-MUNDO           PIC X(2).
    05 TEXTO-LINEA-MUNDO        PIC X(255).
01 SALIDAS-LINEA-MUNDO.
    05 SALIDA-LINEA-MUNDO       PIC 99 OCCURS 8.
77 DIR-ID                       PIC 9.
01 NOMBRES-DIRECCION.
    05 NOMBRE-DIRECCION         PIC X(8) OCCURS 8.
01 LINEA-VOCABULARIO-CAMPOS.
    05 TIPO-LINEA-VOCAB         PIC X.
    05 ID-LINEA-VOCAB           PIC X(2).
    05 PALABRA-LINEA-VOCAB      PIC X(32).
*> LAS REGLAS Y LOS EVENTOS NO TIENEN NUMERO: SU CLAVE SON TODOS LOS
*> CAMPOS ANTERIORES AL MENSAJE (12 SEPARADORES EN UNA REGLA, 7 EN UN
*> EVENTO) Y EL MENSAJE ES SU VALOR
77 SEPARADORES-CLAVE            PIC 99.
77 SEPARADORES-VISTOS           PIC 99.
77 POSICION-LINEA               PIC 999.
77 POSICION-CORTE               PIC 999.

*> MISMO CALCULO DE FIRMA QUE CARGAR-MUNDO EN LA-TORRE
77 FIRMA-TRABAJO                PIC 9(15).
77 LARGO-REGISTRO-MUNDO         PIC 9(5).

*> CABECERA DEL PAQUETE:
*>  P|AVENTURA|TITULO|VERSION|FIRMA|CONTROL|LINEAS|AAAAMMDDHHMMSS
*> SEGUIDA DE UNA LINEA F|CLASE|FICHERO POR FICHERO DE ORIGEN Y DE
*> LAS LINEAS DE DATOS PRECEDIDAS DE SU CLASE. EL CONTROL ES UNA
*> SUMA RODANTE SOBRE TODOS LOS CARACTERES DE LAS LINEAS DE DATOS,
*> PARA NO INSTALAR UN PAQUETE CORTADO O RETOCADO A MANO
01 CABECERA-PAQUETE.
    05 PAQUETE-TIPO             PIC X.
    05 PAQUETE-ID               PIC 99.
    05 PAQUETE-TITULO           PIC X(60).
    05 PAQUETE-VERSION          PIC 99.
    05 PAQUETE-FIRMA            PIC 9(9).
    05 PAQUETE-CONTROL          PIC 9(9).
    05 PAQUETE-LINEAS           PIC 9(5).
    05 PAQUETE-FECHA-HORA       PIC X(14).
77 HAY-CABECERA-FLAG            PIC 9.
    88 HAY-CABECERA             VALUE 1.
77 CONTROLANDO-PAQUETE-FLAG     PIC 9.
    88 CONTROLANDO-PAQUETE      VALUE 1.
77 LINEA-PAQUETE                PIC X(310).
77 LARGO-LINEA-PAQUETE          PIC 999.
77 CONTROL-PAQUETE              PIC 9(9).
77 CONTROL-TRABAJO              PIC 9(15).
77 LINEAS-PAQUETE               PIC 9(5).
77 LINEAS-EXTRANAS              PIC 9(5).
77 FECHA-Y-HORA-ACTUAL          PIC X(21).

*> EJECUCION DE LOS VALIDADORES SOBRE LOS FICHEROS A EMPAQUETAR
77 ORDEN-SISTEMA                PIC X(512).
77 RETORNO-VALIDACION           PIC S9(9).
77 VALIDACION-FALLIDA-FLAG      PIC 9.
    88 VALIDACION-FALLIDA       VALUE 1.

*> HUECOS DE SAVEGAME.DAT AFECTADOS POR EL CAMBIO DE FIRMA
77 SAVE-SLOT                    PIC 9(4).
77 SLOT-MAXIMO                  PIC 99     VALUE 10.
77 FORMATO-PARTIDA-ACTUAL       PIC 99     VALUE 2.
77 HUECOS-INVALIDADOS           PIC 99.
77 HUECOS-RECUPERADOS           PIC 99.
77 MUNDO-QUE-QUEDA              PIC X(40).

*> BLOQUEO Y REINTENTOS, CON LOS MISMOS VALORES QUE EL JUEGO
77 INTENTOS-BLOQUEO             PIC 99.
77 MAXIMO-INTENTOS-BLOQUEO      PIC 99     VALUE 10.
77 SEGUNDOS-ESPERA-BLOQUEO      PIC 9      VALUE 1.
77 FICHERO-EN-USO-FLAG          PIC 9.
    88 FICHERO-EN-USO           VALUE 1.
77 FICHERO-BLOQUEADO-FLAG       PIC 9.
    88 FICHERO-BLOQUEADO        VALUE 1.

77 CONTADOR-EDITADO             PIC ZZZ9.
77 FIRMA-EDITADA                PIC Z(8)9.
77 FIRMA-EDITADA-2              PIC Z(8)9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT LINEA-DE-ORDENES FROM COMMAND-LINE.
    UNSTRING LINEA-DE-ORDENES DELIMITED BY ALL SPACE
        INTO OPERACION PARAMETRO-2 PARAMETRO-3 PARAMETRO-4
             PARAMETRO-5 PARAMETRO-6 PARAMETRO-7.
    MOVE FUNCTION UPPER-CASE(OPERACION) TO OPERACION.
    PERFORM PREPARAR-NOMBRES.
    DISPLAY 'Publicación de aventuras de LA TORRE'.
    DISPLAY ' '.
    IF PARAMETRO-2 = SPACES
        PERFORM MOSTRAR-USO
    END-IF.
    EVALUATE OPERACION
        WHEN 'EMPAQUETAR'
            PERFORM EMPAQUETAR-AVENTURA
        WHEN 'COMPARAR'
            PERFORM COMPARAR-PAQUETE
        WHEN 'INSTALAR'
            PERFORM INSTALAR-PAQUETE
        WHEN 'RETIRAR'
            PERFORM RETIRAR-VERSION
        WHEN OTHER
            PERFORM MOSTRAR-USO
    END-EVALUATE.
    MOVE ZERO TO RETURN-CODE.
STOP RUN.

MOSTRAR-USO.
    DISPLAY 'Uso: EMPAQUETAR aventura [mundo vocabulario textos'.
    DISPLAY '                 interacciones eventos]'.
    DISPLAY '     COMPARAR paquete'.
    DISPLAY '     INSTALAR paquete'.
    DISPLAY '     RETIRAR aventura'.
    DISPLAY '     (aventura: número de fila o título de AVENTURAS.DAT;'.
    DISPLAY '     textos es el prefijo, como en el catálogo)'.
    MOVE 1 TO RETURN-CODE.
    STOP RUN.

TERMINAR-CON-ERROR.
    MOVE 255 TO RETURN-CODE.
    STOP RUN.

PREPARAR-NOMBRES.
    MOVE 'norte'   TO NOMBRE-DIRECCION(1).
    MOVE 'sur'     TO NOMBRE-DIRECCION(2).
    MOVE 'este'    TO NOMBRE-DIRECCION(3).
    MOVE 'oeste'   TO NOMBRE-DIRECCION(4).
    MOVE 'arriba'  TO NOMBRE-DIRECCION(5).
    MOVE 'abajo'   TO NOMBRE-DIRECCION(6).
    MOVE 'adentro' TO NOMBRE-DIRECCION(7).
    MOVE 'afuera'  TO NOMBRE-DIRECCION(8).
    MOVE 'Localidades'           TO TITULO-SECCION(1).
    MOVE 'Salidas'               TO TITULO-SECCION(2).
    MOVE 'Objetos'               TO TITULO-SECCION(3).
    MOVE 'Reglas'                TO TITULO-SECCION(4).
    MOVE 'Eventos'               TO TITULO-SECCION(5).
    MOVE 'Palabras'              TO TITULO-SECCION(6).
    MOVE 'Textos en inglés'      TO TITULO-SECCION(7).
    MOVE 'Otros datos del mundo' TO TITULO-SECCION(8).
    MOVE 'M' TO FICHERO-CLASE(1).
    MOVE 'V' TO FICHERO-CLASE(2).
    MOVE 'T' TO FICHERO-CLASE(3).
    MOVE 'I' TO FICHERO-CLASE(4).
    MOVE 'E' TO FICHERO-CLASE(5).

EMPAQUETAR-AVENTURA.
    *> Los ficheros de origen se comprueban con los dos validadores
    *> antes de escribir nada; el paquete lleva el número siguiente al
    *> mayor de la fila instalada y de la anterior.
    MOVE FUNCTION UPPER-CASE(PARAMETRO-2) TO AVENTURA-PEDIDA.
    PERFORM CARGAR-CATALOGO.
    PERFORM BUSCAR-AVENTURA.
    MOVE 'MUNDO.DAT'         TO FICHERO-NOMBRE(1).
    MOVE 'VOCABULARIO.DAT'   TO FICHERO-NOMBRE(2).
    MOVE 'TEXTOS-EN.DAT'     TO FICHERO-NOMBRE(3).
    MOVE 'INTERACCIONES.DAT' TO FICHERO-NOMBRE(4).
    MOVE 'EVENTOS-MUNDO.DAT' TO FICHERO-NOMBRE(5).
    IF PARAMETRO-3 NOT = SPACES
        MOVE PARAMETRO-3 TO FICHERO-NOMBRE(1)
    END-IF.
    IF PARAMETRO-4 NOT = SPACES
        MOVE PARAMETRO-4 TO FICHERO-NOMBRE(2)
    END-IF.
    IF PARAMETRO-5 NOT = SPACES
        MOVE SPACES TO FICHERO-NOMBRE(3)
        STRING FUNCTION TRIM(PARAMETRO-5) DELIMITED BY SIZE
               '-EN.DAT' DELIMITED BY SIZE
            INTO FICHERO-NOMBRE(3)
    END-IF.
    IF PARAMETRO-6 NOT = SPACES
        MOVE PARAMETRO-6 TO FICHERO-NOMBRE(4)
    END-IF.
    IF PARAMETRO-7 NOT = SPACES
        MOVE PARAMETRO-7 TO FICHERO-NOMBRE(5)
    END-IF.
    IF FA-VERSION(FILA-INSTALADA) >= FA-VERSION(FILA-ANTERIOR)
        MOVE FA-VERSION(FILA-INSTALADA) TO VERSION-MAXIMA
    ELSE
        MOVE FA-VERSION(FILA-ANTERIOR) TO VERSION-MAXIMA
    END-IF.
    IF VERSION-MAXIMA >= 99
        DISPLAY 'La aventura ya ha llegado a la versión 99; no caben más.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    PERFORM COMPROBAR-FUENTES.
    PERFORM PASAR-VALIDACIONES.

    INITIALIZE CABECERA-PAQUETE.
    MOVE 'P' TO PAQUETE-TIPO.
    MOVE FA-ID(FILA-INSTALADA) TO PAQUETE-ID.
    MOVE FA-TITULO(FILA-INSTALADA) TO PAQUETE-TITULO.
    ADD 1 VERSION-MAXIMA GIVING PAQUETE-VERSION.
    MOVE FUNCTION CURRENT-DATE TO FECHA-Y-HORA-ACTUAL.
    MOVE FECHA-Y-HORA-ACTUAL(1:14) TO PAQUETE-FECHA-HORA.
    MOVE VERSION-ENTRANTE TO VERSION-EN-CARGA.
    SET CONTROLANDO-PAQUETE TO TRUE.
    PERFORM CARGAR-VERSION.
    MOVE ZERO TO CONTROLANDO-PAQUETE-FLAG.
    MOVE VERSION-FIRMA(VERSION-ENTRANTE) TO PAQUETE-FIRMA.
    MOVE CONTROL-PAQUETE TO PAQUETE-CONTROL.
    MOVE LINEAS-PAQUETE TO PAQUETE-LINEAS.
    MOVE SPACES TO PAQUETE-FILE-NAME.
    STRING 'PAQUETE-A' DELIMITED BY SIZE
           PAQUETE-ID DELIMITED BY SIZE
           '-V' DELIMITED BY SIZE
           PAQUETE-VERSION DELIMITED BY SIZE
           '.DAT' DELIMITED BY SIZE
        INTO PAQUETE-FILE-NAME.
    PERFORM ESCRIBIR-PAQUETE.

    PERFORM CARGAR-VERSION-INSTALADA.
    PERFORM INFORMAR-CAMBIOS.
    PERFORM NOMBRAR-MUNDO-QUE-QUEDA.
    PERFORM INFORMAR-PARTIDAS.
    DISPLAY ' '.
    MOVE PAQUETE-LINEAS TO CONTADOR-EDITADO.
    DISPLAY 'Paquete ' FUNCTION TRIM(PAQUETE-FILE-NAME) ' escrito: '
            FUNCTION TRIM(PAQUETE-TITULO) ', versión ' PAQUETE-VERSION
            ', ' FUNCTION TRIM(CONTADOR-EDITADO) ' línea(s) de datos.'.
    DISPLAY 'Para ponerlo en producción: INSTALAR '
            FUNCTION TRIM(PAQUETE-FILE-NAME).

COMPARAR-PAQUETE.
    MOVE PARAMETRO-2 TO PAQUETE-FILE-NAME.
    PERFORM LEER-PAQUETE.
    MOVE PAQUETE-ID TO AVENTURA-PEDIDA.
    PERFORM CARGAR-CATALOGO.
    PERFORM BUSCAR-AVENTURA.
    PERFORM CARGAR-VERSION-INSTALADA.
    PERFORM INFORMAR-CAMBIOS.
    PERFORM NOMBRAR-MUNDO-QUE-QUEDA.
    PERFORM INFORMAR-PARTIDAS.
    DISPLAY ' '.
    DISPLAY 'Solo comparación: no se ha instalado nada.'.

INSTALAR-PAQUETE.
    *> El catálogo se reescribe lo último, cuando los ficheros de la
    *> versión nueva ya están en su sitio: si algo falla antes, la
    *> aventura sigue jugándose con la versión que tenía.
    MOVE PARAMETRO-2 TO PAQUETE-FILE-NAME.
    PERFORM LEER-PAQUETE.
    MOVE PAQUETE-ID TO AVENTURA-PEDIDA.
    PERFORM CARGAR-CATALOGO.
    PERFORM BUSCAR-AVENTURA.
    IF PAQUETE-VERSION <= FA-VERSION(FILA-INSTALADA)
            OR PAQUETE-VERSION <= FA-VERSION(FILA-ANTERIOR)
        DISPLAY 'El paquete es de la versión ' PAQUETE-VERSION
                ', que no es posterior a las que constan en el catálogo.'
        DISPLAY 'Para volver a una versión anterior use RETIRAR; para'
                ' publicar cambios, vuelva a EMPAQUETAR.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    IF NUMERO-LINEAS-CATALOGO >= MAXIMO-LINEAS-CATALOGO
            AND FA-POSICION(FILA-ANTERIOR) = ZERO
        DISPLAY 'AVENTURAS.DAT no admite más filas; no se instala nada.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    PERFORM CARGAR-VERSION-INSTALADA.
    PERFORM INFORMAR-CAMBIOS.
    PERFORM NOMBRAR-MUNDO-QUE-QUEDA.
    PERFORM INFORMAR-PARTIDAS.
    DISPLAY ' '.
    IF FA-VERSION-TEXTO(FILA-INSTALADA) = SPACES
        PERFORM GUARDAR-VERSION-SIN-NUMERO
    END-IF.
    PERFORM DESEMPAQUETAR.

    MOVE FILA-AVENTURA(FILA-INSTALADA) TO FILA-AVENTURA(FILA-NUEVA).
    MOVE FICHERO-CAMPO-DESTINO(1) TO FA-MUNDO(FILA-NUEVA).
    MOVE FICHERO-CAMPO-DESTINO(2) TO FA-VOCABULARIO(FILA-NUEVA).
    MOVE FICHERO-CAMPO-DESTINO(3) TO FA-TEXTOS(FILA-NUEVA).
    MOVE FICHERO-CAMPO-DESTINO(4) TO FA-INTERACCIONES(FILA-NUEVA).
    MOVE FICHERO-CAMPO-DESTINO(5) TO FA-EVENTOS(FILA-NUEVA).
    MOVE PAQUETE-VERSION TO FA-VERSION(FILA-NUEVA).
    MOVE PAQUETE-VERSION TO FA-VERSION-TEXTO(FILA-NUEVA).

    *> LA FILA INSTALADA PASA A SER LA ANTERIOR: OCUPA EL SITIO DE LA
    *> FILA R QUE HUBIERA O SE INTERCALA DETRAS DE LA FILA A
    IF FA-POSICION(FILA-ANTERIOR) = ZERO
        PERFORM VARYING LINEA-IDX FROM NUMERO-LINEAS-CATALOGO BY -1
                UNTIL LINEA-IDX <= FA-POSICION(FILA-INSTALADA)
            MOVE LINEA-CATALOGO(LINEA-IDX) TO LINEA-CATALOGO(LINEA-IDX + 1)
        END-PERFORM
        ADD 1 TO NUMERO-LINEAS-CATALOGO
        ADD 1 FA-POSICION(FILA-INSTALADA)
            GIVING FA-POSICION(FILA-ANTERIOR)
    END-IF.
    MOVE FILA-NUEVA TO FILA-IDX.
    MOVE 'A' TO TIPO-FILA-FORMADA.
    PERFORM FORMAR-LINEA-FILA.
    MOVE LINEA-FORMADA TO LINEA-CATALOGO(FA-POSICION(FILA-INSTALADA)).
    MOVE FILA-INSTALADA TO FILA-IDX.
    MOVE 'R' TO TIPO-FILA-FORMADA.
    PERFORM FORMAR-LINEA-FILA.
    MOVE LINEA-FORMADA TO LINEA-CATALOGO(FA-POSICION(FILA-ANTERIOR)).
    PERFORM ESCRIBIR-CATALOGO.
    DISPLAY 'Instalada la versión ' PAQUETE-VERSION ' de '
            FUNCTION TRIM(FA-TITULO(FILA-INSTALADA)) '.'.
    DISPLAY 'La versión anterior queda guardada; para volver a ella: '
            'RETIRAR ' FA-ID(FILA-INSTALADA).

RETIRAR-VERSION.
    *> Vuelta atrás: la fila R pasa a ser la A y al revés, de modo
    *> que retirar dos veces deja las cosas como estaban.
    MOVE FUNCTION UPPER-CASE(PARAMETRO-2) TO AVENTURA-PEDIDA.
    PERFORM CARGAR-CATALOGO.
    PERFORM BUSCAR-AVENTURA.
    IF FA-POSICION(FILA-ANTERIOR) = ZERO
        DISPLAY 'No hay ninguna versión anterior de '
                FUNCTION TRIM(FA-TITULO(FILA-INSTALADA))
                ' guardada en AVENTURAS.DAT.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    MOVE FILA-ANTERIOR TO FILA-IDX.
    PERFORM ASIGNAR-FICHEROS-FILA.
    PERFORM COMPROBAR-FUENTES.
    MOVE VERSION-ENTRANTE TO VERSION-EN-CARGA.
    PERFORM CARGAR-VERSION.
    PERFORM CARGAR-VERSION-INSTALADA.
    MOVE FILA-ANTERIOR TO FILA-IDX.
    PERFORM EDITAR-VERSION-FILA.
    DISPLAY 'Vuelta a la versión ' FUNCTION TRIM(VERSION-EDITADA)
            ' de ' FUNCTION TRIM(FA-TITULO(FILA-INSTALADA)) '.'.
    PERFORM INFORMAR-CAMBIOS.
    MOVE FA-MUNDO(FILA-INSTALADA) TO MUNDO-QUE-QUEDA.
    PERFORM INFORMAR-PARTIDAS.
    MOVE FILA-ANTERIOR TO FILA-IDX.
    MOVE 'A' TO TIPO-FILA-FORMADA.
    PERFORM FORMAR-LINEA-FILA.
    MOVE LINEA-FORMADA TO LINEA-CATALOGO(FA-POSICION(FILA-INSTALADA)).
    MOVE FILA-INSTALADA TO FILA-IDX.
    MOVE 'R' TO TIPO-FILA-FORMADA.
    PERFORM FORMAR-LINEA-FILA.
    MOVE LINEA-FORMADA TO LINEA-CATALOGO(FA-POSICION(FILA-ANTERIOR)).
    PERFORM ESCRIBIR-CATALOGO.
    DISPLAY ' '.
    MOVE FILA-INSTALADA TO FILA-IDX.
    PERFORM EDITAR-VERSION-FILA.
    DISPLAY 'AVENTURAS.DAT actualizado. La versión '
            FUNCTION TRIM(VERSION-EDITADA)
            ' queda como anterior; RETIRAR de nuevo la recupera.'.

CARGAR-CATALOGO.
    OPEN INPUT AVENTURAS-FILE.
    IF AVENTURAS-FILE-STATUS NOT = '00'
        DISPLAY 'No hay AVENTURAS.DAT: sin catálogo no hay fila que'
                ' actualizar.'
        CLOSE AVENTURAS-FILE
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    PERFORM UNTIL AVENTURAS-FILE-STATUS = '10'
        READ AVENTURAS-FILE
            AT END CONTINUE
            NOT AT END
                IF NUMERO-LINEAS-CATALOGO >= MAXIMO-LINEAS-CATALOGO
                    DISPLAY 'AVENTURAS.DAT tiene más de '
                            MAXIMO-LINEAS-CATALOGO ' líneas; no se'
                            ' puede reescribir sin perder ninguna.'
                    CLOSE AVENTURAS-FILE
                    PERFORM TERMINAR-CON-ERROR
                END-IF
                ADD 1 TO NUMERO-LINEAS-CATALOGO
                MOVE AVENTURA-RECORD
                    TO LINEA-CATALOGO(NUMERO-LINEAS-CATALOGO)
        END-READ
    END-PERFORM.
    CLOSE AVENTURAS-FILE.

BUSCAR-AVENTURA.
    *> La fila A se elige con el mismo criterio que el juego (número
    *> o título); su fila R es la que lleva el mismo número.
    INITIALIZE FILAS-AVENTURA.
    PERFORM VARYING LINEA-IDX FROM 1 BY 1
            UNTIL LINEA-IDX > NUMERO-LINEAS-CATALOGO
               OR FA-POSICION(FILA-INSTALADA) NOT = ZERO
        IF LINEA-CATALOGO(LINEA-IDX)(1:1) = 'A'
            MOVE FILA-INSTALADA TO FILA-IDX
            PERFORM LEER-FILA
            IF AVENTURA-PEDIDA = FA-ID(FILA-INSTALADA)
                    OR AVENTURA-PEDIDA = FUNCTION UPPER-CASE(
                        FUNCTION TRIM(FA-TITULO(FILA-INSTALADA)))
                MOVE LINEA-IDX TO FA-POSICION(FILA-INSTALADA)
            END-IF
        END-IF
    END-PERFORM.
    IF FA-POSICION(FILA-INSTALADA) = ZERO
        DISPLAY 'La aventura ' FUNCTION TRIM(AVENTURA-PEDIDA)
                ' no está en AVENTURAS.DAT.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    PERFORM VARYING LINEA-IDX FROM 1 BY 1
            UNTIL LINEA-IDX > NUMERO-LINEAS-CATALOGO
               OR FA-POSICION(FILA-ANTERIOR) NOT = ZERO
        IF LINEA-CATALOGO(LINEA-IDX)(1:1) = 'R'
            MOVE FILA-ANTERIOR TO FILA-IDX
            PERFORM LEER-FILA
            IF FA-ID(FILA-ANTERIOR) = FA-ID(FILA-INSTALADA)
                MOVE LINEA-IDX TO FA-POSICION(FILA-ANTERIOR)
            END-IF
        END-IF
    END-PERFORM.
    IF FA-POSICION(FILA-ANTERIOR) = ZERO
        INITIALIZE FILA-AVENTURA(FILA-ANTERIOR)
    END-IF.
    MOVE FILA-INSTALADA TO FILA-IDX.
    PERFORM EDITAR-VERSION-FILA.
    DISPLAY 'Aventura ' FA-ID(FILA-INSTALADA) ': '
            FUNCTION TRIM(FA-TITULO(FILA-INSTALADA))
            ' (versión instalada: ' FUNCTION TRIM(VERSION-EDITADA) ').'.

LEER-FILA.
    *> Descompone la línea LINEA-IDX del catálogo en la fila FILA-IDX;
    *> los ficheros que la fila deja en blanco son los de siempre,
    *> igual que en el juego.
    INITIALIZE FILA-AVENTURA(FILA-IDX).
    UNSTRING LINEA-CATALOGO(LINEA-IDX) DELIMITED BY '|'
        INTO FA-TIPO(FILA-IDX) FA-ID(FILA-IDX) FA-TITULO(FILA-IDX)
             FA-MUNDO(FILA-IDX) FA-VOCABULARIO(FILA-IDX)
             FA-TEXTOS(FILA-IDX) FA-INTERACCIONES(FILA-IDX)
             FA-EVENTOS(FILA-IDX) FA-VERSION-TEXTO(FILA-IDX).
    IF FA-MUNDO(FILA-IDX) = SPACES
        MOVE 'MUNDO.DAT' TO FA-MUNDO(FILA-IDX)
    END-IF.
    IF FA-VOCABULARIO(FILA-IDX) = SPACES
        MOVE 'VOCABULARIO.DAT' TO FA-VOCABULARIO(FILA-IDX)
    END-IF.
    IF FA-TEXTOS(FILA-IDX) = SPACES
        MOVE 'TEXTOS' TO FA-TEXTOS(FILA-IDX)
    END-IF.
    IF FA-INTERACCIONES(FILA-IDX) = SPACES
        MOVE 'INTERACCIONES.DAT' TO FA-INTERACCIONES(FILA-IDX)
    END-IF.
    IF FA-EVENTOS(FILA-IDX) = SPACES
        MOVE 'EVENTOS-MUNDO.DAT' TO FA-EVENTOS(FILA-IDX)
    END-IF.
    IF FA-VERSION-TEXTO(FILA-IDX) IS NUMERIC
        MOVE FA-VERSION-TEXTO(FILA-IDX) TO FA-VERSION(FILA-IDX)
    ELSE
        MOVE SPACES TO FA-VERSION-TEXTO(FILA-IDX)
        MOVE ZERO TO FA-VERSION(FILA-IDX)
    END-IF.

FORMAR-LINEA-FILA.
    MOVE SPACES TO LINEA-FORMADA.
    STRING TIPO-FILA-FORMADA DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           FA-ID(FILA-IDX) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           FUNCTION TRIM(FA-TITULO(FILA-IDX)) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           FUNCTION TRIM(FA-MUNDO(FILA-IDX)) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           FUNCTION TRIM(FA-VOCABULARIO(FILA-IDX)) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           FUNCTION TRIM(FA-TEXTOS(FILA-IDX)) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           FUNCTION TRIM(FA-INTERACCIONES(FILA-IDX)) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           FUNCTION TRIM(FA-EVENTOS(FILA-IDX)) DELIMITED BY SIZE
        INTO LINEA-FORMADA.
    IF FA-VERSION-TEXTO(FILA-IDX) NOT = SPACES
        STRING FUNCTION TRIM(LINEA-FORMADA) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FA-VERSION-TEXTO(FILA-IDX) DELIMITED BY SIZE
            INTO LINEA-FORMADA
    END-IF.

EDITAR-VERSION-FILA.
    IF FA-VERSION-TEXTO(FILA-IDX) = SPACES
        MOVE 'sin versión' TO VERSION-EDITADA
    ELSE
        MOVE FA-VERSION-TEXTO(FILA-IDX) TO VERSION-EDITADA
    END-IF.

ESCRIBIR-CATALOGO.
    OPEN OUTPUT AVENTURAS-FILE.
    IF AVENTURAS-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede reescribir AVENTURAS.DAT (estado '
                AVENTURAS-FILE-STATUS '); el catálogo no ha cambiado.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    PERFORM VARYING LINEA-IDX FROM 1 BY 1
            UNTIL LINEA-IDX > NUMERO-LINEAS-CATALOGO
        MOVE LINEA-CATALOGO(LINEA-IDX) TO AVENTURA-RECORD
        WRITE AVENTURA-RECORD
    END-PERFORM.
    CLOSE AVENTURAS-FILE.

ASIGNAR-FICHEROS-FILA.
    *> Los cinco ficheros que declara la fila FILA-IDX.
    MOVE FA-MUNDO(FILA-IDX)         TO FICHERO-NOMBRE(1).
    MOVE FA-VOCABULARIO(FILA-IDX)   TO FICHERO-NOMBRE(2).
    MOVE SPACES TO FICHERO-NOMBRE(3).
    STRING FUNCTION TRIM(FA-TEXTOS(FILA-IDX)) DELIMITED BY SIZE
           '-EN.DAT' DELIMITED BY SIZE
        INTO FICHERO-NOMBRE(3).
    MOVE FA-INTERACCIONES(FILA-IDX) TO FICHERO-NOMBRE(4).
    MOVE FA-EVENTOS(FILA-IDX)       TO FICHERO-NOMBRE(5).

NOMBRAR-FICHEROS-VERSION.
    *> Nombres de los ficheros instalados de la versión
    *> VERSION-NOMBRADA de la aventura ID-NOMBRADO.
    PERFORM VARYING FICHERO-IDX FROM 1 BY 1 UNTIL FICHERO-IDX > 5
        MOVE SPACES TO FICHERO-DESTINO(FICHERO-IDX)
                       FICHERO-CAMPO-DESTINO(FICHERO-IDX)
    END-PERFORM.
    MOVE SPACES TO PREFIJO-NOMBRADO.
    STRING 'TEXTOS-A' DELIMITED BY SIZE
           ID-NOMBRADO DELIMITED BY SIZE
           '-V' DELIMITED BY SIZE
           VERSION-NOMBRADA DELIMITED BY SIZE
        INTO PREFIJO-NOMBRADO.
    STRING 'MUNDO-A' ID-NOMBRADO '-V' VERSION-NOMBRADA '.DAT'
           DELIMITED BY SIZE INTO FICHERO-DESTINO(1).
    STRING 'VOCABULARIO-A' ID-NOMBRADO '-V' VERSION-NOMBRADA '.DAT'
           DELIMITED BY SIZE INTO FICHERO-DESTINO(2).
    STRING FUNCTION TRIM(PREFIJO-NOMBRADO) '-EN.DAT'
           DELIMITED BY SIZE INTO FICHERO-DESTINO(3).
    STRING 'INTERACCIONES-A' ID-NOMBRADO '-V' VERSION-NOMBRADA '.DAT'
           DELIMITED BY SIZE INTO FICHERO-DESTINO(4).
    STRING 'EVENTOS-MUNDO-A' ID-NOMBRADO '-V' VERSION-NOMBRADA '.DAT'
           DELIMITED BY SIZE INTO FICHERO-DESTINO(5).
    PERFORM VARYING FICHERO-IDX FROM 1 BY 1 UNTIL FICHERO-IDX > 5
        MOVE FICHERO-DESTINO(FICHERO-IDX)
            TO FICHERO-CAMPO-DESTINO(FICHERO-IDX)
    END-PERFORM.
    MOVE PREFIJO-NOMBRADO TO FICHERO-CAMPO-DESTINO(3).

NOMBRAR-MUNDO-QUE-QUEDA.
    *> Fichero de mundo con el que queda la versión que sale, para la
    *> indicación de MIGRAR: el suyo si ya tenía versión o la copia
    *> 00 que hará la instalación si no la tenía.
    IF FA-VERSION-TEXTO(FILA-INSTALADA) = SPACES
        MOVE FA-ID(FILA-INSTALADA) TO ID-NOMBRADO
        MOVE ZERO TO VERSION-NOMBRADA
        PERFORM NOMBRAR-FICHEROS-VERSION
        MOVE FICHERO-DESTINO(1) TO MUNDO-QUE-QUEDA
    ELSE
        MOVE FA-MUNDO(FILA-INSTALADA) TO MUNDO-QUE-QUEDA
    END-IF.

COMPROBAR-FUENTES.
    *> Todos los ficheros deben existir: el juego suple con datos por
    *> defecto los que faltan, pero eso no es lo que se quiere
    *> publicar ni a lo que se quiere volver.
    MOVE ZERO TO FUENTES-AUSENTES.
    PERFORM VARYING FICHERO-IDX FROM 1 BY 1 UNTIL FICHERO-IDX > 5
        MOVE FICHERO-NOMBRE(FICHERO-IDX) TO ORIGEN-FILE-NAME
        OPEN INPUT ORIGEN-FILE
        IF ORIGEN-FILE-STATUS NOT = '00'
            ADD 1 TO FUENTES-AUSENTES
            DISPLAY FUNCTION TRIM(ORIGEN-FILE-NAME) ' no se puede abrir.'
        END-IF
        CLOSE ORIGEN-FILE
    END-PERFORM.
    IF FUENTES-AUSENTES > ZERO
        DISPLAY 'Faltan ficheros de la aventura; no se hace nada.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.

PASAR-VALIDACIONES.
    *> VALIDAR-MAPA y VALIDAR-DATOS se lanzan sobre los ficheros a
    *> empaquetar, con su salida a la vista para ver qué denuncian.
    INITIALIZE VALIDACION-FALLIDA-FLAG.
    MOVE SPACES TO ORDEN-SISTEMA.
    STRING 'validar-mapa ' DELIMITED BY SIZE
           FUNCTION TRIM(FICHERO-NOMBRE(1)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(FICHERO-NOMBRE(4)) DELIMITED BY SIZE
        INTO ORDEN-SISTEMA.
    DISPLAY ' '.
    DISPLAY '--- VALIDAR-MAPA ---'.
    CALL 'SYSTEM' USING ORDEN-SISTEMA.
    MOVE RETURN-CODE TO RETORNO-VALIDACION.
    IF RETORNO-VALIDACION NOT = ZERO
        SET VALIDACION-FALLIDA TO TRUE
    END-IF.
    MOVE SPACES TO ORDEN-SISTEMA.
    STRING 'validar-datos ' DELIMITED BY SIZE
           FUNCTION TRIM(FICHERO-NOMBRE(3)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(FICHERO-NOMBRE(2)) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(FICHERO-NOMBRE(1)) DELIMITED BY SIZE
        INTO ORDEN-SISTEMA.
    DISPLAY ' '.
    DISPLAY '--- VALIDAR-DATOS ---'.
    CALL 'SYSTEM' USING ORDEN-SISTEMA.
    MOVE RETURN-CODE TO RETORNO-VALIDACION.
    IF RETORNO-VALIDACION NOT = ZERO
        SET VALIDACION-FALLIDA TO TRUE
    END-IF.
    MOVE ZERO TO RETURN-CODE.
    DISPLAY ' '.
    IF VALIDACION-FALLIDA
        DISPLAY 'No se empaqueta: VALIDAR-MAPA y VALIDAR-DATOS tienen que'
                ' terminar sin problemas.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.

CARGAR-VERSION-INSTALADA.
    MOVE FILA-INSTALADA TO FILA-IDX.
    PERFORM ASIGNAR-FICHEROS-FILA.
    MOVE VERSION-EN-USO TO VERSION-EN-CARGA.
    PERFORM CARGAR-VERSION.

CARGAR-VERSION.
    *> Carga en VERSION-EN-CARGA los cinco ficheros de JUEGO-FICHEROS;
    *> si se está empaquetando, además cuenta las líneas y acumula el
    *> control del paquete.
    INITIALIZE VERSION-DATOS(VERSION-EN-CARGA).
    MOVE ZERO TO CONTROL-PAQUETE LINEAS-PAQUETE.
    PERFORM VARYING FICHERO-IDX FROM 1 BY 1 UNTIL FICHERO-IDX > 5
        MOVE FICHERO-NOMBRE(FICHERO-IDX) TO ORIGEN-FILE-NAME
        MOVE FICHERO-CLASE(FICHERO-IDX) TO CLASE-EN-CARGA
        OPEN INPUT ORIGEN-FILE
        IF ORIGEN-FILE-STATUS = '00'
            PERFORM UNTIL ORIGEN-FILE-STATUS = '10'
                READ ORIGEN-FILE
                    AT END CONTINUE
                    NOT AT END
                        PERFORM PROCESAR-LINEA-ORIGEN
                END-READ
            END-PERFORM
        ELSE
            DISPLAY 'Aviso: ' FUNCTION TRIM(ORIGEN-FILE-NAME)
                    ' no está disponible; se compara sin él.'
        END-IF
        CLOSE ORIGEN-FILE
    END-PERFORM.
    IF VERSION-DESBORDADOS(VERSION-EN-CARGA) > ZERO
        MOVE VERSION-DESBORDADOS(VERSION-EN-CARGA) TO CONTADOR-EDITADO
        DISPLAY 'Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' línea(s) no caben en la comparación y se omiten del'
                ' informe.'
    END-IF.

PROCESAR-LINEA-ORIGEN.
    MOVE ORIGEN-RECORD TO LINEA-DATOS.
    IF CONTROLANDO-PAQUETE
        MOVE SPACES TO LINEA-PAQUETE
        STRING CLASE-EN-CARGA DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               ORIGEN-RECORD DELIMITED BY SIZE
            INTO LINEA-PAQUETE
        PERFORM ACUMULAR-CONTROL
    END-IF.
    PERFORM ANOTAR-LINEA.

ACUMULAR-CONTROL.
    ADD 1 TO LINEAS-PAQUETE.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(LINEA-PAQUETE TRAILING))
        TO LARGO-LINEA-PAQUETE.
    PERFORM VARYING POSICION-LINEA FROM 1 BY 1
            UNTIL POSICION-LINEA > LARGO-LINEA-PAQUETE
        COMPUTE CONTROL-TRABAJO = CONTROL-PAQUETE * 31
            + FUNCTION ORD(LINEA-PAQUETE(POSICION-LINEA:1))
        COMPUTE CONTROL-PAQUETE = FUNCTION MOD(CONTROL-TRABAJO, 999999937)
    END-PERFORM.

ESCRIBIR-PAQUETE.
    OPEN OUTPUT PAQUETE-FILE.
    IF PAQUETE-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede escribir ' FUNCTION TRIM(PAQUETE-FILE-NAME)
                ' (estado ' PAQUETE-FILE-STATUS ').'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    MOVE SPACES TO PAQUETE-RECORD.
    STRING 'P|' DELIMITED BY SIZE
           PAQUETE-ID DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           FUNCTION TRIM(PAQUETE-TITULO) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           PAQUETE-VERSION DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           PAQUETE-FIRMA DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           PAQUETE-CONTROL DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           PAQUETE-LINEAS DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
           PAQUETE-FECHA-HORA DELIMITED BY SIZE
        INTO PAQUETE-RECORD.
    WRITE PAQUETE-RECORD.
    PERFORM VARYING FICHERO-IDX FROM 1 BY 1 UNTIL FICHERO-IDX > 5
        MOVE SPACES TO PAQUETE-RECORD
        STRING 'F|' DELIMITED BY SIZE
               FICHERO-CLASE(FICHERO-IDX) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(FICHERO-NOMBRE(FICHERO-IDX)) DELIMITED BY SIZE
            INTO PAQUETE-RECORD
        WRITE PAQUETE-RECORD
    END-PERFORM.
    PERFORM VARYING FICHERO-IDX FROM 1 BY 1 UNTIL FICHERO-IDX > 5
        MOVE FICHERO-NOMBRE(FICHERO-IDX) TO ORIGEN-FILE-NAME
        OPEN INPUT ORIGEN-FILE
        PERFORM UNTIL ORIGEN-FILE-STATUS NOT = '00'
            READ ORIGEN-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE SPACES TO PAQUETE-RECORD
                    STRING FICHERO-CLASE(FICHERO-IDX) DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           ORIGEN-RECORD DELIMITED BY SIZE
                        INTO PAQUETE-RECORD
                    WRITE PAQUETE-RECORD
            END-READ
        END-PERFORM
        CLOSE ORIGEN-FILE
    END-PERFORM.
    CLOSE PAQUETE-FILE.

LEER-PAQUETE.
    *> Carga el paquete como versión entrante y comprueba contra su
    *> cabecera el número de líneas, el control y la firma del mundo.
    OPEN INPUT PAQUETE-FILE.
    IF PAQUETE-FILE-STATUS NOT = '00'
        DISPLAY FUNCTION TRIM(PAQUETE-FILE-NAME) ' no se puede abrir.'
        CLOSE PAQUETE-FILE
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    INITIALIZE CABECERA-PAQUETE HAY-CABECERA-FLAG.
    MOVE VERSION-ENTRANTE TO VERSION-EN-CARGA.
    INITIALIZE VERSION-DATOS(VERSION-EN-CARGA).
    MOVE ZERO TO CONTROL-PAQUETE LINEAS-PAQUETE LINEAS-EXTRANAS.
    PERFORM UNTIL PAQUETE-FILE-STATUS = '10'
        READ PAQUETE-FILE
            AT END CONTINUE
            NOT AT END
                PERFORM PROCESAR-LINEA-PAQUETE
        END-READ
    END-PERFORM.
    CLOSE PAQUETE-FILE.
    IF NOT HAY-CABECERA
        DISPLAY FUNCTION TRIM(PAQUETE-FILE-NAME)
                ' no es un paquete de aventura: falta la cabecera P|.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    IF LINEAS-PAQUETE NOT = PAQUETE-LINEAS
            OR CONTROL-PAQUETE NOT = PAQUETE-CONTROL
            OR VERSION-FIRMA(VERSION-ENTRANTE) NOT = PAQUETE-FIRMA
            OR LINEAS-EXTRANAS > ZERO
        DISPLAY FUNCTION TRIM(PAQUETE-FILE-NAME)
                ' no coincide con su cabecera: está incompleto o se ha'
                ' retocado a mano.'
        DISPLAY 'Vuelva a EMPAQUETAR a partir de los ficheros de origen.'
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    DISPLAY 'Paquete ' FUNCTION TRIM(PAQUETE-FILE-NAME) ': '
            FUNCTION TRIM(PAQUETE-TITULO) ', versión ' PAQUETE-VERSION
            ', empaquetado el ' PAQUETE-FECHA-HORA(7:2) '/'
            PAQUETE-FECHA-HORA(5:2) '/' PAQUETE-FECHA-HORA(1:4) ' a las '
            PAQUETE-FECHA-HORA(9:2) ':' PAQUETE-FECHA-HORA(11:2) '.'.

PROCESAR-LINEA-PAQUETE.
    EVALUATE PAQUETE-RECORD(1:1)
        WHEN 'P'
            IF NOT HAY-CABECERA
                UNSTRING PAQUETE-RECORD DELIMITED BY '|'
                    INTO PAQUETE-TIPO PAQUETE-ID PAQUETE-TITULO
                         PAQUETE-VERSION PAQUETE-FIRMA PAQUETE-CONTROL
                         PAQUETE-LINEAS PAQUETE-FECHA-HORA
                SET HAY-CABECERA TO TRUE
            ELSE
                ADD 1 TO LINEAS-EXTRANAS
            END-IF
        WHEN 'F'
            CONTINUE
        WHEN 'M'
        WHEN 'V'
        WHEN 'T'
        WHEN 'I'
        WHEN 'E'
            MOVE PAQUETE-RECORD TO LINEA-PAQUETE
            PERFORM ACUMULAR-CONTROL
            MOVE PAQUETE-RECORD(1:1) TO CLASE-EN-CARGA
            MOVE PAQUETE-RECORD(3:300) TO LINEA-DATOS
            PERFORM ANOTAR-LINEA
        WHEN OTHER
            ADD 1 TO LINEAS-EXTRANAS
    END-EVALUATE.

DESEMPAQUETAR.
    *> Cada clase de líneas del paquete va a su fichero con nombre de
    *> versión; una pasada por fichero.
    MOVE PAQUETE-ID TO ID-NOMBRADO.
    MOVE PAQUETE-VERSION TO VERSION-NOMBRADA.
    PERFORM NOMBRAR-FICHEROS-VERSION.
    PERFORM VARYING FICHERO-IDX FROM 1 BY 1 UNTIL FICHERO-IDX > 5
        MOVE FICHERO-DESTINO(FICHERO-IDX) TO DESTINO-FILE-NAME
        OPEN OUTPUT DESTINO-FILE
        IF DESTINO-FILE-STATUS NOT = '00'
            DISPLAY 'No se puede escribir ' FUNCTION TRIM(DESTINO-FILE-NAME)
                    ' (estado ' DESTINO-FILE-STATUS
                    '); el catálogo no se ha tocado.'
            PERFORM TERMINAR-CON-ERROR
        END-IF
        OPEN INPUT PAQUETE-FILE
        PERFORM UNTIL PAQUETE-FILE-STATUS NOT = '00'
            READ PAQUETE-FILE
                AT END CONTINUE
                NOT AT END
                    IF PAQUETE-RECORD(1:1) = FICHERO-CLASE(FICHERO-IDX)
                        MOVE PAQUETE-RECORD(3:300) TO DESTINO-RECORD
                        WRITE DESTINO-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PAQUETE-FILE
        CLOSE DESTINO-FILE
        DISPLAY 'Escrito ' FUNCTION TRIM(DESTINO-FILE-NAME) '.'
    END-PERFORM.

GUARDAR-VERSION-SIN-NUMERO.
    *> La fila instalada aún no tenía versión: sus ficheros suelen ser
    *> los mismos que se editan, así que se copian como versión 00 y
    *> la fila anterior apunta a las copias. Un fichero que no existe
    *> conserva su nombre (el juego usará sus datos por defecto).
    MOVE FILA-INSTALADA TO FILA-IDX.
    PERFORM ASIGNAR-FICHEROS-FILA.
    MOVE FA-ID(FILA-INSTALADA) TO ID-NOMBRADO.
    MOVE ZERO TO VERSION-NOMBRADA.
    PERFORM NOMBRAR-FICHEROS-VERSION.
    PERFORM VARYING FICHERO-IDX FROM 1 BY 1 UNTIL FICHERO-IDX > 5
        PERFORM COPIAR-FICHERO
        IF FICHERO-COPIADO
            EVALUATE FICHERO-IDX
                WHEN 1
                    MOVE FICHERO-CAMPO-DESTINO(1) TO FA-MUNDO(FILA-INSTALADA)
                WHEN 2
                    MOVE FICHERO-CAMPO-DESTINO(2)
                        TO FA-VOCABULARIO(FILA-INSTALADA)
                WHEN 3
                    MOVE FICHERO-CAMPO-DESTINO(3) TO FA-TEXTOS(FILA-INSTALADA)
                WHEN 4
                    MOVE FICHERO-CAMPO-DESTINO(4)
                        TO FA-INTERACCIONES(FILA-INSTALADA)
                WHEN 5
                    MOVE FICHERO-CAMPO-DESTINO(5) TO FA-EVENTOS(FILA-INSTALADA)
            END-EVALUATE
        END-IF
    END-PERFORM.
    MOVE ZERO TO FA-VERSION(FILA-INSTALADA).
    MOVE '00' TO FA-VERSION-TEXTO(FILA-INSTALADA).

COPIAR-FICHERO.
    INITIALIZE FICHERO-COPIADO-FLAG.
    MOVE FICHERO-NOMBRE(FICHERO-IDX) TO ORIGEN-FILE-NAME.
    MOVE FICHERO-DESTINO(FICHERO-IDX) TO DESTINO-FILE-NAME.
    OPEN INPUT ORIGEN-FILE.
    IF ORIGEN-FILE-STATUS NOT = '00'
        CLOSE ORIGEN-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT DESTINO-FILE.
    IF DESTINO-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede escribir ' FUNCTION TRIM(DESTINO-FILE-NAME)
                ' (estado ' DESTINO-FILE-STATUS
                '); el catálogo no se ha tocado.'
        CLOSE ORIGEN-FILE
        PERFORM TERMINAR-CON-ERROR
    END-IF.
    PERFORM UNTIL ORIGEN-FILE-STATUS NOT = '00'
        READ ORIGEN-FILE
            AT END CONTINUE
            NOT AT END
                MOVE ORIGEN-RECORD TO DESTINO-RECORD
                WRITE DESTINO-RECORD
        END-READ
    END-PERFORM.
    CLOSE ORIGEN-FILE.
    CLOSE DESTINO-FILE.
    SET FICHERO-COPIADO TO TRUE.
    DISPLAY 'Copiado ' FUNCTION TRIM(ORIGEN-FILE-NAME) ' como '
            FUNCTION TRIM(DESTINO-FILE-NAME) ' (versión 00).'.

ANOTAR-LINEA.
    *> La firma del mundo se acumula con todas las líneas de MUNDO,
    *> también las vacías, igual que en PROCESAR-LINEA-MUNDO del juego.
    IF CLASE-EN-CARGA = 'M'
        MOVE FUNCTION LENGTH(FUNCTION TRIM(LINEA-DATOS))
            TO LARGO-REGISTRO-MUNDO
        COMPUTE FIRMA-TRABAJO = VERSION-FIRMA(VERSION-EN-CARGA) * 31
            + LARGO-REGISTRO-MUNDO + FUNCTION ORD(LINEA-DATOS(1:1))
        COMPUTE VERSION-FIRMA(VERSION-EN-CARGA) =
            FUNCTION MOD(FIRMA-TRABAJO, 999999937)
    END-IF.
    IF LINEA-DATOS = SPACES
        EXIT PARAGRAPH
    END-IF.
    EVALUATE CLASE-EN-CARGA
        WHEN 'M'
            PERFORM ANOTAR-LINEA-MUNDO
        WHEN 'V'
            PERFORM ANOTAR-LINEA-VOCABULARIO
        WHEN 'T'
            MOVE 7 TO SECCION-NUEVA
            MOVE SPACES TO CLAVE-NUEVA
            STRING 'Texto ' LINEA-DATOS(1:4)
                   DELIMITED BY SIZE INTO CLAVE-NUEVA
            MOVE LINEA-DATOS(6:) TO VALOR-NUEVO
            PERFORM ANOTAR-ELEMENTO
        WHEN 'I'
            IF LINEA-DATOS(1:1) = 'I'
                MOVE SECCION-REGLAS TO SECCION-NUEVA
                MOVE 12 TO SEPARADORES-CLAVE
                PERFORM ANOTAR-LINEA-SIN-NUMERO
            END-IF
        WHEN 'E'
            IF LINEA-DATOS(1:1) = 'E'
                MOVE 5 TO SECCION-NUEVA
                MOVE 7 TO SEPARADORES-CLAVE
                PERFORM ANOTAR-LINEA-SIN-NUMERO
            END-IF
    END-EVALUATE.

ANOTAR-LINEA-MUNDO.
    INITIALIZE LINEA-MUNDO-CAMPOS.
    UNSTRING LINEA-DATOS DELIMITED BY '|'
        INTO TIPO-LINEA-MUNDO ID-LINEA-MUNDO TEXTO-LINEA-MUNDO.
    MOVE SPACES TO CLAVE-NUEVA.
    MOVE FUNCTION TRIM(TEXTO-LINEA-MUNDO) TO VALOR-NUEVO.
    EVALUATE TIPO-LINEA-MUNDO
        WHEN 'L'
            MOVE 1 TO SECCION-NUEVA
            STRING 'Localidad ' ID-LINEA-MUNDO ' nombre'
                   DELIMITED BY SIZE INTO CLAVE-NUEVA
        WHEN 'D'
            MOVE 1 TO SECCION-NUEVA
            STRING 'Localidad ' ID-LINEA-MUNDO ' descripción'
                   DELIMITED BY SIZE INTO CLAVE-NUEVA
        WHEN 'U'
            MOVE 1 TO SECCION-NUEVA
            STRING 'Localidad ' ID-LINEA-MUNDO ' a oscuras'
                   DELIMITED BY SIZE INTO CLAVE-NUEVA
            MOVE 'sí' TO VALOR-NUEVO
        WHEN 'S'
            PERFORM ANOTAR-SALIDAS
            EXIT PARAGRAPH
        WHEN 'N'
            MOVE 3 TO SECCION-NUEVA
            STRING 'Objeto ' ID-LINEA-MUNDO ' nombre'
                   DELIMITED BY SIZE INTO CLAVE-NUEVA
        WHEN 'O'
            MOVE 3 TO SECCION-NUEVA
            STRING 'Objeto ' ID-LINEA-MUNDO ' descripción'
                   DELIMITED BY SIZE INTO CLAVE-NUEVA
        WHEN 'A'
            MOVE 3 TO SECCION-NUEVA
            STRING 'Objeto ' ID-LINEA-MUNDO ' atributos'
                   DELIMITED BY SIZE INTO CLAVE-NUEVA
            MOVE LINEA-DATOS(6:) TO VALOR-NUEVO
        WHEN 'J'
            MOVE 8 TO SECCION-NUEVA
            MOVE 'Localidad del jugador' TO CLAVE-NUEVA
            MOVE ID-LINEA-MUNDO TO VALOR-NUEVO
        WHEN 'F'
            MOVE 8 TO SECCION-NUEVA
            MOVE 'Localidad final' TO CLAVE-NUEVA
            MOVE ID-LINEA-MUNDO TO VALOR-NUEVO
        WHEN 'T'
            MOVE 8 TO SECCION-NUEVA
            MOVE 'Presupuesto de turnos' TO CLAVE-NUEVA
            MOVE LINEA-DATOS(3:) TO VALOR-NUEVO
        WHEN 'I'
            MOVE 8 TO SECCION-NUEVA
            STRING 'Introducción línea ' ID-LINEA-MUNDO
                   DELIMITED BY SIZE INTO CLAVE-NUEVA
        WHEN OTHER
            MOVE 8 TO SECCION-NUEVA
            STRING 'Línea ' LINEA-DATOS(1:4)
                   DELIMITED BY SIZE INTO CLAVE-NUEVA
            MOVE LINEA-DATOS TO VALOR-NUEVO
    END-EVALUATE.
    PERFORM ANOTAR-ELEMENTO.

ANOTAR-SALIDAS.
    *> Cada salida definida es un elemento aparte, para que el informe
    *> diga qué dirección se abre, se cierra o cambia de destino.
    INITIALIZE SALIDAS-LINEA-MUNDO.
    UNSTRING LINEA-DATOS DELIMITED BY '|'
        INTO TIPO-LINEA-MUNDO ID-LINEA-MUNDO
             SALIDA-LINEA-MUNDO(1) SALIDA-LINEA-MUNDO(2)
             SALIDA-LINEA-MUNDO(3) SALIDA-LINEA-MUNDO(4)
             SALIDA-LINEA-MUNDO(5) SALIDA-LINEA-MUNDO(6)
             SALIDA-LINEA-MUNDO(7) SALIDA-LINEA-MUNDO(8).
    MOVE 2 TO SECCION-NUEVA.
    PERFORM VARYING DIR-ID FROM 1 BY 1 UNTIL DIR-ID > 8
        IF SALIDA-LINEA-MUNDO(DIR-ID) NOT = ZERO
            MOVE SPACES TO CLAVE-NUEVA
            STRING 'Salida ' DELIMITED BY SIZE
                   ID-LINEA-MUNDO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(NOMBRE-DIRECCION(DIR-ID)) DELIMITED BY SIZE
                INTO CLAVE-NUEVA
            MOVE SPACES TO VALOR-NUEVO
            STRING 'a ' SALIDA-LINEA-MUNDO(DIR-ID)
                   DELIMITED BY SIZE INTO VALOR-NUEVO
            PERFORM ANOTAR-ELEMENTO
        END-IF
    END-PERFORM.

ANOTAR-LINEA-VOCABULARIO.
    *> Solo cuentan las líneas V y O, igual que en el juego.
    IF LINEA-DATOS(1:1) NOT = 'V' AND LINEA-DATOS(1:1) NOT = 'O'
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE LINEA-VOCABULARIO-CAMPOS.
    UNSTRING LINEA-DATOS DELIMITED BY '|'
        INTO TIPO-LINEA-VOCAB ID-LINEA-VOCAB PALABRA-LINEA-VOCAB.
    MOVE 6 TO SECCION-NUEVA.
    MOVE SPACES TO CLAVE-NUEVA.
    IF TIPO-LINEA-VOCAB = 'V'
        STRING 'Verbo ' FUNCTION TRIM(PALABRA-LINEA-VOCAB)
               DELIMITED BY SIZE INTO CLAVE-NUEVA
    ELSE
        STRING 'Nombre ' FUNCTION TRIM(PALABRA-LINEA-VOCAB)
               DELIMITED BY SIZE INTO CLAVE-NUEVA
    END-IF.
    MOVE ID-LINEA-VOCAB TO VALOR-NUEVO.
    PERFORM ANOTAR-ELEMENTO.

ANOTAR-LINEA-SIN-NUMERO.
    *> Regla o evento: la clave llega hasta el separador número
    *> SEPARADORES-CLAVE y lo que sigue es el mensaje.
    MOVE ZERO TO SEPARADORES-VISTOS.
    PERFORM VARYING POSICION-LINEA FROM 1 BY 1
            UNTIL POSICION-LINEA > 300
               OR SEPARADORES-VISTOS = SEPARADORES-CLAVE
        IF LINEA-DATOS(POSICION-LINEA:1) = '|'
            ADD 1 TO SEPARADORES-VISTOS
        END-IF
    END-PERFORM.
    MOVE SPACES TO CLAVE-NUEVA VALOR-NUEVO.
    IF SEPARADORES-VISTOS = SEPARADORES-CLAVE
        SUBTRACT 1 FROM POSICION-LINEA GIVING POSICION-CORTE
    ELSE
        MOVE 301 TO POSICION-CORTE
    END-IF.
    IF SECCION-NUEVA = SECCION-REGLAS
        STRING 'Regla ' LINEA-DATOS(3:POSICION-CORTE - 3)
               DELIMITED BY SIZE INTO CLAVE-NUEVA
    ELSE
        STRING 'Evento ' LINEA-DATOS(3:POSICION-CORTE - 3)
               DELIMITED BY SIZE INTO CLAVE-NUEVA
    END-IF.
    IF POSICION-CORTE < 300
        MOVE LINEA-DATOS(POSICION-CORTE + 1:) TO VALOR-NUEVO
    END-IF.
    PERFORM ANOTAR-ELEMENTO.

ANOTAR-ELEMENTO.
    IF VERSION-NUMERO-ELEMENTOS(VERSION-EN-CARGA) >= MAXIMO-ELEMENTOS
        ADD 1 TO VERSION-DESBORDADOS(VERSION-EN-CARGA)
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO VERSION-NUMERO-ELEMENTOS(VERSION-EN-CARGA).
    MOVE VERSION-NUMERO-ELEMENTOS(VERSION-EN-CARGA) TO ELEM-IDX.
    ADD 1 TO VERSION-CUENTA-SECCION(VERSION-EN-CARGA, SECCION-NUEVA).
    MOVE SECCION-NUEVA TO ELEM-SECCION(VERSION-EN-CARGA, ELEM-IDX).
    MOVE VERSION-CUENTA-SECCION(VERSION-EN-CARGA, SECCION-NUEVA)
        TO ELEM-ORDEN(VERSION-EN-CARGA, ELEM-IDX).
    MOVE CLAVE-NUEVA TO ELEM-CLAVE(VERSION-EN-CARGA, ELEM-IDX).
    MOVE VALOR-NUEVO TO ELEM-VALOR(VERSION-EN-CARGA, ELEM-IDX).
    MOVE ZERO TO ELEM-PAREJA(VERSION-EN-CARGA, ELEM-IDX).
    MOVE ZERO TO ELEM-CAMBIADO-FLAG(VERSION-EN-CARGA, ELEM-IDX).

CASAR-VERSIONES.
    *> Primera pasada: elementos idénticos. Segunda: misma clave con
    *> otro valor, que son los cambiados. Lo que queda sin pareja en
    *> la versión entrante es nuevo y en la versión en uso, retirado.
    PERFORM VARYING ELEM-IDX FROM 1 BY 1
            UNTIL ELEM-IDX > VERSION-NUMERO-ELEMENTOS(VERSION-ENTRANTE)
        PERFORM VARYING ELEM-IDX-2 FROM 1 BY 1
                UNTIL ELEM-IDX-2 > VERSION-NUMERO-ELEMENTOS(VERSION-EN-USO)
                   OR ELEM-PAREJA(VERSION-ENTRANTE, ELEM-IDX) NOT = ZERO
            IF ELEM-PAREJA(VERSION-EN-USO, ELEM-IDX-2) = ZERO
                    AND ELEM-SECCION(VERSION-EN-USO, ELEM-IDX-2) =
                        ELEM-SECCION(VERSION-ENTRANTE, ELEM-IDX)
                    AND ELEM-CLAVE(VERSION-EN-USO, ELEM-IDX-2) =
                        ELEM-CLAVE(VERSION-ENTRANTE, ELEM-IDX)
                    AND ELEM-VALOR(VERSION-EN-USO, ELEM-IDX-2) =
                        ELEM-VALOR(VERSION-ENTRANTE, ELEM-IDX)
                MOVE ELEM-IDX-2 TO ELEM-PAREJA(VERSION-ENTRANTE, ELEM-IDX)
                MOVE ELEM-IDX TO ELEM-PAREJA(VERSION-EN-USO, ELEM-IDX-2)
            END-IF
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING ELEM-IDX FROM 1 BY 1
            UNTIL ELEM-IDX > VERSION-NUMERO-ELEMENTOS(VERSION-ENTRANTE)
        PERFORM VARYING ELEM-IDX-2 FROM 1 BY 1
                UNTIL ELEM-IDX-2 > VERSION-NUMERO-ELEMENTOS(VERSION-EN-USO)
                   OR ELEM-PAREJA(VERSION-ENTRANTE, ELEM-IDX) NOT = ZERO
            IF ELEM-PAREJA(VERSION-EN-USO, ELEM-IDX-2) = ZERO
                    AND ELEM-SECCION(VERSION-EN-USO, ELEM-IDX-2) =
                        ELEM-SECCION(VERSION-ENTRANTE, ELEM-IDX)
                    AND ELEM-CLAVE(VERSION-EN-USO, ELEM-IDX-2) =
                        ELEM-CLAVE(VERSION-ENTRANTE, ELEM-IDX)
                MOVE ELEM-IDX-2 TO ELEM-PAREJA(VERSION-ENTRANTE, ELEM-IDX)
                MOVE ELEM-IDX TO ELEM-PAREJA(VERSION-EN-USO, ELEM-IDX-2)
                SET ELEM-CAMBIADO(VERSION-ENTRANTE, ELEM-IDX) TO TRUE
            END-IF
        END-PERFORM
    END-PERFORM.

INFORMAR-CAMBIOS.
    PERFORM CASAR-VERSIONES.
    MOVE ZERO TO TOTAL-CAMBIOS.
    PERFORM VARYING SECCION-IDX FROM 1 BY 1 UNTIL SECCION-IDX > 8
        PERFORM INFORMAR-SECCION
    END-PERFORM.
    DISPLAY ' '.
    IF TOTAL-CAMBIOS = ZERO
        DISPLAY 'No hay ningún cambio respecto a la versión en uso.'
    ELSE
        MOVE TOTAL-CAMBIOS TO CONTADOR-EDITADO
        DISPLAY 'Cambios en total: ' FUNCTION TRIM(CONTADOR-EDITADO)
    END-IF.
    DISPLAY ' '.
    DISPLAY '--- Firma del mundo ---'.
    MOVE VERSION-FIRMA(VERSION-EN-USO) TO FIRMA-EDITADA.
    MOVE VERSION-FIRMA(VERSION-ENTRANTE) TO FIRMA-EDITADA-2.
    DISPLAY 'Firma en uso: ' FUNCTION TRIM(FIRMA-EDITADA).
    DISPLAY 'Firma nueva:  ' FUNCTION TRIM(FIRMA-EDITADA-2).

INFORMAR-SECCION.
    DISPLAY ' '.
    DISPLAY '--- ' FUNCTION TRIM(TITULO-SECCION(SECCION-IDX)) ' ---'.
    MOVE ZERO TO CUENTA-ANADIDOS CUENTA-RETIRADOS CUENTA-CAMBIADOS
                 REGLAS-MOVIDAS.
    PERFORM VARYING ELEM-IDX FROM 1 BY 1
            UNTIL ELEM-IDX > VERSION-NUMERO-ELEMENTOS(VERSION-ENTRANTE)
        IF ELEM-SECCION(VERSION-ENTRANTE, ELEM-IDX) = SECCION-IDX
            MOVE ELEM-PAREJA(VERSION-ENTRANTE, ELEM-IDX) TO ELEM-IDX-2
            EVALUATE TRUE
                WHEN ELEM-IDX-2 = ZERO
                    ADD 1 TO CUENTA-ANADIDOS
                    DISPLAY '  + '
                        FUNCTION TRIM(ELEM-CLAVE(VERSION-ENTRANTE, ELEM-IDX))
                        ': '
                        FUNCTION TRIM(ELEM-VALOR(VERSION-ENTRANTE, ELEM-IDX))
                WHEN ELEM-CAMBIADO(VERSION-ENTRANTE, ELEM-IDX)
                    ADD 1 TO CUENTA-CAMBIADOS
                    DISPLAY '  * '
                        FUNCTION TRIM(ELEM-CLAVE(VERSION-ENTRANTE, ELEM-IDX))
                    DISPLAY '      antes: '
                        FUNCTION TRIM(ELEM-VALOR(VERSION-EN-USO, ELEM-IDX-2))
                    DISPLAY '      ahora: '
                        FUNCTION TRIM(ELEM-VALOR(VERSION-ENTRANTE, ELEM-IDX))
                WHEN ELEM-ORDEN(VERSION-ENTRANTE, ELEM-IDX) NOT =
                        ELEM-ORDEN(VERSION-EN-USO, ELEM-IDX-2)
                    ADD 1 TO REGLAS-MOVIDAS
            END-EVALUATE
        END-IF
    END-PERFORM.
    PERFORM VARYING ELEM-IDX FROM 1 BY 1
            UNTIL ELEM-IDX > VERSION-NUMERO-ELEMENTOS(VERSION-EN-USO)
        IF ELEM-SECCION(VERSION-EN-USO, ELEM-IDX) = SECCION-IDX
                AND ELEM-PAREJA(VERSION-EN-USO, ELEM-IDX) = ZERO
            ADD 1 TO CUENTA-RETIRADOS
            DISPLAY '  - '
                FUNCTION TRIM(ELEM-CLAVE(VERSION-EN-USO, ELEM-IDX)) ': '
                FUNCTION TRIM(ELEM-VALOR(VERSION-EN-USO, ELEM-IDX))
        END-IF
    END-PERFORM.
    ADD CUENTA-ANADIDOS CUENTA-RETIRADOS CUENTA-CAMBIADOS TO TOTAL-CAMBIOS.
    *> EN LAS REGLAS MANDA LA PRIMERA QUE ENCAJA: SI SOLO CAMBIA EL
    *> ORDEN TAMBIEN CAMBIA EL JUEGO, Y SE AVISA
    IF SECCION-IDX = SECCION-REGLAS AND REGLAS-MOVIDAS > ZERO
            AND CUENTA-ANADIDOS + CUENTA-RETIRADOS + CUENTA-CAMBIADOS = ZERO
        DISPLAY '  El orden de las reglas cambia (se aplica la primera'
                ' que encaja).'
        ADD 1 TO TOTAL-CAMBIOS
        EXIT PARAGRAPH
    END-IF.
    IF CUENTA-ANADIDOS + CUENTA-RETIRADOS + CUENTA-CAMBIADOS = ZERO
        DISPLAY '  Sin cambios.'
    ELSE
        MOVE CUENTA-ANADIDOS TO CONTADOR-EDITADO
        DISPLAY '  Añadidos: ' FUNCTION TRIM(CONTADOR-EDITADO)
                WITH NO ADVANCING
        MOVE CUENTA-RETIRADOS TO CONTADOR-EDITADO
        DISPLAY ', retirados: ' FUNCTION TRIM(CONTADOR-EDITADO)
                WITH NO ADVANCING
        MOVE CUENTA-CAMBIADOS TO CONTADOR-EDITADO
        DISPLAY ', cambiados: ' FUNCTION TRIM(CONTADOR-EDITADO) '.'
    END-IF.

INFORMAR-PARTIDAS.
    *> Una partida guardada solo se puede cargar con el mundo cuya
    *> firma lleva; se cuentan los huecos válidos hoy que dejarán de
    *> serlo y los que, guardados con la firma nueva, volverán a valer.
    IF VERSION-FIRMA(VERSION-EN-USO) = VERSION-FIRMA(VERSION-ENTRANTE)
        DISPLAY 'La firma no cambia: las partidas guardadas siguen valiendo.'
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO HUECOS-INVALIDADOS HUECOS-RECUPERADOS.
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
    IF FICHERO-BLOQUEADO
        DISPLAY 'Aviso: SAVEGAME.DAT sigue ocupado en otro puesto; no se'
                ' han podido contar los huecos afectados.'
        EXIT PARAGRAPH
    END-IF.
    IF PARTIDA-FILE-STATUS NOT = '00'
        DISPLAY 'No hay SAVEGAME.DAT: ninguna partida guardada se ve'
                ' afectada.'
        CLOSE PARTIDA-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING SAVE-SLOT FROM 1 BY 1 UNTIL SAVE-SLOT > SLOT-MAXIMO
        READ PARTIDA-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF SAVE-VERSION = FORMATO-PARTIDA-ACTUAL
                        AND SAVE-MUNDO-FIRMA IS NUMERIC
                    IF SAVE-MUNDO-FIRMA = VERSION-FIRMA(VERSION-EN-USO)
                        ADD 1 TO HUECOS-INVALIDADOS
                    END-IF
                    IF SAVE-MUNDO-FIRMA = VERSION-FIRMA(VERSION-ENTRANTE)
                        ADD 1 TO HUECOS-RECUPERADOS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PARTIDA-FILE.
    IF HUECOS-INVALIDADOS = ZERO
        DISPLAY 'Ningún hueco de SAVEGAME.DAT se queda sin poder cargarse.'
    ELSE
        MOVE HUECOS-INVALIDADOS TO CONTADOR-EDITADO
        DISPLAY 'Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' hueco(s) de SAVEGAME.DAT guardado(s) con la firma en uso'
                ' dejará(n) de poder cargarse.'
        DISPLAY '       Pueden rehacerse con MANTENER-PARTIDAS MIGRAR hueco '
                FUNCTION TRIM(MUNDO-QUE-QUEDA) '.'
    END-IF.
    IF HUECOS-RECUPERADOS > ZERO
        MOVE HUECOS-RECUPERADOS TO CONTADOR-EDITADO
        DISPLAY FUNCTION TRIM(CONTADOR-EDITADO)
                ' hueco(s) guardado(s) con la firma nueva vuelven a poder'
                ' cargarse.'
    END-IF.

ESPERAR-FICHERO-EN-USO.
    ADD 1 TO INTENTOS-BLOQUEO.
    IF INTENTOS-BLOQUEO >= MAXIMO-INTENTOS-BLOQUEO
        SET FICHERO-BLOQUEADO TO TRUE
        EXIT PARAGRAPH
    END-IF.
    IF INTENTOS-BLOQUEO = 1
        DISPLAY 'Otro puesto está usando SAVEGAME.DAT; esperando...'
    END-IF.
    CALL 'C$SLEEP' USING SEGUNDOS-ESPERA-BLOQUEO.
