        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS SAVE-SLOT
        LOCK MODE IS EXCLUSIVE
        FILE STATUS IS PARTIDA-FILE-STATUS.
    SELECT TRANSCRIPCION-FILE ASSIGN TO TRANSCRIPCION-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS CLASIFICACION-SLOT
        LOCK MODE IS EXCLUSIVE
        FILE STATUS IS CLASIFICACION-FILE-STATUS.
    SELECT OPTIONAL TEXTOS-FILE ASSIGN TO TEXTOS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEXTOS-FILE-STATUS.
    SELECT OPTIONAL HISTORIAL-FILE ASSIGN TO "HISTORIAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        LOCK MODE IS EXCLUSIVE
        FILE STATUS IS HISTORIAL-FILE-STATUS.
    SELECT OPTIONAL REPRODUCIR-FILE ASSIGN TO REPRODUCIR-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT OPTIONAL DIFICULTAD-FILE ASSIGN TO "DIFICULTAD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DIFICULTAD-FILE-STATUS.
    SELECT OPTIONAL JUGADORES-FILE ASSIGN TO "JUGADORES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JUGADORES-FILE-STATUS.
    SELECT OPTIONAL DESCONOCIDAS-FILE ASSIGN TO DESCONOCIDAS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        LOCK MODE IS EXCLUSIVE
        FILE STATUS IS DESCONOCIDAS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PARTIDA-FILE.
    05 EVENTO-OBJETO-2          PIC 99.
    05 EVENTO-LOCALIDAD         PIC 99.
    05 EVENTO-RESULTADO         PIC 9.
    *> TRAS LAS 14 POSICIONES DE SIEMPRE: FILA DE INTERACCIONES QUE
    *> ATENDIO LA ORDEN (00 = NINGUNA), ACCION QUE EJECUTO Y PUNTOS
    *> GANADOS EN EL TURNO; LOS LECTORES ANTIGUOS SOLO MIRAN LAS 14
    *> PRIMERAS POSICIONES Y NO SE ENTERAN
    05 EVENTO-REGLA             PIC 99.
    05 EVENTO-ACCION            PIC 9.
    05 EVENTO-PUNTOS            PIC 9(3).
*> MARCAS DE SESION INTERCALADAS ENTRE LOS REGISTROS DE TURNO: 'M|x'
*> AL ABRIR (MODO I=INTERACTIVO, L=LOTE, O=OPERADOR,
*> R=RECONSTRUCCION) Y 'F|x' AL TERMINAR LA PARTIDA (G=VICTORIA,
    05 HISTORIAL-PISTAS         PIC 9(5).
    05 HISTORIAL-RESULTADO      PIC X.
    05 HISTORIAL-IDIOMA         PIC X(2).
    *> IDENTIFICADOR DEL FICHERO MAESTRO DE JUGADORES Y CONDICIONES
    *> DE LA PARTIDA (PERFIL Y PRESUPUESTO DE TURNOS) PARA EL INFORME
    *> DE CERTIFICACION; VAN AL FINAL PARA QUE LAS LINEAS ANTIGUAS,
    *> MAS CORTAS, SE SIGAN LEYENDO IGUAL (LOS CAMPOS QUEDAN EN BLANCO)
    05 HISTORIAL-JUGADOR-ID     PIC X(8).
    05 HISTORIAL-PERFIL         PIC X(16).
    05 HISTORIAL-TURNOS-LIMITE  PIC 9(5).

FD  REPRODUCIR-FILE.
*> UN FICHERO DE EVENTOS DE UNA SESION PASADA, CON EL MISMO TRAZADO
    05 REP-OBJETO-2             PIC 99.
    05 REP-LOCALIDAD            PIC 99.
    05 REP-RESULTADO            PIC 9.
    05 REP-REGLA                PIC 99.
    05 REP-ACCION               PIC 9.
    05 REP-PUNTOS               PIC 9(3).

FD  DIFICULTAD-FILE.
01 DIFICULTAD-RECORD            PIC X(100).

FD  JUGADORES-FILE.
01 JUGADORES-RECORD             PIC X(200).

FD  DESCONOCIDAS-FILE.
01 DESCONOCIDA-RECORD           PIC X(300).

WORKING-STORAGE SECTION.
01 LOCALIDADES OCCURS 20 INDEXED BY LOC-ID.
    05 NOMBRE-LOCALIDAD         PIC X(32).
    88 SLOT-NUMERICO        VALUE 1.
77 SLOT-ENCONTRADO-FLAG     PIC 9.
    88 SLOT-ENCONTRADO      VALUE 1.
77 SLOT-POR-NOMBRE-FLAG     PIC 9.
    88 SLOT-POR-NOMBRE      VALUE 1.
77 SLOT-LIBRE               PIC 9(4).
77 SLOT-EXPLORADO           PIC 9(4).
77 PARTIDAS-LISTADAS        PIC 99.
    88 EVENTOS-ABIERTO        VALUE 1.
77 RESULTADO-TURNO            PIC 9.

*> PALABRAS QUE EL ANALIZADOR NO RECONOCE, PARA AMPLIAR EL
*> VOCABULARIO: UN FICHERO POR DIA (PALABRAS-DESCONOCIDAS-aaaammdd.DAT)
*> COMPARTIDO POR TODOS LOS PUESTOS, CON UNA LINEA POR PALABRA:
*>   tipo|sesion|localidad|palabra|linea tecleada
*> TIPO V = VERBO Y O = NOMBRE; LA SESION ES LA MARCA aaaammdd-hhmmss
*> DE LA TRANSCRIPCION Y LA LINEA VA ENTERA, TAL COMO SE TECLEO,
*> AUNQUE LLEVARA VARIAS ORDENES ENCADENADAS. SOLO SE ANOTAN LAS
*> PARTIDAS INTERACTIVAS: LOS GUIONES DE LOTE Y EL MODO OPERADOR
*> TECLEAN ERRORES A PROPOSITO Y LA RECONSTRUCCION REPITE LOS DE
*> OTRA SESION.
77 DESCONOCIDAS-FILE-NAME     PIC X(40).
77 DESCONOCIDAS-FILE-STATUS   PIC XX.
77 MARCA-SESION               PIC X(15).
77 LINEA-TECLEADA             PIC X(255).
77 TIPO-DESCONOCIDA           PIC X.
77 PALABRA-DESCONOCIDA        PIC X(32).
77 LOCALIDAD-DESCONOCIDA      PIC 99.

77 VOCABULARIO-FILE-STATUS  PIC XX.
77 NUMERO-VERBOS            PIC 999.
77 NUMERO-SINONIMOS-EXT     PIC 999.
    05 TC-TURNOS-AUX         PIC 9(5).
    05 TC-RESULTADO-AUX      PIC X.

*> FICHEROS COMPARTIDOS ENTRE LOS PUESTOS DE LA SALA (CLASIFICACION,
*> HUECOS DE GUARDADO E HISTORIAL): EL OPEN QUE ENCUENTRA EL FICHERO
*> EN USO POR OTRO PUESTO DEVUELVE STATUS 61 Y SE REINTENTA CADA
*> SEGUNDO HASTA MAXIMO-INTENTOS-BLOQUEO VECES; SI SIGUE OCUPADO SE
*> AVISA AL JUGADOR EN VEZ DE PERDER EL DATO SIN DECIR NADA
77 INTENTOS-BLOQUEO          PIC 99.
77 MAXIMO-INTENTOS-BLOQUEO   PIC 99   VALUE 10.
77 SEGUNDOS-ESPERA-BLOQUEO   PIC 9    VALUE 1.
77 NOMBRE-FICHERO-BLOQUEO    PIC X(40).
77 FICHERO-EN-USO-FLAG       PIC 9.
    88 FICHERO-EN-USO        VALUE 1.
77 FICHERO-BLOQUEADO-FLAG    PIC 9.
    88 FICHERO-BLOQUEADO     VALUE 1.

*> MODO OPERADOR PARA EL EQUIPO DE PRUEBAS: SE ACTIVA CON LA VARIABLE
*> DE ENTORNO OPERADOR (MISMO PATRON QUE SELECCIONAR-IDIOMA CON
*> IDIOMA) Y HABILITA ORDENES DE MANTENIMIENTO (TP, DAME, FLAG,
77 COND2-OK                    PIC 9.
77 INT-MENSAJE-ENCONTRADO      PIC X(140).
77 INT-ACCION-ENCONTRADA       PIC 9.
*> LO QUE LA ORDEN DEL TURNO DISPARO, PARA EL REGISTRO DE EVENTOS
77 REGLA-DISPARADA             PIC 99.
77 ACCION-DISPARADA            PIC 9.
77 PUNTOS-INICIO-TURNO         PIC 9(5).

*> TABLA DE EVENTOS DEL MUNDO, EN EL ESPIRITU DE TABLA-INTERACCIONES:
*> EL MUNDO SE ACTUALIZA UNA VEZ POR TURNO JUGADO, SIN ESPERAR A QUE EL
    05 AVISO3-LINEA-DIFICULTAD  PIC 9(5).
    05 COSTE-LINEA-DIFICULTAD   PIC 9(5).

*> FICHERO MAESTRO DE JUGADORES (J|ID|NOMBRE|DEPARTAMENTO|PROMOCION|
*> ESTADO): AL TERMINAR LA PARTIDA SE PIDE EL IDENTIFICADOR Y SE
*> COMPRUEBA AQUI EN VEZ DE ACEPTAR UNAS INICIALES CUALESQUIERA. SI LA
*> INSTALACION NO TIENE MAESTRO SE SIGUEN PIDIENDO LAS INICIALES.
77 JUGADORES-FILE-STATUS       PIC XX.
77 JUGADOR-ID                  PIC X(8).
77 JUGADOR-NOMBRE              PIC X(40).
77 INTENTOS-IDENTIFICACION     PIC 9.
77 MAESTRO-JUGADORES-FLAG      PIC 9.
    88 HAY-MAESTRO-JUGADORES   VALUE 1.
77 JUGADOR-ENCONTRADO-FLAG     PIC 9.
    88 JUGADOR-ENCONTRADO      VALUE 1.
77 JUGADOR-IDENTIFICADO-FLAG   PIC 9.
    88 JUGADOR-IDENTIFICADO    VALUE 1.
01 LINEA-JUGADORES-CAMPOS.
    05 TIPO-LINEA-JUGADORES     PIC X.
    05 ID-LINEA-JUGADORES       PIC X(8).
    05 NOMBRE-LINEA-JUGADORES   PIC X(40).
    05 DEPARTAMENTO-LINEA-JUGADORES PIC X(30).
    05 PROMOCION-LINEA-JUGADORES PIC X(10).
    05 ESTADO-LINEA-JUGADORES   PIC X.
01 PALABRAS-NOMBRE-JUGADOR.
    05 PALABRA-NOMBRE-JUGADOR   PIC X(40) OCCURS 3.

77 OBJETO-GUARDIA              PIC 99 VALUE 14.
77 GUARDIA-PASOS               PIC 9.
77 GUARDIA-ALERTA              PIC 9.
        PERFORM INICIALIZAR-JUEGO
    END-IF.
    PERFORM DESCRIBIR-LOCALIDAD.
    PERFORM BUCLE-JUEGO UNTIL SALIR-JUEGO = 1.
    IF TRANSCRIPCION-ABIERTA
        CLOSE TRANSCRIPCION-FILE
    END-IF.
           SUFIJO-SESION DELIMITED BY SPACE
           '.LOG' DELIMITED BY SIZE
        INTO TRANSCRIPCION-FILE-NAME.
    STRING FECHA-Y-HORA-ACTUAL(1:8) DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           FECHA-Y-HORA-ACTUAL(9:6) DELIMITED BY SIZE
        INTO MARCA-SESION.
    OPEN OUTPUT TRANSCRIPCION-FILE.
    IF TRANSCRIPCION-FILE-STATUS = '00'
        SET TRANSCRIPCION-ABIERTA TO TRUE
    END-IF.
    MOVE ' ' TO CADENA-SALIDA
    PERFORM ESCRIBIR-CADENA-CON-SALTO.
    PERFORM IDENTIFICAR-JUGADOR.
    IF NOT JUGADOR-IDENTIFICADO
        *> SIN UN JUGADOR DEL MAESTRO LA PARTIDA NO SE APUNTA A NADIE;
        *> LA CLASIFICACION SE MUESTRA TAL COMO ESTABA
        PERFORM CARGAR-CLASIFICACION
        EXIT PARAGRAPH
    END-IF.
    PERFORM REGISTRAR-HISTORIAL.
    *> LECTURA, ALTA Y REESCRITURA DE LA TABLA BAJO UN UNICO OPEN I-O
    *> EXCLUSIVO: ANTES SE LEIA, SE CERRABA Y SE HACIA OPEN OUTPUT, Y
    *> DOS PARTIDAS QUE ACABABAN A LA VEZ PERDIAN UNO DE LOS RESULTADOS
    PERFORM ABRIR-CLASIFICACION-ESCRITURA.
    IF CLASIFICACION-FILE-STATUS NOT = '00'
            AND CLASIFICACION-FILE-STATUS NOT = '05'
        INITIALIZE NUMERO-CLASIFICADOS
        MOVE 'La tabla de clasificación está ocupada en otro puesto y no se ha podido actualizar.' TO CADENA-SALIDA
        PERFORM ESCRIBIR-CADENA-CON-SALTO
        MOVE 'Tu partida queda en el historial; avisa al operador para que rehaga la tabla.' TO CADENA-SALIDA
        PERFORM ESCRIBIR-CADENA-CON-SALTO
        EXIT PARAGRAPH
    END-IF.
    PERFORM LEER-TABLA-CLASIFICACION.
    ADD 1 TO NUMERO-CLASIFICADOS.
    MOVE INICIALES-JUGADOR TO TC-INICIALES(NUMERO-CLASIFICADOS).
    MOVE PUNTOS            TO TC-PUNTOS(NUMERO-CLASIFICADOS).
    ELSE
        MOVE 'G' TO TC-RESULTADO(NUMERO-CLASIFICADOS)
    END-IF.
    *> ORDENA LA TABLA POR PUNTUACIÓN DESCENDENTE Y, EN CASO DE EMPATE,
    *> POR MENOR NÚMERO DE TURNOS (BURBUJA: LA TABLA NUNCA TIENE MÁS DE
    *> 11 ENTRADAS, NO HACE FALTA NADA MÁS SOFISTICADO)
    IF NUMERO-CLASIFICADOS > 10
        MOVE 10 TO NUMERO-CLASIFICADOS
    END-IF.
    *> LA TABLA SOLO CRECE HASTA 10 POSICIONES: CADA UNA SE ESCRIBE SI
    *> ES NUEVA O SE REESCRIBE SI YA EXISTIA, COMO EN GUARDAR-PARTIDA
    PERFORM VARYING CLASIFICACION-IDX FROM 1 BY 1 UNTIL CLASIFICACION-IDX > NUMERO-CLASIFICADOS
        MOVE CLASIFICACION-IDX             TO CLASIFICACION-SLOT
        MOVE TC-INICIALES(CLASIFICACION-IDX) TO CLASIFICACION-INICIALES
        MOVE TC-TURNOS(CLASIFICACION-IDX)    TO CLASIFICACION-TURNOS
        MOVE TC-RESULTADO(CLASIFICACION-IDX) TO CLASIFICACION-RESULTADO
        WRITE CLASIFICACION-RECORD
            INVALID KEY REWRITE CLASIFICACION-RECORD
        END-WRITE
    END-PERFORM.
    CLOSE CLASIFICACION-FILE.

    *> EL OPEN EXTEND DE UN FICHERO OPTIONAL INEXISTENTE DEVUELVE
    *> STATUS 05 EN ESTE ENTORNO (MISMA FAMILIA DE CASO QUE EN
    *> CARGAR-PARTIDA): EL FICHERO SE CREA Y SE PUEDE ESCRIBIR
    PERFORM ABRIR-HISTORIAL.
    IF FICHERO-BLOQUEADO
        MOVE 'El historial está ocupado en otro puesto; esta partida no se ha podido anotar en él.' TO CADENA-SALIDA
        PERFORM ESCRIBIR-CADENA-CON-SALTO
    END-IF.
    IF HISTORIAL-FILE-STATUS = '00' OR '05'
        MOVE FECHA-Y-HORA-ACTUAL(1:14) TO HISTORIAL-FECHA-HORA
        MOVE INICIALES-JUGADOR TO HISTORIAL-INICIALES
            MOVE 'G' TO HISTORIAL-RESULTADO
        END-IF
        MOVE IDIOMA-ACTUAL     TO HISTORIAL-IDIOMA
        MOVE JUGADOR-ID        TO HISTORIAL-JUGADOR-ID
        *> SIN PERFIL ELEGIDO SE JUEGA CON EL RITMO DE SIEMPRE, QUE ES
        *> EL DEL PERFIL NORMAL
        IF PERFIL-ENCONTRADO
            MOVE DIFICULTAD-PEDIDA TO HISTORIAL-PERFIL
        ELSE
            MOVE 'NORMAL'      TO HISTORIAL-PERFIL
        END-IF
        MOVE TURNOS-LIMITE     TO HISTORIAL-TURNOS-LIMITE
        WRITE HISTORIAL-RECORD
    END-IF.
    CLOSE HISTORIAL-FILE.

IDENTIFICAR-JUGADOR.
    *> El identificador se comprueba contra JUGADORES.DAT: tiene que
    *> existir y estar en alta. Se dan tres oportunidades; en modo por
    *> lotes cada intento consume una línea del fichero de órdenes.
    *> Las iniciales de la clasificación salen del nombre completo.
    INITIALIZE JUGADOR-IDENTIFICADO-FLAG MAESTRO-JUGADORES-FLAG.
    MOVE SPACES TO JUGADOR-ID JUGADOR-NOMBRE.
    OPEN INPUT JUGADORES-FILE.
    IF JUGADORES-FILE-STATUS = '00'
        SET HAY-MAESTRO-JUGADORES TO TRUE
    END-IF.
    CLOSE JUGADORES-FILE.
    IF NOT HAY-MAESTRO-JUGADORES
        DISPLAY 'Introduce tus iniciales para la tabla de clasificación (3 letras): ' WITH NO ADVANCING
        PERFORM LEER-ENTRADA-JUGADOR
        MOVE FUNCTION UPPER-CASE(ENTRADA-JUGADOR(1:3)) TO INICIALES-JUGADOR
        SET JUGADOR-IDENTIFICADO TO TRUE
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING INTENTOS-IDENTIFICACION FROM 1 BY 1
            UNTIL INTENTOS-IDENTIFICACION > 3 OR JUGADOR-IDENTIFICADO
        DISPLAY 'Introduce tu identificador de jugador: ' WITH NO ADVANCING
        PERFORM LEER-ENTRADA-JUGADOR
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ENTRADA-JUGADOR))
            TO JUGADOR-ID
        PERFORM BUSCAR-JUGADOR
    END-PERFORM.
    IF NOT JUGADOR-IDENTIFICADO
        MOVE SPACES TO JUGADOR-ID
        MOVE 'Sin un identificador válido la partida no se registra.' TO CADENA-SALIDA
        PERFORM ESCRIBIR-CADENA-CON-SALTO
        EXIT PARAGRAPH
    END-IF.
    PERFORM CALCULAR-INICIALES-JUGADOR.
    MOVE SPACES TO CADENA-SALIDA
    STRING 'Partida registrada a nombre de ' DELIMITED BY SIZE
           FUNCTION TRIM(JUGADOR-NOMBRE) DELIMITED BY SIZE
           ' (' DELIMITED BY SIZE
           FUNCTION TRIM(JUGADOR-ID) DELIMITED BY SIZE
           ').' DELIMITED BY SIZE
        INTO CADENA-SALIDA
    PERFORM ESCRIBIR-CADENA-CON-SALTO.

BUSCAR-JUGADOR.
    INITIALIZE JUGADOR-ENCONTRADO-FLAG.
    IF JUGADOR-ID = SPACES
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT JUGADORES-FILE.
    IF JUGADORES-FILE-STATUS = '00'
        PERFORM UNTIL JUGADORES-FILE-STATUS = '10' OR JUGADOR-ENCONTRADO
            READ JUGADORES-FILE
                AT END CONTINUE
                NOT AT END
                    PERFORM PROCESAR-LINEA-JUGADORES
            END-READ
        END-PERFORM
    END-IF.
    CLOSE JUGADORES-FILE.
    EVALUATE TRUE
        WHEN NOT JUGADOR-ENCONTRADO
            MOVE SPACES TO CADENA-SALIDA
            STRING 'El identificador ' DELIMITED BY SIZE
                   FUNCTION TRIM(JUGADOR-ID) DELIMITED BY SIZE
                   ' no está en el fichero de jugadores.' DELIMITED BY SIZE
                INTO CADENA-SALIDA
            PERFORM ESCRIBIR-CADENA-CON-SALTO
        WHEN FUNCTION UPPER-CASE(ESTADO-LINEA-JUGADORES) NOT = 'A'
            MOVE SPACES TO CADENA-SALIDA
            STRING 'El jugador ' DELIMITED BY SIZE
                   FUNCTION TRIM(JUGADOR-ID) DELIMITED BY SIZE
                   ' no está en alta.' DELIMITED BY SIZE
                INTO CADENA-SALIDA
            PERFORM ESCRIBIR-CADENA-CON-SALTO
        WHEN OTHER
            MOVE NOMBRE-LINEA-JUGADORES TO JUGADOR-NOMBRE
            SET JUGADOR-IDENTIFICADO TO TRUE
    END-EVALUATE.

PROCESAR-LINEA-JUGADORES.
    IF JUGADORES-RECORD(1:1) NOT = 'J'
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE LINEA-JUGADORES-CAMPOS.
    UNSTRING JUGADORES-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-JUGADORES ID-LINEA-JUGADORES
             NOMBRE-LINEA-JUGADORES DEPARTAMENTO-LINEA-JUGADORES
             PROMOCION-LINEA-JUGADORES ESTADO-LINEA-JUGADORES.
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(ID-LINEA-JUGADORES))
            = JUGADOR-ID
        SET JUGADOR-ENCONTRADO TO TRUE
    END-IF.

CALCULAR-INICIALES-JUGADOR.
    *> LA PRIMERA LETRA DE HASTA TRES PALABRAS DEL NOMBRE COMPLETO
    INITIALIZE PALABRAS-NOMBRE-JUGADOR.
    UNSTRING FUNCTION TRIM(JUGADOR-NOMBRE) DELIMITED BY ALL SPACE
        INTO PALABRA-NOMBRE-JUGADOR(1) PALABRA-NOMBRE-JUGADOR(2)
             PALABRA-NOMBRE-JUGADOR(3).
    MOVE SPACES TO INICIALES-JUGADOR.
    STRING PALABRA-NOMBRE-JUGADOR(1)(1:1) DELIMITED BY SIZE
           PALABRA-NOMBRE-JUGADOR(2)(1:1) DELIMITED BY SIZE
           PALABRA-NOMBRE-JUGADOR(3)(1:1) DELIMITED BY SIZE
        INTO INICIALES-JUGADOR.
    MOVE FUNCTION UPPER-CASE(INICIALES-JUGADOR) TO INICIALES-JUGADOR.

CARGAR-CLASIFICACION.
    PERFORM ABRIR-CLASIFICACION-LECTURA.
    PERFORM LEER-TABLA-CLASIFICACION.
    *> EL OPEN INPUT DEJA EL FICHERO MARCADO COMO ABIERTO AUNQUE FALLE
    *> (P.EJ. STATUS 35 POR NO EXISTIR TODAVÍA), ASÍ QUE SE CIERRA
    *> SIEMPRE PARA QUE EL OPEN OUTPUT POSTERIOR EN GUARDAR-PUNTUACION
    *> NO FALLE CON STATUS 41 (FICHERO YA ABIERTO)
    CLOSE CLASIFICACION-FILE.

LEER-TABLA-CLASIFICACION.
    *> CARGA LA TABLA DESDE EL FICHERO YA ABIERTO (PARA LECTURA O, EN
    *> GUARDAR-PUNTUACION, PARA ACTUALIZARLO BAJO BLOQUEO)
    INITIALIZE NUMERO-CLASIFICADOS.
    IF CLASIFICACION-FILE-STATUS = '00'
        PERFORM UNTIL CLASIFICACION-FILE-STATUS = '10'
                       OR NUMERO-CLASIFICADOS > 10
            END-READ
        END-PERFORM
    END-IF.

ABRIR-CLASIFICACION-LECTURA.
    MOVE 'CLASIFICACION.DAT' TO NOMBRE-FICHERO-BLOQUEO.
    INITIALIZE INTENTOS-BLOQUEO FICHERO-BLOQUEADO-FLAG.
    SET FICHERO-EN-USO TO TRUE.
    PERFORM UNTIL NOT FICHERO-EN-USO OR FICHERO-BLOQUEADO
        INITIALIZE FICHERO-EN-USO-FLAG
        OPEN INPUT CLASIFICACION-FILE
        IF CLASIFICACION-FILE-STATUS = '61'
            SET FICHERO-EN-USO TO TRUE
            CLOSE CLASIFICACION-FILE
            PERFORM ESPERAR-FICHERO-EN-USO
        END-IF
    END-PERFORM.

ABRIR-CLASIFICACION-ESCRITURA.
    MOVE 'CLASIFICACION.DAT' TO NOMBRE-FICHERO-BLOQUEO.
    INITIALIZE INTENTOS-BLOQUEO FICHERO-BLOQUEADO-FLAG.
    SET FICHERO-EN-USO TO TRUE.
    PERFORM UNTIL NOT FICHERO-EN-USO OR FICHERO-BLOQUEADO
        INITIALIZE FICHERO-EN-USO-FLAG
        OPEN I-O CLASIFICACION-FILE
        IF CLASIFICACION-FILE-STATUS = '35'
            OPEN OUTPUT CLASIFICACION-FILE
            CLOSE CLASIFICACION-FILE
            OPEN I-O CLASIFICACION-FILE
        END-IF
        IF CLASIFICACION-FILE-STATUS = '61'
            SET FICHERO-EN-USO TO TRUE
            CLOSE CLASIFICACION-FILE
            PERFORM ESPERAR-FICHERO-EN-USO
        END-IF
    END-PERFORM.

ABRIR-HISTORIAL.
    MOVE 'HISTORIAL.DAT' TO NOMBRE-FICHERO-BLOQUEO.
    INITIALIZE INTENTOS-BLOQUEO FICHERO-BLOQUEADO-FLAG.
    SET FICHERO-EN-USO TO TRUE.
    PERFORM UNTIL NOT FICHERO-EN-USO OR FICHERO-BLOQUEADO
        INITIALIZE FICHERO-EN-USO-FLAG
        OPEN EXTEND HISTORIAL-FILE
        IF HISTORIAL-FILE-STATUS = '61'
            SET FICHERO-EN-USO TO TRUE
            CLOSE HISTORIAL-FILE
            PERFORM ESPERAR-FICHERO-EN-USO
        END-IF
    END-PERFORM.

ABRIR-PARTIDAS-LECTURA.
    MOVE 'SAVEGAME.DAT' TO NOMBRE-FICHERO-BLOQUEO.
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

ABRIR-PARTIDAS-ESCRITURA.
    MOVE 'SAVEGAME.DAT' TO NOMBRE-FICHERO-BLOQUEO.
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

ABRIR-DESCONOCIDAS.
    MOVE DESCONOCIDAS-FILE-NAME TO NOMBRE-FICHERO-BLOQUEO.
    INITIALIZE INTENTOS-BLOQUEO FICHERO-BLOQUEADO-FLAG.
    SET FICHERO-EN-USO TO TRUE.
    PERFORM UNTIL NOT FICHERO-EN-USO OR FICHERO-BLOQUEADO
        INITIALIZE FICHERO-EN-USO-FLAG
        OPEN EXTEND DESCONOCIDAS-FILE
        IF DESCONOCIDAS-FILE-STATUS = '61'
            SET FICHERO-EN-USO TO TRUE
            CLOSE DESCONOCIDAS-FILE
            PERFORM ESPERAR-FICHERO-EN-USO
        END-IF
    END-PERFORM.

ESPERAR-FICHERO-EN-USO.
    *> Otro puesto tiene abierto el fichero compartido. Se avisa una
    *> sola vez por pantalla (no va a la transcripción: es una espera,
    *> no parte de la partida) y se reintenta cada segundo; agotados
    *> los intentos queda FICHERO-BLOQUEADO y el que llamó da el
    *> mensaje definitivo.
    ADD 1 TO INTENTOS-BLOQUEO.
    IF INTENTOS-BLOQUEO >= MAXIMO-INTENTOS-BLOQUEO
        SET FICHERO-BLOQUEADO TO TRUE
        EXIT PARAGRAPH
    END-IF.
    IF INTENTOS-BLOQUEO = 1
        DISPLAY 'Otro puesto está usando ' FUNCTION TRIM(NOMBRE-FICHERO-BLOQUEO)
                '; esperando...'
    END-IF.
    CALL 'C$SLEEP' USING SEGUNDOS-ESPERA-BLOQUEO.

MOSTRAR-CLASIFICACION.
    MOVE ' ' TO CADENA-SALIDA
        PERFORM LEER-ENTRADA-JUGADOR
        MOVE FUNCTION UPPER-CASE(ENTRADA-JUGADOR(1:3)) TO INICIALES-JUGADOR
    END-IF.
    *> EL HUECO ELEGIDO SE VUELVE A BUSCAR CON EL FICHERO YA BLOQUEADO:
    *> OTRO PUESTO HA PODIDO OCUPAR EL HUECO LIBRE (O CREAR EL MISMO
    *> NOMBRE) MIENTRAS TANTO, Y SIN ESTO UNO PISABA LA PARTIDA DEL OTRO
    PERFORM ABRIR-PARTIDAS-ESCRITURA.
    IF PARTIDA-FILE-STATUS NOT = '00' AND PARTIDA-FILE-STATUS NOT = '05'
        CLOSE PARTIDA-FILE
        MOVE 'No se ha podido guardar: las partidas están ocupadas en otro puesto. Inténtalo de nuevo.' TO CADENA-SALIDA
        PERFORM ESCRIBIR-CADENA-CON-SALTO
        EXIT PARAGRAPH
    END-IF.
    IF SLOT-POR-NOMBRE
        PERFORM BUSCAR-SLOT-POR-NOMBRE
        IF NOT SLOT-ENCONTRADO
            IF SLOT-LIBRE = ZERO
                CLOSE PARTIDA-FILE
                MOVE 'No quedan huecos de guardado libres. Usa PARTIDAS para verlos.' TO CADENA-SALIDA
                PERFORM ESCRIBIR-CADENA-CON-SALTO
                EXIT PARAGRAPH
            END-IF
            MOVE SLOT-LIBRE TO SAVE-SLOT
        END-IF
    END-IF.
    MOVE FORMATO-PARTIDA-ACTUAL TO SAVE-VERSION.
    MOVE FIRMA-MUNDO TO SAVE-MUNDO-FIRMA.
    MOVE NOMBRE-SLOT-BUSCADO TO SAVE-NOMBRE.
        MOVE A-AFUERA(LOC-ID)          TO SAVE-A-AFUERA(LOC-ID)
    END-PERFORM.

    *> PRIMERO SE INTENTA EL WRITE (HUECO NUEVO) Y SI YA EXISTE SE
    *> REESCRIBE: AL REVÉS, UN REWRITE FALLIDO SOBRE UN HUECO
    *> INTERMEDIO NUNCA ESCRITO DEJA EL REGISTRO MARCADO COMO BORRADO
        PERFORM ESCRIBIR-CADENA-CON-SALTO
        EXIT PARAGRAPH
    END-IF.
    PERFORM ABRIR-PARTIDAS-LECTURA.
    IF FICHERO-BLOQUEADO
        MOVE 'Las partidas están ocupadas en otro puesto. Inténtalo de nuevo en un momento.' TO CADENA-SALIDA
        PERFORM ESCRIBIR-CADENA-CON-SALTO
        EXIT PARAGRAPH
    END-IF.
    *> EL OPEN INPUT DE UN FICHERO OPTIONAL RELATIVE INEXISTENTE DEVUELVE
    *> STATUS 05 EN ESTE ENTORNO, NO 35 (MISMA FAMILIA DE BUG QUE LA YA
    *> CORREGIDA EN CARGAR-CLASIFICACION), ASÍ QUE SE COMPRUEBA '00' EN
    PERFORM ESCRIBIR-CADENA-CON-SALTO.

DETERMINAR-SLOT-GUARDAR.
    INITIALIZE SLOT-VALIDO-FLAG SLOT-POR-NOMBRE-FLAG.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SLOT-PEDIDO)) TO NOMBRE-SLOT-BUSCADO.
    IF NOMBRE-SLOT-BUSCADO = SPACES
        MOVE 1   TO SAVE-SLOT
        END-IF
        EXIT PARAGRAPH
    END-IF.
    SET SLOT-POR-NOMBRE TO TRUE.
    PERFORM ABRIR-PARTIDAS-LECTURA.
    IF FICHERO-BLOQUEADO
        MOVE 'No se ha podido guardar: las partidas están ocupadas en otro puesto. Inténtalo de nuevo.' TO CADENA-SALIDA
        PERFORM ESCRIBIR-CADENA-CON-SALTO
        EXIT PARAGRAPH
    END-IF.
    IF PARTIDA-FILE-STATUS = '00'
        PERFORM BUSCAR-SLOT-POR-NOMBRE
    ELSE

MOSTRAR-PARTIDAS.
    INITIALIZE PARTIDAS-LISTADAS.
    PERFORM ABRIR-PARTIDAS-LECTURA.
    IF FICHERO-BLOQUEADO
        MOVE 'Las partidas están ocupadas en otro puesto. Inténtalo de nuevo en un momento.' TO CADENA-SALIDA
        PERFORM ESCRIBIR-CADENA-CON-SALTO
        EXIT PARAGRAPH
    END-IF.
    IF PARTIDA-FILE-STATUS = '00'
        MOVE '--- Partidas guardadas ---' TO CADENA-SALIDA
        PERFORM ESCRIBIR-CADENA-CON-SALTO
        IF MODO-LOTE OR MODO-RECONSTRUCCION
            DISPLAY FUNCTION TRIM(ENTRADA-JUGADOR)
        END-IF
        MOVE ENTRADA-JUGADOR TO LINEA-TECLEADA
        PERFORM TROCEAR-ENTRADA
    END-IF.
    IF TRANSCRIPCION-ABIERTA
        *> REGISTRO DE EVENTOS NO ARRASTRE LOS DE LA ORDEN ANTERIOR EN
        *> LOS VERBOS QUE NO LLEVAN OBJETO
        INITIALIZE OBJETO-1-ID OBJETO-2-ID
        INITIALIZE REGLA-DISPARADA ACCION-DISPARADA
        MOVE PUNTOS TO PUNTOS-INICIO-TURNO
        MOVE 1 TO RESULTADO-TURNO

        *> SOLO CUENTA COMO TURNO UN VERBO RECONOCIDO, NO ENTRADA EN
        END-IF
        IF VERBO-ID = 0
            MOVE 2 TO RESULTADO-TURNO
            MOVE 'V' TO TIPO-DESCONOCIDA
            MOVE VERBO TO PALABRA-DESCONOCIDA
            PERFORM ANOTAR-PALABRA-DESCONOCIDA
        END-IF

        *> EJECUTAR EJECUTAR ACCIONES
        MOVE OBJETO-2-ID      TO EVENTO-OBJETO-2
        MOVE LOCALIDAD-ACTUAL TO EVENTO-LOCALIDAD
        MOVE RESULTADO-TURNO  TO EVENTO-RESULTADO
        MOVE REGLA-DISPARADA  TO EVENTO-REGLA
        MOVE ACCION-DISPARADA TO EVENTO-ACCION
        *> UN DESHACE PUEDE DEVOLVER PUNTOS: SOLO SE ANOTAN LOS GANADOS
        IF PUNTOS > PUNTOS-INICIO-TURNO
            COMPUTE EVENTO-PUNTOS = PUNTOS - PUNTOS-INICIO-TURNO
        ELSE
            MOVE ZERO TO EVENTO-PUNTOS
        END-IF
        WRITE EVENTO-RECORD
    END-IF.

                END-IF
            END-PERFORM
        END-IF
        *> LOS PRONOMBRES SIN REFERENTE NO SON UNA PALABRA QUE FALTE
        IF OBJETO-1-ID = 0 AND NOMBRE-1 NOT = 'LO' AND NOMBRE-1 NOT = 'LA'
            MOVE 'O' TO TIPO-DESCONOCIDA
            MOVE NOMBRE-1 TO PALABRA-DESCONOCIDA
            PERFORM ANOTAR-PALABRA-DESCONOCIDA
        END-IF
    END-IF

    *> EL OBJETO RESUELTO PASA A SER EL REFERENTE DE LOS PRONOMBRES
                END-IF
            END-PERFORM
        END-IF
        IF OBJETO-2-ID = 0
            MOVE 'O' TO TIPO-DESCONOCIDA
            MOVE NOMBRE-2 TO PALABRA-DESCONOCIDA
            PERFORM ANOTAR-PALABRA-DESCONOCIDA
        END-IF
    END-IF.

ANOTAR-PALABRA-DESCONOCIDA.
    *> Deja la palabra no reconocida en el fichero del día, con la
    *> localidad y la línea tecleada, para el informe de candidatos
    *> al vocabulario. Si el fichero sigue ocupado en otro puesto la
    *> palabra se pierde sin avisar: al jugador no le sirve de nada.
    IF MODO-LOTE OR MODO-RECONSTRUCCION OR MODO-OPERADOR
        EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO FECHA-Y-HORA-ACTUAL.
    MOVE SPACES TO DESCONOCIDAS-FILE-NAME.
    STRING 'PALABRAS-DESCONOCIDAS-' DELIMITED BY SIZE
           FECHA-Y-HORA-ACTUAL(1:8) DELIMITED BY SIZE
           '.DAT' DELIMITED BY SIZE
        INTO DESCONOCIDAS-FILE-NAME.
    PERFORM ABRIR-DESCONOCIDAS.
    IF DESCONOCIDAS-FILE-STATUS = '00' OR DESCONOCIDAS-FILE-STATUS = '05'
        MOVE LOCALIDAD-ACTUAL TO LOCALIDAD-DESCONOCIDA
        MOVE SPACES TO DESCONOCIDA-RECORD
        STRING TIPO-DESCONOCIDA DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               MARCA-SESION DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               LOCALIDAD-DESCONOCIDA DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(PALABRA-DESCONOCIDA) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(LINEA-TECLEADA) DELIMITED BY SIZE
            INTO DESCONOCIDA-RECORD
        WRITE DESCONOCIDA-RECORD
    END-IF.
    CLOSE DESCONOCIDAS-FILE.

EJECUTAR-ORDEN-OPERADOR.
    INITIALIZE ORDEN-OPERADOR-FLAG.
    EVALUATE VERBO
            IF CONDICION-CUMPLIDA
                MOVE INT-MENSAJE(INTERACCION-IDX)   TO INT-MENSAJE-ENCONTRADO
                MOVE INT-ACCION-ID(INTERACCION-IDX) TO INT-ACCION-ENCONTRADA
                SET REGLA-DISPARADA TO INTERACCION-IDX
                MOVE INT-ACCION-ID(INTERACCION-IDX) TO ACCION-DISPARADA
                SET INTERACCION-ENCONTRADA TO TRUE
            END-IF
        END-IF
