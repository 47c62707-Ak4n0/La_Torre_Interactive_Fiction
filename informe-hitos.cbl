*>****************************************************************
*> Author:  Miquel A. Fuster Sancho
*> Purpose: Embudo de hitos del puzle de 'La Torre'. Donde
*>  INFORME-EVENTOS cuenta órdenes y turnos por localidad, este
*>  informe sigue a cada sesión por la cadena del puzle: encontrar
*>  el cuchillo, cortar las correas, arrancar la barra, atar la
*>  funda y escapar. Para cada hito da la proporción de sesiones
*>  que lo alcanzan y la mediana del turno en que lo hacen, y para
*>  las sesiones abandonadas (sin marca F) o perdidas al amanecer
*>  (F|P) el último hito alcanzado y la localidad donde se quedaron.
*>  Formación lo usa para decidir qué pistas reescribir. Los hitos
*>  salen de la regla, la acción y los puntos que el juego anota
*>  en cada registro de evento; los registros antiguos de 14
*>  posiciones solo aportan el escape. Las sesiones de operador
*>  (M|O) y de reconstrucción (M|R) no son partidas reales y no
*>  cuentan. Los ficheros se indican en la línea de órdenes igual
*>  que en INFORME-EVENTOS: EVENTOS-*.DAT sueltos o archivos diarios
*>  ARCHIVO-aaaammdd.DAT de ARCHIVAR-DIA (todas sus sesiones, o solo
*>  una con la sintaxis archivo#aaaammdd-hhmmss). Los nombres de
*>  las localidades y la localidad final salen del mundo de la
*>  aventura en curso, según el catálogo y la variable de entorno
*>  AVENTURA, igual que en el juego.
*> Tectonics: cobc
*>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. INFORME-HITOS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EVENTOS-FILE ASSIGN TO EVENTOS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EVENTOS-FILE-STATUS.
    SELECT OPTIONAL MUNDO-FILE ASSIGN TO MUNDO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MUNDO-FILE-STATUS.
    SELECT OPTIONAL AVENTURAS-FILE ASSIGN TO "AVENTURAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AVENTURAS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  EVENTOS-FILE.
*> UN EVENTOS-*.DAT SUELTO O UN ARCHIVO DIARIO DE ARCHIVAR-DIA, DONDE
*> CADA LINEA DEL FICHERO DE EVENTOS VA PREFIJADA CON 'E|marca|'; EL
*> RESTO DE LINEAS DEL ARCHIVO (I|, T|) SE IGNORAN
01 EVENTO-RECORD-BRUTO          PIC X(80).

FD  MUNDO-FILE.
01 MUNDO-RECORD                 PIC X(300).

FD  AVENTURAS-FILE.
01 AVENTURA-RECORD              PIC X(300).

WORKING-STORAGE SECTION.
77 EVENTOS-FILE-NAME            PIC X(64).
77 EVENTOS-FILE-STATUS          PIC XX.
77 MUNDO-FILE-STATUS            PIC XX.
77 AVENTURAS-FILE-STATUS        PIC XX.

*> RESOLUCION DE LA AVENTURA EN CURSO, CALCADA DE SELECCIONAR-AVENTURA
*> EN LA-TORRE: AQUI SOLO INTERESA EL FICHERO DE MUNDO
77 AVENTURA-PEDIDA              PIC X(60).
77 AVENTURA-ELEGIDA-FLAG        PIC 9.
    88 AVENTURA-ELEGIDA         VALUE 1.
77 TITULO-AVENTURA              PIC X(60)  VALUE 'LA TORRE'.
77 MUNDO-FILE-NAME              PIC X(40)  VALUE 'MUNDO.DAT'.
01 LINEA-AVENTURA-CAMPOS.
    05 TIPO-LINEA-AVENTURA      PIC X.
    05 ID-LINEA-AVENTURA        PIC 99.
    05 TITULO-LINEA-AVENTURA    PIC X(60).
    05 MUNDO-LINEA-AVENTURA     PIC X(40).

77 LINEA-DE-ORDENES             PIC X(255).
*> LINEA DEL FICHERO DE EVENTOS UNA VEZ DESPOJADA DEL PREFIJO DE
*> ARCHIVO: UN REGISTRO DE TURNO O UNA MARCA M|x / F|x
77 EVENTO-LINEA                 PIC X(20).
01 EVENTO-CAMPOS.
    05 EVENTO-TURNO             PIC 9(5).
    05 EVENTO-VERBO-ID          PIC 99.
    05 EVENTO-OBJETO-1          PIC 99.
    05 EVENTO-OBJETO-2          PIC 99.
    05 EVENTO-LOCALIDAD         PIC 99.
    05 EVENTO-RESULTADO         PIC 9.
    05 EVENTO-AMPLIADO.
        10 EVENTO-REGLA         PIC 99.
        10 EVENTO-ACCION        PIC 9.
        10 EVENTO-PUNTOS        PIC 9(3).
77 MARCA-PEDIDA                 PIC X(19).
77 MARCA-LINEA                  PIC X(19).
01 FICHEROS-DEL-DIA.
    05 FICHERO-EVENTOS          PIC X(64)  OCCURS 24
                                INDEXED BY FICHERO-IDX.
77 NUMERO-FICHEROS              PIC 99.

01 NOMBRE-LOCALIDAD-TABLA.
    05 NOMBRE-LOCALIDAD         PIC X(32)  OCCURS 20.
77 LOCALIDAD-FINAL              PIC 99     VALUE 7.
*> EL CUCHILLO APARECE JUNTO AL ESQUELETO DE LA MAZMORRA: UN COGE TODO
*> QUE PUNTUA ALLI ES EL DEL CUCHILLO (LA BARRA NO SE COGE CON TODO)
77 LOCALIDAD-CUCHILLO           PIC 99     VALUE 4.
01 LINEA-MUNDO-CAMPOS.
    05 TIPO-LINEA-MUNDO     PIC X.
    05 ID-LINEA-MUNDO       PIC 99.
    05 TEXTO-LINEA-MUNDO    PIC X(255).

*> LOS CINCO HITOS DEL PUZLE, EN EL ORDEN EN QUE SE SUELEN ALCANZAR.
*> CUCHILLO Y BARRA SON LOS COGER QUE PUNTUAN LA PRIMERA VEZ (CASOS
*> ESPECIALES DE COGER EN LA-TORRE, QUE EL COGE TODO ANOTA COMO OBJETO
*> 99); CORREAS Y FUNDA SON LAS ACCIONES
*> 3 Y 4 DE LA TABLA DE INTERACCIONES; EL ESCAPE ES LLEGAR A LA
*> LOCALIDAD FINAL
77 NUMERO-HITOS                 PIC 9      VALUE 5.
77 HITO-CUCHILLO                PIC 9      VALUE 1.
77 HITO-CORREAS                 PIC 9      VALUE 2.
77 HITO-BARRA                   PIC 9      VALUE 3.
77 HITO-FUNDA                   PIC 9      VALUE 4.
77 HITO-ESCAPE                  PIC 9      VALUE 5.
01 NOMBRES-HITOS.
    05 NOMBRE-HITO              PIC X(24)  OCCURS 5.

*> SESION EN CURSO: EN UN FICHERO SUELTO ES EL FICHERO ENTERO; EN UN
*> ARCHIVO DIARIO CAMBIA CADA VEZ QUE CAMBIA LA MARCA DE LAS LINEAS
*> E| (ARCHIVAR-DIA ESCRIBE CADA SESION DE CORRIDO)
77 SESION-ABIERTA-FLAG          PIC 9.
    88 SESION-ABIERTA           VALUE 1.
77 SESION-ID                    PIC X(64).
77 SESION-MODO                  PIC X.
77 SESION-RESULTADO             PIC X.
77 SESION-REGISTROS             PIC 9(5).
77 SESION-ULTIMO-TURNO          PIC 9(5).
77 SESION-ULTIMA-LOCALIDAD      PIC 99.
77 SESION-ULTIMO-HITO           PIC 9.
01 SESION-HITOS.
    05 SESION-HITO-TURNO        PIC 9(5)   OCCURS 5.
77 HITO-ANOTADO                 PIC 9.

*> ACUMULADORES DEL EMBUDO. LOS TURNOS DE CADA HITO SE GUARDAN
*> ORDENADOS AL INSERTAR, COMO EN INFORME-HISTORIAL, Y LA MEDIANA
*> SALE DEL CENTRO DE LA LISTA
01 TABLA-HITOS.
    05 HITO-ENTRADA OCCURS 5 INDEXED BY HITO-IDX.
        10 HITO-SESIONES        PIC 9(5).
        10 HITO-TURNOS-GUARDADOS PIC 9(5).
        10 HITO-TURNO-ORDENADO  PIC 9(5)   OCCURS 2000.
77 TURNOS-OMITIDOS              PIC 9(5)   VALUE ZERO.
77 POSICION-INSERCION           PIC 9(5).
77 POSICION-DESPLAZAR           PIC 9(5).
77 INDICE-MEDIANA               PIC 9(5).
77 SESIONES-ANALIZADAS          PIC 9(5)   VALUE ZERO.
77 SESIONES-EXCLUIDAS           PIC 9(5)   VALUE ZERO.
77 SESIONES-ESCAPADAS           PIC 9(5)   VALUE ZERO.

*> SESIONES QUE NO ESCAPARON: ABANDONADAS O PERDIDAS AL AMANECER,
*> CON SU ULTIMO HITO (0 = NINGUNO) Y LA LOCALIDAD DONDE TERMINARON
01 TABLA-ATASCOS.
    05 ATASCO-ENTRADA OCCURS 500 INDEXED BY ATASCO-IDX.
        10 ATASCO-ID            PIC X(40).
        10 ATASCO-RESULTADO     PIC X.
        10 ATASCO-TURNO         PIC 9(5).
        10 ATASCO-HITO          PIC 9.
        10 ATASCO-LOCALIDAD     PIC 99.
77 NUMERO-ATASCOS               PIC 999    VALUE ZERO.
77 ATASCOS-OMITIDOS             PIC 9(5)   VALUE ZERO.
01 TABLA-ATASCOS-POR-HITO.
    *> POSICION 1 = SIN HITOS, 2 A 6 = HITOS 1 A 5
    05 ATASCOS-EN-HITO          PIC 9(5)   OCCURS 6.
77 ATASCOS-TOTAL                PIC 9(5)   VALUE ZERO.

77 INDICE-TABLA                 PIC 999.
77 CONTADOR-EDITADO             PIC ZZZZ9.
77 TURNO-EDITADO                PIC ZZZZ9.
77 MEDIANA-TURNOS               PIC 9(5)V9.
77 MEDIANA-EDITADA              PIC ZZZZ9.9.
77 PORCENTAJE                   PIC 999V99.
77 PORCENTAJE-EDITADO           PIC ZZ9.99.
77 TEXTO-RESULTADO              PIC X(12).
77 TEXTO-HITO                   PIC X(24).
77 TEXTO-LOCALIDAD              PIC X(32).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM SELECCIONAR-AVENTURA.
    DISPLAY 'Embudo de hitos del puzle de ' FUNCTION TRIM(TITULO-AVENTURA).
    DISPLAY ' '.
    INITIALIZE NOMBRE-LOCALIDAD-TABLA FICHEROS-DEL-DIA TABLA-HITOS
               TABLA-ATASCOS TABLA-ATASCOS-POR-HITO.
    MOVE 'Cuchillo encontrado'     TO NOMBRE-HITO(1).
    MOVE 'Correas cortadas'        TO NOMBRE-HITO(2).
    MOVE 'Barra arrancada'         TO NOMBRE-HITO(3).
    MOVE 'Funda atada'             TO NOMBRE-HITO(4).
    MOVE 'Escape'                  TO NOMBRE-HITO(5).
    ACCEPT LINEA-DE-ORDENES FROM COMMAND-LINE.
    UNSTRING LINEA-DE-ORDENES DELIMITED BY ALL SPACE
        INTO FICHERO-EVENTOS(1)  FICHERO-EVENTOS(2)
             FICHERO-EVENTOS(3)  FICHERO-EVENTOS(4)
             FICHERO-EVENTOS(5)  FICHERO-EVENTOS(6)
             FICHERO-EVENTOS(7)  FICHERO-EVENTOS(8)
             FICHERO-EVENTOS(9)  FICHERO-EVENTOS(10)
             FICHERO-EVENTOS(11) FICHERO-EVENTOS(12)
             FICHERO-EVENTOS(13) FICHERO-EVENTOS(14)
             FICHERO-EVENTOS(15) FICHERO-EVENTOS(16)
             FICHERO-EVENTOS(17) FICHERO-EVENTOS(18)
             FICHERO-EVENTOS(19) FICHERO-EVENTOS(20)
             FICHERO-EVENTOS(21) FICHERO-EVENTOS(22)
             FICHERO-EVENTOS(23) FICHERO-EVENTOS(24).
    INITIALIZE NUMERO-FICHEROS.
    PERFORM VARYING FICHERO-IDX FROM 1 BY 1 UNTIL FICHERO-IDX > 24
        IF FICHERO-EVENTOS(FICHERO-IDX) NOT = SPACES
            SET NUMERO-FICHEROS TO FICHERO-IDX
        END-IF
    END-PERFORM.
    IF NUMERO-FICHEROS = ZERO
        DISPLAY 'Uso: indicar los ficheros de eventos o los archivos'
        DISPLAY '     diarios como parámetros de la línea de órdenes.'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CARGAR-NOMBRES-LOCALIDADES.
    PERFORM PROCESAR-FICHERO-EVENTOS
        VARYING FICHERO-IDX FROM 1 BY 1
        UNTIL FICHERO-IDX > NUMERO-FICHEROS.
    PERFORM MOSTRAR-INFORME.
    MOVE ZERO TO RETURN-CODE.
STOP RUN.

PROCESAR-FICHERO-EVENTOS.
    IF FICHERO-EVENTOS(FICHERO-IDX) = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO MARCA-PEDIDA.
    UNSTRING FICHERO-EVENTOS(FICHERO-IDX) DELIMITED BY '#'
        INTO EVENTOS-FILE-NAME MARCA-PEDIDA.
    OPEN INPUT EVENTOS-FILE.
    IF EVENTOS-FILE-STATUS NOT = '00'
        DISPLAY 'Aviso: no se puede abrir '
                FUNCTION TRIM(EVENTOS-FILE-NAME) ', se omite.'
        CLOSE EVENTOS-FILE
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SESION-ABIERTA-FLAG.
    PERFORM UNTIL EVENTOS-FILE-STATUS = '10'
        READ EVENTOS-FILE
            AT END CONTINUE
            NOT AT END
                PERFORM PROCESAR-LINEA-EVENTOS
        END-READ
    END-PERFORM.
    CLOSE EVENTOS-FILE.
    PERFORM CERRAR-SESION.

PROCESAR-LINEA-EVENTOS.
    *> SE SEPARA LA SESION A LA QUE PERTENECE LA LINEA (EL FICHERO
    *> SUELTO O LA MARCA DEL ARCHIVO) DE LO QUE LA LINEA DICE
    EVALUATE TRUE
        WHEN EVENTO-RECORD-BRUTO(1:2) = 'E|'
            MOVE EVENTO-RECORD-BRUTO(3:19) TO MARCA-LINEA
            IF MARCA-PEDIDA NOT = SPACES AND MARCA-LINEA NOT = MARCA-PEDIDA
                EXIT PARAGRAPH
            END-IF
            IF SESION-ABIERTA AND SESION-ID NOT = MARCA-LINEA
                PERFORM CERRAR-SESION
            END-IF
            IF NOT SESION-ABIERTA
                MOVE MARCA-LINEA TO SESION-ID
                PERFORM ABRIR-SESION
            END-IF
            MOVE EVENTO-RECORD-BRUTO(23:20) TO EVENTO-LINEA
        WHEN EVENTO-RECORD-BRUTO(1:2) = 'I|' OR 'T|'
            EXIT PARAGRAPH
        WHEN OTHER
            IF NOT SESION-ABIERTA
                MOVE EVENTOS-FILE-NAME TO SESION-ID
                PERFORM ABRIR-SESION
            END-IF
            MOVE EVENTO-RECORD-BRUTO(1:20) TO EVENTO-LINEA
    END-EVALUATE.
    EVALUATE TRUE
        WHEN EVENTO-LINEA(1:2) = 'M|'
            MOVE EVENTO-LINEA(3:1) TO SESION-MODO
        WHEN EVENTO-LINEA(1:2) = 'F|'
            MOVE EVENTO-LINEA(3:1) TO SESION-RESULTADO
        WHEN EVENTO-LINEA(1:5) IS NUMERIC
            MOVE EVENTO-LINEA TO EVENTO-CAMPOS
            PERFORM ACUMULAR-EVENTO
    END-EVALUATE.

ABRIR-SESION.
    SET SESION-ABIERTA TO TRUE.
    MOVE '-' TO SESION-MODO SESION-RESULTADO.
    INITIALIZE SESION-REGISTROS SESION-ULTIMO-TURNO
               SESION-ULTIMA-LOCALIDAD SESION-ULTIMO-HITO SESION-HITOS.

ACUMULAR-EVENTO.
    ADD 1 TO SESION-REGISTROS.
    IF EVENTO-TURNO > SESION-ULTIMO-TURNO
        MOVE EVENTO-TURNO TO SESION-ULTIMO-TURNO
    END-IF.
    IF EVENTO-LOCALIDAD IS NUMERIC
        MOVE EVENTO-LOCALIDAD TO SESION-ULTIMA-LOCALIDAD
    END-IF.
    *> LOS REGISTROS ANTIGUOS NO TRAEN REGLA, ACCION NI PUNTOS
    IF EVENTO-AMPLIADO IS NUMERIC
        IF EVENTO-VERBO-ID = 12 AND EVENTO-PUNTOS > ZERO
            IF EVENTO-OBJETO-1 = 13
                    OR (EVENTO-OBJETO-1 = 99
                        AND EVENTO-LOCALIDAD = LOCALIDAD-CUCHILLO)
                MOVE HITO-CUCHILLO TO HITO-ANOTADO
                PERFORM ANOTAR-HITO
            END-IF
            IF EVENTO-OBJETO-1 = 11
                MOVE HITO-BARRA TO HITO-ANOTADO
                PERFORM ANOTAR-HITO
            END-IF
        END-IF
        IF EVENTO-ACCION = 3
            MOVE HITO-CORREAS TO HITO-ANOTADO
            PERFORM ANOTAR-HITO
        END-IF
        IF EVENTO-ACCION = 4
            MOVE HITO-FUNDA TO HITO-ANOTADO
            PERFORM ANOTAR-HITO
        END-IF
    END-IF.
    IF EVENTO-LOCALIDAD = LOCALIDAD-FINAL
        MOVE HITO-ESCAPE TO HITO-ANOTADO
        PERFORM ANOTAR-HITO
    END-IF.

ANOTAR-HITO.
    *> CUENTA LA PRIMERA VEZ; UN DESHACE POSTERIOR NO LO BORRA
    IF SESION-HITO-TURNO(HITO-ANOTADO) = ZERO
        *> LAS CORREAS SOLO SE CORTAN CON EL CUCHILLO: SI SU COGER NO HA
        *> QUEDADO RECONOCIDO SE DA POR ENCONTRADO EN ESE MISMO TURNO
        IF HITO-ANOTADO = HITO-CORREAS
                AND SESION-HITO-TURNO(HITO-CUCHILLO) = ZERO
            MOVE EVENTO-TURNO TO SESION-HITO-TURNO(HITO-CUCHILLO)
        END-IF
        MOVE EVENTO-TURNO TO SESION-HITO-TURNO(HITO-ANOTADO)
        MOVE HITO-ANOTADO TO SESION-ULTIMO-HITO
    END-IF.

CERRAR-SESION.
    IF NOT SESION-ABIERTA
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SESION-ABIERTA-FLAG.
    IF SESION-MODO = 'O' OR 'R'
        ADD 1 TO SESIONES-EXCLUIDAS
        EXIT PARAGRAPH
    END-IF.
    IF SESION-REGISTROS = ZERO
        EXIT PARAGRAPH
    END-IF.
    *> RESPALDO PARA FICHEROS SIN MARCA F|: LLEGAR AL FINAL ES GANAR
    IF SESION-RESULTADO = 'G' AND SESION-HITO-TURNO(HITO-ESCAPE) = ZERO
        MOVE SESION-ULTIMO-TURNO TO SESION-HITO-TURNO(HITO-ESCAPE)
        MOVE HITO-ESCAPE TO SESION-ULTIMO-HITO
    END-IF.
    ADD 1 TO SESIONES-ANALIZADAS.
    PERFORM VARYING HITO-IDX FROM 1 BY 1 UNTIL HITO-IDX > NUMERO-HITOS
        IF SESION-HITO-TURNO(HITO-IDX) > ZERO
            PERFORM GUARDAR-TURNO-HITO
        END-IF
    END-PERFORM.
    IF SESION-HITO-TURNO(HITO-ESCAPE) > ZERO
        ADD 1 TO SESIONES-ESCAPADAS
    ELSE
        PERFORM ANOTAR-ATASCO
    END-IF.

GUARDAR-TURNO-HITO.
    ADD 1 TO HITO-SESIONES(HITO-IDX).
    IF HITO-TURNOS-GUARDADOS(HITO-IDX) >= 2000
        ADD 1 TO TURNOS-OMITIDOS
        EXIT PARAGRAPH
    END-IF.
    *> INSERCION ORDENADA POR TURNO, DESPLAZANDO HACIA ABAJO LO MAYOR
    MOVE HITO-TURNOS-GUARDADOS(HITO-IDX) TO POSICION-INSERCION.
    ADD 1 TO POSICION-INSERCION.
    PERFORM UNTIL POSICION-INSERCION = 1
            OR HITO-TURNO-ORDENADO(HITO-IDX, POSICION-INSERCION - 1)
               <= SESION-HITO-TURNO(HITO-IDX)
        COMPUTE POSICION-DESPLAZAR = POSICION-INSERCION - 1
        MOVE HITO-TURNO-ORDENADO(HITO-IDX, POSICION-DESPLAZAR)
            TO HITO-TURNO-ORDENADO(HITO-IDX, POSICION-INSERCION)
        MOVE POSICION-DESPLAZAR TO POSICION-INSERCION
    END-PERFORM.
    MOVE SESION-HITO-TURNO(HITO-IDX)
        TO HITO-TURNO-ORDENADO(HITO-IDX, POSICION-INSERCION).
    ADD 1 TO HITO-TURNOS-GUARDADOS(HITO-IDX).

ANOTAR-ATASCO.
    ADD 1 TO ATASCOS-TOTAL.
    ADD 1 TO ATASCOS-EN-HITO(SESION-ULTIMO-HITO + 1).
    IF NUMERO-ATASCOS >= 500
        ADD 1 TO ATASCOS-OMITIDOS
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NUMERO-ATASCOS.
    SET ATASCO-IDX TO NUMERO-ATASCOS.
    MOVE SESION-ID               TO ATASCO-ID(ATASCO-IDX).
    MOVE SESION-RESULTADO        TO ATASCO-RESULTADO(ATASCO-IDX).
    MOVE SESION-ULTIMO-TURNO     TO ATASCO-TURNO(ATASCO-IDX).
    MOVE SESION-ULTIMO-HITO      TO ATASCO-HITO(ATASCO-IDX).
    MOVE SESION-ULTIMA-LOCALIDAD TO ATASCO-LOCALIDAD(ATASCO-IDX).

MOSTRAR-INFORME.
    DISPLAY '--- Sesiones ---'.
    MOVE SESIONES-ANALIZADAS TO CONTADOR-EDITADO.
    DISPLAY '  Sesiones analizadas: ' FUNCTION TRIM(CONTADOR-EDITADO).
    MOVE SESIONES-EXCLUIDAS TO CONTADOR-EDITADO.
    DISPLAY '  Excluidas (operador o reconstrucción): '
            FUNCTION TRIM(CONTADOR-EDITADO).
    IF SESIONES-ANALIZADAS = ZERO
        EXIT PARAGRAPH
    END-IF.
    DISPLAY ' '.
    DISPLAY '--- Embudo de hitos ---'.
    PERFORM VARYING HITO-IDX FROM 1 BY 1 UNTIL HITO-IDX > NUMERO-HITOS
        PERFORM MOSTRAR-HITO
    END-PERFORM.
    IF TURNOS-OMITIDOS > ZERO
        MOVE TURNOS-OMITIDOS TO CONTADOR-EDITADO
        DISPLAY '  Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' turno(s) de hito no cupieron para la mediana.'
    END-IF.
    DISPLAY ' '.
    DISPLAY '--- Último hito de las sesiones sin escape ---'.
    MOVE ATASCOS-TOTAL TO CONTADOR-EDITADO.
    DISPLAY '  Sesiones abandonadas o perdidas al amanecer: '
            FUNCTION TRIM(CONTADOR-EDITADO).
    PERFORM VARYING INDICE-TABLA FROM 1 BY 1 UNTIL INDICE-TABLA > 5
        IF INDICE-TABLA = 1
            MOVE 'Ninguno' TO TEXTO-HITO
        ELSE
            MOVE NOMBRE-HITO(INDICE-TABLA - 1) TO TEXTO-HITO
        END-IF
        MOVE ATASCOS-EN-HITO(INDICE-TABLA) TO CONTADOR-EDITADO
        DISPLAY '  ' TEXTO-HITO ' ' CONTADOR-EDITADO
    END-PERFORM.
    DISPLAY ' '.
    DISPLAY '--- Sesiones abandonadas o perdidas al amanecer ---'.
    IF NUMERO-ATASCOS = ZERO
        DISPLAY '  Ninguna.'
    END-IF.
    PERFORM VARYING ATASCO-IDX FROM 1 BY 1
            UNTIL ATASCO-IDX > NUMERO-ATASCOS
        PERFORM MOSTRAR-ATASCO
    END-PERFORM.
    IF ATASCOS-OMITIDOS > ZERO
        MOVE ATASCOS-OMITIDOS TO CONTADOR-EDITADO
        DISPLAY '  Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' sesión(es) más no cupieron en el listado.'
    END-IF.

MOSTRAR-HITO.
    COMPUTE PORCENTAJE ROUNDED =
        HITO-SESIONES(HITO-IDX) * 100 / SESIONES-ANALIZADAS.
    MOVE PORCENTAJE TO PORCENTAJE-EDITADO.
    MOVE HITO-SESIONES(HITO-IDX) TO CONTADOR-EDITADO.
    IF HITO-TURNOS-GUARDADOS(HITO-IDX) = ZERO
        DISPLAY '  ' NOMBRE-HITO(HITO-IDX)
                ' sesiones: ' CONTADOR-EDITADO
                ' (' PORCENTAJE-EDITADO ' %)'
        EXIT PARAGRAPH
    END-IF.
    *> LA MEDIANA ES EL CENTRO DE LA LISTA ORDENADA (O LA MEDIA DE LOS
    *> DOS CENTRALES SI LA LISTA ES PAR)
    COMPUTE INDICE-MEDIANA = 1 + (HITO-TURNOS-GUARDADOS(HITO-IDX) - 1) / 2.
    IF FUNCTION MOD(HITO-TURNOS-GUARDADOS(HITO-IDX), 2) = 1
        MOVE HITO-TURNO-ORDENADO(HITO-IDX, INDICE-MEDIANA) TO MEDIANA-TURNOS
    ELSE
        COMPUTE MEDIANA-TURNOS =
            (HITO-TURNO-ORDENADO(HITO-IDX, INDICE-MEDIANA)
             + HITO-TURNO-ORDENADO(HITO-IDX, INDICE-MEDIANA + 1)) / 2
    END-IF.
    MOVE MEDIANA-TURNOS TO MEDIANA-EDITADA.
    DISPLAY '  ' NOMBRE-HITO(HITO-IDX)
            ' sesiones: ' CONTADOR-EDITADO
            ' (' PORCENTAJE-EDITADO ' %)'
            ', mediana de turnos: ' FUNCTION TRIM(MEDIANA-EDITADA).

MOSTRAR-ATASCO.
    IF ATASCO-RESULTADO(ATASCO-IDX) = 'P'
        MOVE 'AMANECER' TO TEXTO-RESULTADO
    ELSE
        MOVE 'ABANDONADA' TO TEXTO-RESULTADO
    END-IF.
    IF ATASCO-HITO(ATASCO-IDX) = ZERO
        MOVE 'Ninguno' TO TEXTO-HITO
    ELSE
        MOVE NOMBRE-HITO(ATASCO-HITO(ATASCO-IDX)) TO TEXTO-HITO
    END-IF.
    IF ATASCO-LOCALIDAD(ATASCO-IDX) >= 1 AND ATASCO-LOCALIDAD(ATASCO-IDX) <= 20
        MOVE NOMBRE-LOCALIDAD(ATASCO-LOCALIDAD(ATASCO-IDX)) TO TEXTO-LOCALIDAD
    ELSE
        MOVE 'LOCALIDAD SIN NOMBRE' TO TEXTO-LOCALIDAD
    END-IF.
    MOVE ATASCO-TURNO(ATASCO-IDX) TO TURNO-EDITADO.
    DISPLAY '  ' FUNCTION TRIM(ATASCO-ID(ATASCO-IDX)) ' ' TEXTO-RESULTADO
            ' turno ' FUNCTION TRIM(TURNO-EDITADO)
            ' último hito: ' TEXTO-HITO
            ' en ' FUNCTION TRIM(TEXTO-LOCALIDAD).

SELECCIONAR-AVENTURA.
    *> Mismo criterio que el juego: la variable de entorno AVENTURA
    *> elige la fila del catálogo (por número o por título); sin
    *> variable manda la primera fila y sin catálogo queda el mundo
    *> de 'La Torre'.
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
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TITULO-LINEA-AVENTURA))
        TO TITULO-AVENTURA.
    IF MUNDO-LINEA-AVENTURA NOT = SPACES
        MOVE FUNCTION TRIM(MUNDO-LINEA-AVENTURA) TO MUNDO-FILE-NAME
    END-IF.

CARGAR-NOMBRES-LOCALIDADES.
    OPEN INPUT MUNDO-FILE.
    IF MUNDO-FILE-STATUS = '00'
        PERFORM UNTIL MUNDO-FILE-STATUS = '10'
            READ MUNDO-FILE
                AT END CONTINUE
                NOT AT END
                    UNSTRING MUNDO-RECORD DELIMITED BY '|'
                        INTO TIPO-LINEA-MUNDO ID-LINEA-MUNDO
                             TEXTO-LINEA-MUNDO
                    EVALUATE TIPO-LINEA-MUNDO
                        WHEN 'L'
                            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 20
                                MOVE FUNCTION TRIM(TEXTO-LINEA-MUNDO)
                                    TO NOMBRE-LOCALIDAD(ID-LINEA-MUNDO)
                            END-IF
                        WHEN 'F'
                            IF ID-LINEA-MUNDO >= 1 AND ID-LINEA-MUNDO <= 20
                                MOVE ID-LINEA-MUNDO TO LOCALIDAD-FINAL
                            END-IF
                    END-EVALUATE
            END-READ
        END-PERFORM
    END-IF.
    CLOSE MUNDO-FILE.
    PERFORM VARYING INDICE-TABLA FROM 1 BY 1 UNTIL INDICE-TABLA > 20
        IF NOMBRE-LOCALIDAD(INDICE-TABLA) = SPACES
            MOVE 'LOCALIDAD SIN NOMBRE' TO NOMBRE-LOCALIDAD(INDICE-TABLA)
        END-IF
    END-PERFORM.
