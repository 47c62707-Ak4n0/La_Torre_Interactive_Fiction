*>****************************************************************
*> Author:  Miquel A. Fuster Sancho
*> Purpose: Recuperación de la tabla de clasificación de 'La
*>  Torre' tras una incidencia. CLASIFICACION.DAT solo guarda el
*>  top 10 en vivo y se reescribe al final de cada partida; si una
*>  escritura se pierde o el fichero se estropea, la tabla se puede
*>  rehacer entera a partir de HISTORIAL.DAT, donde el juego anota
*>  todas las partidas terminadas. El orden es el del juego: más
*>  puntos primero y, a igualdad de puntos, menos turnos; a igualdad
*>  de las dos cosas queda delante la partida más antigua, igual
*>  que cuando el juego añade la nueva al final de la tabla.
*>  Con el parámetro COMPROBAR solo se muestra la tabla actual al
*>  lado de la reconstruida, sin escribir nada. Ambos ficheros se
*>  abren con el mismo bloqueo y los mismos reintentos que usa el
*>  juego, así que se puede lanzar con la sala en marcha.
*>  Devuelve en RETURN-CODE 0 si la tabla queda rehecha (con
*>  COMPROBAR, el número de posiciones que difieren) y 255 si se
*>  niega: historial sin partidas (la tabla quedaría vacía) o un
*>  fichero que sigue ocupado.
*> Tectonics: cobc
*>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. RECONSTRUIR-CLASIFICACION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL HISTORIAL-FILE ASSIGN TO "HISTORIAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        LOCK MODE IS EXCLUSIVE
        FILE STATUS IS HISTORIAL-FILE-STATUS.
    SELECT OPTIONAL CLASIFICACION-FILE ASSIGN TO "CLASIFICACION.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS CLASIFICACION-SLOT
        LOCK MODE IS EXCLUSIVE
        FILE STATUS IS CLASIFICACION-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HISTORIAL-FILE.
01 HISTORIAL-RECORD.
    05 HISTORIAL-FECHA-HORA     PIC X(14).
    05 HISTORIAL-INICIALES      PIC X(3).
    05 HISTORIAL-PUNTOS         PIC 9(5).
    05 HISTORIAL-TURNOS         PIC 9(5).
    05 HISTORIAL-PISTAS         PIC 9(5).
    05 HISTORIAL-RESULTADO      PIC X.
    05 HISTORIAL-IDIOMA         PIC X(2).
    05 HISTORIAL-JUGADOR-ID     PIC X(8).
    05 HISTORIAL-PERFIL         PIC X(16).
    05 HISTORIAL-TURNOS-LIMITE  PIC 9(5).

FD  CLASIFICACION-FILE.
*> MISMO TRAZADO QUE EL CLASIFICACION-RECORD DE LA-TORRE
01 CLASIFICACION-RECORD.
    05 CLASIFICACION-INICIALES  PIC X(3).
    05 CLASIFICACION-PUNTOS     PIC 9(5).
    05 CLASIFICACION-TURNOS     PIC 9(5).
    05 CLASIFICACION-RESULTADO  PIC X.

WORKING-STORAGE SECTION.
77 HISTORIAL-FILE-STATUS        PIC XX.
77 CLASIFICACION-FILE-STATUS    PIC XX.
77 CLASIFICACION-SLOT           PIC 9(4).

77 LINEA-DE-ORDENES             PIC X(255).
77 OPERACION-PEDIDA             PIC X(16).
77 SOLO-COMPROBAR-FLAG          PIC 9.
    88 SOLO-COMPROBAR           VALUE 1.

*> TABLA RECONSTRUIDA (UNA POSICION DE MAS PARA INSERTAR ANTES DE
*> RECORTAR A 10) Y TABLA QUE HAY AHORA EN CLASIFICACION.DAT
01 TABLA-RECONSTRUIDA.
    05 NUEVA-ENTRADA OCCURS 11.
        10 NUEVA-INICIALES      PIC X(3).
        10 NUEVA-PUNTOS         PIC 9(5).
        10 NUEVA-TURNOS         PIC 9(5).
        10 NUEVA-RESULTADO      PIC X.
01 TABLA-ACTUAL.
    05 ACTUAL-ENTRADA OCCURS 11.
        10 ACTUAL-INICIALES     PIC X(3).
        10 ACTUAL-PUNTOS        PIC 9(5).
        10 ACTUAL-TURNOS        PIC 9(5).
        10 ACTUAL-RESULTADO     PIC X.
77 NUMERO-NUEVOS                PIC 99     VALUE ZERO.
77 NUMERO-ACTUALES              PIC 99     VALUE ZERO.
77 POSICION-INSERCION           PIC 99.
77 POSICION-DESPLAZAR           PIC 99.
77 POSICION-TABLA               PIC 99.

77 PARTIDAS-LEIDAS              PIC 9(7)   VALUE ZERO.
77 PARTIDAS-ILEGIBLES           PIC 9(7)   VALUE ZERO.
77 POSICIONES-DISTINTAS         PIC 99     VALUE ZERO.

*> BLOQUEO Y REINTENTOS, CON LOS MISMOS VALORES QUE EL JUEGO
77 INTENTOS-BLOQUEO             PIC 99.
77 MAXIMO-INTENTOS-BLOQUEO      PIC 99     VALUE 10.
77 SEGUNDOS-ESPERA-BLOQUEO      PIC 9      VALUE 1.
77 NOMBRE-FICHERO-BLOQUEO       PIC X(20).
77 FICHERO-EN-USO-FLAG          PIC 9.
    88 FICHERO-EN-USO           VALUE 1.
77 FICHERO-BLOQUEADO-FLAG       PIC 9.
    88 FICHERO-BLOQUEADO        VALUE 1.

77 CONTADOR-EDITADO             PIC ZZZZZZ9.
77 POSICION-EDITADA             PIC Z9.
77 PUNTOS-EDITADOS              PIC ZZZZ9.
77 TURNOS-EDITADOS              PIC ZZZZ9.
77 TEXTO-ACTUAL                 PIC X(30).
77 TEXTO-NUEVO                  PIC X(30).
77 MARCA-DIFERENCIA             PIC X.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY 'Reconstrucción de la clasificación de LA TORRE'.
    DISPLAY ' '.
    ACCEPT LINEA-DE-ORDENES FROM COMMAND-LINE.
    MOVE SPACES TO OPERACION-PEDIDA.
    UNSTRING LINEA-DE-ORDENES DELIMITED BY ALL SPACE
        INTO OPERACION-PEDIDA.
    MOVE FUNCTION UPPER-CASE(OPERACION-PEDIDA) TO OPERACION-PEDIDA.
    EVALUATE OPERACION-PEDIDA
        WHEN SPACES
            CONTINUE
        WHEN 'COMPROBAR'
            SET SOLO-COMPROBAR TO TRUE
        WHEN OTHER
            DISPLAY 'Uso: [COMPROBAR]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
    INITIALIZE TABLA-RECONSTRUIDA TABLA-ACTUAL.
    PERFORM LEER-HISTORIAL.
    IF PARTIDAS-LEIDAS = ZERO
        DISPLAY 'HISTORIAL.DAT no tiene ninguna partida registrada; '
                'no se toca la clasificación.'
        MOVE 255 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LEER-CLASIFICACION-ACTUAL.
    PERFORM MOSTRAR-COMPARACION.
    IF SOLO-COMPROBAR
        DISPLAY ' '
        DISPLAY 'Solo comprobación: CLASIFICACION.DAT no se ha tocado.'
        MOVE POSICIONES-DISTINTAS TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM ESCRIBIR-CLASIFICACION.
    DISPLAY ' '.
    MOVE NUMERO-NUEVOS TO CONTADOR-EDITADO.
    DISPLAY 'CLASIFICACION.DAT rehecha con '
            FUNCTION TRIM(CONTADOR-EDITADO) ' posición(es).'.
    MOVE ZERO TO RETURN-CODE.
STOP RUN.

LEER-HISTORIAL.
    MOVE 'HISTORIAL.DAT' TO NOMBRE-FICHERO-BLOQUEO.
    INITIALIZE INTENTOS-BLOQUEO FICHERO-BLOQUEADO-FLAG.
    SET FICHERO-EN-USO TO TRUE.
    PERFORM UNTIL NOT FICHERO-EN-USO OR FICHERO-BLOQUEADO
        INITIALIZE FICHERO-EN-USO-FLAG
        OPEN INPUT HISTORIAL-FILE
        IF HISTORIAL-FILE-STATUS = '61'
            SET FICHERO-EN-USO TO TRUE
            CLOSE HISTORIAL-FILE
            PERFORM ESPERAR-FICHERO-EN-USO
        END-IF
    END-PERFORM.
    IF FICHERO-BLOQUEADO
        PERFORM ABANDONAR-POR-BLOQUEO
    END-IF.
    IF HISTORIAL-FILE-STATUS = '00'
        PERFORM UNTIL HISTORIAL-FILE-STATUS = '10'
            READ HISTORIAL-FILE
                AT END CONTINUE
                NOT AT END
                    IF HISTORIAL-PUNTOS IS NUMERIC
                            AND HISTORIAL-TURNOS IS NUMERIC
                        ADD 1 TO PARTIDAS-LEIDAS
                        PERFORM INSERTAR-PARTIDA
                    ELSE
                        ADD 1 TO PARTIDAS-ILEGIBLES
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE HISTORIAL-FILE.
    MOVE PARTIDAS-LEIDAS TO CONTADOR-EDITADO.
    DISPLAY 'Partidas leídas del historial: ' FUNCTION TRIM(CONTADOR-EDITADO).
    IF PARTIDAS-ILEGIBLES > ZERO
        MOVE PARTIDAS-ILEGIBLES TO CONTADOR-EDITADO
        DISPLAY 'Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' línea(s) ilegible(s) del historial se omiten.'
    END-IF.

INSERTAR-PARTIDA.
    *> La partida se coloca detrás de todas las que la igualan o la
    *> superan (más puntos, o los mismos puntos en no más turnos): así
    *> los empates quedan en orden de llegada, como en el juego.
    MOVE 1 TO POSICION-INSERCION.
    PERFORM UNTIL POSICION-INSERCION > NUMERO-NUEVOS
            OR HISTORIAL-PUNTOS > NUEVA-PUNTOS(POSICION-INSERCION)
            OR (HISTORIAL-PUNTOS = NUEVA-PUNTOS(POSICION-INSERCION)
                AND HISTORIAL-TURNOS < NUEVA-TURNOS(POSICION-INSERCION))
        ADD 1 TO POSICION-INSERCION
    END-PERFORM.
    IF POSICION-INSERCION > 10
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING POSICION-DESPLAZAR FROM NUMERO-NUEVOS BY -1
            UNTIL POSICION-DESPLAZAR < POSICION-INSERCION
        MOVE NUEVA-ENTRADA(POSICION-DESPLAZAR)
            TO NUEVA-ENTRADA(POSICION-DESPLAZAR + 1)
    END-PERFORM.
    MOVE HISTORIAL-INICIALES TO NUEVA-INICIALES(POSICION-INSERCION).
    MOVE HISTORIAL-PUNTOS    TO NUEVA-PUNTOS(POSICION-INSERCION).
    MOVE HISTORIAL-TURNOS    TO NUEVA-TURNOS(POSICION-INSERCION).
    MOVE HISTORIAL-RESULTADO TO NUEVA-RESULTADO(POSICION-INSERCION).
    IF NUMERO-NUEVOS < 10
        ADD 1 TO NUMERO-NUEVOS
    END-IF.

LEER-CLASIFICACION-ACTUAL.
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
    IF FICHERO-BLOQUEADO
        PERFORM ABANDONAR-POR-BLOQUEO
    END-IF.
    IF CLASIFICACION-FILE-STATUS = '00'
        PERFORM UNTIL CLASIFICACION-FILE-STATUS = '10'
                       OR NUMERO-ACTUALES > 10
            READ CLASIFICACION-FILE NEXT RECORD
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO NUMERO-ACTUALES
                    MOVE CLASIFICACION-RECORD
                        TO ACTUAL-ENTRADA(NUMERO-ACTUALES)
            END-READ
        END-PERFORM
    END-IF.
    *> SE CIERRA SIEMPRE, COMO EN CARGAR-CLASIFICACION DEL JUEGO
    CLOSE CLASIFICACION-FILE.

MOSTRAR-COMPARACION.
    DISPLAY ' '.
    DISPLAY '--- Clasificación actual / reconstruida ---'.
    INITIALIZE POSICIONES-DISTINTAS.
    PERFORM VARYING POSICION-TABLA FROM 1 BY 1 UNTIL POSICION-TABLA > 10
        IF POSICION-TABLA <= NUMERO-ACTUALES
                OR POSICION-TABLA <= NUMERO-NUEVOS
            PERFORM MOSTRAR-POSICION
        END-IF
    END-PERFORM.
    MOVE POSICIONES-DISTINTAS TO CONTADOR-EDITADO.
    DISPLAY ' '.
    DISPLAY 'Posiciones distintas (*): ' FUNCTION TRIM(CONTADOR-EDITADO).

MOSTRAR-POSICION.
    MOVE SPACES TO TEXTO-ACTUAL TEXTO-NUEVO.
    IF POSICION-TABLA <= NUMERO-ACTUALES
        MOVE ACTUAL-PUNTOS(POSICION-TABLA) TO PUNTOS-EDITADOS
        MOVE ACTUAL-TURNOS(POSICION-TABLA) TO TURNOS-EDITADOS
        STRING ACTUAL-INICIALES(POSICION-TABLA) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PUNTOS-EDITADOS DELIMITED BY SIZE
               ' pt ' DELIMITED BY SIZE
               TURNOS-EDITADOS DELIMITED BY SIZE
               ' t ' DELIMITED BY SIZE
               ACTUAL-RESULTADO(POSICION-TABLA) DELIMITED BY SIZE
            INTO TEXTO-ACTUAL
    ELSE
        MOVE '(vacía)' TO TEXTO-ACTUAL
    END-IF.
    IF POSICION-TABLA <= NUMERO-NUEVOS
        MOVE NUEVA-PUNTOS(POSICION-TABLA) TO PUNTOS-EDITADOS
        MOVE NUEVA-TURNOS(POSICION-TABLA) TO TURNOS-EDITADOS
        STRING NUEVA-INICIALES(POSICION-TABLA) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PUNTOS-EDITADOS DELIMITED BY SIZE
               ' pt ' DELIMITED BY SIZE
               TURNOS-EDITADOS DELIMITED BY SIZE
               ' t ' DELIMITED BY SIZE
               NUEVA-RESULTADO(POSICION-TABLA) DELIMITED BY SIZE
            INTO TEXTO-NUEVO
    ELSE
        MOVE '(vacía)' TO TEXTO-NUEVO
    END-IF.
    IF TEXTO-ACTUAL = TEXTO-NUEVO
        MOVE SPACE TO MARCA-DIFERENCIA
    ELSE
        MOVE '*' TO MARCA-DIFERENCIA
        ADD 1 TO POSICIONES-DISTINTAS
    END-IF.
    MOVE POSICION-TABLA TO POSICION-EDITADA.
    DISPLAY MARCA-DIFERENCIA ' ' POSICION-EDITADA '. '
            TEXTO-ACTUAL ' | ' TEXTO-NUEVO.

ESCRIBIR-CLASIFICACION.
    *> Se abre I-O con bloqueo (un OPEN OUTPUT vaciaría el fichero
    *> antes de saber si otro puesto lo tiene abierto): las posiciones
    *> reconstruidas se escriben o reescriben y las que sobren de la
    *> tabla anterior se borran.
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
    IF FICHERO-BLOQUEADO
        PERFORM ABANDONAR-POR-BLOQUEO
    END-IF.
    IF CLASIFICACION-FILE-STATUS NOT = '00'
            AND CLASIFICACION-FILE-STATUS NOT = '05'
        DISPLAY 'No se puede abrir CLASIFICACION.DAT (status '
                CLASIFICACION-FILE-STATUS ').'
        CLOSE CLASIFICACION-FILE
        MOVE 255 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING POSICION-TABLA FROM 1 BY 1 UNTIL POSICION-TABLA > 10
        MOVE POSICION-TABLA TO CLASIFICACION-SLOT
        IF POSICION-TABLA <= NUMERO-NUEVOS
            MOVE NUEVA-ENTRADA(POSICION-TABLA) TO CLASIFICACION-RECORD
            WRITE CLASIFICACION-RECORD
                INVALID KEY REWRITE CLASIFICACION-RECORD
            END-WRITE
        ELSE
            DELETE CLASIFICACION-FILE
                INVALID KEY CONTINUE
            END-DELETE
        END-IF
    END-PERFORM.
    CLOSE CLASIFICACION-FILE.

ESPERAR-FICHERO-EN-USO.
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

ABANDONAR-POR-BLOQUEO.
    DISPLAY FUNCTION TRIM(NOMBRE-FICHERO-BLOQUEO)
            ' sigue ocupado en otro puesto; no se ha tocado nada.'.
    DISPLAY 'Vuelva a lanzar la reconstrucción en un momento.'.
    MOVE 255 TO RETURN-CODE.
    STOP RUN.
