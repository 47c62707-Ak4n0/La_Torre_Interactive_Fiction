*>****************************************************************
*> Author:  Miquel A. Fuster Sancho
*> Purpose: Registro de certificación de la formación con 'La
*>  Torre'. Cruza el fichero maestro de jugadores (JUGADORES.DAT:
*>  J|id|nombre|departamento|promoción|estado) con el historial
*>  permanente de resultados (HISTORIAL.DAT) y, por promoción,
*>  indica quién está certificado, quién está cerca y quién no
*>  tiene todavía ninguna certificación. Un jugador queda
*>  certificado con una victoria en el perfil NORMAL o DIFICIL,
*>  sin pistas y dentro del presupuesto de turnos de la partida;
*>  está cerca si ya ha ganado en uno de esos perfiles pero con
*>  pistas o fuera de presupuesto, o si ha ganado sin pistas en
*>  otro perfil. Solo se listan los jugadores en alta. Parámetro
*>  opcional: la promoción a la que se limita el informe.
*> Tectonics: cobc
*>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. INFORME-CERTIFICACION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL JUGADORES-FILE ASSIGN TO "JUGADORES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JUGADORES-FILE-STATUS.
    SELECT OPTIONAL HISTORIAL-FILE ASSIGN TO "HISTORIAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORIAL-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  JUGADORES-FILE.
01 JUGADORES-RECORD             PIC X(200).

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

WORKING-STORAGE SECTION.
77 JUGADORES-FILE-STATUS        PIC XX.
77 HISTORIAL-FILE-STATUS        PIC XX.
77 LINEA-DE-ORDENES             PIC X(255).
77 PROMOCION-PEDIDA             PIC X(10).

01 LINEA-JUGADORES-CAMPOS.
    05 TIPO-LINEA-JUGADORES     PIC X.
    05 ID-LINEA-JUGADORES       PIC X(8).
    05 NOMBRE-LINEA-JUGADORES   PIC X(40).
    05 DEPARTAMENTO-LINEA-JUGADORES PIC X(30).
    05 PROMOCION-LINEA-JUGADORES PIC X(10).
    05 ESTADO-LINEA-JUGADORES   PIC X.

*> LOS JUGADORES SE CARGAN ORDENADOS POR PROMOCION E IDENTIFICADOR
*> (INSERCION EN EL SITIO AL LEER), ASI CADA PROMOCION QUEDA EN UN
*> TRAMO CONTIGUO DE LA TABLA
01 TABLA-JUGADORES.
    05 JUGADOR-ENTRADA OCCURS 2000 INDEXED BY JUGADOR-IDX.
        10 JUGADOR-ID           PIC X(8).
        10 JUGADOR-NOMBRE       PIC X(40).
        10 JUGADOR-DEPARTAMENTO PIC X(30).
        10 JUGADOR-PROMOCION    PIC X(10).
        10 JUGADOR-ESTADO       PIC X.
        10 JUGADOR-PARTIDAS     PIC 9(5).
        10 JUGADOR-VICTORIAS    PIC 9(5).
        10 JUGADOR-CERTIFICADO-FLAG PIC 9.
            88 JUGADOR-CERTIFICADO VALUE 1.
        10 JUGADOR-FECHA-CERTIFICADO PIC X(8).
        10 JUGADOR-PERFIL-CERTIFICADO PIC X(16).
        *> APROXIMACION: 2 = VICTORIA EN PERFIL DE CERTIFICACION PERO
        *> CON PISTAS O FUERA DE PRESUPUESTO, 1 = VICTORIA SIN PISTAS
        *> EN OTRO PERFIL, 0 = NINGUNA VICTORIA QUE SE ACERQUE
        10 JUGADOR-APROXIMACION PIC 9.
        10 JUGADOR-MENOS-PISTAS PIC 9(5).
        10 JUGADOR-FUERA-PRESUPUESTO-FLAG PIC 9.
            88 JUGADOR-FUERA-PRESUPUESTO VALUE 1.
        10 JUGADOR-PERFIL-APROXIMACION PIC X(16).
01 JUGADOR-AUX                  PIC X(147).
77 NUMERO-JUGADORES             PIC 9(5) VALUE ZERO.
77 JUGADORES-OMITIDOS           PIC 9(5) VALUE ZERO.
77 POSICION-INSERCION           PIC 9(5).
77 POSICION-DESPLAZAR           PIC 9(5).
77 JUGADOR-BUSCADO              PIC X(8).

*> CONDICIONES DE LA PARTIDA QUE SE ESTA CLASIFICANDO
77 PERFIL-PARTIDA               PIC X(16).
77 LIMITE-PARTIDA               PIC 9(5).
77 PERFIL-CERTIFICABLE-FLAG     PIC 9.
    88 PERFIL-CERTIFICABLE      VALUE 1.
77 DENTRO-PRESUPUESTO-FLAG      PIC 9.
    88 DENTRO-PRESUPUESTO       VALUE 1.

77 PARTIDAS-LEIDAS              PIC 9(7) VALUE ZERO.
77 PARTIDAS-SIN-JUGADOR         PIC 9(7) VALUE ZERO.
77 PARTIDAS-JUGADOR-DESCONOCIDO PIC 9(7) VALUE ZERO.

*> ACUMULADORES DE LA PROMOCION EN CURSO
77 TRAMO-DESDE                  PIC 9(5).
77 TRAMO-HASTA                  PIC 9(5).
77 TRAMO-PROMOCION              PIC X(10).
77 INDICE-TRAMO                 PIC 9(5).
77 TRAMO-ACTIVOS                PIC 9(5).
77 TRAMO-CERTIFICADOS           PIC 9(5).
77 TRAMO-CERCA                  PIC 9(5).
77 TRAMO-PENDIENTES             PIC 9(5).
77 TRAMO-BAJAS                  PIC 9(5).
77 TOTAL-ACTIVOS                PIC 9(5) VALUE ZERO.
77 TOTAL-CERTIFICADOS           PIC 9(5) VALUE ZERO.
77 LISTADOS-EN-APARTADO         PIC 9(5).

77 CONTADOR-EDITADO             PIC ZZZZ9.
77 CONTADOR-EDITADO-2           PIC ZZZZ9.
77 CONTADOR-EDITADO-LARGO       PIC ZZZZZZ9.
77 FECHA-EDITADA                PIC X(10).
77 NOMBRE-PROMOCION             PIC X(10).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT LINEA-DE-ORDENES FROM COMMAND-LINE.
    UNSTRING LINEA-DE-ORDENES DELIMITED BY ALL SPACE
        INTO PROMOCION-PEDIDA.
    MOVE FUNCTION UPPER-CASE(PROMOCION-PEDIDA) TO PROMOCION-PEDIDA.
    DISPLAY 'Registro de certificación de LA TORRE'.
    IF PROMOCION-PEDIDA NOT = SPACES
        DISPLAY 'Promoción: ' FUNCTION TRIM(PROMOCION-PEDIDA)
    END-IF.
    DISPLAY ' '.
    INITIALIZE TABLA-JUGADORES.
    PERFORM CARGAR-JUGADORES.
    IF NUMERO-JUGADORES = ZERO
        IF PROMOCION-PEDIDA = SPACES
            DISPLAY 'JUGADORES.DAT no tiene ningún jugador registrado.'
        ELSE
            DISPLAY 'JUGADORES.DAT no tiene ningún jugador de la promoción '
                    FUNCTION TRIM(PROMOCION-PEDIDA) '.'
        END-IF
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CARGAR-HISTORIAL.
    DISPLAY 'Criterio: victoria en el perfil NORMAL o DIFICIL, sin pistas'.
    DISPLAY '          y dentro del presupuesto de turnos de la partida.'.
    DISPLAY ' '.
    DISPLAY '--- Resumen por promoción ---'.
    MOVE 1 TO TRAMO-DESDE.
    PERFORM UNTIL TRAMO-DESDE > NUMERO-JUGADORES
        PERFORM DELIMITAR-PROMOCION
        PERFORM CONTAR-PROMOCION
        PERFORM MOSTRAR-RESUMEN-PROMOCION
        COMPUTE TRAMO-DESDE = TRAMO-HASTA + 1
    END-PERFORM.
    MOVE TOTAL-ACTIVOS TO CONTADOR-EDITADO.
    MOVE TOTAL-CERTIFICADOS TO CONTADOR-EDITADO-2.
    DISPLAY '  Total: ' FUNCTION TRIM(CONTADOR-EDITADO-2)
            ' certificado(s) de ' FUNCTION TRIM(CONTADOR-EDITADO)
            ' jugador(es) en alta.'.
    MOVE 1 TO TRAMO-DESDE.
    PERFORM UNTIL TRAMO-DESDE > NUMERO-JUGADORES
        PERFORM DELIMITAR-PROMOCION
        PERFORM MOSTRAR-PROMOCION
        COMPUTE TRAMO-DESDE = TRAMO-HASTA + 1
    END-PERFORM.
    PERFORM MOSTRAR-AVISOS.
    MOVE ZERO TO RETURN-CODE.
STOP RUN.

CARGAR-JUGADORES.
    OPEN INPUT JUGADORES-FILE.
    IF JUGADORES-FILE-STATUS = '00'
        PERFORM UNTIL JUGADORES-FILE-STATUS = '10'
            READ JUGADORES-FILE
                AT END CONTINUE
                NOT AT END
                    PERFORM PROCESAR-LINEA-JUGADORES
            END-READ
        END-PERFORM
    END-IF.
    CLOSE JUGADORES-FILE.

PROCESAR-LINEA-JUGADORES.
    IF JUGADORES-RECORD(1:1) NOT = 'J'
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE LINEA-JUGADORES-CAMPOS.
    UNSTRING JUGADORES-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-JUGADORES ID-LINEA-JUGADORES
             NOMBRE-LINEA-JUGADORES DEPARTAMENTO-LINEA-JUGADORES
             PROMOCION-LINEA-JUGADORES ESTADO-LINEA-JUGADORES.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ID-LINEA-JUGADORES))
        TO ID-LINEA-JUGADORES.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PROMOCION-LINEA-JUGADORES))
        TO PROMOCION-LINEA-JUGADORES.
    MOVE FUNCTION UPPER-CASE(ESTADO-LINEA-JUGADORES)
        TO ESTADO-LINEA-JUGADORES.
    IF ID-LINEA-JUGADORES = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF PROMOCION-PEDIDA NOT = SPACES
            AND PROMOCION-LINEA-JUGADORES NOT = PROMOCION-PEDIDA
        EXIT PARAGRAPH
    END-IF.
    IF NUMERO-JUGADORES >= 2000
        ADD 1 TO JUGADORES-OMITIDOS
        EXIT PARAGRAPH
    END-IF.
    *> BUSCA EL SITIO DEL JUGADOR (ORDEN PROMOCION + IDENTIFICADOR) Y
    *> DESPLAZA HACIA ABAJO LO QUE QUEDE DETRAS
    MOVE NUMERO-JUGADORES TO POSICION-INSERCION.
    ADD 1 TO POSICION-INSERCION.
    PERFORM UNTIL POSICION-INSERCION = 1
            OR JUGADOR-PROMOCION(POSICION-INSERCION - 1)
               < PROMOCION-LINEA-JUGADORES
            OR (JUGADOR-PROMOCION(POSICION-INSERCION - 1)
                = PROMOCION-LINEA-JUGADORES
                AND JUGADOR-ID(POSICION-INSERCION - 1)
                    <= ID-LINEA-JUGADORES)
        COMPUTE POSICION-DESPLAZAR = POSICION-INSERCION - 1
        MOVE JUGADOR-ENTRADA(POSICION-DESPLAZAR) TO JUGADOR-AUX
        MOVE JUGADOR-AUX TO JUGADOR-ENTRADA(POSICION-INSERCION)
        MOVE POSICION-DESPLAZAR TO POSICION-INSERCION
    END-PERFORM.
    INITIALIZE JUGADOR-ENTRADA(POSICION-INSERCION).
    MOVE ID-LINEA-JUGADORES     TO JUGADOR-ID(POSICION-INSERCION).
    MOVE NOMBRE-LINEA-JUGADORES TO JUGADOR-NOMBRE(POSICION-INSERCION).
    MOVE DEPARTAMENTO-LINEA-JUGADORES
        TO JUGADOR-DEPARTAMENTO(POSICION-INSERCION).
    MOVE PROMOCION-LINEA-JUGADORES
        TO JUGADOR-PROMOCION(POSICION-INSERCION).
    MOVE ESTADO-LINEA-JUGADORES TO JUGADOR-ESTADO(POSICION-INSERCION).
    ADD 1 TO NUMERO-JUGADORES.

CARGAR-HISTORIAL.
    *> EL HISTORIAL ESTA EN ORDEN CRONOLOGICO: LA PRIMERA PARTIDA QUE
    *> CERTIFICA A UN JUGADOR ES LA QUE DA LA FECHA DE CERTIFICACION
    OPEN INPUT HISTORIAL-FILE.
    IF HISTORIAL-FILE-STATUS = '00'
        PERFORM UNTIL HISTORIAL-FILE-STATUS = '10'
            READ HISTORIAL-FILE
                AT END CONTINUE
                NOT AT END
                    PERFORM CLASIFICAR-PARTIDA
            END-READ
        END-PERFORM
    END-IF.
    CLOSE HISTORIAL-FILE.

CLASIFICAR-PARTIDA.
    ADD 1 TO PARTIDAS-LEIDAS.
    *> LAS PARTIDAS ANTERIORES AL FICHERO MAESTRO NO LLEVAN
    *> IDENTIFICADOR Y NO SE PUEDEN ATRIBUIR A NADIE
    IF HISTORIAL-JUGADOR-ID = SPACES
        ADD 1 TO PARTIDAS-SIN-JUGADOR
        EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HISTORIAL-JUGADOR-ID))
        TO JUGADOR-BUSCADO.
    SET JUGADOR-IDX TO 1.
    SEARCH JUGADOR-ENTRADA
        AT END
            *> CON FILTRO DE PROMOCION LA MAYORIA DE LAS PARTIDAS SON DE
            *> OTROS JUGADORES; SOLO SE AVISA SIN FILTRO
            IF PROMOCION-PEDIDA = SPACES
                ADD 1 TO PARTIDAS-JUGADOR-DESCONOCIDO
            END-IF
            EXIT PARAGRAPH
        WHEN JUGADOR-IDX > NUMERO-JUGADORES
            IF PROMOCION-PEDIDA = SPACES
                ADD 1 TO PARTIDAS-JUGADOR-DESCONOCIDO
            END-IF
            EXIT PARAGRAPH
        WHEN JUGADOR-ID(JUGADOR-IDX) = JUGADOR-BUSCADO
            CONTINUE
    END-SEARCH.
    ADD 1 TO JUGADOR-PARTIDAS(JUGADOR-IDX).
    IF HISTORIAL-RESULTADO NOT = 'G'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO JUGADOR-VICTORIAS(JUGADOR-IDX).
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HISTORIAL-PERFIL))
        TO PERFIL-PARTIDA.
    INITIALIZE PERFIL-CERTIFICABLE-FLAG DENTRO-PRESUPUESTO-FLAG.
    IF PERFIL-PARTIDA = 'NORMAL' OR 'DIFICIL'
        SET PERFIL-CERTIFICABLE TO TRUE
    END-IF.
    IF HISTORIAL-TURNOS-LIMITE IS NUMERIC
        MOVE HISTORIAL-TURNOS-LIMITE TO LIMITE-PARTIDA
    ELSE
        MOVE ZERO TO LIMITE-PARTIDA
    END-IF.
    IF LIMITE-PARTIDA > ZERO AND HISTORIAL-TURNOS <= LIMITE-PARTIDA
        SET DENTRO-PRESUPUESTO TO TRUE
    END-IF.
    IF PERFIL-CERTIFICABLE AND DENTRO-PRESUPUESTO
            AND HISTORIAL-PISTAS = ZERO
        IF NOT JUGADOR-CERTIFICADO(JUGADOR-IDX)
            SET JUGADOR-CERTIFICADO(JUGADOR-IDX) TO TRUE
            MOVE HISTORIAL-FECHA-HORA(1:8)
                TO JUGADOR-FECHA-CERTIFICADO(JUGADOR-IDX)
            MOVE PERFIL-PARTIDA
                TO JUGADOR-PERFIL-CERTIFICADO(JUGADOR-IDX)
        END-IF
        EXIT PARAGRAPH
    END-IF.
    *> NO CERTIFICA: SE GUARDA LA MEJOR APROXIMACION DEL JUGADOR (EN
    *> UN PERFIL DE CERTIFICACION, LA DE MENOS PISTAS)
    EVALUATE TRUE
        WHEN PERFIL-CERTIFICABLE
            IF JUGADOR-APROXIMACION(JUGADOR-IDX) < 2
               OR HISTORIAL-PISTAS < JUGADOR-MENOS-PISTAS(JUGADOR-IDX)
                MOVE 2 TO JUGADOR-APROXIMACION(JUGADOR-IDX)
                MOVE HISTORIAL-PISTAS
                    TO JUGADOR-MENOS-PISTAS(JUGADOR-IDX)
                MOVE PERFIL-PARTIDA
                    TO JUGADOR-PERFIL-APROXIMACION(JUGADOR-IDX)
                IF DENTRO-PRESUPUESTO
                    MOVE ZERO TO JUGADOR-FUERA-PRESUPUESTO-FLAG(JUGADOR-IDX)
                ELSE
                    SET JUGADOR-FUERA-PRESUPUESTO(JUGADOR-IDX) TO TRUE
                END-IF
            END-IF
        WHEN HISTORIAL-PISTAS = ZERO
            IF JUGADOR-APROXIMACION(JUGADOR-IDX) < 1
                MOVE 1 TO JUGADOR-APROXIMACION(JUGADOR-IDX)
                MOVE PERFIL-PARTIDA
                    TO JUGADOR-PERFIL-APROXIMACION(JUGADOR-IDX)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

DELIMITAR-PROMOCION.
    MOVE JUGADOR-PROMOCION(TRAMO-DESDE) TO TRAMO-PROMOCION.
    MOVE TRAMO-DESDE TO TRAMO-HASTA.
    PERFORM UNTIL TRAMO-HASTA = NUMERO-JUGADORES
            OR JUGADOR-PROMOCION(TRAMO-HASTA + 1) NOT = TRAMO-PROMOCION
        ADD 1 TO TRAMO-HASTA
    END-PERFORM.
    IF TRAMO-PROMOCION = SPACES
        MOVE '(sin)' TO NOMBRE-PROMOCION
    ELSE
        MOVE TRAMO-PROMOCION TO NOMBRE-PROMOCION
    END-IF.

CONTAR-PROMOCION.
    INITIALIZE TRAMO-ACTIVOS TRAMO-CERTIFICADOS TRAMO-CERCA
               TRAMO-PENDIENTES TRAMO-BAJAS.
    PERFORM VARYING INDICE-TRAMO FROM TRAMO-DESDE BY 1
            UNTIL INDICE-TRAMO > TRAMO-HASTA
        EVALUATE TRUE
            WHEN JUGADOR-ESTADO(INDICE-TRAMO) NOT = 'A'
                ADD 1 TO TRAMO-BAJAS
            WHEN JUGADOR-CERTIFICADO(INDICE-TRAMO)
                ADD 1 TO TRAMO-ACTIVOS TRAMO-CERTIFICADOS
            WHEN JUGADOR-APROXIMACION(INDICE-TRAMO) > ZERO
                ADD 1 TO TRAMO-ACTIVOS TRAMO-CERCA
            WHEN OTHER
                ADD 1 TO TRAMO-ACTIVOS TRAMO-PENDIENTES
        END-EVALUATE
    END-PERFORM.
    ADD TRAMO-ACTIVOS TO TOTAL-ACTIVOS.
    ADD TRAMO-CERTIFICADOS TO TOTAL-CERTIFICADOS.

MOSTRAR-RESUMEN-PROMOCION.
    MOVE TRAMO-ACTIVOS TO CONTADOR-EDITADO.
    DISPLAY '  ' NOMBRE-PROMOCION
            ' en alta: ' FUNCTION TRIM(CONTADOR-EDITADO) WITH NO ADVANCING.
    MOVE TRAMO-CERTIFICADOS TO CONTADOR-EDITADO.
    DISPLAY ', certificados: ' FUNCTION TRIM(CONTADOR-EDITADO)
        WITH NO ADVANCING.
    MOVE TRAMO-CERCA TO CONTADOR-EDITADO.
    DISPLAY ', cerca: ' FUNCTION TRIM(CONTADOR-EDITADO) WITH NO ADVANCING.
    MOVE TRAMO-PENDIENTES TO CONTADOR-EDITADO.
    DISPLAY ', sin certificar: ' FUNCTION TRIM(CONTADOR-EDITADO)
        WITH NO ADVANCING.
    MOVE TRAMO-BAJAS TO CONTADOR-EDITADO.
    DISPLAY ', de baja: ' FUNCTION TRIM(CONTADOR-EDITADO).

MOSTRAR-PROMOCION.
    DISPLAY ' '.
    DISPLAY '--- Promoción ' FUNCTION TRIM(NOMBRE-PROMOCION) ' ---'.
    DISPLAY '  Certificados:'.
    INITIALIZE LISTADOS-EN-APARTADO.
    PERFORM VARYING INDICE-TRAMO FROM TRAMO-DESDE BY 1
            UNTIL INDICE-TRAMO > TRAMO-HASTA
        IF JUGADOR-ESTADO(INDICE-TRAMO) = 'A'
                AND JUGADOR-CERTIFICADO(INDICE-TRAMO)
            PERFORM MOSTRAR-CERTIFICADO
        END-IF
    END-PERFORM.
    PERFORM MOSTRAR-APARTADO-VACIO.
    DISPLAY '  Cerca de la certificación:'.
    INITIALIZE LISTADOS-EN-APARTADO.
    PERFORM VARYING INDICE-TRAMO FROM TRAMO-DESDE BY 1
            UNTIL INDICE-TRAMO > TRAMO-HASTA
        IF JUGADOR-ESTADO(INDICE-TRAMO) = 'A'
                AND NOT JUGADOR-CERTIFICADO(INDICE-TRAMO)
                AND JUGADOR-APROXIMACION(INDICE-TRAMO) > ZERO
            PERFORM MOSTRAR-CERCA
        END-IF
    END-PERFORM.
    PERFORM MOSTRAR-APARTADO-VACIO.
    DISPLAY '  Sin certificación:'.
    INITIALIZE LISTADOS-EN-APARTADO.
    PERFORM VARYING INDICE-TRAMO FROM TRAMO-DESDE BY 1
            UNTIL INDICE-TRAMO > TRAMO-HASTA
        IF JUGADOR-ESTADO(INDICE-TRAMO) = 'A'
                AND NOT JUGADOR-CERTIFICADO(INDICE-TRAMO)
                AND JUGADOR-APROXIMACION(INDICE-TRAMO) = ZERO
            PERFORM MOSTRAR-PENDIENTE
        END-IF
    END-PERFORM.
    PERFORM MOSTRAR-APARTADO-VACIO.

MOSTRAR-APARTADO-VACIO.
    IF LISTADOS-EN-APARTADO = ZERO
        DISPLAY '    (ninguno)'
    END-IF.

MOSTRAR-CERTIFICADO.
    ADD 1 TO LISTADOS-EN-APARTADO.
    MOVE SPACES TO FECHA-EDITADA.
    STRING JUGADOR-FECHA-CERTIFICADO(INDICE-TRAMO)(1:4) DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           JUGADOR-FECHA-CERTIFICADO(INDICE-TRAMO)(5:2) DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           JUGADOR-FECHA-CERTIFICADO(INDICE-TRAMO)(7:2) DELIMITED BY SIZE
        INTO FECHA-EDITADA.
    DISPLAY '    ' JUGADOR-ID(INDICE-TRAMO) ' '
            FUNCTION TRIM(JUGADOR-NOMBRE(INDICE-TRAMO))
            ' (' FUNCTION TRIM(JUGADOR-DEPARTAMENTO(INDICE-TRAMO))
            '): el ' FECHA-EDITADA
            ' en ' FUNCTION TRIM(JUGADOR-PERFIL-CERTIFICADO(INDICE-TRAMO)).

MOSTRAR-CERCA.
    ADD 1 TO LISTADOS-EN-APARTADO.
    IF JUGADOR-APROXIMACION(INDICE-TRAMO) = 2
        IF JUGADOR-MENOS-PISTAS(INDICE-TRAMO) = ZERO
            *> SIN PISTAS: SOLO PUEDE HABERLE FALTADO EL PRESUPUESTO
            DISPLAY '    ' JUGADOR-ID(INDICE-TRAMO) ' '
                    FUNCTION TRIM(JUGADOR-NOMBRE(INDICE-TRAMO))
                    ' (' FUNCTION TRIM(JUGADOR-DEPARTAMENTO(INDICE-TRAMO))
                    '): ganó en '
                    FUNCTION TRIM(JUGADOR-PERFIL-APROXIMACION(INDICE-TRAMO))
                    ' sin pistas pero fuera del presupuesto de turnos'
        ELSE
            MOVE JUGADOR-MENOS-PISTAS(INDICE-TRAMO) TO CONTADOR-EDITADO
            DISPLAY '    ' JUGADOR-ID(INDICE-TRAMO) ' '
                    FUNCTION TRIM(JUGADOR-NOMBRE(INDICE-TRAMO))
                    ' (' FUNCTION TRIM(JUGADOR-DEPARTAMENTO(INDICE-TRAMO))
                    '): ganó en '
                    FUNCTION TRIM(JUGADOR-PERFIL-APROXIMACION(INDICE-TRAMO))
                    ' con ' FUNCTION TRIM(CONTADOR-EDITADO) ' pista(s)'
        END-IF
    ELSE
        DISPLAY '    ' JUGADOR-ID(INDICE-TRAMO) ' '
                FUNCTION TRIM(JUGADOR-NOMBRE(INDICE-TRAMO))
                ' (' FUNCTION TRIM(JUGADOR-DEPARTAMENTO(INDICE-TRAMO))
                '): ganó sin pistas en el perfil '
                FUNCTION TRIM(JUGADOR-PERFIL-APROXIMACION(INDICE-TRAMO))
    END-IF.

MOSTRAR-PENDIENTE.
    ADD 1 TO LISTADOS-EN-APARTADO.
    MOVE JUGADOR-PARTIDAS(INDICE-TRAMO) TO CONTADOR-EDITADO.
    MOVE JUGADOR-VICTORIAS(INDICE-TRAMO) TO CONTADOR-EDITADO-2.
    DISPLAY '    ' JUGADOR-ID(INDICE-TRAMO) ' '
            FUNCTION TRIM(JUGADOR-NOMBRE(INDICE-TRAMO))
            ' (' FUNCTION TRIM(JUGADOR-DEPARTAMENTO(INDICE-TRAMO))
            '): ' FUNCTION TRIM(CONTADOR-EDITADO) ' partida(s), '
            FUNCTION TRIM(CONTADOR-EDITADO-2) ' victoria(s)'.

MOSTRAR-AVISOS.
    IF PARTIDAS-SIN-JUGADOR > ZERO OR PARTIDAS-JUGADOR-DESCONOCIDO > ZERO
            OR JUGADORES-OMITIDOS > ZERO
        DISPLAY ' '
    END-IF.
    IF PARTIDAS-SIN-JUGADOR > ZERO
        MOVE PARTIDAS-SIN-JUGADOR TO CONTADOR-EDITADO-LARGO
        DISPLAY 'Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO-LARGO)
                ' partida(s) del historial sin identificador de jugador'
                ' (anteriores al fichero maestro).'
    END-IF.
    IF PARTIDAS-JUGADOR-DESCONOCIDO > ZERO
        MOVE PARTIDAS-JUGADOR-DESCONOCIDO TO CONTADOR-EDITADO-LARGO
        DISPLAY 'Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO-LARGO)
                ' partida(s) de jugadores que no están en JUGADORES.DAT.'
    END-IF.
    IF JUGADORES-OMITIDOS > ZERO
        MOVE JUGADORES-OMITIDOS TO CONTADOR-EDITADO
        DISPLAY 'Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' jugador(es) de más no cupieron en la tabla del informe.'
    END-IF.
