*>****************************************************************
*> Author:  Miquel A. Fuster Sancho
*> Purpose: Evolución de la batería de regresión de 'La Torre' a lo
*>  largo de varias noches. Cada pasada de SUITE-REGRESION deja su
*>  RESULTADOS-SUITE-aaaammdd-hhmmss.DAT; este programa lee todas
*>  las de un periodo y resume la tendencia sin tener que abrirlas
*>  una a una. Parámetros: lista desde hasta. La lista es un
*>  fichero con una pasada por línea (el nombre del fichero de
*>  resultados o solo su marca aaaammdd-hhmmss; lo produce el
*>  planificador con un listado del directorio, como para
*>  ARCHIVAR-DIA) y el periodo va en fechas aaaammdd; la fecha de
*>  cada pasada se toma de su cabecera SUITE|. Se muestra:
*>   - por pasada, en orden de fecha: casos, correctos, fallidos
*>     (diferencias con la maestra o maestra ausente) y sin
*>     transcripción (el guion no llegó a producir nada);
*>   - por caso: veredicto de la última pasada en que figura, racha
*>     actual (pasadas seguidas con el mismo resultado), pasada en
*>     que empezó el fallo actual, número de cambios entre correcto
*>     y fallido (dos o más marcan el caso como inestable) y en
*>     cuántas pasadas figura. Un caso ausente del manifiesto una
*>     noche no rompe su racha: esa noche no cuenta para él.
*>  Los casos se identifican por su guion, como en el manifiesto.
*>  Devuelve en RETURN-CODE 0 si hay pasadas en el periodo y 1 si
*>  faltan parámetros o no hay ninguna.
*> Tectonics: cobc
*>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. TENDENCIA-REGRESION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LISTA-FILE ASSIGN TO LISTA-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LISTA-FILE-STATUS.
    SELECT RESULTADOS-FILE ASSIGN TO RESULTADOS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RESULTADOS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  LISTA-FILE.
01 LISTA-RECORD                 PIC X(255).

FD  RESULTADOS-FILE.
*> MISMO TAMAÑO QUE EL RESULTADOS-RECORD DE SUITE-REGRESION
01 RESULTADOS-RECORD            PIC X(400).

WORKING-STORAGE SECTION.
77 LISTA-FILE-NAME              PIC X(255).
77 LISTA-FILE-STATUS            PIC XX.
77 RESULTADOS-FILE-NAME         PIC X(255).
77 RESULTADOS-FILE-STATUS       PIC XX.

77 LINEA-DE-ORDENES             PIC X(255).
77 PARAMETRO-DESDE              PIC X(8).
77 PARAMETRO-HASTA              PIC X(8).
77 LINEA-LISTA                  PIC X(255).

*> PASADAS DEL PERIODO, ORDENADAS POR SU MARCA AL IR LEYENDO LA LISTA
01 TABLA-PASADAS.
    05 PASADA OCCURS 400.
        10 PASADA-MARCA         PIC X(15).
        10 PASADA-FICHERO       PIC X(255).
        10 PASADA-CASOS         PIC 999.
        10 PASADA-CORRECTOS     PIC 999.
        10 PASADA-FALLIDOS      PIC 999.
        10 PASADA-SIN-TRANSCR   PIC 999.
01 PASADA-AUX.
    05 PASADA-MARCA-AUX         PIC X(15).
    05 PASADA-FICHERO-AUX       PIC X(255).
    05 PASADA-CIFRAS-AUX        PIC X(12).
77 NUMERO-PASADAS               PIC 999    VALUE ZERO.
77 PASADA-IDX                   PIC 999.
77 POSICION-INSERCION           PIC 999.
77 POSICION-DESPLAZAR           PIC 999.
77 MARCA-LEIDA                  PIC X(15).
77 PASADA-REPETIDA-FLAG         PIC 9.
    88 PASADA-REPETIDA          VALUE 1.

77 PASADAS-FUERA-PERIODO        PIC 9(5)   VALUE ZERO.
77 PASADAS-NO-ENCONTRADAS       PIC 9(5)   VALUE ZERO.
77 PASADAS-ILEGIBLES            PIC 9(5)   VALUE ZERO.
77 PASADAS-OMITIDAS             PIC 9(5)   VALUE ZERO.
77 CASOS-OMITIDOS               PIC 9(5)   VALUE ZERO.

01 LINEA-RESULTADOS-CAMPOS.
    05 TIPO-LINEA-RESULTADOS    PIC X(8).
    05 VEREDICTO-LINEA          PIC X(18).
    05 GUION-LINEA              PIC X(255).

*> CASOS VISTOS EN ALGUNA PASADA Y EL VEREDICTO DE CADA CASO EN CADA
*> PASADA: O=OK, F=FALLO, M=SIN-MAESTRA, T=SIN-TRANSCRIPCION Y
*> ESPACIO SI EL CASO NO ESTABA EN EL MANIFIESTO DE ESA NOCHE
01 TABLA-CASOS.
    05 CASO OCCURS 300.
        10 CASO-NOMBRE          PIC X(60).
        10 CASO-ULTIMO          PIC X.
        10 CASO-RACHA           PIC 999.
        10 CASO-INICIO-FALLO    PIC X(15).
        10 CASO-CAMBIOS         PIC 999.
        10 CASO-PASADAS         PIC 999.
01 TABLA-VEREDICTOS.
    05 VEREDICTOS-CASO OCCURS 300.
        10 VEREDICTO-PASADA     PIC X      OCCURS 400.
77 NUMERO-CASOS                 PIC 999    VALUE ZERO.
77 CASO-IDX                     PIC 999.
77 CASO-ENCONTRADO              PIC 999.
77 NOMBRE-CASO-LEIDO            PIC X(60).
77 VEREDICTO-CODIGO             PIC X.
77 RESULTADO-ANTERIOR           PIC X.
77 RESULTADO-ACTUAL             PIC X.

*> ORDEN DEL LISTADO POR CASO: PRIMERO LOS QUE FALLAN AHORA, LUEGO
*> LOS MAS INESTABLES Y DESPUES POR NOMBRE
01 TABLA-ORDEN.
    05 ORDEN-CASO               PIC 999    OCCURS 300.
77 ORDEN-IDX                    PIC 999.
77 ORDEN-SIGUIENTE              PIC 999.
77 CASO-A                       PIC 999.
77 CASO-B                       PIC 999.
77 INTERCAMBIO-FLAG             PIC 9.
    88 HUBO-INTERCAMBIO         VALUE 1.
77 PRIMERO-ANTES-FLAG           PIC 9.
    88 PRIMERO-ANTES            VALUE 1.

77 CASOS-FALLANDO               PIC 999    VALUE ZERO.
77 CASOS-INESTABLES             PIC 999    VALUE ZERO.
77 TASA-PRIMERA                 PIC 999V9.
77 TASA-ULTIMA                  PIC 999V9.

77 CONTADOR-EDITADO             PIC ZZZZ9.
77 CASOS-EDITADOS               PIC ZZZZ9.
77 CORRECTOS-EDITADOS           PIC ZZZZZZZZ9.
77 FALLIDOS-EDITADOS            PIC ZZZZZZZ9.
77 SIN-TRANSCR-EDITADOS         PIC Z(16)9.
77 RACHA-EDITADA                PIC ZZ9.
77 CAMBIOS-EDITADOS             PIC ZZZZZZ9.
77 PASADAS-EDITADAS             PIC ZZZZZZ9.
77 TASA-EDITADA                 PIC ZZ9.9.
77 TEXTO-ESTADO                 PIC X(18).
77 TEXTO-RACHA                  PIC X(10).
77 TEXTO-INESTABLE              PIC X(10).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY 'Tendencia de la batería de regresión de LA TORRE'.
    DISPLAY ' '.
    ACCEPT LINEA-DE-ORDENES FROM COMMAND-LINE.
    MOVE SPACES TO LISTA-FILE-NAME PARAMETRO-DESDE PARAMETRO-HASTA.
    UNSTRING LINEA-DE-ORDENES DELIMITED BY ALL SPACE
        INTO LISTA-FILE-NAME PARAMETRO-DESDE PARAMETRO-HASTA.
    IF LISTA-FILE-NAME = SPACES
            OR PARAMETRO-DESDE IS NOT NUMERIC
            OR PARAMETRO-HASTA IS NOT NUMERIC
            OR PARAMETRO-HASTA < PARAMETRO-DESDE
        DISPLAY 'Uso: lista desde hasta'
        DISPLAY '     lista: un fichero RESULTADOS-SUITE-*.DAT (o su'
        DISPLAY '     marca aaaammdd-hhmmss) por línea; desde y hasta'
        DISPLAY '     en fechas aaaammdd.'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT LISTA-FILE.
    IF LISTA-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede abrir la lista: ' FUNCTION TRIM(LISTA-FILE-NAME)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    INITIALIZE TABLA-PASADAS TABLA-CASOS TABLA-VEREDICTOS.
    PERFORM UNTIL LISTA-FILE-STATUS = '10'
        READ LISTA-FILE
            AT END CONTINUE
            NOT AT END
                PERFORM ANOTAR-PASADA
        END-READ
    END-PERFORM.
    CLOSE LISTA-FILE.
    DISPLAY 'Periodo: ' PARAMETRO-DESDE ' a ' PARAMETRO-HASTA.
    MOVE NUMERO-PASADAS TO CONTADOR-EDITADO.
    DISPLAY 'Pasadas del periodo: ' FUNCTION TRIM(CONTADOR-EDITADO).
    PERFORM MOSTRAR-AVISOS-LISTA.
    IF NUMERO-PASADAS = ZERO
        DISPLAY ' '
        DISPLAY 'No hay ninguna pasada de la batería en el periodo.'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING PASADA-IDX FROM 1 BY 1 UNTIL PASADA-IDX > NUMERO-PASADAS
        PERFORM LEER-PASADA
    END-PERFORM.
    IF CASOS-OMITIDOS > ZERO
        MOVE CASOS-OMITIDOS TO CONTADOR-EDITADO
        DISPLAY 'Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' resultado(s) de casos de más no cupieron en la tabla.'
    END-IF.
    PERFORM MOSTRAR-PASADAS.
    PERFORM CALCULAR-CASOS.
    PERFORM ORDENAR-CASOS.
    PERFORM MOSTRAR-CASOS.
    PERFORM MOSTRAR-TENDENCIA.
    MOVE ZERO TO RETURN-CODE.
STOP RUN.

ANOTAR-PASADA.
    *> Primera lectura: solo la cabecera SUITE| de cada fichero, para
    *> saber su fecha, descartar las de fuera del periodo y colocar la
    *> pasada en su sitio por orden de marca.
    MOVE FUNCTION TRIM(LISTA-RECORD) TO LINEA-LISTA.
    IF LINEA-LISTA = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO RESULTADOS-FILE-NAME.
    IF LINEA-LISTA(9:1) = '-' AND LINEA-LISTA(16:) = SPACES
        STRING 'RESULTADOS-SUITE-' DELIMITED BY SIZE
               LINEA-LISTA(1:15) DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
            INTO RESULTADOS-FILE-NAME
    ELSE
        MOVE LINEA-LISTA TO RESULTADOS-FILE-NAME
    END-IF.
    OPEN INPUT RESULTADOS-FILE.
    IF RESULTADOS-FILE-STATUS NOT = '00'
        DISPLAY 'No se encuentra ' FUNCTION TRIM(RESULTADOS-FILE-NAME)
        ADD 1 TO PASADAS-NO-ENCONTRADAS
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO RESULTADOS-RECORD.
    READ RESULTADOS-FILE
        AT END CONTINUE
    END-READ.
    CLOSE RESULTADOS-FILE.
    IF RESULTADOS-RECORD(1:6) NOT = 'SUITE|'
            OR RESULTADOS-RECORD(7:14) IS NOT NUMERIC
        ADD 1 TO PASADAS-ILEGIBLES
        EXIT PARAGRAPH
    END-IF.
    IF RESULTADOS-RECORD(7:8) < PARAMETRO-DESDE
            OR RESULTADOS-RECORD(7:8) > PARAMETRO-HASTA
        ADD 1 TO PASADAS-FUERA-PERIODO
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO MARCA-LEIDA.
    STRING RESULTADOS-RECORD(7:8) DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           RESULTADOS-RECORD(15:6) DELIMITED BY SIZE
        INTO MARCA-LEIDA.
    *> LA MISMA PASADA NOMBRADA DOS VECES EN LA LISTA CUENTA UNA SOLA
    INITIALIZE PASADA-REPETIDA-FLAG.
    PERFORM VARYING PASADA-IDX FROM 1 BY 1
            UNTIL PASADA-IDX > NUMERO-PASADAS OR PASADA-REPETIDA
        IF PASADA-MARCA(PASADA-IDX) = MARCA-LEIDA
            SET PASADA-REPETIDA TO TRUE
        END-IF
    END-PERFORM.
    IF PASADA-REPETIDA
        EXIT PARAGRAPH
    END-IF.
    IF NUMERO-PASADAS >= 400
        ADD 1 TO PASADAS-OMITIDAS
        EXIT PARAGRAPH
    END-IF.
    MOVE NUMERO-PASADAS TO POSICION-INSERCION.
    ADD 1 TO POSICION-INSERCION.
    PERFORM UNTIL POSICION-INSERCION = 1
            OR PASADA-MARCA(POSICION-INSERCION - 1) < MARCA-LEIDA
        COMPUTE POSICION-DESPLAZAR = POSICION-INSERCION - 1
        MOVE PASADA(POSICION-DESPLAZAR) TO PASADA-AUX
        MOVE PASADA-AUX TO PASADA(POSICION-INSERCION)
        MOVE POSICION-DESPLAZAR TO POSICION-INSERCION
    END-PERFORM.
    INITIALIZE PASADA(POSICION-INSERCION).
    MOVE MARCA-LEIDA TO PASADA-MARCA(POSICION-INSERCION).
    MOVE RESULTADOS-FILE-NAME TO PASADA-FICHERO(POSICION-INSERCION).
    ADD 1 TO NUMERO-PASADAS.

MOSTRAR-AVISOS-LISTA.
    IF PASADAS-FUERA-PERIODO > ZERO
        MOVE PASADAS-FUERA-PERIODO TO CONTADOR-EDITADO
        DISPLAY '  Fuera del periodo (no cuentan): '
                FUNCTION TRIM(CONTADOR-EDITADO)
    END-IF.
    IF PASADAS-NO-ENCONTRADAS > ZERO
        MOVE PASADAS-NO-ENCONTRADAS TO CONTADOR-EDITADO
        DISPLAY '  Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' fichero(s) de la lista no encontrado(s).'
    END-IF.
    IF PASADAS-ILEGIBLES > ZERO
        MOVE PASADAS-ILEGIBLES TO CONTADOR-EDITADO
        DISPLAY '  Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' fichero(s) sin cabecera SUITE| válida, se omiten.'
    END-IF.
    IF PASADAS-OMITIDAS > ZERO
        MOVE PASADAS-OMITIDAS TO CONTADOR-EDITADO
        DISPLAY '  Aviso: ' FUNCTION TRIM(CONTADOR-EDITADO)
                ' pasada(s) de más no cupieron en la tabla del informe.'
    END-IF.

LEER-PASADA.
    *> Segunda lectura, ya en orden de fecha: una línea CASO| por caso
    *> con su veredicto; el resumen RESUMEN| no hace falta porque las
    *> cifras salen de los propios casos.
    MOVE PASADA-FICHERO(PASADA-IDX) TO RESULTADOS-FILE-NAME.
    OPEN INPUT RESULTADOS-FILE.
    IF RESULTADOS-FILE-STATUS = '00'
        PERFORM UNTIL RESULTADOS-FILE-STATUS = '10'
            READ RESULTADOS-FILE
                AT END CONTINUE
                NOT AT END
                    IF RESULTADOS-RECORD(1:5) = 'CASO|'
                        PERFORM ANOTAR-CASO
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE RESULTADOS-FILE.

ANOTAR-CASO.
    INITIALIZE LINEA-RESULTADOS-CAMPOS.
    UNSTRING RESULTADOS-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-RESULTADOS VEREDICTO-LINEA GUION-LINEA.
    MOVE FUNCTION TRIM(GUION-LINEA) TO NOMBRE-CASO-LEIDO.
    EVALUATE VEREDICTO-LINEA
        WHEN 'OK'
            MOVE 'O' TO VEREDICTO-CODIGO
            ADD 1 TO PASADA-CORRECTOS(PASADA-IDX)
        WHEN 'SIN-TRANSCRIPCION'
            MOVE 'T' TO VEREDICTO-CODIGO
            ADD 1 TO PASADA-SIN-TRANSCR(PASADA-IDX)
        WHEN 'SIN-MAESTRA'
            MOVE 'M' TO VEREDICTO-CODIGO
            ADD 1 TO PASADA-FALLIDOS(PASADA-IDX)
        WHEN OTHER
            MOVE 'F' TO VEREDICTO-CODIGO
            ADD 1 TO PASADA-FALLIDOS(PASADA-IDX)
    END-EVALUATE.
    ADD 1 TO PASADA-CASOS(PASADA-IDX).
    INITIALIZE CASO-ENCONTRADO.
    PERFORM VARYING CASO-IDX FROM 1 BY 1
            UNTIL CASO-IDX > NUMERO-CASOS OR CASO-ENCONTRADO > 0
        IF CASO-NOMBRE(CASO-IDX) = NOMBRE-CASO-LEIDO
            MOVE CASO-IDX TO CASO-ENCONTRADO
        END-IF
    END-PERFORM.
    IF CASO-ENCONTRADO = 0
        IF NUMERO-CASOS >= 300
            ADD 1 TO CASOS-OMITIDOS
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO NUMERO-CASOS
        MOVE NUMERO-CASOS TO CASO-ENCONTRADO
        MOVE NOMBRE-CASO-LEIDO TO CASO-NOMBRE(CASO-ENCONTRADO)
    END-IF.
    MOVE VEREDICTO-CODIGO TO VEREDICTO-PASADA(CASO-ENCONTRADO, PASADA-IDX).

MOSTRAR-PASADAS.
    DISPLAY ' '.
    DISPLAY '--- Por pasada ---'.
    DISPLAY '  Pasada          Casos  Correctos  Fallidos  Sin transcripción'.
    PERFORM VARYING PASADA-IDX FROM 1 BY 1 UNTIL PASADA-IDX > NUMERO-PASADAS
        MOVE PASADA-CASOS(PASADA-IDX)       TO CASOS-EDITADOS
        MOVE PASADA-CORRECTOS(PASADA-IDX)   TO CORRECTOS-EDITADOS
        MOVE PASADA-FALLIDOS(PASADA-IDX)    TO FALLIDOS-EDITADOS
        MOVE PASADA-SIN-TRANSCR(PASADA-IDX) TO SIN-TRANSCR-EDITADOS
        DISPLAY '  ' PASADA-MARCA(PASADA-IDX) ' ' CASOS-EDITADOS
                '  ' CORRECTOS-EDITADOS '  ' FALLIDOS-EDITADOS
                '  ' SIN-TRANSCR-EDITADOS
    END-PERFORM.

CALCULAR-CASOS.
    *> Se recorren las pasadas de la más antigua a la más reciente.
    *> Correcto es solo OK; todo lo demás (incluida la transcripción
    *> que no apareció) cuenta como fallo, igual que en el código de
    *> retorno de SUITE-REGRESION.
    PERFORM VARYING CASO-IDX FROM 1 BY 1 UNTIL CASO-IDX > NUMERO-CASOS
        MOVE SPACE TO RESULTADO-ANTERIOR
        PERFORM VARYING PASADA-IDX FROM 1 BY 1
                UNTIL PASADA-IDX > NUMERO-PASADAS
            IF VEREDICTO-PASADA(CASO-IDX, PASADA-IDX) NOT = SPACE
                PERFORM SEGUIR-RACHA
            END-IF
        END-PERFORM
        IF CASO-ULTIMO(CASO-IDX) NOT = 'O'
            ADD 1 TO CASOS-FALLANDO
        END-IF
        IF CASO-CAMBIOS(CASO-IDX) >= 2
            ADD 1 TO CASOS-INESTABLES
        END-IF
    END-PERFORM.

SEGUIR-RACHA.
    MOVE VEREDICTO-PASADA(CASO-IDX, PASADA-IDX) TO CASO-ULTIMO(CASO-IDX).
    ADD 1 TO CASO-PASADAS(CASO-IDX).
    IF CASO-ULTIMO(CASO-IDX) = 'O'
        MOVE 'C' TO RESULTADO-ACTUAL
    ELSE
        MOVE 'F' TO RESULTADO-ACTUAL
    END-IF.
    IF RESULTADO-ACTUAL = RESULTADO-ANTERIOR
        ADD 1 TO CASO-RACHA(CASO-IDX)
    ELSE
        IF RESULTADO-ANTERIOR NOT = SPACE
            ADD 1 TO CASO-CAMBIOS(CASO-IDX)
        END-IF
        MOVE 1 TO CASO-RACHA(CASO-IDX)
        IF RESULTADO-ACTUAL = 'F'
            MOVE PASADA-MARCA(PASADA-IDX) TO CASO-INICIO-FALLO(CASO-IDX)
        ELSE
            MOVE SPACES TO CASO-INICIO-FALLO(CASO-IDX)
        END-IF
    END-IF.
    MOVE RESULTADO-ACTUAL TO RESULTADO-ANTERIOR.

ORDENAR-CASOS.
    PERFORM VARYING ORDEN-IDX FROM 1 BY 1 UNTIL ORDEN-IDX > NUMERO-CASOS
        MOVE ORDEN-IDX TO ORDEN-CASO(ORDEN-IDX)
    END-PERFORM.
    SET HUBO-INTERCAMBIO TO TRUE.
    PERFORM UNTIL NOT HUBO-INTERCAMBIO
        INITIALIZE INTERCAMBIO-FLAG
        PERFORM VARYING ORDEN-IDX FROM 1 BY 1
                UNTIL ORDEN-IDX >= NUMERO-CASOS
            COMPUTE ORDEN-SIGUIENTE = ORDEN-IDX + 1
            MOVE ORDEN-CASO(ORDEN-IDX) TO CASO-A
            MOVE ORDEN-CASO(ORDEN-SIGUIENTE) TO CASO-B
            PERFORM COMPARAR-CASOS
            IF NOT PRIMERO-ANTES
                MOVE CASO-A TO ORDEN-CASO(ORDEN-SIGUIENTE)
                MOVE CASO-B TO ORDEN-CASO(ORDEN-IDX)
                SET HUBO-INTERCAMBIO TO TRUE
            END-IF
        END-PERFORM
    END-PERFORM.

COMPARAR-CASOS.
    SET PRIMERO-ANTES TO TRUE.
    EVALUATE TRUE
        WHEN CASO-ULTIMO(CASO-A) = 'O' AND CASO-ULTIMO(CASO-B) NOT = 'O'
            INITIALIZE PRIMERO-ANTES-FLAG
        WHEN CASO-ULTIMO(CASO-A) NOT = 'O' AND CASO-ULTIMO(CASO-B) = 'O'
            CONTINUE
        WHEN CASO-CAMBIOS(CASO-A) < CASO-CAMBIOS(CASO-B)
            INITIALIZE PRIMERO-ANTES-FLAG
        WHEN CASO-CAMBIOS(CASO-A) > CASO-CAMBIOS(CASO-B)
            CONTINUE
        WHEN CASO-NOMBRE(CASO-A) > CASO-NOMBRE(CASO-B)
            INITIALIZE PRIMERO-ANTES-FLAG
    END-EVALUATE.

MOSTRAR-CASOS.
    DISPLAY ' '.
    DISPLAY '--- Por caso ---'.
    DISPLAY '  Caso                           Estado             Racha      Falla desde     Cambios  Pasadas'.
    PERFORM VARYING ORDEN-IDX FROM 1 BY 1 UNTIL ORDEN-IDX > NUMERO-CASOS
        MOVE ORDEN-CASO(ORDEN-IDX) TO CASO-IDX
        PERFORM MOSTRAR-CASO
    END-PERFORM.

MOSTRAR-CASO.
    EVALUATE CASO-ULTIMO(CASO-IDX)
        WHEN 'O' MOVE 'OK'                TO TEXTO-ESTADO
        WHEN 'T' MOVE 'SIN-TRANSCRIPCION' TO TEXTO-ESTADO
        WHEN 'M' MOVE 'SIN-MAESTRA'       TO TEXTO-ESTADO
        WHEN OTHER MOVE 'FALLO'           TO TEXTO-ESTADO
    END-EVALUATE.
    MOVE CASO-RACHA(CASO-IDX) TO RACHA-EDITADA.
    MOVE SPACES TO TEXTO-RACHA.
    IF CASO-ULTIMO(CASO-IDX) = 'O'
        STRING RACHA-EDITADA DELIMITED BY SIZE
               ' OK' DELIMITED BY SIZE
            INTO TEXTO-RACHA
    ELSE
        STRING RACHA-EDITADA DELIMITED BY SIZE
               ' fallo' DELIMITED BY SIZE
            INTO TEXTO-RACHA
    END-IF.
    IF CASO-INICIO-FALLO(CASO-IDX) = SPACES
        MOVE '-' TO CASO-INICIO-FALLO(CASO-IDX)
    END-IF.
    MOVE CASO-CAMBIOS(CASO-IDX) TO CAMBIOS-EDITADOS.
    MOVE CASO-PASADAS(CASO-IDX) TO PASADAS-EDITADAS.
    IF CASO-CAMBIOS(CASO-IDX) >= 2
        MOVE 'inestable' TO TEXTO-INESTABLE
    ELSE
        MOVE SPACES TO TEXTO-INESTABLE
    END-IF.
    DISPLAY '  ' CASO-NOMBRE(CASO-IDX)(1:30) ' ' TEXTO-ESTADO ' '
            TEXTO-RACHA ' ' CASO-INICIO-FALLO(CASO-IDX) ' '
            CAMBIOS-EDITADOS '  ' PASADAS-EDITADAS '  '
            FUNCTION TRIM(TEXTO-INESTABLE).

MOSTRAR-TENDENCIA.
    *> Lo que pregunta la dirección cada semana: la proporción de
    *> casos correctos de la primera pasada del periodo frente a la
    *> última, y cuántos fallan ahora o son inestables.
    DISPLAY ' '.
    DISPLAY '--- Tendencia ---'.
    MOVE ZERO TO TASA-PRIMERA TASA-ULTIMA.
    IF PASADA-CASOS(1) > ZERO
        COMPUTE TASA-PRIMERA ROUNDED =
            PASADA-CORRECTOS(1) * 100 / PASADA-CASOS(1)
    END-IF.
    IF PASADA-CASOS(NUMERO-PASADAS) > ZERO
        COMPUTE TASA-ULTIMA ROUNDED =
            PASADA-CORRECTOS(NUMERO-PASADAS) * 100
                / PASADA-CASOS(NUMERO-PASADAS)
    END-IF.
    MOVE TASA-PRIMERA TO TASA-EDITADA.
    DISPLAY '  Correctos en la primera pasada (' PASADA-MARCA(1) '): '
            FUNCTION TRIM(TASA-EDITADA) '%'.
    MOVE TASA-ULTIMA TO TASA-EDITADA.
    DISPLAY '  Correctos en la última pasada  ('
            PASADA-MARCA(NUMERO-PASADAS) '): '
            FUNCTION TRIM(TASA-EDITADA) '%'.
    EVALUATE TRUE
        WHEN TASA-ULTIMA > TASA-PRIMERA
            DISPLAY '  La calidad mejora en el periodo.'
        WHEN TASA-ULTIMA < TASA-PRIMERA
            DISPLAY '  La calidad empeora en el periodo.'
        WHEN OTHER
            DISPLAY '  La calidad se mantiene en el periodo.'
    END-EVALUATE.
    MOVE CASOS-FALLANDO TO CONTADOR-EDITADO.
    DISPLAY '  Casos que fallan ahora: ' FUNCTION TRIM(CONTADOR-EDITADO).
    MOVE CASOS-INESTABLES TO CONTADOR-EDITADO.
    DISPLAY '  Casos inestables (2 cambios o más): '
            FUNCTION TRIM(CONTADOR-EDITADO).
