*>****************************************************************
*> Author:  Miquel A. Fuster Sancho
*> Purpose: Conductor de la cadena nocturna de 'La Torre'. Lee un
*>  fichero de control con un paso por línea (nombre del paso |
*>  programa | parámetros | código de retorno máximo aceptable,
*>  separados por '|'; las líneas en blanco o que empiezan por '*'
*>  se ignoran) y lanza los pasos en orden, cada uno con su salida
*>  por pantalla volcada en CADENA-aaaammdd-nn.LOG. En los
*>  parámetros, &FECHA se sustituye por la fecha de la cadena
*>  (aaaammdd), para los pasos que trabajan con los ficheros del
*>  día (ARCHIVO-&FECHA.DAT...). Cada inicio y fin de paso, con su
*>  hora y su código de retorno, queda en el registro fechado
*>  CADENA-aaaammdd.LOG. La cadena se detiene en el primer paso
*>  que devuelve más de su máximo; el punto alcanzado se guarda
*>  después de cada paso en ESTADO-<fichero de control>, y la
*>  siguiente invocación reanuda la misma cadena (misma fecha, mismo
*>  registro) desde el paso fallido sin repetir los que ya
*>  terminaron bien. Con REINICIAR como segundo parámetro se
*>  descarta la cadena pendiente y se empieza desde el primer paso.
*>  Al final muestra una página de resumen para operaciones.
*>  Parámetros: [control [REINICIAR]], por defecto
*>  CADENA-NOCTURNA.DAT. Devuelve en RETURN-CODE 0 si la cadena
*>  queda completa, 2 si se ha detenido en un paso y 1 si no se
*>  puede leer el fichero de control o tiene errores (entonces no
*>  se lanza ningún paso).
*> Tectonics: cobc
*>****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID. CADENA-NOCTURNA.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO CONTROL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-FILE-STATUS.
    SELECT OPTIONAL ESTADO-FILE ASSIGN TO ESTADO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-FILE-STATUS.
    SELECT OPTIONAL REGISTRO-FILE ASSIGN TO REGISTRO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REGISTRO-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE.
01 CONTROL-RECORD               PIC X(400).

FD  ESTADO-FILE.
01 ESTADO-RECORD                PIC X(200).

FD  REGISTRO-FILE.
01 REGISTRO-RECORD              PIC X(600).

WORKING-STORAGE SECTION.
77 CONTROL-FILE-NAME            PIC X(255).
77 CONTROL-FILE-STATUS          PIC XX.
77 ESTADO-FILE-NAME             PIC X(255).
77 ESTADO-FILE-STATUS           PIC XX.
77 REGISTRO-FILE-NAME           PIC X(64).
77 REGISTRO-FILE-STATUS         PIC XX.
77 LINEA-DE-ORDENES             PIC X(600).
77 OPCION-CADENA                PIC X(20).
77 REINICIAR-FLAG               PIC 9.
    88 REINICIAR                VALUE 1.

*> PASOS DEL FICHERO DE CONTROL Y LO QUE SE SABE DE CADA UNO EN LA
*> CADENA EN CURSO. ESTADO: ' ' PENDIENTE, 'E' EN CURSO (EL CONDUCTOR
*> MURIO CON EL PASO LANZADO), 'C' CORRECTO, 'F' FALLIDO
01 PASOS-CADENA.
    05 PASO-ENTRADA OCCURS 30 INDEXED BY PASO-IDX.
        10 PASO-NOMBRE          PIC X(20).
        10 PASO-PROGRAMA        PIC X(60).
        10 PASO-PARAMETROS      PIC X(300).
        10 PASO-RC-MAXIMO       PIC 999.
        10 PASO-ESTADO          PIC X.
            88 PASO-PENDIENTE   VALUE ' '.
            88 PASO-EN-CURSO    VALUE 'E'.
            88 PASO-CORRECTO    VALUE 'C'.
            88 PASO-FALLIDO     VALUE 'F'.
        10 PASO-INICIO          PIC X(14).
        10 PASO-FIN             PIC X(14).
        10 PASO-RC              PIC 9(5).
        10 PASO-EN-ESTA-PASADA  PIC 9.
77 NUMERO-PASOS                 PIC 99.
77 MAXIMO-PASOS                 PIC 99     VALUE 30.
77 ERRORES-CONTROL              PIC 999.
77 NUMERO-LINEA-CONTROL         PIC 9(5).
77 OTRO-PASO-IDX                PIC 99.

01 LINEA-CONTROL-CAMPOS.
    05 NOMBRE-LINEA-CONTROL     PIC X(40).
    05 PROGRAMA-LINEA-CONTROL   PIC X(100).
    05 PARAMETROS-LINEA-CONTROL PIC X(300).
    05 RC-MAXIMO-LINEA-CONTROL  PIC X(10).
77 RC-MAXIMO-TEXTO              PIC X(10).
77 RC-MAXIMO-LONGITUD           PIC 99.

*> FICHERO DE ESTADO:
*>   C|control|fecha de la cadena|P pendiente o T terminada|inicio
*>   S|nn|paso|estado|inicio|fin|rc
01 LINEA-ESTADO-CAMPOS.
    05 TIPO-LINEA-ESTADO        PIC X.
    05 CAMPO-ESTADO-1           PIC X(255).
    05 CAMPO-ESTADO-2           PIC X(20).
    05 CAMPO-ESTADO-3           PIC X(20).
    05 CAMPO-ESTADO-4           PIC X(20).
    05 CAMPO-ESTADO-5           PIC X(20).
    05 CAMPO-ESTADO-6           PIC X(20).
77 CADENA-PENDIENTE-FLAG        PIC 9.
    88 CADENA-PENDIENTE         VALUE 1.
77 CADENA-REANUDADA-FLAG        PIC 9.
    88 CADENA-REANUDADA         VALUE 1.
77 CADENA-DETENIDA-FLAG         PIC 9.
    88 CADENA-DETENIDA          VALUE 1.
77 FECHA-CADENA                 PIC X(8).
77 INICIO-CADENA                PIC X(14).
77 PASO-INICIAL                 PIC 99.
77 NOMBRE-PASO-INICIAL          PIC X(20).
77 PASO-DETENIDO                PIC 99.

*> LANZAMIENTO DE UN PASO
77 ORDEN-SISTEMA                PIC X(800).
77 PUNTERO-ORDEN                PIC 999.
77 PARAMETRO-IDX                PIC 999.
77 PARAMETROS-LONGITUD          PIC 999.
77 SALIDA-PASO-FILE-NAME        PIC X(64).
77 RETORNO-SISTEMA              PIC S9(9).
77 FECHA-Y-HORA-ACTUAL          PIC X(21).
77 SENAL-PASO                   PIC 9(5).

*> EDICION
77 TEXTO-REGISTRO               PIC X(600).
77 PUNTERO-REGISTRO             PIC 999.
77 HORA-EDITADA                 PIC X(8).
77 FECHA-EDITADA                PIC X(10).
77 MARCA-A-EDITAR               PIC X(14).
77 NUMERO-PASO-EDITADO          PIC 99.
77 NUMERO-PASO-ESTADO           PIC 99.
77 RC-EDITADO                   PIC ZZZZ9.
77 MAXIMO-EDITADO               PIC ZZ9.
77 CONTADOR-EDITADO             PIC ZZ9.
77 PASOS-CORRECTOS              PIC 99.
77 PASOS-CORRECTOS-ANTES        PIC 99.
77 PASOS-FALLIDOS               PIC 99.
77 PASOS-PENDIENTES             PIC 99.
01 LINEA-RESUMEN.
    05 RESUMEN-NUMERO           PIC X(3).
    05 RESUMEN-PASO             PIC X(21).
    05 RESUMEN-PROGRAMA         PIC X(23).
    05 RESUMEN-INICIO           PIC X(10).
    05 RESUMEN-FIN              PIC X(10).
    05 RESUMEN-RC               PIC X(6).
    05 RESUMEN-MAXIMO           PIC X(5).
    05 RESUMEN-ESTADO           PIC X(18).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT LINEA-DE-ORDENES FROM COMMAND-LINE.
    UNSTRING LINEA-DE-ORDENES DELIMITED BY ALL SPACE
        INTO CONTROL-FILE-NAME OPCION-CADENA.
    IF CONTROL-FILE-NAME = SPACES
        MOVE 'CADENA-NOCTURNA.DAT' TO CONTROL-FILE-NAME
    END-IF.
    INITIALIZE REINICIAR-FLAG.
    IF OPCION-CADENA NOT = SPACES
        IF FUNCTION UPPER-CASE(OPCION-CADENA) = 'REINICIAR'
            SET REINICIAR TO TRUE
        ELSE
            DISPLAY 'Uso: cadena-nocturna [control [REINICIAR]]'
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    MOVE SPACES TO ESTADO-FILE-NAME.
    STRING 'ESTADO-' DELIMITED BY SIZE
           FUNCTION TRIM(CONTROL-FILE-NAME) DELIMITED BY SIZE
        INTO ESTADO-FILE-NAME.
    PERFORM CARGAR-CONTROL.
    IF ERRORES-CONTROL > ZERO OR NUMERO-PASOS = ZERO
        IF NUMERO-PASOS = ZERO AND ERRORES-CONTROL = ZERO
            DISPLAY 'El fichero de control '
                    FUNCTION TRIM(CONTROL-FILE-NAME)
                    ' no tiene ningún paso.'
        END-IF
        DISPLAY 'No se lanza ningún paso.'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CARGAR-ESTADO.
    PERFORM ABRIR-CADENA.
    INITIALIZE CADENA-DETENIDA-FLAG PASO-DETENIDO.
    PERFORM VARYING PASO-IDX FROM PASO-INICIAL BY 1
            UNTIL PASO-IDX > NUMERO-PASOS OR CADENA-DETENIDA
        PERFORM EJECUTAR-PASO
    END-PERFORM.
    PERFORM CERRAR-CADENA.
    PERFORM MOSTRAR-RESUMEN.
    IF CADENA-DETENIDA
        MOVE 2 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.
STOP RUN.

CARGAR-CONTROL.
    *> Carga y comprueba el fichero de control entero antes de lanzar
    *> nada: un paso mal escrito a mitad de la cadena la dejaría a
    *> medias de madrugada por un error que se ve ya al empezar.
    INITIALIZE PASOS-CADENA NUMERO-PASOS ERRORES-CONTROL
               NUMERO-LINEA-CONTROL.
    OPEN INPUT CONTROL-FILE.
    IF CONTROL-FILE-STATUS NOT = '00'
        DISPLAY 'No se puede abrir el fichero de control: '
                FUNCTION TRIM(CONTROL-FILE-NAME)
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL CONTROL-FILE-STATUS = '10'
        READ CONTROL-FILE
            AT END CONTINUE
            NOT AT END
                ADD 1 TO NUMERO-LINEA-CONTROL
                PERFORM PROCESAR-LINEA-CONTROL
        END-READ
    END-PERFORM.
    CLOSE CONTROL-FILE.

PROCESAR-LINEA-CONTROL.
    IF CONTROL-RECORD = SPACES OR CONTROL-RECORD(1:1) = '*'
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE LINEA-CONTROL-CAMPOS.
    UNSTRING CONTROL-RECORD DELIMITED BY '|'
        INTO NOMBRE-LINEA-CONTROL PROGRAMA-LINEA-CONTROL
             PARAMETROS-LINEA-CONTROL RC-MAXIMO-LINEA-CONTROL.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NOMBRE-LINEA-CONTROL))
        TO NOMBRE-LINEA-CONTROL.
    MOVE FUNCTION TRIM(PROGRAMA-LINEA-CONTROL) TO PROGRAMA-LINEA-CONTROL.
    MOVE FUNCTION TRIM(PARAMETROS-LINEA-CONTROL)
        TO PARAMETROS-LINEA-CONTROL.
    MOVE FUNCTION TRIM(RC-MAXIMO-LINEA-CONTROL) TO RC-MAXIMO-TEXTO.
    MOVE NUMERO-LINEA-CONTROL TO RC-EDITADO.
    IF NOMBRE-LINEA-CONTROL = SPACES OR PROGRAMA-LINEA-CONTROL = SPACES
        DISPLAY 'Línea ' FUNCTION TRIM(RC-EDITADO)
                ' del control sin nombre de paso o sin programa: '
                FUNCTION TRIM(CONTROL-RECORD(1:120))
        ADD 1 TO ERRORES-CONTROL
        EXIT PARAGRAPH
    END-IF.
    IF NOMBRE-LINEA-CONTROL(21:) NOT = SPACES
            OR PROGRAMA-LINEA-CONTROL(61:) NOT = SPACES
        DISPLAY 'Línea ' FUNCTION TRIM(RC-EDITADO)
                ' del control: nombre de paso de más de 20 posiciones'
                ' o programa de más de 60.'
        ADD 1 TO ERRORES-CONTROL
        EXIT PARAGRAPH
    END-IF.
    *> SIN MAXIMO SE EXIGE UN 0; SI LO HAY, NUMERICO Y HASTA 255
    MOVE ZERO TO RC-MAXIMO-LONGITUD.
    INSPECT RC-MAXIMO-TEXTO TALLYING RC-MAXIMO-LONGITUD
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF RC-MAXIMO-LONGITUD > ZERO
        IF RC-MAXIMO-LONGITUD > 3
                OR RC-MAXIMO-TEXTO(1:RC-MAXIMO-LONGITUD) IS NOT NUMERIC
                OR FUNCTION NUMVAL(RC-MAXIMO-TEXTO) > 255
            DISPLAY 'Línea ' FUNCTION TRIM(RC-EDITADO)
                    ' del control: el código de retorno máximo debe ser'
                    ' un número de 0 a 255: '
                    FUNCTION TRIM(RC-MAXIMO-TEXTO)
            ADD 1 TO ERRORES-CONTROL
            EXIT PARAGRAPH
        END-IF
    END-IF.
    PERFORM VARYING OTRO-PASO-IDX FROM 1 BY 1
            UNTIL OTRO-PASO-IDX > NUMERO-PASOS
        IF PASO-NOMBRE(OTRO-PASO-IDX) = NOMBRE-LINEA-CONTROL
            DISPLAY 'Línea ' FUNCTION TRIM(RC-EDITADO)
                    ' del control: el paso '
                    FUNCTION TRIM(NOMBRE-LINEA-CONTROL)
                    ' está repetido.'
            ADD 1 TO ERRORES-CONTROL
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    IF NUMERO-PASOS >= MAXIMO-PASOS
        MOVE MAXIMO-PASOS TO CONTADOR-EDITADO
        DISPLAY 'Línea ' FUNCTION TRIM(RC-EDITADO)
                ' del control: la cadena admite como mucho '
                FUNCTION TRIM(CONTADOR-EDITADO) ' pasos.'
        ADD 1 TO ERRORES-CONTROL
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NUMERO-PASOS.
    MOVE NOMBRE-LINEA-CONTROL     TO PASO-NOMBRE(NUMERO-PASOS).
    MOVE PROGRAMA-LINEA-CONTROL   TO PASO-PROGRAMA(NUMERO-PASOS).
    MOVE PARAMETROS-LINEA-CONTROL TO PASO-PARAMETROS(NUMERO-PASOS).
    IF RC-MAXIMO-LONGITUD > ZERO
        COMPUTE PASO-RC-MAXIMO(NUMERO-PASOS) =
            FUNCTION NUMVAL(RC-MAXIMO-TEXTO)
    ELSE
        MOVE ZERO TO PASO-RC-MAXIMO(NUMERO-PASOS)
    END-IF.

CARGAR-ESTADO.
    *> Si la última cadena de este control quedó pendiente se reanuda:
    *> se conserva su fecha y se toma lo que se sabe de cada paso por
    *> su nombre (el control puede haberse corregido entre medias).
    *> La cadena sigue desde el primer paso que no terminó bien.
    INITIALIZE CADENA-PENDIENTE-FLAG CADENA-REANUDADA-FLAG.
    MOVE 1 TO PASO-INICIAL.
    MOVE FUNCTION CURRENT-DATE TO FECHA-Y-HORA-ACTUAL.
    MOVE FECHA-Y-HORA-ACTUAL(1:8) TO FECHA-CADENA.
    MOVE FECHA-Y-HORA-ACTUAL(1:14) TO INICIO-CADENA.
    IF REINICIAR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ESTADO-FILE.
    IF ESTADO-FILE-STATUS = '00'
        PERFORM UNTIL ESTADO-FILE-STATUS = '10'
            READ ESTADO-FILE
                AT END CONTINUE
                NOT AT END
                    PERFORM PROCESAR-LINEA-ESTADO
            END-READ
        END-PERFORM
    END-IF.
    CLOSE ESTADO-FILE.
    IF NOT CADENA-PENDIENTE
        *> NADA QUE REANUDAR: LO LEIDO DE UNA CADENA TERMINADA NO CUENTA
        PERFORM VARYING PASO-IDX FROM 1 BY 1 UNTIL PASO-IDX > NUMERO-PASOS
            MOVE SPACE TO PASO-ESTADO(PASO-IDX)
            MOVE SPACES TO PASO-INICIO(PASO-IDX) PASO-FIN(PASO-IDX)
            MOVE ZERO TO PASO-RC(PASO-IDX)
        END-PERFORM
        MOVE FECHA-Y-HORA-ACTUAL(1:8) TO FECHA-CADENA
        MOVE FECHA-Y-HORA-ACTUAL(1:14) TO INICIO-CADENA
        EXIT PARAGRAPH
    END-IF.
    SET CADENA-REANUDADA TO TRUE.
    MOVE ZERO TO PASO-INICIAL.
    PERFORM VARYING PASO-IDX FROM 1 BY 1 UNTIL PASO-IDX > NUMERO-PASOS
        IF PASO-INICIAL = ZERO AND NOT PASO-CORRECTO(PASO-IDX)
            SET PASO-INICIAL TO PASO-IDX
        END-IF
    END-PERFORM.
    IF PASO-INICIAL = ZERO
        *> EL CONTROL SE HA RETOCADO Y YA NO QUEDA NINGUN PASO POR HACER
        COMPUTE PASO-INICIAL = NUMERO-PASOS + 1
        MOVE '(NINGUNO PENDIENTE)' TO NOMBRE-PASO-INICIAL
    ELSE
        MOVE PASO-NOMBRE(PASO-INICIAL) TO NOMBRE-PASO-INICIAL
    END-IF.
    *> LO QUE VENGA DETRAS DEL PUNTO DE REANUDACION SE VUELVE A LANZAR
    PERFORM VARYING PASO-IDX FROM PASO-INICIAL BY 1
            UNTIL PASO-IDX > NUMERO-PASOS
        IF PASO-CORRECTO(PASO-IDX)
            MOVE SPACE TO PASO-ESTADO(PASO-IDX)
        END-IF
    END-PERFORM.

PROCESAR-LINEA-ESTADO.
    INITIALIZE LINEA-ESTADO-CAMPOS.
    UNSTRING ESTADO-RECORD DELIMITED BY '|'
        INTO TIPO-LINEA-ESTADO CAMPO-ESTADO-1 CAMPO-ESTADO-2
             CAMPO-ESTADO-3 CAMPO-ESTADO-4 CAMPO-ESTADO-5
             CAMPO-ESTADO-6.
    EVALUATE TIPO-LINEA-ESTADO
        WHEN 'C'
            IF FUNCTION TRIM(CAMPO-ESTADO-1) = FUNCTION TRIM(CONTROL-FILE-NAME)
                    AND CAMPO-ESTADO-3 = 'P'
                SET CADENA-PENDIENTE TO TRUE
                MOVE CAMPO-ESTADO-2(1:8) TO FECHA-CADENA
                MOVE CAMPO-ESTADO-4(1:14) TO INICIO-CADENA
            END-IF
        WHEN 'S'
            *> CAMPO-ESTADO-1 TRAE nn, EL RESTO VA POR EL NOMBRE DEL PASO
            PERFORM VARYING OTRO-PASO-IDX FROM 1 BY 1
                    UNTIL OTRO-PASO-IDX > NUMERO-PASOS
                IF PASO-NOMBRE(OTRO-PASO-IDX) = CAMPO-ESTADO-2
                    MOVE CAMPO-ESTADO-3(1:1) TO PASO-ESTADO(OTRO-PASO-IDX)
                    MOVE CAMPO-ESTADO-4(1:14) TO PASO-INICIO(OTRO-PASO-IDX)
                    MOVE CAMPO-ESTADO-5(1:14) TO PASO-FIN(OTRO-PASO-IDX)
                    IF CAMPO-ESTADO-6(1:5) IS NUMERIC
                        COMPUTE PASO-RC(OTRO-PASO-IDX) =
                            FUNCTION NUMVAL(CAMPO-ESTADO-6)
                    END-IF
                END-IF
            END-PERFORM
    END-EVALUATE.

GUARDAR-ESTADO.
    *> Se reescribe entero después de cada cambio: si el conductor
    *> muere a mitad, la siguiente invocación sabe dónde se quedó.
    OPEN OUTPUT ESTADO-FILE.
    IF ESTADO-FILE-STATUS NOT = '00' AND ESTADO-FILE-STATUS NOT = '05'
        DISPLAY 'Aviso: no se puede escribir el fichero de estado '
                FUNCTION TRIM(ESTADO-FILE-NAME)
                '; la próxima invocación no podrá reanudar.'
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO ESTADO-RECORD.
    IF CADENA-PENDIENTE
        STRING 'C|' DELIMITED BY SIZE
               FUNCTION TRIM(CONTROL-FILE-NAME) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FECHA-CADENA DELIMITED BY SIZE
               '|P|' DELIMITED BY SIZE
               INICIO-CADENA DELIMITED BY SIZE
            INTO ESTADO-RECORD
    ELSE
        STRING 'C|' DELIMITED BY SIZE
               FUNCTION TRIM(CONTROL-FILE-NAME) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FECHA-CADENA DELIMITED BY SIZE
               '|T|' DELIMITED BY SIZE
               INICIO-CADENA DELIMITED BY SIZE
            INTO ESTADO-RECORD
    END-IF.
    WRITE ESTADO-RECORD.
    PERFORM VARYING OTRO-PASO-IDX FROM 1 BY 1
            UNTIL OTRO-PASO-IDX > NUMERO-PASOS
        MOVE OTRO-PASO-IDX TO NUMERO-PASO-ESTADO
        MOVE SPACES TO ESTADO-RECORD
        STRING 'S|' DELIMITED BY SIZE
               NUMERO-PASO-ESTADO DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(PASO-NOMBRE(OTRO-PASO-IDX)) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               PASO-ESTADO(OTRO-PASO-IDX) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               PASO-INICIO(OTRO-PASO-IDX) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               PASO-FIN(OTRO-PASO-IDX) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               PASO-RC(OTRO-PASO-IDX) DELIMITED BY SIZE
            INTO ESTADO-RECORD
        WRITE ESTADO-RECORD
    END-PERFORM.
    CLOSE ESTADO-FILE.

ABRIR-CADENA.
    *> EL REGISTRO LLEVA LA FECHA DE LA CADENA, NO LA DE HOY: UNA
    *> CADENA REANUDADA POR LA MAÑANA SIGUE EN EL REGISTRO DE SU NOCHE
    MOVE SPACES TO REGISTRO-FILE-NAME.
    STRING 'CADENA-' DELIMITED BY SIZE
           FECHA-CADENA DELIMITED BY SIZE
           '.LOG' DELIMITED BY SIZE
        INTO REGISTRO-FILE-NAME.
    SET CADENA-PENDIENTE TO TRUE.
    PERFORM GUARDAR-ESTADO.
    MOVE SPACES TO TEXTO-REGISTRO.
    IF CADENA-REANUDADA
        MOVE PASO-INICIAL TO NUMERO-PASO-EDITADO
        STRING 'CADENA ' DELIMITED BY SIZE
               FUNCTION TRIM(CONTROL-FILE-NAME) DELIMITED BY SIZE
               ' REANUDADA DESDE EL PASO ' DELIMITED BY SIZE
               NUMERO-PASO-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(NOMBRE-PASO-INICIAL) DELIMITED BY SIZE
            INTO TEXTO-REGISTRO
    ELSE
        MOVE 1 TO PUNTERO-REGISTRO
        STRING 'CADENA ' DELIMITED BY SIZE
               FUNCTION TRIM(CONTROL-FILE-NAME) DELIMITED BY SIZE
               ' INICIADA' DELIMITED BY SIZE
            INTO TEXTO-REGISTRO WITH POINTER PUNTERO-REGISTRO
        IF REINICIAR
            STRING ' (REINICIO PEDIDO POR OPERACIONES)' DELIMITED BY SIZE
                INTO TEXTO-REGISTRO WITH POINTER PUNTERO-REGISTRO
        END-IF
    END-IF.
    PERFORM ESCRIBIR-REGISTRO.
    IF CADENA-REANUDADA
        PERFORM VARYING OTRO-PASO-IDX FROM 1 BY 1
                UNTIL OTRO-PASO-IDX >= PASO-INICIAL
            MOVE OTRO-PASO-IDX TO NUMERO-PASO-EDITADO
            MOVE PASO-FIN(OTRO-PASO-IDX) TO MARCA-A-EDITAR
            PERFORM EDITAR-MARCA
            MOVE SPACES TO TEXTO-REGISTRO
            STRING 'PASO ' DELIMITED BY SIZE
                   NUMERO-PASO-EDITADO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(PASO-NOMBRE(OTRO-PASO-IDX))
                       DELIMITED BY SIZE
                   ' SE SALTA: TERMINO BIEN EL ' DELIMITED BY SIZE
                   FECHA-EDITADA DELIMITED BY SIZE
                   ' A LAS ' DELIMITED BY SIZE
                   HORA-EDITADA DELIMITED BY SIZE
                INTO TEXTO-REGISTRO
            PERFORM ESCRIBIR-REGISTRO
        END-PERFORM
    END-IF.

EJECUTAR-PASO.
    *> Lanza el paso PASO-IDX con su salida aparte y decide si la
    *> cadena sigue comparando su código de retorno con el máximo.
    MOVE PASO-IDX TO NUMERO-PASO-EDITADO.
    MOVE SPACES TO SALIDA-PASO-FILE-NAME.
    STRING 'CADENA-' DELIMITED BY SIZE
           FECHA-CADENA DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           NUMERO-PASO-EDITADO DELIMITED BY SIZE
           '.LOG' DELIMITED BY SIZE
        INTO SALIDA-PASO-FILE-NAME.
    PERFORM PREPARAR-ORDEN.
    MOVE FUNCTION CURRENT-DATE TO FECHA-Y-HORA-ACTUAL.
    MOVE FECHA-Y-HORA-ACTUAL(1:14) TO PASO-INICIO(PASO-IDX).
    MOVE SPACES TO PASO-FIN(PASO-IDX).
    MOVE ZERO TO PASO-RC(PASO-IDX).
    SET PASO-EN-CURSO(PASO-IDX) TO TRUE.
    MOVE 1 TO PASO-EN-ESTA-PASADA(PASO-IDX).
    PERFORM GUARDAR-ESTADO.
    MOVE SPACES TO TEXTO-REGISTRO.
    STRING 'PASO ' DELIMITED BY SIZE
           NUMERO-PASO-EDITADO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(PASO-NOMBRE(PASO-IDX)) DELIMITED BY SIZE
           ' INICIO: ' DELIMITED BY SIZE
           ORDEN-SISTEMA(1:PUNTERO-ORDEN - 1) DELIMITED BY SIZE
        INTO TEXTO-REGISTRO.
    PERFORM ESCRIBIR-REGISTRO.
    DISPLAY 'Paso ' NUMERO-PASO-EDITADO ' '
            FUNCTION TRIM(PASO-NOMBRE(PASO-IDX)) '...'.
    CALL 'SYSTEM' USING ORDEN-SISTEMA.
    MOVE RETURN-CODE TO RETORNO-SISTEMA.
    MOVE FUNCTION CURRENT-DATE TO FECHA-Y-HORA-ACTUAL.
    MOVE FECHA-Y-HORA-ACTUAL(1:14) TO PASO-FIN(PASO-IDX).
    *> EL VALOR DEVUELTO ES EL ESTADO DE ESPERA DEL SISTEMA: EL CODIGO
    *> DE SALIDA VA MULTIPLICADO POR 256 Y UN RESTO DISTINTO DE CERO ES
    *> LA SEÑAL QUE MATO EL PROGRAMA (SE ANOTA COMO RC 256 + SEÑAL)
    INITIALIZE SENAL-PASO.
    EVALUATE TRUE
        WHEN RETORNO-SISTEMA < ZERO
            MOVE 999 TO PASO-RC(PASO-IDX)
        WHEN FUNCTION MOD(RETORNO-SISTEMA, 256) NOT = ZERO
            MOVE FUNCTION MOD(RETORNO-SISTEMA, 256) TO SENAL-PASO
            COMPUTE PASO-RC(PASO-IDX) = 256 + SENAL-PASO
        WHEN OTHER
            COMPUTE PASO-RC(PASO-IDX) = RETORNO-SISTEMA / 256
    END-EVALUATE.
    MOVE PASO-RC(PASO-IDX) TO RC-EDITADO.
    MOVE PASO-RC-MAXIMO(PASO-IDX) TO MAXIMO-EDITADO.
    IF PASO-RC(PASO-IDX) > PASO-RC-MAXIMO(PASO-IDX)
        SET PASO-FALLIDO(PASO-IDX) TO TRUE
        SET CADENA-DETENIDA TO TRUE
        SET PASO-DETENIDO TO PASO-IDX
    ELSE
        SET PASO-CORRECTO(PASO-IDX) TO TRUE
    END-IF.
    PERFORM GUARDAR-ESTADO.
    MOVE SPACES TO TEXTO-REGISTRO.
    MOVE 1 TO PUNTERO-REGISTRO.
    STRING 'PASO ' DELIMITED BY SIZE
           NUMERO-PASO-EDITADO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(PASO-NOMBRE(PASO-IDX)) DELIMITED BY SIZE
           ' FIN: RC ' DELIMITED BY SIZE
           FUNCTION TRIM(RC-EDITADO) DELIMITED BY SIZE
           ' (MAXIMO ' DELIMITED BY SIZE
           FUNCTION TRIM(MAXIMO-EDITADO) DELIMITED BY SIZE
           ')' DELIMITED BY SIZE
        INTO TEXTO-REGISTRO WITH POINTER PUNTERO-REGISTRO.
    IF PASO-FALLIDO(PASO-IDX)
        STRING ' FALLIDO' DELIMITED BY SIZE
            INTO TEXTO-REGISTRO WITH POINTER PUNTERO-REGISTRO
    ELSE
        STRING ' CORRECTO' DELIMITED BY SIZE
            INTO TEXTO-REGISTRO WITH POINTER PUNTERO-REGISTRO
    END-IF.
    IF SENAL-PASO NOT = ZERO
        MOVE SENAL-PASO TO CONTADOR-EDITADO
        STRING ', TERMINADO POR LA SEÑAL ' DELIMITED BY SIZE
               FUNCTION TRIM(CONTADOR-EDITADO) DELIMITED BY SIZE
            INTO TEXTO-REGISTRO WITH POINTER PUNTERO-REGISTRO
    END-IF.
    STRING ' - SALIDA EN ' DELIMITED BY SIZE
           FUNCTION TRIM(SALIDA-PASO-FILE-NAME) DELIMITED BY SIZE
        INTO TEXTO-REGISTRO WITH POINTER PUNTERO-REGISTRO.
    PERFORM ESCRIBIR-REGISTRO.

PREPARAR-ORDEN.
    *> programa parámetros >> salida 2>&1, con &FECHA sustituido por la
    *> fecha de la cadena; la salida se añade para que un paso repetido
    *> al reanudar no borre lo que dejó el intento fallido
    MOVE SPACES TO ORDEN-SISTEMA.
    MOVE 1 TO PUNTERO-ORDEN.
    STRING FUNCTION TRIM(PASO-PROGRAMA(PASO-IDX)) DELIMITED BY SIZE
        INTO ORDEN-SISTEMA WITH POINTER PUNTERO-ORDEN.
    IF PASO-PARAMETROS(PASO-IDX) NOT = SPACES
        STRING ' ' DELIMITED BY SIZE
            INTO ORDEN-SISTEMA WITH POINTER PUNTERO-ORDEN
        COMPUTE PARAMETROS-LONGITUD = FUNCTION LENGTH(
            FUNCTION TRIM(PASO-PARAMETROS(PASO-IDX) TRAILING))
        MOVE 1 TO PARAMETRO-IDX
        PERFORM UNTIL PARAMETRO-IDX > PARAMETROS-LONGITUD
            IF PARAMETRO-IDX <= PARAMETROS-LONGITUD - 5
                    AND PASO-PARAMETROS(PASO-IDX)(PARAMETRO-IDX:6) = '&FECHA'
                STRING FECHA-CADENA DELIMITED BY SIZE
                    INTO ORDEN-SISTEMA WITH POINTER PUNTERO-ORDEN
                ADD 6 TO PARAMETRO-IDX
            ELSE
                STRING PASO-PARAMETROS(PASO-IDX)(PARAMETRO-IDX:1)
                       DELIMITED BY SIZE
                    INTO ORDEN-SISTEMA WITH POINTER PUNTERO-ORDEN
                ADD 1 TO PARAMETRO-IDX
            END-IF
        END-PERFORM
    END-IF.
    MOVE PUNTERO-ORDEN TO PARAMETRO-IDX.
    STRING ' >> ' DELIMITED BY SIZE
           FUNCTION TRIM(SALIDA-PASO-FILE-NAME) DELIMITED BY SIZE
           ' 2>&1' DELIMITED BY SIZE
        INTO ORDEN-SISTEMA WITH POINTER PARAMETRO-IDX.

CERRAR-CADENA.
    MOVE SPACES TO TEXTO-REGISTRO.
    IF CADENA-DETENIDA
        MOVE PASO-DETENIDO TO NUMERO-PASO-EDITADO
        STRING 'CADENA DETENIDA EN EL PASO ' DELIMITED BY SIZE
               NUMERO-PASO-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(PASO-NOMBRE(PASO-DETENIDO)) DELIMITED BY SIZE
               '; LA PROXIMA INVOCACION SIGUE DESDE ESE PASO'
                   DELIMITED BY SIZE
            INTO TEXTO-REGISTRO
    ELSE
        MOVE ZERO TO CADENA-PENDIENTE-FLAG
        PERFORM GUARDAR-ESTADO
        STRING 'CADENA COMPLETA' DELIMITED BY SIZE
            INTO TEXTO-REGISTRO
    END-IF.
    PERFORM ESCRIBIR-REGISTRO.

ESCRIBIR-REGISTRO.
    *> Cada línea se añade y se cierra enseguida: si el conductor cae,
    *> el registro queda completo hasta el último paso lanzado.
    MOVE FUNCTION CURRENT-DATE TO FECHA-Y-HORA-ACTUAL.
    MOVE FECHA-Y-HORA-ACTUAL(1:14) TO MARCA-A-EDITAR.
    PERFORM EDITAR-MARCA.
    OPEN EXTEND REGISTRO-FILE.
    IF REGISTRO-FILE-STATUS NOT = '00' AND REGISTRO-FILE-STATUS NOT = '05'
        DISPLAY 'Aviso: no se puede escribir en el registro '
                FUNCTION TRIM(REGISTRO-FILE-NAME)
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO REGISTRO-RECORD.
    STRING FECHA-EDITADA DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           HORA-EDITADA DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(TEXTO-REGISTRO) DELIMITED BY SIZE
        INTO REGISTRO-RECORD.
    WRITE REGISTRO-RECORD.
    CLOSE REGISTRO-FILE.

EDITAR-MARCA.
    *> aaaammddhhmmss -> aaaa-mm-dd y hh:mm:ss
    MOVE SPACES TO FECHA-EDITADA HORA-EDITADA.
    IF MARCA-A-EDITAR = SPACES
        EXIT PARAGRAPH
    END-IF.
    STRING MARCA-A-EDITAR(1:4) '-' MARCA-A-EDITAR(5:2) '-'
           MARCA-A-EDITAR(7:2) DELIMITED BY SIZE
        INTO FECHA-EDITADA.
    STRING MARCA-A-EDITAR(9:2) ':' MARCA-A-EDITAR(11:2) ':'
           MARCA-A-EDITAR(13:2) DELIMITED BY SIZE
        INTO HORA-EDITADA.

MOSTRAR-RESUMEN.
    *> Página única para el turno de mañana: qué pasos terminaron,
    *> cuál falló y qué queda por hacer.
    INITIALIZE PASOS-CORRECTOS PASOS-CORRECTOS-ANTES PASOS-FALLIDOS
               PASOS-PENDIENTES.
    MOVE FECHA-CADENA TO MARCA-A-EDITAR.
    MOVE '000000' TO MARCA-A-EDITAR(9:6).
    PERFORM EDITAR-MARCA.
    DISPLAY ' '.
    DISPLAY '================================================================'
            '================'.
    DISPLAY 'CADENA NOCTURNA DE LA TORRE - RESUMEN PARA OPERACIONES'.
    DISPLAY '================================================================'
            '================'.
    DISPLAY 'Control:  ' FUNCTION TRIM(CONTROL-FILE-NAME).
    IF CADENA-REANUDADA
        MOVE PASO-INICIAL TO NUMERO-PASO-EDITADO
        DISPLAY 'Cadena:   del ' FECHA-EDITADA
                ', reanudada desde el paso ' NUMERO-PASO-EDITADO ' '
                FUNCTION TRIM(NOMBRE-PASO-INICIAL)
    ELSE
        IF REINICIAR
            DISPLAY 'Cadena:   del ' FECHA-EDITADA
                    ', empezada de nuevo a petición de operaciones'
        ELSE
            DISPLAY 'Cadena:   del ' FECHA-EDITADA ', nueva'
        END-IF
    END-IF.
    DISPLAY 'Registro: ' FUNCTION TRIM(REGISTRO-FILE-NAME).
    DISPLAY ' '.
    DISPLAY 'N. Paso                 Programa               Inicio    '
            'Fin          RC Máx  Estado'.
    DISPLAY '-- -------------------- ---------------------- --------- '
            '--------- ----- ---- ----------'.
    PERFORM VARYING PASO-IDX FROM 1 BY 1 UNTIL PASO-IDX > NUMERO-PASOS
        PERFORM MOSTRAR-LINEA-RESUMEN
    END-PERFORM.
    DISPLAY ' '.
    MOVE NUMERO-PASOS TO CONTADOR-EDITADO.
    DISPLAY 'Pasos: ' FUNCTION TRIM(CONTADOR-EDITADO).
    MOVE PASOS-CORRECTOS TO CONTADOR-EDITADO.
    DISPLAY '  Correctos en esta invocación: ' FUNCTION TRIM(CONTADOR-EDITADO).
    MOVE PASOS-CORRECTOS-ANTES TO CONTADOR-EDITADO.
    DISPLAY '  Correctos de antes (saltados): '
            FUNCTION TRIM(CONTADOR-EDITADO).
    MOVE PASOS-FALLIDOS TO CONTADOR-EDITADO.
    DISPLAY '  Fallidos: ' FUNCTION TRIM(CONTADOR-EDITADO).
    MOVE PASOS-PENDIENTES TO CONTADOR-EDITADO.
    DISPLAY '  Sin lanzar: ' FUNCTION TRIM(CONTADOR-EDITADO).
    DISPLAY ' '.
    IF CADENA-DETENIDA
        MOVE PASO-DETENIDO TO NUMERO-PASO-EDITADO
        MOVE PASO-RC(PASO-DETENIDO) TO RC-EDITADO
        MOVE PASO-RC-MAXIMO(PASO-DETENIDO) TO MAXIMO-EDITADO
        DISPLAY 'RESULTADO: CADENA DETENIDA en el paso '
                NUMERO-PASO-EDITADO ' '
                FUNCTION TRIM(PASO-NOMBRE(PASO-DETENIDO))
                ' (RC ' FUNCTION TRIM(RC-EDITADO) ', máximo '
                FUNCTION TRIM(MAXIMO-EDITADO) ').'
        DISPLAY 'Salida del paso: CADENA-' FECHA-CADENA '-'
                NUMERO-PASO-EDITADO '.LOG'
        DISPLAY 'Corregida la causa, basta con volver a lanzar la cadena:'
                ' seguirá desde este paso.'
    ELSE
        DISPLAY 'RESULTADO: CADENA COMPLETA.'
    END-IF.
    DISPLAY '================================================================'
            '================'.

MOSTRAR-LINEA-RESUMEN.
    MOVE SPACES TO LINEA-RESUMEN.
    MOVE PASO-IDX TO NUMERO-PASO-EDITADO.
    MOVE NUMERO-PASO-EDITADO TO RESUMEN-NUMERO.
    MOVE PASO-NOMBRE(PASO-IDX) TO RESUMEN-PASO.
    MOVE PASO-PROGRAMA(PASO-IDX) TO RESUMEN-PROGRAMA.
    MOVE PASO-RC-MAXIMO(PASO-IDX) TO MAXIMO-EDITADO.
    MOVE MAXIMO-EDITADO TO RESUMEN-MAXIMO.
    IF NOT PASO-PENDIENTE(PASO-IDX)
        MOVE PASO-INICIO(PASO-IDX) TO MARCA-A-EDITAR
        PERFORM EDITAR-MARCA
        MOVE HORA-EDITADA TO RESUMEN-INICIO
        MOVE PASO-FIN(PASO-IDX) TO MARCA-A-EDITAR
        PERFORM EDITAR-MARCA
        MOVE HORA-EDITADA TO RESUMEN-FIN
        MOVE PASO-RC(PASO-IDX) TO RC-EDITADO
        MOVE RC-EDITADO TO RESUMEN-RC
    END-IF.
    EVALUATE TRUE
        WHEN PASO-CORRECTO(PASO-IDX)
                AND PASO-EN-ESTA-PASADA(PASO-IDX) = 1
            ADD 1 TO PASOS-CORRECTOS
            MOVE 'CORRECTO' TO RESUMEN-ESTADO
        WHEN PASO-CORRECTO(PASO-IDX)
            ADD 1 TO PASOS-CORRECTOS-ANTES
            MOVE 'CORRECTO (antes)' TO RESUMEN-ESTADO
        WHEN PASO-FALLIDO(PASO-IDX)
            ADD 1 TO PASOS-FALLIDOS
            MOVE 'FALLIDO' TO RESUMEN-ESTADO
        WHEN OTHER
            ADD 1 TO PASOS-PENDIENTES
            MOVE 'SIN LANZAR' TO RESUMEN-ESTADO
            MOVE SPACES TO RESUMEN-INICIO RESUMEN-FIN RESUMEN-RC
    END-EVALUATE.
    DISPLAY LINEA-RESUMEN.
