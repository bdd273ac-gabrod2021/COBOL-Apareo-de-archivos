      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: NORMALIZACION DE LAS DIRECCIONES DE RRHH (CALLE,
      *          ALTURA, PISO Y DEPARTAMENTO) ANTES DEL APAREO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ30.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-PARAMS
           ASSIGN TO '../PARAMS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMS.

       SELECT ENT-ABREVIATURAS
           ASSIGN USING WS-ARCH-ABREVIATURAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABREVIATURAS.

       SELECT ENT-DIRECCIONES
           ASSIGN USING WS-ARCH-DIRECCIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DIRECCIONES.

       SELECT SAL-NORMALIZADAS
           ASSIGN USING WS-ARCH-NORMALIZADAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NORMALIZADAS.

       SELECT SAL-EXCEPCIONES
           ASSIGN TO '../EXCEPCIONES-DIRECCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPCIONES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * TARJETA DE CONTROL DE CORRIDA COMPARTIDA CON TODA LA CADENA:
      * LINEAS "CLAVE=VALOR". ESTE PROGRAMA TOMA LA RUTA DE
      * DIRECCIONES (LA MISMA QUE USA CL14EJ01), LA DE LA TABLA DE
      * ABREVIATURAS Y LA DE LAS DIRECCIONES NORMALIZADAS; EL RESTO DE
      * LAS CLAVES SE ACEPTA Y SE IGNORA.
       FD ENT-PARAMS.
       01 WS-ENT-PARAMS                     PIC X(120).

       FD ENT-ABREVIATURAS.
       01 WS-ENT-ABREVIATURAS               PIC X(38).

       FD ENT-DIRECCIONES.
       01 WS-ENT-DIRECCIONES.
          05 WS-ENT-DIR-ID-EMPLEADO         PIC X(08).
          05 WS-ENT-DIR-DIRECCION           PIC X(50).
             88 WS-ENT-DIR-DIRECCION-BLANCA     VALUE SPACES.
          05 WS-ENT-DIR-COD-POSTAL          PIC 9(04).

       01 WS-ENT-DIR-CONTROL.
          05 WS-ENT-DIR-TIPO-REG            PIC X(01).
             88 WS-ENT-DIR-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(61).

       FD SAL-NORMALIZADAS.
       01 WS-SAL-NORMALIZADAS               PIC X(214).

      * REPORTE DE EXCEPCIONES: LAS DIRECCIONES QUE NO SE PUDIERON
      * INTERPRETAR SIN ADIVINAR. SE CORRIGEN EN ORIGEN (RRHH O
      * NOVEDADES-CONTACTOS); MIENTRAS TANTO EL APAREO USA EL TEXTO
      * TAL COMO VINO.
       FD SAL-EXCEPCIONES.
       01 WS-SAL-EXCEPCIONES                PIC X(110).

       WORKING-STORAGE SECTION.

      * FORMATO DE LA TABLA DE ABREVIATURAS Y DE LA DIRECCION
      * NORMALIZADA.
          COPY DOMICILIO.

      * RUTAS EFECTIVAS DE LOS ARCHIVOS. ARRANCAN CON LAS RUTAS
      * TRADICIONALES Y LA TARJETA PARAMS.TXT LAS PUEDE REDEFINIR,
      * IGUAL QUE EN CL14EJ01, PARA QUE EL CICLO DE PRUEBA NORMALICE SUS
      * PROPIAS DIRECCIONES.
       01 WS-ARCHIVOS-CORRIDA.
          05 WS-ARCH-DIRECCIONES            PIC X(100) VALUE
             '../DIRECCIONES.TXT'.
          05 WS-ARCH-ABREVIATURAS           PIC X(100) VALUE
             '../ABREVIATURAS-DIRECCION.TXT'.
          05 WS-ARCH-NORMALIZADAS           PIC X(100) VALUE
             '../DIRECCIONES-NORMALIZADAS.TXT'.

      * AREA DE TRABAJO PARA DESGLOSAR UNA LINEA "CLAVE=VALOR" DE LA
      * TARJETA DE PARAMETROS.
       01 WS-PARSE-PARAMETRO.
          05 WS-PRM-CLAVE                   PIC X(30).
          05 WS-PRM-VALOR                   PIC X(100).

       01 FS-STATUS.
          05 FS-PARAMS                      PIC X(2).
             88 FS-PARAMS-OK                    VALUE '00'.
             88 FS-PARAMS-EOF                   VALUE '10'.
             88 FS-PARAMS-NFD                   VALUE '35'.
          05 FS-ABREVIATURAS                PIC X(2).
             88 FS-ABREVIATURAS-OK              VALUE '00'.
             88 FS-ABREVIATURAS-EOF             VALUE '10'.
             88 FS-ABREVIATURAS-NFD             VALUE '35'.
          05 FS-DIRECCIONES                 PIC X(2).
             88 FS-DIRECCIONES-OK               VALUE '00'.
             88 FS-DIRECCIONES-EOF              VALUE '10'.
             88 FS-DIRECCIONES-NFD              VALUE '35'.
          05 FS-NORMALIZADAS                PIC X(2).
             88 FS-NORMALIZADAS-OK              VALUE '00'.
          05 FS-EXCEPCIONES                 PIC X(2).
             88 FS-EXCEPCIONES-OK               VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-PARAMS                   PIC X(01) VALUE 'S'.
             88 WS-PARAMS-OK                    VALUE 'S'.
             88 WS-PARAMS-ERROR                 VALUE 'N'.
          05 WS-SW-INICIO                   PIC X(01) VALUE 'S'.
             88 WS-INICIO-OK                    VALUE 'S'.
             88 WS-INICIO-ERROR                 VALUE 'N'.
          05 WS-SW-PROCESO                  PIC X(01) VALUE 'S'.
             88 WS-PROCESO-OK                   VALUE 'S'.
             88 WS-PROCESO-ERROR                VALUE 'N'.

      * TABLA DE ABREVIATURAS, CARGADA UNA UNICA VEZ AL INICIO. SE
      * BUSCA UNA PALABRA TANTO POR LA ABREVIATURA COMO POR LA FORMA
      * NORMAL, DE MODO QUE UNA DIRECCION YA NORMALIZADA SE RECONOCE Y
      * QUEDA IGUAL. UNA TABLA INVALIDA O LLENA ABORTA LA CORRIDA.
       01 WS-TAB-ABR-CANTIDAD               PIC 9(04) VALUE 0.

       01 WS-TABLA-ABREVIATURAS.
          05 WS-TAB-ABR-ENTRADA OCCURS 1 TO 500 TIMES
                                 DEPENDING ON WS-TAB-ABR-CANTIDAD
                                 INDEXED BY WS-TAB-ABR-IDX.
             10 WS-TAB-ABR-CLASE            PIC X(01).
             10 WS-TAB-ABR-ABREVIATURA      PIC X(15).
             10 WS-TAB-ABR-FORMA-NORMAL     PIC X(20).

      * PALABRAS QUE SE ESCRIBEN EN LA DIRECCION NORMALIZADA DELANTE
      * DEL PISO Y DEL DEPARTAMENTO, Y COMO ALTURA CUANDO NO HAY NUMERO
      * DE PUERTA. SI LA TABLA TRAE MARCAS DE ESA CLASE SE TOMA SU FORMA
      * NORMAL.
       01 WS-MARCAS-NORMALES.
          05 WS-MAR-PISO                    PIC X(20) VALUE 'PISO'.
          05 WS-MAR-DEPTO                   PIC X(20) VALUE
             'DEPARTAMENTO'.
          05 WS-MAR-SIN-NUMERO              PIC X(20) VALUE 'S/N'.
          05 WS-MAR-SW-PISO                 PIC X(01) VALUE 'N'.
             88 WS-MAR-PISO-TABLA               VALUE 'S'.
          05 WS-MAR-SW-DEPTO                PIC X(01) VALUE 'N'.
             88 WS-MAR-DEPTO-TABLA              VALUE 'S'.
          05 WS-MAR-SW-SIN-NUMERO           PIC X(01) VALUE 'N'.
             88 WS-MAR-SIN-NUMERO-TABLA         VALUE 'S'.

      * AREA DE TRABAJO DE LA NORMALIZACION DE UNA DIRECCION. LA
      * DIRECCION SE PARTE EN PALABRAS; CADA PALABRA SE CLASIFICA
      * SEGUN LA TABLA DE ABREVIATURAS (T, G, P, D, S, B) O SEGUN SU
      * FORMA: NUMERO (9), NUMERO SEGUIDO DE UNA LETRA (C) U OTRA
      * PALABRA (W).
       01 WS-NORMALIZACION.
          05 WS-NRM-ENTRADA                 PIC X(50).
          05 WS-NRM-TEXTO                   PIC X(50).
          05 WS-NRM-PUNTERO                 PIC 9(03).
          05 WS-NRM-PALABRA                 PIC X(50).
          05 WS-NRM-LARGO                   PIC 9(03).
          05 WS-NRM-CANT-PALABRAS           PIC 9(02).
      * SE ADMITEN 15 PALABRAS; LA POSICION 16 QUEDA SIEMPRE EN BLANCO
      * PARA PODER MIRAR LA PALABRA SIGUIENTE A LA ULTIMA.
          05 WS-NRM-PALABRAS.
             10 WS-NRM-PAL-ENTRADA OCCURS 16 TIMES.
                15 WS-NRM-PAL-TEXTO         PIC X(20).
                15 WS-NRM-PAL-LARGO         PIC 9(02).
                15 WS-NRM-PAL-CLASE         PIC X(01).
                   88 WS-NRM-PAL-TIPO           VALUE 'T'.
                   88 WS-NRM-PAL-MARCA-PISO     VALUE 'P'.
                   88 WS-NRM-PAL-MARCA-DEPTO    VALUE 'D'.
                   88 WS-NRM-PAL-SIN-NUMERO     VALUE 'S'.
                   88 WS-NRM-PAL-PISO-LETRAS    VALUE 'B'.
                   88 WS-NRM-PAL-NUMERO         VALUE '9'.
                   88 WS-NRM-PAL-NUMERO-LETRA   VALUE 'C'.
                   88 WS-NRM-PAL-PALABRA        VALUE 'W'.
          05 WS-NRM-SUB                     PIC 9(02).
          05 WS-NRM-SUB-SIG                 PIC 9(02).
          05 WS-NRM-SUB-ALTURA              PIC 9(02).
          05 WS-NRM-SUB-TIPO                PIC 9(02).
          05 WS-NRM-SW-ABREVIATURA          PIC X(01).
             88 WS-NRM-ABR-HALLADA              VALUE 'S'.
             88 WS-NRM-ABR-NO-HALLADA           VALUE 'N'.
          05 WS-NRM-SW-NOMBRE               PIC X(01).
             88 WS-NRM-CON-NOMBRE               VALUE 'S'.
             88 WS-NRM-SIN-NOMBRE               VALUE 'N'.
          05 WS-NRM-SW-RESULTADO            PIC X(01).
             88 WS-NRM-OK                       VALUE 'S'.
             88 WS-NRM-EXCEPCION                VALUE 'N'.
          05 WS-NRM-SW-DESBORDE             PIC X(01).
             88 WS-NRM-DESBORDE                 VALUE 'S'.
             88 WS-NRM-SIN-DESBORDE             VALUE 'N'.
          05 WS-NRM-CALLE                   PIC X(40).
          05 WS-NRM-ALTURA                  PIC X(05).
          05 WS-NRM-PISO                    PIC X(03).
          05 WS-NRM-DEPTO                   PIC X(04).
          05 WS-NRM-DIRECCION               PIC X(50).
          05 WS-NRM-MOTIVO                  PIC X(38).
          05 WS-NRM-ARMADO                  PIC X(100).
          05 WS-NRM-PUNTERO-ARMADO          PIC 9(03).
          05 WS-NRM-AGREGAR                 PIC X(40).

       01 WS-FECHA-SISTEMA.
          05 WS-FEC-SIS-AAAA                PIC 9(04).
          05 WS-FEC-SIS-MM                  PIC 9(02).
          05 WS-FEC-SIS-DD                  PIC 9(02).

       01 WS-CONTADORES.
          05 WS-CONT-REG-ABREVIATURAS       PIC 9(08) VALUE 0.
          05 WS-CONT-REG-DIRECCIONES        PIC 9(08) VALUE 0.
          05 WS-CONT-REG-NORMALIZADAS       PIC 9(08) VALUE 0.
          05 WS-CONT-REG-SIN-CAMBIOS        PIC 9(08) VALUE 0.
          05 WS-CONT-REG-EXCEPCIONES        PIC 9(08) VALUE 0.

      * IMAGENES EN MEMORIA DE LAS LINEAS DEL REPORTE DE EXCEPCIONES.
       01 WS-REG-EXC-TITULO                 PIC X(110) VALUE
          'EXCEPCIONES DE NORMALIZACION DE DIRECCIONES - PROGRAMA CL14EJ
      -    '30'.

       01 WS-REG-EXC-SEPARADOR              PIC X(110) VALUE ALL '-'.

       01 WS-REG-EXC-FECHA.
          05 FILLER                        PIC X(20)
             VALUE 'FECHA DE CORRIDA  : '.
          05 WS-EXC-FEC-DD                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-EXC-FEC-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-EXC-FEC-AAAA                PIC 9(04).
          05 FILLER                        PIC X(80) VALUE SPACES.

       01 WS-REG-EXC-ENCABEZADO.
          05 FILLER PIC X(08) VALUE 'ID EMPLE'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(50) VALUE 'DIRECCION RECIBIDA'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(04) VALUE 'C.P.'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(42) VALUE 'MOTIVO'.

       01 WS-REG-EXC-DETALLE.
          05 WS-EXC-DET-ID-EMPLEADO         PIC X(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-EXC-DET-DIRECCION           PIC X(50).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-EXC-DET-COD-POSTAL          PIC X(04).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-EXC-DET-MOTIVO              PIC X(42).

       01 WS-REG-EXC-TOTAL.
          05 WS-EXC-TOT-TEXTO               PIC X(30).
          05 WS-EXC-TOT-CANTIDAD            PIC Z.ZZZ.ZZ9.
          05 FILLER                        PIC X(71) VALUE SPACES.

       01 WS-REG-EXC-ESTADO.
          05 FILLER                        PIC X(20)
             VALUE 'ESTADO GENERAL    : '.
          05 WS-EXC-ESTADO-TEXTO            PIC X(90).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-INICIO-OK
              PERFORM 2000-NORMALIZAR-DIRECCIONES
                 THRU 2000-NORMALIZAR-DIRECCIONES-FIN
                UNTIL FS-DIRECCIONES-EOF
                   OR WS-PROCESO-ERROR
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-LEER-PARAMETROS-FIN.

           IF WS-PARAMS-ERROR
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1100-CARGAR-ABREVIATURAS
              THRU 1100-CARGAR-ABREVIATURAS-FIN.

           IF WS-INICIO-ERROR
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-ABRIR-ARCHIVOS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1050-LEER-PARAMETROS.

           OPEN INPUT ENT-PARAMS.

           EVALUATE TRUE
               WHEN FS-PARAMS-OK
                    PERFORM 1060-LEER-LINEA-PARAMS
                       THRU 1060-LEER-LINEA-PARAMS-FIN
                      UNTIL FS-PARAMS-EOF
                         OR WS-PARAMS-ERROR
                    CLOSE ENT-PARAMS
               WHEN FS-PARAMS-NFD
                    DISPLAY 'NO SE ENCUENTRA LA TARJETA PARAMS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-PARAMS
                    SET WS-PARAMS-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA TARJETA PARAMS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-PARAMS
                    SET WS-PARAMS-ERROR TO TRUE
           END-EVALUATE.

       1050-LEER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1060-LEER-LINEA-PARAMS.

           READ ENT-PARAMS.

           EVALUATE TRUE
               WHEN FS-PARAMS-OK
                    PERFORM 1070-INTERPRETAR-PARAMETRO
                       THRU 1070-INTERPRETAR-PARAMETRO-FIN
               WHEN FS-PARAMS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA TARJETA PARAMS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-PARAMS
                    SET WS-PARAMS-ERROR TO TRUE
           END-EVALUATE.

       1060-LEER-LINEA-PARAMS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * INTERPRETA UNA LINEA "CLAVE=VALOR" DE LA TARJETA COMPARTIDA.
      * LAS CLAVES DE LOS DEMAS PROGRAMAS DE LA CADENA SE ACEPTAN Y SE
      * IGNORAN; UNA CLAVE DESCONOCIDA ABORTA.
       1070-INTERPRETAR-PARAMETRO.

           IF WS-ENT-PARAMS = SPACES
              OR WS-ENT-PARAMS(1:1) = '*'
              GO TO 1070-INTERPRETAR-PARAMETRO-FIN
           END-IF.

           MOVE SPACES                      TO WS-PRM-CLAVE.
           MOVE SPACES                      TO WS-PRM-VALOR.

           UNSTRING WS-ENT-PARAMS
               DELIMITED BY '='
               INTO WS-PRM-CLAVE
                    WS-PRM-VALOR
           END-UNSTRING.

           IF WS-PRM-VALOR = SPACES
              DISPLAY 'PARAMETRO SIN VALOR: ' WS-ENT-PARAMS
              SET WS-PARAMS-ERROR TO TRUE
              GO TO 1070-INTERPRETAR-PARAMETRO-FIN
           END-IF.

           EVALUATE WS-PRM-CLAVE
               WHEN 'DIRECCIONES'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-DIRECCIONES
               WHEN 'ABREVIATURAS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-ABREVIATURAS
               WHEN 'DIRECCIONES-NORMALIZADAS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-NORMALIZADAS
               WHEN 'EMPLEADOS'
               WHEN 'TELEFONOS'
               WHEN 'SECUENCIAS-ENTRADA'
               WHEN 'CODPOS'
               WHEN 'APAREO'
               WHEN 'ERROR'
               WHEN 'INACTIVOS'
               WHEN 'BAJAS'
               WHEN 'LICENCIAS'
               WHEN 'CHECKPOINT'
               WHEN 'REPORTE'
               WHEN 'FORMATO-SALIDA'
               WHEN 'REINICIO'
               WHEN 'INTERVALO-CHECKPOINT'
               WHEN 'GENERACIONES'
               WHEN 'CATALOGO'
               WHEN 'CORTE-SUCURSAL'
               WHEN 'CORRECCION'
               WHEN 'MODO-PRUEBA'
               WHEN 'CONTROL-VOLUMEN'
               WHEN 'VENTANA-PROMEDIO'
               WHEN 'TOLERANCIA-EMPLEADOS'
               WHEN 'TOLERANCIA-APAREADOS'
               WHEN 'TOLERANCIA-ERROR'
               WHEN 'TOLERANCIA-SIN-DIRECCION'
               WHEN 'TOLERANCIA-SIN-EMPLEADO'
               WHEN 'TOLERANCIA-SIN-TELEFONO'
               WHEN 'TOLERANCIA-DIR-INVALIDA'
               WHEN 'TOLERANCIA-INACTIVOS'
               WHEN 'TOLERANCIA-BAJAS'
               WHEN 'TOLERANCIA-LICENCIAS'
               WHEN 'DIAS-VERIFICACION'
               WHEN 'DIAS-RESPUESTA'
               WHEN 'ANIOS-RETENCION'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PRM-CLAVE
                    SET WS-PARAMS-ERROR TO TRUE
           END-EVALUATE.

       1070-INTERPRETAR-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN TABLA DE ABREVIATURAS NO HAY CONTRA QUE NORMALIZAR: LA
      * CORRIDA SE ABORTA EN LUGAR DE DEJAR PASAR DIRECCIONES SIN
      * NORMALIZAR COMO SI LO ESTUVIERAN.
       1100-CARGAR-ABREVIATURAS.

           OPEN INPUT ENT-ABREVIATURAS.

           EVALUATE TRUE
               WHEN FS-ABREVIATURAS-OK
                    PERFORM 1110-LEER-ABREVIATURA
                       THRU 1110-LEER-ABREVIATURA-FIN
                      UNTIL FS-ABREVIATURAS-EOF
                         OR WS-INICIO-ERROR
                    CLOSE ENT-ABREVIATURAS
               WHEN FS-ABREVIATURAS-NFD
                    DISPLAY 'NO SE ENCUENTRA LA TABLA DE ABREVIATURAS '
                            'DE DIRECCION'
                    DISPLAY 'FILE STATUS: ' FS-ABREVIATURAS
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA TABLA DE ABREVIATURAS '
                            'DE DIRECCION'
                    DISPLAY 'FILE STATUS: ' FS-ABREVIATURAS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1100-CARGAR-ABREVIATURAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-ABREVIATURA.

           READ ENT-ABREVIATURAS.

           EVALUATE TRUE
               WHEN FS-ABREVIATURAS-OK
                    IF WS-ENT-ABREVIATURAS NOT = SPACES
                       AND WS-ENT-ABREVIATURAS(1:1) NOT = '*'
                       ADD 1                TO WS-CONT-REG-ABREVIATURAS
                       MOVE WS-ENT-ABREVIATURAS TO WS-REG-ABREVIATURA
                       PERFORM 1120-GUARDAR-ABREVIATURA
                          THRU 1120-GUARDAR-ABREVIATURA-FIN
                    END-IF
               WHEN FS-ABREVIATURAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA TABLA DE ABREVIATURAS '
                            'DE DIRECCION'
                    DISPLAY 'FILE STATUS: ' FS-ABREVIATURAS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1110-LEER-ABREVIATURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA INVALIDA ABORTA: UNA ABREVIATURA MAL CARGADA CAMBIARIA
      * EN SILENCIO TODAS LAS DIRECCIONES QUE LA USAN. LA ABREVIATURA SE
      * GUARDA EN MAYUSCULAS PORQUE ASI SE COMPARAN LAS PALABRAS.
       1120-GUARDAR-ABREVIATURA.

           INSPECT WS-REG-ABREVIATURA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           EVALUATE TRUE
               WHEN NOT WS-ABR-CLASE-VALIDA
                    DISPLAY 'CLASE DE ABREVIATURA INVALIDA: '
                            WS-ENT-ABREVIATURAS
                    SET WS-INICIO-ERROR     TO TRUE
               WHEN WS-ABR-ABREVIATURA = SPACES
                 OR WS-ABR-ABREVIATURA(1:1) = SPACE
                    DISPLAY 'ABREVIATURA EN BLANCO O DESPLAZADA: '
                            WS-ENT-ABREVIATURAS
                    SET WS-INICIO-ERROR     TO TRUE
               WHEN WS-ABR-FORMA-NORMAL = SPACES
                AND NOT WS-ABR-CLASE-IGNORAR
                    DISPLAY 'ABREVIATURA SIN FORMA NORMAL: '
                            WS-ENT-ABREVIATURAS
                    SET WS-INICIO-ERROR     TO TRUE
               WHEN WS-ABR-CLASE = 'S'
                AND WS-ABR-FORMA-NORMAL(6:15) NOT = SPACES
                    DISPLAY 'SIN NUMERO DE MAS DE 5 POSICIONES: '
                            WS-ENT-ABREVIATURAS
                    SET WS-INICIO-ERROR     TO TRUE
               WHEN WS-ABR-CLASE = 'B'
                AND WS-ABR-FORMA-NORMAL(4:17) NOT = SPACES
                    DISPLAY 'PISO DE MAS DE 3 POSICIONES: '
                            WS-ENT-ABREVIATURAS
                    SET WS-INICIO-ERROR     TO TRUE
               WHEN WS-TAB-ABR-CANTIDAD NOT < 500
                    DISPLAY 'TABLA DE ABREVIATURAS LLENA - PROCESO '
                            'ABORTADO'
                    SET WS-INICIO-ERROR     TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF WS-INICIO-ERROR
              GO TO 1120-GUARDAR-ABREVIATURA-FIN
           END-IF.

           IF WS-TAB-ABR-CANTIDAD > 0
              SET WS-TAB-ABR-IDX            TO 1
              SEARCH WS-TAB-ABR-ENTRADA
                  AT END
                       CONTINUE
                  WHEN WS-TAB-ABR-ABREVIATURA(WS-TAB-ABR-IDX)
                          = WS-ABR-ABREVIATURA
                       DISPLAY 'ABREVIATURA DUPLICADA: '
                               WS-ENT-ABREVIATURAS
                       SET WS-INICIO-ERROR  TO TRUE
              END-SEARCH
           END-IF.

           IF WS-INICIO-ERROR
              GO TO 1120-GUARDAR-ABREVIATURA-FIN
           END-IF.

           PERFORM 1125-CONTROLAR-MARCA
              THRU 1125-CONTROLAR-MARCA-FIN.

           IF WS-INICIO-ERROR
              GO TO 1120-GUARDAR-ABREVIATURA-FIN
           END-IF.

           ADD 1                            TO WS-TAB-ABR-CANTIDAD.
           SET WS-TAB-ABR-IDX               TO WS-TAB-ABR-CANTIDAD.
           MOVE WS-ABR-CLASE
                     TO WS-TAB-ABR-CLASE(WS-TAB-ABR-IDX).
           MOVE WS-ABR-ABREVIATURA
                     TO WS-TAB-ABR-ABREVIATURA(WS-TAB-ABR-IDX).
           MOVE WS-ABR-FORMA-NORMAL
                     TO WS-TAB-ABR-FORMA-NORMAL(WS-TAB-ABR-IDX).

       1120-GUARDAR-ABREVIATURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA PRIMERA MARCA DE PISO, DE DEPARTAMENTO O DE SIN NUMERO FIJA
      * LA PALABRA QUE SE ESCRIBE; OTRA MARCA DE LA MISMA CLASE CON
      * DISTINTA FORMA NORMAL ES UNA TABLA CONTRADICTORIA.
       1125-CONTROLAR-MARCA.

           EVALUATE WS-ABR-CLASE
               WHEN 'P'
                    IF WS-MAR-PISO-TABLA
                       AND WS-ABR-FORMA-NORMAL NOT = WS-MAR-PISO
                       DISPLAY 'MARCA DE PISO CONTRADICTORIA: '
                               WS-ENT-ABREVIATURAS
                       SET WS-INICIO-ERROR  TO TRUE
                    ELSE
                       MOVE WS-ABR-FORMA-NORMAL TO WS-MAR-PISO
                       SET WS-MAR-PISO-TABLA TO TRUE
                    END-IF
               WHEN 'D'
                    IF WS-MAR-DEPTO-TABLA
                       AND WS-ABR-FORMA-NORMAL NOT = WS-MAR-DEPTO
                       DISPLAY 'MARCA DE DEPARTAMENTO CONTRADICTORIA: '
                               WS-ENT-ABREVIATURAS
                       SET WS-INICIO-ERROR  TO TRUE
                    ELSE
                       MOVE WS-ABR-FORMA-NORMAL TO WS-MAR-DEPTO
                       SET WS-MAR-DEPTO-TABLA TO TRUE
                    END-IF
               WHEN 'S'
                    IF WS-MAR-SIN-NUMERO-TABLA
                       AND WS-ABR-FORMA-NORMAL NOT = WS-MAR-SIN-NUMERO
                       DISPLAY 'MARCA DE SIN NUMERO CONTRADICTORIA: '
                               WS-ENT-ABREVIATURAS
                       SET WS-INICIO-ERROR  TO TRUE
                    ELSE
                       MOVE WS-ABR-FORMA-NORMAL TO WS-MAR-SIN-NUMERO
                       SET WS-MAR-SIN-NUMERO-TABLA TO TRUE
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       1125-CONTROLAR-MARCA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-ARCHIVOS.

           OPEN INPUT ENT-DIRECCIONES.

           EVALUATE TRUE
               WHEN FS-DIRECCIONES-OK
                    CONTINUE
               WHEN FS-DIRECCIONES-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE DIRECCIONES'
                    DISPLAY 'FILE STATUS: ' FS-DIRECCIONES
                    SET WS-INICIO-ERROR TO TRUE
                    GO TO 1200-ABRIR-ARCHIVOS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DIRECCIONES'
                    DISPLAY 'FILE STATUS: ' FS-DIRECCIONES
                    SET WS-INICIO-ERROR TO TRUE
                    GO TO 1200-ABRIR-ARCHIVOS-FIN
           END-EVALUATE.

           OPEN OUTPUT SAL-NORMALIZADAS.

           IF NOT FS-NORMALIZADAS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DIRECCIONES '
                      'NORMALIZADAS'
              DISPLAY 'FILE STATUS: ' FS-NORMALIZADAS
              CLOSE ENT-DIRECCIONES
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1200-ABRIR-ARCHIVOS-FIN
           END-IF.

           OPEN OUTPUT SAL-EXCEPCIONES.

           IF NOT FS-EXCEPCIONES-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE EXCEPCIONES DE '
                      'DIRECCIONES'
              DISPLAY 'FILE STATUS: ' FS-EXCEPCIONES
              CLOSE ENT-DIRECCIONES
              CLOSE SAL-NORMALIZADAS
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1200-ABRIR-ARCHIVOS-FIN
           END-IF.

           MOVE WS-REG-EXC-TITULO           TO WS-SAL-EXCEPCIONES.
           PERFORM 2900-ESCRIBIR-EXCEPCION
              THRU 2900-ESCRIBIR-EXCEPCION-FIN.

           MOVE WS-REG-EXC-SEPARADOR        TO WS-SAL-EXCEPCIONES.
           PERFORM 2900-ESCRIBIR-EXCEPCION
              THRU 2900-ESCRIBIR-EXCEPCION-FIN.

           MOVE WS-FEC-SIS-DD               TO WS-EXC-FEC-DD.
           MOVE WS-FEC-SIS-MM               TO WS-EXC-FEC-MM.
           MOVE WS-FEC-SIS-AAAA             TO WS-EXC-FEC-AAAA.
           MOVE WS-REG-EXC-FECHA            TO WS-SAL-EXCEPCIONES.
           PERFORM 2900-ESCRIBIR-EXCEPCION
              THRU 2900-ESCRIBIR-EXCEPCION-FIN.

           MOVE WS-REG-EXC-SEPARADOR        TO WS-SAL-EXCEPCIONES.
           PERFORM 2900-ESCRIBIR-EXCEPCION
              THRU 2900-ESCRIBIR-EXCEPCION-FIN.

           MOVE WS-REG-EXC-ENCABEZADO       TO WS-SAL-EXCEPCIONES.
           PERFORM 2900-ESCRIBIR-EXCEPCION
              THRU 2900-ESCRIBIR-EXCEPCION-FIN.

       1200-ABRIR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CADA DETALLE DE DIRECCIONES PRODUCE EXACTAMENTE UN RENGLON
      * NORMALIZADO, EN EL MISMO ORDEN: CL14EJ01 LOS LEE A LA PAR. LOS
      * REGISTROS DE CONTROL DE RRHH NO SE COPIAN.
       2000-NORMALIZAR-DIRECCIONES.

           READ ENT-DIRECCIONES.

           EVALUATE TRUE
               WHEN FS-DIRECCIONES-OK
                AND WS-ENT-DIR-REG-CONTROL
                    CONTINUE
               WHEN FS-DIRECCIONES-OK
                    ADD 1                   TO WS-CONT-REG-DIRECCIONES
                    PERFORM 2050-PROCESAR-DIRECCION
                       THRU 2050-PROCESAR-DIRECCION-FIN
               WHEN FS-DIRECCIONES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE DIRECCIONES'
                    DISPLAY 'FILE STATUS: ' FS-DIRECCIONES
                    SET WS-PROCESO-ERROR    TO TRUE
           END-EVALUATE.

       2000-NORMALIZAR-DIRECCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2050-PROCESAR-DIRECCION.

           MOVE WS-ENT-DIR-DIRECCION        TO WS-NRM-ENTRADA.

           PERFORM 2100-NORMALIZAR-DIRECCION
              THRU 2100-NORMALIZAR-DIRECCION-FIN.

           MOVE SPACES                      TO WS-REG-DIR-NORMALIZADA.
           MOVE WS-ENT-DIR-ID-EMPLEADO      TO WS-NOR-ID-EMPLEADO-X.
           MOVE WS-ENT-DIR-DIRECCION      TO WS-NOR-DIRECCION-ORIGINAL.
           MOVE WS-ENT-DIR-COD-POSTAL       TO WS-NOR-COD-POSTAL-X.

           IF WS-NRM-OK
              SET WS-NOR-NORMALIZADA        TO TRUE
              MOVE WS-NRM-DIRECCION         TO WS-NOR-DIRECCION
              MOVE WS-NRM-CALLE             TO WS-NOR-CALLE
              MOVE WS-NRM-ALTURA            TO WS-NOR-ALTURA
              MOVE WS-NRM-PISO              TO WS-NOR-PISO
              MOVE WS-NRM-DEPTO             TO WS-NOR-DEPTO
              ADD 1                         TO WS-CONT-REG-NORMALIZADAS
              IF WS-NRM-DIRECCION = WS-ENT-DIR-DIRECCION
                 ADD 1                      TO WS-CONT-REG-SIN-CAMBIOS
              END-IF
           ELSE
              SET WS-NOR-EXCEPCION          TO TRUE
              MOVE WS-NRM-MOTIVO            TO WS-NOR-MOTIVO
              ADD 1                         TO WS-CONT-REG-EXCEPCIONES
              MOVE WS-ENT-DIR-ID-EMPLEADO   TO WS-EXC-DET-ID-EMPLEADO
              MOVE WS-ENT-DIR-DIRECCION     TO WS-EXC-DET-DIRECCION
              MOVE WS-NOR-COD-POSTAL-X      TO WS-EXC-DET-COD-POSTAL
              MOVE WS-NRM-MOTIVO            TO WS-EXC-DET-MOTIVO
              MOVE WS-REG-EXC-DETALLE       TO WS-SAL-EXCEPCIONES
              PERFORM 2900-ESCRIBIR-EXCEPCION
                 THRU 2900-ESCRIBIR-EXCEPCION-FIN
           END-IF.

           MOVE WS-REG-DIR-NORMALIZADA      TO WS-SAL-NORMALIZADAS.
           WRITE WS-SAL-NORMALIZADAS.

           IF NOT FS-NORMALIZADAS-OK
              DISPLAY 'ERROR AL ESCRIBIR DIRECCIONES NORMALIZADAS: '
                      FS-NORMALIZADAS
              SET WS-PROCESO-ERROR          TO TRUE
           END-IF.

       2050-PROCESAR-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * NORMALIZA WS-NRM-ENTRADA: MAYUSCULAS, SIN PUNTUACION, UN SOLO
      * ESPACIO ENTRE PALABRAS Y CON LAS ABREVIATURAS EXPANDIDAS. LA
      * DIRECCION SE ARMA COMO TIPO Y NOMBRE DE CALLE, ALTURA, Y PISO Y
      * DEPARTAMENTO SI LOS TIENE. LO QUE NO SE PUEDE INTERPRETAR SIN
      * ADIVINAR QUEDA COMO EXCEPCION CON SU MOTIVO (WS-NRM-EXCEPCION).
       2100-NORMALIZAR-DIRECCION.

           SET WS-NRM-OK                    TO TRUE.
           MOVE SPACES                      TO WS-NRM-CALLE
                                               WS-NRM-ALTURA
                                               WS-NRM-PISO
                                               WS-NRM-DEPTO
                                               WS-NRM-DIRECCION
                                               WS-NRM-MOTIVO.
           MOVE 0                           TO WS-NRM-CANT-PALABRAS
                                               WS-NRM-SUB-ALTURA
                                               WS-NRM-SUB-TIPO.
           INITIALIZE WS-NRM-PALABRAS.

           IF WS-NRM-ENTRADA = SPACES
              MOVE 'DIRECCION EN BLANCO'    TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2100-NORMALIZAR-DIRECCION-FIN
           END-IF.

      * EL SIGNO DE GRADO DE "2 B" (X'C2B0' Y X'C2BA' EN UTF-8) SE
      * TRATA COMO ESPACIO; LAS VOCALES ACENTUADAS, LA ENIE Y LA U CON
      * DIERESIS SE PASAN A MAYUSCULAS.
           MOVE WS-NRM-ENTRADA              TO WS-NRM-TEXTO.
           INSPECT WS-NRM-TEXTO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NRM-TEXTO
               REPLACING ALL X'C3A1' BY X'C381'
                         ALL X'C3A9' BY X'C389'
                         ALL X'C3AD' BY X'C38D'
                         ALL X'C3B3' BY X'C393'
                         ALL X'C3BA' BY X'C39A'
                         ALL X'C3B1' BY X'C391'
                         ALL X'C3BC' BY X'C39C'
                         ALL X'C2B0' BY SPACES
                         ALL X'C2BA' BY SPACES.
           INSPECT WS-NRM-TEXTO
               REPLACING ALL '.'   BY SPACE
                         ALL ','   BY SPACE
                         ALL ';'   BY SPACE
                         ALL ':'   BY SPACE
                         ALL '#'   BY SPACE
                         ALL '-'   BY SPACE.

           MOVE 1                           TO WS-NRM-PUNTERO.

           PERFORM 2110-SEPARAR-PALABRA
              THRU 2110-SEPARAR-PALABRA-FIN
             UNTIL WS-NRM-PUNTERO > 50
                OR WS-NRM-EXCEPCION.

           IF WS-NRM-EXCEPCION
              GO TO 2100-NORMALIZAR-DIRECCION-FIN
           END-IF.

           SET WS-NRM-SIN-NOMBRE            TO TRUE.

           PERFORM 2130-UBICAR-ALTURA
              THRU 2130-UBICAR-ALTURA-FIN
             VARYING WS-NRM-SUB FROM 1 BY 1
               UNTIL WS-NRM-SUB > WS-NRM-CANT-PALABRAS
                  OR WS-NRM-SUB-ALTURA > 0
                  OR WS-NRM-EXCEPCION.

           IF WS-NRM-EXCEPCION
              GO TO 2100-NORMALIZAR-DIRECCION-FIN
           END-IF.

           IF WS-NRM-SUB-ALTURA = 0
              MOVE 'SIN ALTURA (NUMERO DE PUERTA)'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2100-NORMALIZAR-DIRECCION-FIN
           END-IF.

           PERFORM 2140-ARMAR-CALLE
              THRU 2140-ARMAR-CALLE-FIN.

           IF WS-NRM-EXCEPCION
              GO TO 2100-NORMALIZAR-DIRECCION-FIN
           END-IF.

           COMPUTE WS-NRM-SUB = WS-NRM-SUB-ALTURA + 1.

           PERFORM 2150-INTERPRETAR-RESTO
              THRU 2150-INTERPRETAR-RESTO-FIN
             UNTIL WS-NRM-SUB > WS-NRM-CANT-PALABRAS
                OR WS-NRM-EXCEPCION.

           IF WS-NRM-EXCEPCION
              GO TO 2100-NORMALIZAR-DIRECCION-FIN
           END-IF.

           PERFORM 2160-ARMAR-DIRECCION
              THRU 2160-ARMAR-DIRECCION-FIN.

       2100-NORMALIZAR-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOMA LA PALABRA SIGUIENTE DEL TEXTO. LOS ESPACIOS REPETIDOS NO
      * GENERAN PALABRAS Y LAS PALABRAS A DESCARTAR (CLASE I) NO SE
      * GUARDAN.
       2110-SEPARAR-PALABRA.

           MOVE SPACES                      TO WS-NRM-PALABRA.
           MOVE 0                           TO WS-NRM-LARGO.

           UNSTRING WS-NRM-TEXTO
               DELIMITED BY ALL SPACE
               INTO WS-NRM-PALABRA COUNT IN WS-NRM-LARGO
               WITH POINTER WS-NRM-PUNTERO
           END-UNSTRING.

           IF WS-NRM-LARGO = 0
              GO TO 2110-SEPARAR-PALABRA-FIN
           END-IF.

           IF WS-NRM-LARGO > 20
              MOVE 'PALABRA DE MAS DE 20 LETRAS'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2110-SEPARAR-PALABRA-FIN
           END-IF.

           PERFORM 2120-CLASIFICAR-PALABRA
              THRU 2120-CLASIFICAR-PALABRA-FIN.

       2110-SEPARAR-PALABRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA PALABRA SE BUSCA EN LA TABLA POR ABREVIATURA O POR FORMA
      * NORMAL Y SE REEMPLAZA POR SU FORMA NORMAL. SI NO ESTA EN LA
      * TABLA SE CLASIFICA POR SU FORMA.
       2120-CLASIFICAR-PALABRA.

           SET WS-NRM-ABR-NO-HALLADA        TO TRUE.

           IF WS-TAB-ABR-CANTIDAD > 0
              SET WS-TAB-ABR-IDX            TO 1
              SEARCH WS-TAB-ABR-ENTRADA
                  AT END
                       CONTINUE
                  WHEN WS-TAB-ABR-ABREVIATURA(WS-TAB-ABR-IDX)
                          = WS-NRM-PALABRA
                    OR WS-TAB-ABR-FORMA-NORMAL(WS-TAB-ABR-IDX)
                          = WS-NRM-PALABRA
                       SET WS-NRM-ABR-HALLADA TO TRUE
              END-SEARCH
           END-IF.

           IF WS-NRM-ABR-HALLADA
              AND WS-TAB-ABR-CLASE(WS-TAB-ABR-IDX) = 'I'
              GO TO 2120-CLASIFICAR-PALABRA-FIN
           END-IF.

           IF WS-NRM-CANT-PALABRAS NOT < 15
              MOVE 'DIRECCION DE MAS DE 15 PALABRAS'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2120-CLASIFICAR-PALABRA-FIN
           END-IF.

           ADD 1                            TO WS-NRM-CANT-PALABRAS.
           MOVE WS-NRM-CANT-PALABRAS        TO WS-NRM-SUB.

           EVALUATE TRUE
               WHEN WS-NRM-ABR-HALLADA
                AND WS-TAB-ABR-CLASE(WS-TAB-ABR-IDX) = 'G'
                    MOVE WS-TAB-ABR-FORMA-NORMAL(WS-TAB-ABR-IDX)
                                   TO WS-NRM-PAL-TEXTO(WS-NRM-SUB)
                    SET WS-NRM-PAL-PALABRA(WS-NRM-SUB) TO TRUE
               WHEN WS-NRM-ABR-HALLADA
                    MOVE WS-TAB-ABR-FORMA-NORMAL(WS-TAB-ABR-IDX)
                                   TO WS-NRM-PAL-TEXTO(WS-NRM-SUB)
                    MOVE WS-TAB-ABR-CLASE(WS-TAB-ABR-IDX)
                                   TO WS-NRM-PAL-CLASE(WS-NRM-SUB)
               WHEN WS-NRM-PALABRA(1:WS-NRM-LARGO) IS NUMERIC
                    MOVE WS-NRM-PALABRA
                                   TO WS-NRM-PAL-TEXTO(WS-NRM-SUB)
                    SET WS-NRM-PAL-NUMERO(WS-NRM-SUB) TO TRUE
               WHEN WS-NRM-LARGO > 1
                AND WS-NRM-LARGO < 5
                AND WS-NRM-PALABRA(1:WS-NRM-LARGO - 1) IS NUMERIC
                AND WS-NRM-PALABRA(WS-NRM-LARGO:1)
                       IS ALPHABETIC-UPPER
                    MOVE WS-NRM-PALABRA
                                   TO WS-NRM-PAL-TEXTO(WS-NRM-SUB)
                    SET WS-NRM-PAL-NUMERO-LETRA(WS-NRM-SUB) TO TRUE
               WHEN OTHER
                    MOVE WS-NRM-PALABRA
                                   TO WS-NRM-PAL-TEXTO(WS-NRM-SUB)
                    SET WS-NRM-PAL-PALABRA(WS-NRM-SUB) TO TRUE
           END-EVALUATE.

           MOVE 0                   TO WS-NRM-PAL-LARGO(WS-NRM-SUB).
           INSPECT WS-NRM-PAL-TEXTO(WS-NRM-SUB)
               TALLYING WS-NRM-PAL-LARGO(WS-NRM-SUB)
               FOR CHARACTERS BEFORE INITIAL SPACE.

       2120-CLASIFICAR-PALABRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA ALTURA ES EL PRIMER NUMERO (O LA MARCA DE SIN NUMERO) QUE
      * VIENE DESPUES DE ALGUNA PALABRA DEL NOMBRE DE LA CALLE. UN
      * NUMERO SIN NOMBRE ANTES ("CALLE 50", "9 DE JULIO") O SEGUIDO
      * DE "DE" ("25 DE MAYO") ES PARTE DEL NOMBRE.
       2130-UBICAR-ALTURA.

           COMPUTE WS-NRM-SUB-SIG = WS-NRM-SUB + 1.

           EVALUATE TRUE
               WHEN WS-NRM-PAL-TIPO(WS-NRM-SUB)
                    IF WS-NRM-SUB-TIPO = 0
                       MOVE WS-NRM-SUB      TO WS-NRM-SUB-TIPO
                    ELSE
                       SET WS-NRM-CON-NOMBRE TO TRUE
                    END-IF
               WHEN WS-NRM-PAL-SIN-NUMERO(WS-NRM-SUB)
                AND WS-NRM-CON-NOMBRE
                    MOVE WS-NRM-SUB         TO WS-NRM-SUB-ALTURA
                    MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB)
                                             TO WS-NRM-ALTURA
               WHEN WS-NRM-PAL-NUMERO(WS-NRM-SUB)
                AND WS-NRM-CON-NOMBRE
                AND (WS-NRM-SUB-SIG > WS-NRM-CANT-PALABRAS
                     OR WS-NRM-PAL-TEXTO(WS-NRM-SUB-SIG) NOT = 'DE')
                    IF WS-NRM-PAL-LARGO(WS-NRM-SUB) > 5
                       MOVE 'ALTURA DE MAS DE 5 DIGITOS'
                                             TO WS-NRM-MOTIVO
                       SET WS-NRM-EXCEPCION TO TRUE
                    ELSE
                       MOVE WS-NRM-SUB      TO WS-NRM-SUB-ALTURA
                       MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB)
                                             TO WS-NRM-ALTURA
                    END-IF
               WHEN WS-NRM-PAL-NUMERO(WS-NRM-SUB)
                 OR WS-NRM-PAL-NUMERO-LETRA(WS-NRM-SUB)
                 OR WS-NRM-PAL-PALABRA(WS-NRM-SUB)
                    SET WS-NRM-CON-NOMBRE   TO TRUE
               WHEN OTHER
                    MOVE 'PISO O DEPTO ANTES DE LA ALTURA'
                                             TO WS-NRM-MOTIVO
                    SET WS-NRM-EXCEPCION    TO TRUE
           END-EVALUATE.

       2130-UBICAR-ALTURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CALLE: EL TIPO (SI VINO) ADELANTE Y DESPUES LAS PALABRAS DEL
      * NOMBRE EN EL ORDEN EN QUE VINIERON.
       2140-ARMAR-CALLE.

           IF WS-NRM-SIN-NOMBRE
              MOVE 'SIN NOMBRE DE CALLE'    TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2140-ARMAR-CALLE-FIN
           END-IF.

           MOVE SPACES                      TO WS-NRM-ARMADO.
           MOVE 1                           TO WS-NRM-PUNTERO-ARMADO.
           SET WS-NRM-SIN-DESBORDE          TO TRUE.

           IF WS-NRM-SUB-TIPO > 0
              MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB-TIPO)
                                             TO WS-NRM-AGREGAR
              PERFORM 2170-AGREGAR-PALABRA
                 THRU 2170-AGREGAR-PALABRA-FIN
           END-IF.

           PERFORM 2145-AGREGAR-NOMBRE
              THRU 2145-AGREGAR-NOMBRE-FIN
             VARYING WS-NRM-SUB FROM 1 BY 1
               UNTIL WS-NRM-SUB NOT < WS-NRM-SUB-ALTURA.

           IF WS-NRM-DESBORDE
              OR WS-NRM-PUNTERO-ARMADO > 41
              MOVE 'NOMBRE DE CALLE DE MAS DE 40 LETRAS'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2140-ARMAR-CALLE-FIN
           END-IF.

           MOVE WS-NRM-ARMADO               TO WS-NRM-CALLE.

       2140-ARMAR-CALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2145-AGREGAR-NOMBRE.

           IF WS-NRM-SUB NOT = WS-NRM-SUB-TIPO
              MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB) TO WS-NRM-AGREGAR
              PERFORM 2170-AGREGAR-PALABRA
                 THRU 2170-AGREGAR-PALABRA-FIN
           END-IF.

       2145-AGREGAR-NOMBRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DESPUES DE LA ALTURA SOLO PUEDEN VENIR PISO Y DEPARTAMENTO: CON
      * SU MARCA ("PISO 3 DTO B"), PEGADOS ("3B") O SUELTOS ("3 B", EL
      * PRIMER NUMERO ES EL PISO). CUALQUIER OTRA COSA ES EXCEPCION.
       2150-INTERPRETAR-RESTO.

           COMPUTE WS-NRM-SUB-SIG = WS-NRM-SUB + 1.

           EVALUATE TRUE
               WHEN WS-NRM-PAL-MARCA-PISO(WS-NRM-SUB)
                    IF WS-NRM-PISO NOT = SPACES
                       OR WS-NRM-SUB-SIG > WS-NRM-CANT-PALABRAS
                       MOVE 'PISO REPETIDO O SIN VALOR'
                                             TO WS-NRM-MOTIVO
                       SET WS-NRM-EXCEPCION TO TRUE
                    ELSE
                       MOVE WS-NRM-SUB-SIG  TO WS-NRM-SUB
                       PERFORM 2155-TOMAR-PISO
                          THRU 2155-TOMAR-PISO-FIN
                    END-IF
               WHEN WS-NRM-PAL-MARCA-DEPTO(WS-NRM-SUB)
                    IF WS-NRM-DEPTO NOT = SPACES
                       OR WS-NRM-SUB-SIG > WS-NRM-CANT-PALABRAS
                       MOVE 'DEPARTAMENTO REPETIDO O SIN VALOR'
                                             TO WS-NRM-MOTIVO
                       SET WS-NRM-EXCEPCION TO TRUE
                    ELSE
                       MOVE WS-NRM-SUB-SIG  TO WS-NRM-SUB
                       PERFORM 2157-TOMAR-DEPTO
                          THRU 2157-TOMAR-DEPTO-FIN
                    END-IF
               WHEN WS-NRM-PISO = SPACES
                AND (WS-NRM-PAL-NUMERO(WS-NRM-SUB)
                     OR WS-NRM-PAL-PISO-LETRAS(WS-NRM-SUB)
                     OR WS-NRM-PAL-NUMERO-LETRA(WS-NRM-SUB))
                    PERFORM 2155-TOMAR-PISO
                       THRU 2155-TOMAR-PISO-FIN
               WHEN WS-NRM-PISO NOT = SPACES
                AND WS-NRM-DEPTO = SPACES
                AND (WS-NRM-PAL-NUMERO(WS-NRM-SUB)
                     OR WS-NRM-PAL-PALABRA(WS-NRM-SUB))
                    PERFORM 2157-TOMAR-DEPTO
                       THRU 2157-TOMAR-DEPTO-FIN
               WHEN OTHER
                    MOVE 'TEXTO NO RECONOCIDO TRAS LA ALTURA'
                                             TO WS-NRM-MOTIVO
                    SET WS-NRM-EXCEPCION    TO TRUE
           END-EVALUATE.

           ADD 1                            TO WS-NRM-SUB.

       2150-INTERPRETAR-RESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PISO DE HASTA 3 DIGITOS O UN VALOR DE LA TABLA (PB). "3B" ES
      * PISO 3 DEPARTAMENTO B SI EL DEPARTAMENTO NO VINO POR SEPARADO.
       2155-TOMAR-PISO.

           EVALUATE TRUE
               WHEN WS-NRM-PAL-NUMERO(WS-NRM-SUB)
                AND WS-NRM-PAL-LARGO(WS-NRM-SUB) < 4
                    MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB) TO WS-NRM-PISO
               WHEN WS-NRM-PAL-PISO-LETRAS(WS-NRM-SUB)
                    MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB) TO WS-NRM-PISO
               WHEN WS-NRM-PAL-NUMERO-LETRA(WS-NRM-SUB)
                AND WS-NRM-DEPTO = SPACES
                    MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB)
                                    (1:WS-NRM-PAL-LARGO(WS-NRM-SUB) - 1)
                                             TO WS-NRM-PISO
                    MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB)
                                    (WS-NRM-PAL-LARGO(WS-NRM-SUB):1)
                                             TO WS-NRM-DEPTO
               WHEN OTHER
                    MOVE 'PISO NO RECONOCIDO'
                                             TO WS-NRM-MOTIVO
                    SET WS-NRM-EXCEPCION    TO TRUE
           END-EVALUATE.

       2155-TOMAR-PISO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEPARTAMENTO DE HASTA 4 POSICIONES, NUMERO O LETRAS.
       2157-TOMAR-DEPTO.

           IF (WS-NRM-PAL-NUMERO(WS-NRM-SUB)
               OR WS-NRM-PAL-PALABRA(WS-NRM-SUB))
              AND WS-NRM-PAL-LARGO(WS-NRM-SUB) < 5
              MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB) TO WS-NRM-DEPTO
           ELSE
              MOVE 'DEPARTAMENTO NO RECONOCIDO'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
           END-IF.

       2157-TOMAR-DEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * FORMA NORMAL: CALLE ALTURA [PISO p] [DEPARTAMENTO d], CON LAS
      * PALABRAS DE MARCA QUE FIJA LA TABLA.
       2160-ARMAR-DIRECCION.

           MOVE SPACES                      TO WS-NRM-ARMADO.
           MOVE 1                           TO WS-NRM-PUNTERO-ARMADO.
           SET WS-NRM-SIN-DESBORDE          TO TRUE.

           MOVE WS-NRM-CALLE                TO WS-NRM-AGREGAR.
           PERFORM 2170-AGREGAR-PALABRA
              THRU 2170-AGREGAR-PALABRA-FIN.

           MOVE WS-NRM-ALTURA               TO WS-NRM-AGREGAR.
           PERFORM 2170-AGREGAR-PALABRA
              THRU 2170-AGREGAR-PALABRA-FIN.

           IF WS-NRM-PISO NOT = SPACES
              MOVE WS-MAR-PISO              TO WS-NRM-AGREGAR
              PERFORM 2170-AGREGAR-PALABRA
                 THRU 2170-AGREGAR-PALABRA-FIN
              MOVE WS-NRM-PISO              TO WS-NRM-AGREGAR
              PERFORM 2170-AGREGAR-PALABRA
                 THRU 2170-AGREGAR-PALABRA-FIN
           END-IF.

           IF WS-NRM-DEPTO NOT = SPACES
              MOVE WS-MAR-DEPTO             TO WS-NRM-AGREGAR
              PERFORM 2170-AGREGAR-PALABRA
                 THRU 2170-AGREGAR-PALABRA-FIN
              MOVE WS-NRM-DEPTO             TO WS-NRM-AGREGAR
              PERFORM 2170-AGREGAR-PALABRA
                 THRU 2170-AGREGAR-PALABRA-FIN
           END-IF.

           IF WS-NRM-DESBORDE
              OR WS-NRM-PUNTERO-ARMADO > 51
              MOVE 'FORMA NORMAL DE MAS DE 50 POSICIONES'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2160-ARMAR-DIRECCION-FIN
           END-IF.

           MOVE WS-NRM-ARMADO               TO WS-NRM-DIRECCION.

       2160-ARMAR-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGA WS-NRM-AGREGAR A WS-NRM-ARMADO, SEPARADO POR UN ESPACIO.
       2170-AGREGAR-PALABRA.

           IF WS-NRM-PUNTERO-ARMADO > 1
              STRING ' '                    DELIMITED SIZE
                     INTO WS-NRM-ARMADO
                     WITH POINTER WS-NRM-PUNTERO-ARMADO
                     ON OVERFLOW
                        SET WS-NRM-DESBORDE TO TRUE
              END-STRING
           END-IF.

           STRING FUNCTION TRIM(WS-NRM-AGREGAR)
                                            DELIMITED SIZE
                  INTO WS-NRM-ARMADO
                  WITH POINTER WS-NRM-PUNTERO-ARMADO
                  ON OVERFLOW
                     SET WS-NRM-DESBORDE    TO TRUE
           END-STRING.

       2170-AGREGAR-PALABRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-EXCEPCION.

           WRITE WS-SAL-EXCEPCIONES.

           IF NOT FS-EXCEPCIONES-OK
              DISPLAY 'ERROR AL ESCRIBIR EXCEPCIONES-DIRECCIONES.TXT: '
                      FS-EXCEPCIONES
              SET WS-PROCESO-ERROR          TO TRUE
           END-IF.

       2900-ESCRIBIR-EXCEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LAS EXCEPCIONES NO DETIENEN LA CADENA: ESAS DIRECCIONES SIGUEN
      * CON EL TEXTO RECIBIDO Y QUEDAN EN EL REPORTE PARA CORREGIR EN
      * ORIGEN. SOLO UNA FALLA DE ARCHIVOS O DE LA TABLA TERMINA CON 16,
      * PORQUE CL14EJ01 NO PUEDE APAREAR SIN EL ARCHIVO NORMALIZADO
      * COMPLETO.
       3000-FINALIZAR-PROGRAMA.

           IF WS-INICIO-OK
              PERFORM 3100-CERRAR-REPORTE
                 THRU 3100-CERRAR-REPORTE-FIN
              CLOSE ENT-DIRECCIONES
              CLOSE SAL-NORMALIZADAS
              IF NOT FS-NORMALIZADAS-OK
                 DISPLAY 'ERROR AL CERRAR DIRECCIONES NORMALIZADAS: '
                         FS-NORMALIZADAS
                 SET WS-PROCESO-ERROR       TO TRUE
              END-IF
              CLOSE SAL-EXCEPCIONES
           END-IF.

           EVALUATE TRUE
               WHEN WS-INICIO-ERROR
                    DISPLAY 'NORMALIZACION DE DIRECCIONES ABORTADA - '
                            'LA TARJETA, LA TABLA DE ABREVIATURAS O '
                            'LOS ARCHIVOS SON INVALIDOS'
                    MOVE 16                  TO RETURN-CODE
               WHEN WS-PROCESO-ERROR
                    DISPLAY 'NORMALIZACION DE DIRECCIONES ABORTADA - '
                            'ERROR DE ENTRADA/SALIDA'
                    MOVE 16                  TO RETURN-CODE
               WHEN WS-CONT-REG-EXCEPCIONES > 0
                    DISPLAY 'DIRECCIONES CON EXCEPCIONES - VER '
                            'EXCEPCIONES-DIRECCIONES.TXT'
               WHEN OTHER
                    DISPLAY 'DIRECCIONES NORMALIZADAS SIN EXCEPCIONES'
           END-EVALUATE.

           DISPLAY 'ABREVIATURAS CARGADAS             : '
                   WS-TAB-ABR-CANTIDAD.
           DISPLAY 'DIRECCIONES LEIDAS                : '
                   WS-CONT-REG-DIRECCIONES.
           DISPLAY 'DIRECCIONES NORMALIZADAS          : '
                   WS-CONT-REG-NORMALIZADAS.
           DISPLAY '   YA ESTABAN NORMALIZADAS        : '
                   WS-CONT-REG-SIN-CAMBIOS.
           DISPLAY 'DIRECCIONES CON EXCEPCION         : '
                   WS-CONT-REG-EXCEPCIONES.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-CERRAR-REPORTE.

           MOVE WS-REG-EXC-SEPARADOR        TO WS-SAL-EXCEPCIONES.
           PERFORM 2900-ESCRIBIR-EXCEPCION
              THRU 2900-ESCRIBIR-EXCEPCION-FIN.

           MOVE 'DIRECCIONES LEIDAS        : ' TO WS-EXC-TOT-TEXTO.
           MOVE WS-CONT-REG-DIRECCIONES     TO WS-EXC-TOT-CANTIDAD.
           MOVE WS-REG-EXC-TOTAL            TO WS-SAL-EXCEPCIONES.
           PERFORM 2900-ESCRIBIR-EXCEPCION
              THRU 2900-ESCRIBIR-EXCEPCION-FIN.

           MOVE 'DIRECCIONES NORMALIZADAS  : ' TO WS-EXC-TOT-TEXTO.
           MOVE WS-CONT-REG-NORMALIZADAS    TO WS-EXC-TOT-CANTIDAD.
           MOVE WS-REG-EXC-TOTAL            TO WS-SAL-EXCEPCIONES.
           PERFORM 2900-ESCRIBIR-EXCEPCION
              THRU 2900-ESCRIBIR-EXCEPCION-FIN.

           MOVE '   YA ESTABAN NORMALIZADAS: ' TO WS-EXC-TOT-TEXTO.
           MOVE WS-CONT-REG-SIN-CAMBIOS     TO WS-EXC-TOT-CANTIDAD.
           MOVE WS-REG-EXC-TOTAL            TO WS-SAL-EXCEPCIONES.
           PERFORM 2900-ESCRIBIR-EXCEPCION
              THRU 2900-ESCRIBIR-EXCEPCION-FIN.

           MOVE 'DIRECCIONES CON EXCEPCION : ' TO WS-EXC-TOT-TEXTO.
           MOVE WS-CONT-REG-EXCEPCIONES     TO WS-EXC-TOT-CANTIDAD.
           MOVE WS-REG-EXC-TOTAL            TO WS-SAL-EXCEPCIONES.
           PERFORM 2900-ESCRIBIR-EXCEPCION
              THRU 2900-ESCRIBIR-EXCEPCION-FIN.

           IF WS-CONT-REG-EXCEPCIONES > 0
              MOVE 'CON EXCEPCIONES - CORREGIR EN ORIGEN'
                                             TO WS-EXC-ESTADO-TEXTO
           ELSE
              MOVE 'SIN EXCEPCIONES'        TO WS-EXC-ESTADO-TEXTO
           END-IF.

           MOVE WS-REG-EXC-SEPARADOR        TO WS-SAL-EXCEPCIONES.
           PERFORM 2900-ESCRIBIR-EXCEPCION
              THRU 2900-ESCRIBIR-EXCEPCION-FIN.

           MOVE WS-REG-EXC-ESTADO           TO WS-SAL-EXCEPCIONES.
           PERFORM 2900-ESCRIBIR-EXCEPCION
              THRU 2900-ESCRIBIR-EXCEPCION-FIN.

       3100-CERRAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ30.
