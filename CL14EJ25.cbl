      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CONTROL PREVIO DE LAS ENTREGAS DE RRHH (EMPLEADOS,
      *          DIRECCIONES Y TELEFONOS) ANTES DE LARGAR EL APAREO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ25.
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

       SELECT ENT-ENTRADA
           ASSIGN USING WS-ARCH-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

       SELECT ENT-SECUENCIAS
           ASSIGN USING WS-ARCH-SECUENCIAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SECUENCIAS.

       SELECT SAL-SECUENCIAS
           ASSIGN USING WS-ARCH-SECUENCIAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEC-NUEVO.

       SELECT SAL-CONTROL
           ASSIGN TO '../CONTROL-ENTRADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * TARJETA DE CONTROL DE CORRIDA COMPARTIDA CON TODA LA CADENA:
      * LINEAS "CLAVE=VALOR". ESTE PROGRAMA TOMA LAS RUTAS DE LOS TRES
      * ARCHIVOS DE RRHH (LAS MISMAS QUE USA CL14EJ01) Y LA DEL
      * ARCHIVO DE SECUENCIAS ACEPTADAS; EL RESTO DE LAS CLAVES SE
      * ACEPTA Y SE IGNORA.
       FD ENT-PARAMS.
       01 WS-ENT-PARAMS                     PIC X(120).

      * LOS TRES ARCHIVOS SE LEEN CON EL MISMO FD, UNO POR VEZ: AL
      * CONTROL SOLO LE IMPORTAN EL TIPO DE REGISTRO, EL ID Y LOS
      * REGISTROS DE CONTROL, QUE OCUPAN LAS MISMAS POSICIONES EN
      * LOS TRES.
       FD ENT-ENTRADA.
       01 WS-ENT-ENTRADA                    PIC X(62).
       01 WS-ENT-ENTRADA-DETALLE.
          05 WS-ENT-TIPO-REG                PIC X(01).
             88 WS-ENT-CABECERA                 VALUE 'H'.
             88 WS-ENT-PIE                      VALUE 'T'.
          05 FILLER                        PIC X(61).
       01 WS-ENT-ENTRADA-ID.
          05 WS-ENT-ID-EMPLEADO             PIC X(08).
          05 WS-ENT-ID-EMPLEADO-N REDEFINES WS-ENT-ID-EMPLEADO
                                             PIC 9(08).
          05 FILLER                        PIC X(54).

       FD ENT-SECUENCIAS.
       01 WS-ENT-SECUENCIAS                 PIC X(60).

       FD SAL-SECUENCIAS.
       01 WS-SAL-SECUENCIAS                 PIC X(60).

      * REPORTE DEL CONTROL: UNA LINEA POR CONTROL DE CADA ARCHIVO Y
      * EL ESTADO GENERAL. CL14EJ08 COPIA A SU BITACORA LAS LINEAS CON
      * RESULTADO "FALLA" COMO MOTIVO DE LA DETENCION.
       FD SAL-CONTROL.
       01 WS-SAL-CONTROL                    PIC X(80).

       WORKING-STORAGE SECTION.

      * FORMATO DE LA CABECERA Y EL PIE DE RRHH Y DEL ARCHIVO DE
      * SECUENCIAS ACEPTADAS.
          COPY RRHH.

      * RUTAS EFECTIVAS DE LOS ARCHIVOS. ARRANCAN CON LAS RUTAS
      * TRADICIONALES Y LA TARJETA PARAMS.TXT LAS PUEDE REDEFINIR,
      * IGUAL QUE EN CL14EJ01, PARA QUE EL CICLO DE PRUEBA CONTROLE SUS
      * PROPIAS ENTRADAS CONTRA SUS PROPIAS SECUENCIAS.
       01 WS-ARCHIVOS-CORRIDA.
          05 WS-ARCH-EMPLEADOS              PIC X(100) VALUE
             '../EMPLEADOS.TXT'.
          05 WS-ARCH-DIRECCIONES            PIC X(100) VALUE
             '../DIRECCIONES.TXT'.
          05 WS-ARCH-TELEFONOS              PIC X(100) VALUE
             '../TELEFONOS.TXT'.
          05 WS-ARCH-SECUENCIAS             PIC X(100) VALUE
             '../SECUENCIAS-ENTRADA.TXT'.

       01 WS-ARCH-ENTRADA                   PIC X(100).

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
          05 FS-ENTRADA                     PIC X(2).
             88 FS-ENTRADA-OK                   VALUE '00'.
             88 FS-ENTRADA-EOF                  VALUE '10'.
             88 FS-ENTRADA-NFD                  VALUE '35'.
          05 FS-SECUENCIAS                  PIC X(2).
             88 FS-SECUENCIAS-OK                VALUE '00'.
             88 FS-SECUENCIAS-EOF               VALUE '10'.
             88 FS-SECUENCIAS-NFD               VALUE '35'.
          05 FS-SEC-NUEVO                   PIC X(2).
             88 FS-SEC-NUEVO-OK                 VALUE '00'.
          05 FS-CONTROL                     PIC X(2).
             88 FS-CONTROL-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-PARAMS                   PIC X(01) VALUE 'S'.
             88 WS-PARAMS-OK                    VALUE 'S'.
             88 WS-PARAMS-ERROR                 VALUE 'N'.
          05 WS-SW-INICIO                   PIC X(01) VALUE 'S'.
             88 WS-INICIO-OK                    VALUE 'S'.
             88 WS-INICIO-ERROR                 VALUE 'N'.
          05 WS-SW-ENTRADAS                 PIC X(01) VALUE 'S'.
             88 WS-ENTRADAS-ACEPTADAS           VALUE 'S'.
             88 WS-ENTRADAS-RECHAZADAS          VALUE 'N'.
          05 WS-SW-ARCHIVO                  PIC X(01) VALUE 'N'.
             88 WS-ARCHIVO-HALLADO              VALUE 'S'.
             88 WS-ARCHIVO-NO-HALLADO           VALUE 'N'.

      * ARCHIVOS CONTROLADOS: NOMBRE PARA EL REPORTE Y ORIGEN QUE DEBE
      * TRAER SU CABECERA. EL ORIGEN IDENTIFICA ADEMAS LA LINEA DEL
      * ARCHIVO DE SECUENCIAS ACEPTADAS.
       01 WS-ARCHIVOS-VALORES.
          05 FILLER PIC X(12) VALUE 'EMPLEADOS'.
          05 FILLER PIC X(08) VALUE 'RRHH-EMP'.
          05 FILLER PIC X(12) VALUE 'DIRECCIONES'.
          05 FILLER PIC X(08) VALUE 'RRHH-DIR'.
          05 FILLER PIC X(12) VALUE 'TELEFONOS'.
          05 FILLER PIC X(08) VALUE 'RRHH-TEL'.

       01 WS-ARCHIVOS-R REDEFINES WS-ARCHIVOS-VALORES.
          05 WS-ARC-ENTRADA OCCURS 3 TIMES.
             10 WS-ARC-NOMBRE               PIC X(12).
             10 WS-ARC-ORIGEN               PIC X(08).

      * ULTIMA ENTREGA ACEPTADA DE CADA ARCHIVO (CARGADA DE
      * SECUENCIAS-ENTRADA.TXT) Y LO QUE TRAE LA ENTREGA DE HOY.
       01 WS-TABLA-CONTROL.
          05 WS-CTL-ENTRADA OCCURS 3 TIMES.
             10 WS-CTL-PREVIA               PIC X(01).
                88 WS-CTL-CON-PREVIA            VALUE 'S'.
                88 WS-CTL-SIN-PREVIA            VALUE 'N'.
             10 WS-CTL-PRE-SECUENCIA        PIC 9(06).
             10 WS-CTL-PRE-FECHA            PIC 9(08).
             10 WS-CTL-PRE-CANTIDAD         PIC 9(08).
             10 WS-CTL-PRE-HASH             PIC 9(15).
             10 WS-CTL-PRE-ACEPTACION       PIC 9(08).
             10 WS-CTL-HOY-SECUENCIA        PIC 9(06).
             10 WS-CTL-HOY-FECHA            PIC 9(08).
             10 WS-CTL-HOY-CANTIDAD         PIC 9(08).
             10 WS-CTL-HOY-HASH             PIC 9(15).

       01 WS-SUB-ARCHIVO                    PIC 9(01) VALUE 0.

      * SITUACION DEL ARCHIVO QUE SE ESTA LEYENDO.
       01 WS-LECTURA.
          05 WS-LEC-SW-CABECERA             PIC X(01).
             88 WS-LEC-CON-CABECERA             VALUE 'S'.
             88 WS-LEC-SIN-CABECERA             VALUE 'N'.
          05 WS-LEC-SW-PIE                  PIC X(01).
             88 WS-LEC-CON-PIE                  VALUE 'S'.
             88 WS-LEC-SIN-PIE                  VALUE 'N'.
          05 WS-LEC-SW-ERROR                PIC X(01).
             88 WS-LEC-ERROR                    VALUE 'S'.
             88 WS-LEC-SIN-ERROR                VALUE 'N'.
          05 WS-LEC-REGISTROS               PIC 9(08).
          05 WS-LEC-DETALLES                PIC 9(08).
          05 WS-LEC-HASH                    PIC 9(15).
          05 WS-LEC-ID-INVALIDOS            PIC 9(08).
          05 WS-LEC-CABECERAS-DE-MAS        PIC 9(08).
          05 WS-LEC-TRAS-PIE                PIC 9(08).
          05 WS-LEC-FALLAS                  PIC 9(02).

       01 WS-SECUENCIA-ESPERADA             PIC 9(06) VALUE 0.

       01 WS-FECHA-SISTEMA.
          05 WS-FEC-SIS-AAAA                PIC 9(04).
          05 WS-FEC-SIS-MM                  PIC 9(02).
          05 WS-FEC-SIS-DD                  PIC 9(02).

       01 WS-FECHA-HOY REDEFINES WS-FECHA-SISTEMA
                                             PIC 9(08).

      * FECHA AAAAMMDD PASADA A DD/MM/AAAA PARA LOS TEXTOS DEL REPORTE.
       01 WS-FECHA-DESGLOSE.
          05 WS-FEC-DES-AAAA                PIC 9(04).
          05 WS-FEC-DES-MM                  PIC 9(02).
          05 WS-FEC-DES-DD                  PIC 9(02).

       01 WS-FECHA-EDITADA.
          05 WS-FEC-EDI-DD                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-FEC-EDI-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-FEC-EDI-AAAA                PIC 9(04).

       01 WS-FECHA-HOY-EDITADA              PIC X(10).

       01 WS-CONTADORES.
          05 WS-CONT-ARCHIVOS-ACEPTADOS     PIC 9(02) VALUE 0.
          05 WS-CONT-ARCHIVOS-RECHAZADOS    PIC 9(02) VALUE 0.
          05 WS-CONT-FALLAS                 PIC 9(04) VALUE 0.

      * IMAGENES EN MEMORIA DE LAS LINEAS DEL REPORTE DE CONTROL.
       01 WS-REG-CTL-TITULO                 PIC X(80) VALUE
          'CONTROL DE ARCHIVOS DE ENTRADA - PROGRAMA CL14EJ25'.

       01 WS-REG-CTL-SEPARADOR              PIC X(80) VALUE ALL '-'.

       01 WS-REG-CTL-FECHA.
          05 FILLER                        PIC X(20)
             VALUE 'FECHA DE CORRIDA  : '.
          05 WS-CTL-FEC-DD                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-CTL-FEC-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-CTL-FEC-AAAA                PIC 9(04).
          05 FILLER                        PIC X(50) VALUE SPACES.

       01 WS-REG-CTL-ENCABEZADO.
          05 FILLER PIC X(12) VALUE 'ARCHIVO'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'CONTROL'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(05) VALUE 'RESUL'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(47) VALUE 'DETALLE'.

      * LINEA DE DETALLE: EL RESULTADO "FALLA" EN LA POSICION 27 ES LO
      * QUE CL14EJ08 BUSCA AL RELEER EL REPORTE.
       01 WS-REG-CTL-DETALLE.
          05 WS-CTL-DET-ARCHIVO             PIC X(12).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CTL-DET-CONTROL             PIC X(10).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CTL-DET-RESULTADO           PIC X(05).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CTL-DET-TEXTO               PIC X(47).

       01 WS-REG-CTL-ESTADO.
          05 FILLER                        PIC X(20)
             VALUE 'ESTADO GENERAL    : '.
          05 WS-CTL-ESTADO-TEXTO            PIC X(60).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-INICIO-OK
              PERFORM 2000-CONTROLAR-ENTRADAS
                 THRU 2000-CONTROLAR-ENTRADAS-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.
           INITIALIZE WS-TABLA-CONTROL.

           PERFORM 1010-INICIAR-ARCHIVO
              THRU 1010-INICIAR-ARCHIVO-FIN
             VARYING WS-SUB-ARCHIVO FROM 1 BY 1
               UNTIL WS-SUB-ARCHIVO > 3.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY                TO WS-FECHA-DESGLOSE.
           PERFORM 2950-EDITAR-FECHA
              THRU 2950-EDITAR-FECHA-FIN.
           MOVE WS-FECHA-EDITADA            TO WS-FECHA-HOY-EDITADA.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-LEER-PARAMETROS-FIN.

           IF WS-PARAMS-ERROR
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1200-CARGAR-SECUENCIAS
              THRU 1200-CARGAR-SECUENCIAS-FIN.

           IF WS-INICIO-OK
              PERFORM 1300-ABRIR-CONTROL
                 THRU 1300-ABRIR-CONTROL-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1010-INICIAR-ARCHIVO.

           SET WS-CTL-SIN-PREVIA(WS-SUB-ARCHIVO) TO TRUE.

       1010-INICIAR-ARCHIVO-FIN.
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
               WHEN 'EMPLEADOS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-EMPLEADOS
               WHEN 'DIRECCIONES'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-DIRECCIONES
               WHEN 'TELEFONOS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-TELEFONOS
               WHEN 'SECUENCIAS-ENTRADA'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-SECUENCIAS
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
               WHEN 'ABREVIATURAS'
               WHEN 'DIRECCIONES-NORMALIZADAS'
               WHEN 'ANIOS-RETENCION'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PRM-CLAVE
                    SET WS-PARAMS-ERROR TO TRUE
           END-EVALUATE.

       1070-INTERPRETAR-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN ARCHIVO DE SECUENCIAS NUNCA SE ACEPTO UNA ENTREGA: LA DE
      * HOY INICIA LA NUMERACION DE CADA ARCHIVO.
       1200-CARGAR-SECUENCIAS.

           OPEN INPUT ENT-SECUENCIAS.

           EVALUATE TRUE
               WHEN FS-SECUENCIAS-OK
                    PERFORM 1210-LEER-SECUENCIA
                       THRU 1210-LEER-SECUENCIA-FIN
                      UNTIL FS-SECUENCIAS-EOF
                         OR WS-INICIO-ERROR
                    CLOSE ENT-SECUENCIAS
               WHEN FS-SECUENCIAS-NFD
                    DISPLAY 'NO EXISTEN SECUENCIAS ACEPTADAS - SE '
                            'INICIA LA NUMERACION DE LAS ENTREGAS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SECUENCIAS '
                            'ACEPTADAS'
                    DISPLAY 'FILE STATUS: ' FS-SECUENCIAS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1200-CARGAR-SECUENCIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-SECUENCIA.

           READ ENT-SECUENCIAS.

           EVALUATE TRUE
               WHEN FS-SECUENCIAS-OK
                    IF WS-ENT-SECUENCIAS NOT = SPACES
                       MOVE WS-ENT-SECUENCIAS
                                             TO WS-REG-RRHH-SECUENCIA
                       PERFORM 1220-GUARDAR-SECUENCIA
                          THRU 1220-GUARDAR-SECUENCIA-FIN
                    END-IF
               WHEN FS-SECUENCIAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE SECUENCIAS '
                            'ACEPTADAS'
                    DISPLAY 'FILE STATUS: ' FS-SECUENCIAS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1210-LEER-SECUENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA INVALIDA O DE UN ORIGEN QUE NO SE CONTROLA ABORTA: SIN
      * LA ULTIMA ENTREGA ACEPTADA NO HAY CONTRA QUE CONTROLAR LA DE
      * HOY.
       1220-GUARDAR-SECUENCIA.

           SET WS-ARCHIVO-NO-HALLADO        TO TRUE.

           PERFORM 1225-BUSCAR-ORIGEN
              THRU 1225-BUSCAR-ORIGEN-FIN
             VARYING WS-SUB-ARCHIVO FROM 1 BY 1
               UNTIL WS-SUB-ARCHIVO > 3
                  OR WS-ARCHIVO-HALLADO.

           IF WS-ARCHIVO-NO-HALLADO
              DISPLAY 'ORIGEN DESCONOCIDO EN SECUENCIAS ACEPTADAS: '
                      WS-ENT-SECUENCIAS
              SET WS-INICIO-ERROR           TO TRUE
              GO TO 1220-GUARDAR-SECUENCIA-FIN
           END-IF.

           SUBTRACT 1                       FROM WS-SUB-ARCHIVO.

           IF WS-RRHH-SEC-SECUENCIA IS NOT NUMERIC
              OR WS-RRHH-SEC-FECHA-EXTRACCION IS NOT NUMERIC
              OR WS-RRHH-SEC-CANTIDAD IS NOT NUMERIC
              OR WS-RRHH-SEC-HASH IS NOT NUMERIC
              OR WS-RRHH-SEC-FECHA-ACEPTACION IS NOT NUMERIC
              DISPLAY 'LINEA INVALIDA EN SECUENCIAS ACEPTADAS: '
                      WS-ENT-SECUENCIAS
              SET WS-INICIO-ERROR           TO TRUE
              GO TO 1220-GUARDAR-SECUENCIA-FIN
           END-IF.

           SET WS-CTL-CON-PREVIA(WS-SUB-ARCHIVO) TO TRUE.
           MOVE WS-RRHH-SEC-SECUENCIA
                TO WS-CTL-PRE-SECUENCIA(WS-SUB-ARCHIVO).
           MOVE WS-RRHH-SEC-FECHA-EXTRACCION
                TO WS-CTL-PRE-FECHA(WS-SUB-ARCHIVO).
           MOVE WS-RRHH-SEC-CANTIDAD
                TO WS-CTL-PRE-CANTIDAD(WS-SUB-ARCHIVO).
           MOVE WS-RRHH-SEC-HASH
                TO WS-CTL-PRE-HASH(WS-SUB-ARCHIVO).
           MOVE WS-RRHH-SEC-FECHA-ACEPTACION
                TO WS-CTL-PRE-ACEPTACION(WS-SUB-ARCHIVO).

       1220-GUARDAR-SECUENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1225-BUSCAR-ORIGEN.

           IF WS-ARC-ORIGEN(WS-SUB-ARCHIVO) = WS-RRHH-SEC-ORIGEN
              SET WS-ARCHIVO-HALLADO        TO TRUE
           END-IF.

       1225-BUSCAR-ORIGEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-CONTROL.

           OPEN OUTPUT SAL-CONTROL.

           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE CONTROL DE '
                      'ENTRADAS'
              DISPLAY 'FILE STATUS: ' FS-CONTROL
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

       1300-ABRIR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CONTROLA LOS TRES ARCHIVOS AUNQUE EL PRIMERO FALLE, PARA QUE EL
      * OPERADOR PIDA A RRHH TODAS LAS CORRECCIONES DE UNA SOLA VEZ.
      * LAS SECUENCIAS SOLO SE DAN POR ACEPTADAS SI PASAN LOS TRES: UNA
      * ENTREGA RECHAZADA SE VUELVE A MANDAR ENTERA.
       2000-CONTROLAR-ENTRADAS.

           MOVE WS-REG-CTL-TITULO           TO WS-SAL-CONTROL.
           PERFORM 2900-ESCRIBIR-CONTROL
              THRU 2900-ESCRIBIR-CONTROL-FIN.

           MOVE WS-REG-CTL-SEPARADOR        TO WS-SAL-CONTROL.
           PERFORM 2900-ESCRIBIR-CONTROL
              THRU 2900-ESCRIBIR-CONTROL-FIN.

           MOVE WS-FEC-SIS-DD               TO WS-CTL-FEC-DD.
           MOVE WS-FEC-SIS-MM               TO WS-CTL-FEC-MM.
           MOVE WS-FEC-SIS-AAAA             TO WS-CTL-FEC-AAAA.
           MOVE WS-REG-CTL-FECHA            TO WS-SAL-CONTROL.
           PERFORM 2900-ESCRIBIR-CONTROL
              THRU 2900-ESCRIBIR-CONTROL-FIN.

           MOVE WS-REG-CTL-SEPARADOR        TO WS-SAL-CONTROL.
           PERFORM 2900-ESCRIBIR-CONTROL
              THRU 2900-ESCRIBIR-CONTROL-FIN.

           MOVE WS-REG-CTL-ENCABEZADO       TO WS-SAL-CONTROL.
           PERFORM 2900-ESCRIBIR-CONTROL
              THRU 2900-ESCRIBIR-CONTROL-FIN.

           PERFORM 2100-CONTROLAR-ARCHIVO
              THRU 2100-CONTROLAR-ARCHIVO-FIN
             VARYING WS-SUB-ARCHIVO FROM 1 BY 1
               UNTIL WS-SUB-ARCHIVO > 3.

           IF WS-CONT-ARCHIVOS-RECHAZADOS > 0
              SET WS-ENTRADAS-RECHAZADAS    TO TRUE
              MOVE 'ENTRADAS RECHAZADAS'    TO WS-CTL-ESTADO-TEXTO
           ELSE
              MOVE 'ENTRADAS ACEPTADAS'     TO WS-CTL-ESTADO-TEXTO
           END-IF.

           MOVE WS-REG-CTL-SEPARADOR        TO WS-SAL-CONTROL.
           PERFORM 2900-ESCRIBIR-CONTROL
              THRU 2900-ESCRIBIR-CONTROL-FIN.

           MOVE WS-REG-CTL-ESTADO           TO WS-SAL-CONTROL.
           PERFORM 2900-ESCRIBIR-CONTROL
              THRU 2900-ESCRIBIR-CONTROL-FIN.

       2000-CONTROLAR-ENTRADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-CONTROLAR-ARCHIVO.

           INITIALIZE WS-LECTURA.
           SET WS-LEC-SIN-CABECERA          TO TRUE.
           SET WS-LEC-SIN-PIE               TO TRUE.
           SET WS-LEC-SIN-ERROR             TO TRUE.

           MOVE WS-ARC-NOMBRE(WS-SUB-ARCHIVO) TO WS-CTL-DET-ARCHIVO.

           EVALUATE WS-SUB-ARCHIVO
               WHEN 1
                    MOVE WS-ARCH-EMPLEADOS  TO WS-ARCH-ENTRADA
               WHEN 2
                    MOVE WS-ARCH-DIRECCIONES
                                             TO WS-ARCH-ENTRADA
               WHEN OTHER
                    MOVE WS-ARCH-TELEFONOS  TO WS-ARCH-ENTRADA
           END-EVALUATE.

           OPEN INPUT ENT-ENTRADA.

           EVALUATE TRUE
               WHEN FS-ENTRADA-OK
                    PERFORM 2110-LEER-ENTRADA
                       THRU 2110-LEER-ENTRADA-FIN
                      UNTIL FS-ENTRADA-EOF
                         OR WS-LEC-ERROR
                    CLOSE ENT-ENTRADA
               WHEN FS-ENTRADA-NFD
                    MOVE 'ARCHIVO'          TO WS-CTL-DET-CONTROL
                    MOVE 'NO SE ENCUENTRA EL ARCHIVO'
                                             TO WS-CTL-DET-TEXTO
                    PERFORM 2810-ANOTAR-FALLA
                       THRU 2810-ANOTAR-FALLA-FIN
               WHEN OTHER
                    MOVE 'ARCHIVO'          TO WS-CTL-DET-CONTROL
                    MOVE SPACES             TO WS-CTL-DET-TEXTO
                    STRING 'ERROR AL ABRIR - FILE STATUS '
                                                 DELIMITED SIZE
                           FS-ENTRADA            DELIMITED SIZE
                           INTO WS-CTL-DET-TEXTO
                    END-STRING
                    PERFORM 2810-ANOTAR-FALLA
                       THRU 2810-ANOTAR-FALLA-FIN
           END-EVALUATE.

           IF FS-ENTRADA-OK
              OR FS-ENTRADA-EOF
              OR WS-LEC-ERROR
              PERFORM 2200-EVALUAR-ARCHIVO
                 THRU 2200-EVALUAR-ARCHIVO-FIN
           END-IF.

           IF WS-LEC-FALLAS = 0
              ADD 1 TO WS-CONT-ARCHIVOS-ACEPTADOS
           ELSE
              ADD 1 TO WS-CONT-ARCHIVOS-RECHAZADOS
           END-IF.

       2100-CONTROLAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CLASIFICA CADA REGISTRO: LA CABECERA SOLO VALE COMO PRIMER
      * REGISTRO Y EL PIE SOLO COMO ULTIMO; CUALQUIER OTRA POSICION SE
      * CUENTA PARA INFORMARLA. LOS DETALLES SE CUENTAN Y SU ID SE
      * SUMA PARA COMPARAR CONTRA EL PIE.
       2110-LEER-ENTRADA.

           READ ENT-ENTRADA.

           EVALUATE TRUE
               WHEN FS-ENTRADA-OK
                    ADD 1                   TO WS-LEC-REGISTROS
                    PERFORM 2120-CLASIFICAR-REGISTRO
                       THRU 2120-CLASIFICAR-REGISTRO-FIN
               WHEN FS-ENTRADA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE 'ARCHIVO'          TO WS-CTL-DET-CONTROL
                    MOVE SPACES             TO WS-CTL-DET-TEXTO
                    STRING 'ERROR AL LEER - FILE STATUS '
                                                 DELIMITED SIZE
                           FS-ENTRADA            DELIMITED SIZE
                           INTO WS-CTL-DET-TEXTO
                    END-STRING
                    PERFORM 2810-ANOTAR-FALLA
                       THRU 2810-ANOTAR-FALLA-FIN
                    SET WS-LEC-ERROR        TO TRUE
           END-EVALUATE.

       2110-LEER-ENTRADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-CLASIFICAR-REGISTRO.

           EVALUATE TRUE
               WHEN WS-ENT-CABECERA
                AND WS-LEC-REGISTROS = 1
                    MOVE WS-ENT-ENTRADA(1:25)
                                             TO WS-REG-RRHH-CABECERA
                    SET WS-LEC-CON-CABECERA TO TRUE
               WHEN WS-ENT-CABECERA
                    ADD 1                   TO WS-LEC-CABECERAS-DE-MAS
               WHEN WS-LEC-CON-PIE
                    ADD 1                   TO WS-LEC-TRAS-PIE
               WHEN WS-ENT-PIE
                    MOVE WS-ENT-ENTRADA(1:25) TO WS-REG-RRHH-PIE
                    SET WS-LEC-CON-PIE      TO TRUE
               WHEN OTHER
                    ADD 1                   TO WS-LEC-DETALLES
                    IF WS-ENT-ID-EMPLEADO IS NUMERIC
                       ADD WS-ENT-ID-EMPLEADO-N TO WS-LEC-HASH
                    ELSE
                       ADD 1                TO WS-LEC-ID-INVALIDOS
                    END-IF
           END-EVALUATE.

       2120-CLASIFICAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA POR CONTROL. SIN CABECERA NO SE PUEDEN CONTROLAR EL
      * ORIGEN, LA FECHA NI LA SECUENCIA; SIN PIE, NI LA CANTIDAD NI LA
      * SUMA DE CONTROL.
       2200-EVALUAR-ARCHIVO.

           MOVE WS-LEC-DETALLES
                TO WS-CTL-HOY-CANTIDAD(WS-SUB-ARCHIVO).
           MOVE WS-LEC-HASH
                TO WS-CTL-HOY-HASH(WS-SUB-ARCHIVO).

           PERFORM 2210-CONTROLAR-CABECERA
              THRU 2210-CONTROLAR-CABECERA-FIN.

           PERFORM 2250-CONTROLAR-PIE
              THRU 2250-CONTROLAR-PIE-FIN.

           IF WS-LEC-ID-INVALIDOS > 0
              MOVE 'DETALLE'                TO WS-CTL-DET-CONTROL
              MOVE SPACES                   TO WS-CTL-DET-TEXTO
              STRING WS-LEC-ID-INVALIDOS         DELIMITED SIZE
                     ' REGISTROS CON ID-EMPLEADO NO NUMERICO'
                                                 DELIMITED SIZE
                     INTO WS-CTL-DET-TEXTO
              END-STRING
              PERFORM 2810-ANOTAR-FALLA
                 THRU 2810-ANOTAR-FALLA-FIN
           END-IF.

       2200-EVALUAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-CONTROLAR-CABECERA.

           MOVE 'CABECERA'                  TO WS-CTL-DET-CONTROL.

           IF WS-LEC-SIN-CABECERA
              MOVE 'FALTA LA CABECERA (DEBE SER EL PRIMER REGISTRO)'
                                             TO WS-CTL-DET-TEXTO
              PERFORM 2810-ANOTAR-FALLA
                 THRU 2810-ANOTAR-FALLA-FIN
              GO TO 2210-CONTROLAR-CABECERA-FIN
           END-IF.

           IF WS-LEC-CABECERAS-DE-MAS > 0
              MOVE SPACES                   TO WS-CTL-DET-TEXTO
              STRING WS-LEC-CABECERAS-DE-MAS     DELIMITED SIZE
                     ' CABECERAS DE MAS DENTRO DEL ARCHIVO'
                                                 DELIMITED SIZE
                     INTO WS-CTL-DET-TEXTO
              END-STRING
              PERFORM 2810-ANOTAR-FALLA
                 THRU 2810-ANOTAR-FALLA-FIN
           ELSE
              MOVE 'PRESENTE'               TO WS-CTL-DET-TEXTO
              PERFORM 2800-ANOTAR-OK
                 THRU 2800-ANOTAR-OK-FIN
           END-IF.

           MOVE 'ORIGEN'                    TO WS-CTL-DET-CONTROL.
           MOVE SPACES                      TO WS-CTL-DET-TEXTO.
           STRING 'ESPERADO '                    DELIMITED SIZE
                  WS-ARC-ORIGEN(WS-SUB-ARCHIVO)  DELIMITED SIZE
                  ' RECIBIDO '                   DELIMITED SIZE
                  WS-RRHH-CAB-ORIGEN             DELIMITED SIZE
                  INTO WS-CTL-DET-TEXTO
           END-STRING.

           IF WS-RRHH-CAB-ORIGEN = WS-ARC-ORIGEN(WS-SUB-ARCHIVO)
              PERFORM 2800-ANOTAR-OK
                 THRU 2800-ANOTAR-OK-FIN
           ELSE
              PERFORM 2810-ANOTAR-FALLA
                 THRU 2810-ANOTAR-FALLA-FIN
           END-IF.

           PERFORM 2220-CONTROLAR-FECHA
              THRU 2220-CONTROLAR-FECHA-FIN.

           PERFORM 2230-CONTROLAR-SECUENCIA
              THRU 2230-CONTROLAR-SECUENCIA-FIN.

       2210-CONTROLAR-CABECERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA FECHA DE EXTRACCION DEBE SER LA DE HOY: UN ARCHIVO DE OTRO
      * DIA ES UNA ENTREGA VIEJA QUE QUEDO SIN REEMPLAZAR.
       2220-CONTROLAR-FECHA.

           MOVE 'FECHA'                     TO WS-CTL-DET-CONTROL.

           IF WS-RRHH-CAB-FECHA IS NOT NUMERIC
              MOVE SPACES                   TO WS-CTL-DET-TEXTO
              STRING 'FECHA DE EXTRACCION INVALIDA: '
                                                 DELIMITED SIZE
                     WS-ENT-ENTRADA(10:8)        DELIMITED SIZE
                     INTO WS-CTL-DET-TEXTO
              END-STRING
              PERFORM 2810-ANOTAR-FALLA
                 THRU 2810-ANOTAR-FALLA-FIN
              GO TO 2220-CONTROLAR-FECHA-FIN
           END-IF.

           MOVE WS-RRHH-CAB-FECHA
                TO WS-CTL-HOY-FECHA(WS-SUB-ARCHIVO).

           MOVE WS-RRHH-CAB-FECHA           TO WS-FECHA-DESGLOSE.
           PERFORM 2950-EDITAR-FECHA
              THRU 2950-EDITAR-FECHA-FIN.

           MOVE SPACES                      TO WS-CTL-DET-TEXTO.
           STRING 'EXTRACCION '                  DELIMITED SIZE
                  WS-FECHA-EDITADA               DELIMITED SIZE
                  ' HOY '                        DELIMITED SIZE
                  WS-FECHA-HOY-EDITADA           DELIMITED SIZE
                  INTO WS-CTL-DET-TEXTO
           END-STRING.

           IF WS-RRHH-CAB-FECHA = WS-FECHA-HOY
              PERFORM 2800-ANOTAR-OK
                 THRU 2800-ANOTAR-OK-FIN
           ELSE
              PERFORM 2810-ANOTAR-FALLA
                 THRU 2810-ANOTAR-FALLA-FIN
           END-IF.

       2220-CONTROLAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA SECUENCIA DEBE SER LA SIGUIENTE A LA ULTIMA ACEPTADA (DESPUES
      * DE 999999 VUELVE A 1). LA MISMA SECUENCIA SOLO SE ADMITE COMO
      * REPROCESO DE UNA NOCHE QUE NO TERMINO: MISMA FECHA DE
      * EXTRACCION, MISMA CANTIDAD Y MISMA SUMA QUE LA YA ACEPTADA.
       2230-CONTROLAR-SECUENCIA.

           MOVE 'SECUENCIA'                 TO WS-CTL-DET-CONTROL.

           IF WS-RRHH-CAB-SECUENCIA IS NOT NUMERIC
              MOVE SPACES                   TO WS-CTL-DET-TEXTO
              STRING 'SECUENCIA INVALIDA: '      DELIMITED SIZE
                     WS-ENT-ENTRADA(18:6)        DELIMITED SIZE
                     INTO WS-CTL-DET-TEXTO
              END-STRING
              PERFORM 2810-ANOTAR-FALLA
                 THRU 2810-ANOTAR-FALLA-FIN
              GO TO 2230-CONTROLAR-SECUENCIA-FIN
           END-IF.

           MOVE WS-RRHH-CAB-SECUENCIA
                TO WS-CTL-HOY-SECUENCIA(WS-SUB-ARCHIVO).

           IF WS-CTL-SIN-PREVIA(WS-SUB-ARCHIVO)
              MOVE SPACES                   TO WS-CTL-DET-TEXTO
              STRING 'PRIMERA ENTREGA REGISTRADA: '
                                                 DELIMITED SIZE
                     WS-RRHH-CAB-SECUENCIA       DELIMITED SIZE
                     INTO WS-CTL-DET-TEXTO
              END-STRING
              PERFORM 2800-ANOTAR-OK
                 THRU 2800-ANOTAR-OK-FIN
              GO TO 2230-CONTROLAR-SECUENCIA-FIN
           END-IF.

           IF WS-CTL-PRE-SECUENCIA(WS-SUB-ARCHIVO) = 999999
              MOVE 1                        TO WS-SECUENCIA-ESPERADA
           ELSE
              COMPUTE WS-SECUENCIA-ESPERADA =
                  WS-CTL-PRE-SECUENCIA(WS-SUB-ARCHIVO) + 1
           END-IF.

           EVALUATE TRUE
               WHEN WS-RRHH-CAB-SECUENCIA = WS-SECUENCIA-ESPERADA
                    MOVE SPACES             TO WS-CTL-DET-TEXTO
                    STRING 'ULTIMA ACEPTADA '    DELIMITED SIZE
                           WS-CTL-PRE-SECUENCIA(WS-SUB-ARCHIVO)
                                                 DELIMITED SIZE
                           ' RECIBIDA '          DELIMITED SIZE
                           WS-RRHH-CAB-SECUENCIA DELIMITED SIZE
                           INTO WS-CTL-DET-TEXTO
                    END-STRING
                    PERFORM 2800-ANOTAR-OK
                       THRU 2800-ANOTAR-OK-FIN
               WHEN WS-RRHH-CAB-SECUENCIA
                       = WS-CTL-PRE-SECUENCIA(WS-SUB-ARCHIVO)
                AND WS-RRHH-CAB-FECHA
                       = WS-CTL-PRE-FECHA(WS-SUB-ARCHIVO)
                AND WS-LEC-DETALLES
                       = WS-CTL-PRE-CANTIDAD(WS-SUB-ARCHIVO)
                AND WS-LEC-HASH
                       = WS-CTL-PRE-HASH(WS-SUB-ARCHIVO)
                    MOVE SPACES             TO WS-CTL-DET-TEXTO
                    STRING 'REPROCESO DE LA ENTREGA YA ACEPTADA '
                                                 DELIMITED SIZE
                           WS-RRHH-CAB-SECUENCIA DELIMITED SIZE
                           INTO WS-CTL-DET-TEXTO
                    END-STRING
                    PERFORM 2800-ANOTAR-OK
                       THRU 2800-ANOTAR-OK-FIN
               WHEN WS-RRHH-CAB-SECUENCIA
                       = WS-CTL-PRE-SECUENCIA(WS-SUB-ARCHIVO)
                    MOVE SPACES             TO WS-CTL-DET-TEXTO
                    STRING 'ENTREGA REPETIDA: '  DELIMITED SIZE
                           WS-RRHH-CAB-SECUENCIA DELIMITED SIZE
                           ' YA FUE ACEPTADA'    DELIMITED SIZE
                           INTO WS-CTL-DET-TEXTO
                    END-STRING
                    PERFORM 2810-ANOTAR-FALLA
                       THRU 2810-ANOTAR-FALLA-FIN
               WHEN OTHER
                    MOVE SPACES             TO WS-CTL-DET-TEXTO
                    STRING 'ESPERADA '           DELIMITED SIZE
                           WS-SECUENCIA-ESPERADA DELIMITED SIZE
                           ' RECIBIDA '          DELIMITED SIZE
                           WS-RRHH-CAB-SECUENCIA DELIMITED SIZE
                           INTO WS-CTL-DET-TEXTO
                    END-STRING
                    PERFORM 2810-ANOTAR-FALLA
                       THRU 2810-ANOTAR-FALLA-FIN
           END-EVALUATE.

       2230-CONTROLAR-SECUENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN PIE, O CON REGISTROS DESPUES DEL PIE, LA TRANSFERENCIA
      * QUEDO CORTADA O MEZCLADA Y LOS TOTALES NO SIRVEN.
       2250-CONTROLAR-PIE.

           MOVE 'PIE'                       TO WS-CTL-DET-CONTROL.

           EVALUATE TRUE
               WHEN WS-LEC-SIN-PIE
                    MOVE 'FALTA EL PIE - ARCHIVO INCOMPLETO'
                                             TO WS-CTL-DET-TEXTO
                    PERFORM 2810-ANOTAR-FALLA
                       THRU 2810-ANOTAR-FALLA-FIN
                    GO TO 2250-CONTROLAR-PIE-FIN
               WHEN WS-LEC-TRAS-PIE > 0
                    MOVE SPACES             TO WS-CTL-DET-TEXTO
                    STRING WS-LEC-TRAS-PIE       DELIMITED SIZE
                           ' REGISTROS DESPUES DEL PIE'
                                                 DELIMITED SIZE
                           INTO WS-CTL-DET-TEXTO
                    END-STRING
                    PERFORM 2810-ANOTAR-FALLA
                       THRU 2810-ANOTAR-FALLA-FIN
               WHEN WS-RRHH-PIE-CANTIDAD IS NOT NUMERIC
                 OR WS-RRHH-PIE-HASH IS NOT NUMERIC
                    MOVE 'CANTIDAD O SUMA DEL PIE NO NUMERICA'
                                             TO WS-CTL-DET-TEXTO
                    PERFORM 2810-ANOTAR-FALLA
                       THRU 2810-ANOTAR-FALLA-FIN
                    GO TO 2250-CONTROLAR-PIE-FIN
               WHEN OTHER
                    MOVE 'PRESENTE'         TO WS-CTL-DET-TEXTO
                    PERFORM 2800-ANOTAR-OK
                       THRU 2800-ANOTAR-OK-FIN
           END-EVALUATE.

           MOVE 'CANTIDAD'                  TO WS-CTL-DET-CONTROL.
           MOVE SPACES                      TO WS-CTL-DET-TEXTO.
           STRING 'PIE '                         DELIMITED SIZE
                  WS-RRHH-PIE-CANTIDAD           DELIMITED SIZE
                  ' LEIDOS '                     DELIMITED SIZE
                  WS-LEC-DETALLES                DELIMITED SIZE
                  INTO WS-CTL-DET-TEXTO
           END-STRING.

           IF WS-RRHH-PIE-CANTIDAD = WS-LEC-DETALLES
              PERFORM 2800-ANOTAR-OK
                 THRU 2800-ANOTAR-OK-FIN
           ELSE
              PERFORM 2810-ANOTAR-FALLA
                 THRU 2810-ANOTAR-FALLA-FIN
           END-IF.

           MOVE 'SUMA ID'                   TO WS-CTL-DET-CONTROL.
           MOVE SPACES                      TO WS-CTL-DET-TEXTO.
           STRING 'PIE '                         DELIMITED SIZE
                  WS-RRHH-PIE-HASH               DELIMITED SIZE
                  ' CALCULADA '                  DELIMITED SIZE
                  WS-LEC-HASH                    DELIMITED SIZE
                  INTO WS-CTL-DET-TEXTO
           END-STRING.

           IF WS-RRHH-PIE-HASH = WS-LEC-HASH
              PERFORM 2800-ANOTAR-OK
                 THRU 2800-ANOTAR-OK-FIN
           ELSE
              PERFORM 2810-ANOTAR-FALLA
                 THRU 2810-ANOTAR-FALLA-FIN
           END-IF.

       2250-CONTROLAR-PIE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-ANOTAR-OK.

           MOVE 'OK'                        TO WS-CTL-DET-RESULTADO.
           MOVE WS-REG-CTL-DETALLE          TO WS-SAL-CONTROL.
           PERFORM 2900-ESCRIBIR-CONTROL
              THRU 2900-ESCRIBIR-CONTROL-FIN.

       2800-ANOTAR-OK-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-ANOTAR-FALLA.

           MOVE 'FALLA'                     TO WS-CTL-DET-RESULTADO.
           MOVE WS-REG-CTL-DETALLE          TO WS-SAL-CONTROL.
           PERFORM 2900-ESCRIBIR-CONTROL
              THRU 2900-ESCRIBIR-CONTROL-FIN.

           ADD 1                            TO WS-LEC-FALLAS.
           ADD 1                            TO WS-CONT-FALLAS.

       2810-ANOTAR-FALLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-CONTROL.

           WRITE WS-SAL-CONTROL.

           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL ESCRIBIR CONTROL-ENTRADAS.TXT: '
                      FS-CONTROL
           END-IF.

       2900-ESCRIBIR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2950-EDITAR-FECHA.

           MOVE WS-FEC-DES-DD               TO WS-FEC-EDI-DD.
           MOVE WS-FEC-DES-MM               TO WS-FEC-EDI-MM.
           MOVE WS-FEC-DES-AAAA             TO WS-FEC-EDI-AAAA.

       2950-EDITAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CON LAS TRES ENTREGAS ACEPTADAS SE REGRABAN LAS SECUENCIAS. SI
      * EL ARCHIVO NO SE PUDO REGRABAR LA CORRIDA TERMINA CON 16: LA
      * PROXIMA ENTREGA SE CONTROLARIA CONTRA SECUENCIAS VIEJAS.
       3000-FINALIZAR-PROGRAMA.

           IF WS-INICIO-OK
              CLOSE SAL-CONTROL
              IF NOT FS-CONTROL-OK
                 DISPLAY 'ERROR AL CERRAR EL REPORTE DE CONTROL DE '
                         'ENTRADAS: ' FS-CONTROL
              END-IF
              IF WS-ENTRADAS-ACEPTADAS
                 PERFORM 3100-GRABAR-SECUENCIAS
                    THRU 3100-GRABAR-SECUENCIAS-FIN
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-INICIO-ERROR
                    DISPLAY 'CONTROL DE ENTRADAS ABORTADO - LA TARJETA '
                            'O LAS SECUENCIAS SON INVALIDAS'
                    MOVE 16                  TO RETURN-CODE
               WHEN WS-ENTRADAS-RECHAZADAS
                    DISPLAY 'ENTRADAS DE RRHH RECHAZADAS - VER '
                            'CONTROL-ENTRADAS.TXT'
                    MOVE 8                   TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'ENTRADAS DE RRHH ACEPTADAS'
           END-EVALUATE.

           DISPLAY 'ARCHIVOS ACEPTADOS                : '
                   WS-CONT-ARCHIVOS-ACEPTADOS.
           DISPLAY 'ARCHIVOS RECHAZADOS               : '
                   WS-CONT-ARCHIVOS-RECHAZADOS.
           DISPLAY 'CONTROLES CON FALLA               : '
                   WS-CONT-FALLAS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-SECUENCIAS.

           OPEN OUTPUT SAL-SECUENCIAS.

           IF NOT FS-SEC-NUEVO-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SECUENCIAS '
                      'ACEPTADAS'
              DISPLAY 'FILE STATUS: ' FS-SEC-NUEVO
              SET WS-INICIO-ERROR           TO TRUE
              GO TO 3100-GRABAR-SECUENCIAS-FIN
           END-IF.

           PERFORM 3110-GRABAR-UNA-SECUENCIA
              THRU 3110-GRABAR-UNA-SECUENCIA-FIN
             VARYING WS-SUB-ARCHIVO FROM 1 BY 1
               UNTIL WS-SUB-ARCHIVO > 3.

           CLOSE SAL-SECUENCIAS.

       3100-GRABAR-SECUENCIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EN UN REPROCESO LA LINEA QUEDA IGUAL, SALVO LA FECHA EN QUE SE
      * ACEPTO: LA ENTREGA ES LA MISMA.
       3110-GRABAR-UNA-SECUENCIA.

           MOVE WS-ARC-ORIGEN(WS-SUB-ARCHIVO) TO WS-RRHH-SEC-ORIGEN.
           MOVE WS-CTL-HOY-SECUENCIA(WS-SUB-ARCHIVO)
                TO WS-RRHH-SEC-SECUENCIA.
           MOVE WS-CTL-HOY-FECHA(WS-SUB-ARCHIVO)
                TO WS-RRHH-SEC-FECHA-EXTRACCION.
           MOVE WS-CTL-HOY-CANTIDAD(WS-SUB-ARCHIVO)
                TO WS-RRHH-SEC-CANTIDAD.
           MOVE WS-CTL-HOY-HASH(WS-SUB-ARCHIVO)
                TO WS-RRHH-SEC-HASH.
           MOVE WS-FECHA-HOY
                TO WS-RRHH-SEC-FECHA-ACEPTACION.

           MOVE WS-REG-RRHH-SECUENCIA       TO WS-SAL-SECUENCIAS.
           WRITE WS-SAL-SECUENCIAS.

           IF NOT FS-SEC-NUEVO-OK
              DISPLAY 'ERROR AL ESCRIBIR SECUENCIAS-ENTRADA.TXT: '
                      FS-SEC-NUEVO
              SET WS-INICIO-ERROR           TO TRUE
           END-IF.

       3110-GRABAR-UNA-SECUENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ25.
