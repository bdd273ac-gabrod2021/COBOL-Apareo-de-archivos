      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CONTROL DE VOLUMEN DE LA NOCHE CONTRA EL PROMEDIO DE
      *          LAS NOCHES ANTERIORES (ESTADISTICAS-CADENA.TXT)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ20.
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

       SELECT ENT-REPORTE
           ASSIGN TO '../REPORTE-CL14EJ01.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT ENT-ESTADISTICAS
           ASSIGN TO '../ESTADISTICAS-CADENA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADISTICAS.

       SELECT SAL-VOLUMEN
           ASSIGN TO '../CONTROL-VOLUMEN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VOLUMEN.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * TARJETA DE CONTROL DE CORRIDA COMPARTIDA CON TODA LA CADENA:
      * LINEAS "CLAVE=VALOR". ESTE PROGRAMA TOMA LA CANTIDAD DE NOCHES
      * A PROMEDIAR (VENTANA-PROMEDIO) Y LA TOLERANCIA EN PORCENTAJE DE
      * CADA CONTADOR (TOLERANCIA-xxx); EL RESTO DE LAS CLAVES SE
      * ACEPTA Y SE IGNORA.
       FD ENT-PARAMS.
       01 WS-ENT-PARAMS                     PIC X(120).

       FD ENT-REPORTE.
       01 WS-ENT-REPORTE                    PIC X(80).

       FD ENT-ESTADISTICAS.
       01 WS-ENT-ESTADISTICAS               PIC X(250).

      * REPORTE DEL CONTROL DE VOLUMEN: UNA LINEA POR CONTADOR Y EL
      * ESTADO GENERAL, QUE CL14EJ08 RELEE PARA DECIDIR SI LA
      * CONSOLIDACION PUEDE CORRER.
       FD SAL-VOLUMEN.
       01 WS-SAL-VOLUMEN                    PIC X(80).

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO "ESTADISTICAS-CADENA.TXT": AQUI SE USA COMO
      * AREA DE DESGLOSE DE CADA NOCHE LEIDA.
          COPY ESTADISTICA.

      * AREA DE TRABAJO PARA DESGLOSAR UNA LINEA "CLAVE=VALOR" DE LA
      * TARJETA DE PARAMETROS.
       01 WS-PARSE-PARAMETRO.
          05 WS-PRM-CLAVE                   PIC X(30).
          05 WS-PRM-VALOR                   PIC X(100).
          05 WS-PRM-LARGO                   PIC 9(04).

       01 FS-STATUS.
          05 FS-PARAMS                      PIC X(2).
             88 FS-PARAMS-OK                    VALUE '00'.
             88 FS-PARAMS-EOF                   VALUE '10'.
             88 FS-PARAMS-NFD                   VALUE '35'.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.
             88 FS-REPORTE-EOF                  VALUE '10'.
             88 FS-REPORTE-NFD                  VALUE '35'.
          05 FS-ESTADISTICAS                PIC X(2).
             88 FS-ESTADISTICAS-OK              VALUE '00'.
             88 FS-ESTADISTICAS-EOF             VALUE '10'.
             88 FS-ESTADISTICAS-NFD             VALUE '35'.
          05 FS-VOLUMEN                     PIC X(2).
             88 FS-VOLUMEN-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-PARAMS                   PIC X(01) VALUE 'S'.
             88 WS-PARAMS-OK                    VALUE 'S'.
             88 WS-PARAMS-ERROR                 VALUE 'N'.
          05 WS-SW-INICIO                   PIC X(01) VALUE 'S'.
             88 WS-INICIO-OK                    VALUE 'S'.
             88 WS-INICIO-ERROR                 VALUE 'N'.
          05 WS-SW-VOLUMEN                  PIC X(01) VALUE 'S'.
             88 WS-VOLUMEN-DENTRO               VALUE 'S'.
             88 WS-VOLUMEN-FUERA                VALUE 'N'.
          05 WS-SW-CONCEPTO                 PIC X(01) VALUE 'N'.
             88 WS-CONCEPTO-HALLADO             VALUE 'S'.
             88 WS-CONCEPTO-NO-HALLADO          VALUE 'N'.

      * CANTIDAD DE NOCHES COMPLETAS ANTERIORES QUE ENTRAN EN EL
      * PROMEDIO. SIN LA CLAVE EN LA TARJETA SE PROMEDIA LA ULTIMA
      * SEMANA.
       01 WS-PAR-VENTANA                    PIC 9(02) VALUE 7.

      * CONCEPTOS CONTROLADOS, EN EL ORDEN EN QUE CL14EJ01 LOS GRABA
      * EN EL REPORTE DE CONTROL (EL MISMO ORDEN DE LA VISTA TABULAR
      * DE ESTADISTICA): NOMBRE PARA EL REPORTE, ETIQUETA EXACTA DE LA
      * LINEA DEL REPORTE DE CONTROL Y CLAVE DE SU TOLERANCIA EN LA
      * TARJETA DE PARAMETROS.
       01 WS-CONCEPTOS-VALORES.
          05 FILLER PIC X(14) VALUE 'EMPLEADOS'.
          05 FILLER PIC X(38) VALUE
             'CANTIDAD DE REGISTROS EMPLEADOS   :'.
          05 FILLER PIC X(30) VALUE 'TOLERANCIA-EMPLEADOS'.
          05 FILLER PIC X(14) VALUE 'APAREADOS'.
          05 FILLER PIC X(38) VALUE
             'CANTIDAD DE REGISTROS APAREADOS   :'.
          05 FILLER PIC X(30) VALUE 'TOLERANCIA-APAREADOS'.
          05 FILLER PIC X(14) VALUE 'CON ERROR'.
          05 FILLER PIC X(38) VALUE
             'CANTIDAD DE REGISTROS CON ERROR   :'.
          05 FILLER PIC X(30) VALUE 'TOLERANCIA-ERROR'.
          05 FILLER PIC X(14) VALUE 'SIN DIRECCION'.
          05 FILLER PIC X(38) VALUE
             '   SIN DIRECCION (EMPLEADO)       :'.
          05 FILLER PIC X(30) VALUE 'TOLERANCIA-SIN-DIRECCION'.
          05 FILLER PIC X(14) VALUE 'SIN EMPLEADO'.
          05 FILLER PIC X(38) VALUE
             '   SIN EMPLEADO (DIRECCION)       :'.
          05 FILLER PIC X(30) VALUE 'TOLERANCIA-SIN-EMPLEADO'.
          05 FILLER PIC X(14) VALUE 'SIN TELEFONO'.
          05 FILLER PIC X(38) VALUE
             '   SIN TELEFONO (EMPLEADO)        :'.
          05 FILLER PIC X(30) VALUE 'TOLERANCIA-SIN-TELEFONO'.
          05 FILLER PIC X(14) VALUE 'DIR. INVALIDA'.
          05 FILLER PIC X(38) VALUE
             '   DIRECCION INVALIDA             :'.
          05 FILLER PIC X(30) VALUE 'TOLERANCIA-DIR-INVALIDA'.
          05 FILLER PIC X(14) VALUE 'INACTIVOS'.
          05 FILLER PIC X(38) VALUE
             'CANTIDAD DE REGISTROS INACTIVOS   :'.
          05 FILLER PIC X(30) VALUE 'TOLERANCIA-INACTIVOS'.
          05 FILLER PIC X(14) VALUE 'BAJAS'.
          05 FILLER PIC X(38) VALUE
             'CANTIDAD DE REGISTROS DE BAJA     :'.
          05 FILLER PIC X(30) VALUE 'TOLERANCIA-BAJAS'.
          05 FILLER PIC X(14) VALUE 'LICENCIAS'.
          05 FILLER PIC X(38) VALUE
             'CANTIDAD DE REGISTROS EN LICENCIA :'.
          05 FILLER PIC X(30) VALUE 'TOLERANCIA-LICENCIAS'.

       01 WS-CONCEPTOS-R REDEFINES WS-CONCEPTOS-VALORES.
          05 WS-CONCEPTO OCCURS 10 TIMES.
             10 WS-CON-NOMBRE               PIC X(14).
             10 WS-CON-ETIQUETA             PIC X(38).
             10 WS-CON-CLAVE                PIC X(30).

      * VALORES DE LA NOCHE, PROMEDIO Y RESULTADO DE CADA CONCEPTO.
      * UN CONCEPTO SIN TOLERANCIA EN LA TARJETA SE INFORMA PERO NO SE
      * CONTROLA.
       01 WS-TABLA-CONTROL.
          05 WS-CONTROL OCCURS 10 TIMES.
             10 WS-CTL-HOY                  PIC 9(08).
             10 WS-CTL-SUMA                 PIC 9(12).
             10 WS-CTL-PROMEDIO             PIC 9(08)V99.
             10 WS-CTL-DESVIO               PIC 9(06)V99.
             10 WS-CTL-TOLERANCIA           PIC 9(03).
             10 WS-CTL-SW-TOLERANCIA        PIC X(01).
                88 WS-CTL-CONTROLADO            VALUE 'S'.
                88 WS-CTL-LIBRE                 VALUE 'N'.
             10 WS-CTL-SW-HALLADO           PIC X(01).
                88 WS-CTL-HALLADO               VALUE 'S'.
                88 WS-CTL-NO-HALLADO            VALUE 'N'.

       01 WS-SUB-CONCEPTO                   PIC 9(02) VALUE 0.
       01 WS-REP-ETIQUETAS-HALLADAS         PIC 9(02) VALUE 0.

      * NOCHES COMPLETAS ANTERIORES A HOY, DE LA MAS VIEJA A LA MAS
      * NUEVA, TAL COMO ESTAN GRABADAS EN LA HISTORIA. EL PROMEDIO SE
      * TOMA SOBRE LAS ULTIMAS WS-PAR-VENTANA DE ELLAS.
       01 WS-TAB-HIS-CANTIDAD               PIC 9(04) VALUE 0.
       01 WS-TAB-HIS-DESDE                  PIC 9(04) VALUE 1.
       01 WS-TAB-HIS-IDX                    PIC 9(04) VALUE 0.
       01 WS-NOCHES-PROMEDIADAS             PIC 9(04) VALUE 0.

       01 WS-TABLA-HISTORIA.
          05 WS-TAB-HIS-NOCHE OCCURS 1 TO 9999 TIMES
                              DEPENDING ON WS-TAB-HIS-CANTIDAD.
             10 WS-TAB-HIS-FECHA            PIC 9(08).
             10 WS-TAB-HIS-CONTADOR OCCURS 10 TIMES
                                             PIC 9(08).

       01 WS-DIFERENCIA                     PIC 9(08)V99 VALUE 0.

       01 WS-FECHA-SISTEMA.
          05 WS-FEC-SIS-AAAA                PIC 9(04).
          05 WS-FEC-SIS-MM                  PIC 9(02).
          05 WS-FEC-SIS-DD                  PIC 9(02).

       01 WS-FECHA-HOY REDEFINES WS-FECHA-SISTEMA
                                             PIC 9(08).

       01 WS-CONTADORES.
          05 WS-CONT-REG-HISTORIA           PIC 9(08) VALUE 0.
          05 WS-CONT-CONCEPTOS-FUERA        PIC 9(02) VALUE 0.

      * IMAGENES EN MEMORIA DE LAS LINEAS DEL REPORTE DE VOLUMEN.
       01 WS-REG-VOL-TITULO                 PIC X(80) VALUE
          'CONTROL DE VOLUMEN - PROGRAMA CL14EJ20'.

       01 WS-REG-VOL-SEPARADOR              PIC X(80) VALUE ALL '-'.

       01 WS-REG-VOL-FECHA.
          05 FILLER                        PIC X(20)
             VALUE 'FECHA DE CORRIDA  : '.
          05 WS-VOL-FEC-DD                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-VOL-FEC-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-VOL-FEC-AAAA                PIC 9(04).
          05 FILLER                        PIC X(50) VALUE SPACES.

       01 WS-REG-VOL-NOCHES.
          05 FILLER                        PIC X(20)
             VALUE 'NOCHES PROMEDIADAS: '.
          05 WS-VOL-NOCHES                  PIC 9(04).
          05 FILLER                        PIC X(14)
             VALUE ' (VENTANA DE '.
          05 WS-VOL-VENTANA                 PIC 9(02).
          05 FILLER                        PIC X(01) VALUE ')'.
          05 FILLER                        PIC X(39) VALUE SPACES.

      * LINEA DE DETALLE: CL14EJ08 COPIA TAL CUAL A SU BITACORA LAS
      * LINEAS CUYO RESULTADO ES "FUERA", COMO MOTIVO DE LA DETENCION.
       01 WS-REG-VOL-DETALLE.
          05 WS-VOL-CONCEPTO                PIC X(14).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 FILLER                        PIC X(05) VALUE 'HOY: '.
          05 WS-VOL-HOY                     PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 FILLER                        PIC X(06) VALUE 'PROM: '.
          05 WS-VOL-PROMEDIO                PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 FILLER                        PIC X(06) VALUE 'DESV: '.
          05 WS-VOL-DESVIO                  PIC 9(04).
          05 FILLER                        PIC X(01) VALUE '%'.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 FILLER                        PIC X(05) VALUE 'TOL: '.
          05 WS-VOL-TOLERANCIA              PIC 9(03).
          05 FILLER                        PIC X(01) VALUE '%'.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-VOL-RESULTADO               PIC X(12).
          05 FILLER                        PIC X(02) VALUE SPACES.

       01 WS-REG-VOL-ESTADO.
          05 FILLER                        PIC X(20)
             VALUE 'ESTADO GENERAL    : '.
          05 WS-VOL-ESTADO-TEXTO            PIC X(60).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-INICIO-OK
              PERFORM 2000-CONTROLAR-VOLUMEN
                 THRU 2000-CONTROLAR-VOLUMEN-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.
           INITIALIZE WS-TABLA-CONTROL.

           PERFORM 1010-INICIAR-CONCEPTO
              THRU 1010-INICIAR-CONCEPTO-FIN
             VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > 10.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-LEER-PARAMETROS-FIN.

           IF WS-PARAMS-ERROR
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1100-LEVANTAR-REPORTE
              THRU 1100-LEVANTAR-REPORTE-FIN.

           IF WS-INICIO-OK
              AND WS-REP-ETIQUETAS-HALLADAS < 10
              DISPLAY 'REPORTE DE CONTROL INCOMPLETO'
              DISPLAY '   ETIQUETAS HALLADAS: '
                      WS-REP-ETIQUETAS-HALLADAS
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

           IF WS-INICIO-OK
              PERFORM 1200-CARGAR-HISTORIA
                 THRU 1200-CARGAR-HISTORIA-FIN
           END-IF.

           IF WS-INICIO-OK
              PERFORM 1300-ABRIR-VOLUMEN
                 THRU 1300-ABRIR-VOLUMEN-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1010-INICIAR-CONCEPTO.

           SET WS-CTL-LIBRE(WS-SUB-CONCEPTO)     TO TRUE.
           SET WS-CTL-NO-HALLADO(WS-SUB-CONCEPTO) TO TRUE.

       1010-INICIAR-CONCEPTO-FIN.
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
      * LAS CLAVES "TOLERANCIA-" SE RESUELVEN CONTRA LA TABLA DE
      * CONCEPTOS; LAS CLAVES DE LOS DEMAS PROGRAMAS DE LA CADENA SE
      * ACEPTAN Y SE IGNORAN; UNA CLAVE DESCONOCIDA ABORTA.
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

           IF WS-PRM-CLAVE(1:11) = 'TOLERANCIA-'
              PERFORM 1080-TOMAR-TOLERANCIA
                 THRU 1080-TOMAR-TOLERANCIA-FIN
              GO TO 1070-INTERPRETAR-PARAMETRO-FIN
           END-IF.

           EVALUATE WS-PRM-CLAVE
               WHEN 'VENTANA-PROMEDIO'
                    PERFORM 1075-TOMAR-VENTANA
                       THRU 1075-TOMAR-VENTANA-FIN
               WHEN 'EMPLEADOS'
               WHEN 'DIRECCIONES'
               WHEN 'TELEFONOS'
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
               WHEN 'SECUENCIAS-ENTRADA'
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
       1075-TOMAR-VENTANA.

           COMPUTE WS-PRM-LARGO =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PRM-VALOR)).

           IF WS-PRM-LARGO = 0
              OR WS-PRM-LARGO > 2
              OR WS-PRM-VALOR(1:WS-PRM-LARGO) IS NOT NUMERIC
              DISPLAY 'VENTANA-PROMEDIO INVALIDO: ' WS-PRM-VALOR
              SET WS-PARAMS-ERROR TO TRUE
              GO TO 1075-TOMAR-VENTANA-FIN
           END-IF.

           COMPUTE WS-PAR-VENTANA =
               FUNCTION NUMVAL(WS-PRM-VALOR(1:WS-PRM-LARGO)).

           IF WS-PAR-VENTANA = 0
              DISPLAY 'VENTANA-PROMEDIO DEBE ESTAR ENTRE 1 Y 99'
              SET WS-PARAMS-ERROR TO TRUE
           END-IF.

       1075-TOMAR-VENTANA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOMA LA TOLERANCIA (PORCENTAJE ENTERO DE 0 A 999) DE UN
      * CONCEPTO. LA CLAVE DEBE SER UNA DE LAS DE LA TABLA DE
      * CONCEPTOS.
       1080-TOMAR-TOLERANCIA.

           SET WS-CONCEPTO-NO-HALLADO       TO TRUE.

           PERFORM 1085-BUSCAR-CLAVE-CONCEPTO
              THRU 1085-BUSCAR-CLAVE-CONCEPTO-FIN
             VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > 10
                  OR WS-CONCEPTO-HALLADO.

           IF WS-CONCEPTO-NO-HALLADO
              DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PRM-CLAVE
              SET WS-PARAMS-ERROR TO TRUE
              GO TO 1080-TOMAR-TOLERANCIA-FIN
           END-IF.

      * EL VARYING AVANZO UNA POSICION MAS ALLA DEL CONCEPTO HALLADO.
           SUBTRACT 1                       FROM WS-SUB-CONCEPTO.

           COMPUTE WS-PRM-LARGO =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PRM-VALOR)).

           IF WS-PRM-LARGO = 0
              OR WS-PRM-LARGO > 3
              OR WS-PRM-VALOR(1:WS-PRM-LARGO) IS NOT NUMERIC
              DISPLAY WS-PRM-CLAVE ' INVALIDO: ' WS-PRM-VALOR
              SET WS-PARAMS-ERROR TO TRUE
              GO TO 1080-TOMAR-TOLERANCIA-FIN
           END-IF.

           COMPUTE WS-CTL-TOLERANCIA(WS-SUB-CONCEPTO) =
               FUNCTION NUMVAL(WS-PRM-VALOR(1:WS-PRM-LARGO)).

           SET WS-CTL-CONTROLADO(WS-SUB-CONCEPTO) TO TRUE.

       1080-TOMAR-TOLERANCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1085-BUSCAR-CLAVE-CONCEPTO.

           IF WS-CON-CLAVE(WS-SUB-CONCEPTO) = WS-PRM-CLAVE
              SET WS-CONCEPTO-HALLADO       TO TRUE
           END-IF.

       1085-BUSCAR-CLAVE-CONCEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEVANTAR-REPORTE.

           OPEN INPUT ENT-REPORTE.

           EVALUATE TRUE
               WHEN FS-REPORTE-OK
                    PERFORM 1110-LEER-LINEA-REPORTE
                       THRU 1110-LEER-LINEA-REPORTE-FIN
                      UNTIL FS-REPORTE-EOF
                    CLOSE ENT-REPORTE
               WHEN FS-REPORTE-NFD
                    DISPLAY 'NO SE ENCUENTRA EL REPORTE DE CONTROL'
                    DISPLAY 'FILE STATUS: ' FS-REPORTE
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL REPORTE DE CONTROL'
                    DISPLAY 'FILE STATUS: ' FS-REPORTE
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1100-LEVANTAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-LINEA-REPORTE.

           READ ENT-REPORTE.

           EVALUATE TRUE
               WHEN FS-REPORTE-OK
                    PERFORM 1120-RECONOCER-CONTADOR
                       THRU 1120-RECONOCER-CONTADOR-FIN
               WHEN FS-REPORTE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL REPORTE DE CONTROL'
                    DISPLAY 'FILE STATUS: ' FS-REPORTE
                    SET WS-INICIO-ERROR TO TRUE
                    SET FS-REPORTE-EOF      TO TRUE
           END-EVALUATE.

       1110-LEER-LINEA-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECONOCE UNA LINEA DE CONTADOR DEL REPORTE POR SU ETIQUETA,
      * IGUAL QUE CL14EJ05. LAS LINEAS DE TITULO, FECHA, HORA Y
      * ARCHIVOS DE ENTRADA NO COINCIDEN CON NINGUNA ETIQUETA.
       1120-RECONOCER-CONTADOR.

           IF WS-ENT-REPORTE(39:8) IS NOT NUMERIC
              GO TO 1120-RECONOCER-CONTADOR-FIN
           END-IF.

           PERFORM 1125-COMPARAR-ETIQUETA
              THRU 1125-COMPARAR-ETIQUETA-FIN
             VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > 10.

       1120-RECONOCER-CONTADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1125-COMPARAR-ETIQUETA.

           IF WS-ENT-REPORTE(1:38) = WS-CON-ETIQUETA(WS-SUB-CONCEPTO)
              AND WS-CTL-NO-HALLADO(WS-SUB-CONCEPTO)
              MOVE WS-ENT-REPORTE(39:8)
                        TO WS-CTL-HOY(WS-SUB-CONCEPTO)
              SET WS-CTL-HALLADO(WS-SUB-CONCEPTO) TO TRUE
              ADD 1                         TO WS-REP-ETIQUETAS-HALLADAS
           END-IF.

       1125-COMPARAR-ETIQUETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LAS NOCHES COMPLETAS ANTERIORES A HOY. LAS NOCHES
      * DETENIDAS (POR UN PASO, POR EL BALANCEO O POR ESTE MISMO
      * CONTROL) NO ENTRAN EN EL PROMEDIO: SUS CIFRAS NO SALIERON. LA
      * PRIMERA NOCHE NO HAY HISTORIA Y EL CONTROL SE INFORMA SIN
      * PROMEDIO.
       1200-CARGAR-HISTORIA.

           MOVE 0                           TO WS-TAB-HIS-CANTIDAD.

           OPEN INPUT ENT-ESTADISTICAS.

           EVALUATE TRUE
               WHEN FS-ESTADISTICAS-OK
                    PERFORM 1210-LEER-HISTORIA
                       THRU 1210-LEER-HISTORIA-FIN
                      UNTIL FS-ESTADISTICAS-EOF
                         OR WS-INICIO-ERROR
                    CLOSE ENT-ESTADISTICAS
               WHEN FS-ESTADISTICAS-NFD
                    DISPLAY 'SIN HISTORIA DE ESTADISTICAS PREVIA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ESTADISTICAS-CADENA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-ESTADISTICAS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1200-CARGAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-HISTORIA.

           READ ENT-ESTADISTICAS.

           EVALUATE TRUE
               WHEN FS-ESTADISTICAS-OK
                    ADD 1                   TO WS-CONT-REG-HISTORIA
                    MOVE WS-ENT-ESTADISTICAS TO WS-REG-ESTADISTICA
                    PERFORM 1220-GUARDAR-NOCHE
                       THRU 1220-GUARDAR-NOCHE-FIN
               WHEN FS-ESTADISTICAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER ESTADISTICAS-CADENA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-ESTADISTICAS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1210-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-GUARDAR-NOCHE.

           IF WS-EST-FECHA IS NOT NUMERIC
              OR WS-EST-FECHA NOT < WS-FECHA-HOY
              OR NOT WS-EST-COMPLETA
              GO TO 1220-GUARDAR-NOCHE-FIN
           END-IF.

           IF WS-TAB-HIS-CANTIDAD >= 9999
              DISPLAY 'HISTORIA DE ESTADISTICAS EXCEDE 9999 NOCHES'
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1220-GUARDAR-NOCHE-FIN
           END-IF.

           ADD 1                            TO WS-TAB-HIS-CANTIDAD.
           MOVE WS-EST-FECHA
                     TO WS-TAB-HIS-FECHA(WS-TAB-HIS-CANTIDAD).

           PERFORM 1225-GUARDAR-CONTADOR
              THRU 1225-GUARDAR-CONTADOR-FIN
             VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > 10.

       1220-GUARDAR-NOCHE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1225-GUARDAR-CONTADOR.

           IF WS-EST-CONTADOR(WS-SUB-CONCEPTO) IS NUMERIC
              MOVE WS-EST-CONTADOR(WS-SUB-CONCEPTO)
                TO WS-TAB-HIS-CONTADOR(WS-TAB-HIS-CANTIDAD,
                                       WS-SUB-CONCEPTO)
           ELSE
              MOVE 0
                TO WS-TAB-HIS-CONTADOR(WS-TAB-HIS-CANTIDAD,
                                       WS-SUB-CONCEPTO)
           END-IF.

       1225-GUARDAR-CONTADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-VOLUMEN.

           OPEN OUTPUT SAL-VOLUMEN.

           IF NOT FS-VOLUMEN-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CONTROL DE VOLUMEN'
              DISPLAY 'FILE STATUS: ' FS-VOLUMEN
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

       1300-ABRIR-VOLUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA CADA CONTADOR DE LA NOCHE CONTRA EL PROMEDIO DE LAS
      * ULTIMAS NOCHES COMPLETAS. UN CONTADOR CON TOLERANCIA QUE SE
      * APARTA DEL PROMEDIO MAS QUE ESE PORCENTAJE (HACIA ARRIBA O
      * HACIA ABAJO) DEJA EL VOLUMEN FUERA DE TOLERANCIA.
       2000-CONTROLAR-VOLUMEN.

           IF WS-TAB-HIS-CANTIDAD > WS-PAR-VENTANA
              COMPUTE WS-TAB-HIS-DESDE =
                      WS-TAB-HIS-CANTIDAD - WS-PAR-VENTANA + 1
           ELSE
              MOVE 1                        TO WS-TAB-HIS-DESDE
           END-IF.

           COMPUTE WS-NOCHES-PROMEDIADAS =
                   WS-TAB-HIS-CANTIDAD - WS-TAB-HIS-DESDE + 1.

           MOVE WS-REG-VOL-TITULO           TO WS-SAL-VOLUMEN.
           PERFORM 2900-ESCRIBIR-VOLUMEN
              THRU 2900-ESCRIBIR-VOLUMEN-FIN.

           MOVE WS-REG-VOL-SEPARADOR        TO WS-SAL-VOLUMEN.
           PERFORM 2900-ESCRIBIR-VOLUMEN
              THRU 2900-ESCRIBIR-VOLUMEN-FIN.

           MOVE WS-FEC-SIS-DD               TO WS-VOL-FEC-DD.
           MOVE WS-FEC-SIS-MM               TO WS-VOL-FEC-MM.
           MOVE WS-FEC-SIS-AAAA             TO WS-VOL-FEC-AAAA.
           MOVE WS-REG-VOL-FECHA            TO WS-SAL-VOLUMEN.
           PERFORM 2900-ESCRIBIR-VOLUMEN
              THRU 2900-ESCRIBIR-VOLUMEN-FIN.

           MOVE WS-NOCHES-PROMEDIADAS       TO WS-VOL-NOCHES.
           MOVE WS-PAR-VENTANA              TO WS-VOL-VENTANA.
           MOVE WS-REG-VOL-NOCHES           TO WS-SAL-VOLUMEN.
           PERFORM 2900-ESCRIBIR-VOLUMEN
              THRU 2900-ESCRIBIR-VOLUMEN-FIN.

           MOVE WS-REG-VOL-SEPARADOR        TO WS-SAL-VOLUMEN.
           PERFORM 2900-ESCRIBIR-VOLUMEN
              THRU 2900-ESCRIBIR-VOLUMEN-FIN.

           PERFORM 2100-CONTROLAR-CONCEPTO
              THRU 2100-CONTROLAR-CONCEPTO-FIN
             VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > 10.

           MOVE WS-REG-VOL-SEPARADOR        TO WS-SAL-VOLUMEN.
           PERFORM 2900-ESCRIBIR-VOLUMEN
              THRU 2900-ESCRIBIR-VOLUMEN-FIN.

           IF WS-VOLUMEN-DENTRO
              MOVE 'DENTRO DE TOLERANCIA'   TO WS-VOL-ESTADO-TEXTO
           ELSE
              MOVE 'FUERA DE TOLERANCIA - RETENER LA CONSOLIDACION'
                                             TO WS-VOL-ESTADO-TEXTO
           END-IF.

           MOVE WS-REG-VOL-ESTADO           TO WS-SAL-VOLUMEN.
           PERFORM 2900-ESCRIBIR-VOLUMEN
              THRU 2900-ESCRIBIR-VOLUMEN-FIN.

       2000-CONTROLAR-VOLUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-CONTROLAR-CONCEPTO.

           MOVE WS-CON-NOMBRE(WS-SUB-CONCEPTO) TO WS-VOL-CONCEPTO.
           MOVE WS-CTL-HOY(WS-SUB-CONCEPTO)    TO WS-VOL-HOY.
           MOVE WS-CTL-TOLERANCIA(WS-SUB-CONCEPTO)
                                             TO WS-VOL-TOLERANCIA.
           MOVE 0                           TO WS-VOL-PROMEDIO.
           MOVE 0                           TO WS-VOL-DESVIO.

           IF WS-NOCHES-PROMEDIADAS = 0
              MOVE 'SIN HISTORIA'           TO WS-VOL-RESULTADO
              GO TO 2190-GRABAR-CONCEPTO
           END-IF.

           MOVE 0                     TO WS-CTL-SUMA(WS-SUB-CONCEPTO).

           PERFORM 2110-SUMAR-NOCHE
              THRU 2110-SUMAR-NOCHE-FIN
             VARYING WS-TAB-HIS-IDX FROM WS-TAB-HIS-DESDE BY 1
               UNTIL WS-TAB-HIS-IDX > WS-TAB-HIS-CANTIDAD.

           COMPUTE WS-CTL-PROMEDIO(WS-SUB-CONCEPTO) ROUNDED =
                   WS-CTL-SUMA(WS-SUB-CONCEPTO)
                 / WS-NOCHES-PROMEDIADAS.

           COMPUTE WS-VOL-PROMEDIO ROUNDED =
                   WS-CTL-PROMEDIO(WS-SUB-CONCEPTO).

      * CON PROMEDIO CERO CUALQUIER VALOR DISTINTO DE CERO SE TOMA COMO
      * EL MAXIMO DESVIO POSIBLE EN VEZ DE DIVIDIR POR CERO.
           IF WS-CTL-HOY(WS-SUB-CONCEPTO) >
              WS-CTL-PROMEDIO(WS-SUB-CONCEPTO)
              COMPUTE WS-DIFERENCIA = WS-CTL-HOY(WS-SUB-CONCEPTO)
                                    - WS-CTL-PROMEDIO(WS-SUB-CONCEPTO)
           ELSE
              COMPUTE WS-DIFERENCIA = WS-CTL-PROMEDIO(WS-SUB-CONCEPTO)
                                    - WS-CTL-HOY(WS-SUB-CONCEPTO)
           END-IF.

           EVALUATE TRUE
               WHEN WS-DIFERENCIA = 0
                    MOVE 0         TO WS-CTL-DESVIO(WS-SUB-CONCEPTO)
               WHEN WS-CTL-PROMEDIO(WS-SUB-CONCEPTO) = 0
                    MOVE 9999      TO WS-CTL-DESVIO(WS-SUB-CONCEPTO)
               WHEN OTHER
                    COMPUTE WS-CTL-DESVIO(WS-SUB-CONCEPTO) ROUNDED =
                            WS-DIFERENCIA * 100
                          / WS-CTL-PROMEDIO(WS-SUB-CONCEPTO)
                       ON SIZE ERROR
                          MOVE 9999
                            TO WS-CTL-DESVIO(WS-SUB-CONCEPTO)
                    END-COMPUTE
           END-EVALUATE.

           IF WS-CTL-DESVIO(WS-SUB-CONCEPTO) > 9999
              MOVE 9999              TO WS-VOL-DESVIO
           ELSE
              COMPUTE WS-VOL-DESVIO ROUNDED =
                      WS-CTL-DESVIO(WS-SUB-CONCEPTO)
           END-IF.

           EVALUATE TRUE
               WHEN WS-CTL-LIBRE(WS-SUB-CONCEPTO)
                    MOVE 'SIN CONTROL'      TO WS-VOL-RESULTADO
               WHEN WS-CTL-DESVIO(WS-SUB-CONCEPTO) >
                    WS-CTL-TOLERANCIA(WS-SUB-CONCEPTO)
                    MOVE 'FUERA'            TO WS-VOL-RESULTADO
                    SET WS-VOLUMEN-FUERA    TO TRUE
                    ADD 1                   TO WS-CONT-CONCEPTOS-FUERA
               WHEN OTHER
                    MOVE 'DENTRO'           TO WS-VOL-RESULTADO
           END-EVALUATE.

       2190-GRABAR-CONCEPTO.

           MOVE WS-REG-VOL-DETALLE          TO WS-SAL-VOLUMEN.
           PERFORM 2900-ESCRIBIR-VOLUMEN
              THRU 2900-ESCRIBIR-VOLUMEN-FIN.

       2100-CONTROLAR-CONCEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-SUMAR-NOCHE.

           ADD WS-TAB-HIS-CONTADOR(WS-TAB-HIS-IDX, WS-SUB-CONCEPTO)
                                    TO WS-CTL-SUMA(WS-SUB-CONCEPTO).

       2110-SUMAR-NOCHE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-VOLUMEN.

           WRITE WS-SAL-VOLUMEN.

           IF NOT FS-VOLUMEN-OK
              DISPLAY 'ERROR AL ESCRIBIR CONTROL-VOLUMEN.TXT: '
                      FS-VOLUMEN
           END-IF.

       2900-ESCRIBIR-VOLUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-INICIO-OK
              CLOSE SAL-VOLUMEN
              IF NOT FS-VOLUMEN-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO CONTROL DE VOLUMEN: '
                         FS-VOLUMEN
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-INICIO-ERROR
                    DISPLAY 'CONTROL DE VOLUMEN ABORTADO - FALTAN '
                            'ENTRADAS O LA TARJETA ES INVALIDA'
                    MOVE 16                  TO RETURN-CODE
               WHEN WS-VOLUMEN-FUERA
                    DISPLAY 'VOLUMEN FUERA DE TOLERANCIA'
                    MOVE 8                   TO RETURN-CODE
               WHEN OTHER
                    DISPLAY 'VOLUMEN DENTRO DE TOLERANCIA'
           END-EVALUATE.

           DISPLAY 'NOCHES LEIDAS DE LA HISTORIA      : '
                   WS-CONT-REG-HISTORIA.
           DISPLAY 'NOCHES PROMEDIADAS                : '
                   WS-NOCHES-PROMEDIADAS.
           DISPLAY 'CONCEPTOS FUERA DE TOLERANCIA     : '
                   WS-CONT-CONCEPTOS-FUERA.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ20.
