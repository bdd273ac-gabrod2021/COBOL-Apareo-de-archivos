
       FILE-CONTROL.

       SELECT ENT-PARAMS
           ASSIGN TO '../PARAMS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMS.

       SELECT ENT-NOVEDADES
           ASSIGN TO '../NOVEDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

       SELECT TRB-AUDITORIA
           ASSIGN TO '../AUDITORIA-CL14EJ03.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRB-AUDITORIA.

       SELECT SAL-AUDITORIA
           ASSIGN TO '../AUDITORIA-MANTENIMIENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       SELECT TRB-PRUEBA
           ASSIGN TO '../PRUEBA-NOVEDADES-TRB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRB-PRUEBA.

       SELECT SAL-PRUEBA
           ASSIGN TO '../PRUEBA-NOVEDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRUEBA.

       SELECT ARCH-SORT
           ASSIGN TO 'SORTWK-CL14EJ03'.


       FILE SECTION.

      * TARJETA DE CONTROL DE CORRIDA COMPARTIDA CON TODA LA CADENA:
      * LINEAS "CLAVE=VALOR". ESTE PROGRAMA SOLO USA MODO-PRUEBA.
       FD ENT-PARAMS.
       01 WS-ENT-PARAMS                     PIC X(120).

      * CADA NOVEDAD TRAE AL FINAL EL CODIGO DEL OPERADOR (O SISTEMA
      * DE ORIGEN) QUE LA CARGO Y UN NUMERO DE REFERENCIA DEL TRAMITE,
      * QUE SE TRASLADAN TAL CUAL A LA AUDITORIA DE MANTENIMIENTO.
       FD ENT-NOVEDADES.
       01 WS-ENT-NOVEDADES.
          05 WS-ENT-NOV-ACCION              PIC X(01).
          05 WS-ENT-NOV-APELLIDO            PIC X(25).
          05 WS-ENT-NOV-ESTADO              PIC X(01).
          05 WS-ENT-NOV-SUCURSAL            PIC 9(02).
          05 WS-ENT-NOV-OPERADOR            PIC X(08).
          05 WS-ENT-NOV-REFERENCIA          PIC X(12).

       FD ENT-EMPLEADOS.
       01 WS-ENT-EMPLEADOS.
          05 WS-ENT-EMP-ESTADO              PIC X(01).
          05 WS-ENT-EMP-SUCURSAL            PIC 9(02).

      * CABECERA Y PIE QUE RRHH AGREGA A CADA ARCHIVO (COPY RRHH). SE
      * SALTEAN AL LEER Y NO PASAN A EMPLEADOS-NUEVO.TXT.
       01 WS-ENT-EMP-CONTROL.
          05 WS-ENT-EMP-TIPO-REG            PIC X(01).
             88 WS-ENT-EMP-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(60).

      * NOVEDADES YA CLASIFICADAS POR ID-EMPLEADO Y, DENTRO DE CADA
      * ID, POR ORDEN DE LLEGADA, LISTAS PARA EL APAREO CONTRA EL
      * MAESTRO. LA SECUENCIA SE ASIGNA AL CLASIFICAR PARA QUE DOS
             88 WS-TRB-NOV-ESTADO-VALIDO        VALUES 'A' 'I'
                                                       'B' 'L'.
          05 WS-TRB-NOV-SUCURSAL            PIC 9(02).
          05 WS-TRB-NOV-OPERADOR            PIC X(08).
          05 WS-TRB-NOV-REFERENCIA          PIC X(12).

       SD ARCH-SORT.
       01 WS-SRT-NOVEDADES.
          05 WS-SRT-APELLIDO                PIC X(25).
          05 WS-SRT-ESTADO                  PIC X(01).
          05 WS-SRT-SUCURSAL                PIC 9(02).
          05 WS-SRT-OPERADOR                PIC X(08).
          05 WS-SRT-REFERENCIA              PIC X(12).

       FD SAL-MAESTRO.
       01 WS-SAL-MAESTRO                    PIC X(61).
       FD SAL-RECHAZOS.
       01 WS-SAL-RECHAZOS                   PIC X(118).

      * AUDITORIA DE LA CORRIDA: LAS NOVEDADES APLICADAS SE ACUMULAN
      * AQUI Y RECIEN AL TERMINAR SIN ERRORES SE AGREGAN AL ARCHIVO
      * PERMANENTE, PARA QUE UNA CORRIDA ABORTADA NO DEJE REGISTRADOS
      * CAMBIOS QUE NUNCA LLEGARON AL MAESTRO NUEVO.
       FD TRB-AUDITORIA.
       01 WS-TRB-AUDITORIA                  PIC X(204).

       FD SAL-AUDITORIA.
       01 WS-SAL-AUDITORIA                  PIC X(204).

      * CORRIDA DE PRUEBA: CADA NOVEDAD Y CADA CAMPO QUE CAMBIARIA SE
      * ANOTAN AQUI EN EL ORDEN EN QUE SE PROCESAN; EL RESULTADO FINAL
      * DE CADA NOVEDAD (UNA POSTERIOR LA PUEDE SUPERAR) SE COMPLETA AL
      * EMITIR EL LISTADO DE PRUEBA.
       FD TRB-PRUEBA.
       01 WS-TRB-PRUEBA                     PIC X(162).

       FD SAL-PRUEBA.
       01 WS-SAL-PRUEBA                     PIC X(150).

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO "AUDITORIA-MANTENIMIENTO.TXT", COMPARTIDO
      * CON CL14EJ09 Y LISTADO POR CL14EJ19.
          COPY AUDITORIA.

       01 FS-STATUS.
          05 FS-PARAMS                      PIC X(2).
             88 FS-PARAMS-OK                    VALUE '00'.
             88 FS-PARAMS-EOF                   VALUE '10'.
             88 FS-PARAMS-NFD                   VALUE '35'.
          05 FS-NOVEDADES                   PIC X(2).
             88 FS-NOVEDADES-OK                 VALUE '00'.
             88 FS-NOVEDADES-EOF                VALUE '10'.
             88 FS-MAESTRO-OK                   VALUE '00'.
          05 FS-RECHAZOS                    PIC X(2).
             88 FS-RECHAZOS-OK                  VALUE '00'.
          05 FS-TRB-AUDITORIA               PIC X(2).
             88 FS-TRB-AUDITORIA-OK             VALUE '00'.
             88 FS-TRB-AUDITORIA-EOF            VALUE '10'.
          05 FS-AUDITORIA                   PIC X(2).
             88 FS-AUDITORIA-OK                 VALUE '00'.
             88 FS-AUDITORIA-NFD                VALUE '35'.
          05 FS-TRB-PRUEBA                  PIC X(2).
             88 FS-TRB-PRUEBA-OK                VALUE '00'.
             88 FS-TRB-PRUEBA-EOF               VALUE '10'.
          05 FS-PRUEBA                      PIC X(2).
             88 FS-PRUEBA-OK                    VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-INICIO                   PIC X(01) VALUE 'S'.
          05 WS-SW-MAESTRO-VIGENTE          PIC X(01) VALUE 'N'.
             88 WS-MAESTRO-VIGENTE              VALUE 'S'.
             88 WS-MAESTRO-NO-VIGENTE           VALUE 'N'.
          05 WS-SW-PARAMS                   PIC X(01) VALUE 'S'.
             88 WS-PARAMS-OK                    VALUE 'S'.
             88 WS-PARAMS-ERROR                 VALUE 'N'.

      * MODO DE CORRIDA TOMADO DE LA TARJETA (MODO-PRUEBA=S/N). EN
      * PRUEBA SE EJECUTAN TODAS LAS VALIDACIONES Y REGLAS DE APLICACION
      * PERO NO SE GRABA EL MAESTRO NUEVO, NI RECHAZOS NI AUDITORIA:
      * SOLO EL LISTADO DE PRUEBA PARA LA FIRMA DE LOS SUPERVISORES.
       01 WS-PAR-MODO-PRUEBA                PIC X(01) VALUE 'N'.
          88 WS-MODO-PRUEBA                     VALUE 'S'.
          88 WS-MODO-NORMAL                     VALUE 'N'.

      * AREA DE TRABAJO PARA DESGLOSAR UNA LINEA "CLAVE=VALOR" DE LA
      * TARJETA DE PARAMETROS.
       01 WS-PARSE-PARAMETRO.
          05 WS-PRM-CLAVE                   PIC X(30).
          05 WS-PRM-VALOR                   PIC X(100).

       01 WS-CONTROL-SECUENCIA.
          05 WS-ULT-ID-EMPLEADO             PIC 9(08) VALUE 0.

       01 WS-SECUENCIA-NOVEDAD              PIC 9(08) VALUE 0.

       01 WS-FECHA-SISTEMA                  PIC 9(08) VALUE 0.

       01 WS-HORA-SISTEMA                   PIC 9(08) VALUE 0.

      * IMAGEN EN MEMORIA DEL EMPLEADO EN CURSO: AQUI SE APLICAN LAS
      * ALTAS, MODIFICACIONES Y BAJAS DE SU ID ANTES DE DECIDIR SI EL
      * REGISTRO SE GRABA O NO EN EL MAESTRO NUEVO.
          05 WS-MAE-ACT-ESTADO              PIC X(01).
          05 WS-MAE-ACT-SUCURSAL            PIC 9(02).

      * COPIA DEL EMPLEADO EN CURSO TOMADA ANTES DE APLICAR CADA
      * NOVEDAD: ES LA IMAGEN "ANTES" QUE SE GRABA EN LA AUDITORIA.
       01 WS-MAESTRO-ANTERIOR.
          05 WS-MAE-ANT-ID-EMPLEADO         PIC X(08).
          05 WS-MAE-ANT-NOMBRE              PIC X(25).
          05 WS-MAE-ANT-APELLIDO            PIC X(25).
          05 WS-MAE-ANT-ESTADO              PIC X(01).
          05 WS-MAE-ANT-SUCURSAL            PIC X(02).

      * IMAGEN "DESPUES" DE LA NOVEDAD (EN BLANCO TRAS UNA BAJA).
       01 WS-MAESTRO-POSTERIOR.
          05 WS-MAE-POS-ID-EMPLEADO         PIC X(08).
          05 WS-MAE-POS-NOMBRE              PIC X(25).
          05 WS-MAE-POS-APELLIDO            PIC X(25).
          05 WS-MAE-POS-ESTADO              PIC X(01).
          05 WS-MAE-POS-SUCURSAL            PIC X(02).

      * RESULTADO DE CADA NOVEDAD EN LA CORRIDA DE PRUEBA, INDEXADO EN
      * FORMA DIRECTA POR LA SECUENCIA ASIGNADA AL CLASIFICAR.
       01 WS-TAB-RES-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-RESULTADOS.
          05 WS-TAB-RES-ENTRADA OCCURS 1 TO 500000 TIMES
                                 DEPENDING ON WS-TAB-RES-CANTIDAD.
             10 WS-TAB-RES-RESULTADO        PIC X(01).
                88 WS-TAB-RES-APLICADA          VALUE 'A'.
                88 WS-TAB-RES-RECHAZADA         VALUE 'R'.
                88 WS-TAB-RES-SUPERADA          VALUE 'S'.
             10 WS-TAB-RES-COD-MOTIVO       PIC 9(02).

      * ULTIMA NOVEDAD APLICADA DEL ID EN CURSO: SI OTRA NOVEDAD DEL
      * MISMO ID SE APLICA DESPUES, AQUELLA QUEDA SUPERADA.
       01 WS-ULT-SEC-APLICADA               PIC 9(08) VALUE 0.

       01 WS-SUB-ACCION                     PIC 9(01) VALUE 0.
       01 WS-SUB-SUCURSAL                   PIC 9(03) VALUE 0.

      * RENGLON DEL ARCHIVO DE TRABAJO DE PRUEBA: SECUENCIA, TIPO DE
      * RENGLON (N NOVEDAD / C CAMPO), ACCION Y SUCURSAL PARA LOS
      * TOTALES, Y EL RENGLON YA ARMADO DEL LISTADO.
       01 WS-REG-PRU-TRABAJO.
          05 WS-PRU-TRB-SECUENCIA           PIC 9(08).
          05 WS-PRU-TRB-TIPO-RENGLON        PIC X(01).
             88 WS-PRU-TRB-NOVEDAD              VALUE 'N'.
             88 WS-PRU-TRB-CAMPO                VALUE 'C'.
          05 WS-PRU-TRB-ACCION              PIC X(01).
          05 WS-PRU-TRB-SUCURSAL            PIC 9(02).
          05 WS-PRU-TRB-RENGLON             PIC X(150).

      * IMAGENES EN MEMORIA DE LAS LINEAS DEL LISTADO DE PRUEBA.
       01 WS-REG-PRU-TITULO                 PIC X(150) VALUE
          'LISTADO DE PRUEBA DE NOVEDADES DE EMPLEADOS - CL14EJ03'.

       01 WS-REG-PRU-AVISO                  PIC X(150) VALUE
          'CORRIDA DE PRUEBA - NO SE GRABO EL MAESTRO DE EMPLEADOS'.

       01 WS-REG-PRU-SEPARADOR              PIC X(150) VALUE ALL '-'.

       01 WS-REG-PRU-FECHA.
          05 FILLER                        PIC X(20)
             VALUE 'FECHA DE CORRIDA  : '.
          05 WS-PRU-FEC-DD                  PIC X(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-PRU-FEC-MM                  PIC X(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-PRU-FEC-AAAA                PIC X(04).
          05 FILLER                        PIC X(120) VALUE SPACES.

       01 WS-REG-PRU-ENCABEZADO.
          05 FILLER PIC X(08) VALUE 'SECUENC.'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(12) VALUE 'ACCION'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(08) VALUE 'ID EMPL.'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(03) VALUE 'SUC'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(08) VALUE 'OPERADOR'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(12) VALUE 'REFERENCIA'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'RESULTADO'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(40) VALUE 'MOTIVO DE RECHAZO'.
          05 FILLER PIC X(33) VALUE SPACES.

       01 WS-REG-PRU-DETALLE.
          05 WS-PRU-DET-SECUENCIA           PIC 9(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-PRU-DET-ACCION              PIC X(12).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-PRU-DET-ID-EMPLEADO         PIC 9(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-PRU-DET-SUCURSAL            PIC 9(02).
          05 FILLER                        PIC X(03) VALUE SPACES.
          05 WS-PRU-DET-OPERADOR            PIC X(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-PRU-DET-REFERENCIA          PIC X(12).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-PRU-DET-RESULTADO           PIC X(10).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-PRU-DET-MOTIVO              PIC X(40).
          05 FILLER                        PIC X(33) VALUE SPACES.

       01 WS-REG-PRU-CAMPO.
          05 FILLER                        PIC X(10) VALUE SPACES.
          05 WS-PRU-CAM-NOMBRE              PIC X(12).
          05 FILLER                        PIC X(08) VALUE ' ANTES: '.
          05 WS-PRU-CAM-ANTES               PIC X(50).
          05 FILLER                        PIC X(10)
             VALUE ' DESPUES: '.
          05 WS-PRU-CAM-DESPUES             PIC X(50).
          05 FILLER                        PIC X(10) VALUE SPACES.

       01 WS-REG-PRU-SUBTITULO              PIC X(150).

       01 WS-REG-PRU-ENC-TOTALES.
          05 FILLER PIC X(20) VALUE SPACES.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(12) VALUE 'LEIDAS'.
          05 FILLER PIC X(12) VALUE 'APLICADAS'.
          05 FILLER PIC X(12) VALUE 'RECHAZADAS'.
          05 FILLER PIC X(12) VALUE 'SUPERADAS'.
          05 FILLER PIC X(80) VALUE SPACES.

       01 WS-REG-PRU-TOTAL.
          05 WS-PRU-TOT-ETIQUETA            PIC X(20).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-PRU-TOT-LEIDAS              PIC 9(08).
          05 FILLER                        PIC X(04) VALUE SPACES.
          05 WS-PRU-TOT-APLICADAS           PIC 9(08).
          05 FILLER                        PIC X(04) VALUE SPACES.
          05 WS-PRU-TOT-RECHAZADAS          PIC 9(08).
          05 FILLER                        PIC X(04) VALUE SPACES.
          05 WS-PRU-TOT-SUPERADAS           PIC 9(08).
          05 FILLER                        PIC X(84) VALUE SPACES.

       01 WS-ETIQUETA-SUCURSAL.
          05 FILLER                        PIC X(09) VALUE 'SUCURSAL '.
          05 WS-ETQ-SUC-NUMERO              PIC 9(02).
          05 FILLER                        PIC X(09) VALUE SPACES.

       01 WS-REG-PRU-FIRMA.
          05 FILLER                        PIC X(42) VALUE
             'CONFORME SUPERVISOR (FIRMA Y ACLARACION): '.
          05 FILLER                        PIC X(40) VALUE ALL '_'.
          05 FILLER                        PIC X(68) VALUE SPACES.

      * NOMBRES DE LAS ACCIONES PARA EL LISTADO, EN EL ORDEN DE LOS
      * TOTALES POR ACCION (LA CUARTA RECIBE LOS CODIGOS INVALIDOS).
       01 WS-NOMBRES-ACCION.
          05 FILLER                 PIC X(12) VALUE 'ALTA'.
          05 FILLER                 PIC X(12) VALUE 'MODIFICACION'.
          05 FILLER                 PIC X(12) VALUE 'BAJA'.
          05 FILLER                 PIC X(12) VALUE 'INVALIDA'.
       01 WS-NOMBRES-ACCION-R REDEFINES WS-NOMBRES-ACCION.
          05 WS-NOMBRE-ACCION               PIC X(12) OCCURS 4 TIMES.

       01 WS-TOTALES-ACCION.
          05 WS-TOT-ACC-ENTRADA OCCURS 4 TIMES.
             10 WS-TOT-ACC-LEIDAS           PIC 9(08).
             10 WS-TOT-ACC-APLICADAS        PIC 9(08).
             10 WS-TOT-ACC-RECHAZADAS       PIC 9(08).
             10 WS-TOT-ACC-SUPERADAS        PIC 9(08).

      * TOTALES POR SUCURSAL, INDEXADOS POR EL CODIGO DE SUCURSAL + 1
      * (LA SUCURSAL 00 OCUPA LA PRIMERA ENTRADA).
       01 WS-TOTALES-SUCURSAL.
          05 WS-TOT-SUC-ENTRADA OCCURS 100 TIMES.
             10 WS-TOT-SUC-LEIDAS           PIC 9(08).
             10 WS-TOT-SUC-APLICADAS        PIC 9(08).
             10 WS-TOT-SUC-RECHAZADAS       PIC 9(08).
             10 WS-TOT-SUC-SUPERADAS        PIC 9(08).

       01 WS-TOTALES-GENERALES.
          05 WS-TOT-GEN-LEIDAS              PIC 9(08).
          05 WS-TOT-GEN-APLICADAS           PIC 9(08).
          05 WS-TOT-GEN-RECHAZADAS          PIC 9(08).
          05 WS-TOT-GEN-SUPERADAS           PIC 9(08).

      * IMAGEN EN MEMORIA DEL RENGLON DE RECHAZO: SE ARMA AQUI Y LUEGO
      * SE MUEVE COMPLETA HACIA WS-SAL-RECHAZOS, IGUAL QUE CL14EJ01 LO
      * HACE CON SUS RENGLONES DE ERROR.TXT.
          05 WS-MOT-SUCURSAL-INVALIDA       PIC X(40) VALUE
             'SUCURSAL INVALIDA - DEBE SER NUMERICA'.

      * LOS MOTIVOS ESTAN EN EL ORDEN DE SU CODIGO (01 A 06), PARA QUE
      * EL LISTADO DE PRUEBA LOS TOME POR EL CODIGO DE RECHAZO.
       01 WS-MOTIVOS-RECHAZO-R REDEFINES WS-MOTIVOS-RECHAZO.
          05 WS-MOTIVO-POR-CODIGO           PIC X(40) OCCURS 6 TIMES.

       01 WS-CONTADORES.
          05 WS-CONT-REG-NOVEDADES          PIC 9(08) VALUE 0.
          05 WS-CONT-REG-EMPLEADOS          PIC 9(08) VALUE 0.
          05 WS-CONT-RECH-ESTADO-INV        PIC 9(08) VALUE 0.
          05 WS-CONT-RECH-ACCION-INV        PIC 9(08) VALUE 0.
          05 WS-CONT-RECH-SUCURSAL-INV      PIC 9(08) VALUE 0.
          05 WS-CONT-REG-AUDITORIA          PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.
           INITIALIZE WS-TOTALES-ACCION.
           INITIALIZE WS-TOTALES-SUCURSAL.
           INITIALIZE WS-TOTALES-GENERALES.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

      * LA TARJETA DE PARAMETROS SE LEE ANTES QUE CUALQUIER ARCHIVO:
      * DE ELLA SALE EL MODO DE CORRIDA.
           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-LEER-PARAMETROS-FIN.

           IF WS-PARAMS-ERROR
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

      * LAS NOVEDADES SE CLASIFICAN ANTES DEL APAREO PARA QUE EL
      * RECORRIDO CONTRA EL MAESTRO (ORDENADO POR ID) SEA UNA UNICA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           IF WS-MODO-PRUEBA
              IF WS-SECUENCIA-NOVEDAD > 500000
                 DISPLAY 'TABLA DE RESULTADOS DE PRUEBA LLENA - '
                         'PROCESO ABORTADO'
                 SET WS-INICIO-ERROR TO TRUE
                 GO TO 1000-INICIAR-PROGRAMA-FIN
              END-IF
              MOVE WS-SECUENCIA-NOVEDAD     TO WS-TAB-RES-CANTIDAD
           END-IF.

           PERFORM 1200-ABRIR-NOVEDADES-ORD
              THRU 1200-ABRIR-NOVEDADES-ORD-FIN.

           PERFORM 1300-ABRIR-EMPLEADOS
              THRU 1300-ABRIR-EMPLEADOS-FIN.

           IF WS-MODO-PRUEBA
              PERFORM 1700-ABRIR-PRUEBA
                 THRU 1700-ABRIR-PRUEBA-FIN
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1400-ABRIR-MAESTRO-NUEVO
              THRU 1400-ABRIR-MAESTRO-NUEVO-FIN.

           PERFORM 1500-ABRIR-RECHAZOS
              THRU 1500-ABRIR-RECHAZOS-FIN.

           PERFORM 1600-ABRIR-AUDITORIA
              THRU 1600-ABRIR-AUDITORIA-FIN.

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

           IF WS-PARAMS-OK
              AND WS-MODO-PRUEBA
              DISPLAY 'CORRIDA DE PRUEBA - NO SE GRABA EL MAESTRO'
           END-IF.

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
      * ESTE PROGRAMA SOLO USA MODO-PRUEBA; LAS DEMAS CLAVES DE LA
      * CADENA SE ACEPTAN Y SE IGNORAN. UNA CLAVE DESCONOCIDA ABORTA,
      * IGUAL QUE EN CL14EJ01.
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
               WHEN 'MODO-PRUEBA'
                    MOVE WS-PRM-VALOR(1:1)  TO WS-PAR-MODO-PRUEBA
                    IF NOT WS-MODO-PRUEBA
                       AND NOT WS-MODO-NORMAL
                       DISPLAY 'MODO-PRUEBA INVALIDO (DEBE SER S O N): '
                               WS-PRM-VALOR(1:1)
                       SET WS-PARAMS-ERROR TO TRUE
                    END-IF
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
      * PROCEDIMIENTO DE ENTRADA DEL SORT: LEE NOVEDADES.TXT Y LIBERA
      * CADA NOVEDAD CON UN NUMERO DE SECUENCIA CORRELATIVO, PARA QUE
                    MOVE WS-ENT-NOV-APELLIDO TO WS-SRT-APELLIDO
                    MOVE WS-ENT-NOV-ESTADO   TO WS-SRT-ESTADO
                    MOVE WS-ENT-NOV-SUCURSAL TO WS-SRT-SUCURSAL
                    MOVE WS-ENT-NOV-OPERADOR TO WS-SRT-OPERADOR
                    MOVE WS-ENT-NOV-REFERENCIA
                                             TO WS-SRT-REFERENCIA
                    RELEASE WS-SRT-NOVEDADES
               WHEN FS-NOVEDADES-EOF
                    CONTINUE
       1310-LEER-EMPLEADOS.

           READ ENT-EMPLEADOS.
           PERFORM 1315-SALTAR-CONTROL-EMPLEADOS
              THRU 1315-SALTAR-CONTROL-EMPLEADOS-FIN
             UNTIL NOT FS-EMPLEADOS-OK
                OR NOT WS-ENT-EMP-REG-CONTROL.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK

       1310-LEER-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA CABECERA Y EL PIE DE RRHH NO SON EMPLEADOS: SE LEE DE NUEVO
      * SIN CONTARLOS NI CONTROLAR SU SECUENCIA.
       1315-SALTAR-CONTROL-EMPLEADOS.

           READ ENT-EMPLEADOS.

       1315-SALTAR-CONTROL-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-ABRIR-MAESTRO-NUEVO.


       1500-ABRIR-RECHAZOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-ABRIR-AUDITORIA.

           OPEN OUTPUT TRB-AUDITORIA.

           IF NOT FS-TRB-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR AUDITORIA-CL14EJ03.TXT'
              DISPLAY 'FILE STATUS: ' FS-TRB-AUDITORIA
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

       1600-ABRIR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1700-ABRIR-PRUEBA.

           OPEN OUTPUT TRB-PRUEBA.

           IF NOT FS-TRB-PRUEBA-OK
              DISPLAY 'ERROR AL ABRIR PRUEBA-NOVEDADES-TRB.TXT'
              DISPLAY 'FILE STATUS: ' FS-TRB-PRUEBA
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

       1700-ABRIR-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA VUELTA POR CADA ID-EMPLEADO PRESENTE EN EL MAESTRO O EN
      * LAS NOVEDADES: SE TOMA EL EMPLEADO EN CURSO (SI EXISTE), SE LE
              SET WS-MAESTRO-NO-VIGENTE     TO TRUE
           END-IF.

           MOVE 0                           TO WS-ULT-SEC-APLICADA.

           PERFORM 2100-APLICAR-NOVEDAD
              THRU 2100-APLICAR-NOVEDAD-FIN
             UNTIL WS-TRB-NOV-ID-EMPLEADO NOT = WS-CLAVE-ACTIVA.

           IF WS-MAESTRO-VIGENTE
              AND WS-MODO-NORMAL
              PERFORM 2200-GRABAR-MAESTRO
                 THRU 2200-GRABAR-MAESTRO-FIN
           END-IF.

       2000-PROCESAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ANOTA LA NOVEDAD EN CURSO EN EL ARCHIVO DE TRABAJO DE PRUEBA,
      * ANTES DE APLICARLA. LA SUCURSAL QUE SE LE ATRIBUYE ES LA DEL
      * EMPLEADO EN EL MAESTRO O, SI NO EXISTE, LA QUE TRAE LA NOVEDAD.
       2050-ANOTAR-NOVEDAD-PRUEBA.

           MOVE SPACES  TO WS-TAB-RES-RESULTADO(WS-TRB-NOV-SECUENCIA).
           MOVE 0       TO WS-TAB-RES-COD-MOTIVO(WS-TRB-NOV-SECUENCIA).

           MOVE WS-TRB-NOV-SECUENCIA        TO WS-PRU-TRB-SECUENCIA.
           SET WS-PRU-TRB-NOVEDAD           TO TRUE.
           MOVE WS-TRB-NOV-ACCION           TO WS-PRU-TRB-ACCION.

           EVALUATE TRUE
               WHEN WS-MAESTRO-VIGENTE
                    MOVE WS-MAE-ACT-SUCURSAL TO WS-PRU-TRB-SUCURSAL
               WHEN WS-TRB-NOV-SUCURSAL IS NUMERIC
                    MOVE WS-TRB-NOV-SUCURSAL TO WS-PRU-TRB-SUCURSAL
               WHEN OTHER
                    MOVE 0                  TO WS-PRU-TRB-SUCURSAL
           END-EVALUATE.

           MOVE WS-TRB-NOV-SECUENCIA        TO WS-PRU-DET-SECUENCIA.
           MOVE WS-TRB-NOV-ACCION           TO WS-PRU-DET-ACCION.
           MOVE WS-TRB-NOV-ID-EMPLEADO      TO WS-PRU-DET-ID-EMPLEADO.
           MOVE WS-PRU-TRB-SUCURSAL         TO WS-PRU-DET-SUCURSAL.
           MOVE WS-TRB-NOV-OPERADOR         TO WS-PRU-DET-OPERADOR.
           MOVE WS-TRB-NOV-REFERENCIA       TO WS-PRU-DET-REFERENCIA.
           MOVE SPACES                      TO WS-PRU-DET-RESULTADO.
           MOVE SPACES                      TO WS-PRU-DET-MOTIVO.
           MOVE WS-REG-PRU-DETALLE          TO WS-PRU-TRB-RENGLON.

           PERFORM 2090-ESCRIBIR-TRB-PRUEBA
              THRU 2090-ESCRIBIR-TRB-PRUEBA-FIN.

       2050-ANOTAR-NOVEDAD-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ANOTA UN CAMPO QUE LA NOVEDAD CAMBIARIA, CON SU VALOR ANTES Y
      * DESPUES. QUIEN LO INVOCA CARGO WS-REG-PRU-CAMPO.
       2060-ANOTAR-CAMPO-PRUEBA.

           MOVE WS-TRB-NOV-SECUENCIA        TO WS-PRU-TRB-SECUENCIA.
           SET WS-PRU-TRB-CAMPO             TO TRUE.
           MOVE WS-TRB-NOV-ACCION           TO WS-PRU-TRB-ACCION.
           MOVE WS-REG-PRU-CAMPO            TO WS-PRU-TRB-RENGLON.

           PERFORM 2090-ESCRIBIR-TRB-PRUEBA
              THRU 2090-ESCRIBIR-TRB-PRUEBA-FIN.

       2060-ANOTAR-CAMPO-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2090-ESCRIBIR-TRB-PRUEBA.

           MOVE WS-REG-PRU-TRABAJO          TO WS-TRB-PRUEBA.
           WRITE WS-TRB-PRUEBA.

           IF NOT FS-TRB-PRUEBA-OK
              DISPLAY 'ERROR AL ESCRIBIR PRUEBA-NOVEDADES-TRB.TXT: '
                      FS-TRB-PRUEBA
           END-IF.

       2090-ESCRIBIR-TRB-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-APLICAR-NOVEDAD.

           IF WS-MAESTRO-VIGENTE
              MOVE WS-MAESTRO-ACTUAL        TO WS-MAESTRO-ANTERIOR
           ELSE
              MOVE SPACES                   TO WS-MAESTRO-ANTERIOR
           END-IF.

           IF WS-MODO-PRUEBA
              PERFORM 2050-ANOTAR-NOVEDAD-PRUEBA
                 THRU 2050-ANOTAR-NOVEDAD-PRUEBA-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-TRB-NOV-ALTA
                    IF WS-MAESTRO-VIGENTE
                                              TO WS-MAE-ACT-SUCURSAL
                                SET WS-MAESTRO-VIGENTE TO TRUE
                                ADD 1       TO WS-CONT-ALTAS-APLICADAS
                                PERFORM 2300-REGISTRAR-AUDITORIA
                                   THRU 2300-REGISTRAR-AUDITORIA-FIN
                       END-EVALUATE
                    END-IF
               WHEN WS-TRB-NOV-MODIFICACION
                                MOVE WS-TRB-NOV-SUCURSAL
                                              TO WS-MAE-ACT-SUCURSAL
                                ADD 1       TO WS-CONT-MODIF-APLICADAS
                                PERFORM 2300-REGISTRAR-AUDITORIA
                                   THRU 2300-REGISTRAR-AUDITORIA-FIN
                       END-EVALUATE
                    END-IF
               WHEN WS-TRB-NOV-BAJA
                    IF WS-MAESTRO-VIGENTE
                       SET WS-MAESTRO-NO-VIGENTE TO TRUE
                       ADD 1                 TO WS-CONT-BAJAS-APLICADAS
                       PERFORM 2300-REGISTRAR-AUDITORIA
                          THRU 2300-REGISTRAR-AUDITORIA-FIN
                    ELSE
                       PERFORM 2420-GRABAR-RECH-BAJA-INEX
                          THRU 2420-GRABAR-RECH-BAJA-INEX-FIN

       2200-GRABAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA CONSTANCIA DE LA NOVEDAD RECIEN APLICADA: QUIEN, CUANDO,
      * CON QUE REFERENCIA, Y EL EMPLEADO COMPLETO ANTES Y DESPUES. LA
      * BAJA NO TIENE IMAGEN POSTERIOR NI EL ALTA IMAGEN ANTERIOR.
       2300-REGISTRAR-AUDITORIA.

           IF WS-MODO-PRUEBA
              PERFORM 2350-REGISTRAR-PRUEBA
                 THRU 2350-REGISTRAR-PRUEBA-FIN
              GO TO 2300-REGISTRAR-AUDITORIA-FIN
           END-IF.

           ACCEPT WS-HORA-SISTEMA FROM TIME.

           MOVE WS-FECHA-SISTEMA            TO WS-AUD-FECHA.
           MOVE WS-HORA-SISTEMA             TO WS-AUD-HORA.
           MOVE 'CL14EJ03'                  TO WS-AUD-PROGRAMA.
           MOVE WS-TRB-NOV-OPERADOR         TO WS-AUD-OPERADOR.
           MOVE WS-TRB-NOV-REFERENCIA       TO WS-AUD-REFERENCIA.
           SET WS-AUD-REG-EMPLEADO          TO TRUE.
           MOVE WS-TRB-NOV-ACCION           TO WS-AUD-ACCION.
           MOVE WS-TRB-NOV-ID-EMPLEADO      TO WS-AUD-ID-EMPLEADO.
           MOVE WS-MAESTRO-ANTERIOR         TO WS-AUD-IMAGEN-ANTERIOR.

           IF WS-MAESTRO-VIGENTE
              MOVE WS-MAESTRO-ACTUAL        TO WS-AUD-IMAGEN-POSTERIOR
           ELSE
              MOVE SPACES                   TO WS-AUD-IMAGEN-POSTERIOR
           END-IF.

           MOVE WS-REG-AUDITORIA            TO WS-TRB-AUDITORIA.
           WRITE WS-TRB-AUDITORIA.

           IF FS-TRB-AUDITORIA-OK
              ADD 1                         TO WS-CONT-REG-AUDITORIA
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR AUDITORIA-CL14EJ03.TXT: '
                      FS-TRB-AUDITORIA
           END-IF.

       2300-REGISTRAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EN LA CORRIDA DE PRUEBA LA NOVEDAD APLICADA SUPERA A LA ULTIMA
      * APLICADA DEL MISMO ID, Y SE ANOTAN LOS CAMPOS QUE CAMBIARIA.
       2350-REGISTRAR-PRUEBA.

           IF WS-ULT-SEC-APLICADA > 0
              SET WS-TAB-RES-SUPERADA(WS-ULT-SEC-APLICADA) TO TRUE
           END-IF.

           SET WS-TAB-RES-APLICADA(WS-TRB-NOV-SECUENCIA) TO TRUE.
           MOVE WS-TRB-NOV-SECUENCIA        TO WS-ULT-SEC-APLICADA.

           IF WS-MAESTRO-VIGENTE
              MOVE WS-MAESTRO-ACTUAL        TO WS-MAESTRO-POSTERIOR
           ELSE
              MOVE SPACES                   TO WS-MAESTRO-POSTERIOR
           END-IF.

           IF WS-MAE-ANT-NOMBRE NOT = WS-MAE-POS-NOMBRE
              MOVE 'NOMBRE'                 TO WS-PRU-CAM-NOMBRE
              MOVE WS-MAE-ANT-NOMBRE        TO WS-PRU-CAM-ANTES
              MOVE WS-MAE-POS-NOMBRE        TO WS-PRU-CAM-DESPUES
              PERFORM 2060-ANOTAR-CAMPO-PRUEBA
                 THRU 2060-ANOTAR-CAMPO-PRUEBA-FIN
           END-IF.

           IF WS-MAE-ANT-APELLIDO NOT = WS-MAE-POS-APELLIDO
              MOVE 'APELLIDO'               TO WS-PRU-CAM-NOMBRE
              MOVE WS-MAE-ANT-APELLIDO      TO WS-PRU-CAM-ANTES
              MOVE WS-MAE-POS-APELLIDO      TO WS-PRU-CAM-DESPUES
              PERFORM 2060-ANOTAR-CAMPO-PRUEBA
                 THRU 2060-ANOTAR-CAMPO-PRUEBA-FIN
           END-IF.

           IF WS-MAE-ANT-ESTADO NOT = WS-MAE-POS-ESTADO
              MOVE 'ESTADO'                 TO WS-PRU-CAM-NOMBRE
              MOVE WS-MAE-ANT-ESTADO        TO WS-PRU-CAM-ANTES
              MOVE WS-MAE-POS-ESTADO        TO WS-PRU-CAM-DESPUES
              PERFORM 2060-ANOTAR-CAMPO-PRUEBA
                 THRU 2060-ANOTAR-CAMPO-PRUEBA-FIN
           END-IF.

           IF WS-MAE-ANT-SUCURSAL NOT = WS-MAE-POS-SUCURSAL
              MOVE 'SUCURSAL'               TO WS-PRU-CAM-NOMBRE
              MOVE WS-MAE-ANT-SUCURSAL      TO WS-PRU-CAM-ANTES
              MOVE WS-MAE-POS-SUCURSAL      TO WS-PRU-CAM-DESPUES
              PERFORM 2060-ANOTAR-CAMPO-PRUEBA
                 THRU 2060-ANOTAR-CAMPO-PRUEBA-FIN
           END-IF.

       2350-REGISTRAR-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-GRABAR-RECH-ALTA-EXISTE.

              THRU 2450-ESCRIBIR-RECHAZO-FIN.

           IF FS-RECHAZOS-OK
              OR WS-MODO-PRUEBA
              ADD 1                         TO WS-CONT-RECH-ALTA-EXISTE
           END-IF.

              THRU 2450-ESCRIBIR-RECHAZO-FIN.

           IF FS-RECHAZOS-OK
              OR WS-MODO-PRUEBA
              ADD 1                        TO WS-CONT-RECH-MODIF-INEXIST
           END-IF.

              THRU 2450-ESCRIBIR-RECHAZO-FIN.

           IF FS-RECHAZOS-OK
              OR WS-MODO-PRUEBA
              ADD 1                         TO WS-CONT-RECH-BAJA-INEXIST
           END-IF.

              THRU 2450-ESCRIBIR-RECHAZO-FIN.

           IF FS-RECHAZOS-OK
              OR WS-MODO-PRUEBA
              ADD 1                         TO WS-CONT-RECH-ESTADO-INV
           END-IF.

              THRU 2450-ESCRIBIR-RECHAZO-FIN.

           IF FS-RECHAZOS-OK
              OR WS-MODO-PRUEBA
              ADD 1                        TO WS-CONT-RECH-SUCURSAL-INV
           END-IF.

              THRU 2450-ESCRIBIR-RECHAZO-FIN.

           IF FS-RECHAZOS-OK
              OR WS-MODO-PRUEBA
              ADD 1                         TO WS-CONT-RECH-ACCION-INV
           END-IF.

      *----------------------------------------------------------------*
       2450-ESCRIBIR-RECHAZO.

      * EN LA CORRIDA DE PRUEBA EL RECHAZO SOLO SE ANOTA PARA EL
      * LISTADO; EL ARCHIVO DE RECHAZOS NO SE TOCA.
           IF WS-MODO-PRUEBA
              SET WS-TAB-RES-RECHAZADA(WS-TRB-NOV-SECUENCIA) TO TRUE
              MOVE WS-RECH-COD-MOTIVO
                   TO WS-TAB-RES-COD-MOTIVO(WS-TRB-NOV-SECUENCIA)
              ADD 1                         TO WS-CONT-REG-RECHAZOS
              GO TO 2450-ESCRIBIR-RECHAZO-FIN
           END-IF.

           MOVE WS-TRB-NOV-ACCION           TO WS-RECH-ACCION.
           MOVE WS-TRB-NOV-ID-EMPLEADO      TO WS-RECH-ID-EMPLEADO.
           MOVE WS-TRB-NOV-NOMBRE           TO WS-RECH-NOMBRE.
       3000-FINALIZAR-PROGRAMA.

           CLOSE TRB-NOVEDADES
                 ENT-EMPLEADOS.

           IF NOT FS-TRB-NOVEDADES-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO NOVEDADES-ORD: '
              DISPLAY 'ERROR AL CERRAR ARCHIVO EMPLEADOS: ' FS-EMPLEADOS
           END-IF.

           IF WS-MODO-PRUEBA
              CLOSE TRB-PRUEBA
           ELSE
              PERFORM 3050-CERRAR-SALIDAS
                 THRU 3050-CERRAR-SALIDAS-FIN
           END-IF.

           IF WS-SECUENCIA-ERROR
              MOVE 16                       TO RETURN-CODE
           END-IF.

           IF WS-INICIO-OK
              AND WS-SECUENCIA-OK
              AND WS-MODO-NORMAL
              PERFORM 3100-VOLCAR-AUDITORIA
                 THRU 3100-VOLCAR-AUDITORIA-FIN
           END-IF.

           IF WS-INICIO-OK
              AND WS-SECUENCIA-OK
              AND WS-MODO-PRUEBA
              PERFORM 3200-EMITIR-LISTADO-PRUEBA
                 THRU 3200-EMITIR-LISTADO-PRUEBA-FIN
           END-IF.

           DISPLAY 'CANTIDAD DE REGISTROS NOVEDADES   : '
                   WS-CONT-REG-NOVEDADES.
           DISPLAY 'CANTIDAD DE REGISTROS EMPLEADOS   : '
                   WS-CONT-RECH-SUCURSAL-INV.
           DISPLAY 'CANTIDAD DE REGISTROS MAESTRO     : '
                   WS-CONT-REG-MAESTRO-NUEVO.
           DISPLAY 'CANTIDAD DE REGISTROS AUDITORIA   : '
                   WS-CONT-REG-AUDITORIA.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3050-CERRAR-SALIDAS.

           CLOSE SAL-MAESTRO
                 SAL-RECHAZOS
                 TRB-AUDITORIA.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO MAESTRO NUEVO: '
                      FS-MAESTRO
           END-IF.

           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO RECHAZOS: ' FS-RECHAZOS
           END-IF.

       3050-CERRAR-SALIDAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGA LA AUDITORIA DE LA CORRIDA AL FINAL DEL ARCHIVO
      * PERMANENTE. LA PRIMERA VEZ EL ARCHIVO NO EXISTE Y SE CREA.
       3100-VOLCAR-AUDITORIA.

           OPEN EXTEND SAL-AUDITORIA.

           IF FS-AUDITORIA-NFD
              OPEN OUTPUT SAL-AUDITORIA
           END-IF.

           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR AUDITORIA-MANTENIMIENTO.TXT PARA '
                      'EXTENDER'
              DISPLAY 'FILE STATUS: ' FS-AUDITORIA
              MOVE 16                       TO RETURN-CODE
              GO TO 3100-VOLCAR-AUDITORIA-FIN
           END-IF.

           OPEN INPUT TRB-AUDITORIA.

           IF FS-TRB-AUDITORIA-OK
              PERFORM 3110-COPIAR-AUDITORIA
                 THRU 3110-COPIAR-AUDITORIA-FIN
                UNTIL NOT FS-TRB-AUDITORIA-OK
              CLOSE TRB-AUDITORIA
           ELSE
              DISPLAY 'ERROR AL ABRIR AUDITORIA-CL14EJ03.TXT'
              DISPLAY 'FILE STATUS: ' FS-TRB-AUDITORIA
              MOVE 16                       TO RETURN-CODE
           END-IF.

           CLOSE SAL-AUDITORIA.

       3100-VOLCAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-COPIAR-AUDITORIA.

           READ TRB-AUDITORIA.

           EVALUATE TRUE
               WHEN FS-TRB-AUDITORIA-OK
                    MOVE WS-TRB-AUDITORIA   TO WS-SAL-AUDITORIA
                    WRITE WS-SAL-AUDITORIA
                    IF NOT FS-AUDITORIA-OK
                       DISPLAY 'ERROR AL ESCRIBIR AUDITORIA-'
                               'MANTENIMIENTO.TXT: ' FS-AUDITORIA
                       MOVE 16              TO RETURN-CODE
                    END-IF
               WHEN FS-TRB-AUDITORIA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER AUDITORIA-CL14EJ03.TXT'
                    DISPLAY 'FILE STATUS: ' FS-TRB-AUDITORIA
                    MOVE 16                 TO RETURN-CODE
           END-EVALUATE.

       3110-COPIAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE EL LISTADO DE PRUEBA: RECORRE EL ARCHIVO DE TRABAJO,
      * COMPLETA EL RESULTADO FINAL DE CADA NOVEDAD, ACUMULA LOS
      * TOTALES POR ACCION Y POR SUCURSAL Y LOS AGREGA AL FINAL.
       3200-EMITIR-LISTADO-PRUEBA.

           OPEN INPUT TRB-PRUEBA.

           IF NOT FS-TRB-PRUEBA-OK
              DISPLAY 'ERROR AL ABRIR PRUEBA-NOVEDADES-TRB.TXT'
              DISPLAY 'FILE STATUS: ' FS-TRB-PRUEBA
              MOVE 16                       TO RETURN-CODE
              GO TO 3200-EMITIR-LISTADO-PRUEBA-FIN
           END-IF.

           OPEN OUTPUT SAL-PRUEBA.

           IF NOT FS-PRUEBA-OK
              DISPLAY 'ERROR AL ABRIR PRUEBA-NOVEDADES.TXT'
              DISPLAY 'FILE STATUS: ' FS-PRUEBA
              MOVE 16                       TO RETURN-CODE
              CLOSE TRB-PRUEBA
              GO TO 3200-EMITIR-LISTADO-PRUEBA-FIN
           END-IF.

           MOVE WS-FECHA-SISTEMA(7:2)       TO WS-PRU-FEC-DD.
           MOVE WS-FECHA-SISTEMA(5:2)       TO WS-PRU-FEC-MM.
           MOVE WS-FECHA-SISTEMA(1:4)       TO WS-PRU-FEC-AAAA.

           MOVE WS-REG-PRU-TITULO           TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-SEPARADOR        TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-FECHA            TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-AVISO            TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-SEPARADOR        TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-ENCABEZADO       TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-SEPARADOR        TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.

           PERFORM 3210-COPIAR-RENGLON-PRUEBA
              THRU 3210-COPIAR-RENGLON-PRUEBA-FIN
             UNTIL NOT FS-TRB-PRUEBA-OK.

           PERFORM 3250-ESCRIBIR-TOTALES-PRUEBA
              THRU 3250-ESCRIBIR-TOTALES-PRUEBA-FIN.

           CLOSE TRB-PRUEBA
                 SAL-PRUEBA.

       3200-EMITIR-LISTADO-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3210-COPIAR-RENGLON-PRUEBA.

           READ TRB-PRUEBA.

           EVALUATE TRUE
               WHEN FS-TRB-PRUEBA-OK
                    MOVE WS-TRB-PRUEBA      TO WS-REG-PRU-TRABAJO
                    IF WS-PRU-TRB-NOVEDAD
                       PERFORM 3220-COMPLETAR-NOVEDAD
                          THRU 3220-COMPLETAR-NOVEDAD-FIN
                    ELSE
                       MOVE WS-PRU-TRB-RENGLON
                                             TO WS-SAL-PRUEBA
                    END-IF
                    PERFORM 3290-ESCRIBIR-PRUEBA
                       THRU 3290-ESCRIBIR-PRUEBA-FIN
               WHEN FS-TRB-PRUEBA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER PRUEBA-NOVEDADES-TRB.TXT'
                    DISPLAY 'FILE STATUS: ' FS-TRB-PRUEBA
                    MOVE 16                 TO RETURN-CODE
           END-EVALUATE.

       3210-COPIAR-RENGLON-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * COMPLETA EL RENGLON DE LA NOVEDAD CON SU RESULTADO FINAL Y LO
      * SUMA EN LOS TOTALES DE SU ACCION, SU SUCURSAL Y GENERALES.
       3220-COMPLETAR-NOVEDAD.

           MOVE WS-PRU-TRB-RENGLON          TO WS-REG-PRU-DETALLE.

           EVALUATE WS-PRU-TRB-ACCION
               WHEN 'A'
                    MOVE 1                  TO WS-SUB-ACCION
               WHEN 'M'
                    MOVE 2                  TO WS-SUB-ACCION
               WHEN 'B'
                    MOVE 3                  TO WS-SUB-ACCION
               WHEN OTHER
                    MOVE 4                  TO WS-SUB-ACCION
           END-EVALUATE.

           MOVE WS-NOMBRE-ACCION(WS-SUB-ACCION)
                                             TO WS-PRU-DET-ACCION.

           COMPUTE WS-SUB-SUCURSAL = WS-PRU-TRB-SUCURSAL + 1.

           ADD 1              TO WS-TOT-ACC-LEIDAS(WS-SUB-ACCION).
           ADD 1              TO WS-TOT-SUC-LEIDAS(WS-SUB-SUCURSAL).
           ADD 1              TO WS-TOT-GEN-LEIDAS.

           EVALUATE TRUE
               WHEN WS-TAB-RES-APLICADA(WS-PRU-TRB-SECUENCIA)
                    MOVE 'APLICADA'         TO WS-PRU-DET-RESULTADO
                    ADD 1 TO WS-TOT-ACC-APLICADAS(WS-SUB-ACCION)
                    ADD 1 TO WS-TOT-SUC-APLICADAS(WS-SUB-SUCURSAL)
                    ADD 1 TO WS-TOT-GEN-APLICADAS
               WHEN WS-TAB-RES-SUPERADA(WS-PRU-TRB-SECUENCIA)
                    MOVE 'SUPERADA'         TO WS-PRU-DET-RESULTADO
                    ADD 1 TO WS-TOT-ACC-SUPERADAS(WS-SUB-ACCION)
                    ADD 1 TO WS-TOT-SUC-SUPERADAS(WS-SUB-SUCURSAL)
                    ADD 1 TO WS-TOT-GEN-SUPERADAS
               WHEN OTHER
                    MOVE 'RECHAZADA'        TO WS-PRU-DET-RESULTADO
                    IF WS-TAB-RES-COD-MOTIVO(WS-PRU-TRB-SECUENCIA) > 0
                       MOVE WS-MOTIVO-POR-CODIGO
                           (WS-TAB-RES-COD-MOTIVO(WS-PRU-TRB-SECUENCIA))
                                             TO WS-PRU-DET-MOTIVO
                    END-IF
                    ADD 1 TO WS-TOT-ACC-RECHAZADAS(WS-SUB-ACCION)
                    ADD 1 TO WS-TOT-SUC-RECHAZADAS(WS-SUB-SUCURSAL)
                    ADD 1 TO WS-TOT-GEN-RECHAZADAS
           END-EVALUATE.

           MOVE WS-REG-PRU-DETALLE          TO WS-SAL-PRUEBA.

       3220-COMPLETAR-NOVEDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3250-ESCRIBIR-TOTALES-PRUEBA.

           MOVE WS-REG-PRU-SEPARADOR        TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.
           MOVE 'TOTALES POR ACCION'        TO WS-REG-PRU-SUBTITULO.
           MOVE WS-REG-PRU-SUBTITULO        TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-ENC-TOTALES      TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.

           PERFORM 3260-ESCRIBIR-TOTAL-ACCION
              THRU 3260-ESCRIBIR-TOTAL-ACCION-FIN
             VARYING WS-SUB-ACCION FROM 1 BY 1
               UNTIL WS-SUB-ACCION > 4.

           MOVE 'TOTAL'                     TO WS-PRU-TOT-ETIQUETA.
           MOVE WS-TOT-GEN-LEIDAS           TO WS-PRU-TOT-LEIDAS.
           MOVE WS-TOT-GEN-APLICADAS        TO WS-PRU-TOT-APLICADAS.
           MOVE WS-TOT-GEN-RECHAZADAS       TO WS-PRU-TOT-RECHAZADAS.
           MOVE WS-TOT-GEN-SUPERADAS        TO WS-PRU-TOT-SUPERADAS.
           MOVE WS-REG-PRU-TOTAL            TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.

           MOVE WS-REG-PRU-SEPARADOR        TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.
           MOVE 'TOTALES POR SUCURSAL'      TO WS-REG-PRU-SUBTITULO.
           MOVE WS-REG-PRU-SUBTITULO        TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-ENC-TOTALES      TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.

           PERFORM 3270-ESCRIBIR-TOTAL-SUCURSAL
              THRU 3270-ESCRIBIR-TOTAL-SUCURSAL-FIN
             VARYING WS-SUB-SUCURSAL FROM 1 BY 1
               UNTIL WS-SUB-SUCURSAL > 100.

           MOVE WS-REG-PRU-SEPARADOR        TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-FIRMA            TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.

       3250-ESCRIBIR-TOTALES-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3260-ESCRIBIR-TOTAL-ACCION.

           MOVE WS-NOMBRE-ACCION(WS-SUB-ACCION)
                                             TO WS-PRU-TOT-ETIQUETA.
           MOVE WS-TOT-ACC-LEIDAS(WS-SUB-ACCION)
                                             TO WS-PRU-TOT-LEIDAS.
           MOVE WS-TOT-ACC-APLICADAS(WS-SUB-ACCION)
                                             TO WS-PRU-TOT-APLICADAS.
           MOVE WS-TOT-ACC-RECHAZADAS(WS-SUB-ACCION)
                                             TO WS-PRU-TOT-RECHAZADAS.
           MOVE WS-TOT-ACC-SUPERADAS(WS-SUB-ACCION)
                                             TO WS-PRU-TOT-SUPERADAS.

           MOVE WS-REG-PRU-TOTAL            TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.

       3260-ESCRIBIR-TOTAL-ACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SOLO SE LISTAN LAS SUCURSALES CON ALGUNA NOVEDAD.
       3270-ESCRIBIR-TOTAL-SUCURSAL.

           IF WS-TOT-SUC-LEIDAS(WS-SUB-SUCURSAL) = 0
              GO TO 3270-ESCRIBIR-TOTAL-SUCURSAL-FIN
           END-IF.

           COMPUTE WS-ETQ-SUC-NUMERO = WS-SUB-SUCURSAL - 1.
           MOVE WS-ETIQUETA-SUCURSAL        TO WS-PRU-TOT-ETIQUETA.
           MOVE WS-TOT-SUC-LEIDAS(WS-SUB-SUCURSAL)
                                             TO WS-PRU-TOT-LEIDAS.
           MOVE WS-TOT-SUC-APLICADAS(WS-SUB-SUCURSAL)
                                             TO WS-PRU-TOT-APLICADAS.
           MOVE WS-TOT-SUC-RECHAZADAS(WS-SUB-SUCURSAL)
                                             TO WS-PRU-TOT-RECHAZADAS.
           MOVE WS-TOT-SUC-SUPERADAS(WS-SUB-SUCURSAL)
                                             TO WS-PRU-TOT-SUPERADAS.

           MOVE WS-REG-PRU-TOTAL            TO WS-SAL-PRUEBA.
           PERFORM 3290-ESCRIBIR-PRUEBA
              THRU 3290-ESCRIBIR-PRUEBA-FIN.

       3270-ESCRIBIR-TOTAL-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3290-ESCRIBIR-PRUEBA.

           WRITE WS-SAL-PRUEBA.

           IF NOT FS-PRUEBA-OK
              DISPLAY 'ERROR AL ESCRIBIR PRUEBA-NOVEDADES.TXT: '
                      FS-PRUEBA
           END-IF.

       3290-ESCRIBIR-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ03.
