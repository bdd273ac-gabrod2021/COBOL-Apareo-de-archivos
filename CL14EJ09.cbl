
       FILE-CONTROL.

       SELECT ENT-PARAMS
           ASSIGN TO '../PARAMS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMS.

       SELECT ENT-NOVEDADES
           ASSIGN TO '../NOVEDADES-CONTACTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TELEFONOS.

       SELECT ENT-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS.

       SELECT ENT-CODPOS
           ASSIGN TO '../CODPOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CODPOS.

       SELECT ENT-ABREVIATURAS
           ASSIGN TO '../ABREVIATURAS-DIRECCION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABREVIATURAS.

       SELECT SAL-DIRECCIONES
           ASSIGN TO '../DIRECCIONES-NUEVO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

       SELECT TRB-AUDITORIA
           ASSIGN TO '../AUDITORIA-CL14EJ09.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRB-AUDITORIA.

       SELECT SAL-AUDITORIA
           ASSIGN TO '../AUDITORIA-MANTENIMIENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       SELECT TRB-PRUEBA
           ASSIGN TO '../PRUEBA-CONTACTOS-TRB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRB-PRUEBA.

       SELECT SAL-PRUEBA
           ASSIGN TO '../PRUEBA-CONTACTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRUEBA.

       SELECT ARCH-SORT
           ASSIGN TO 'SORTWK-CL14EJ09'.


       FILE SECTION.

      * TARJETA DE CONTROL DE CORRIDA COMPARTIDA CON TODA LA CADENA:
      * LINEAS "CLAVE=VALOR". ESTE PROGRAMA SOLO USA MODO-PRUEBA.
       FD ENT-PARAMS.
       01 WS-ENT-PARAMS                     PIC X(120).

      * NOVEDAD DE CONTACTO: ACCION (A/M/B), TIPO DE DATO (D DIRECCION
      * / T TELEFONO), ID DEL EMPLEADO Y LOS DATOS SEGUN EL TIPO. LOS
      * DATOS SE REDEFINEN CON LOS MISMOS CORTES QUE LOS REGISTROS DE
      * DIRECCIONES.TXT Y TELEFONOS.TXT. AL FINAL VIENEN EL OPERADOR
      * (O SISTEMA DE ORIGEN) Y LA REFERENCIA DEL TRAMITE, QUE SE
      * TRASLADAN A LA AUDITORIA DE MANTENIMIENTO.
       FD ENT-NOVEDADES.
       01 WS-ENT-NOVEDADES.
          05 WS-ENT-NOV-ACCION              PIC X(01).
             10 WS-ENT-NOV-TEL-NUMERO       PIC X(15).
                88 WS-ENT-NOV-TEL-NUM-BLANCO    VALUE SPACES.
             10 FILLER                     PIC X(37).
          05 WS-ENT-NOV-OPERADOR            PIC X(08).
          05 WS-ENT-NOV-REFERENCIA          PIC X(12).

       FD ENT-DIRECCIONES.
       01 WS-ENT-DIRECCIONES.
          05 WS-ENT-DIR-DIRECCION           PIC X(50).
          05 WS-ENT-DIR-COD-POSTAL          PIC 9(04).

      * CABECERA Y PIE QUE RRHH AGREGA A CADA ARCHIVO (COPY RRHH). LOS
      * CONTROLA CL14EJ25; AQUI SOLO SE SALTEAN AL CARGAR LAS TABLAS Y
      * NO PASAN A LOS ARCHIVOS NUEVOS.
       01 WS-ENT-DIR-CONTROL.
          05 WS-ENT-DIR-TIPO-REG            PIC X(01).
             88 WS-ENT-DIR-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(61).

       FD ENT-TELEFONOS.
       01 WS-ENT-TELEFONOS.
          05 WS-ENT-TEL-ID-EMPLEADO         PIC 9(08).
          05 WS-ENT-TEL-ORDEN               PIC 9(01).
          05 WS-ENT-TEL-NUMERO              PIC X(15).

       01 WS-ENT-TEL-CONTROL.
          05 WS-ENT-TEL-TIPO-REG            PIC X(01).
             88 WS-ENT-TEL-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(24).

      * EL MAESTRO DE EMPLEADOS SOLO SE LEE EN LA CORRIDA DE PRUEBA,
      * PARA ATRIBUIR CADA NOVEDAD A LA SUCURSAL DEL EMPLEADO.
       FD ENT-EMPLEADOS.
       01 WS-ENT-EMPLEADOS.
          05 WS-ENT-EMP-ID-EMPLEADO         PIC 9(08).
          05 WS-ENT-EMP-NOMBRE              PIC X(25).
          05 WS-ENT-EMP-APELLIDO            PIC X(25).
          05 WS-ENT-EMP-ESTADO              PIC X(01).
          05 WS-ENT-EMP-SUCURSAL            PIC 9(02).

       01 WS-ENT-EMP-CONTROL.
          05 WS-ENT-EMP-TIPO-REG            PIC X(01).
             88 WS-ENT-EMP-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(60).

       FD ENT-CODPOS.
       01 WS-ENT-CODPOS.
          05 WS-ENT-CP-COD-POSTAL           PIC 9(04).
          05 WS-ENT-CP-LOCALIDAD            PIC X(25).
          05 WS-ENT-CP-PROVINCIA            PIC X(20).

      * TABLA DE ABREVIATURAS DE DIRECCION (COPY DOMICILIO) QUE
      * MANTIENEN LOS USUARIOS.
       FD ENT-ABREVIATURAS.
       01 WS-ENT-ABREVIATURAS               PIC X(38).

       FD SAL-DIRECCIONES.
       01 WS-SAL-DIRECCIONES                PIC X(62).

       FD SAL-RECHAZOS.
       01 WS-SAL-RECHAZOS                   PIC X(114).

      * AUDITORIA DE LA CORRIDA: SE VUELCA AL ARCHIVO PERMANENTE
      * RECIEN AL TERMINAR SIN ERRORES, IGUAL QUE EN CL14EJ03.
       FD TRB-AUDITORIA.
       01 WS-TRB-AUDITORIA                  PIC X(204).

       FD SAL-AUDITORIA.
       01 WS-SAL-AUDITORIA                  PIC X(204).

      * CORRIDA DE PRUEBA: CADA NOVEDAD Y CADA CAMPO QUE CAMBIARIA SE
      * ANOTAN AQUI EN EL ORDEN EN QUE SE PROCESAN, IGUAL QUE EN
      * CL14EJ03; EL RESULTADO FINAL SE COMPLETA AL EMITIR EL LISTADO.
       FD TRB-PRUEBA.
       01 WS-TRB-PRUEBA                     PIC X(162).

       FD SAL-PRUEBA.
       01 WS-SAL-PRUEBA                     PIC X(150).

      * CLASIFICACION FINAL DE LOS TELEFONOS VIGENTES: CL14EJ01
      * CONSUME TELEFONOS.TXT EN FORMA ESTRICTAMENTE SECUENCIAL POR
      * ID ASCENDENTE, ASI QUE LAS ALTAS (QUE LA TABLA ACUMULA AL

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO "AUDITORIA-MANTENIMIENTO.TXT", COMPARTIDO
      * CON CL14EJ03 Y LISTADO POR CL14EJ19.
          COPY AUDITORIA.

      * FORMATO DE LA TABLA "ABREVIATURAS-DIRECCION.TXT".
          COPY DOMICILIO.

       01 FS-STATUS.
          05 FS-PARAMS                      PIC X(2).
             88 FS-PARAMS-OK                    VALUE '00'.
             88 FS-PARAMS-EOF                   VALUE '10'.
             88 FS-PARAMS-NFD                   VALUE '35'.
          05 FS-NOVEDADES                   PIC X(2).
             88 FS-NOVEDADES-OK                 VALUE '00'.
             88 FS-NOVEDADES-EOF                VALUE '10'.
             88 FS-TELEFONOS-OK                 VALUE '00'.
             88 FS-TELEFONOS-EOF                VALUE '10'.
             88 FS-TELEFONOS-NFD                VALUE '35'.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
             88 FS-EMPLEADOS-EOF                VALUE '10'.
             88 FS-EMPLEADOS-NFD                VALUE '35'.
          05 FS-CODPOS                      PIC X(2).
             88 FS-CODPOS-OK                    VALUE '00'.
             88 FS-CODPOS-EOF                   VALUE '10'.
             88 FS-CODPOS-NFD                   VALUE '35'.
          05 FS-ABREVIATURAS                PIC X(2).
             88 FS-ABREVIATURAS-OK              VALUE '00'.
             88 FS-ABREVIATURAS-EOF             VALUE '10'.
             88 FS-ABREVIATURAS-NFD             VALUE '35'.
          05 FS-DIR-NUEVO                   PIC X(2).
             88 FS-DIR-NUEVO-OK                 VALUE '00'.
          05 FS-TEL-NUEVO                   PIC X(2).
             88 FS-TEL-NUEVO-OK                 VALUE '00'.
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
          05 WS-SW-DATOS-VALIDOS            PIC X(01) VALUE 'S'.
             88 WS-DATOS-VALIDOS                VALUE 'S'.
             88 WS-DATOS-INVALIDOS              VALUE 'N'.
          05 WS-SW-PARAMS                   PIC X(01) VALUE 'S'.
             88 WS-PARAMS-OK                    VALUE 'S'.
             88 WS-PARAMS-ERROR                 VALUE 'N'.

      * MODO DE CORRIDA TOMADO DE LA TARJETA (MODO-PRUEBA=S/N). EN
      * PRUEBA SE EJECUTAN TODAS LAS VALIDACIONES Y REGLAS DE APLICACION
      * PERO NO SE GRABAN DIRECCIONES NI TELEFONOS NUEVOS, NI RECHAZOS
      * NI AUDITORIA: SOLO EL LISTADO DE PRUEBA, COMO EN CL14EJ03.
       01 WS-PAR-MODO-PRUEBA                PIC X(01) VALUE 'N'.
          88 WS-MODO-PRUEBA                     VALUE 'S'.
          88 WS-MODO-NORMAL                     VALUE 'N'.

      * AREA DE TRABAJO PARA DESGLOSAR UNA LINEA "CLAVE=VALOR" DE LA
      * TARJETA DE PARAMETROS.
       01 WS-PARSE-PARAMETRO.
          05 WS-PRM-CLAVE                   PIC X(30).
          05 WS-PRM-VALOR                   PIC X(100).

      * TABLA EN MEMORIA CON LAS DIRECCIONES, CARGADA UNA UNICA VEZ.
      * LAS NOVEDADES SE APLICAN SOBRE LA TABLA Y AL FINAL SE REGRABA
                88 WS-TAB-CP-CARGADO-SI         VALUE 'S'.
                88 WS-TAB-CP-NO-CARGADO         VALUE 'N'.

      * TABLA DE ABREVIATURAS Y AREAS DE LA NORMALIZACION, IGUALES A
      * LAS DE CL14EJ30: LA DIRECCION DE UNA NOVEDAD SE GRABA EN LA
      * MISMA FORMA NORMAL QUE EL APAREO LE DA A DIRECCIONES.TXT.
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

      * SUCURSAL DE CADA EMPLEADO, CARGADA SOLO EN LA CORRIDA DE
      * PRUEBA PARA LOS TOTALES POR SUCURSAL DEL LISTADO.
       01 WS-TAB-EMP-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-EMPLEADOS.
          05 WS-TAB-EMP-ENTRADA OCCURS 1 TO 500000 TIMES
                                 DEPENDING ON WS-TAB-EMP-CANTIDAD
                                 INDEXED BY WS-TAB-EMP-IDX.
             10 WS-TAB-EMP-ID-EMPLEADO      PIC 9(08).
             10 WS-TAB-EMP-SUCURSAL         PIC 9(02).

      * RESULTADO DE CADA NOVEDAD EN LA CORRIDA DE PRUEBA, INDEXADO EN
      * FORMA DIRECTA POR SU NUMERO DE ORDEN EN EL ARCHIVO.
       01 WS-TAB-RES-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-RESULTADOS.
          05 WS-TAB-RES-ENTRADA OCCURS 1 TO 500000 TIMES
                                 DEPENDING ON WS-TAB-RES-CANTIDAD.
             10 WS-TAB-RES-RESULTADO        PIC X(01).
                88 WS-TAB-RES-APLICADA          VALUE 'A'.
                88 WS-TAB-RES-RECHAZADA         VALUE 'R'.
                88 WS-TAB-RES-SUPERADA          VALUE 'S'.
             10 WS-TAB-RES-COD-MOTIVO       PIC 9(02).

      * REGISTROS YA TOCADOS EN LA CORRIDA DE PRUEBA, CON LA ULTIMA
      * NOVEDAD APLICADA A CADA UNO: SI OTRA NOVEDAD DEL MISMO REGISTRO
      * SE APLICA DESPUES, AQUELLA QUEDA SUPERADA. LA CLAVE ES LA MISMA
      * DE MANTENIMIENTO (ID, O ID + TIPO + ORDEN PARA TELEFONOS).
       01 WS-TAB-TOC-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-TOCADOS.
          05 WS-TAB-TOC-ENTRADA OCCURS 1 TO 500000 TIMES
                                 DEPENDING ON WS-TAB-TOC-CANTIDAD
                                 INDEXED BY WS-TAB-TOC-IDX.
             10 WS-TAB-TOC-CLAVE            PIC X(11).
             10 WS-TAB-TOC-ULT-SECUENCIA    PIC 9(08).

       01 WS-CLAVE-TOCADO.
          05 WS-CLV-TOC-ID-EMPLEADO         PIC 9(08).
          05 WS-CLV-TOC-TIPO-DATO           PIC X(01).
          05 WS-CLV-TOC-TEL-TIPO            PIC X(01).
          05 WS-CLV-TOC-TEL-ORDEN           PIC X(01).

       01 WS-SUB-ACCION                     PIC 9(01) VALUE 0.
       01 WS-SUB-SUCURSAL                   PIC 9(03) VALUE 0.

      * IMAGENES ANTES Y DESPUES DE LA NOVEDAD EN CURSO, VISTAS CAMPO
      * POR CAMPO PARA EL LISTADO DE PRUEBA.
       01 WS-PRU-IMAGEN-ANTES               PIC X(62).
       01 WS-PRU-IMG-ANT-DIR REDEFINES WS-PRU-IMAGEN-ANTES.
          05 FILLER                        PIC X(08).
          05 WS-PRU-ANT-DIRECCION           PIC X(50).
          05 WS-PRU-ANT-COD-POSTAL          PIC X(04).
       01 WS-PRU-IMG-ANT-TEL REDEFINES WS-PRU-IMAGEN-ANTES.
          05 FILLER                        PIC X(08).
          05 WS-PRU-ANT-TEL-TIPO            PIC X(01).
          05 WS-PRU-ANT-TEL-ORDEN           PIC X(01).
          05 WS-PRU-ANT-TEL-NUMERO          PIC X(15).
          05 FILLER                        PIC X(37).

       01 WS-PRU-IMAGEN-DESPUES             PIC X(62).
       01 WS-PRU-IMG-DES-DIR REDEFINES WS-PRU-IMAGEN-DESPUES.
          05 FILLER                        PIC X(08).
          05 WS-PRU-DES-DIRECCION           PIC X(50).
          05 WS-PRU-DES-COD-POSTAL          PIC X(04).
       01 WS-PRU-IMG-DES-TEL REDEFINES WS-PRU-IMAGEN-DESPUES.
          05 FILLER                        PIC X(08).
          05 WS-PRU-DES-TEL-TIPO            PIC X(01).
          05 WS-PRU-DES-TEL-ORDEN           PIC X(01).
          05 WS-PRU-DES-TEL-NUMERO          PIC X(15).
          05 FILLER                        PIC X(37).

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
          'LISTADO DE PRUEBA DE NOVEDADES DE CONTACTOS - CL14EJ09'.

       01 WS-REG-PRU-AVISO                  PIC X(150) VALUE
          'CORRIDA DE PRUEBA - NO SE GRABARON DIRECCIONES NI TELEFONOS'.

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
          05 FILLER PIC X(09) VALUE 'DATO'.
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
          05 FILLER PIC X(38) VALUE 'MOTIVO DE RECHAZO'.
          05 FILLER PIC X(24) VALUE SPACES.

       01 WS-REG-PRU-DETALLE.
          05 WS-PRU-DET-SECUENCIA           PIC 9(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-PRU-DET-ACCION              PIC X(12).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-PRU-DET-TIPO-DATO           PIC X(09).
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
          05 WS-PRU-DET-MOTIVO              PIC X(38).
          05 FILLER                        PIC X(24) VALUE SPACES.

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

       01 WS-FECHA-SISTEMA                  PIC 9(08) VALUE 0.

       01 WS-HORA-SISTEMA                   PIC 9(08) VALUE 0.

      * IMAGENES DE UNA ENTRADA DE LAS TABLAS CON EL MISMO FORMATO DE
      * DIRECCIONES.TXT Y TELEFONOS.TXT, PARA LA AUDITORIA.
       01 WS-IMAGEN-DIRECCION.
          05 WS-IMG-DIR-ID-EMPLEADO         PIC 9(08).
          05 WS-IMG-DIR-DIRECCION           PIC X(50).
          05 WS-IMG-DIR-COD-POSTAL          PIC 9(04).

       01 WS-IMAGEN-TELEFONO.
          05 WS-IMG-TEL-ID-EMPLEADO         PIC 9(08).
          05 WS-IMG-TEL-TIPO                PIC X(01).
          05 WS-IMG-TEL-ORDEN               PIC 9(01).
          05 WS-IMG-TEL-NUMERO              PIC X(15).

      * IMAGEN EN MEMORIA DEL RENGLON DE RECHAZO: SE ARMA AQUI Y LUEGO
      * SE MUEVE COMPLETA HACIA WS-SAL-RECHAZOS, IGUAL QUE CL14EJ03 LO
      * HACE CON SUS RECHAZOS DE NOVEDADES.
             'CODIGO POSTAL INEXISTENTE'.
          05 WS-MOT-TEL-NUM-BLANCO          PIC X(38) VALUE
             'NUMERO DE TELEFONO EN BLANCO'.
          05 WS-MOT-DIR-NO-NORMALIZABLE     PIC X(38) VALUE
             'DIRECCION NO NORMALIZABLE'.

      * LOS MOTIVOS ESTAN EN EL ORDEN DE SU CODIGO (01 A 11), PARA QUE
      * EL LISTADO DE PRUEBA LOS TOME POR EL CODIGO DE RECHAZO.
       01 WS-MOTIVOS-RECHAZO-R REDEFINES WS-MOTIVOS-RECHAZO.
          05 WS-MOTIVO-POR-CODIGO           PIC X(38) OCCURS 11 TIMES.

       01 WS-CONTADORES.
          05 WS-CONT-REG-NOVEDADES          PIC 9(08) VALUE 0.
          05 WS-CONT-REG-DIRECCIONES        PIC 9(08) VALUE 0.
          05 WS-CONT-REG-TELEFONOS          PIC 9(08) VALUE 0.
          05 WS-CONT-REG-CODPOS             PIC 9(08) VALUE 0.
          05 WS-CONT-REG-ABREVIATURAS       PIC 9(08) VALUE 0.
          05 WS-CONT-ALTAS-DIR              PIC 9(08) VALUE 0.
          05 WS-CONT-MODIF-DIR              PIC 9(08) VALUE 0.
          05 WS-CONT-BAJAS-DIR              PIC 9(08) VALUE 0.
          05 WS-CONT-REG-RECHAZOS           PIC 9(08) VALUE 0.
          05 WS-CONT-REG-DIR-NUEVO          PIC 9(08) VALUE 0.
          05 WS-CONT-REG-TEL-NUEVO          PIC 9(08) VALUE 0.
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

      * LA REFERENCIA DE CODIGOS POSTALES SE CARGA PRIMERO, YA QUE LA
      * VALIDACION DE CADA NOVEDAD DE DIRECCION LA CONSULTA.
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1700-CARGAR-ABREVIATURAS
              THRU 1700-CARGAR-ABREVIATURAS-FIN.

           IF WS-INICIO-ERROR
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1200-CARGAR-DIRECCIONES
              THRU 1200-CARGAR-DIRECCIONES-FIN.

           PERFORM 1300-CARGAR-TELEFONOS
              THRU 1300-CARGAR-TELEFONOS-FIN.

           IF WS-MODO-PRUEBA
              PERFORM 1600-CARGAR-EMPLEADOS
                 THRU 1600-CARGAR-EMPLEADOS-FIN
           END-IF.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN

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
              DISPLAY 'CORRIDA DE PRUEBA - NO SE GRABAN DIRECCIONES NI '
                      'TELEFONOS'
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
       1100-CARGAR-CODPOS.

           READ ENT-DIRECCIONES.

           EVALUATE TRUE
               WHEN FS-DIRECCIONES-OK
                AND WS-ENT-DIR-REG-CONTROL
                    CONTINUE
               WHEN FS-DIRECCIONES-OK
                    ADD 1                   TO WS-CONT-REG-DIRECCIONES
                    IF WS-TAB-DIR-CANTIDAD < 500000
           READ ENT-TELEFONOS.

           EVALUATE TRUE
               WHEN FS-TELEFONOS-OK
                AND WS-ENT-TEL-REG-CONTROL
                    CONTINUE
               WHEN FS-TELEFONOS-OK
                    ADD 1                   TO WS-CONT-REG-TELEFONOS
                    IF WS-TAB-TEL-CANTIDAD < 1500000
      *----------------------------------------------------------------*
       1500-ABRIR-SALIDAS.

      * EN LA CORRIDA DE PRUEBA SOLO SE ABRE EL ARCHIVO DE TRABAJO DEL
      * LISTADO: NINGUNA SALIDA REAL SE TOCA.
           IF WS-MODO-PRUEBA
              OPEN OUTPUT TRB-PRUEBA
              IF NOT FS-TRB-PRUEBA-OK
                 DISPLAY 'ERROR AL ABRIR PRUEBA-CONTACTOS-TRB.TXT'
                 DISPLAY 'FILE STATUS: ' FS-TRB-PRUEBA
                 SET WS-INICIO-ERROR TO TRUE
              END-IF
              GO TO 1500-ABRIR-SALIDAS-FIN
           END-IF.

           OPEN OUTPUT SAL-DIRECCIONES.

           IF NOT FS-DIR-NUEVO-OK
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

           OPEN OUTPUT TRB-AUDITORIA.

           IF NOT FS-TRB-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR AUDITORIA-CL14EJ09.TXT'
              DISPLAY 'FILE STATUS: ' FS-TRB-AUDITORIA
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

       1500-ABRIR-SALIDAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-CARGAR-EMPLEADOS.

           OPEN INPUT ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    PERFORM 1610-LEER-EMPLEADO
                       THRU 1610-LEER-EMPLEADO-FIN
                      UNTIL FS-EMPLEADOS-EOF
                         OR WS-CAPACIDAD-EXCEDIDA
                         OR WS-INICIO-ERROR
                    CLOSE ENT-EMPLEADOS
               WHEN FS-EMPLEADOS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1600-CARGAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1610-LEER-EMPLEADO.

           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                AND WS-ENT-EMP-REG-CONTROL
                    CONTINUE
               WHEN FS-EMPLEADOS-OK
                    IF WS-TAB-EMP-CANTIDAD < 500000
                       ADD 1                TO WS-TAB-EMP-CANTIDAD
                       SET WS-TAB-EMP-IDX   TO WS-TAB-EMP-CANTIDAD
                       MOVE WS-ENT-EMP-ID-EMPLEADO
                            TO WS-TAB-EMP-ID-EMPLEADO(WS-TAB-EMP-IDX)
                       IF WS-ENT-EMP-SUCURSAL IS NUMERIC
                          MOVE WS-ENT-EMP-SUCURSAL
                               TO WS-TAB-EMP-SUCURSAL(WS-TAB-EMP-IDX)
                       ELSE
                          MOVE 0
                               TO WS-TAB-EMP-SUCURSAL(WS-TAB-EMP-IDX)
                       END-IF
                    ELSE
                       DISPLAY 'TABLA DE EMPLEADOS LLENA - PROCESO '
                               'ABORTADO'
                       DISPLAY 'ID EMPLEADO: ' WS-ENT-EMP-ID-EMPLEADO
                       SET WS-CAPACIDAD-EXCEDIDA TO TRUE
                    END-IF
               WHEN FS-EMPLEADOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1610-LEER-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA MISMA TABLA DE ABREVIATURAS QUE USA CL14EJ30. SIN ELLA LAS
      * NOVEDADES DE DIRECCION NO SE PUEDEN NORMALIZAR: LA CORRIDA SE
      * ABORTA EN LUGAR DE GRABAR DIRECCIONES SIN NORMALIZAR.
       1700-CARGAR-ABREVIATURAS.

           OPEN INPUT ENT-ABREVIATURAS.

           EVALUATE TRUE
               WHEN FS-ABREVIATURAS-OK
                    PERFORM 1710-LEER-ABREVIATURA
                       THRU 1710-LEER-ABREVIATURA-FIN
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

       1700-CARGAR-ABREVIATURAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1710-LEER-ABREVIATURA.

           READ ENT-ABREVIATURAS.

           EVALUATE TRUE
               WHEN FS-ABREVIATURAS-OK
                    IF WS-ENT-ABREVIATURAS NOT = SPACES
                       AND WS-ENT-ABREVIATURAS(1:1) NOT = '*'
                       ADD 1                TO WS-CONT-REG-ABREVIATURAS
                       MOVE WS-ENT-ABREVIATURAS TO WS-REG-ABREVIATURA
                       PERFORM 1720-GUARDAR-ABREVIATURA
                          THRU 1720-GUARDAR-ABREVIATURA-FIN
                    END-IF
               WHEN FS-ABREVIATURAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA TABLA DE ABREVIATURAS '
                            'DE DIRECCION'
                    DISPLAY 'FILE STATUS: ' FS-ABREVIATURAS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1710-LEER-ABREVIATURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA INVALIDA ABORTA: UNA ABREVIATURA MAL CARGADA CAMBIARIA
      * EN SILENCIO TODAS LAS DIRECCIONES QUE LA USAN. LA ABREVIATURA SE
      * GUARDA EN MAYUSCULAS PORQUE ASI SE COMPARAN LAS PALABRAS.
       1720-GUARDAR-ABREVIATURA.

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
              GO TO 1720-GUARDAR-ABREVIATURA-FIN
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
              GO TO 1720-GUARDAR-ABREVIATURA-FIN
           END-IF.

           PERFORM 1725-CONTROLAR-MARCA
              THRU 1725-CONTROLAR-MARCA-FIN.

           IF WS-INICIO-ERROR
              GO TO 1720-GUARDAR-ABREVIATURA-FIN
           END-IF.

           ADD 1                            TO WS-TAB-ABR-CANTIDAD.
           SET WS-TAB-ABR-IDX               TO WS-TAB-ABR-CANTIDAD.
           MOVE WS-ABR-CLASE
                     TO WS-TAB-ABR-CLASE(WS-TAB-ABR-IDX).
           MOVE WS-ABR-ABREVIATURA
                     TO WS-TAB-ABR-ABREVIATURA(WS-TAB-ABR-IDX).
           MOVE WS-ABR-FORMA-NORMAL
                     TO WS-TAB-ABR-FORMA-NORMAL(WS-TAB-ABR-IDX).

       1720-GUARDAR-ABREVIATURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA PRIMERA MARCA DE PISO, DE DEPARTAMENTO O DE SIN NUMERO FIJA
      * LA PALABRA QUE SE ESCRIBE; OTRA MARCA DE LA MISMA CLASE CON
      * DISTINTA FORMA NORMAL ES UNA TABLA CONTRADICTORIA.
       1725-CONTROLAR-MARCA.

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

       1725-CONTROLAR-MARCA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * APLICA LA NOVEDAD EN CURSO SOBRE LA TABLA QUE CORRESPONDA. LAS
      * NOVEDADES SE APLICAN EN ORDEN DE LLEGADA, PARA QUE DOS
      * PERSONAL LAS CARGO, IGUAL QUE EN CL14EJ03.
       2000-PROCESAR-NOVEDAD.

           IF WS-MODO-PRUEBA
              PERFORM 2050-ANOTAR-NOVEDAD-PRUEBA
                 THRU 2050-ANOTAR-NOVEDAD-PRUEBA-FIN
              IF WS-CAPACIDAD-EXCEDIDA
                 GO TO 2000-PROCESAR-NOVEDAD-FIN
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN NOT (WS-ENT-NOV-ALTA
                      OR WS-ENT-NOV-MODIFICACION

       2000-PROCESAR-NOVEDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ANOTA LA NOVEDAD EN CURSO EN EL ARCHIVO DE TRABAJO DE PRUEBA,
      * ANTES DE APLICARLA. SU SECUENCIA ES EL NUMERO DE ORDEN EN EL
      * ARCHIVO Y SU SUCURSAL LA DEL EMPLEADO EN EL MAESTRO (00 SI EL
      * EMPLEADO NO EXISTE).
       2050-ANOTAR-NOVEDAD-PRUEBA.

           IF WS-CONT-REG-NOVEDADES > 500000
              DISPLAY 'TABLA DE RESULTADOS DE PRUEBA LLENA - PROCESO '
                      'ABORTADO'
              SET WS-CAPACIDAD-EXCEDIDA     TO TRUE
              GO TO 2050-ANOTAR-NOVEDAD-PRUEBA-FIN
           END-IF.

           MOVE WS-CONT-REG-NOVEDADES       TO WS-TAB-RES-CANTIDAD.
           MOVE SPACES  TO WS-TAB-RES-RESULTADO(WS-CONT-REG-NOVEDADES).
           MOVE 0       TO WS-TAB-RES-COD-MOTIVO(WS-CONT-REG-NOVEDADES).

           MOVE 0                           TO WS-PRU-TRB-SUCURSAL.

           IF WS-TAB-EMP-CANTIDAD > 0
              SET WS-TAB-EMP-IDX            TO 1
              SEARCH WS-TAB-EMP-ENTRADA
                  AT END
                       CONTINUE
                  WHEN WS-TAB-EMP-ID-EMPLEADO(WS-TAB-EMP-IDX)
                          = WS-ENT-NOV-ID-EMPLEADO
                       MOVE WS-TAB-EMP-SUCURSAL(WS-TAB-EMP-IDX)
                                             TO WS-PRU-TRB-SUCURSAL
              END-SEARCH
           END-IF.

           MOVE WS-CONT-REG-NOVEDADES       TO WS-PRU-TRB-SECUENCIA.
           SET WS-PRU-TRB-NOVEDAD           TO TRUE.
           MOVE WS-ENT-NOV-ACCION           TO WS-PRU-TRB-ACCION.

           MOVE WS-CONT-REG-NOVEDADES       TO WS-PRU-DET-SECUENCIA.
           MOVE WS-ENT-NOV-ACCION           TO WS-PRU-DET-ACCION.

           EVALUATE TRUE
               WHEN WS-ENT-NOV-DIRECCION
                    MOVE 'DIRECCION'        TO WS-PRU-DET-TIPO-DATO
               WHEN WS-ENT-NOV-TELEFONO
                    MOVE 'TELEFONO'         TO WS-PRU-DET-TIPO-DATO
               WHEN OTHER
                    MOVE 'INVALIDO'         TO WS-PRU-DET-TIPO-DATO
           END-EVALUATE.

           MOVE WS-ENT-NOV-ID-EMPLEADO      TO WS-PRU-DET-ID-EMPLEADO.
           MOVE WS-PRU-TRB-SUCURSAL         TO WS-PRU-DET-SUCURSAL.
           MOVE WS-ENT-NOV-OPERADOR         TO WS-PRU-DET-OPERADOR.
           MOVE WS-ENT-NOV-REFERENCIA       TO WS-PRU-DET-REFERENCIA.
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

           MOVE WS-CONT-REG-NOVEDADES       TO WS-PRU-TRB-SECUENCIA.
           SET WS-PRU-TRB-CAMPO             TO TRUE.
           MOVE WS-ENT-NOV-ACCION           TO WS-PRU-TRB-ACCION.
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
              DISPLAY 'ERROR AL ESCRIBIR PRUEBA-CONTACTOS-TRB.TXT: '
                      FS-TRB-PRUEBA
           END-IF.

       2090-ESCRIBIR-TRB-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-APLICAR-DIRECCION.

                       PERFORM 2500-ESCRIBIR-RECHAZO
                          THRU 2500-ESCRIBIR-RECHAZO-FIN
                    ELSE
                       PERFORM 2140-ARMAR-IMAGEN-DIRECCION
                          THRU 2140-ARMAR-IMAGEN-DIRECCION-FIN
                       MOVE WS-IMAGEN-DIRECCION
                                             TO WS-AUD-IMAGEN-ANTERIOR
                       MOVE WS-ENT-NOV-DIRECCION-TXT
                            TO WS-TAB-DIR-DIRECCION(WS-TAB-DIR-IDX)
                       MOVE WS-ENT-NOV-COD-POSTAL
                            TO WS-TAB-DIR-COD-POSTAL(WS-TAB-DIR-IDX)
                       ADD 1                TO WS-CONT-MODIF-DIR
                       PERFORM 2140-ARMAR-IMAGEN-DIRECCION
                          THRU 2140-ARMAR-IMAGEN-DIRECCION-FIN
                       MOVE WS-IMAGEN-DIRECCION
                                             TO WS-AUD-IMAGEN-POSTERIOR
                       PERFORM 2300-REGISTRAR-AUDITORIA
                          THRU 2300-REGISTRAR-AUDITORIA-FIN
                    END-IF
               WHEN WS-ENT-NOV-BAJA
                    IF WS-DIRECCION-NO-ENCONTRADA
                       PERFORM 2500-ESCRIBIR-RECHAZO
                          THRU 2500-ESCRIBIR-RECHAZO-FIN
                    ELSE
                       PERFORM 2140-ARMAR-IMAGEN-DIRECCION
                          THRU 2140-ARMAR-IMAGEN-DIRECCION-FIN
                       MOVE WS-IMAGEN-DIRECCION
                                             TO WS-AUD-IMAGEN-ANTERIOR
                       MOVE SPACES          TO WS-AUD-IMAGEN-POSTERIOR
                       SET WS-TAB-DIR-VIG-NO(WS-TAB-DIR-IDX) TO TRUE
                       ADD 1                TO WS-CONT-BAJAS-DIR
                       PERFORM 2300-REGISTRAR-AUDITORIA
                          THRU 2300-REGISTRAR-AUDITORIA-FIN
                    END-IF
           END-EVALUATE.

                    CONTINUE
           END-EVALUATE.

           IF WS-DATOS-INVALIDOS
              GO TO 2110-VALIDAR-DATOS-DIRECCION-FIN
           END-IF.

      * LA DIRECCION SE GRABA EN SU FORMA NORMAL. LA QUE NO SE PUEDE
      * INTERPRETAR SIN ADIVINAR SE RECHAZA CON EL MOTIVO PUNTUAL, PARA
      * QUE SE CORRIJA Y SE VUELVA A CARGAR.
           MOVE WS-ENT-NOV-DIRECCION-TXT    TO WS-NRM-ENTRADA.

           PERFORM 2600-NORMALIZAR-DIRECCION
              THRU 2600-NORMALIZAR-DIRECCION-FIN.

           IF WS-NRM-EXCEPCION
              SET WS-DATOS-INVALIDOS        TO TRUE
              MOVE 11                       TO WS-RECH-COD-MOTIVO
              MOVE WS-NRM-MOTIVO            TO WS-RECH-MOTIVO
              PERFORM 2500-ESCRIBIR-RECHAZO
                 THRU 2500-ESCRIBIR-RECHAZO-FIN
           ELSE
              MOVE WS-NRM-DIRECCION         TO WS-ENT-NOV-DIRECCION-TXT
           END-IF.

       2110-VALIDAR-DATOS-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
                        TO WS-TAB-DIR-COD-POSTAL(WS-TAB-DIR-IDX)
              SET WS-TAB-DIR-VIG-SI(WS-TAB-DIR-IDX) TO TRUE
              ADD 1                         TO WS-CONT-ALTAS-DIR
              PERFORM 2140-ARMAR-IMAGEN-DIRECCION
                 THRU 2140-ARMAR-IMAGEN-DIRECCION-FIN
              MOVE SPACES                   TO WS-AUD-IMAGEN-ANTERIOR
              MOVE WS-IMAGEN-DIRECCION      TO WS-AUD-IMAGEN-POSTERIOR
              PERFORM 2300-REGISTRAR-AUDITORIA
                 THRU 2300-REGISTRAR-AUDITORIA-FIN
           ELSE
              DISPLAY 'TABLA DE DIRECCIONES LLENA - PROCESO ABORTADO'
              DISPLAY 'ID EMPLEADO: ' WS-ENT-NOV-ID-EMPLEADO

       2130-AGREGAR-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA LA IMAGEN DE LA ENTRADA DE DIRECCION APUNTADA POR
      * WS-TAB-DIR-IDX, EN EL FORMATO DE DIRECCIONES.TXT.
       2140-ARMAR-IMAGEN-DIRECCION.

           MOVE WS-TAB-DIR-ID-EMPLEADO(WS-TAB-DIR-IDX)
                                             TO WS-IMG-DIR-ID-EMPLEADO.
           MOVE WS-TAB-DIR-DIRECCION(WS-TAB-DIR-IDX)
                                             TO WS-IMG-DIR-DIRECCION.
           MOVE WS-TAB-DIR-COD-POSTAL(WS-TAB-DIR-IDX)
                                             TO WS-IMG-DIR-COD-POSTAL.

       2140-ARMAR-IMAGEN-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-APLICAR-TELEFONO.

                       PERFORM 2500-ESCRIBIR-RECHAZO
                          THRU 2500-ESCRIBIR-RECHAZO-FIN
                    ELSE
                       PERFORM 2240-ARMAR-IMAGEN-TELEFONO
                          THRU 2240-ARMAR-IMAGEN-TELEFONO-FIN
                       MOVE WS-IMAGEN-TELEFONO
                                             TO WS-AUD-IMAGEN-ANTERIOR
                       MOVE WS-ENT-NOV-TEL-NUMERO
                            TO WS-TAB-TEL-NUMERO(WS-TAB-TEL-IDX)
                       ADD 1                TO WS-CONT-MODIF-TEL
                       PERFORM 2240-ARMAR-IMAGEN-TELEFONO
                          THRU 2240-ARMAR-IMAGEN-TELEFONO-FIN
                       MOVE WS-IMAGEN-TELEFONO
                                             TO WS-AUD-IMAGEN-POSTERIOR
                       PERFORM 2300-REGISTRAR-AUDITORIA
                          THRU 2300-REGISTRAR-AUDITORIA-FIN
                    END-IF
               WHEN WS-ENT-NOV-BAJA
                    IF WS-TELEFONO-NO-ENCONTRADO
                       PERFORM 2500-ESCRIBIR-RECHAZO
                          THRU 2500-ESCRIBIR-RECHAZO-FIN
                    ELSE
                       PERFORM 2240-ARMAR-IMAGEN-TELEFONO
                          THRU 2240-ARMAR-IMAGEN-TELEFONO-FIN
                       MOVE WS-IMAGEN-TELEFONO
                                             TO WS-AUD-IMAGEN-ANTERIOR
                       MOVE SPACES          TO WS-AUD-IMAGEN-POSTERIOR
                       SET WS-TAB-TEL-VIG-NO(WS-TAB-TEL-IDX) TO TRUE
                       ADD 1                TO WS-CONT-BAJAS-TEL
                       PERFORM 2300-REGISTRAR-AUDITORIA
                          THRU 2300-REGISTRAR-AUDITORIA-FIN
                    END-IF
           END-EVALUATE.

                        TO WS-TAB-TEL-NUMERO(WS-TAB-TEL-IDX)
              SET WS-TAB-TEL-VIG-SI(WS-TAB-TEL-IDX) TO TRUE
              ADD 1                         TO WS-CONT-ALTAS-TEL
              PERFORM 2240-ARMAR-IMAGEN-TELEFONO
                 THRU 2240-ARMAR-IMAGEN-TELEFONO-FIN
              MOVE SPACES                   TO WS-AUD-IMAGEN-ANTERIOR
              MOVE WS-IMAGEN-TELEFONO       TO WS-AUD-IMAGEN-POSTERIOR
              PERFORM 2300-REGISTRAR-AUDITORIA
                 THRU 2300-REGISTRAR-AUDITORIA-FIN
           ELSE
              DISPLAY 'TABLA DE TELEFONOS LLENA - PROCESO ABORTADO'
              DISPLAY 'ID EMPLEADO: ' WS-ENT-NOV-ID-EMPLEADO
       2230-AGREGAR-TELEFONO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA LA IMAGEN DE LA ENTRADA DE TELEFONO APUNTADA POR
      * WS-TAB-TEL-IDX, EN EL FORMATO DE TELEFONOS.TXT.
       2240-ARMAR-IMAGEN-TELEFONO.

           MOVE WS-TAB-TEL-ID-EMPLEADO(WS-TAB-TEL-IDX)
                                             TO WS-IMG-TEL-ID-EMPLEADO.
           MOVE WS-TAB-TEL-TIPO(WS-TAB-TEL-IDX)
                                             TO WS-IMG-TEL-TIPO.
           MOVE WS-TAB-TEL-ORDEN(WS-TAB-TEL-IDX)
                                             TO WS-IMG-TEL-ORDEN.
           MOVE WS-TAB-TEL-NUMERO(WS-TAB-TEL-IDX)
                                             TO WS-IMG-TEL-NUMERO.

       2240-ARMAR-IMAGEN-TELEFONO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA CONSTANCIA DE LA NOVEDAD RECIEN APLICADA. QUIEN LO INVOCA
      * YA CARGO LAS IMAGENES ANTERIOR Y POSTERIOR DEL REGISTRO.
       2300-REGISTRAR-AUDITORIA.

           IF WS-MODO-PRUEBA
              PERFORM 2350-REGISTRAR-PRUEBA
                 THRU 2350-REGISTRAR-PRUEBA-FIN
              GO TO 2300-REGISTRAR-AUDITORIA-FIN
           END-IF.

           ACCEPT WS-HORA-SISTEMA FROM TIME.

           MOVE WS-FECHA-SISTEMA            TO WS-AUD-FECHA.
           MOVE WS-HORA-SISTEMA             TO WS-AUD-HORA.
           MOVE 'CL14EJ09'                  TO WS-AUD-PROGRAMA.
           MOVE WS-ENT-NOV-OPERADOR         TO WS-AUD-OPERADOR.
           MOVE WS-ENT-NOV-REFERENCIA       TO WS-AUD-REFERENCIA.
           MOVE WS-ENT-NOV-ACCION           TO WS-AUD-ACCION.
           MOVE WS-ENT-NOV-ID-EMPLEADO      TO WS-AUD-ID-EMPLEADO.

           IF WS-ENT-NOV-DIRECCION
              SET WS-AUD-REG-DIRECCION      TO TRUE
           ELSE
              SET WS-AUD-REG-TELEFONO       TO TRUE
           END-IF.

           MOVE WS-REG-AUDITORIA            TO WS-TRB-AUDITORIA.
           WRITE WS-TRB-AUDITORIA.

           IF FS-TRB-AUDITORIA-OK
              ADD 1                         TO WS-CONT-REG-AUDITORIA
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR AUDITORIA-CL14EJ09.TXT: '
                      FS-TRB-AUDITORIA
           END-IF.

       2300-REGISTRAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EN LA CORRIDA DE PRUEBA LA NOVEDAD APLICADA SUPERA A LA ULTIMA
      * APLICADA DEL MISMO REGISTRO, Y SE ANOTAN LOS CAMPOS QUE
      * CAMBIARIA A PARTIR DE LAS IMAGENES YA CARGADAS PARA AUDITORIA.
       2350-REGISTRAR-PRUEBA.

           PERFORM 2360-MARCAR-SUPERADA
              THRU 2360-MARCAR-SUPERADA-FIN.

           IF WS-CAPACIDAD-EXCEDIDA
              GO TO 2350-REGISTRAR-PRUEBA-FIN
           END-IF.

           SET WS-TAB-RES-APLICADA(WS-CONT-REG-NOVEDADES) TO TRUE.

           MOVE WS-AUD-IMAGEN-ANTERIOR      TO WS-PRU-IMAGEN-ANTES.
           MOVE WS-AUD-IMAGEN-POSTERIOR     TO WS-PRU-IMAGEN-DESPUES.

           IF WS-ENT-NOV-DIRECCION
              PERFORM 2370-ANOTAR-CAMPOS-DIRECCION
                 THRU 2370-ANOTAR-CAMPOS-DIRECCION-FIN
           ELSE
              PERFORM 2380-ANOTAR-CAMPOS-TELEFONO
                 THRU 2380-ANOTAR-CAMPOS-TELEFONO-FIN
           END-IF.

       2350-REGISTRAR-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UBICA EL REGISTRO EN LA TABLA DE TOCADOS (LO AGREGA SI ES LA
      * PRIMERA VEZ), MARCA COMO SUPERADA LA NOVEDAD QUE LO HABIA
      * TOCADO ANTES Y DEJA LA ACTUAL COMO ULTIMA.
       2360-MARCAR-SUPERADA.

           MOVE WS-ENT-NOV-ID-EMPLEADO      TO WS-CLV-TOC-ID-EMPLEADO.
           MOVE WS-ENT-NOV-TIPO-DATO        TO WS-CLV-TOC-TIPO-DATO.

           IF WS-ENT-NOV-TELEFONO
              MOVE WS-ENT-NOV-TEL-TIPO      TO WS-CLV-TOC-TEL-TIPO
              MOVE WS-ENT-NOV-TEL-ORDEN     TO WS-CLV-TOC-TEL-ORDEN
           ELSE
              MOVE SPACES                   TO WS-CLV-TOC-TEL-TIPO
              MOVE SPACES                   TO WS-CLV-TOC-TEL-ORDEN
           END-IF.

           IF WS-TAB-TOC-CANTIDAD > 0
              SET WS-TAB-TOC-IDX            TO 1
              SEARCH WS-TAB-TOC-ENTRADA
                  AT END
                       CONTINUE
                  WHEN WS-TAB-TOC-CLAVE(WS-TAB-TOC-IDX)
                          = WS-CLAVE-TOCADO
                       SET WS-TAB-RES-SUPERADA
                          (WS-TAB-TOC-ULT-SECUENCIA(WS-TAB-TOC-IDX))
                          TO TRUE
                       MOVE WS-CONT-REG-NOVEDADES
                          TO WS-TAB-TOC-ULT-SECUENCIA(WS-TAB-TOC-IDX)
                       GO TO 2360-MARCAR-SUPERADA-FIN
              END-SEARCH
           END-IF.

           IF WS-TAB-TOC-CANTIDAD < 500000
              ADD 1                         TO WS-TAB-TOC-CANTIDAD
              SET WS-TAB-TOC-IDX            TO WS-TAB-TOC-CANTIDAD
              MOVE WS-CLAVE-TOCADO
                        TO WS-TAB-TOC-CLAVE(WS-TAB-TOC-IDX)
              MOVE WS-CONT-REG-NOVEDADES
                        TO WS-TAB-TOC-ULT-SECUENCIA(WS-TAB-TOC-IDX)
           ELSE
              DISPLAY 'TABLA DE REGISTROS TOCADOS LLENA - PROCESO '
                      'ABORTADO'
              SET WS-CAPACIDAD-EXCEDIDA     TO TRUE
           END-IF.

       2360-MARCAR-SUPERADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2370-ANOTAR-CAMPOS-DIRECCION.

           IF WS-PRU-ANT-DIRECCION NOT = WS-PRU-DES-DIRECCION
              MOVE 'DIRECCION'              TO WS-PRU-CAM-NOMBRE
              MOVE WS-PRU-ANT-DIRECCION     TO WS-PRU-CAM-ANTES
              MOVE WS-PRU-DES-DIRECCION     TO WS-PRU-CAM-DESPUES
              PERFORM 2060-ANOTAR-CAMPO-PRUEBA
                 THRU 2060-ANOTAR-CAMPO-PRUEBA-FIN
           END-IF.

           IF WS-PRU-ANT-COD-POSTAL NOT = WS-PRU-DES-COD-POSTAL
              MOVE 'COD POSTAL'             TO WS-PRU-CAM-NOMBRE
              MOVE WS-PRU-ANT-COD-POSTAL    TO WS-PRU-CAM-ANTES
              MOVE WS-PRU-DES-COD-POSTAL    TO WS-PRU-CAM-DESPUES
              PERFORM 2060-ANOTAR-CAMPO-PRUEBA
                 THRU 2060-ANOTAR-CAMPO-PRUEBA-FIN
           END-IF.

       2370-ANOTAR-CAMPOS-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2380-ANOTAR-CAMPOS-TELEFONO.

           IF WS-PRU-ANT-TEL-TIPO NOT = WS-PRU-DES-TEL-TIPO
              MOVE 'TIPO TEL'               TO WS-PRU-CAM-NOMBRE
              MOVE WS-PRU-ANT-TEL-TIPO      TO WS-PRU-CAM-ANTES
              MOVE WS-PRU-DES-TEL-TIPO      TO WS-PRU-CAM-DESPUES
              PERFORM 2060-ANOTAR-CAMPO-PRUEBA
                 THRU 2060-ANOTAR-CAMPO-PRUEBA-FIN
           END-IF.

           IF WS-PRU-ANT-TEL-ORDEN NOT = WS-PRU-DES-TEL-ORDEN
              MOVE 'ORDEN TEL'              TO WS-PRU-CAM-NOMBRE
              MOVE WS-PRU-ANT-TEL-ORDEN     TO WS-PRU-CAM-ANTES
              MOVE WS-PRU-DES-TEL-ORDEN     TO WS-PRU-CAM-DESPUES
              PERFORM 2060-ANOTAR-CAMPO-PRUEBA
                 THRU 2060-ANOTAR-CAMPO-PRUEBA-FIN
           END-IF.

           IF WS-PRU-ANT-TEL-NUMERO NOT = WS-PRU-DES-TEL-NUMERO
              MOVE 'NUMERO'                 TO WS-PRU-CAM-NOMBRE
              MOVE WS-PRU-ANT-TEL-NUMERO    TO WS-PRU-CAM-ANTES
              MOVE WS-PRU-DES-TEL-NUMERO    TO WS-PRU-CAM-DESPUES
              PERFORM 2060-ANOTAR-CAMPO-PRUEBA
                 THRU 2060-ANOTAR-CAMPO-PRUEBA-FIN
           END-IF.

       2380-ANOTAR-CAMPOS-TELEFONO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA EL RENGLON DE RECHAZO CON LA NOVEDAD COMPLETA Y EL
      * MOTIVO YA CARGADO POR QUIEN LO INVOCA, IGUAL QUE EL ARCHIVO DE
      * RECHAZOS DE CL14EJ03.
       2500-ESCRIBIR-RECHAZO.

      * EN LA CORRIDA DE PRUEBA EL RECHAZO SOLO SE ANOTA PARA EL
      * LISTADO; EL ARCHIVO DE RECHAZOS NO SE TOCA.
           IF WS-MODO-PRUEBA
              SET WS-TAB-RES-RECHAZADA(WS-CONT-REG-NOVEDADES) TO TRUE
              MOVE WS-RECH-COD-MOTIVO
                   TO WS-TAB-RES-COD-MOTIVO(WS-CONT-REG-NOVEDADES)
              ADD 1                         TO WS-CONT-REG-RECHAZOS
              GO TO 2500-ESCRIBIR-RECHAZO-FIN
           END-IF.

           MOVE WS-ENT-NOV-ACCION           TO WS-RECH-ACCION.
           MOVE WS-ENT-NOV-TIPO-DATO        TO WS-RECH-TIPO-DATO.
           MOVE WS-ENT-NOV-ID-EMPLEADO      TO WS-RECH-ID-EMPLEADO.

       2500-ESCRIBIR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * NORMALIZA WS-NRM-ENTRADA: MAYUSCULAS, SIN PUNTUACION, UN SOLO
      * ESPACIO ENTRE PALABRAS Y CON LAS ABREVIATURAS EXPANDIDAS. LA
      * DIRECCION SE ARMA COMO TIPO Y NOMBRE DE CALLE, ALTURA, Y PISO Y
      * DEPARTAMENTO SI LOS TIENE. LO QUE NO SE PUEDE INTERPRETAR SIN
      * ADIVINAR QUEDA COMO EXCEPCION CON SU MOTIVO (WS-NRM-EXCEPCION).
       2600-NORMALIZAR-DIRECCION.

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
              GO TO 2600-NORMALIZAR-DIRECCION-FIN
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

           PERFORM 2610-SEPARAR-PALABRA
              THRU 2610-SEPARAR-PALABRA-FIN
             UNTIL WS-NRM-PUNTERO > 50
                OR WS-NRM-EXCEPCION.

           IF WS-NRM-EXCEPCION
              GO TO 2600-NORMALIZAR-DIRECCION-FIN
           END-IF.

           SET WS-NRM-SIN-NOMBRE            TO TRUE.

           PERFORM 2630-UBICAR-ALTURA
              THRU 2630-UBICAR-ALTURA-FIN
             VARYING WS-NRM-SUB FROM 1 BY 1
               UNTIL WS-NRM-SUB > WS-NRM-CANT-PALABRAS
                  OR WS-NRM-SUB-ALTURA > 0
                  OR WS-NRM-EXCEPCION.

           IF WS-NRM-EXCEPCION
              GO TO 2600-NORMALIZAR-DIRECCION-FIN
           END-IF.

           IF WS-NRM-SUB-ALTURA = 0
              MOVE 'SIN ALTURA (NUMERO DE PUERTA)'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2600-NORMALIZAR-DIRECCION-FIN
           END-IF.

           PERFORM 2640-ARMAR-CALLE
              THRU 2640-ARMAR-CALLE-FIN.

           IF WS-NRM-EXCEPCION
              GO TO 2600-NORMALIZAR-DIRECCION-FIN
           END-IF.

           COMPUTE WS-NRM-SUB = WS-NRM-SUB-ALTURA + 1.

           PERFORM 2650-INTERPRETAR-RESTO
              THRU 2650-INTERPRETAR-RESTO-FIN
             UNTIL WS-NRM-SUB > WS-NRM-CANT-PALABRAS
                OR WS-NRM-EXCEPCION.

           IF WS-NRM-EXCEPCION
              GO TO 2600-NORMALIZAR-DIRECCION-FIN
           END-IF.

           PERFORM 2660-ARMAR-DIRECCION
              THRU 2660-ARMAR-DIRECCION-FIN.

       2600-NORMALIZAR-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOMA LA PALABRA SIGUIENTE DEL TEXTO. LOS ESPACIOS REPETIDOS NO
      * GENERAN PALABRAS Y LAS PALABRAS A DESCARTAR (CLASE I) NO SE
      * GUARDAN.
       2610-SEPARAR-PALABRA.

           MOVE SPACES                      TO WS-NRM-PALABRA.
           MOVE 0                           TO WS-NRM-LARGO.

           UNSTRING WS-NRM-TEXTO
               DELIMITED BY ALL SPACE
               INTO WS-NRM-PALABRA COUNT IN WS-NRM-LARGO
               WITH POINTER WS-NRM-PUNTERO
           END-UNSTRING.

           IF WS-NRM-LARGO = 0
              GO TO 2610-SEPARAR-PALABRA-FIN
           END-IF.

           IF WS-NRM-LARGO > 20
              MOVE 'PALABRA DE MAS DE 20 LETRAS'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2610-SEPARAR-PALABRA-FIN
           END-IF.

           PERFORM 2620-CLASIFICAR-PALABRA
              THRU 2620-CLASIFICAR-PALABRA-FIN.

       2610-SEPARAR-PALABRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA PALABRA SE BUSCA EN LA TABLA POR ABREVIATURA O POR FORMA
      * NORMAL Y SE REEMPLAZA POR SU FORMA NORMAL. SI NO ESTA EN LA
      * TABLA SE CLASIFICA POR SU FORMA.
       2620-CLASIFICAR-PALABRA.

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
              GO TO 2620-CLASIFICAR-PALABRA-FIN
           END-IF.

           IF WS-NRM-CANT-PALABRAS NOT < 15
              MOVE 'DIRECCION DE MAS DE 15 PALABRAS'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2620-CLASIFICAR-PALABRA-FIN
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

       2620-CLASIFICAR-PALABRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA ALTURA ES EL PRIMER NUMERO (O LA MARCA DE SIN NUMERO) QUE
      * VIENE DESPUES DE ALGUNA PALABRA DEL NOMBRE DE LA CALLE. UN
      * NUMERO SIN NOMBRE ANTES ("CALLE 50", "9 DE JULIO") O SEGUIDO
      * DE "DE" ("25 DE MAYO") ES PARTE DEL NOMBRE.
       2630-UBICAR-ALTURA.

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

       2630-UBICAR-ALTURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CALLE: EL TIPO (SI VINO) ADELANTE Y DESPUES LAS PALABRAS DEL
      * NOMBRE EN EL ORDEN EN QUE VINIERON.
       2640-ARMAR-CALLE.

           IF WS-NRM-SIN-NOMBRE
              MOVE 'SIN NOMBRE DE CALLE'    TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2640-ARMAR-CALLE-FIN
           END-IF.

           MOVE SPACES                      TO WS-NRM-ARMADO.
           MOVE 1                           TO WS-NRM-PUNTERO-ARMADO.
           SET WS-NRM-SIN-DESBORDE          TO TRUE.

           IF WS-NRM-SUB-TIPO > 0
              MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB-TIPO)
                                             TO WS-NRM-AGREGAR
              PERFORM 2670-AGREGAR-PALABRA
                 THRU 2670-AGREGAR-PALABRA-FIN
           END-IF.

           PERFORM 2645-AGREGAR-NOMBRE
              THRU 2645-AGREGAR-NOMBRE-FIN
             VARYING WS-NRM-SUB FROM 1 BY 1
               UNTIL WS-NRM-SUB NOT < WS-NRM-SUB-ALTURA.

           IF WS-NRM-DESBORDE
              OR WS-NRM-PUNTERO-ARMADO > 41
              MOVE 'NOMBRE DE CALLE DE MAS DE 40 LETRAS'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2640-ARMAR-CALLE-FIN
           END-IF.

           MOVE WS-NRM-ARMADO               TO WS-NRM-CALLE.

       2640-ARMAR-CALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2645-AGREGAR-NOMBRE.

           IF WS-NRM-SUB NOT = WS-NRM-SUB-TIPO
              MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB) TO WS-NRM-AGREGAR
              PERFORM 2670-AGREGAR-PALABRA
                 THRU 2670-AGREGAR-PALABRA-FIN
           END-IF.

       2645-AGREGAR-NOMBRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DESPUES DE LA ALTURA SOLO PUEDEN VENIR PISO Y DEPARTAMENTO: CON
      * SU MARCA ("PISO 3 DTO B"), PEGADOS ("3B") O SUELTOS ("3 B", EL
      * PRIMER NUMERO ES EL PISO). CUALQUIER OTRA COSA ES EXCEPCION.
       2650-INTERPRETAR-RESTO.

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
                       PERFORM 2655-TOMAR-PISO
                          THRU 2655-TOMAR-PISO-FIN
                    END-IF
               WHEN WS-NRM-PAL-MARCA-DEPTO(WS-NRM-SUB)
                    IF WS-NRM-DEPTO NOT = SPACES
                       OR WS-NRM-SUB-SIG > WS-NRM-CANT-PALABRAS
                       MOVE 'DEPARTAMENTO REPETIDO O SIN VALOR'
                                             TO WS-NRM-MOTIVO
                       SET WS-NRM-EXCEPCION TO TRUE
                    ELSE
                       MOVE WS-NRM-SUB-SIG  TO WS-NRM-SUB
                       PERFORM 2657-TOMAR-DEPTO
                          THRU 2657-TOMAR-DEPTO-FIN
                    END-IF
               WHEN WS-NRM-PISO = SPACES
                AND (WS-NRM-PAL-NUMERO(WS-NRM-SUB)
                     OR WS-NRM-PAL-PISO-LETRAS(WS-NRM-SUB)
                     OR WS-NRM-PAL-NUMERO-LETRA(WS-NRM-SUB))
                    PERFORM 2655-TOMAR-PISO
                       THRU 2655-TOMAR-PISO-FIN
               WHEN WS-NRM-PISO NOT = SPACES
                AND WS-NRM-DEPTO = SPACES
                AND (WS-NRM-PAL-NUMERO(WS-NRM-SUB)
                     OR WS-NRM-PAL-PALABRA(WS-NRM-SUB))
                    PERFORM 2657-TOMAR-DEPTO
                       THRU 2657-TOMAR-DEPTO-FIN
               WHEN OTHER
                    MOVE 'TEXTO NO RECONOCIDO TRAS LA ALTURA'
                                             TO WS-NRM-MOTIVO
                    SET WS-NRM-EXCEPCION    TO TRUE
           END-EVALUATE.

           ADD 1                            TO WS-NRM-SUB.

       2650-INTERPRETAR-RESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PISO DE HASTA 3 DIGITOS O UN VALOR DE LA TABLA (PB). "3B" ES
      * PISO 3 DEPARTAMENTO B SI EL DEPARTAMENTO NO VINO POR SEPARADO.
       2655-TOMAR-PISO.

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

       2655-TOMAR-PISO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEPARTAMENTO DE HASTA 4 POSICIONES, NUMERO O LETRAS.
       2657-TOMAR-DEPTO.

           IF (WS-NRM-PAL-NUMERO(WS-NRM-SUB)
               OR WS-NRM-PAL-PALABRA(WS-NRM-SUB))
              AND WS-NRM-PAL-LARGO(WS-NRM-SUB) < 5
              MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB) TO WS-NRM-DEPTO
           ELSE
              MOVE 'DEPARTAMENTO NO RECONOCIDO'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
           END-IF.

       2657-TOMAR-DEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * FORMA NORMAL: CALLE ALTURA [PISO p] [DEPARTAMENTO d], CON LAS
      * PALABRAS DE MARCA QUE FIJA LA TABLA.
       2660-ARMAR-DIRECCION.

           MOVE SPACES                      TO WS-NRM-ARMADO.
           MOVE 1                           TO WS-NRM-PUNTERO-ARMADO.
           SET WS-NRM-SIN-DESBORDE          TO TRUE.

           MOVE WS-NRM-CALLE                TO WS-NRM-AGREGAR.
           PERFORM 2670-AGREGAR-PALABRA
              THRU 2670-AGREGAR-PALABRA-FIN.

           MOVE WS-NRM-ALTURA               TO WS-NRM-AGREGAR.
           PERFORM 2670-AGREGAR-PALABRA
              THRU 2670-AGREGAR-PALABRA-FIN.

           IF WS-NRM-PISO NOT = SPACES
              MOVE WS-MAR-PISO              TO WS-NRM-AGREGAR
              PERFORM 2670-AGREGAR-PALABRA
                 THRU 2670-AGREGAR-PALABRA-FIN
              MOVE WS-NRM-PISO              TO WS-NRM-AGREGAR
              PERFORM 2670-AGREGAR-PALABRA
                 THRU 2670-AGREGAR-PALABRA-FIN
           END-IF.

           IF WS-NRM-DEPTO NOT = SPACES
              MOVE WS-MAR-DEPTO             TO WS-NRM-AGREGAR
              PERFORM 2670-AGREGAR-PALABRA
                 THRU 2670-AGREGAR-PALABRA-FIN
              MOVE WS-NRM-DEPTO             TO WS-NRM-AGREGAR
              PERFORM 2670-AGREGAR-PALABRA
                 THRU 2670-AGREGAR-PALABRA-FIN
           END-IF.

           IF WS-NRM-DESBORDE
              OR WS-NRM-PUNTERO-ARMADO > 51
              MOVE 'FORMA NORMAL DE MAS DE 50 POSICIONES'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2660-ARMAR-DIRECCION-FIN
           END-IF.

           MOVE WS-NRM-ARMADO               TO WS-NRM-DIRECCION.

       2660-ARMAR-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGA WS-NRM-AGREGAR A WS-NRM-ARMADO, SEPARADO POR UN ESPACIO.
       2670-AGREGAR-PALABRA.

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

       2670-AGREGAR-PALABRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK
              AND WS-MODO-NORMAL
              PERFORM 3100-REGRABAR-DIRECCIONES
                 THRU 3100-REGRABAR-DIRECCIONES-FIN
              PERFORM 3200-REGRABAR-TELEFONOS
                 THRU 3200-REGRABAR-TELEFONOS-FIN
           END-IF.

           CLOSE ENT-NOVEDADES.

           IF WS-MODO-PRUEBA
              CLOSE TRB-PRUEBA
           ELSE
              PERFORM 3050-CERRAR-SALIDAS
                 THRU 3050-CERRAR-SALIDAS-FIN
           END-IF.

           IF WS-INICIO-ERROR
              MOVE 16                       TO RETURN-CODE
           END-IF.

           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK
              AND WS-MODO-NORMAL
              PERFORM 3300-VOLCAR-AUDITORIA
                 THRU 3300-VOLCAR-AUDITORIA-FIN
           END-IF.

           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK
              AND WS-MODO-PRUEBA
              PERFORM 3400-EMITIR-LISTADO-PRUEBA
                 THRU 3400-EMITIR-LISTADO-PRUEBA-FIN
           END-IF.

           DISPLAY 'CANTIDAD DE REGISTROS NOVEDADES   : '
                   WS-CONT-REG-NOVEDADES.
           DISPLAY 'CANTIDAD DE REGISTROS DIRECCIONES : '
                   WS-CONT-REG-TELEFONOS.
           DISPLAY 'CANTIDAD DE REGISTROS COD POSTAL  : '
                   WS-CONT-REG-CODPOS.
           DISPLAY 'CANTIDAD DE ABREVIATURAS          : '
                   WS-TAB-ABR-CANTIDAD.
           DISPLAY 'ALTAS DE DIRECCION APLICADAS      : '
                   WS-CONT-ALTAS-DIR.
           DISPLAY 'MODIFICACIONES DE DIRECCION       : '
                   WS-CONT-REG-DIR-NUEVO.
           DISPLAY 'CANTIDAD DE TELEFONOS NUEVOS      : '
                   WS-CONT-REG-TEL-NUEVO.
           DISPLAY 'CANTIDAD DE REGISTROS AUDITORIA   : '
                   WS-CONT-REG-AUDITORIA.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3050-CERRAR-SALIDAS.

           CLOSE SAL-DIRECCIONES
                 SAL-RECHAZOS
                 TRB-AUDITORIA.

           IF NOT FS-DIR-NUEVO-OK
              DISPLAY 'ERROR AL CERRAR DIRECCIONES-NUEVO: '
                      FS-DIR-NUEVO
           END-IF.

           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO RECHAZOS: ' FS-RECHAZOS
           END-IF.

       3050-CERRAR-SALIDAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-REGRABAR-DIRECCIONES.

       3220-LIBERAR-UN-TELEFONO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGA LA AUDITORIA DE LA CORRIDA AL FINAL DEL ARCHIVO
      * PERMANENTE. LA PRIMERA VEZ EL ARCHIVO NO EXISTE Y SE CREA.
       3300-VOLCAR-AUDITORIA.

           OPEN EXTEND SAL-AUDITORIA.

           IF FS-AUDITORIA-NFD
              OPEN OUTPUT SAL-AUDITORIA
           END-IF.

           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL ABRIR AUDITORIA-MANTENIMIENTO.TXT PARA '
                      'EXTENDER'
              DISPLAY 'FILE STATUS: ' FS-AUDITORIA
              MOVE 16                       TO RETURN-CODE
              GO TO 3300-VOLCAR-AUDITORIA-FIN
           END-IF.

           OPEN INPUT TRB-AUDITORIA.

           IF FS-TRB-AUDITORIA-OK
              PERFORM 3310-COPIAR-AUDITORIA
                 THRU 3310-COPIAR-AUDITORIA-FIN
                UNTIL NOT FS-TRB-AUDITORIA-OK
              CLOSE TRB-AUDITORIA
           ELSE
              DISPLAY 'ERROR AL ABRIR AUDITORIA-CL14EJ09.TXT'
              DISPLAY 'FILE STATUS: ' FS-TRB-AUDITORIA
              MOVE 16                       TO RETURN-CODE
           END-IF.

           CLOSE SAL-AUDITORIA.

       3300-VOLCAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3310-COPIAR-AUDITORIA.

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
                    DISPLAY 'ERROR AL LEER AUDITORIA-CL14EJ09.TXT'
                    DISPLAY 'FILE STATUS: ' FS-TRB-AUDITORIA
                    MOVE 16                 TO RETURN-CODE
           END-EVALUATE.

       3310-COPIAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE EL LISTADO DE PRUEBA: RECORRE EL ARCHIVO DE TRABAJO,
      * COMPLETA EL RESULTADO FINAL DE CADA NOVEDAD, ACUMULA LOS
      * TOTALES POR ACCION Y POR SUCURSAL Y LOS AGREGA AL FINAL.
       3400-EMITIR-LISTADO-PRUEBA.

           OPEN INPUT TRB-PRUEBA.

           IF NOT FS-TRB-PRUEBA-OK
              DISPLAY 'ERROR AL ABRIR PRUEBA-CONTACTOS-TRB.TXT'
              DISPLAY 'FILE STATUS: ' FS-TRB-PRUEBA
              MOVE 16                       TO RETURN-CODE
              GO TO 3400-EMITIR-LISTADO-PRUEBA-FIN
           END-IF.

           OPEN OUTPUT SAL-PRUEBA.

           IF NOT FS-PRUEBA-OK
              DISPLAY 'ERROR AL ABRIR PRUEBA-CONTACTOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-PRUEBA
              MOVE 16                       TO RETURN-CODE
              CLOSE TRB-PRUEBA
              GO TO 3400-EMITIR-LISTADO-PRUEBA-FIN
           END-IF.

           MOVE WS-FECHA-SISTEMA(7:2)       TO WS-PRU-FEC-DD.
           MOVE WS-FECHA-SISTEMA(5:2)       TO WS-PRU-FEC-MM.
           MOVE WS-FECHA-SISTEMA(1:4)       TO WS-PRU-FEC-AAAA.

           MOVE WS-REG-PRU-TITULO           TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-SEPARADOR        TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-FECHA            TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-AVISO            TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-SEPARADOR        TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-ENCABEZADO       TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-SEPARADOR        TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.

           PERFORM 3410-COPIAR-RENGLON-PRUEBA
              THRU 3410-COPIAR-RENGLON-PRUEBA-FIN
             UNTIL NOT FS-TRB-PRUEBA-OK.

           PERFORM 3450-ESCRIBIR-TOTALES-PRUEBA
              THRU 3450-ESCRIBIR-TOTALES-PRUEBA-FIN.

           CLOSE TRB-PRUEBA
                 SAL-PRUEBA.

       3400-EMITIR-LISTADO-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3410-COPIAR-RENGLON-PRUEBA.

           READ TRB-PRUEBA.

           EVALUATE TRUE
               WHEN FS-TRB-PRUEBA-OK
                    MOVE WS-TRB-PRUEBA      TO WS-REG-PRU-TRABAJO
                    IF WS-PRU-TRB-NOVEDAD
                       PERFORM 3420-COMPLETAR-NOVEDAD
                          THRU 3420-COMPLETAR-NOVEDAD-FIN
                    ELSE
                       MOVE WS-PRU-TRB-RENGLON
                                             TO WS-SAL-PRUEBA
                    END-IF
                    PERFORM 3490-ESCRIBIR-PRUEBA
                       THRU 3490-ESCRIBIR-PRUEBA-FIN
               WHEN FS-TRB-PRUEBA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER PRUEBA-CONTACTOS-TRB.TXT'
                    DISPLAY 'FILE STATUS: ' FS-TRB-PRUEBA
                    MOVE 16                 TO RETURN-CODE
           END-EVALUATE.

       3410-COPIAR-RENGLON-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * COMPLETA EL RENGLON DE LA NOVEDAD CON SU RESULTADO FINAL Y LO
      * SUMA EN LOS TOTALES DE SU ACCION, SU SUCURSAL Y GENERALES.
       3420-COMPLETAR-NOVEDAD.

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

       3420-COMPLETAR-NOVEDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3450-ESCRIBIR-TOTALES-PRUEBA.

           MOVE WS-REG-PRU-SEPARADOR        TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.
           MOVE 'TOTALES POR ACCION'        TO WS-REG-PRU-SUBTITULO.
           MOVE WS-REG-PRU-SUBTITULO        TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-ENC-TOTALES      TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.

           PERFORM 3460-ESCRIBIR-TOTAL-ACCION
              THRU 3460-ESCRIBIR-TOTAL-ACCION-FIN
             VARYING WS-SUB-ACCION FROM 1 BY 1
               UNTIL WS-SUB-ACCION > 4.

           MOVE 'TOTAL'                     TO WS-PRU-TOT-ETIQUETA.
           MOVE WS-TOT-GEN-LEIDAS           TO WS-PRU-TOT-LEIDAS.
           MOVE WS-TOT-GEN-APLICADAS        TO WS-PRU-TOT-APLICADAS.
           MOVE WS-TOT-GEN-RECHAZADAS       TO WS-PRU-TOT-RECHAZADAS.
           MOVE WS-TOT-GEN-SUPERADAS        TO WS-PRU-TOT-SUPERADAS.
           MOVE WS-REG-PRU-TOTAL            TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.

           MOVE WS-REG-PRU-SEPARADOR        TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.
           MOVE 'TOTALES POR SUCURSAL'      TO WS-REG-PRU-SUBTITULO.
           MOVE WS-REG-PRU-SUBTITULO        TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-ENC-TOTALES      TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.

           PERFORM 3470-ESCRIBIR-TOTAL-SUCURSAL
              THRU 3470-ESCRIBIR-TOTAL-SUCURSAL-FIN
             VARYING WS-SUB-SUCURSAL FROM 1 BY 1
               UNTIL WS-SUB-SUCURSAL > 100.

           MOVE WS-REG-PRU-SEPARADOR        TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.
           MOVE WS-REG-PRU-FIRMA            TO WS-SAL-PRUEBA.
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.

       3450-ESCRIBIR-TOTALES-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3460-ESCRIBIR-TOTAL-ACCION.

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
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.

       3460-ESCRIBIR-TOTAL-ACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SOLO SE LISTAN LAS SUCURSALES CON ALGUNA NOVEDAD.
       3470-ESCRIBIR-TOTAL-SUCURSAL.

           IF WS-TOT-SUC-LEIDAS(WS-SUB-SUCURSAL) = 0
              GO TO 3470-ESCRIBIR-TOTAL-SUCURSAL-FIN
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
           PERFORM 3490-ESCRIBIR-PRUEBA
              THRU 3490-ESCRIBIR-PRUEBA-FIN.

       3470-ESCRIBIR-TOTAL-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3490-ESCRIBIR-PRUEBA.

           WRITE WS-SAL-PRUEBA.

           IF NOT FS-PRUEBA-OK
              DISPLAY 'ERROR AL ESCRIBIR PRUEBA-CONTACTOS.TXT: '
                      FS-PRUEBA
           END-IF.

       3490-ESCRIBIR-PRUEBA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ09.
