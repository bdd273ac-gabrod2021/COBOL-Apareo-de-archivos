           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CODPOS.

       SELECT ENT-ABREVIATURAS
           ASSIGN USING WS-ARCH-ABREVIATURAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABREVIATURAS.

       SELECT ENT-ERROR
           ASSIGN USING WS-ARCH-ERROR
           ORGANIZATION IS LINE SEQUENTIAL
          05 WS-ENT-EMP-ESTADO              PIC X(01).
          05 WS-ENT-EMP-SUCURSAL            PIC 9(02).

      * CABECERA Y PIE QUE RRHH AGREGA A CADA ARCHIVO (COPY RRHH). LOS
      * CONTROLA CL14EJ25 ANTES DE LA CADENA; AQUI SOLO SE SALTEAN.
       01 WS-ENT-EMP-CONTROL.
          05 WS-ENT-EMP-TIPO-REG            PIC X(01).
             88 WS-ENT-EMP-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(60).

       FD ENT-TELEFONOS.
       01 WS-ENT-TELEFONOS.
          05 WS-ENT-TEL-ID-EMPLEADO         PIC 9(08).
          05 WS-ENT-TEL-ORDEN               PIC 9(01).
          05 WS-ENT-TEL-NUMERO              PIC X(15).

       01 WS-ENT-TEL-CONTROL.
          05 WS-ENT-TEL-TIPO-REG            PIC X(01).
             88 WS-ENT-TEL-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(24).

       FD ENT-CODPOS.
       01 WS-ENT-CODPOS.
          05 WS-ENT-CP-COD-POSTAL           PIC 9(04).
          05 WS-ENT-CP-LOCALIDAD            PIC X(25).
          05 WS-ENT-CP-PROVINCIA            PIC X(20).

      * TABLA DE ABREVIATURAS DE DIRECCION (COPY DOMICILIO) QUE
      * MANTIENEN LOS USUARIOS.
       FD ENT-ABREVIATURAS.
       01 WS-ENT-ABREVIATURAS               PIC X(38).

      * SE LEE COMO TEXTO PLANO PARA PODER CARGAR CUALQUIER LINEA DEL
      * ERROR.TXT ACTUAL A LA TABLA EN MEMORIA, SIN IMPORTAR A CUAL DE
      * LOS CINCO FORMATOS DEL COPYBOOK ERROR CORRESPONDA CADA UNA.
      * FORMATO DEL ARCHIVO DE SALIDA "ERROR.TXT"
          COPY ERROR.

      * FORMATO DE LA TABLA "ABREVIATURAS-DIRECCION.TXT".
          COPY DOMICILIO.

      * RUTAS EFECTIVAS DE LOS ARCHIVOS DE LA CORRIDA. ARRANCAN CON
      * LAS RUTAS TRADICIONALES Y LA TARJETA PARAMS.TXT LAS PUEDE
      * REDEFINIR, IGUAL QUE EN CL14EJ01.
             '../TELEFONOS.TXT'.
          05 WS-ARCH-CODPOS                 PIC X(100) VALUE
             '../CODPOS.TXT'.
          05 WS-ARCH-ABREVIATURAS           PIC X(100) VALUE
             '../ABREVIATURAS-DIRECCION.TXT'.
          05 WS-ARCH-APAREO                 PIC X(100) VALUE
             '../APAREO.TXT'.
          05 WS-ARCH-ERROR                  PIC X(100) VALUE
             88 FS-CODPOS-OK                    VALUE '00'.
             88 FS-CODPOS-EOF                   VALUE '10'.
             88 FS-CODPOS-NFD                   VALUE '35'.
          05 FS-ABREVIATURAS                PIC X(2).
             88 FS-ABREVIATURAS-OK              VALUE '00'.
             88 FS-ABREVIATURAS-EOF             VALUE '10'.
             88 FS-ABREVIATURAS-NFD             VALUE '35'.
          05 FS-ERROR-LECTURA                PIC X(2).
             88 FS-ERROR-LECTURA-OK             VALUE '00'.
             88 FS-ERROR-LECTURA-EOF            VALUE '10'.
          05 WS-SW-CODPOS-CARGADOS          PIC X(01) VALUE 'S'.
             88 WS-CODPOS-CARGADOS-SI           VALUE 'S'.
             88 WS-CODPOS-CARGADOS-NO           VALUE 'N'.
          05 WS-SW-ABREVIATURAS             PIC X(01) VALUE 'S'.
             88 WS-ABREVIATURAS-OK              VALUE 'S'.
             88 WS-ABREVIATURAS-ERROR           VALUE 'N'.
          05 WS-SW-CAPACIDAD                PIC X(01) VALUE 'S'.
             88 WS-CAPACIDAD-OK                 VALUE 'S'.
             88 WS-CAPACIDAD-EXCEDIDA           VALUE 'N'.
             10 WS-TAB-CP-LOCALIDAD         PIC X(25).
             10 WS-TAB-CP-PROVINCIA         PIC X(20).

      * TABLA DE ABREVIATURAS Y AREAS DE LA NORMALIZACION, IGUALES A
      * LAS DE CL14EJ30: EL RENGLON REPROCESADO LLEVA LA DIRECCION EN LA
      * MISMA FORMA NORMAL QUE LOS DEMAS RENGLONES DE APAREO.TXT.
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

      * TABLA EN MEMORIA CON EL ERROR.TXT ACTUAL, CARGADA UNA UNICA VEZ
      * PARA PODER REESCRIBIRLO AL FINAL SIN LOS RENGLONES QUE ESTA
      * CORRIDA HAYA DEJADO RESUELTOS.
          05 WS-CONT-REG-CODPOS             PIC 9(08) VALUE 0.
          05 WS-CONT-REG-APAREADOS          PIC 9(08) VALUE 0.
          05 WS-CONT-REG-DIR-INVALIDA       PIC 9(08) VALUE 0.
          05 WS-CONT-REG-NO-NORMALIZADA     PIC 9(08) VALUE 0.
          05 WS-CONT-REG-ABREVIATURAS       PIC 9(08) VALUE 0.
          05 WS-CONT-REG-SIN-EMPLEADO       PIC 9(08) VALUE 0.
          05 WS-CONT-REG-SIN-ERR-PENDIENTE  PIC 9(08) VALUE 0.
          05 WS-CONT-REG-SIN-TELEFONO       PIC 9(08) VALUE 0.
           IF FS-CORRECCION-OK AND FS-APAREO-OK
              AND WS-PARAMS-OK
              AND WS-CODPOS-CARGADOS-SI
              AND WS-ABREVIATURAS-OK
              AND WS-CAPACIDAD-OK

              PERFORM 2000-PROCESAR-PROGRAMA
           PERFORM 1250-CARGAR-CODPOS
              THRU 1250-CARGAR-CODPOS-FIN.

           PERFORM 1600-CARGAR-ABREVIATURAS
              THRU 1600-CARGAR-ABREVIATURAS-FIN.

           PERFORM 1300-CARGAR-ERROR
              THRU 1300-CARGAR-ERROR-FIN.

                    MOVE WS-PRM-VALOR       TO WS-ARCH-TELEFONOS
               WHEN 'CODPOS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-CODPOS
               WHEN 'ABREVIATURAS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-ABREVIATURAS
               WHEN 'APAREO'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-APAREO
               WHEN 'ERROR'
               WHEN 'CATALOGO'
                    CONTINUE
               WHEN 'CORTE-SUCURSAL'
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
               WHEN 'SECUENCIAS-ENTRADA'
               WHEN 'DIAS-VERIFICACION'
               WHEN 'DIAS-RESPUESTA'
               WHEN 'DIRECCIONES-NORMALIZADAS'
               WHEN 'ANIOS-RETENCION'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PRM-CLAVE
           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                AND WS-ENT-EMP-REG-CONTROL
                    CONTINUE
               WHEN FS-EMPLEADOS-OK
                    IF WS-TAB-EMP-CANTIDAD < 500000
                       ADD 1                 TO WS-TAB-EMP-CANTIDAD
           READ ENT-TELEFONOS.

           EVALUATE TRUE
               WHEN FS-TELEFONOS-OK
                AND WS-ENT-TEL-REG-CONTROL
                    CONTINUE
               WHEN FS-TELEFONOS-OK
                    IF WS-TAB-TEL-CANTIDAD < 1500000
                       ADD 1                 TO WS-TAB-TEL-CANTIDAD

       1530-ABRIR-LICENCIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA MISMA TABLA DE ABREVIATURAS QUE USA CL14EJ30. SIN ELLA LAS
      * CORRECCIONES NO SE PUEDEN NORMALIZAR: LA CORRIDA SE ABORTA EN
      * LUGAR DE MEZCLAR EN APAREO.TXT DIRECCIONES SIN NORMALIZAR.
       1600-CARGAR-ABREVIATURAS.

           OPEN INPUT ENT-ABREVIATURAS.

           EVALUATE TRUE
               WHEN FS-ABREVIATURAS-OK
                    PERFORM 1610-LEER-ABREVIATURA
                       THRU 1610-LEER-ABREVIATURA-FIN
                      UNTIL FS-ABREVIATURAS-EOF
                         OR WS-ABREVIATURAS-ERROR
                    CLOSE ENT-ABREVIATURAS
               WHEN FS-ABREVIATURAS-NFD
                    DISPLAY 'NO SE ENCUENTRA LA TABLA DE ABREVIATURAS '
                            'DE DIRECCION'
                    DISPLAY 'FILE STATUS: ' FS-ABREVIATURAS
                    SET WS-ABREVIATURAS-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA TABLA DE ABREVIATURAS '
                            'DE DIRECCION'
                    DISPLAY 'FILE STATUS: ' FS-ABREVIATURAS
                    SET WS-ABREVIATURAS-ERROR TO TRUE
           END-EVALUATE.

       1600-CARGAR-ABREVIATURAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1610-LEER-ABREVIATURA.

           READ ENT-ABREVIATURAS.

           EVALUATE TRUE
               WHEN FS-ABREVIATURAS-OK
                    IF WS-ENT-ABREVIATURAS NOT = SPACES
                       AND WS-ENT-ABREVIATURAS(1:1) NOT = '*'
                       ADD 1                TO WS-CONT-REG-ABREVIATURAS
                       MOVE WS-ENT-ABREVIATURAS TO WS-REG-ABREVIATURA
                       PERFORM 1620-GUARDAR-ABREVIATURA
                          THRU 1620-GUARDAR-ABREVIATURA-FIN
                    END-IF
               WHEN FS-ABREVIATURAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA TABLA DE ABREVIATURAS '
                            'DE DIRECCION'
                    DISPLAY 'FILE STATUS: ' FS-ABREVIATURAS
                    SET WS-ABREVIATURAS-ERROR TO TRUE
           END-EVALUATE.

       1610-LEER-ABREVIATURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA INVALIDA ABORTA: UNA ABREVIATURA MAL CARGADA CAMBIARIA
      * EN SILENCIO TODAS LAS DIRECCIONES QUE LA USAN. LA ABREVIATURA SE
      * GUARDA EN MAYUSCULAS PORQUE ASI SE COMPARAN LAS PALABRAS.
       1620-GUARDAR-ABREVIATURA.

           INSPECT WS-REG-ABREVIATURA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           EVALUATE TRUE
               WHEN NOT WS-ABR-CLASE-VALIDA
                    DISPLAY 'CLASE DE ABREVIATURA INVALIDA: '
                            WS-ENT-ABREVIATURAS
                    SET WS-ABREVIATURAS-ERROR TO TRUE
               WHEN WS-ABR-ABREVIATURA = SPACES
                 OR WS-ABR-ABREVIATURA(1:1) = SPACE
                    DISPLAY 'ABREVIATURA EN BLANCO O DESPLAZADA: '
                            WS-ENT-ABREVIATURAS
                    SET WS-ABREVIATURAS-ERROR TO TRUE
               WHEN WS-ABR-FORMA-NORMAL = SPACES
                AND NOT WS-ABR-CLASE-IGNORAR
                    DISPLAY 'ABREVIATURA SIN FORMA NORMAL: '
                            WS-ENT-ABREVIATURAS
                    SET WS-ABREVIATURAS-ERROR TO TRUE
               WHEN WS-ABR-CLASE = 'S'
                AND WS-ABR-FORMA-NORMAL(6:15) NOT = SPACES
                    DISPLAY 'SIN NUMERO DE MAS DE 5 POSICIONES: '
                            WS-ENT-ABREVIATURAS
                    SET WS-ABREVIATURAS-ERROR TO TRUE
               WHEN WS-ABR-CLASE = 'B'
                AND WS-ABR-FORMA-NORMAL(4:17) NOT = SPACES
                    DISPLAY 'PISO DE MAS DE 3 POSICIONES: '
                            WS-ENT-ABREVIATURAS
                    SET WS-ABREVIATURAS-ERROR TO TRUE
               WHEN WS-TAB-ABR-CANTIDAD NOT < 500
                    DISPLAY 'TABLA DE ABREVIATURAS LLENA - PROCESO '
                            'ABORTADO'
                    SET WS-ABREVIATURAS-ERROR TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF WS-ABREVIATURAS-ERROR
              GO TO 1620-GUARDAR-ABREVIATURA-FIN
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
                       SET WS-ABREVIATURAS-ERROR  TO TRUE
              END-SEARCH
           END-IF.

           IF WS-ABREVIATURAS-ERROR
              GO TO 1620-GUARDAR-ABREVIATURA-FIN
           END-IF.

           PERFORM 1625-CONTROLAR-MARCA
              THRU 1625-CONTROLAR-MARCA-FIN.

           IF WS-ABREVIATURAS-ERROR
              GO TO 1620-GUARDAR-ABREVIATURA-FIN
           END-IF.

           ADD 1                            TO WS-TAB-ABR-CANTIDAD.
           SET WS-TAB-ABR-IDX               TO WS-TAB-ABR-CANTIDAD.
           MOVE WS-ABR-CLASE
                     TO WS-TAB-ABR-CLASE(WS-TAB-ABR-IDX).
           MOVE WS-ABR-ABREVIATURA
                     TO WS-TAB-ABR-ABREVIATURA(WS-TAB-ABR-IDX).
           MOVE WS-ABR-FORMA-NORMAL
                     TO WS-TAB-ABR-FORMA-NORMAL(WS-TAB-ABR-IDX).

       1620-GUARDAR-ABREVIATURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA PRIMERA MARCA DE PISO, DE DEPARTAMENTO O DE SIN NUMERO FIJA
      * LA PALABRA QUE SE ESCRIBE; OTRA MARCA DE LA MISMA CLASE CON
      * DISTINTA FORMA NORMAL ES UNA TABLA CONTRADICTORIA.
       1625-CONTROLAR-MARCA.

           EVALUATE WS-ABR-CLASE
               WHEN 'P'
                    IF WS-MAR-PISO-TABLA
                       AND WS-ABR-FORMA-NORMAL NOT = WS-MAR-PISO
                       DISPLAY 'MARCA DE PISO CONTRADICTORIA: '
                               WS-ENT-ABREVIATURAS
                       SET WS-ABREVIATURAS-ERROR  TO TRUE
                    ELSE
                       MOVE WS-ABR-FORMA-NORMAL TO WS-MAR-PISO
                       SET WS-MAR-PISO-TABLA TO TRUE
                    END-IF
               WHEN 'D'
                    IF WS-MAR-DEPTO-TABLA
                       AND WS-ABR-FORMA-NORMAL NOT = WS-MAR-DEPTO
                       DISPLAY 'MARCA DE DEPARTAMENTO CONTRADICTORIA: '
                               WS-ENT-ABREVIATURAS
                       SET WS-ABREVIATURAS-ERROR  TO TRUE
                    ELSE
                       MOVE WS-ABR-FORMA-NORMAL TO WS-MAR-DEPTO
                       SET WS-MAR-DEPTO-TABLA TO TRUE
                    END-IF
               WHEN 'S'
                    IF WS-MAR-SIN-NUMERO-TABLA
                       AND WS-ABR-FORMA-NORMAL NOT = WS-MAR-SIN-NUMERO
                       DISPLAY 'MARCA DE SIN NUMERO CONTRADICTORIA: '
                               WS-ENT-ABREVIATURAS
                       SET WS-ABREVIATURAS-ERROR  TO TRUE
                    ELSE
                       MOVE WS-ABR-FORMA-NORMAL TO WS-MAR-SIN-NUMERO
                       SET WS-MAR-SIN-NUMERO-TABLA TO TRUE
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       1625-CONTROLAR-MARCA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-PROGRAMA.

       2250-BUSCAR-ERROR-SIN-DIR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA DIRECCION CORREGIDA VA A APAREO.TXT EN SU FORMA NORMAL. LA
      * QUE NO SE PUEDE INTERPRETAR SIN ADIVINAR VA TAL COMO SE CARGO,
      * IGUAL QUE CL14EJ30 LO HACE EN LA CORRIDA ORIGINAL, Y SE INFORMA
      * PARA CORREGIRLA EN ORIGEN.
       2290-NORMALIZAR-CORRECCION.

           MOVE WS-ENT-COR-DIRECCION        TO WS-NRM-ENTRADA.

           PERFORM 2500-NORMALIZAR-DIRECCION
              THRU 2500-NORMALIZAR-DIRECCION-FIN.

           IF WS-NRM-OK
              MOVE WS-NRM-DIRECCION         TO WS-SAL-APA-DIRECCION
           ELSE
              MOVE WS-ENT-COR-DIRECCION     TO WS-SAL-APA-DIRECCION
              ADD 1                    TO WS-CONT-REG-NO-NORMALIZADA
              DISPLAY 'DIRECCION NO NORMALIZADA PARA ID: '
                      WS-ENT-COR-ID-EMPLEADO ' - ' WS-NRM-MOTIVO
           END-IF.

       2290-NORMALIZAR-CORRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA EL RENGLON APAREADO Y LO GRABA EN EL ARCHIVO QUE
      * CORRESPONDE AL ESTADO DEL EMPLEADO, IGUAL QUE CL14EJ01 LO HACE
      * EN LA CORRIDA
                                             TO WS-SAL-APA-NOMBRE.
           MOVE WS-TAB-EMP-APELLIDO(WS-TAB-EMP-IDX)
                                             TO WS-SAL-APA-APELLIDO.
           PERFORM 2290-NORMALIZAR-CORRECCION
              THRU 2290-NORMALIZAR-CORRECCION-FIN.
           MOVE WS-ENT-COR-COD-POSTAL       TO WS-SAL-APA-COD-POSTAL.
           MOVE WS-TAB-CP-LOCALIDAD(WS-ENT-COR-COD-POSTAL)
                                             TO WS-SAL-APA-LOCALIDAD.

       2410-MARCAR-UN-RENGLON-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * NORMALIZA WS-NRM-ENTRADA: MAYUSCULAS, SIN PUNTUACION, UN SOLO
      * ESPACIO ENTRE PALABRAS Y CON LAS ABREVIATURAS EXPANDIDAS. LA
      * DIRECCION SE ARMA COMO TIPO Y NOMBRE DE CALLE, ALTURA, Y PISO Y
      * DEPARTAMENTO SI LOS TIENE. LO QUE NO SE PUEDE INTERPRETAR SIN
      * ADIVINAR QUEDA COMO EXCEPCION CON SU MOTIVO (WS-NRM-EXCEPCION).
       2500-NORMALIZAR-DIRECCION.

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
              GO TO 2500-NORMALIZAR-DIRECCION-FIN
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

           PERFORM 2510-SEPARAR-PALABRA
              THRU 2510-SEPARAR-PALABRA-FIN
             UNTIL WS-NRM-PUNTERO > 50
                OR WS-NRM-EXCEPCION.

           IF WS-NRM-EXCEPCION
              GO TO 2500-NORMALIZAR-DIRECCION-FIN
           END-IF.

           SET WS-NRM-SIN-NOMBRE            TO TRUE.

           PERFORM 2530-UBICAR-ALTURA
              THRU 2530-UBICAR-ALTURA-FIN
             VARYING WS-NRM-SUB FROM 1 BY 1
               UNTIL WS-NRM-SUB > WS-NRM-CANT-PALABRAS
                  OR WS-NRM-SUB-ALTURA > 0
                  OR WS-NRM-EXCEPCION.

           IF WS-NRM-EXCEPCION
              GO TO 2500-NORMALIZAR-DIRECCION-FIN
           END-IF.

           IF WS-NRM-SUB-ALTURA = 0
              MOVE 'SIN ALTURA (NUMERO DE PUERTA)'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2500-NORMALIZAR-DIRECCION-FIN
           END-IF.

           PERFORM 2540-ARMAR-CALLE
              THRU 2540-ARMAR-CALLE-FIN.

           IF WS-NRM-EXCEPCION
              GO TO 2500-NORMALIZAR-DIRECCION-FIN
           END-IF.

           COMPUTE WS-NRM-SUB = WS-NRM-SUB-ALTURA + 1.

           PERFORM 2550-INTERPRETAR-RESTO
              THRU 2550-INTERPRETAR-RESTO-FIN
             UNTIL WS-NRM-SUB > WS-NRM-CANT-PALABRAS
                OR WS-NRM-EXCEPCION.

           IF WS-NRM-EXCEPCION
              GO TO 2500-NORMALIZAR-DIRECCION-FIN
           END-IF.

           PERFORM 2560-ARMAR-DIRECCION
              THRU 2560-ARMAR-DIRECCION-FIN.

       2500-NORMALIZAR-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOMA LA PALABRA SIGUIENTE DEL TEXTO. LOS ESPACIOS REPETIDOS NO
      * GENERAN PALABRAS Y LAS PALABRAS A DESCARTAR (CLASE I) NO SE
      * GUARDAN.
       2510-SEPARAR-PALABRA.

           MOVE SPACES                      TO WS-NRM-PALABRA.
           MOVE 0                           TO WS-NRM-LARGO.

           UNSTRING WS-NRM-TEXTO
               DELIMITED BY ALL SPACE
               INTO WS-NRM-PALABRA COUNT IN WS-NRM-LARGO
               WITH POINTER WS-NRM-PUNTERO
           END-UNSTRING.

           IF WS-NRM-LARGO = 0
              GO TO 2510-SEPARAR-PALABRA-FIN
           END-IF.

           IF WS-NRM-LARGO > 20
              MOVE 'PALABRA DE MAS DE 20 LETRAS'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2510-SEPARAR-PALABRA-FIN
           END-IF.

           PERFORM 2520-CLASIFICAR-PALABRA
              THRU 2520-CLASIFICAR-PALABRA-FIN.

       2510-SEPARAR-PALABRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA PALABRA SE BUSCA EN LA TABLA POR ABREVIATURA O POR FORMA
      * NORMAL Y SE REEMPLAZA POR SU FORMA NORMAL. SI NO ESTA EN LA
      * TABLA SE CLASIFICA POR SU FORMA.
       2520-CLASIFICAR-PALABRA.

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
              GO TO 2520-CLASIFICAR-PALABRA-FIN
           END-IF.

           IF WS-NRM-CANT-PALABRAS NOT < 15
              MOVE 'DIRECCION DE MAS DE 15 PALABRAS'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2520-CLASIFICAR-PALABRA-FIN
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

       2520-CLASIFICAR-PALABRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA ALTURA ES EL PRIMER NUMERO (O LA MARCA DE SIN NUMERO) QUE
      * VIENE DESPUES DE ALGUNA PALABRA DEL NOMBRE DE LA CALLE. UN
      * NUMERO SIN NOMBRE ANTES ("CALLE 50", "9 DE JULIO") O SEGUIDO
      * DE "DE" ("25 DE MAYO") ES PARTE DEL NOMBRE.
       2530-UBICAR-ALTURA.

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

       2530-UBICAR-ALTURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CALLE: EL TIPO (SI VINO) ADELANTE Y DESPUES LAS PALABRAS DEL
      * NOMBRE EN EL ORDEN EN QUE VINIERON.
       2540-ARMAR-CALLE.

           IF WS-NRM-SIN-NOMBRE
              MOVE 'SIN NOMBRE DE CALLE'    TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2540-ARMAR-CALLE-FIN
           END-IF.

           MOVE SPACES                      TO WS-NRM-ARMADO.
           MOVE 1                           TO WS-NRM-PUNTERO-ARMADO.
           SET WS-NRM-SIN-DESBORDE          TO TRUE.

           IF WS-NRM-SUB-TIPO > 0
              MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB-TIPO)
                                             TO WS-NRM-AGREGAR
              PERFORM 2570-AGREGAR-PALABRA
                 THRU 2570-AGREGAR-PALABRA-FIN
           END-IF.

           PERFORM 2545-AGREGAR-NOMBRE
              THRU 2545-AGREGAR-NOMBRE-FIN
             VARYING WS-NRM-SUB FROM 1 BY 1
               UNTIL WS-NRM-SUB NOT < WS-NRM-SUB-ALTURA.

           IF WS-NRM-DESBORDE
              OR WS-NRM-PUNTERO-ARMADO > 41
              MOVE 'NOMBRE DE CALLE DE MAS DE 40 LETRAS'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2540-ARMAR-CALLE-FIN
           END-IF.

           MOVE WS-NRM-ARMADO               TO WS-NRM-CALLE.

       2540-ARMAR-CALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2545-AGREGAR-NOMBRE.

           IF WS-NRM-SUB NOT = WS-NRM-SUB-TIPO
              MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB) TO WS-NRM-AGREGAR
              PERFORM 2570-AGREGAR-PALABRA
                 THRU 2570-AGREGAR-PALABRA-FIN
           END-IF.

       2545-AGREGAR-NOMBRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DESPUES DE LA ALTURA SOLO PUEDEN VENIR PISO Y DEPARTAMENTO: CON
      * SU MARCA ("PISO 3 DTO B"), PEGADOS ("3B") O SUELTOS ("3 B", EL
      * PRIMER NUMERO ES EL PISO). CUALQUIER OTRA COSA ES EXCEPCION.
       2550-INTERPRETAR-RESTO.

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
                       PERFORM 2555-TOMAR-PISO
                          THRU 2555-TOMAR-PISO-FIN
                    END-IF
               WHEN WS-NRM-PAL-MARCA-DEPTO(WS-NRM-SUB)
                    IF WS-NRM-DEPTO NOT = SPACES
                       OR WS-NRM-SUB-SIG > WS-NRM-CANT-PALABRAS
                       MOVE 'DEPARTAMENTO REPETIDO O SIN VALOR'
                                             TO WS-NRM-MOTIVO
                       SET WS-NRM-EXCEPCION TO TRUE
                    ELSE
                       MOVE WS-NRM-SUB-SIG  TO WS-NRM-SUB
                       PERFORM 2557-TOMAR-DEPTO
                          THRU 2557-TOMAR-DEPTO-FIN
                    END-IF
               WHEN WS-NRM-PISO = SPACES
                AND (WS-NRM-PAL-NUMERO(WS-NRM-SUB)
                     OR WS-NRM-PAL-PISO-LETRAS(WS-NRM-SUB)
                     OR WS-NRM-PAL-NUMERO-LETRA(WS-NRM-SUB))
                    PERFORM 2555-TOMAR-PISO
                       THRU 2555-TOMAR-PISO-FIN
               WHEN WS-NRM-PISO NOT = SPACES
                AND WS-NRM-DEPTO = SPACES
                AND (WS-NRM-PAL-NUMERO(WS-NRM-SUB)
                     OR WS-NRM-PAL-PALABRA(WS-NRM-SUB))
                    PERFORM 2557-TOMAR-DEPTO
                       THRU 2557-TOMAR-DEPTO-FIN
               WHEN OTHER
                    MOVE 'TEXTO NO RECONOCIDO TRAS LA ALTURA'
                                             TO WS-NRM-MOTIVO
                    SET WS-NRM-EXCEPCION    TO TRUE
           END-EVALUATE.

           ADD 1                            TO WS-NRM-SUB.

       2550-INTERPRETAR-RESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PISO DE HASTA 3 DIGITOS O UN VALOR DE LA TABLA (PB). "3B" ES
      * PISO 3 DEPARTAMENTO B SI EL DEPARTAMENTO NO VINO POR SEPARADO.
       2555-TOMAR-PISO.

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

       2555-TOMAR-PISO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEPARTAMENTO DE HASTA 4 POSICIONES, NUMERO O LETRAS.
       2557-TOMAR-DEPTO.

           IF (WS-NRM-PAL-NUMERO(WS-NRM-SUB)
               OR WS-NRM-PAL-PALABRA(WS-NRM-SUB))
              AND WS-NRM-PAL-LARGO(WS-NRM-SUB) < 5
              MOVE WS-NRM-PAL-TEXTO(WS-NRM-SUB) TO WS-NRM-DEPTO
           ELSE
              MOVE 'DEPARTAMENTO NO RECONOCIDO'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
           END-IF.

       2557-TOMAR-DEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * FORMA NORMAL: CALLE ALTURA [PISO p] [DEPARTAMENTO d], CON LAS
      * PALABRAS DE MARCA QUE FIJA LA TABLA.
       2560-ARMAR-DIRECCION.

           MOVE SPACES                      TO WS-NRM-ARMADO.
           MOVE 1                           TO WS-NRM-PUNTERO-ARMADO.
           SET WS-NRM-SIN-DESBORDE          TO TRUE.

           MOVE WS-NRM-CALLE                TO WS-NRM-AGREGAR.
           PERFORM 2570-AGREGAR-PALABRA
              THRU 2570-AGREGAR-PALABRA-FIN.

           MOVE WS-NRM-ALTURA               TO WS-NRM-AGREGAR.
           PERFORM 2570-AGREGAR-PALABRA
              THRU 2570-AGREGAR-PALABRA-FIN.

           IF WS-NRM-PISO NOT = SPACES
              MOVE WS-MAR-PISO              TO WS-NRM-AGREGAR
              PERFORM 2570-AGREGAR-PALABRA
                 THRU 2570-AGREGAR-PALABRA-FIN
              MOVE WS-NRM-PISO              TO WS-NRM-AGREGAR
              PERFORM 2570-AGREGAR-PALABRA
                 THRU 2570-AGREGAR-PALABRA-FIN
           END-IF.

           IF WS-NRM-DEPTO NOT = SPACES
              MOVE WS-MAR-DEPTO             TO WS-NRM-AGREGAR
              PERFORM 2570-AGREGAR-PALABRA
                 THRU 2570-AGREGAR-PALABRA-FIN
              MOVE WS-NRM-DEPTO             TO WS-NRM-AGREGAR
              PERFORM 2570-AGREGAR-PALABRA
                 THRU 2570-AGREGAR-PALABRA-FIN
           END-IF.

           IF WS-NRM-DESBORDE
              OR WS-NRM-PUNTERO-ARMADO > 51
              MOVE 'FORMA NORMAL DE MAS DE 50 POSICIONES'
                                             TO WS-NRM-MOTIVO
              SET WS-NRM-EXCEPCION          TO TRUE
              GO TO 2560-ARMAR-DIRECCION-FIN
           END-IF.

           MOVE WS-NRM-ARMADO               TO WS-NRM-DIRECCION.

       2560-ARMAR-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGA WS-NRM-AGREGAR A WS-NRM-ARMADO, SEPARADO POR UN ESPACIO.
       2570-AGREGAR-PALABRA.

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

       2570-AGREGAR-PALABRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.


      * CON UNA TABLA DESBORDADA NO SE REESCRIBE ERROR.TXT: LA TABLA
      * QUEDO PARCIAL Y LA REESCRITURA PERDERIA RENGLONES PENDIENTES.
      * SIN TABLA DE ABREVIATURAS NO SE PROCESO NINGUNA CORRECCION.
           IF WS-ABREVIATURAS-ERROR
              DISPLAY 'PROCESO ABORTADO POR TABLA DE ABREVIATURAS '
                      'INVALIDA'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           IF WS-CAPACIDAD-EXCEDIDA
              DISPLAY 'PROCESO ABORTADO POR CAPACIDAD DE TABLA '
                      'EXCEDIDA'
                   WS-CONT-REG-APAREADOS.
           DISPLAY '   DIRECCION INVALIDA               : '
                   WS-CONT-REG-DIR-INVALIDA.
           DISPLAY '   DIRECCION NO NORMALIZADA         : '
                   WS-CONT-REG-NO-NORMALIZADA.
           DISPLAY '   SIN EMPLEADO EN EMPLEADOS.TXT     : '
                   WS-CONT-REG-SIN-EMPLEADO.
           DISPLAY '   SIN ERROR SIN DIRECCION PENDIENTE : '
