           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

      * DIRECCIONES NORMALIZADAS POR CL14EJ30: UN RENGLON POR DETALLE
      * DE DIRECCIONES.TXT, EN EL MISMO ORDEN.
       SELECT ENT-NORMALIZADAS
           ASSIGN USING WS-ARCH-NORMALIZADAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NORMALIZADAS.

      *----------------------------------------------------------------*
       DATA DIVISION.

             88 WS-ENT-EMP-LICENCIA             VALUE 'L'.
          05 WS-ENT-EMP-SUCURSAL            PIC 9(02).

      * CABECERA Y PIE QUE RRHH AGREGA A CADA ARCHIVO (COPY RRHH). LOS
      * CONTROLA CL14EJ25 ANTES DEL APAREO; AQUI SOLO SE SALTEAN.
       01 WS-ENT-EMP-CONTROL.
          05 WS-ENT-EMP-TIPO-REG            PIC X(01).
             88 WS-ENT-EMP-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(60).

       FD ENT-DIRECCIONES.
       01 WS-ENT-DIRECCIONES.
          05 WS-ENT-DIR-ID-EMPLEADO         PIC 9(08).
          05 WS-ENT-DIR-COD-POSTAL          PIC 9(04).
             88 WS-ENT-DIR-COD-POSTAL-VALIDO    VALUES 1 THRU 9999.

       01 WS-ENT-DIR-CONTROL.
          05 WS-ENT-DIR-TIPO-REG            PIC X(01).
             88 WS-ENT-DIR-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(61).

       FD ENT-NORMALIZADAS.
       01 WS-ENT-NORMALIZADAS               PIC X(214).

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
      * FORMATO DEL ARCHIVO DE SALIDA "ERROR.TXT"
          COPY ERROR.

      * FORMATO DEL ARCHIVO "DIRECCIONES-NORMALIZADAS.TXT"
          COPY DOMICILIO.

      * RUTAS EFECTIVAS DE LOS ARCHIVOS DE LA CORRIDA. ARRANCAN CON
      * LAS RUTAS TRADICIONALES Y LA TARJETA PARAMS.TXT LAS PUEDE
      * REDEFINIR, LO QUE PERMITE CORRER UN CICLO DE PRUEBA Y EL
             '../REPORTE-CL14EJ01.TXT'.
          05 WS-ARCH-CATALOGO               PIC X(100) VALUE
             '../GENERACIONES-CL14EJ01.TXT'.
          05 WS-ARCH-NORMALIZADAS           PIC X(100) VALUE
             '../DIRECCIONES-NORMALIZADAS.TXT'.
          05 WS-ARCH-COPIA-ENT              PIC X(100).
          05 WS-ARCH-COPIA-SAL              PIC X(120).

             88 FS-CATALOGO-OK                  VALUE '00'.
             88 FS-CATALOGO-EOF                 VALUE '10'.
             88 FS-CATALOGO-NFD                 VALUE '35'.
          05 FS-NORMALIZADAS                PIC X(2).
             88 FS-NORMALIZADAS-OK              VALUE '00'.
             88 FS-NORMALIZADAS-EOF             VALUE '10'.
             88 FS-NORMALIZADAS-NFD             VALUE '35'.

       01 WS-PARAMETROS.
          05 WS-PAR-FORMATO-SALIDA          PIC X(01) VALUE 'F'.
          05 WS-SW-GENERACION               PIC X(01) VALUE 'S'.
             88 WS-GENERACION-OK                VALUE 'S'.
             88 WS-GENERACION-ERROR             VALUE 'N'.
          05 WS-SW-NORMALIZADAS             PIC X(01) VALUE 'S'.
             88 WS-NORMALIZADAS-OK              VALUE 'S'.
             88 WS-NORMALIZADAS-ERROR           VALUE 'N'.

       01 WS-CONTROL-SECUENCIA.
          05 WS-ULT-ID-EMPLEADO             PIC 9(08) VALUE 0.
              AND WS-CODPOS-CARGADOS-SI
              AND WS-CAPACIDAD-OK
              AND WS-FORMATO-CKPT-OK
              AND WS-NORMALIZADAS-OK

              PERFORM 2000-PROCESAR-PROGRAMA
                 THRU 2000-PROCESAR-PROGRAMA-FIN
           EXIT.
      *----------------------------------------------------------------*
      * INTERPRETA UNA LINEA "CLAVE=VALOR" DE LA TARJETA. LAS CLAVES
      * QUE SON DE OTROS PROGRAMAS (CORRECCION, MODO-PRUEBA) SE ACEPTAN
      * Y SE IGNORAN, PARA QUE TODA LA CADENA PUEDA COMPARTIR UNA
      * MISMA TARJETA. UNA CLAVE DESCONOCIDA O UN VALOR INVALIDO
      * ABORTAN LA CORRIDA.
                       THRU 1046-TOMAR-GENERACIONES-FIN
               WHEN 'CATALOGO'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-CATALOGO
               WHEN 'DIRECCIONES-NORMALIZADAS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-NORMALIZADAS
               WHEN 'CORTE-SUCURSAL'
                    MOVE WS-PRM-VALOR(1:1)  TO WS-PAR-CORTE-SUCURSAL
                    IF NOT WS-PAR-CORTE-SUC-SI
                       SET WS-PARAMS-ERROR TO TRUE
                    END-IF
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
               WHEN 'SECUENCIAS-ENTRADA'
               WHEN 'DIAS-VERIFICACION'
               WHEN 'DIAS-RESPUESTA'
               WHEN 'ABREVIATURAS'
               WHEN 'ANIOS-RETENCION'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PRM-CLAVE
       1110-LEER-EMPLEADOS.

           READ ENT-EMPLEADOS.
           PERFORM 1115-SALTAR-CONTROL-EMPLEADOS
              THRU 1115-SALTAR-CONTROL-EMPLEADOS-FIN
             UNTIL NOT FS-EMPLEADOS-OK
                OR NOT WS-ENT-EMP-REG-CONTROL.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
       1110-LEER-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA CABECERA Y EL PIE DE RRHH NO SON EMPLEADOS: SE LEE DE NUEVO
      * SIN CONTARLOS NI CONTROLAR SU SECUENCIA.
       1115-SALTAR-CONTROL-EMPLEADOS.

           READ ENT-EMPLEADOS.

       1115-SALTAR-CONTROL-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EN UN REINICIO, DESCARTA LOS EMPLEADOS YA PROCESADOS EN LA
      * CORRIDA ANTERIOR (SEGUN EL CHECKPOINT) SIN VOLVER A CONTARLOS,
      * DEJANDO POSICIONADO EL PRIMER EMPLEADO PENDIENTE.
       1125-SALTAR-UN-EMPLEADO.

           READ ENT-EMPLEADOS.
           PERFORM 1115-SALTAR-CONTROL-EMPLEADOS
              THRU 1115-SALTAR-CONTROL-EMPLEADOS-FIN
             UNTIL NOT FS-EMPLEADOS-OK
                OR NOT WS-ENT-EMP-REG-CONTROL.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK

           EVALUATE TRUE
               WHEN FS-DIRECCIONES-OK
                    PERFORM 1230-ABRIR-NORMALIZADAS
                       THRU 1230-ABRIR-NORMALIZADAS-FIN
                    IF WS-NORMALIZADAS-OK
                       PERFORM 1250-CARGAR-DIRECCIONES
                          THRU 1250-CARGAR-DIRECCIONES-FIN
                         UNTIL FS-DIRECCIONES-EOF
                            OR WS-CAPACIDAD-EXCEDIDA
                            OR WS-NORMALIZADAS-ERROR
                       PERFORM 1240-CERRAR-NORMALIZADAS
                          THRU 1240-CERRAR-NORMALIZADAS-FIN
                    END-IF
               WHEN FS-DIRECCIONES-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE DIRECCIONES'
                    DISPLAY 'FILE STATUS: ' FS-DIRECCIONES
           READ ENT-DIRECCIONES.

           EVALUATE TRUE
               WHEN FS-DIRECCIONES-OK
                AND WS-ENT-DIR-REG-CONTROL
                    CONTINUE
               WHEN FS-DIRECCIONES-OK
                    IF NOT WS-PAR-REINICIO-SI
                       ADD 1                TO WS-CONT-REG-DIRECCIONES
                    END-IF
                    PERFORM 1270-TOMAR-NORMALIZADA
                       THRU 1270-TOMAR-NORMALIZADA-FIN
                    IF WS-NORMALIZADAS-OK
                       PERFORM 1220-VALIDAR-DIRECCION
                          THRU 1220-VALIDAR-DIRECCION-FIN
                    END-IF
                    IF WS-NORMALIZADAS-OK
                       AND WS-DIRECCION-VALIDA
                       PERFORM 1260-AGREGAR-DIRECCION-TABLA
                          THRU 1260-AGREGAR-DIRECCION-TABLA-FIN
                    END-IF
       1250-CARGAR-DIRECCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN EL ARCHIVO NORMALIZADO NO SE APAREA: LAS DIRECCIONES
      * SALDRIAN CON EL TEXTO DE RRHH Y EL AGRUPAMIENTO POR DOMICILIO
      * (CL14EJ06) Y LA READMISION DE NO ENTREGABLES (CL14EJ15) YA NO
      * COMPARARIAN IGUAL.
       1230-ABRIR-NORMALIZADAS.

           OPEN INPUT ENT-NORMALIZADAS.

           EVALUATE TRUE
               WHEN FS-NORMALIZADAS-OK
                    CONTINUE
               WHEN FS-NORMALIZADAS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE DIRECCIONES '
                            'NORMALIZADAS (CORRER CL14EJ30)'
                    DISPLAY 'FILE STATUS: ' FS-NORMALIZADAS
                    SET WS-NORMALIZADAS-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DIRECCIONES '
                            'NORMALIZADAS'
                    DISPLAY 'FILE STATUS: ' FS-NORMALIZADAS
                    SET WS-NORMALIZADAS-ERROR TO TRUE
           END-EVALUATE.

       1230-ABRIR-NORMALIZADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AL TERMINAR DIRECCIONES.TXT EL NORMALIZADO TAMBIEN DEBE ESTAR
      * TERMINADO: UN RENGLON DE MAS ES DE OTRA ENTREGA.
       1240-CERRAR-NORMALIZADAS.

           IF FS-DIRECCIONES-EOF
              AND WS-NORMALIZADAS-OK
              READ ENT-NORMALIZADAS
              IF NOT FS-NORMALIZADAS-EOF
                 DISPLAY 'DIRECCIONES NORMALIZADAS NO CORRESPONDEN A '
                         'DIRECCIONES: SOBRAN RENGLONES'
                 SET WS-NORMALIZADAS-ERROR  TO TRUE
              END-IF
           END-IF.

           CLOSE ENT-NORMALIZADAS.

       1240-CERRAR-NORMALIZADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CADA DETALLE DE DIRECCIONES SE CONTROLA CONTRA SU RENGLON
      * NORMALIZADO (MISMO ID Y MISMO TEXTO RECIBIDO): UN NORMALIZADO DE
      * OTRA ENTREGA ABORTA LA CORRIDA. SI LA DIRECCION SE PUDO
      * NORMALIZAR, SE APAREA CON LA FORMA NORMAL; SI QUEDO COMO
      * EXCEPCION (VER EXCEPCIONES-DIRECCIONES.TXT) SIGUE CON EL TEXTO
      * RECIBIDO, SIN ADIVINAR.
       1270-TOMAR-NORMALIZADA.

           READ ENT-NORMALIZADAS.

           EVALUATE TRUE
               WHEN FS-NORMALIZADAS-OK
                    MOVE WS-ENT-NORMALIZADAS TO WS-REG-DIR-NORMALIZADA
               WHEN FS-NORMALIZADAS-EOF
                    DISPLAY 'DIRECCIONES NORMALIZADAS NO CORRESPONDEN '
                            'A DIRECCIONES: FALTAN RENGLONES'
                    DISPLAY 'ID EMPLEADO: ' WS-ENT-DIR-ID-EMPLEADO
                    SET WS-NORMALIZADAS-ERROR TO TRUE
                    GO TO 1270-TOMAR-NORMALIZADA-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE DIRECCIONES '
                            'NORMALIZADAS'
                    DISPLAY 'FILE STATUS: ' FS-NORMALIZADAS
                    SET WS-NORMALIZADAS-ERROR TO TRUE
                    GO TO 1270-TOMAR-NORMALIZADA-FIN
           END-EVALUATE.

           IF WS-NOR-ID-EMPLEADO-X NOT = WS-ENT-DIRECCIONES(1:8)
              OR WS-NOR-DIRECCION-ORIGINAL NOT = WS-ENT-DIR-DIRECCION
              DISPLAY 'DIRECCIONES NORMALIZADAS NO CORRESPONDEN A '
                      'DIRECCIONES'
              DISPLAY 'ID EMPLEADO: ' WS-ENT-DIR-ID-EMPLEADO
                      ' NORMALIZADO: ' WS-NOR-ID-EMPLEADO-X
              SET WS-NORMALIZADAS-ERROR     TO TRUE
              GO TO 1270-TOMAR-NORMALIZADA-FIN
           END-IF.

           IF WS-NOR-NORMALIZADA
              MOVE WS-NOR-DIRECCION         TO WS-ENT-DIR-DIRECCION
           END-IF.

       1270-TOMAR-NORMALIZADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA TABLA LLENA ABORTA LA CORRIDA: DESCARTAR EL REGISTRO EN
      * SILENCIO HARIA CAER AL EMPLEADO EN ERROR.TXT COMO SIN
      * DIRECCION AUNQUE SU DIRECCION VINIERA EN LA ENTRADA.
       1810-LEER-TELEFONOS.

           READ ENT-TELEFONOS.
           PERFORM 1815-SALTAR-CONTROL-TELEFONOS
              THRU 1815-SALTAR-CONTROL-TELEFONOS-FIN
             UNTIL NOT FS-TELEFONOS-OK
                OR NOT WS-ENT-TEL-REG-CONTROL.

           EVALUATE TRUE
               WHEN FS-TELEFONOS-OK

       1810-LEER-TELEFONOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1815-SALTAR-CONTROL-TELEFONOS.

           READ ENT-TELEFONOS.

       1815-SALTAR-CONTROL-TELEFONOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EN UN REINICIO, AVANZA TELEFONOS.TXT HASTA EL PRIMER REGISTRO
      * QUE LA CORRIDA ANTERIOR AUN NO HABIA CONSUMIDO, SIN VOLVER A
       1825-SALTAR-UN-TELEFONO.

           READ ENT-TELEFONOS.
           PERFORM 1815-SALTAR-CONTROL-TELEFONOS
              THRU 1815-SALTAR-CONTROL-TELEFONOS-FIN
             UNTIL NOT FS-TELEFONOS-OK
                OR NOT WS-ENT-TEL-REG-CONTROL.

           EVALUATE TRUE
               WHEN FS-TELEFONOS-OK
                          THRU 2700-GRABAR-LICENCIA-FIN
              END-EVALUATE
           ELSE
      * UNA BAJA SIN NOMBRE NI APELLIDO ES UN ESQUELETO QUE DEJO LA
      * DEPURACION DE DATOS PERSONALES (CL14EJ31): SU DIRECCION SE
      * BORRO A PROPOSITO Y NO ES UN ERROR DE LOS DATOS.
              IF WS-ENT-EMP-BAJA
                 AND WS-ENT-EMP-NOMBRE   = SPACES
                 AND WS-ENT-EMP-APELLIDO = SPACES
                 CONTINUE
              ELSE
                 PERFORM 2400-GRABAR-ERROR-SIN-DIR
                    THRU 2400-GRABAR-ERROR-SIN-DIR-FIN
              END-IF
           END-IF.

           MOVE WS-ENT-EMP-ID-EMPLEADO       TO WS-ULT-ID-PROCESADO.
                    DISPLAY 'PROCESO ABORTADO POR CAPACIDAD DE TABLA '
                            'EXCEDIDA'
                    MOVE 16                 TO RETURN-CODE
               WHEN WS-NORMALIZADAS-ERROR
                    DISPLAY 'PROCESO ABORTADO POR DIRECCIONES '
                            'NORMALIZADAS FALTANTES O DE OTRA ENTREGA'
                    MOVE 16                 TO RETURN-CODE
               WHEN OTHER
                    PERFORM 2950-GRABAR-CHECKPOINT
                       THRU 2950-GRABAR-CHECKPOINT-FIN
           IF WS-SECUENCIA-OK
              AND WS-FORMATO-CKPT-OK
              AND WS-CAPACIDAD-OK
              AND WS-NORMALIZADAS-OK
              PERFORM 3300-GRABAR-GENERACIONES
                 THRU 3300-GRABAR-GENERACIONES-FIN
              PERFORM 3400-APLICAR-RETENCION
           PERFORM 3120-ESCRIBIR-PARAMETRO
              THRU 3120-ESCRIBIR-PARAMETRO-FIN.

           MOVE 'DIR. NORMALIZADAS : '       TO WS-REP-PRM-ETIQUETA.
           MOVE WS-ARCH-NORMALIZADAS(1:60)   TO WS-REP-PRM-VALOR.
           PERFORM 3120-ESCRIBIR-PARAMETRO
              THRU 3120-ESCRIBIR-PARAMETRO-FIN.

           MOVE 'TELEFONOS         : '       TO WS-REP-PRM-ETIQUETA.
           MOVE WS-ARCH-TELEFONOS(1:60)      TO WS-REP-PRM-VALOR.
           PERFORM 3120-ESCRIBIR-PARAMETRO
