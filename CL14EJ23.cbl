      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: INTERFAZ DE CAMBIOS DE DOMICILIO HACIA NOMINA (ARMA EL
      *          ARCHIVO DEL DIA A PARTIR DEL DELTA DE CL14EJ04)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ23.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-TARJETA
           ASSIGN TO '../NOMINA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TARJETA.

       SELECT ENT-DELTA
           ASSIGN TO '../DELTA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DELTA.

       SELECT ENT-SECUENCIA
           ASSIGN TO '../SECUENCIA-NOMINA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SECUENCIA.

       SELECT SAL-SECUENCIA
           ASSIGN TO '../SECUENCIA-NOMINA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEC-NUEVA.

       SELECT ENT-PENDIENTES
           ASSIGN TO '../PENDIENTES-NOMINA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

       SELECT SAL-PENDIENTES
           ASSIGN TO '../PENDIENTES-NOMINA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEN-NUEVO.

       SELECT SAL-INTERFAZ
           ASSIGN TO '../INTERFAZ-NOMINA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INTERFAZ.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * TARJETA DE NOMINA, COMPARTIDA CON LA CONCILIACION CL14EJ24:
      *    DIAS-ACUSE=NNN  DIAS QUE NOMINA TIENE PARA ACUSAR UN ENVIO
      *                    ANTES DE QUE SE LO CONSIDERE VENCIDO
      *                    (OBLIGATORIA, MAYOR A CERO)
      *    REENVIO=S/N     SI SE REINCLUYEN EN EL ARCHIVO DE HOY LOS
      *                    RECHAZADOS Y LOS VENCIDOS SIN ACUSE
      *                    (OPCIONAL, POR OMISION N)
      * LAS LINEAS EN BLANCO SE IGNORAN.
       FD ENT-TARJETA.
       01 WS-ENT-TARJETA                    PIC X(80).

       FD ENT-DELTA.
       01 WS-ENT-DELTA.
          05 WS-ENT-DEL-TIPO                PIC X(12).
          05 FILLER                        PIC X(02).
          05 WS-ENT-DEL-CAMPOS              PIC X(80).
          05 FILLER                        PIC X(02).
          05 WS-ENT-DEL-DETALLE             PIC X(240).

      * ULTIMA SECUENCIA ENVIADA A NOMINA Y FECHA DEL ENVIO. SE RELEE
      * AL INICIO Y SE REGRABA AL FINAL CON LA SECUENCIA DE HOY.
       FD ENT-SECUENCIA.
       01 WS-ENT-SECUENCIA.
          05 WS-ENT-SEC-ULTIMA              PIC 9(06).
          05 FILLER                        PIC X(01).
          05 WS-ENT-SEC-FECHA               PIC 9(08).
          05 FILLER                        PIC X(65).

       FD SAL-SECUENCIA.
       01 WS-SAL-SECUENCIA                  PIC X(80).

       FD ENT-PENDIENTES.
       01 WS-ENT-PENDIENTES                 PIC X(200).

       FD SAL-PENDIENTES.
       01 WS-SAL-PENDIENTES                 PIC X(200).

       FD SAL-INTERFAZ.
       01 WS-SAL-INTERFAZ                   PIC X(120).

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO DE SALIDA "APAREO.TXT": AQUI SE USA COMO
      * AREA DE DESGLOSE DEL DETALLE QUE TRAE CADA RENGLON DEL DELTA.
          COPY APAREO.

      * FORMATOS DE LA INTERFAZ, DEL ACUSE Y DE LOS PENDIENTES.
          COPY NOMINA.

       01 FS-STATUS.
          05 FS-TARJETA                     PIC X(2).
             88 FS-TARJETA-OK                   VALUE '00'.
             88 FS-TARJETA-EOF                  VALUE '10'.
             88 FS-TARJETA-NFD                  VALUE '35'.
          05 FS-DELTA                       PIC X(2).
             88 FS-DELTA-OK                     VALUE '00'.
             88 FS-DELTA-EOF                    VALUE '10'.
             88 FS-DELTA-NFD                    VALUE '35'.
          05 FS-SECUENCIA                   PIC X(2).
             88 FS-SECUENCIA-OK                 VALUE '00'.
             88 FS-SECUENCIA-EOF                VALUE '10'.
             88 FS-SECUENCIA-NFD                VALUE '35'.
          05 FS-SEC-NUEVA                   PIC X(2).
             88 FS-SEC-NUEVA-OK                 VALUE '00'.
          05 FS-PENDIENTES                  PIC X(2).
             88 FS-PENDIENTES-OK                VALUE '00'.
             88 FS-PENDIENTES-EOF               VALUE '10'.
             88 FS-PENDIENTES-NFD               VALUE '35'.
          05 FS-PEN-NUEVO                   PIC X(2).
             88 FS-PEN-NUEVO-OK                 VALUE '00'.
          05 FS-INTERFAZ                    PIC X(2).
             88 FS-INTERFAZ-OK                  VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-INICIO                   PIC X(01) VALUE 'S'.
             88 WS-INICIO-OK                    VALUE 'S'.
             88 WS-INICIO-ERROR                 VALUE 'N'.
          05 WS-SW-CAPACIDAD                PIC X(01) VALUE 'S'.
             88 WS-CAPACIDAD-OK                 VALUE 'S'.
             88 WS-CAPACIDAD-EXCEDIDA           VALUE 'N'.
          05 WS-SW-DIAS-CARGADO             PIC X(01) VALUE 'N'.
             88 WS-DIAS-CARGADO-SI              VALUE 'S'.
             88 WS-DIAS-CARGADO-NO              VALUE 'N'.
          05 WS-SW-REENVIO                  PIC X(01) VALUE 'N'.
             88 WS-REENVIO-SI                   VALUE 'S'.
             88 WS-REENVIO-NO                   VALUE 'N'.
          05 WS-SW-INTERFAZ                 PIC X(01) VALUE 'N'.
             88 WS-INTERFAZ-ABIERTA             VALUE 'S'.
             88 WS-INTERFAZ-CERRADA             VALUE 'N'.

       01 WS-DIAS-ACUSE                     PIC 9(03) VALUE 0.

       01 WS-REG-SECUENCIA.
          05 WS-REG-SEC-ULTIMA              PIC 9(06).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-REG-SEC-FECHA               PIC 9(08).
          05 FILLER                        PIC X(65) VALUE SPACES.

       01 WS-SECUENCIA-ANTERIOR             PIC 9(06) VALUE 0.
       01 WS-SECUENCIA-HOY                  PIC 9(06) VALUE 0.

      * TABLA EN MEMORIA CON LOS ENVIOS PENDIENTES: LOS QUE YA ESTABAN
      * MAS LOS QUE SE MANDAN HOY. UN PENDIENTE ANTERIOR CUYO ID VUELVE
      * A VENIR EN EL DELTA DE HOY QUEDA SUPERADO Y SALE DEL ARCHIVO:
      * NOMINA SOLO NECESITA EL ULTIMO DOMICILIO.
       01 WS-TAB-PEN-CANTIDAD               PIC 9(08) VALUE 0.
       01 WS-TAB-PEN-PREVIOS                PIC 9(08) VALUE 0.

       01 WS-TABLA-PENDIENTES.
          05 WS-TAB-PEN-ENTRADA OCCURS 1 TO 100000 TIMES
                                 DEPENDING ON WS-TAB-PEN-CANTIDAD
                                 INDEXED BY WS-TAB-PEN-IDX.
             10 WS-TAB-PEN-ID-EMPLEADO      PIC 9(08).
             10 WS-TAB-PEN-LINEA            PIC X(200).
             10 WS-TAB-PEN-MARCA            PIC X(01).
                88 WS-TAB-PEN-VIGENTE           VALUE 'V'.
                88 WS-TAB-PEN-SUPERADO          VALUE 'S'.

       01 WS-FECHA-SISTEMA.
          05 WS-FEC-SIS-AAAA                PIC 9(04).
          05 WS-FEC-SIS-MM                  PIC 9(02).
          05 WS-FEC-SIS-DD                  PIC 9(02).

       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.

      * AREA DE TRABAJO PARA CALCULAR LOS DIAS QUE LLEVA UN ENVIO SIN
      * ACUSE (FECHA DE HOY MENOS FECHA DEL ULTIMO ENVIO).
       01 WS-CALCULO-DIAS.
          05 WS-DIAS-HOY                    PIC 9(08).
          05 WS-DIAS-ENVIO                  PIC 9(08).
          05 WS-DIAS-SIN-ACUSE              PIC 9(04).

      * CANTIDAD DE VECES QUE APARECE EN LA LISTA DE CAMPOS DEL DELTA
      * ALGUNO DE LOS QUE LE INTERESAN A NOMINA.
       01 WS-CAMPOS-DOMICILIO               PIC 9(04) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CONT-DEL-LEIDOS             PIC 9(08) VALUE 0.
          05 WS-CONT-DEL-SIN-DOMICILIO      PIC 9(08) VALUE 0.
          05 WS-CONT-ALTAS                  PIC 9(08) VALUE 0.
          05 WS-CONT-MODIFICACIONES         PIC 9(08) VALUE 0.
          05 WS-CONT-BAJAS                  PIC 9(08) VALUE 0.
          05 WS-CONT-SUPERADOS              PIC 9(08) VALUE 0.
          05 WS-CONT-REENVIADOS             PIC 9(08) VALUE 0.
          05 WS-CONT-VENCIDOS-SIN-REENV     PIC 9(08) VALUE 0.
          05 WS-CONT-PEN-GRABADOS           PIC 9(08) VALUE 0.

       01 WS-CONT-DETALLES                  PIC 9(08) VALUE 0.
       01 WS-HASH-ID-EMPLEADO               PIC 9(15) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK

              PERFORM 2000-PROCESAR-DELTA
                 THRU 2000-PROCESAR-DELTA-FIN

              PERFORM 2500-REVISAR-PENDIENTES
                 THRU 2500-REVISAR-PENDIENTES-FIN
                VARYING WS-TAB-PEN-IDX FROM 1 BY 1
                  UNTIL WS-TAB-PEN-IDX > WS-TAB-PEN-PREVIOS

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA            TO WS-FECHA-HOY.
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).

           PERFORM 1100-CARGAR-TARJETA
              THRU 1100-CARGAR-TARJETA-FIN.

           IF WS-INICIO-OK
              AND WS-DIAS-CARGADO-NO
              DISPLAY 'LA TARJETA DE NOMINA NO TRAE DIAS-ACUSE'
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

           IF WS-INICIO-ERROR
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1200-CARGAR-SECUENCIA
              THRU 1200-CARGAR-SECUENCIA-FIN.

           IF WS-INICIO-ERROR
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1300-CARGAR-PENDIENTES
              THRU 1300-CARGAR-PENDIENTES-FIN.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1400-ABRIR-ARCHIVOS
              THRU 1400-ABRIR-ARCHIVOS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-TARJETA.

           OPEN INPUT ENT-TARJETA.

           EVALUATE TRUE
               WHEN FS-TARJETA-OK
                    PERFORM 1110-LEER-LINEA-TARJETA
                       THRU 1110-LEER-LINEA-TARJETA-FIN
                      UNTIL FS-TARJETA-EOF
                         OR WS-INICIO-ERROR
                    CLOSE ENT-TARJETA
               WHEN FS-TARJETA-NFD
                    DISPLAY 'NO SE ENCUENTRA LA TARJETA DE NOMINA'
                    DISPLAY 'FILE STATUS: ' FS-TARJETA
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA TARJETA DE NOMINA'
                    DISPLAY 'FILE STATUS: ' FS-TARJETA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1100-CARGAR-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-LINEA-TARJETA.

           READ ENT-TARJETA.

           EVALUATE TRUE
               WHEN FS-TARJETA-OK
                    PERFORM 1120-INTERPRETAR-LINEA
                       THRU 1120-INTERPRETAR-LINEA-FIN
               WHEN FS-TARJETA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA TARJETA DE NOMINA'
                    DISPLAY 'FILE STATUS: ' FS-TARJETA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1110-LEER-LINEA-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-INTERPRETAR-LINEA.

           EVALUATE TRUE
               WHEN WS-ENT-TARJETA = SPACES
                    CONTINUE
               WHEN WS-ENT-TARJETA(1:11) = 'DIAS-ACUSE='
                    IF WS-ENT-TARJETA(12:3) IS NUMERIC
                       AND WS-ENT-TARJETA(12:3) NOT = '000'
                       MOVE WS-ENT-TARJETA(12:3)
                                             TO WS-DIAS-ACUSE
                       SET WS-DIAS-CARGADO-SI TO TRUE
                    ELSE
                       DISPLAY 'DIAS-ACUSE INVALIDO (DEBE SER NNN '
                               'MAYOR A CERO): ' WS-ENT-TARJETA
                       SET WS-INICIO-ERROR TO TRUE
                    END-IF
               WHEN WS-ENT-TARJETA(1:8) = 'REENVIO='
                    EVALUATE WS-ENT-TARJETA(9:1)
                        WHEN 'S'
                        WHEN 's'
                             SET WS-REENVIO-SI TO TRUE
                        WHEN 'N'
                        WHEN 'n'
                             SET WS-REENVIO-NO TO TRUE
                        WHEN OTHER
                             DISPLAY 'REENVIO INVALIDO (DEBE SER S O '
                                     'N): ' WS-ENT-TARJETA
                             SET WS-INICIO-ERROR TO TRUE
                    END-EVALUATE
               WHEN OTHER
                    DISPLAY 'LINEA DE TARJETA INVALIDA: '
                            WS-ENT-TARJETA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1120-INTERPRETAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA SECUENCIA DE HOY ES LA ULTIMA ENVIADA MAS UNO. SIN ARCHIVO
      * DE SECUENCIA ES EL PRIMER ENVIO Y LA NUMERACION ARRANCA EN 1.
       1200-CARGAR-SECUENCIA.

           OPEN INPUT ENT-SECUENCIA.

           EVALUATE TRUE
               WHEN FS-SECUENCIA-OK
                    READ ENT-SECUENCIA
                    EVALUATE TRUE
                        WHEN FS-SECUENCIA-OK
                             IF WS-ENT-SEC-ULTIMA IS NUMERIC
                                MOVE WS-ENT-SEC-ULTIMA
                                             TO WS-SECUENCIA-ANTERIOR
                             ELSE
                                DISPLAY 'SECUENCIA DE NOMINA INVALIDA: '
                                        WS-ENT-SECUENCIA
                                SET WS-INICIO-ERROR TO TRUE
                             END-IF
                        WHEN FS-SECUENCIA-EOF
                             CONTINUE
                        WHEN OTHER
                             DISPLAY 'ERROR AL LEER LA SECUENCIA DE '
                                     'NOMINA'
                             DISPLAY 'FILE STATUS: ' FS-SECUENCIA
                             SET WS-INICIO-ERROR TO TRUE
                    END-EVALUATE
                    CLOSE ENT-SECUENCIA
               WHEN FS-SECUENCIA-NFD
                    DISPLAY 'NO EXISTE SECUENCIA PREVIA - SE INICIA LA '
                            'NUMERACION DE NOMINA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA SECUENCIA DE NOMINA'
                    DISPLAY 'FILE STATUS: ' FS-SECUENCIA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

           IF WS-INICIO-OK
              IF WS-SECUENCIA-ANTERIOR = 999999
                 MOVE 1                     TO WS-SECUENCIA-HOY
              ELSE
                 COMPUTE WS-SECUENCIA-HOY = WS-SECUENCIA-ANTERIOR + 1
              END-IF
           END-IF.

       1200-CARGAR-SECUENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LOS ENVIOS PENDIENTES. SI EL ARCHIVO NO EXISTE NO HAY
      * NADA PENDIENTE Y LA TABLA ARRANCA VACIA.
       1300-CARGAR-PENDIENTES.

           OPEN INPUT ENT-PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    PERFORM 1310-LEER-PENDIENTE
                       THRU 1310-LEER-PENDIENTE-FIN
                      UNTIL FS-PENDIENTES-EOF
                         OR WS-CAPACIDAD-EXCEDIDA
                         OR WS-INICIO-ERROR
                    CLOSE ENT-PENDIENTES
               WHEN FS-PENDIENTES-NFD
                    DISPLAY 'NO EXISTEN ENVIOS PENDIENTES DE NOMINA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LOS PENDIENTES DE NOMINA'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

           MOVE WS-TAB-PEN-CANTIDAD         TO WS-TAB-PEN-PREVIOS.

       1300-CARGAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-PENDIENTE.

           READ ENT-PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    MOVE WS-ENT-PENDIENTES  TO WS-REG-NOM-PENDIENTE
                    IF WS-TAB-PEN-CANTIDAD < 100000
                       ADD 1                TO WS-TAB-PEN-CANTIDAD
                       SET WS-TAB-PEN-IDX   TO WS-TAB-PEN-CANTIDAD
                       MOVE WS-NOM-PEN-ID-EMPLEADO
                            TO WS-TAB-PEN-ID-EMPLEADO(WS-TAB-PEN-IDX)
                       MOVE WS-REG-NOM-PENDIENTE
                            TO WS-TAB-PEN-LINEA(WS-TAB-PEN-IDX)
                       SET WS-TAB-PEN-VIGENTE(WS-TAB-PEN-IDX)
                            TO TRUE
                    ELSE
                       DISPLAY 'TABLA DE PENDIENTES LLENA - PROCESO '
                               'ABORTADO'
                       DISPLAY 'ID EMPLEADO: ' WS-NOM-PEN-ID-EMPLEADO
                       SET WS-CAPACIDAD-EXCEDIDA TO TRUE
                    END-IF
               WHEN FS-PENDIENTES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LOS PENDIENTES DE NOMINA'
                    DISPLAY 'FILE STATUS: ' FS-PENDIENTES
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1310-LEER-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE EL DELTA DEL DIA Y LA INTERFAZ, Y GRABA LA CABECERA CON LA
      * FECHA Y LA SECUENCIA DE HOY.
       1400-ABRIR-ARCHIVOS.

           OPEN INPUT ENT-DELTA.

           EVALUATE TRUE
               WHEN FS-DELTA-OK
                    CONTINUE
               WHEN FS-DELTA-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE DELTA'
                    DISPLAY 'FILE STATUS: ' FS-DELTA
                    SET WS-INICIO-ERROR TO TRUE
                    GO TO 1400-ABRIR-ARCHIVOS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DELTA'
                    DISPLAY 'FILE STATUS: ' FS-DELTA
                    SET WS-INICIO-ERROR TO TRUE
                    GO TO 1400-ABRIR-ARCHIVOS-FIN
           END-EVALUATE.

           OPEN OUTPUT SAL-INTERFAZ.

           IF NOT FS-INTERFAZ-OK
              DISPLAY 'ERROR AL ABRIR LA INTERFAZ DE NOMINA'
              DISPLAY 'FILE STATUS: ' FS-INTERFAZ
              SET WS-INICIO-ERROR TO TRUE
              CLOSE ENT-DELTA
              GO TO 1400-ABRIR-ARCHIVOS-FIN
           END-IF.

           SET WS-INTERFAZ-ABIERTA          TO TRUE.

           MOVE WS-FECHA-HOY                TO WS-NOM-CAB-FECHA.
           MOVE WS-SECUENCIA-HOY            TO WS-NOM-CAB-SECUENCIA.
           MOVE WS-REG-NOM-CABECERA         TO WS-SAL-INTERFAZ.
           PERFORM 2900-ESCRIBIR-INTERFAZ
              THRU 2900-ESCRIBIR-INTERFAZ-FIN.

       1400-ABRIR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-DELTA.

           PERFORM 2010-LEER-DELTA
              THRU 2010-LEER-DELTA-FIN
             UNTIL FS-DELTA-EOF
                OR WS-CAPACIDAD-EXCEDIDA
                OR WS-INICIO-ERROR.

           CLOSE ENT-DELTA.

       2000-PROCESAR-DELTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-DELTA.

           READ ENT-DELTA.

           EVALUATE TRUE
               WHEN FS-DELTA-OK
                    IF WS-ENT-DEL-DETALLE(1:8) IS NUMERIC
                       ADD 1                TO WS-CONT-DEL-LEIDOS
                       PERFORM 2100-SELECCIONAR-CAMBIO
                          THRU 2100-SELECCIONAR-CAMBIO-FIN
                    END-IF
               WHEN FS-DELTA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE DELTA'
                    DISPLAY 'FILE STATUS: ' FS-DELTA
                    SET WS-INICIO-ERROR     TO TRUE
           END-EVALUATE.

       2010-LEER-DELTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * A NOMINA SOLO LE INTERESAN LAS ALTAS, LAS BAJAS Y LAS
      * MODIFICACIONES QUE TOCARON EL DOMICILIO (DIRECCION, CODIGO
      * POSTAL) O LA SUCURSAL. UN CAMBIO SOLO DE TELEFONOS O DE NOMBRE
      * NO VIAJA.
       2100-SELECCIONAR-CAMBIO.

           MOVE WS-ENT-DEL-DETALLE          TO WS-SAL-APA-DETALLE.
           MOVE SPACES                      TO WS-REG-NOM-DETALLE.
           MOVE 'D'                         TO WS-NOM-DET-TIPO-REG.

           EVALUATE WS-ENT-DEL-TIPO
               WHEN 'ALTA'
                    SET WS-NOM-DET-ALTA     TO TRUE
               WHEN 'BAJA'
                    SET WS-NOM-DET-BAJA     TO TRUE
               WHEN 'MODIFICACION'
                    MOVE 0                  TO WS-CAMPOS-DOMICILIO
                    INSPECT WS-ENT-DEL-CAMPOS
                            TALLYING WS-CAMPOS-DOMICILIO
                            FOR ALL 'DIRECCION'
                                ALL 'COD-POSTAL'
                                ALL 'SUCURSAL'
                    IF WS-CAMPOS-DOMICILIO = 0
                       ADD 1                TO WS-CONT-DEL-SIN-DOMICILIO
                       GO TO 2100-SELECCIONAR-CAMBIO-FIN
                    END-IF
                    SET WS-NOM-DET-MODIFICACION TO TRUE
               WHEN OTHER
                    DISPLAY 'TIPO DE CAMBIO DESCONOCIDO EN EL DELTA: '
                            WS-ENT-DEL-TIPO
                    ADD 1                   TO WS-CONT-DEL-SIN-DOMICILIO
                    GO TO 2100-SELECCIONAR-CAMBIO-FIN
           END-EVALUATE.

           MOVE WS-SAL-APA-ID-EMPLEADO      TO WS-NOM-DET-ID-EMPLEADO.
           MOVE WS-SAL-APA-DIRECCION        TO WS-NOM-DET-DIRECCION.
           MOVE WS-SAL-APA-COD-POSTAL       TO WS-NOM-DET-COD-POSTAL.
           MOVE WS-SAL-APA-LOCALIDAD        TO WS-NOM-DET-LOCALIDAD.
           MOVE WS-SAL-APA-PROVINCIA        TO WS-NOM-DET-PROVINCIA.
           SET WS-NOM-DET-REENVIO-NO        TO TRUE.

      * UN APAREO CON EL FORMATO VIEJO (SIN SUCURSAL) SE TOMA COMO
      * SUCURSAL 00, IGUAL QUE EN LA COMPARACION DE CL14EJ04.
           IF WS-ENT-DEL-DETALLE(239:2) IS NUMERIC
              MOVE WS-SAL-APA-SUCURSAL      TO WS-NOM-DET-SUCURSAL
           ELSE
              MOVE 0                        TO WS-NOM-DET-SUCURSAL
           END-IF.

           PERFORM 2200-SUPERAR-PENDIENTE
              THRU 2200-SUPERAR-PENDIENTE-FIN
             VARYING WS-TAB-PEN-IDX FROM 1 BY 1
               UNTIL WS-TAB-PEN-IDX > WS-TAB-PEN-PREVIOS.

           PERFORM 2300-AGREGAR-PENDIENTE
              THRU 2300-AGREGAR-PENDIENTE-FIN.

           IF WS-CAPACIDAD-EXCEDIDA
              GO TO 2100-SELECCIONAR-CAMBIO-FIN
           END-IF.

           PERFORM 2800-GRABAR-DETALLE
              THRU 2800-GRABAR-DETALLE-FIN.

           EVALUATE TRUE
               WHEN WS-NOM-DET-ALTA
                    ADD 1                   TO WS-CONT-ALTAS
               WHEN WS-NOM-DET-BAJA
                    ADD 1                   TO WS-CONT-BAJAS
               WHEN OTHER
                    ADD 1                   TO WS-CONT-MODIFICACIONES
           END-EVALUATE.

       2100-SELECCIONAR-CAMBIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-SUPERAR-PENDIENTE.

           IF WS-TAB-PEN-VIGENTE(WS-TAB-PEN-IDX)
              AND WS-TAB-PEN-ID-EMPLEADO(WS-TAB-PEN-IDX)
                  = WS-NOM-DET-ID-EMPLEADO
              SET WS-TAB-PEN-SUPERADO(WS-TAB-PEN-IDX) TO TRUE
              ADD 1                         TO WS-CONT-SUPERADOS
           END-IF.

       2200-SUPERAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL ENVIO DE HOY QUEDA PENDIENTE HASTA QUE NOMINA LO ACEPTE.
       2300-AGREGAR-PENDIENTE.

           IF WS-TAB-PEN-CANTIDAD NOT < 100000
              DISPLAY 'TABLA DE PENDIENTES LLENA - PROCESO ABORTADO'
              DISPLAY 'ID EMPLEADO: ' WS-NOM-DET-ID-EMPLEADO
              SET WS-CAPACIDAD-EXCEDIDA     TO TRUE
              GO TO 2300-AGREGAR-PENDIENTE-FIN
           END-IF.

           MOVE SPACES                      TO WS-REG-NOM-PENDIENTE.
           MOVE WS-SECUENCIA-HOY            TO WS-NOM-PEN-SECUENCIA.
           MOVE WS-FECHA-HOY                TO WS-NOM-PEN-FECHA-ENVIO.
           SET WS-NOM-PEN-SIN-ACUSE         TO TRUE.
           MOVE 1                           TO WS-NOM-PEN-ENVIOS.
           MOVE 0                           TO WS-NOM-PEN-FECHA-ACUSE.
           MOVE WS-REG-NOM-DETALLE          TO WS-NOM-PEN-DETALLE.

           ADD 1                            TO WS-TAB-PEN-CANTIDAD.
           SET WS-TAB-PEN-IDX               TO WS-TAB-PEN-CANTIDAD.
           MOVE WS-NOM-DET-ID-EMPLEADO
                TO WS-TAB-PEN-ID-EMPLEADO(WS-TAB-PEN-IDX).
           MOVE WS-REG-NOM-PENDIENTE
                TO WS-TAB-PEN-LINEA(WS-TAB-PEN-IDX).
           SET WS-TAB-PEN-VIGENTE(WS-TAB-PEN-IDX) TO TRUE.

       2300-AGREGAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRE LOS PENDIENTES QUE YA ESTABAN ANTES DE HOY (Y QUE EL
      * DELTA NO SUPERO). UN RECHAZO O UN ENVIO SIN ACUSE MAS VIEJO QUE
      * DIAS-ACUSE ESTA VENCIDO: CON REENVIO=S SE VUELVE A MANDAR EN
      * EL ARCHIVO DE HOY, MARCADO COMO REENVIO, Y PASA A ESPERAR EL
      * ACUSE DE LA SECUENCIA NUEVA; SIN REENVIO SOLO SE CUENTA.
       2500-REVISAR-PENDIENTES.

           IF NOT WS-TAB-PEN-VIGENTE(WS-TAB-PEN-IDX)
              GO TO 2500-REVISAR-PENDIENTES-FIN
           END-IF.

           MOVE WS-TAB-PEN-LINEA(WS-TAB-PEN-IDX)
                                             TO WS-REG-NOM-PENDIENTE.

           IF WS-NOM-PEN-SIN-ACUSE
              COMPUTE WS-DIAS-ENVIO =
                  FUNCTION INTEGER-OF-DATE(WS-NOM-PEN-FECHA-ENVIO)
              COMPUTE WS-DIAS-SIN-ACUSE = WS-DIAS-HOY - WS-DIAS-ENVIO
              IF WS-DIAS-SIN-ACUSE NOT > WS-DIAS-ACUSE
                 GO TO 2500-REVISAR-PENDIENTES-FIN
              END-IF
           END-IF.

           IF WS-REENVIO-NO
              ADD 1                      TO WS-CONT-VENCIDOS-SIN-REENV
              GO TO 2500-REVISAR-PENDIENTES-FIN
           END-IF.

           MOVE WS-NOM-PEN-DETALLE          TO WS-REG-NOM-DETALLE.
           SET WS-NOM-DET-REENVIO-SI        TO TRUE.

           PERFORM 2800-GRABAR-DETALLE
              THRU 2800-GRABAR-DETALLE-FIN.

           MOVE WS-REG-NOM-DETALLE          TO WS-NOM-PEN-DETALLE.
           MOVE WS-SECUENCIA-HOY            TO WS-NOM-PEN-SECUENCIA.
           MOVE WS-FECHA-HOY                TO WS-NOM-PEN-FECHA-ENVIO.
           SET WS-NOM-PEN-SIN-ACUSE         TO TRUE.
           MOVE 0                           TO WS-NOM-PEN-FECHA-ACUSE.
           MOVE SPACES                      TO WS-NOM-PEN-MOTIVO.
           IF WS-NOM-PEN-ENVIOS < 99
              ADD 1                         TO WS-NOM-PEN-ENVIOS
           END-IF.

           MOVE WS-REG-NOM-PENDIENTE
                TO WS-TAB-PEN-LINEA(WS-TAB-PEN-IDX).

           ADD 1                            TO WS-CONT-REENVIADOS.

       2500-REVISAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-GRABAR-DETALLE.

           MOVE WS-REG-NOM-DETALLE          TO WS-SAL-INTERFAZ.
           PERFORM 2900-ESCRIBIR-INTERFAZ
              THRU 2900-ESCRIBIR-INTERFAZ-FIN.

           IF FS-INTERFAZ-OK
              ADD 1                         TO WS-CONT-DETALLES
              ADD WS-NOM-DET-ID-EMPLEADO    TO WS-HASH-ID-EMPLEADO
           END-IF.

       2800-GRABAR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-INTERFAZ.

           WRITE WS-SAL-INTERFAZ.

           IF NOT FS-INTERFAZ-OK
              DISPLAY 'ERROR AL ESCRIBIR INTERFAZ-NOMINA.TXT: '
                      FS-INTERFAZ
              SET WS-INICIO-ERROR           TO TRUE
           END-IF.

       2900-ESCRIBIR-INTERFAZ-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SOLO UNA CORRIDA COMPLETA CIERRA LA INTERFAZ CON SU PIE Y
      * AVANZA LA SECUENCIA Y LOS PENDIENTES: UNA INTERFAZ SIN PIE ES
      * LA SENIAL PARA NOMINA DE QUE EL ARCHIVO NO SE DEBE PROCESAR.
       3000-FINALIZAR-PROGRAMA.

           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK
              MOVE WS-CONT-DETALLES         TO WS-NOM-PIE-CANTIDAD
              MOVE WS-HASH-ID-EMPLEADO      TO WS-NOM-PIE-HASH
              MOVE WS-REG-NOM-PIE           TO WS-SAL-INTERFAZ
              PERFORM 2900-ESCRIBIR-INTERFAZ
                 THRU 2900-ESCRIBIR-INTERFAZ-FIN
           END-IF.

           IF WS-INTERFAZ-ABIERTA
              CLOSE SAL-INTERFAZ
              IF NOT FS-INTERFAZ-OK
                 DISPLAY 'ERROR AL CERRAR LA INTERFAZ DE NOMINA: '
                         FS-INTERFAZ
                 SET WS-INICIO-ERROR        TO TRUE
              END-IF
           END-IF.

           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK
              PERFORM 3100-REGRABAR-PENDIENTES
                 THRU 3100-REGRABAR-PENDIENTES-FIN
              PERFORM 3200-REGRABAR-SECUENCIA
                 THRU 3200-REGRABAR-SECUENCIA-FIN
           END-IF.

           IF WS-INICIO-ERROR
              DISPLAY 'PROCESO ABORTADO POR TARJETA O ENTRADAS '
                      'INVALIDAS'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           IF WS-CAPACIDAD-EXCEDIDA
              DISPLAY 'PROCESO ABORTADO POR CAPACIDAD DE TABLA '
                      'EXCEDIDA'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           DISPLAY 'SECUENCIA DE LA INTERFAZ         : '
                   WS-SECUENCIA-HOY.
           DISPLAY 'RENGLONES DE DELTA LEIDOS        : '
                   WS-CONT-DEL-LEIDOS.
           DISPLAY 'CAMBIOS SIN DATOS PARA NOMINA    : '
                   WS-CONT-DEL-SIN-DOMICILIO.
           DISPLAY 'ALTAS ENVIADAS                   : '
                   WS-CONT-ALTAS.
           DISPLAY 'MODIFICACIONES ENVIADAS          : '
                   WS-CONT-MODIFICACIONES.
           DISPLAY 'BAJAS ENVIADAS                   : '
                   WS-CONT-BAJAS.
           DISPLAY 'PENDIENTES SUPERADOS POR EL DELTA: '
                   WS-CONT-SUPERADOS.
           DISPLAY 'PENDIENTES REENVIADOS            : '
                   WS-CONT-REENVIADOS.
           DISPLAY 'VENCIDOS O RECHAZADOS SIN REENVIO: '
                   WS-CONT-VENCIDOS-SIN-REENV.
           DISPLAY 'DETALLES EN LA INTERFAZ          : '
                   WS-CONT-DETALLES.
           DISPLAY 'SUMA DE CONTROL DE ID-EMPLEADO   : '
                   WS-HASH-ID-EMPLEADO.
           DISPLAY 'PENDIENTES DE ACUSE AL CIERRE    : '
                   WS-CONT-PEN-GRABADOS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-REGRABAR-PENDIENTES.

           OPEN OUTPUT SAL-PENDIENTES.

           IF NOT FS-PEN-NUEVO-OK
              DISPLAY 'ERROR AL REGRABAR LOS PENDIENTES DE NOMINA'
              DISPLAY 'FILE STATUS: ' FS-PEN-NUEVO
              SET WS-INICIO-ERROR           TO TRUE
              GO TO 3100-REGRABAR-PENDIENTES-FIN
           END-IF.

           PERFORM 3110-GRABAR-UN-PENDIENTE
              THRU 3110-GRABAR-UN-PENDIENTE-FIN
             VARYING WS-TAB-PEN-IDX FROM 1 BY 1
               UNTIL WS-TAB-PEN-IDX > WS-TAB-PEN-CANTIDAD.

           CLOSE SAL-PENDIENTES.

       3100-REGRABAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-GRABAR-UN-PENDIENTE.

           IF NOT WS-TAB-PEN-VIGENTE(WS-TAB-PEN-IDX)
              GO TO 3110-GRABAR-UN-PENDIENTE-FIN
           END-IF.

           MOVE WS-TAB-PEN-LINEA(WS-TAB-PEN-IDX) TO WS-SAL-PENDIENTES.
           WRITE WS-SAL-PENDIENTES.

           IF FS-PEN-NUEVO-OK
              ADD 1                         TO WS-CONT-PEN-GRABADOS
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR PENDIENTES-NOMINA.TXT: '
                      FS-PEN-NUEVO
              SET WS-INICIO-ERROR           TO TRUE
           END-IF.

       3110-GRABAR-UN-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-REGRABAR-SECUENCIA.

           OPEN OUTPUT SAL-SECUENCIA.

           IF NOT FS-SEC-NUEVA-OK
              DISPLAY 'ERROR AL REGRABAR LA SECUENCIA DE NOMINA'
              DISPLAY 'FILE STATUS: ' FS-SEC-NUEVA
              SET WS-INICIO-ERROR           TO TRUE
              GO TO 3200-REGRABAR-SECUENCIA-FIN
           END-IF.

           MOVE WS-SECUENCIA-HOY            TO WS-REG-SEC-ULTIMA.
           MOVE WS-FECHA-HOY                TO WS-REG-SEC-FECHA.
           MOVE WS-REG-SECUENCIA            TO WS-SAL-SECUENCIA.
           WRITE WS-SAL-SECUENCIA.

           IF NOT FS-SEC-NUEVA-OK
              DISPLAY 'ERROR AL ESCRIBIR SECUENCIA-NOMINA.TXT: '
                      FS-SEC-NUEVA
              SET WS-INICIO-ERROR           TO TRUE
           END-IF.

           CLOSE SAL-SECUENCIA.

       3200-REGRABAR-SECUENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ23.
