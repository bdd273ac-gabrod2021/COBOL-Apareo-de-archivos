      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: REPORTE DE SOLICITUDES DE VERIFICACION DE CONTACTOS
      *          VENCIDAS SIN RESPUESTA, POR SUCURSAL (CIERRE DEL CICLO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ29.
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

       SELECT ENT-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS.

       SELECT ENT-VERIFICACIONES
           ASSIGN TO '../VERIFICACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VERIFICACIONES.

       SELECT TRB-VENCIDAS
           ASSIGN TO '../VERIFICACIONES-VENCIDAS-ORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRB-VENCIDAS.

       SELECT SAL-VENCIDAS
           ASSIGN TO '../VERIFICACIONES-VENCIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENCIDAS.

       SELECT ARCH-SORT
           ASSIGN TO 'SORTWK-CL14EJ29'.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * TARJETA DE CONTROL DE CORRIDA COMPARTIDA CON TODA LA CADENA:
      * LINEAS "CLAVE=VALOR". ESTE PROGRAMA SOLO USA DIAS-RESPUESTA.
       FD ENT-PARAMS.
       01 WS-ENT-PARAMS                     PIC X(120).

       FD ENT-EMPLEADOS.
       01 WS-ENT-EMPLEADOS.
          05 WS-ENT-EMP-ID-EMPLEADO         PIC 9(08).
          05 WS-ENT-EMP-NOMBRE              PIC X(25).
          05 WS-ENT-EMP-APELLIDO            PIC X(25).
          05 WS-ENT-EMP-ESTADO              PIC X(01).
             88 WS-ENT-EMP-ACTIVO               VALUE 'A'.
          05 WS-ENT-EMP-SUCURSAL            PIC 9(02).

      * CABECERA Y PIE QUE RRHH AGREGA A CADA ARCHIVO (COPY RRHH). LOS
      * CONTROLA CL14EJ25 ANTES DE LA CADENA; AQUI SOLO SE SALTEAN.
       01 WS-ENT-EMP-CONTROL.
          05 WS-ENT-EMP-TIPO-REG            PIC X(01).
             88 WS-ENT-EMP-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(60).

       FD ENT-VERIFICACIONES.
       01 WS-ENT-VERIFICACIONES             PIC X(30).

      * SOLICITUDES VENCIDAS YA CLASIFICADAS POR SUCURSAL E ID, LISTAS
      * PARA EL CORTE DE CONTROL DEL REPORTE.
       FD TRB-VENCIDAS.
       01 WS-TRB-VENCIDAS.
          05 WS-TRB-SUCURSAL                PIC 9(02).
          05 WS-TRB-ID-EMPLEADO             PIC 9(08).
          05 WS-TRB-APELLIDO                PIC X(25).
          05 WS-TRB-NOMBRE                  PIC X(25).
          05 WS-TRB-FECHA-SOLICITUD         PIC 9(08).
          05 WS-TRB-DIAS                    PIC 9(05).

       SD ARCH-SORT.
       01 WS-SRT-VENCIDAS.
          05 WS-SRT-SUCURSAL                PIC 9(02).
          05 WS-SRT-ID-EMPLEADO             PIC 9(08).
          05 WS-SRT-APELLIDO                PIC X(25).
          05 WS-SRT-NOMBRE                  PIC X(25).
          05 WS-SRT-FECHA-SOLICITUD         PIC 9(08).
          05 WS-SRT-DIAS                    PIC 9(05).

       FD SAL-VENCIDAS.
       01 WS-SAL-VENCIDAS                   PIC X(100).

       WORKING-STORAGE SECTION.

      * REGISTRO DE VERIFICACION.
          COPY VERIFICACION.

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
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
             88 FS-EMPLEADOS-EOF                VALUE '10'.
             88 FS-EMPLEADOS-NFD                VALUE '35'.
          05 FS-VERIFICACIONES              PIC X(2).
             88 FS-VERIFICACIONES-OK            VALUE '00'.
             88 FS-VERIFICACIONES-EOF           VALUE '10'.
             88 FS-VERIFICACIONES-NFD           VALUE '35'.
          05 FS-TRB-VENCIDAS                PIC X(2).
             88 FS-TRB-VENCIDAS-OK              VALUE '00'.
             88 FS-TRB-VENCIDAS-EOF             VALUE '10'.
          05 FS-VENCIDAS                    PIC X(2).
             88 FS-VENCIDAS-OK                  VALUE '00'.

      * PLAZO, EN DIAS, QUE TIENE EL EMPLEADO PARA DEVOLVER EL
      * FORMULARIO: UNA SOLICITUD PENDIENTE MAS VIEJA QUE ESTO SE
      * LISTA COMO VENCIDA.
       01 WS-PARAMETROS.
          05 WS-PAR-DIAS-RESPUESTA          PIC 9(03) VALUE 30.

       01 WS-SWITCHES.
          05 WS-SW-PARAMS                   PIC X(01) VALUE 'S'.
             88 WS-PARAMS-OK                    VALUE 'S'.
             88 WS-PARAMS-ERROR                 VALUE 'N'.
          05 WS-SW-INICIO                   PIC X(01) VALUE 'S'.
             88 WS-INICIO-OK                    VALUE 'S'.
             88 WS-INICIO-ERROR                 VALUE 'N'.
          05 WS-SW-CAPACIDAD                PIC X(01) VALUE 'S'.
             88 WS-CAPACIDAD-OK                 VALUE 'S'.
             88 WS-CAPACIDAD-EXCEDIDA           VALUE 'N'.
          05 WS-SW-PRIMERA-SUCURSAL         PIC X(01) VALUE 'S'.
             88 WS-PRIMERA-SUCURSAL-SI          VALUE 'S'.
             88 WS-PRIMERA-SUCURSAL-NO          VALUE 'N'.
          05 WS-SW-VER-HALLADO              PIC X(01) VALUE 'N'.
             88 WS-VER-HALLADO                  VALUE 'S'.
             88 WS-VER-NO-HALLADO               VALUE 'N'.

      * SOLICITUDES PENDIENTES DE VERIFICACIONES.TXT (SOLO LAS QUE
      * TIENEN FECHA DE SOLICITUD: LAS DEMAS NO PUEDEN ESTAR VENCIDAS).
       01 WS-TAB-VER-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-VERIFICACIONES.
          05 WS-TAB-VER-ENTRADA OCCURS 1 TO 500000 TIMES
                                 DEPENDING ON WS-TAB-VER-CANTIDAD
                                 INDEXED BY WS-TAB-VER-IDX.
             10 WS-TAB-VER-ID-EMPLEADO      PIC 9(08).
             10 WS-TAB-VER-FECHA-SOLICITUD  PIC 9(08).

       01 WS-FECHA-SISTEMA.
          05 WS-FEC-SIS-AAAA                PIC 9(04).
          05 WS-FEC-SIS-MM                  PIC 9(02).
          05 WS-FEC-SIS-DD                  PIC 9(02).

       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.

      * AREA DE TRABAJO PARA CALCULAR LOS DIAS TRANSCURRIDOS DESDE LA
      * SOLICITUD (FECHA DE HOY MENOS FECHA DE SOLICITUD).
       01 WS-CALCULO-DIAS.
          05 WS-DIAS-HOY                    PIC 9(08).
          05 WS-DIAS-SOLICITUD              PIC 9(08).
          05 WS-DIAS-TRANSCURRIDOS          PIC S9(08).

       01 WS-FECHA-DESGLOSE.
          05 WS-FEC-DES-AAAA                PIC 9(04).
          05 WS-FEC-DES-MM                  PIC 9(02).
          05 WS-FEC-DES-DD                  PIC 9(02).

      * SUCURSAL DEL CORTE DE CONTROL EN CURSO.
       01 WS-SUCURSAL-ANTERIOR              PIC 9(02) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CONT-REG-EMPLEADOS          PIC 9(08) VALUE 0.
          05 WS-CONT-NO-ACTIVOS             PIC 9(08) VALUE 0.
          05 WS-CONT-VER-LEIDAS             PIC 9(08) VALUE 0.
          05 WS-CONT-PENDIENTES             PIC 9(08) VALUE 0.
          05 WS-CONT-EN-PLAZO               PIC 9(08) VALUE 0.
          05 WS-CONT-VENCIDAS               PIC 9(08) VALUE 0.
          05 WS-CONT-VEN-SUCURSAL           PIC 9(08) VALUE 0.
          05 WS-CONT-SUCURSALES             PIC 9(08) VALUE 0.

      * IMAGENES EN MEMORIA DE LAS LINEAS DEL REPORTE DE VENCIDAS.
       01 WS-REG-VEN-TITULO                 PIC X(100) VALUE
          'SOLICITUDES DE VERIFICACION VENCIDAS SIN RESPUESTA - PROGRAMA
      -    ' CL14EJ29'.

       01 WS-REG-VEN-SEPARADOR              PIC X(100) VALUE ALL '-'.

       01 WS-REG-VEN-FECHA.
          05 FILLER                        PIC X(20)
             VALUE 'FECHA DE CORRIDA  : '.
          05 WS-VEN-FEC-DD                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-VEN-FEC-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-VEN-FEC-AAAA                PIC 9(04).
          05 FILLER                        PIC X(70) VALUE SPACES.

       01 WS-REG-VEN-PLAZO.
          05 FILLER                        PIC X(20)
             VALUE 'DIAS DE RESPUESTA : '.
          05 WS-VEN-PLA-DIAS                PIC 9(03).
          05 FILLER                        PIC X(77) VALUE SPACES.

       01 WS-REG-VEN-SUCURSAL.
          05 FILLER                        PIC X(20)
             VALUE 'SUCURSAL          : '.
          05 WS-VEN-SUC-SUCURSAL            PIC 9(02).
          05 FILLER                        PIC X(78) VALUE SPACES.

       01 WS-REG-VEN-ENCABEZADO.
          05 FILLER PIC X(08) VALUE 'ID EMPLE'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(25) VALUE 'APELLIDO'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(25) VALUE 'NOMBRE'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'SOLICITADO'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(05) VALUE 'DIAS'.
          05 FILLER PIC X(19) VALUE SPACES.

       01 WS-REG-VEN-DETALLE.
          05 WS-VEN-DET-ID-EMPLEADO         PIC 9(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-VEN-DET-APELLIDO            PIC X(25).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-VEN-DET-NOMBRE              PIC X(25).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-VEN-DET-SOL-DD              PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-VEN-DET-SOL-MM              PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-VEN-DET-SOL-AAAA            PIC 9(04).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-VEN-DET-DIAS                PIC 9(05).
          05 FILLER                        PIC X(19) VALUE SPACES.

       01 WS-REG-VEN-CONTADOR.
          05 WS-VEN-CNT-ETIQUETA            PIC X(38).
          05 WS-VEN-CNT-VALOR               PIC 9(08).
          05 FILLER                        PIC X(54) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-PARAMS-OK
              AND WS-INICIO-OK
              AND WS-CAPACIDAD-OK

              PERFORM 2000-PROCESAR-VENCIDA
                 THRU 2000-PROCESAR-VENCIDA-FIN
                UNTIL FS-TRB-VENCIDAS-EOF
                   OR WS-INICIO-ERROR

              IF WS-PRIMERA-SUCURSAL-NO
                 PERFORM 2200-CERRAR-SUCURSAL
                    THRU 2200-CERRAR-SUCURSAL-FIN
              END-IF

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

           PERFORM 1020-LEER-PARAMETROS
              THRU 1020-LEER-PARAMETROS-FIN.

           IF WS-PARAMS-ERROR
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1100-CARGAR-VERIFICACIONES
              THRU 1100-CARGAR-VERIFICACIONES-FIN.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           SORT ARCH-SORT
               ON ASCENDING KEY WS-SRT-SUCURSAL
                                WS-SRT-ID-EMPLEADO
               INPUT PROCEDURE IS 1300-SELECCIONAR-EMPLEADOS
                  THRU 1320-EVALUAR-EMPLEADO-FIN
               GIVING TRB-VENCIDAS.

           IF WS-INICIO-ERROR
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           OPEN INPUT TRB-VENCIDAS.

           IF NOT FS-TRB-VENCIDAS-OK
              DISPLAY 'ERROR AL ABRIR VERIFICACIONES-VENCIDAS-ORD.TXT'
              DISPLAY 'FILE STATUS: ' FS-TRB-VENCIDAS
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           OPEN OUTPUT SAL-VENCIDAS.

           IF NOT FS-VENCIDAS-OK
              DISPLAY 'ERROR AL ABRIR VERIFICACIONES-VENCIDAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-VENCIDAS
              SET WS-INICIO-ERROR TO TRUE
              CLOSE TRB-VENCIDAS
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1500-GRABAR-ENCABEZADO
              THRU 1500-GRABAR-ENCABEZADO-FIN.

           PERFORM 1400-LEER-TRB-VENCIDA
              THRU 1400-LEER-TRB-VENCIDA-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1020-LEER-PARAMETROS.

           OPEN INPUT ENT-PARAMS.

           EVALUATE TRUE
               WHEN FS-PARAMS-OK
                    PERFORM 1030-LEER-LINEA-PARAMS
                       THRU 1030-LEER-LINEA-PARAMS-FIN
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

       1020-LEER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1030-LEER-LINEA-PARAMS.

           READ ENT-PARAMS.

           EVALUATE TRUE
               WHEN FS-PARAMS-OK
                    PERFORM 1040-INTERPRETAR-PARAMETRO
                       THRU 1040-INTERPRETAR-PARAMETRO-FIN
               WHEN FS-PARAMS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA TARJETA PARAMS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-PARAMS
                    SET WS-PARAMS-ERROR TO TRUE
           END-EVALUATE.

       1030-LEER-LINEA-PARAMS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * INTERPRETA UNA LINEA "CLAVE=VALOR" DE LA TARJETA COMPARTIDA.
      * ESTE PROGRAMA SOLO USA EL PLAZO DE RESPUESTA; LAS DEMAS CLAVES
      * DE LA CADENA SE ACEPTAN Y SE IGNORAN. UNA CLAVE DESCONOCIDA
      * ABORTA, IGUAL QUE EN CL14EJ01.
       1040-INTERPRETAR-PARAMETRO.

           IF WS-ENT-PARAMS = SPACES
              OR WS-ENT-PARAMS(1:1) = '*'
              GO TO 1040-INTERPRETAR-PARAMETRO-FIN
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
              GO TO 1040-INTERPRETAR-PARAMETRO-FIN
           END-IF.

           EVALUATE WS-PRM-CLAVE
               WHEN 'DIAS-RESPUESTA'
                    IF WS-PRM-VALOR(1:3) IS NUMERIC
                       AND WS-PRM-VALOR(4:1) = SPACE
                       AND WS-PRM-VALOR(1:3) NOT = '000'
                       MOVE WS-PRM-VALOR(1:3)
                                          TO WS-PAR-DIAS-RESPUESTA
                    ELSE
                       DISPLAY 'DIAS-RESPUESTA INVALIDO (DEBE SER '
                               'NNN MAYOR QUE CERO): ' WS-PRM-VALOR
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
               WHEN 'ABREVIATURAS'
               WHEN 'DIRECCIONES-NORMALIZADAS'
               WHEN 'ANIOS-RETENCION'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PRM-CLAVE
                    SET WS-PARAMS-ERROR TO TRUE
           END-EVALUATE.

       1040-INTERPRETAR-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LAS SOLICITUDES PENDIENTES. SIN ARCHIVO NUNCA SE EMITIO
      * UNA SOLICITUD: EL REPORTE SALE VACIO.
       1100-CARGAR-VERIFICACIONES.

           OPEN INPUT ENT-VERIFICACIONES.

           EVALUATE TRUE
               WHEN FS-VERIFICACIONES-OK
                    PERFORM 1110-LEER-VERIFICACION
                       THRU 1110-LEER-VERIFICACION-FIN
                      UNTIL FS-VERIFICACIONES-EOF
                         OR WS-CAPACIDAD-EXCEDIDA
                         OR WS-INICIO-ERROR
                    CLOSE ENT-VERIFICACIONES
               WHEN FS-VERIFICACIONES-NFD
                    DISPLAY 'NO EXISTE ARCHIVO DE VERIFICACIONES - SIN '
                            'SOLICITUDES PENDIENTES'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR VERIFICACIONES.TXT'
                    DISPLAY 'FILE STATUS: ' FS-VERIFICACIONES
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1100-CARGAR-VERIFICACIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-VERIFICACION.

           READ ENT-VERIFICACIONES.

           EVALUATE TRUE
               WHEN FS-VERIFICACIONES-OK
                    MOVE WS-ENT-VERIFICACIONES
                                             TO WS-REG-VERIFICACION
                    ADD 1                   TO WS-CONT-VER-LEIDAS
                    IF WS-VER-FECHA-SOLICITUD NOT = 0
                       PERFORM 1120-AGREGAR-PENDIENTE
                          THRU 1120-AGREGAR-PENDIENTE-FIN
                    END-IF
               WHEN FS-VERIFICACIONES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER VERIFICACIONES.TXT'
                    DISPLAY 'FILE STATUS: ' FS-VERIFICACIONES
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1110-LEER-VERIFICACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-AGREGAR-PENDIENTE.

           IF WS-TAB-VER-CANTIDAD < 500000
              ADD 1                         TO WS-TAB-VER-CANTIDAD
              SET WS-TAB-VER-IDX            TO WS-TAB-VER-CANTIDAD
              MOVE WS-VER-ID-EMPLEADO
                   TO WS-TAB-VER-ID-EMPLEADO(WS-TAB-VER-IDX)
              MOVE WS-VER-FECHA-SOLICITUD
                   TO WS-TAB-VER-FECHA-SOLICITUD(WS-TAB-VER-IDX)
           ELSE
              DISPLAY 'TABLA DE VERIFICACIONES LLENA - PROCESO '
                      'ABORTADO'
              DISPLAY 'ID EMPLEADO: ' WS-VER-ID-EMPLEADO
              SET WS-CAPACIDAD-EXCEDIDA     TO TRUE
           END-IF.

       1120-AGREGAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMIENTO DE ENTRADA DEL SORT: RECORRE EMPLEADOS.TXT Y
      * LIBERA CADA ACTIVO CON UNA SOLICITUD PENDIENTE FUERA DE PLAZO,
      * CON SU SUCURSAL E ID COMO CLAVES DE CLASIFICACION.
       1300-SELECCIONAR-EMPLEADOS.

           OPEN INPUT ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    PERFORM 1310-LEER-EMPLEADO
                       THRU 1310-LEER-EMPLEADO-FIN
                      UNTIL FS-EMPLEADOS-EOF
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

           GO TO 1320-EVALUAR-EMPLEADO-FIN.

       1300-SELECCIONAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-EMPLEADO.

           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    IF NOT WS-ENT-EMP-REG-CONTROL
                       ADD 1                TO WS-CONT-REG-EMPLEADOS
                       PERFORM 1320-EVALUAR-EMPLEADO
                          THRU 1320-EVALUAR-EMPLEADO-FIN
                    END-IF
               WHEN FS-EMPLEADOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1310-LEER-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SOLO LOS ACTIVOS SE RECLAMAN: EL QUE PASO A BAJA O LICENCIA
      * CON LA SOLICITUD ABIERTA NO FIGURA, PERO SU SOLICITUD SIGUE
      * PENDIENTE Y VUELVE A LISTARSE SI SE REACTIVA.
       1320-EVALUAR-EMPLEADO.

           IF WS-ENT-EMP-ID-EMPLEADO IS NOT NUMERIC
              GO TO 1320-EVALUAR-EMPLEADO-FIN
           END-IF.

           IF NOT WS-ENT-EMP-ACTIVO
              ADD 1                         TO WS-CONT-NO-ACTIVOS
              GO TO 1320-EVALUAR-EMPLEADO-FIN
           END-IF.

           SET WS-VER-NO-HALLADO            TO TRUE.

           IF WS-TAB-VER-CANTIDAD = 0
              GO TO 1320-EVALUAR-EMPLEADO-FIN
           END-IF.

           SET WS-TAB-VER-IDX               TO 1.

           SEARCH WS-TAB-VER-ENTRADA
               AT END
                    CONTINUE
               WHEN WS-TAB-VER-ID-EMPLEADO(WS-TAB-VER-IDX)
                       = WS-ENT-EMP-ID-EMPLEADO
                    SET WS-VER-HALLADO      TO TRUE
           END-SEARCH.

           IF WS-VER-NO-HALLADO
              GO TO 1320-EVALUAR-EMPLEADO-FIN
           END-IF.

           ADD 1                            TO WS-CONT-PENDIENTES.

           COMPUTE WS-DIAS-SOLICITUD =
               FUNCTION INTEGER-OF-DATE
                   (WS-TAB-VER-FECHA-SOLICITUD(WS-TAB-VER-IDX)).
           COMPUTE WS-DIAS-TRANSCURRIDOS =
               WS-DIAS-HOY - WS-DIAS-SOLICITUD.

           IF WS-DIAS-TRANSCURRIDOS NOT > WS-PAR-DIAS-RESPUESTA
              ADD 1                         TO WS-CONT-EN-PLAZO
              GO TO 1320-EVALUAR-EMPLEADO-FIN
           END-IF.

           MOVE WS-ENT-EMP-SUCURSAL         TO WS-SRT-SUCURSAL.
           MOVE WS-ENT-EMP-ID-EMPLEADO      TO WS-SRT-ID-EMPLEADO.
           MOVE WS-ENT-EMP-APELLIDO         TO WS-SRT-APELLIDO.
           MOVE WS-ENT-EMP-NOMBRE           TO WS-SRT-NOMBRE.
           MOVE WS-TAB-VER-FECHA-SOLICITUD(WS-TAB-VER-IDX)
                                             TO WS-SRT-FECHA-SOLICITUD.
           MOVE WS-DIAS-TRANSCURRIDOS       TO WS-SRT-DIAS.
           RELEASE WS-SRT-VENCIDAS.

       1320-EVALUAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-LEER-TRB-VENCIDA.

           READ TRB-VENCIDAS.

           EVALUATE TRUE
               WHEN FS-TRB-VENCIDAS-OK
               WHEN FS-TRB-VENCIDAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER VERIFICACIONES-VENCIDAS-ORD.'
                            'TXT'
                    DISPLAY 'FILE STATUS: ' FS-TRB-VENCIDAS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1400-LEER-TRB-VENCIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-GRABAR-ENCABEZADO.

           MOVE WS-REG-VEN-TITULO           TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

           MOVE WS-REG-VEN-SEPARADOR        TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

           MOVE WS-FEC-SIS-DD               TO WS-VEN-FEC-DD.
           MOVE WS-FEC-SIS-MM               TO WS-VEN-FEC-MM.
           MOVE WS-FEC-SIS-AAAA             TO WS-VEN-FEC-AAAA.
           MOVE WS-REG-VEN-FECHA            TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

           MOVE WS-PAR-DIAS-RESPUESTA       TO WS-VEN-PLA-DIAS.
           MOVE WS-REG-VEN-PLAZO            TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

       1500-GRABAR-ENCABEZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CORTE DE CONTROL POR SUCURSAL: CADA SUCURSAL ABRE CON SU
      * ENCABEZADO Y CIERRA CON SU SUBTOTAL DE VENCIDAS.
       2000-PROCESAR-VENCIDA.

           IF WS-PRIMERA-SUCURSAL-SI
              OR WS-TRB-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR
              IF WS-PRIMERA-SUCURSAL-NO
                 PERFORM 2200-CERRAR-SUCURSAL
                    THRU 2200-CERRAR-SUCURSAL-FIN
              END-IF
              PERFORM 2100-ABRIR-SUCURSAL
                 THRU 2100-ABRIR-SUCURSAL-FIN
           END-IF.

           MOVE WS-TRB-FECHA-SOLICITUD      TO WS-FECHA-DESGLOSE.

           MOVE WS-TRB-ID-EMPLEADO          TO WS-VEN-DET-ID-EMPLEADO.
           MOVE WS-TRB-APELLIDO             TO WS-VEN-DET-APELLIDO.
           MOVE WS-TRB-NOMBRE               TO WS-VEN-DET-NOMBRE.
           MOVE WS-FEC-DES-DD               TO WS-VEN-DET-SOL-DD.
           MOVE WS-FEC-DES-MM               TO WS-VEN-DET-SOL-MM.
           MOVE WS-FEC-DES-AAAA             TO WS-VEN-DET-SOL-AAAA.
           MOVE WS-TRB-DIAS                 TO WS-VEN-DET-DIAS.

           MOVE WS-REG-VEN-DETALLE          TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

           ADD 1                            TO WS-CONT-VENCIDAS.
           ADD 1                            TO WS-CONT-VEN-SUCURSAL.

           PERFORM 1400-LEER-TRB-VENCIDA
              THRU 1400-LEER-TRB-VENCIDA-FIN.

       2000-PROCESAR-VENCIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-ABRIR-SUCURSAL.

           MOVE WS-TRB-SUCURSAL             TO WS-SUCURSAL-ANTERIOR.
           SET WS-PRIMERA-SUCURSAL-NO       TO TRUE.
           MOVE 0                           TO WS-CONT-VEN-SUCURSAL.
           ADD 1                            TO WS-CONT-SUCURSALES.

           MOVE WS-REG-VEN-SEPARADOR        TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

           MOVE WS-TRB-SUCURSAL             TO WS-VEN-SUC-SUCURSAL.
           MOVE WS-REG-VEN-SUCURSAL         TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

           MOVE WS-REG-VEN-SEPARADOR        TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

           MOVE WS-REG-VEN-ENCABEZADO       TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

       2100-ABRIR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-CERRAR-SUCURSAL.

           MOVE 'VENCIDAS DE LA SUCURSAL           :'
                                             TO WS-VEN-CNT-ETIQUETA.
           MOVE WS-CONT-VEN-SUCURSAL         TO WS-VEN-CNT-VALOR.
           MOVE WS-REG-VEN-CONTADOR          TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

       2200-CERRAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-VENCIDAS.

           WRITE WS-SAL-VENCIDAS.

           IF NOT FS-VENCIDAS-OK
              DISPLAY 'ERROR AL ESCRIBIR VERIFICACIONES-VENCIDAS.TXT: '
                      FS-VENCIDAS
           END-IF.

       2900-ESCRIBIR-VENCIDAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-PARAMS-OK
              AND WS-INICIO-OK
              AND WS-CAPACIDAD-OK
              PERFORM 3100-GRABAR-TOTALES
                 THRU 3100-GRABAR-TOTALES-FIN
              CLOSE TRB-VENCIDAS
                    SAL-VENCIDAS
           END-IF.

           IF WS-PARAMS-ERROR
              DISPLAY 'PROCESO ABORTADO POR ERROR EN PARAMS.TXT'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           IF WS-INICIO-ERROR
              DISPLAY 'PROCESO ABORTADO POR ERROR DE APERTURA O '
                      'LECTURA'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           IF WS-CAPACIDAD-EXCEDIDA
              DISPLAY 'PROCESO ABORTADO POR CAPACIDAD DE TABLA '
                      'EXCEDIDA'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           IF RETURN-CODE = 0
              AND WS-CONT-VENCIDAS > 0
              DISPLAY 'HAY SOLICITUDES VENCIDAS SIN RESPUESTA - VER '
                      'VERIFICACIONES-VENCIDAS.TXT'
              MOVE 4                        TO RETURN-CODE
           END-IF.

           DISPLAY 'CANTIDAD DE EMPLEADOS LEIDOS      : '
                   WS-CONT-REG-EMPLEADOS.
           DISPLAY 'EMPLEADOS NO ACTIVOS              : '
                   WS-CONT-NO-ACTIVOS.
           DISPLAY 'VERIFICACIONES LEIDAS             : '
                   WS-CONT-VER-LEIDAS.
           DISPLAY 'SOLICITUDES PENDIENTES DE ACTIVOS : '
                   WS-CONT-PENDIENTES.
           DISPLAY 'PENDIENTES DENTRO DEL PLAZO       : '
                   WS-CONT-EN-PLAZO.
           DISPLAY 'SOLICITUDES VENCIDAS              : '
                   WS-CONT-VENCIDAS.
           DISPLAY 'SUCURSALES CON VENCIDAS           : '
                   WS-CONT-SUCURSALES.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-TOTALES.

           MOVE WS-REG-VEN-SEPARADOR        TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

           MOVE 'SOLICITUDES PENDIENTES DE ACTIVOS :'
                                             TO WS-VEN-CNT-ETIQUETA.
           MOVE WS-CONT-PENDIENTES           TO WS-VEN-CNT-VALOR.
           MOVE WS-REG-VEN-CONTADOR          TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

           MOVE 'PENDIENTES DENTRO DEL PLAZO       :'
                                             TO WS-VEN-CNT-ETIQUETA.
           MOVE WS-CONT-EN-PLAZO             TO WS-VEN-CNT-VALOR.
           MOVE WS-REG-VEN-CONTADOR          TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

           MOVE 'TOTAL DE SOLICITUDES VENCIDAS     :'
                                             TO WS-VEN-CNT-ETIQUETA.
           MOVE WS-CONT-VENCIDAS             TO WS-VEN-CNT-VALOR.
           MOVE WS-REG-VEN-CONTADOR          TO WS-SAL-VENCIDAS.
           PERFORM 2900-ESCRIBIR-VENCIDAS
              THRU 2900-ESCRIBIR-VENCIDAS-FIN.

       3100-GRABAR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ29.
