      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: SOLICITUD ANUAL DE VERIFICACION DE CONTACTOS POR
      *          SUCURSAL (FORMULARIOS DE CONFIRMACION)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ27.
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

       SELECT ENT-MAESTRO
           ASSIGN TO '../MAESTRO-CONTACTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAESTRO.

       SELECT ENT-VERIFICACIONES
           ASSIGN TO '../VERIFICACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VERIFICACIONES.

       SELECT SAL-VERIFICACIONES
           ASSIGN TO '../VERIFICACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VER-NUEVO.

       SELECT TRB-SOLICITUDES
           ASSIGN TO '../SOLICITUD-VERIFICACION-ORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRB-SOLICITUDES.

      * UN ARCHIVO DE SOLICITUDES POR SUCURSAL, RUTA.SNN, CON LA
      * MISMA CONVENCION DE NOMBRES QUE LOS CORTES DE CL14EJ17.
       SELECT SAL-SOLICITUD
           ASSIGN USING WS-ARCH-SOLICITUD-SAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOLICITUD.

       SELECT ARCH-SORT
           ASSIGN TO 'SORTWK-CL14EJ27'.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * TARJETA DE CONTROL DE CORRIDA COMPARTIDA CON TODA LA CADENA:
      * LINEAS "CLAVE=VALOR". ESTE PROGRAMA SOLO USA DIAS-VERIFICACION.
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

       FD ENT-MAESTRO.
       01 WS-ENT-MAESTRO                    PIC X(240).

       FD ENT-VERIFICACIONES.
       01 WS-ENT-VERIFICACIONES             PIC X(30).

       FD SAL-VERIFICACIONES.
       01 WS-SAL-VERIFICACIONES             PIC X(30).

      * SOLICITUDES YA CLASIFICADAS POR SUCURSAL E ID, LISTAS PARA EL
      * CORTE DE CONTROL QUE ABRE UN ARCHIVO POR SUCURSAL. LA
      * POSICION ES LA ENTRADA DEL EMPLEADO EN LA TABLA DE
      * VERIFICACIONES, DONDE SE ANOTA LA SOLICITUD AL GRABARLA.
       FD TRB-SOLICITUDES.
       01 WS-TRB-SOLICITUDES.
          05 WS-TRB-SUCURSAL                PIC 9(02).
          05 WS-TRB-ID-EMPLEADO             PIC 9(08).
          05 WS-TRB-POSICION                PIC 9(08).
          05 WS-TRB-FORMULARIO              PIC X(250).

       SD ARCH-SORT.
       01 WS-SRT-SOLICITUDES.
          05 WS-SRT-SUCURSAL                PIC 9(02).
          05 WS-SRT-ID-EMPLEADO             PIC 9(08).
          05 WS-SRT-POSICION                PIC 9(08).
          05 WS-SRT-FORMULARIO              PIC X(250).

       FD SAL-SOLICITUD.
       01 WS-SAL-SOLICITUD                  PIC X(250).

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO DE SALIDA "APAREO.TXT": AQUI SE USA COMO
      * AREA DE DESGLOSE DE CADA RENGLON DEL MAESTRO DE CONTACTOS.
          COPY APAREO.

      * REGISTRO DE VERIFICACION, FORMULARIO DE CONFIRMACION Y SUS
      * TITULOS.
          COPY VERIFICACION.

       01 WS-ARCHIVOS-CORRIDA.
          05 WS-ARCH-SOLICITUD-BASE         PIC X(100) VALUE
             '../SOLICITUD-VERIFICACION.TXT'.
          05 WS-ARCH-SOLICITUD-SAL          PIC X(120).

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
          05 FS-MAESTRO                     PIC X(2).
             88 FS-MAESTRO-OK                   VALUE '00'.
             88 FS-MAESTRO-EOF                  VALUE '10'.
             88 FS-MAESTRO-NFD                  VALUE '35'.
          05 FS-VERIFICACIONES              PIC X(2).
             88 FS-VERIFICACIONES-OK            VALUE '00'.
             88 FS-VERIFICACIONES-EOF           VALUE '10'.
             88 FS-VERIFICACIONES-NFD           VALUE '35'.
          05 FS-VER-NUEVO                   PIC X(2).
             88 FS-VER-NUEVO-OK                 VALUE '00'.
          05 FS-TRB-SOLICITUDES             PIC X(2).
             88 FS-TRB-SOLICITUDES-OK           VALUE '00'.
             88 FS-TRB-SOLICITUDES-EOF          VALUE '10'.
          05 FS-SOLICITUD                   PIC X(2).
             88 FS-SOLICITUD-OK                 VALUE '00'.

      * ANTIGUEDAD MAXIMA, EN DIAS, DE LA ULTIMA CONFIRMACION: QUIEN
      * CONFIRMO HACE MAS QUE ESTO (O NUNCA) RECIBE SOLICITUD. LA
      * NORMA LABORAL PIDE AL MENOS UNA CONFIRMACION POR ANIO.
       01 WS-PARAMETROS.
          05 WS-PAR-DIAS-VERIFICACION       PIC 9(03) VALUE 365.

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
          05 WS-SW-SALIDA                   PIC X(01) VALUE 'S'.
             88 WS-SALIDA-OK                    VALUE 'S'.
             88 WS-SALIDA-ERROR                 VALUE 'N'.
          05 WS-SW-SOLICITUD-ABIERTA        PIC X(01) VALUE 'N'.
             88 WS-SOLICITUD-ABIERTA-SI         VALUE 'S'.
             88 WS-SOLICITUD-ABIERTA-NO         VALUE 'N'.
          05 WS-SW-VER-HALLADO              PIC X(01) VALUE 'N'.
             88 WS-VER-HALLADO                  VALUE 'S'.
             88 WS-VER-NO-HALLADO               VALUE 'N'.
          05 WS-SW-CONTACTO-HALLADO         PIC X(01) VALUE 'N'.
             88 WS-CONTACTO-HALLADO             VALUE 'S'.
             88 WS-CONTACTO-NO-HALLADO          VALUE 'N'.

      * TABLA EN MEMORIA DE VERIFICACIONES: LO YA ACUMULADO MAS LOS
      * EMPLEADOS QUE RECIBEN SU PRIMERA SOLICITUD; AL FINAL SE
      * REGRABA COMPLETA CON LA FECHA DE LAS SOLICITUDES DE HOY.
       01 WS-TAB-VER-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-VERIFICACIONES.
          05 WS-TAB-VER-ENTRADA OCCURS 1 TO 500000 TIMES
                                 DEPENDING ON WS-TAB-VER-CANTIDAD
                                 INDEXED BY WS-TAB-VER-IDX.
             10 WS-TAB-VER-ID-EMPLEADO      PIC 9(08).
             10 WS-TAB-VER-FECHA-VERIF      PIC 9(08).
             10 WS-TAB-VER-FECHA-SOLICITUD  PIC 9(08).
             10 WS-TAB-VER-RESULTADO        PIC X(01).

      * TABLA EN MEMORIA CON EL CONTACTO VIGENTE DE CADA EMPLEADO EN
      * EL MAESTRO CONSOLIDADO, PARA PRECARGAR EL FORMULARIO.
       01 WS-TAB-CON-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-CONTACTOS.
          05 WS-TAB-CON-ENTRADA OCCURS 1 TO 500000 TIMES
                                 DEPENDING ON WS-TAB-CON-CANTIDAD
                                 INDEXED BY WS-TAB-CON-IDX.
             10 WS-TAB-CON-ID-EMPLEADO      PIC 9(08).
             10 WS-TAB-CON-DIRECCION        PIC X(50).
             10 WS-TAB-CON-COD-POSTAL       PIC 9(04).
             10 WS-TAB-CON-LOCALIDAD        PIC X(25).
             10 WS-TAB-CON-PROVINCIA        PIC X(20).
             10 WS-TAB-CON-TEL-FIJO         PIC X(15).
             10 WS-TAB-CON-TEL-MOVIL        PIC X(15).
             10 WS-TAB-CON-TEL-LABORAL      PIC X(15).

       01 WS-FECHA-SISTEMA.
          05 WS-FEC-SIS-AAAA                PIC 9(04).
          05 WS-FEC-SIS-MM                  PIC 9(02).
          05 WS-FEC-SIS-DD                  PIC 9(02).

       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.

      * AREA DE TRABAJO PARA CALCULAR LA ANTIGUEDAD EN DIAS DE LA
      * ULTIMA CONFIRMACION (FECHA DE HOY MENOS FECHA DE VERIFICACION).
       01 WS-CALCULO-DIAS.
          05 WS-DIAS-HOY                    PIC 9(08).
          05 WS-DIAS-VERIFICACION           PIC 9(08).
          05 WS-DIAS-ANTIGUEDAD             PIC S9(08).

      * SUCURSAL DEL ARCHIVO DE SOLICITUDES ABIERTO EN ESTE MOMENTO.
       01 WS-SUC-TEXTO                      PIC 9(02) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CONT-REG-EMPLEADOS          PIC 9(08) VALUE 0.
          05 WS-CONT-NO-ACTIVOS             PIC 9(08) VALUE 0.
          05 WS-CONT-AL-DIA                 PIC 9(08) VALUE 0.
          05 WS-CONT-CON-PENDIENTE          PIC 9(08) VALUE 0.
          05 WS-CONT-NUNCA-VERIFICADOS      PIC 9(08) VALUE 0.
          05 WS-CONT-VERIF-VENCIDA          PIC 9(08) VALUE 0.
          05 WS-CONT-SIN-CONTACTO           PIC 9(08) VALUE 0.
          05 WS-CONT-REG-MAESTRO            PIC 9(08) VALUE 0.
          05 WS-CONT-VER-PREVIAS            PIC 9(08) VALUE 0.
          05 WS-CONT-VER-GRABADAS           PIC 9(08) VALUE 0.
          05 WS-CONT-SOLICITUDES            PIC 9(08) VALUE 0.
          05 WS-CONT-SOL-SUCURSAL           PIC 9(08) VALUE 0.
          05 WS-CONT-ARCHIVOS               PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-PARAMS-OK
              AND WS-INICIO-OK
              AND WS-CAPACIDAD-OK

              PERFORM 2000-PROCESAR-SOLICITUD
                 THRU 2000-PROCESAR-SOLICITUD-FIN
                UNTIL FS-TRB-SOLICITUDES-EOF
                   OR WS-SALIDA-ERROR

              PERFORM 2200-CERRAR-SUCURSAL
                 THRU 2200-CERRAR-SUCURSAL-FIN

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

           PERFORM 1200-CARGAR-MAESTRO
              THRU 1200-CARGAR-MAESTRO-FIN.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           SORT ARCH-SORT
               ON ASCENDING KEY WS-SRT-SUCURSAL
                                WS-SRT-ID-EMPLEADO
               INPUT PROCEDURE IS 1300-SELECCIONAR-EMPLEADOS
                  THRU 1350-ARMAR-FORMULARIO-FIN
               GIVING TRB-SOLICITUDES.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           OPEN INPUT TRB-SOLICITUDES.

           IF NOT FS-TRB-SOLICITUDES-OK
              DISPLAY 'ERROR AL ABRIR SOLICITUD-VERIFICACION-ORD.TXT'
              DISPLAY 'FILE STATUS: ' FS-TRB-SOLICITUDES
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1400-LEER-TRB-SOLICITUD
              THRU 1400-LEER-TRB-SOLICITUD-FIN.

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
      * ESTE PROGRAMA SOLO USA LA ANTIGUEDAD MAXIMA DE LA ULTIMA
      * VERIFICACION; LAS DEMAS CLAVES DE LA CADENA SE ACEPTAN Y SE
      * IGNORAN. UNA CLAVE DESCONOCIDA ABORTA, IGUAL QUE EN CL14EJ01.
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
               WHEN 'DIAS-VERIFICACION'
                    IF WS-PRM-VALOR(1:3) IS NUMERIC
                       AND WS-PRM-VALOR(4:1) = SPACE
                       AND WS-PRM-VALOR(1:3) NOT = '000'
                       MOVE WS-PRM-VALOR(1:3)
                                          TO WS-PAR-DIAS-VERIFICACION
                    ELSE
                       DISPLAY 'DIAS-VERIFICACION INVALIDO (DEBE SER '
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
               WHEN 'DIAS-RESPUESTA'
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
      * CARGA LAS VERIFICACIONES ACUMULADAS. SI EL ARCHIVO NO EXISTE
      * ES EL PRIMER CICLO: NADIE CONFIRMO TODAVIA Y TODOS LOS
      * ACTIVOS RECIBEN SOLICITUD.
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
                    DISPLAY 'NO EXISTE ARCHIVO DE VERIFICACIONES - SE '
                            'INICIA VACIO'
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
                    ADD 1                   TO WS-CONT-VER-PREVIAS
                    IF WS-TAB-VER-CANTIDAD < 500000
                       ADD 1                TO WS-TAB-VER-CANTIDAD
                       SET WS-TAB-VER-IDX   TO WS-TAB-VER-CANTIDAD
                       MOVE WS-VER-ID-EMPLEADO
                            TO WS-TAB-VER-ID-EMPLEADO(WS-TAB-VER-IDX)
                       MOVE WS-VER-FECHA-VERIFICACION
                            TO WS-TAB-VER-FECHA-VERIF(WS-TAB-VER-IDX)
                       MOVE WS-VER-FECHA-SOLICITUD
                         TO WS-TAB-VER-FECHA-SOLICITUD(WS-TAB-VER-IDX)
                       MOVE WS-VER-ULTIMO-RESULTADO
                            TO WS-TAB-VER-RESULTADO(WS-TAB-VER-IDX)
                    ELSE
                       DISPLAY 'TABLA DE VERIFICACIONES LLENA - '
                               'PROCESO ABORTADO'
                       DISPLAY 'ID EMPLEADO: ' WS-VER-ID-EMPLEADO
                       SET WS-CAPACIDAD-EXCEDIDA TO TRUE
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
       1200-CARGAR-MAESTRO.

           OPEN INPUT ENT-MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    PERFORM 1210-LEER-MAESTRO
                       THRU 1210-LEER-MAESTRO-FIN
                      UNTIL FS-MAESTRO-EOF
                         OR WS-CAPACIDAD-EXCEDIDA
                    CLOSE ENT-MAESTRO
               WHEN FS-MAESTRO-NFD
                    DISPLAY 'NO SE ENCUENTRA MAESTRO-CONTACTOS.TXT'
                    DISPLAY 'CORRER ANTES LA CONSOLIDACION (CL14EJ07)'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR MAESTRO-CONTACTOS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1200-CARGAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-MAESTRO.

           READ ENT-MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    IF WS-ENT-MAESTRO(1:8) IS NUMERIC
                       ADD 1                TO WS-CONT-REG-MAESTRO
                       MOVE WS-ENT-MAESTRO  TO WS-SAL-APA-DETALLE
                       PERFORM 1220-AGREGAR-CONTACTO
                          THRU 1220-AGREGAR-CONTACTO-FIN
                    END-IF
               WHEN FS-MAESTRO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER MAESTRO-CONTACTOS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
           END-EVALUATE.

       1210-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-AGREGAR-CONTACTO.

           IF WS-TAB-CON-CANTIDAD < 500000
              ADD 1                         TO WS-TAB-CON-CANTIDAD
              SET WS-TAB-CON-IDX            TO WS-TAB-CON-CANTIDAD
              MOVE WS-SAL-APA-ID-EMPLEADO
                        TO WS-TAB-CON-ID-EMPLEADO(WS-TAB-CON-IDX)
              MOVE WS-SAL-APA-DIRECCION
                        TO WS-TAB-CON-DIRECCION(WS-TAB-CON-IDX)
              MOVE WS-SAL-APA-COD-POSTAL
                        TO WS-TAB-CON-COD-POSTAL(WS-TAB-CON-IDX)
              MOVE WS-SAL-APA-LOCALIDAD
                        TO WS-TAB-CON-LOCALIDAD(WS-TAB-CON-IDX)
              MOVE WS-SAL-APA-PROVINCIA
                        TO WS-TAB-CON-PROVINCIA(WS-TAB-CON-IDX)
              MOVE WS-SAL-APA-TEL-FIJO
                        TO WS-TAB-CON-TEL-FIJO(WS-TAB-CON-IDX)
              MOVE WS-SAL-APA-TEL-MOVIL
                        TO WS-TAB-CON-TEL-MOVIL(WS-TAB-CON-IDX)
              MOVE WS-SAL-APA-TEL-LABORAL
                        TO WS-TAB-CON-TEL-LABORAL(WS-TAB-CON-IDX)
           ELSE
              DISPLAY 'TABLA DE CONTACTOS LLENA - PROCESO ABORTADO'
              DISPLAY 'ID EMPLEADO: ' WS-SAL-APA-ID-EMPLEADO
              SET WS-CAPACIDAD-EXCEDIDA     TO TRUE
           END-IF.

       1220-AGREGAR-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMIENTO DE ENTRADA DEL SORT: RECORRE EMPLEADOS.TXT Y
      * LIBERA UN FORMULARIO POR CADA ACTIVO CUYA VERIFICACION ESTA
      * VENCIDA, CON SU SUCURSAL E ID COMO CLAVES DE CLASIFICACION.
       1300-SELECCIONAR-EMPLEADOS.

           OPEN INPUT ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    PERFORM 1310-LEER-EMPLEADO
                       THRU 1310-LEER-EMPLEADO-FIN
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

           GO TO 1350-ARMAR-FORMULARIO-FIN.

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
      * UN EMPLEADO ACTIVO RECIBE SOLICITUD SI NUNCA CONFIRMO O SI SU
      * ULTIMA CONFIRMACION TIENE MAS DIAS QUE DIAS-VERIFICACION. QUIEN
      * YA TIENE UNA SOLICITUD SIN RESPUESTA NO RECIBE OTRA: SIGUE
      * PENDIENTE DESDE LA FECHA ORIGINAL Y LO LISTA EL REPORTE DE
      * VENCIDAS (CL14EJ29).
       1320-EVALUAR-EMPLEADO.

           IF WS-ENT-EMP-ID-EMPLEADO IS NOT NUMERIC
              GO TO 1320-EVALUAR-EMPLEADO-FIN
           END-IF.

           IF NOT WS-ENT-EMP-ACTIVO
              ADD 1                         TO WS-CONT-NO-ACTIVOS
              GO TO 1320-EVALUAR-EMPLEADO-FIN
           END-IF.

           PERFORM 1330-BUSCAR-VERIFICACION
              THRU 1330-BUSCAR-VERIFICACION-FIN.

           IF WS-VER-HALLADO
              AND WS-TAB-VER-FECHA-SOLICITUD(WS-TAB-VER-IDX) NOT = 0
              ADD 1                         TO WS-CONT-CON-PENDIENTE
              GO TO 1320-EVALUAR-EMPLEADO-FIN
           END-IF.

           IF WS-VER-HALLADO
              AND WS-TAB-VER-FECHA-VERIF(WS-TAB-VER-IDX) NOT = 0
              COMPUTE WS-DIAS-VERIFICACION =
                  FUNCTION INTEGER-OF-DATE
                      (WS-TAB-VER-FECHA-VERIF(WS-TAB-VER-IDX))
              COMPUTE WS-DIAS-ANTIGUEDAD =
                  WS-DIAS-HOY - WS-DIAS-VERIFICACION
              IF WS-DIAS-ANTIGUEDAD NOT > WS-PAR-DIAS-VERIFICACION
                 ADD 1                      TO WS-CONT-AL-DIA
                 GO TO 1320-EVALUAR-EMPLEADO-FIN
              END-IF
              ADD 1                         TO WS-CONT-VERIF-VENCIDA
           ELSE
              ADD 1                         TO WS-CONT-NUNCA-VERIFICADOS
           END-IF.

      * EL EMPLEADO SIN ENTRADA TODAVIA LA RECIBE AHORA, EN CERO; LA
      * FECHA DE SOLICITUD SE ANOTA RECIEN AL GRABAR SU FORMULARIO.
           IF WS-VER-NO-HALLADO
              PERFORM 1340-AGREGAR-VERIFICACION
                 THRU 1340-AGREGAR-VERIFICACION-FIN
              IF WS-CAPACIDAD-EXCEDIDA
                 GO TO 1320-EVALUAR-EMPLEADO-FIN
              END-IF
           END-IF.

           PERFORM 1350-ARMAR-FORMULARIO
              THRU 1350-ARMAR-FORMULARIO-FIN.

           MOVE WS-ENT-EMP-SUCURSAL         TO WS-SRT-SUCURSAL.
           MOVE WS-ENT-EMP-ID-EMPLEADO      TO WS-SRT-ID-EMPLEADO.
           SET WS-SRT-POSICION              TO WS-TAB-VER-IDX.
           MOVE WS-REG-VER-FORMULARIO       TO WS-SRT-FORMULARIO.
           RELEASE WS-SRT-SOLICITUDES.

       1320-EVALUAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA LA VERIFICACION DEL EMPLEADO EN CURSO; AL ENCONTRARLA EL
      * INDICE WS-TAB-VER-IDX QUEDA POSICIONADO SOBRE LA ENTRADA.
       1330-BUSCAR-VERIFICACION.

           SET WS-VER-NO-HALLADO            TO TRUE.

           IF WS-TAB-VER-CANTIDAD = 0
              GO TO 1330-BUSCAR-VERIFICACION-FIN
           END-IF.

           SET WS-TAB-VER-IDX               TO 1.

           SEARCH WS-TAB-VER-ENTRADA
               AT END
                    CONTINUE
               WHEN WS-TAB-VER-ID-EMPLEADO(WS-TAB-VER-IDX)
                       = WS-ENT-EMP-ID-EMPLEADO
                    SET WS-VER-HALLADO      TO TRUE
           END-SEARCH.

       1330-BUSCAR-VERIFICACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1340-AGREGAR-VERIFICACION.

           IF WS-TAB-VER-CANTIDAD < 500000
              ADD 1                         TO WS-TAB-VER-CANTIDAD
              SET WS-TAB-VER-IDX            TO WS-TAB-VER-CANTIDAD
              MOVE WS-ENT-EMP-ID-EMPLEADO
                   TO WS-TAB-VER-ID-EMPLEADO(WS-TAB-VER-IDX)
              MOVE 0
                   TO WS-TAB-VER-FECHA-VERIF(WS-TAB-VER-IDX)
              MOVE 0
                   TO WS-TAB-VER-FECHA-SOLICITUD(WS-TAB-VER-IDX)
              MOVE SPACE
                   TO WS-TAB-VER-RESULTADO(WS-TAB-VER-IDX)
           ELSE
              DISPLAY 'TABLA DE VERIFICACIONES LLENA - PROCESO '
                      'ABORTADO'
              DISPLAY 'ID EMPLEADO: ' WS-ENT-EMP-ID-EMPLEADO
              SET WS-CAPACIDAD-EXCEDIDA     TO TRUE
           END-IF.

       1340-AGREGAR-VERIFICACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * FORMULARIO PRECARGADO CON EL CONTACTO VIGENTE DEL MAESTRO. UN
      * ACTIVO QUE NO ESTA EN EL MAESTRO SALE CON EL CONTACTO EN
      * BLANCO, PARA QUE LA SUCURSAL LO COMPLETE DESDE CERO. LOS CAMPOS
      * DE RESPUESTA SALEN EN BLANCO.
       1350-ARMAR-FORMULARIO.

           MOVE SPACES                      TO WS-REG-VER-FORMULARIO.
           MOVE WS-ENT-EMP-ID-EMPLEADO      TO WS-FOR-ID-EMPLEADO.
           MOVE WS-ENT-EMP-SUCURSAL         TO WS-FOR-SUCURSAL.
           MOVE WS-ENT-EMP-APELLIDO         TO WS-FOR-APELLIDO.
           MOVE WS-ENT-EMP-NOMBRE           TO WS-FOR-NOMBRE.
           MOVE WS-FECHA-HOY                TO WS-FOR-FECHA-SOLICITUD.

           SET WS-CONTACTO-NO-HALLADO       TO TRUE.

           IF WS-TAB-CON-CANTIDAD > 0
              SET WS-TAB-CON-IDX            TO 1
              SEARCH WS-TAB-CON-ENTRADA
                  AT END
                       CONTINUE
                  WHEN WS-TAB-CON-ID-EMPLEADO(WS-TAB-CON-IDX)
                          = WS-ENT-EMP-ID-EMPLEADO
                       SET WS-CONTACTO-HALLADO TO TRUE
              END-SEARCH
           END-IF.

           IF WS-CONTACTO-NO-HALLADO
              MOVE 0                        TO WS-FOR-COD-POSTAL
              ADD 1                         TO WS-CONT-SIN-CONTACTO
              GO TO 1350-ARMAR-FORMULARIO-FIN
           END-IF.

           MOVE WS-TAB-CON-DIRECCION(WS-TAB-CON-IDX)
                                             TO WS-FOR-DIRECCION.
           MOVE WS-TAB-CON-COD-POSTAL(WS-TAB-CON-IDX)
                                             TO WS-FOR-COD-POSTAL.
           MOVE WS-TAB-CON-LOCALIDAD(WS-TAB-CON-IDX)
                                             TO WS-FOR-LOCALIDAD.
           MOVE WS-TAB-CON-PROVINCIA(WS-TAB-CON-IDX)
                                             TO WS-FOR-PROVINCIA.
           MOVE WS-TAB-CON-TEL-FIJO(WS-TAB-CON-IDX)
                                             TO WS-FOR-TEL-FIJO.
           MOVE WS-TAB-CON-TEL-MOVIL(WS-TAB-CON-IDX)
                                             TO WS-FOR-TEL-MOVIL.
           MOVE WS-TAB-CON-TEL-LABORAL(WS-TAB-CON-IDX)
                                             TO WS-FOR-TEL-LABORAL.

       1350-ARMAR-FORMULARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-LEER-TRB-SOLICITUD.

           READ TRB-SOLICITUDES.

           EVALUATE TRUE
               WHEN FS-TRB-SOLICITUDES-OK
                    CONTINUE
               WHEN FS-TRB-SOLICITUDES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER SOLICITUD-VERIFICACION-ORD.'
                            'TXT'
                    DISPLAY 'FILE STATUS: ' FS-TRB-SOLICITUDES
                    SET WS-SALIDA-ERROR TO TRUE
           END-EVALUATE.

       1400-LEER-TRB-SOLICITUD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA VUELTA POR SOLICITUD CLASIFICADA: AL CAMBIAR LA SUCURSAL SE
      * CIERRA EL ARCHIVO DE LA ANTERIOR Y SE ABRE EL DE LA NUEVA. LA
      * SOLICITUD QUEDA ANOTADA EN LA TABLA SOLO SI SE GRABO.
       2000-PROCESAR-SOLICITUD.

           IF WS-SOLICITUD-ABIERTA-NO
              OR WS-TRB-SUCURSAL NOT = WS-SUC-TEXTO
              PERFORM 2200-CERRAR-SUCURSAL
                 THRU 2200-CERRAR-SUCURSAL-FIN
              PERFORM 2100-ABRIR-SUCURSAL
                 THRU 2100-ABRIR-SUCURSAL-FIN
              IF WS-SALIDA-ERROR
                 GO TO 2000-PROCESAR-SOLICITUD-FIN
              END-IF
           END-IF.

           MOVE WS-TRB-FORMULARIO           TO WS-SAL-SOLICITUD.
           WRITE WS-SAL-SOLICITUD.

           IF FS-SOLICITUD-OK
              SET WS-TAB-VER-IDX            TO WS-TRB-POSICION
              MOVE WS-FECHA-HOY
                TO WS-TAB-VER-FECHA-SOLICITUD(WS-TAB-VER-IDX)
              ADD 1                         TO WS-CONT-SOLICITUDES
              ADD 1                         TO WS-CONT-SOL-SUCURSAL
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR ' WS-ARCH-SOLICITUD-SAL
              DISPLAY 'FILE STATUS: ' FS-SOLICITUD
              SET WS-SALIDA-ERROR TO TRUE
              GO TO 2000-PROCESAR-SOLICITUD-FIN
           END-IF.

           PERFORM 1400-LEER-TRB-SOLICITUD
              THRU 1400-LEER-TRB-SOLICITUD-FIN.

       2000-PROCESAR-SOLICITUD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE RUTA.SNN DE LA SUCURSAL DE LA SOLICITUD EN CURSO Y GRABA
      * LOS TITULOS DEL FORMULARIO. LOS EMPLEADOS SIN SUCURSAL (00)
      * SALEN EN RUTA.S00, QUE GESTIONA RRHH CENTRAL.
       2100-ABRIR-SUCURSAL.

           MOVE WS-TRB-SUCURSAL             TO WS-SUC-TEXTO.
           MOVE SPACES                      TO WS-ARCH-SOLICITUD-SAL.

           STRING
               FUNCTION TRIM(WS-ARCH-SOLICITUD-BASE) DELIMITED SIZE
               '.S'                                  DELIMITED SIZE
               WS-SUC-TEXTO                          DELIMITED SIZE
               INTO WS-ARCH-SOLICITUD-SAL
           END-STRING.

           OPEN OUTPUT SAL-SOLICITUD.

           IF NOT FS-SOLICITUD-OK
              DISPLAY 'ERROR AL ABRIR ' WS-ARCH-SOLICITUD-SAL
              DISPLAY 'FILE STATUS: ' FS-SOLICITUD
              SET WS-SALIDA-ERROR TO TRUE
              GO TO 2100-ABRIR-SUCURSAL-FIN
           END-IF.

           SET WS-SOLICITUD-ABIERTA-SI      TO TRUE.
           MOVE 0                           TO WS-CONT-SOL-SUCURSAL.
           ADD 1                            TO WS-CONT-ARCHIVOS.

           MOVE WS-REG-VER-TITULOS          TO WS-SAL-SOLICITUD.
           WRITE WS-SAL-SOLICITUD.
           MOVE WS-REG-VER-SEPARADOR        TO WS-SAL-SOLICITUD.
           WRITE WS-SAL-SOLICITUD.

           IF NOT FS-SOLICITUD-OK
              DISPLAY 'ERROR AL ESCRIBIR ' WS-ARCH-SOLICITUD-SAL
              DISPLAY 'FILE STATUS: ' FS-SOLICITUD
              SET WS-SALIDA-ERROR TO TRUE
           END-IF.

       2100-ABRIR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-CERRAR-SUCURSAL.

           IF WS-SOLICITUD-ABIERTA-NO
              GO TO 2200-CERRAR-SUCURSAL-FIN
           END-IF.

           CLOSE SAL-SOLICITUD.
           SET WS-SOLICITUD-ABIERTA-NO      TO TRUE.

           DISPLAY 'SOLICITUDES SUCURSAL ' WS-SUC-TEXTO
                   '              : ' WS-CONT-SOL-SUCURSAL.

       2200-CERRAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-PARAMS-ERROR
              DISPLAY 'PROCESO ABORTADO POR TARJETA DE PARAMETROS '
                      'INVALIDA'
              MOVE 16                       TO RETURN-CODE
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK
              CLOSE TRB-SOLICITUDES
           END-IF.

      * SOLO UNA CORRIDA COMPLETA ANOTA LAS SOLICITUDES: SI ALGUN
      * ARCHIVO DE SUCURSAL FALLO, VERIFICACIONES.TXT QUEDA COMO ESTABA
      * Y LA CORRIDA SE REPITE ENTERA SIN DUPLICAR PENDIENTES.
           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK
              AND WS-SALIDA-OK
              PERFORM 3100-REGRABAR-VERIFICACIONES
                 THRU 3100-REGRABAR-VERIFICACIONES-FIN
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

           IF WS-SALIDA-ERROR
              DISPLAY 'SOLICITUDES INCOMPLETAS - NO SE ANOTARON EN '
                      'VERIFICACIONES.TXT'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           DISPLAY 'DIAS MAXIMOS DESDE LA VERIFICACION: '
                   WS-PAR-DIAS-VERIFICACION.
           DISPLAY 'CANTIDAD DE EMPLEADOS LEIDOS      : '
                   WS-CONT-REG-EMPLEADOS.
           DISPLAY 'EMPLEADOS NO ACTIVOS              : '
                   WS-CONT-NO-ACTIVOS.
           DISPLAY 'ACTIVOS CON VERIFICACION AL DIA   : '
                   WS-CONT-AL-DIA.
           DISPLAY 'ACTIVOS CON SOLICITUD PENDIENTE   : '
                   WS-CONT-CON-PENDIENTE.
           DISPLAY 'ACTIVOS NUNCA VERIFICADOS         : '
                   WS-CONT-NUNCA-VERIFICADOS.
           DISPLAY 'ACTIVOS CON VERIFICACION VENCIDA  : '
                   WS-CONT-VERIF-VENCIDA.
           DISPLAY 'SOLICITUDES SIN CONTACTO EN MAESTR: '
                   WS-CONT-SIN-CONTACTO.
           DISPLAY 'SOLICITUDES GRABADAS              : '
                   WS-CONT-SOLICITUDES.
           DISPLAY 'ARCHIVOS DE SUCURSAL GENERADOS    : '
                   WS-CONT-ARCHIVOS.
           DISPLAY 'VERIFICACIONES PREVIAS            : '
                   WS-CONT-VER-PREVIAS.
           DISPLAY 'VERIFICACIONES GRABADAS           : '
                   WS-CONT-VER-GRABADAS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-REGRABAR-VERIFICACIONES.

           OPEN OUTPUT SAL-VERIFICACIONES.

           IF NOT FS-VER-NUEVO-OK
              DISPLAY 'ERROR AL REGRABAR VERIFICACIONES.TXT'
              DISPLAY 'FILE STATUS: ' FS-VER-NUEVO
              MOVE 16                       TO RETURN-CODE
              GO TO 3100-REGRABAR-VERIFICACIONES-FIN
           END-IF.

           PERFORM 3110-GRABAR-UNA-VERIFICACION
              THRU 3110-GRABAR-UNA-VERIFICACION-FIN
             VARYING WS-TAB-VER-IDX FROM 1 BY 1
               UNTIL WS-TAB-VER-IDX > WS-TAB-VER-CANTIDAD.

           CLOSE SAL-VERIFICACIONES.

       3100-REGRABAR-VERIFICACIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA ENTRADA AGREGADA PARA UN FORMULARIO QUE AL FINAL NO SE
      * GRABO QUEDA SIN VERIFICACION NI SOLICITUD: NO SE ARRASTRA.
       3110-GRABAR-UNA-VERIFICACION.

           IF WS-TAB-VER-FECHA-VERIF(WS-TAB-VER-IDX) = 0
              AND WS-TAB-VER-FECHA-SOLICITUD(WS-TAB-VER-IDX) = 0
              GO TO 3110-GRABAR-UNA-VERIFICACION-FIN
           END-IF.

           MOVE SPACES                      TO WS-REG-VERIFICACION.
           MOVE WS-TAB-VER-ID-EMPLEADO(WS-TAB-VER-IDX)
                                             TO WS-VER-ID-EMPLEADO.
           MOVE WS-TAB-VER-FECHA-VERIF(WS-TAB-VER-IDX)
                                       TO WS-VER-FECHA-VERIFICACION.
           MOVE WS-TAB-VER-FECHA-SOLICITUD(WS-TAB-VER-IDX)
                                       TO WS-VER-FECHA-SOLICITUD.
           MOVE WS-TAB-VER-RESULTADO(WS-TAB-VER-IDX)
                                       TO WS-VER-ULTIMO-RESULTADO.

           MOVE WS-REG-VERIFICACION         TO WS-SAL-VERIFICACIONES.
           WRITE WS-SAL-VERIFICACIONES.

           IF FS-VER-NUEVO-OK
              ADD 1                         TO WS-CONT-VER-GRABADAS
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR VERIFICACIONES.TXT: '
                      FS-VER-NUEVO
           END-IF.

       3110-GRABAR-UNA-VERIFICACION-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ27.
