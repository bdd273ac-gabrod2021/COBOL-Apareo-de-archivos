      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CARGA DE CONFIRMACIONES DE CONTACTO DEVUELTAS POR LAS
      *          SUCURSALES (VERIFICACION ANUAL)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ28.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-CONFIRMACIONES
           ASSIGN TO '../CONFIRMACIONES-VERIFICACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFIRMACIONES.

       SELECT ENT-VERIFICACIONES
           ASSIGN TO '../VERIFICACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VERIFICACIONES.

       SELECT SAL-VERIFICACIONES
           ASSIGN TO '../VERIFICACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VER-NUEVO.

       SELECT ENT-MAESTRO
           ASSIGN TO '../MAESTRO-CONTACTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAESTRO.

       SELECT ENT-DIRECCIONES
           ASSIGN TO '../DIRECCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DIRECCIONES.

       SELECT ENT-TELEFONOS
           ASSIGN TO '../TELEFONOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TELEFONOS.

       SELECT SAL-NOVEDADES
           ASSIGN TO '../NOVEDADES-VERIFICACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVEDADES.

       SELECT SAL-RECHAZOS
           ASSIGN TO '../RECHAZOS-VERIFICACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * FORMULARIOS DE CONFIRMACION DEVUELTOS POR LAS SUCURSALES (LOS
      * RUTA.SNN DE CL14EJ27, COMPLETADOS Y JUNTADOS EN UN SOLO
      * ARCHIVO). LOS TITULOS Y SEPARADORES SE DESCARTAN.
       FD ENT-CONFIRMACIONES.
       01 WS-ENT-CONFIRMACIONES             PIC X(250).

       FD ENT-VERIFICACIONES.
       01 WS-ENT-VERIFICACIONES             PIC X(30).

       FD SAL-VERIFICACIONES.
       01 WS-SAL-VERIFICACIONES             PIC X(30).

       FD ENT-MAESTRO.
       01 WS-ENT-MAESTRO                    PIC X(240).

       FD ENT-DIRECCIONES.
       01 WS-ENT-DIRECCIONES.
          05 WS-ENT-DIR-ID-EMPLEADO         PIC 9(08).
          05 WS-ENT-DIR-DIRECCION           PIC X(50).
          05 WS-ENT-DIR-COD-POSTAL          PIC 9(04).

      * CABECERA Y PIE QUE RRHH AGREGA A CADA ARCHIVO (COPY RRHH). LOS
      * CONTROLA CL14EJ25 ANTES DE LA CADENA; AQUI SOLO SE SALTEAN.
       01 WS-ENT-DIR-CONTROL.
          05 WS-ENT-DIR-TIPO-REG            PIC X(01).
             88 WS-ENT-DIR-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(61).

       FD ENT-TELEFONOS.
       01 WS-ENT-TELEFONOS.
          05 WS-ENT-TEL-ID-EMPLEADO         PIC 9(08).
          05 WS-ENT-TEL-TIPO                PIC X(01).
          05 WS-ENT-TEL-ORDEN               PIC 9(01).
          05 WS-ENT-TEL-NUMERO              PIC X(15).

       01 WS-ENT-TEL-CONTROL.
          05 WS-ENT-TEL-TIPO-REG            PIC X(01).
             88 WS-ENT-TEL-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(24).

      * NOVEDADES DE CONTACTO CON EL FORMATO DE NOVEDADES-CONTACTOS.TXT
      * DE CL14EJ09: LOS CAMBIOS INFORMADOS POR LOS EMPLEADOS NO SE
      * APLICAN AQUI, SE AGREGAN A LAS NOVEDADES DEL MANTENIMIENTO
      * PARA QUE PASEN POR SUS VALIDACIONES Y SU AUDITORIA.
       FD SAL-NOVEDADES.
       01 WS-SAL-NOVEDADES.
          05 WS-SAL-NOV-ACCION              PIC X(01).
          05 WS-SAL-NOV-TIPO-DATO           PIC X(01).
          05 WS-SAL-NOV-ID-EMPLEADO         PIC 9(08).
          05 WS-SAL-NOV-DATOS               PIC X(54).
          05 WS-SAL-NOV-DATOS-DIR REDEFINES WS-SAL-NOV-DATOS.
             10 WS-SAL-NOV-DIRECCION-TXT    PIC X(50).
             10 WS-SAL-NOV-COD-POSTAL       PIC 9(04).
          05 WS-SAL-NOV-DATOS-TEL REDEFINES WS-SAL-NOV-DATOS.
             10 WS-SAL-NOV-TEL-TIPO         PIC X(01).
             10 WS-SAL-NOV-TEL-ORDEN        PIC 9(01).
             10 WS-SAL-NOV-TEL-NUMERO       PIC X(15).
             10 FILLER                     PIC X(37).
          05 WS-SAL-NOV-OPERADOR            PIC X(08).
          05 WS-SAL-NOV-REFERENCIA          PIC X(12).

       FD SAL-RECHAZOS.
       01 WS-SAL-RECHAZOS                   PIC X(300).

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO DE SALIDA "APAREO.TXT": AQUI SE USA COMO
      * AREA DE DESGLOSE DE CADA RENGLON DEL MAESTRO DE CONTACTOS.
          COPY APAREO.

      * REGISTRO DE VERIFICACION Y FORMULARIO DE CONFIRMACION.
          COPY VERIFICACION.

       01 FS-STATUS.
          05 FS-CONFIRMACIONES              PIC X(2).
             88 FS-CONFIRMACIONES-OK            VALUE '00'.
             88 FS-CONFIRMACIONES-EOF           VALUE '10'.
             88 FS-CONFIRMACIONES-NFD           VALUE '35'.
          05 FS-VERIFICACIONES              PIC X(2).
             88 FS-VERIFICACIONES-OK            VALUE '00'.
             88 FS-VERIFICACIONES-EOF           VALUE '10'.
             88 FS-VERIFICACIONES-NFD           VALUE '35'.
          05 FS-VER-NUEVO                   PIC X(2).
             88 FS-VER-NUEVO-OK                 VALUE '00'.
          05 FS-MAESTRO                     PIC X(2).
             88 FS-MAESTRO-OK                   VALUE '00'.
             88 FS-MAESTRO-EOF                  VALUE '10'.
             88 FS-MAESTRO-NFD                  VALUE '35'.
          05 FS-DIRECCIONES                 PIC X(2).
             88 FS-DIRECCIONES-OK               VALUE '00'.
             88 FS-DIRECCIONES-EOF              VALUE '10'.
             88 FS-DIRECCIONES-NFD              VALUE '35'.
          05 FS-TELEFONOS                   PIC X(2).
             88 FS-TELEFONOS-OK                 VALUE '00'.
             88 FS-TELEFONOS-EOF                VALUE '10'.
             88 FS-TELEFONOS-NFD                VALUE '35'.
          05 FS-NOVEDADES                   PIC X(2).
             88 FS-NOVEDADES-OK                 VALUE '00'.
          05 FS-RECHAZOS                    PIC X(2).
             88 FS-RECHAZOS-OK                  VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-INICIO                   PIC X(01) VALUE 'S'.
             88 WS-INICIO-OK                    VALUE 'S'.
             88 WS-INICIO-ERROR                 VALUE 'N'.
          05 WS-SW-CAPACIDAD                PIC X(01) VALUE 'S'.
             88 WS-CAPACIDAD-OK                 VALUE 'S'.
             88 WS-CAPACIDAD-EXCEDIDA           VALUE 'N'.
          05 WS-SW-SALIDA                   PIC X(01) VALUE 'S'.
             88 WS-SALIDA-OK                    VALUE 'S'.
             88 WS-SALIDA-ERROR                 VALUE 'N'.
          05 WS-SW-CONFIRMACION             PIC X(01) VALUE 'S'.
             88 WS-CONFIRMACION-VALIDA          VALUE 'S'.
             88 WS-CONFIRMACION-INVALIDA        VALUE 'N'.
          05 WS-SW-VER-HALLADO              PIC X(01) VALUE 'N'.
             88 WS-VER-HALLADO                  VALUE 'S'.
             88 WS-VER-NO-HALLADO               VALUE 'N'.
          05 WS-SW-CONTACTO-HALLADO         PIC X(01) VALUE 'N'.
             88 WS-CONTACTO-HALLADO             VALUE 'S'.
             88 WS-CONTACTO-NO-HALLADO          VALUE 'N'.
          05 WS-SW-DIRECCION-HALLADA        PIC X(01) VALUE 'N'.
             88 WS-DIRECCION-HALLADA            VALUE 'S'.
             88 WS-DIRECCION-NO-HALLADA         VALUE 'N'.
          05 WS-SW-TELEFONO-HALLADO         PIC X(01) VALUE 'N'.
             88 WS-TELEFONO-HALLADO             VALUE 'S'.
             88 WS-TELEFONO-NO-HALLADO          VALUE 'N'.

      * TABLA EN MEMORIA DE VERIFICACIONES: SE ACTUALIZA CON CADA
      * CONFIRMACION ACEPTADA Y AL FINAL SE REGRABA COMPLETA.
       01 WS-TAB-VER-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-VERIFICACIONES.
          05 WS-TAB-VER-ENTRADA OCCURS 1 TO 500000 TIMES
                                 DEPENDING ON WS-TAB-VER-CANTIDAD
                                 INDEXED BY WS-TAB-VER-IDX.
             10 WS-TAB-VER-ID-EMPLEADO      PIC 9(08).
             10 WS-TAB-VER-FECHA-VERIF      PIC 9(08).
             10 WS-TAB-VER-FECHA-SOLICITUD  PIC 9(08).
             10 WS-TAB-VER-RESULTADO        PIC X(01).

      * CONTACTO VIGENTE DE CADA EMPLEADO EN EL MAESTRO: ES LO QUE EL
      * FORMULARIO MOSTRO, Y CONTRA ELLO SE DETECTAN LOS CAMBIOS.
       01 WS-TAB-CON-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-CONTACTOS.
          05 WS-TAB-CON-ENTRADA OCCURS 1 TO 500000 TIMES
                                 DEPENDING ON WS-TAB-CON-CANTIDAD
                                 INDEXED BY WS-TAB-CON-IDX.
             10 WS-TAB-CON-ID-EMPLEADO      PIC 9(08).
             10 WS-TAB-CON-DIRECCION        PIC X(50).
             10 WS-TAB-CON-COD-POSTAL       PIC 9(04).
             10 WS-TAB-CON-TEL-FIJO         PIC X(15).
             10 WS-TAB-CON-TEL-MOVIL        PIC X(15).
             10 WS-TAB-CON-TEL-LABORAL      PIC X(15).

      * EMPLEADOS CON DIRECCION EN DIRECCIONES.TXT: DECIDE SI UN CAMBIO
      * DE DIRECCION VIAJA COMO ALTA O COMO MODIFICACION.
       01 WS-TAB-DIR-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-DIRECCIONES.
          05 WS-TAB-DIR-ENTRADA OCCURS 1 TO 500000 TIMES
                                 DEPENDING ON WS-TAB-DIR-CANTIDAD
                                 INDEXED BY WS-TAB-DIR-IDX.
             10 WS-TAB-DIR-ID-EMPLEADO      PIC 9(08).

      * TELEFONOS.TXT COMPLETO: DA LA CLAVE DE MANTENIMIENTO (ID + TIPO
      * + ORDEN) DEL NUMERO QUE EL FORMULARIO MOSTRO PARA CADA TIPO.
       01 WS-TAB-TEL-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-TELEFONOS.
          05 WS-TAB-TEL-ENTRADA OCCURS 1 TO 1500000 TIMES
                                 DEPENDING ON WS-TAB-TEL-CANTIDAD
                                 INDEXED BY WS-TAB-TEL-IDX.
             10 WS-TAB-TEL-ID-EMPLEADO      PIC 9(08).
             10 WS-TAB-TEL-TIPO             PIC X(01).
             10 WS-TAB-TEL-ORDEN            PIC 9(01).
             10 WS-TAB-TEL-NUMERO           PIC X(15).

      * TELEFONO EN COMPARACION: TIPO, NUMERO QUE MOSTRO EL FORMULARIO
      * Y NUMERO QUE DEVOLVIO LA SUCURSAL.
       01 WS-TELEFONO-EN-CURSO.
          05 WS-TEC-TIPO                    PIC X(01).
          05 WS-TEC-ACTUAL                  PIC X(15).
          05 WS-TEC-DEVUELTO                PIC X(15).

      * CAMPOS FIJOS DE TODAS LAS NOVEDADES DE UNA CONFIRMACION: EL
      * OPERADOR DE LA SUCURSAL (O ESTE PROGRAMA SI NO LO INFORMO) Y
      * LA REFERENCIA "VER-" + FECHA DE LA SOLICITUD.
       01 WS-NOV-OPERADOR                   PIC X(08).

       01 WS-NOV-REFERENCIA.
          05 FILLER                        PIC X(04) VALUE 'VER-'.
          05 WS-NOV-REF-FECHA               PIC 9(08).

       01 WS-FECHA-SISTEMA.
          05 WS-FEC-SIS-AAAA                PIC 9(04).
          05 WS-FEC-SIS-MM                  PIC 9(02).
          05 WS-FEC-SIS-DD                  PIC 9(02).

       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.

       01 WS-FECHA-CONFIRMACION             PIC 9(08) VALUE 0.

       01 WS-NOV-EMPLEADO                   PIC 9(02) VALUE 0.

      * IMAGEN EN MEMORIA DEL RENGLON DE RECHAZO: EL FORMULARIO
      * DEVUELTO COMPLETO, PRECEDIDO POR EL MOTIVO, PARA QUE LA
      * SUCURSAL LO CORRIJA Y LO VUELVA A ENVIAR.
       01 WS-REG-RECHAZO.
          05 WS-RECH-ID-EMPLEADO            PIC 9(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-RECH-MOTIVO                 PIC X(38).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-RECH-FORMULARIO             PIC X(250).

       01 WS-MOTIVOS-RECHAZO.
          05 WS-MOT-RESULTADO-INVALIDO      PIC X(38) VALUE
             'RESULTADO INVALIDO - DEBE SER C O M'.
          05 WS-MOT-SIN-PENDIENTE           PIC X(38) VALUE
             'SIN SOLICITUD PENDIENTE'.
          05 WS-MOT-OTRO-CICLO              PIC X(38) VALUE
             'FORMULARIO DE OTRA SOLICITUD'.
          05 WS-MOT-FECHA-INVALIDA          PIC X(38) VALUE
             'FECHA DE RESPUESTA INVALIDA'.
          05 WS-MOT-DIR-BLANCA              PIC X(38) VALUE
             'DIRECCION EN BLANCO'.
          05 WS-MOT-CP-INVALIDO             PIC X(38) VALUE
             'CODIGO POSTAL INVALIDO'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-CONFIRMACIONES     PIC 9(08) VALUE 0.
          05 WS-CONT-SIN-RESPUESTA          PIC 9(08) VALUE 0.
          05 WS-CONT-CONFORMES              PIC 9(08) VALUE 0.
          05 WS-CONT-CON-CAMBIOS            PIC 9(08) VALUE 0.
          05 WS-CONT-CAMBIOS-SIN-DIF        PIC 9(08) VALUE 0.
          05 WS-CONT-RECHAZADAS             PIC 9(08) VALUE 0.
          05 WS-CONT-NOV-DIRECCION          PIC 9(08) VALUE 0.
          05 WS-CONT-NOV-TELEFONO           PIC 9(08) VALUE 0.
          05 WS-CONT-NOV-GRABADAS           PIC 9(08) VALUE 0.
          05 WS-CONT-REG-MAESTRO            PIC 9(08) VALUE 0.
          05 WS-CONT-REG-DIRECCIONES        PIC 9(08) VALUE 0.
          05 WS-CONT-REG-TELEFONOS          PIC 9(08) VALUE 0.
          05 WS-CONT-VER-PREVIAS            PIC 9(08) VALUE 0.
          05 WS-CONT-VER-GRABADAS           PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK

              PERFORM 2000-PROCESAR-CONFIRMACION
                 THRU 2000-PROCESAR-CONFIRMACION-FIN
                UNTIL FS-CONFIRMACIONES-EOF
                   OR WS-SALIDA-ERROR

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA            TO WS-FECHA-HOY.

           PERFORM 1100-CARGAR-VERIFICACIONES
              THRU 1100-CARGAR-VERIFICACIONES-FIN.

           PERFORM 1200-CARGAR-MAESTRO
              THRU 1200-CARGAR-MAESTRO-FIN.

           PERFORM 1300-CARGAR-DIRECCIONES
              THRU 1300-CARGAR-DIRECCIONES-FIN.

           PERFORM 1400-CARGAR-TELEFONOS
              THRU 1400-CARGAR-TELEFONOS-FIN.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1500-ABRIR-CONFIRMACIONES
              THRU 1500-ABRIR-CONFIRMACIONES-FIN.

           IF WS-INICIO-ERROR
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           OPEN OUTPUT SAL-NOVEDADES.

           IF NOT FS-NOVEDADES-OK
              DISPLAY 'ERROR AL ABRIR NOVEDADES-VERIFICACION.TXT'
              DISPLAY 'FILE STATUS: ' FS-NOVEDADES
              SET WS-INICIO-ERROR TO TRUE
              CLOSE ENT-CONFIRMACIONES
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           OPEN OUTPUT SAL-RECHAZOS.

           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL ABRIR RECHAZOS-VERIFICACION.TXT'
              DISPLAY 'FILE STATUS: ' FS-RECHAZOS
              SET WS-INICIO-ERROR TO TRUE
              CLOSE ENT-CONFIRMACIONES
                    SAL-NOVEDADES
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN ARCHIVO DE VERIFICACIONES NUNCA SE EMITIO UNA SOLICITUD Y
      * NO HAY CONFIRMACION QUE PUEDA ACEPTARSE.
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
                    DISPLAY 'NO SE ENCUENTRA VERIFICACIONES.TXT'
                    DISPLAY 'CORRER ANTES LA SOLICITUD (CL14EJ27)'
                    DISPLAY 'FILE STATUS: ' FS-VERIFICACIONES
                    SET WS-INICIO-ERROR TO TRUE
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
       1300-CARGAR-DIRECCIONES.

           OPEN INPUT ENT-DIRECCIONES.

           EVALUATE TRUE
               WHEN FS-DIRECCIONES-OK
                    PERFORM 1310-LEER-DIRECCION
                       THRU 1310-LEER-DIRECCION-FIN
                      UNTIL FS-DIRECCIONES-EOF
                         OR WS-CAPACIDAD-EXCEDIDA
                    CLOSE ENT-DIRECCIONES
               WHEN FS-DIRECCIONES-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE DIRECCIONES'
                    DISPLAY 'FILE STATUS: ' FS-DIRECCIONES
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DIRECCIONES'
                    DISPLAY 'FILE STATUS: ' FS-DIRECCIONES
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1300-CARGAR-DIRECCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-DIRECCION.

           READ ENT-DIRECCIONES.

           EVALUATE TRUE
               WHEN FS-DIRECCIONES-OK
                    IF NOT WS-ENT-DIR-REG-CONTROL
                       ADD 1                TO WS-CONT-REG-DIRECCIONES
                       IF WS-TAB-DIR-CANTIDAD < 500000
                          ADD 1             TO WS-TAB-DIR-CANTIDAD
                          SET WS-TAB-DIR-IDX
                                            TO WS-TAB-DIR-CANTIDAD
                          MOVE WS-ENT-DIR-ID-EMPLEADO
                            TO WS-TAB-DIR-ID-EMPLEADO(WS-TAB-DIR-IDX)
                       ELSE
                          DISPLAY 'TABLA DE DIRECCIONES LLENA - '
                                  'PROCESO ABORTADO'
                          SET WS-CAPACIDAD-EXCEDIDA TO TRUE
                       END-IF
                    END-IF
               WHEN FS-DIRECCIONES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE DIRECCIONES'
                    DISPLAY 'FILE STATUS: ' FS-DIRECCIONES
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1310-LEER-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-CARGAR-TELEFONOS.

           OPEN INPUT ENT-TELEFONOS.

           EVALUATE TRUE
               WHEN FS-TELEFONOS-OK
                    PERFORM 1410-LEER-TELEFONO
                       THRU 1410-LEER-TELEFONO-FIN
                      UNTIL FS-TELEFONOS-EOF
                         OR WS-CAPACIDAD-EXCEDIDA
                    CLOSE ENT-TELEFONOS
               WHEN FS-TELEFONOS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE TELEFONOS'
                    DISPLAY 'FILE STATUS: ' FS-TELEFONOS
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TELEFONOS'
                    DISPLAY 'FILE STATUS: ' FS-TELEFONOS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1400-CARGAR-TELEFONOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1410-LEER-TELEFONO.

           READ ENT-TELEFONOS.

           EVALUATE TRUE
               WHEN FS-TELEFONOS-OK
                    IF NOT WS-ENT-TEL-REG-CONTROL
                       ADD 1                TO WS-CONT-REG-TELEFONOS
                       IF WS-TAB-TEL-CANTIDAD < 1500000
                          ADD 1             TO WS-TAB-TEL-CANTIDAD
                          SET WS-TAB-TEL-IDX
                                            TO WS-TAB-TEL-CANTIDAD
                          MOVE WS-ENT-TEL-ID-EMPLEADO
                            TO WS-TAB-TEL-ID-EMPLEADO(WS-TAB-TEL-IDX)
                          MOVE WS-ENT-TEL-TIPO
                            TO WS-TAB-TEL-TIPO(WS-TAB-TEL-IDX)
                          MOVE WS-ENT-TEL-ORDEN
                            TO WS-TAB-TEL-ORDEN(WS-TAB-TEL-IDX)
                          MOVE WS-ENT-TEL-NUMERO
                            TO WS-TAB-TEL-NUMERO(WS-TAB-TEL-IDX)
                       ELSE
                          DISPLAY 'TABLA DE TELEFONOS LLENA - '
                                  'PROCESO ABORTADO'
                          SET WS-CAPACIDAD-EXCEDIDA TO TRUE
                       END-IF
                    END-IF
               WHEN FS-TELEFONOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE TELEFONOS'
                    DISPLAY 'FILE STATUS: ' FS-TELEFONOS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1410-LEER-TELEFONO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1500-ABRIR-CONFIRMACIONES.

           OPEN INPUT ENT-CONFIRMACIONES.

           EVALUATE TRUE
               WHEN FS-CONFIRMACIONES-OK
                    PERFORM 1510-LEER-CONFIRMACION
                       THRU 1510-LEER-CONFIRMACION-FIN
               WHEN FS-CONFIRMACIONES-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE '
                            'CONFIRMACIONES'
                    DISPLAY 'FILE STATUS: ' FS-CONFIRMACIONES
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE '
                            'CONFIRMACIONES'
                    DISPLAY 'FILE STATUS: ' FS-CONFIRMACIONES
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1500-ABRIR-CONFIRMACIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE EL PROXIMO FORMULARIO DEVUELTO, SALTEANDO LOS TITULOS Y
      * SEPARADORES QUE CADA SUCURSAL DEJA AL JUNTAR SUS ARCHIVOS.
       1510-LEER-CONFIRMACION.

           READ ENT-CONFIRMACIONES.

           PERFORM 1520-SALTEAR-TITULO
              THRU 1520-SALTEAR-TITULO-FIN
             UNTIL NOT FS-CONFIRMACIONES-OK
                OR WS-ENT-CONFIRMACIONES(1:8) IS NUMERIC.

           EVALUATE TRUE
               WHEN FS-CONFIRMACIONES-OK
                    ADD 1                TO WS-CONT-REG-CONFIRMACIONES
                    MOVE WS-ENT-CONFIRMACIONES
                                             TO WS-REG-VER-FORMULARIO
               WHEN FS-CONFIRMACIONES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE '
                            'CONFIRMACIONES'
                    DISPLAY 'FILE STATUS: ' FS-CONFIRMACIONES
                    SET WS-SALIDA-ERROR TO TRUE
           END-EVALUATE.

       1510-LEER-CONFIRMACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1520-SALTEAR-TITULO.

           READ ENT-CONFIRMACIONES.

       1520-SALTEAR-TITULO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA VUELTA POR FORMULARIO DEVUELTO. UN FORMULARIO SIN
      * RESULTADO VOLVIO SIN RESPUESTA DEL EMPLEADO: LA SOLICITUD
      * SIGUE PENDIENTE. EL RESTO SE VALIDA; EL RECHAZADO TAMBIEN
      * QUEDA PENDIENTE HASTA QUE LA SUCURSAL LO REENVIE CORREGIDO.
       2000-PROCESAR-CONFIRMACION.

           IF WS-FOR-RES-SIN-RESPUESTA
              ADD 1                         TO WS-CONT-SIN-RESPUESTA
           ELSE
              PERFORM 2050-ATENDER-CONFIRMACION
                 THRU 2050-ATENDER-CONFIRMACION-FIN
           END-IF.

           PERFORM 1510-LEER-CONFIRMACION
              THRU 1510-LEER-CONFIRMACION-FIN.

       2000-PROCESAR-CONFIRMACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2050-ATENDER-CONFIRMACION.

           PERFORM 2100-VALIDAR-CONFIRMACION
              THRU 2100-VALIDAR-CONFIRMACION-FIN.

           IF WS-CONFIRMACION-INVALIDA
              PERFORM 2500-ESCRIBIR-RECHAZO
                 THRU 2500-ESCRIBIR-RECHAZO-FIN
              GO TO 2050-ATENDER-CONFIRMACION-FIN
           END-IF.

           MOVE 0                           TO WS-NOV-EMPLEADO.

           IF WS-FOR-RES-CON-CAMBIOS
              PERFORM 2200-GENERAR-NOVEDADES
                 THRU 2200-GENERAR-NOVEDADES-FIN
           END-IF.

           PERFORM 2300-ACTUALIZAR-VERIFICACION
              THRU 2300-ACTUALIZAR-VERIFICACION-FIN.

       2050-ATENDER-CONFIRMACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL FORMULARIO SE ACEPTA SOLO CONTRA UNA SOLICITUD PENDIENTE DE
      * LA MISMA FECHA: ASI UN ARCHIVO RECARGADO, UN FORMULARIO
      * DUPLICADO O UNO DE UN CICLO ANTERIOR NO GENERA NOVEDADES DOS
      * VECES. CON CAMBIOS, LA DIRECCION DEBE VENIR COMPLETA.
       2100-VALIDAR-CONFIRMACION.

           SET WS-CONFIRMACION-INVALIDA     TO TRUE.

           IF NOT WS-FOR-RES-CONFORME
              AND NOT WS-FOR-RES-CON-CAMBIOS
              MOVE WS-MOT-RESULTADO-INVALIDO TO WS-RECH-MOTIVO
              GO TO 2100-VALIDAR-CONFIRMACION-FIN
           END-IF.

           PERFORM 2110-BUSCAR-VERIFICACION
              THRU 2110-BUSCAR-VERIFICACION-FIN.

           IF WS-VER-NO-HALLADO
              MOVE WS-MOT-SIN-PENDIENTE     TO WS-RECH-MOTIVO
              GO TO 2100-VALIDAR-CONFIRMACION-FIN
           END-IF.

           IF WS-TAB-VER-FECHA-SOLICITUD(WS-TAB-VER-IDX) = 0
              MOVE WS-MOT-SIN-PENDIENTE     TO WS-RECH-MOTIVO
              GO TO 2100-VALIDAR-CONFIRMACION-FIN
           END-IF.

           IF WS-FOR-FECHA-SOLICITUD
                 NOT = WS-TAB-VER-FECHA-SOLICITUD(WS-TAB-VER-IDX)
              MOVE WS-MOT-OTRO-CICLO        TO WS-RECH-MOTIVO
              GO TO 2100-VALIDAR-CONFIRMACION-FIN
           END-IF.

      * SIN FECHA DE RESPUESTA SE TOMA LA DE LA CARGA. INFORMADA, NO
      * PUEDE SER ANTERIOR A LA SOLICITUD NI POSTERIOR A HOY.
           IF WS-FOR-FECHA-RESPUESTA = SPACES
              MOVE WS-FECHA-HOY             TO WS-FECHA-CONFIRMACION
           ELSE
              IF WS-FOR-FECHA-RESPUESTA IS NOT NUMERIC
                 OR WS-FOR-FECHA-RESPUESTA-N < WS-FOR-FECHA-SOLICITUD
                 OR WS-FOR-FECHA-RESPUESTA-N > WS-FECHA-HOY
                 MOVE WS-MOT-FECHA-INVALIDA TO WS-RECH-MOTIVO
                 GO TO 2100-VALIDAR-CONFIRMACION-FIN
              END-IF
              MOVE WS-FOR-FECHA-RESPUESTA-N TO WS-FECHA-CONFIRMACION
           END-IF.

           IF WS-FOR-RES-CON-CAMBIOS
              IF WS-FOR-DIRECCION = SPACES
                 MOVE WS-MOT-DIR-BLANCA     TO WS-RECH-MOTIVO
                 GO TO 2100-VALIDAR-CONFIRMACION-FIN
              END-IF
              IF WS-FOR-COD-POSTAL IS NOT NUMERIC
                 OR WS-FOR-COD-POSTAL = 0
                 MOVE WS-MOT-CP-INVALIDO    TO WS-RECH-MOTIVO
                 GO TO 2100-VALIDAR-CONFIRMACION-FIN
              END-IF
           END-IF.

           SET WS-CONFIRMACION-VALIDA       TO TRUE.

       2100-VALIDAR-CONFIRMACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA LA VERIFICACION DEL EMPLEADO DEL FORMULARIO; AL
      * ENCONTRARLA EL INDICE WS-TAB-VER-IDX QUEDA SOBRE LA ENTRADA.
       2110-BUSCAR-VERIFICACION.

           SET WS-VER-NO-HALLADO            TO TRUE.

           IF WS-TAB-VER-CANTIDAD = 0
              GO TO 2110-BUSCAR-VERIFICACION-FIN
           END-IF.

           SET WS-TAB-VER-IDX               TO 1.

           SEARCH WS-TAB-VER-ENTRADA
               AT END
                    CONTINUE
               WHEN WS-TAB-VER-ID-EMPLEADO(WS-TAB-VER-IDX)
                       = WS-FOR-ID-EMPLEADO
                    SET WS-VER-HALLADO      TO TRUE
           END-SEARCH.

       2110-BUSCAR-VERIFICACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA EL FORMULARIO DEVUELTO CON LO QUE MOSTRO (EL CONTACTO
      * DEL MAESTRO) Y GENERA UNA NOVEDAD POR CADA DATO CAMBIADO.
      * NADA SE APLICA AQUI: EL MANTENIMIENTO (CL14EJ09) LAS VALIDA Y
      * LAS AUDITA COMO CUALQUIER OTRA NOVEDAD.
       2200-GENERAR-NOVEDADES.

           SET WS-CONTACTO-NO-HALLADO       TO TRUE.

           IF WS-TAB-CON-CANTIDAD > 0
              SET WS-TAB-CON-IDX            TO 1
              SEARCH WS-TAB-CON-ENTRADA
                  AT END
                       CONTINUE
                  WHEN WS-TAB-CON-ID-EMPLEADO(WS-TAB-CON-IDX)
                          = WS-FOR-ID-EMPLEADO
                       SET WS-CONTACTO-HALLADO TO TRUE
              END-SEARCH
           END-IF.

           IF WS-FOR-OPERADOR = SPACES
              MOVE 'CL14EJ28'               TO WS-NOV-OPERADOR
           ELSE
              MOVE WS-FOR-OPERADOR          TO WS-NOV-OPERADOR
           END-IF.
           MOVE WS-FOR-FECHA-SOLICITUD      TO WS-NOV-REF-FECHA.

           PERFORM 2210-COMPARAR-DIRECCION
              THRU 2210-COMPARAR-DIRECCION-FIN.

           MOVE 'F'                         TO WS-TEC-TIPO.
           MOVE WS-FOR-TEL-FIJO             TO WS-TEC-DEVUELTO.
           MOVE SPACES                      TO WS-TEC-ACTUAL.
           IF WS-CONTACTO-HALLADO
              MOVE WS-TAB-CON-TEL-FIJO(WS-TAB-CON-IDX)
                                             TO WS-TEC-ACTUAL
           END-IF.
           PERFORM 2220-COMPARAR-TELEFONO
              THRU 2220-COMPARAR-TELEFONO-FIN.

           MOVE 'M'                         TO WS-TEC-TIPO.
           MOVE WS-FOR-TEL-MOVIL            TO WS-TEC-DEVUELTO.
           MOVE SPACES                      TO WS-TEC-ACTUAL.
           IF WS-CONTACTO-HALLADO
              MOVE WS-TAB-CON-TEL-MOVIL(WS-TAB-CON-IDX)
                                             TO WS-TEC-ACTUAL
           END-IF.
           PERFORM 2220-COMPARAR-TELEFONO
              THRU 2220-COMPARAR-TELEFONO-FIN.

           MOVE 'L'                         TO WS-TEC-TIPO.
           MOVE WS-FOR-TEL-LABORAL          TO WS-TEC-DEVUELTO.
           MOVE SPACES                      TO WS-TEC-ACTUAL.
           IF WS-CONTACTO-HALLADO
              MOVE WS-TAB-CON-TEL-LABORAL(WS-TAB-CON-IDX)
                                             TO WS-TEC-ACTUAL
           END-IF.
           PERFORM 2220-COMPARAR-TELEFONO
              THRU 2220-COMPARAR-TELEFONO-FIN.

       2200-GENERAR-NOVEDADES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA DIRECCION CAMBIADA VIAJA COMO MODIFICACION SI EL EMPLEADO
      * YA TIENE RENGLON EN DIRECCIONES.TXT, Y COMO ALTA SI NO.
       2210-COMPARAR-DIRECCION.

           IF WS-CONTACTO-HALLADO
              AND WS-FOR-DIRECCION
                     = WS-TAB-CON-DIRECCION(WS-TAB-CON-IDX)
              AND WS-FOR-COD-POSTAL
                     = WS-TAB-CON-COD-POSTAL(WS-TAB-CON-IDX)
              GO TO 2210-COMPARAR-DIRECCION-FIN
           END-IF.

           SET WS-DIRECCION-NO-HALLADA      TO TRUE.

           IF WS-TAB-DIR-CANTIDAD > 0
              SET WS-TAB-DIR-IDX            TO 1
              SEARCH WS-TAB-DIR-ENTRADA
                  AT END
                       CONTINUE
                  WHEN WS-TAB-DIR-ID-EMPLEADO(WS-TAB-DIR-IDX)
                          = WS-FOR-ID-EMPLEADO
                       SET WS-DIRECCION-HALLADA TO TRUE
              END-SEARCH
           END-IF.

           MOVE SPACES                      TO WS-SAL-NOVEDADES.
           IF WS-DIRECCION-HALLADA
              MOVE 'M'                      TO WS-SAL-NOV-ACCION
           ELSE
              MOVE 'A'                      TO WS-SAL-NOV-ACCION
           END-IF.
           MOVE 'D'                         TO WS-SAL-NOV-TIPO-DATO.
           MOVE WS-FOR-DIRECCION            TO WS-SAL-NOV-DIRECCION-TXT.
           MOVE WS-FOR-COD-POSTAL           TO WS-SAL-NOV-COD-POSTAL.

           PERFORM 2400-GRABAR-NOVEDAD
              THRU 2400-GRABAR-NOVEDAD-FIN.

           ADD 1                            TO WS-CONT-NOV-DIRECCION.

       2210-COMPARAR-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN TIPO DE TELEFONO CAMBIADO: SE UBICA EN TELEFONOS.TXT EL
      * NUMERO QUE MOSTRO EL FORMULARIO (O, SI EL MAESTRO QUEDO
      * ATRASADO, CUALQUIERA DE ESE TIPO) PARA TOMAR SU ORDEN. NUMERO
      * DEVUELTO EN BLANCO ES BAJA; UBICADO ES MODIFICACION; SIN
      * NINGUNO DE ESE TIPO ES ALTA CON ORDEN 1.
       2220-COMPARAR-TELEFONO.

           IF WS-TEC-DEVUELTO = WS-TEC-ACTUAL
              GO TO 2220-COMPARAR-TELEFONO-FIN
           END-IF.

           SET WS-TELEFONO-NO-HALLADO       TO TRUE.

           IF WS-TAB-TEL-CANTIDAD > 0
              AND WS-TEC-ACTUAL NOT = SPACES
              SET WS-TAB-TEL-IDX            TO 1
              SEARCH WS-TAB-TEL-ENTRADA
                  AT END
                       CONTINUE
                  WHEN WS-TAB-TEL-ID-EMPLEADO(WS-TAB-TEL-IDX)
                          = WS-FOR-ID-EMPLEADO
                   AND WS-TAB-TEL-TIPO(WS-TAB-TEL-IDX) = WS-TEC-TIPO
                   AND WS-TAB-TEL-NUMERO(WS-TAB-TEL-IDX)
                          = WS-TEC-ACTUAL
                       SET WS-TELEFONO-HALLADO TO TRUE
              END-SEARCH
           END-IF.

           IF WS-TAB-TEL-CANTIDAD > 0
              AND WS-TELEFONO-NO-HALLADO
              SET WS-TAB-TEL-IDX            TO 1
              SEARCH WS-TAB-TEL-ENTRADA
                  AT END
                       CONTINUE
                  WHEN WS-TAB-TEL-ID-EMPLEADO(WS-TAB-TEL-IDX)
                          = WS-FOR-ID-EMPLEADO
                   AND WS-TAB-TEL-TIPO(WS-TAB-TEL-IDX) = WS-TEC-TIPO
                       SET WS-TELEFONO-HALLADO TO TRUE
              END-SEARCH
           END-IF.

           MOVE SPACES                      TO WS-SAL-NOVEDADES.
           MOVE 'T'                         TO WS-SAL-NOV-TIPO-DATO.
           MOVE WS-TEC-TIPO                 TO WS-SAL-NOV-TEL-TIPO.
           MOVE WS-TEC-DEVUELTO             TO WS-SAL-NOV-TEL-NUMERO.

           EVALUATE TRUE
               WHEN WS-TEC-DEVUELTO = SPACES
                AND WS-TELEFONO-NO-HALLADO
                    GO TO 2220-COMPARAR-TELEFONO-FIN
               WHEN WS-TEC-DEVUELTO = SPACES
                    MOVE 'B'                TO WS-SAL-NOV-ACCION
                    MOVE WS-TAB-TEL-ORDEN(WS-TAB-TEL-IDX)
                                             TO WS-SAL-NOV-TEL-ORDEN
               WHEN WS-TELEFONO-HALLADO
                    MOVE 'M'                TO WS-SAL-NOV-ACCION
                    MOVE WS-TAB-TEL-ORDEN(WS-TAB-TEL-IDX)
                                             TO WS-SAL-NOV-TEL-ORDEN
               WHEN OTHER
                    MOVE 'A'                TO WS-SAL-NOV-ACCION
                    MOVE 1                  TO WS-SAL-NOV-TEL-ORDEN
           END-EVALUATE.

           PERFORM 2400-GRABAR-NOVEDAD
              THRU 2400-GRABAR-NOVEDAD-FIN.

           ADD 1                            TO WS-CONT-NOV-TELEFONO.

       2220-COMPARAR-TELEFONO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA VERIFICACION QUEDA AL DIA CON LA FECHA DE LA RESPUESTA Y LA
      * SOLICITUD DEJA DE ESTAR PENDIENTE. UN "CON CAMBIOS" QUE NO
      * CAMBIO NADA SE ANOTA COMO CONFORME.
       2300-ACTUALIZAR-VERIFICACION.

           MOVE WS-FECHA-CONFIRMACION
                TO WS-TAB-VER-FECHA-VERIF(WS-TAB-VER-IDX).
           MOVE 0
                TO WS-TAB-VER-FECHA-SOLICITUD(WS-TAB-VER-IDX).

           EVALUATE TRUE
               WHEN WS-FOR-RES-CONFORME
                    MOVE 'C'
                         TO WS-TAB-VER-RESULTADO(WS-TAB-VER-IDX)
                    ADD 1                   TO WS-CONT-CONFORMES
               WHEN WS-NOV-EMPLEADO = 0
                    MOVE 'C'
                         TO WS-TAB-VER-RESULTADO(WS-TAB-VER-IDX)
                    ADD 1                   TO WS-CONT-CAMBIOS-SIN-DIF
               WHEN OTHER
                    MOVE 'M'
                         TO WS-TAB-VER-RESULTADO(WS-TAB-VER-IDX)
                    ADD 1                   TO WS-CONT-CON-CAMBIOS
           END-EVALUATE.

       2300-ACTUALIZAR-VERIFICACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-GRABAR-NOVEDAD.

           MOVE WS-FOR-ID-EMPLEADO          TO WS-SAL-NOV-ID-EMPLEADO.
           MOVE WS-NOV-OPERADOR             TO WS-SAL-NOV-OPERADOR.
           MOVE WS-NOV-REFERENCIA           TO WS-SAL-NOV-REFERENCIA.

           WRITE WS-SAL-NOVEDADES.

           IF FS-NOVEDADES-OK
              ADD 1                         TO WS-CONT-NOV-GRABADAS
              ADD 1                         TO WS-NOV-EMPLEADO
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR NOVEDADES-VERIFICACION.TXT: '
                      FS-NOVEDADES
              SET WS-SALIDA-ERROR TO TRUE
           END-IF.

       2400-GRABAR-NOVEDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-ESCRIBIR-RECHAZO.

           MOVE WS-FOR-ID-EMPLEADO          TO WS-RECH-ID-EMPLEADO.
           MOVE WS-REG-VER-FORMULARIO       TO WS-RECH-FORMULARIO.
           MOVE WS-REG-RECHAZO              TO WS-SAL-RECHAZOS.

           WRITE WS-SAL-RECHAZOS.

           IF FS-RECHAZOS-OK
              ADD 1                         TO WS-CONT-RECHAZADAS
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR RECHAZOS-VERIFICACION.TXT: '
                      FS-RECHAZOS
              SET WS-SALIDA-ERROR TO TRUE
           END-IF.

       2500-ESCRIBIR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK
              CLOSE ENT-CONFIRMACIONES
                    SAL-NOVEDADES
                    SAL-RECHAZOS
           END-IF.

      * SOLO UNA CARGA COMPLETA ACTUALIZA LAS VERIFICACIONES: SI FALLO
      * LA GRABACION, VERIFICACIONES.TXT QUEDA COMO ESTABA Y LA CARGA
      * SE REPITE ENTERA, REGENERANDO LAS MISMAS NOVEDADES.
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
              DISPLAY 'CARGA INCOMPLETA - NO SE ACTUALIZO '
                      'VERIFICACIONES.TXT'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           IF RETURN-CODE = 0
              AND WS-CONT-RECHAZADAS > 0
              DISPLAY 'HAY CONFIRMACIONES RECHAZADAS - VER '
                      'RECHAZOS-VERIFICACION.TXT'
              MOVE 4                        TO RETURN-CODE
           END-IF.

           DISPLAY 'CANTIDAD DE FORMULARIOS LEIDOS    : '
                   WS-CONT-REG-CONFIRMACIONES.
           DISPLAY 'FORMULARIOS SIN RESPUESTA         : '
                   WS-CONT-SIN-RESPUESTA.
           DISPLAY 'CONFIRMADOS SIN CAMBIOS           : '
                   WS-CONT-CONFORMES.
           DISPLAY 'CONFIRMADOS CON CAMBIOS           : '
                   WS-CONT-CON-CAMBIOS.
           DISPLAY 'CON CAMBIOS PERO SIN DIFERENCIAS  : '
                   WS-CONT-CAMBIOS-SIN-DIF.
           DISPLAY 'FORMULARIOS RECHAZADOS            : '
                   WS-CONT-RECHAZADAS.
           DISPLAY 'NOVEDADES DE DIRECCION GENERADAS  : '
                   WS-CONT-NOV-DIRECCION.
           DISPLAY 'NOVEDADES DE TELEFONO GENERADAS   : '
                   WS-CONT-NOV-TELEFONO.
           DISPLAY 'NOVEDADES GRABADAS                : '
                   WS-CONT-NOV-GRABADAS.
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
       3110-GRABAR-UNA-VERIFICACION.

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

       END PROGRAM CL14EJ28.
