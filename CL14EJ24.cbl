      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CONCILIACION DE LOS ACUSES DE NOMINA CONTRA LOS ENVIOS
      *          DE LA INTERFAZ DE CAMBIOS DE DOMICILIO (CL14EJ23)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ24.
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

       SELECT ENT-ACUSE
           ASSIGN TO '../ACUSE-NOMINA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUSE.

       SELECT ENT-PENDIENTES
           ASSIGN TO '../PENDIENTES-NOMINA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

       SELECT SAL-PENDIENTES
           ASSIGN TO '../PENDIENTES-NOMINA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEN-NUEVO.

       SELECT SAL-CONCILIACION
           ASSIGN TO '../CONCILIACION-NOMINA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONCILIACION.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * TARJETA DE NOMINA, LA MISMA DE CL14EJ23: DE AQUI SE TOMA
      * DIAS-ACUSE (OBLIGATORIA); REENVIO SE ACEPTA Y NO SE USA.
       FD ENT-TARJETA.
       01 WS-ENT-TARJETA                    PIC X(80).

       FD ENT-ACUSE.
       01 WS-ENT-ACUSE                      PIC X(80).

       FD ENT-PENDIENTES.
       01 WS-ENT-PENDIENTES                 PIC X(200).

       FD SAL-PENDIENTES.
       01 WS-SAL-PENDIENTES                 PIC X(200).

       FD SAL-CONCILIACION.
       01 WS-SAL-CONCILIACION               PIC X(140).

       WORKING-STORAGE SECTION.

      * FORMATOS DE LA INTERFAZ, DEL ACUSE Y DE LOS PENDIENTES.
          COPY NOMINA.

       01 FS-STATUS.
          05 FS-TARJETA                     PIC X(2).
             88 FS-TARJETA-OK                   VALUE '00'.
             88 FS-TARJETA-EOF                  VALUE '10'.
             88 FS-TARJETA-NFD                  VALUE '35'.
          05 FS-ACUSE                       PIC X(2).
             88 FS-ACUSE-OK                     VALUE '00'.
             88 FS-ACUSE-EOF                    VALUE '10'.
             88 FS-ACUSE-NFD                    VALUE '35'.
          05 FS-PENDIENTES                  PIC X(2).
             88 FS-PENDIENTES-OK                VALUE '00'.
             88 FS-PENDIENTES-EOF               VALUE '10'.
             88 FS-PENDIENTES-NFD               VALUE '35'.
          05 FS-PEN-NUEVO                   PIC X(2).
             88 FS-PEN-NUEVO-OK                 VALUE '00'.
          05 FS-CONCILIACION                PIC X(2).
             88 FS-CONCILIACION-OK              VALUE '00'.

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
          05 WS-SW-ENVIO-HALLADO            PIC X(01) VALUE 'N'.
             88 WS-ENVIO-HALLADO                VALUE 'S'.
             88 WS-ENVIO-NO-HALLADO             VALUE 'N'.

       01 WS-DIAS-ACUSE                     PIC 9(03) VALUE 0.

      * TABLA EN MEMORIA CON LOS ENVIOS PENDIENTES. UN ACUSE DE
      * ACEPTACION CIERRA EL ENVIO, QUE SALE DEL ARCHIVO AL REGRABARLO;
      * UN RECHAZO LO DEJA PENDIENTE CON SU MOTIVO.
       01 WS-TAB-PEN-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-PENDIENTES.
          05 WS-TAB-PEN-ENTRADA OCCURS 1 TO 100000 TIMES
                                 DEPENDING ON WS-TAB-PEN-CANTIDAD
                                 INDEXED BY WS-TAB-PEN-IDX.
             10 WS-TAB-PEN-SECUENCIA        PIC 9(06).
             10 WS-TAB-PEN-ID-EMPLEADO      PIC 9(08).
             10 WS-TAB-PEN-LINEA            PIC X(200).
             10 WS-TAB-PEN-MARCA            PIC X(01).
                88 WS-TAB-PEN-VIGENTE           VALUE 'V'.
                88 WS-TAB-PEN-ACEPTADO          VALUE 'A'.

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

       01 WS-FECHA-DESGLOSE.
          05 WS-FEC-DES-AAAA                PIC 9(04).
          05 WS-FEC-DES-MM                  PIC 9(02).
          05 WS-FEC-DES-DD                  PIC 9(02).

       01 WS-CONTADORES.
          05 WS-CONT-PEN-PREVIOS            PIC 9(08) VALUE 0.
          05 WS-CONT-ACU-LEIDOS             PIC 9(08) VALUE 0.
          05 WS-CONT-ACU-ACEPTADOS          PIC 9(08) VALUE 0.
          05 WS-CONT-ACU-RECHAZADOS         PIC 9(08) VALUE 0.
          05 WS-CONT-ACU-NO-RECONOCIDOS     PIC 9(08) VALUE 0.
          05 WS-CONT-PEN-RECHAZADOS         PIC 9(08) VALUE 0.
          05 WS-CONT-PEN-VENCIDOS           PIC 9(08) VALUE 0.
          05 WS-CONT-PEN-EN-PLAZO           PIC 9(08) VALUE 0.
          05 WS-CONT-PEN-GRABADOS           PIC 9(08) VALUE 0.

      * IMAGENES EN MEMORIA DE LAS LINEAS DEL REPORTE DE CONCILIACION.
       01 WS-REG-CON-TITULO                 PIC X(140) VALUE
          'CONCILIACION DE ACUSES DE NOMINA - PROGRAMA CL14EJ24'.

       01 WS-REG-CON-SEPARADOR              PIC X(140) VALUE ALL '-'.

       01 WS-REG-CON-FECHA.
          05 FILLER                        PIC X(20)
             VALUE 'FECHA DE CORRIDA  : '.
          05 WS-CON-FEC-DD                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-CON-FEC-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-CON-FEC-AAAA                PIC 9(04).
          05 FILLER                        PIC X(110) VALUE SPACES.

       01 WS-REG-CON-LIMITE.
          05 FILLER                        PIC X(20)
             VALUE 'DIAS DE ACUSE     : '.
          05 WS-CON-LIM-DIAS                PIC 9(03).
          05 FILLER                        PIC X(117) VALUE SPACES.

       01 WS-REG-CON-SUBTITULO              PIC X(140).

       01 WS-REG-CON-ENC-ACUSE.
          05 FILLER PIC X(06) VALUE 'SECUEN'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(08) VALUE 'ID EMPLE'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(03) VALUE 'RES'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(40) VALUE 'MOTIVO INFORMADO POR NOMINA'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(75) VALUE 'OBSERVACION'.

       01 WS-REG-CON-ACUSE.
          05 WS-CON-ACU-SECUENCIA           PIC X(06).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CON-ACU-ID-EMPLEADO         PIC X(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CON-ACU-RESULTADO           PIC X(03).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CON-ACU-MOTIVO              PIC X(40).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CON-ACU-OBSERVACION         PIC X(75).

       01 WS-REG-CON-ENC-PENDIENTE.
          05 FILLER PIC X(08) VALUE 'ID EMPLE'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(06) VALUE 'SECUEN'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'ENVIADO'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(06) VALUE 'ENVIOS'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(04) VALUE 'DIAS'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(12) VALUE 'CAMBIO'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'ACUSADO'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(40) VALUE 'MOTIVO DEL RECHAZO'.

       01 WS-REG-CON-PENDIENTE.
          05 WS-CON-PEN-ID-EMPLEADO         PIC 9(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CON-PEN-SECUENCIA           PIC 9(06).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CON-PEN-ENV-DD              PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-CON-PEN-ENV-MM              PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-CON-PEN-ENV-AAAA            PIC 9(04).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 FILLER                        PIC X(04) VALUE SPACES.
          05 WS-CON-PEN-ENVIOS              PIC 9(02).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CON-PEN-DIAS                PIC 9(04).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CON-PEN-CAMBIO              PIC X(12).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CON-PEN-ACUSADO             PIC X(10).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CON-PEN-MOTIVO              PIC X(40).
          05 FILLER                        PIC X(28) VALUE SPACES.

       01 WS-REG-CON-FECHA-ACUSE.
          05 WS-CON-ACD-DD                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-CON-ACD-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-CON-ACD-AAAA                PIC 9(04).

       01 WS-REG-CON-NINGUNO                PIC X(140) VALUE
          '   (NINGUNO)'.

       01 WS-REG-CON-CONTADOR.
          05 WS-CON-CNT-ETIQUETA            PIC X(38).
          05 WS-CON-CNT-VALOR               PIC 9(08).
          05 FILLER                        PIC X(94) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK

              PERFORM 2000-CRUZAR-ACUSES
                 THRU 2000-CRUZAR-ACUSES-FIN

              PERFORM 2500-LISTAR-PENDIENTES
                 THRU 2500-LISTAR-PENDIENTES-FIN

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

           PERFORM 1200-CARGAR-PENDIENTES
              THRU 1200-CARGAR-PENDIENTES-FIN.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1300-ABRIR-CONCILIACION
              THRU 1300-ABRIR-CONCILIACION-FIN.

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
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'LINEA DE TARJETA INVALIDA: '
                            WS-ENT-TARJETA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1120-INTERPRETAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LOS ENVIOS PENDIENTES. SI EL ARCHIVO NO EXISTE TODAVIA NO
      * SE MANDO NADA A NOMINA Y TODO ACUSE QUEDA SIN RECONOCER.
       1200-CARGAR-PENDIENTES.

           OPEN INPUT ENT-PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    PERFORM 1210-LEER-PENDIENTE
                       THRU 1210-LEER-PENDIENTE-FIN
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

       1200-CARGAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-PENDIENTE.

           READ ENT-PENDIENTES.

           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
                    ADD 1                   TO WS-CONT-PEN-PREVIOS
                    MOVE WS-ENT-PENDIENTES  TO WS-REG-NOM-PENDIENTE
                    IF WS-TAB-PEN-CANTIDAD < 100000
                       ADD 1                TO WS-TAB-PEN-CANTIDAD
                       SET WS-TAB-PEN-IDX   TO WS-TAB-PEN-CANTIDAD
                       MOVE WS-NOM-PEN-SECUENCIA
                            TO WS-TAB-PEN-SECUENCIA(WS-TAB-PEN-IDX)
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

       1210-LEER-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE EL REPORTE Y GRABA EL TITULO, LA FECHA, EL PLAZO DE ACUSE
      * Y EL ENCABEZADO DE LA PRIMERA SECCION (ACUSES NO RECONOCIDOS),
      * QUE SE VA LLENANDO MIENTRAS SE LEE EL ACUSE.
       1300-ABRIR-CONCILIACION.

           OPEN OUTPUT SAL-CONCILIACION.

           IF NOT FS-CONCILIACION-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE CONCILIACION'
              DISPLAY 'FILE STATUS: ' FS-CONCILIACION
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1300-ABRIR-CONCILIACION-FIN
           END-IF.

           MOVE WS-REG-CON-TITULO           TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           MOVE WS-REG-CON-SEPARADOR        TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           MOVE WS-FEC-SIS-DD               TO WS-CON-FEC-DD.
           MOVE WS-FEC-SIS-MM               TO WS-CON-FEC-MM.
           MOVE WS-FEC-SIS-AAAA             TO WS-CON-FEC-AAAA.
           MOVE WS-REG-CON-FECHA            TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           MOVE WS-DIAS-ACUSE               TO WS-CON-LIM-DIAS.
           MOVE WS-REG-CON-LIMITE           TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           MOVE WS-REG-CON-SEPARADOR        TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           MOVE 'ACUSES NO RECONOCIDOS (SIN ENVIO PENDIENTE QUE '
             & 'COINCIDA O CON FORMATO INVALIDO)'
                                             TO WS-REG-CON-SUBTITULO.
           MOVE WS-REG-CON-SUBTITULO        TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           MOVE WS-REG-CON-ENC-ACUSE        TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

       1300-ABRIR-CONCILIACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN ARCHIVO DE ACUSE NOMINA NO CONTESTO NADA: LA CONCILIACION
      * IGUAL CORRE PARA INFORMAR LOS RECHAZOS Y LOS VENCIDOS.
       2000-CRUZAR-ACUSES.

           OPEN INPUT ENT-ACUSE.

           EVALUATE TRUE
               WHEN FS-ACUSE-OK
                    PERFORM 2010-LEER-ACUSE
                       THRU 2010-LEER-ACUSE-FIN
                      UNTIL FS-ACUSE-EOF
                    CLOSE ENT-ACUSE
               WHEN FS-ACUSE-NFD
                    DISPLAY 'NO HAY ACUSE DE NOMINA PARA PROCESAR'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ACUSE DE NOMINA'
                    DISPLAY 'FILE STATUS: ' FS-ACUSE
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

           IF WS-CONT-ACU-NO-RECONOCIDOS = 0
              MOVE WS-REG-CON-NINGUNO       TO WS-SAL-CONCILIACION
              PERFORM 2900-ESCRIBIR-CONCILIACION
                 THRU 2900-ESCRIBIR-CONCILIACION-FIN
           END-IF.

       2000-CRUZAR-ACUSES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-ACUSE.

           READ ENT-ACUSE.

           EVALUATE TRUE
               WHEN FS-ACUSE-OK
                    IF WS-ENT-ACUSE NOT = SPACES
                       ADD 1                TO WS-CONT-ACU-LEIDOS
                       MOVE WS-ENT-ACUSE    TO WS-REG-NOM-ACUSE
                       PERFORM 2100-APLICAR-ACUSE
                          THRU 2100-APLICAR-ACUSE-FIN
                    END-IF
               WHEN FS-ACUSE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ACUSE DE NOMINA'
                    DISPLAY 'FILE STATUS: ' FS-ACUSE
                    SET WS-INICIO-ERROR     TO TRUE
                    SET FS-ACUSE-EOF        TO TRUE
           END-EVALUATE.

       2010-LEER-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CADA ACUSE SE CRUZA POR SECUENCIA E ID CONTRA LOS ENVIOS
      * PENDIENTES: UN ACUSE DE UNA SECUENCIA VIEJA (EL ENVIO YA SE
      * REENVIO O LO SUPERO UN CAMBIO POSTERIOR) O YA PROCESADO NO
      * COINCIDE CON NINGUN PENDIENTE Y SE INFORMA SIN TOCAR NADA.
       2100-APLICAR-ACUSE.

           IF WS-NOM-ACU-SECUENCIA IS NOT NUMERIC
              OR WS-NOM-ACU-ID-EMPLEADO IS NOT NUMERIC
              OR (NOT WS-NOM-ACU-ACEPTADO
                  AND NOT WS-NOM-ACU-RECHAZADO)
              MOVE 'FORMATO DE ACUSE INVALIDO'
                                             TO WS-CON-ACU-OBSERVACION
              PERFORM 2200-INFORMAR-ACUSE
                 THRU 2200-INFORMAR-ACUSE-FIN
              GO TO 2100-APLICAR-ACUSE-FIN
           END-IF.

           SET WS-ENVIO-NO-HALLADO          TO TRUE.

           IF WS-TAB-PEN-CANTIDAD > 0
              SET WS-TAB-PEN-IDX            TO 1
              SEARCH WS-TAB-PEN-ENTRADA
                  AT END
                       CONTINUE
                  WHEN WS-TAB-PEN-SECUENCIA(WS-TAB-PEN-IDX)
                          = WS-NOM-ACU-SECUENCIA
                   AND WS-TAB-PEN-ID-EMPLEADO(WS-TAB-PEN-IDX)
                          = WS-NOM-ACU-ID-EMPLEADO
                   AND WS-TAB-PEN-VIGENTE(WS-TAB-PEN-IDX)
                       SET WS-ENVIO-HALLADO TO TRUE
              END-SEARCH
           END-IF.

           IF WS-ENVIO-NO-HALLADO
              MOVE 'SIN ENVIO PENDIENTE CON ESA SECUENCIA E ID'
                                             TO WS-CON-ACU-OBSERVACION
              PERFORM 2200-INFORMAR-ACUSE
                 THRU 2200-INFORMAR-ACUSE-FIN
              GO TO 2100-APLICAR-ACUSE-FIN
           END-IF.

           IF WS-NOM-ACU-ACEPTADO
              SET WS-TAB-PEN-ACEPTADO(WS-TAB-PEN-IDX) TO TRUE
              ADD 1                         TO WS-CONT-ACU-ACEPTADOS
              GO TO 2100-APLICAR-ACUSE-FIN
           END-IF.

           MOVE WS-TAB-PEN-LINEA(WS-TAB-PEN-IDX)
                                             TO WS-REG-NOM-PENDIENTE.
           SET WS-NOM-PEN-RECHAZADO         TO TRUE.
           MOVE WS-FECHA-HOY                TO WS-NOM-PEN-FECHA-ACUSE.
           MOVE WS-NOM-ACU-MOTIVO           TO WS-NOM-PEN-MOTIVO.
           MOVE WS-REG-NOM-PENDIENTE
                TO WS-TAB-PEN-LINEA(WS-TAB-PEN-IDX).
           ADD 1                            TO WS-CONT-ACU-RECHAZADOS.

       2100-APLICAR-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-INFORMAR-ACUSE.

           MOVE WS-ENT-ACUSE(1:6)           TO WS-CON-ACU-SECUENCIA.
           MOVE WS-ENT-ACUSE(7:8)           TO WS-CON-ACU-ID-EMPLEADO.
           MOVE WS-ENT-ACUSE(15:1)          TO WS-CON-ACU-RESULTADO.
           MOVE WS-ENT-ACUSE(16:40)         TO WS-CON-ACU-MOTIVO.

           MOVE WS-REG-CON-ACUSE            TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           ADD 1                   TO WS-CONT-ACU-NO-RECONOCIDOS.

       2200-INFORMAR-ACUSE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DOS SECCIONES SOBRE LOS PENDIENTES QUE QUEDAN DESPUES DE LOS
      * ACUSES DE HOY: LOS RECHAZADOS POR NOMINA (CON SU MOTIVO) Y LOS
      * QUE SIGUEN SIN ACUSE PASADOS LOS DIAS DE LA TARJETA. AMBOS SE
      * REINCLUYEN EN EL PROXIMO ARCHIVO SI CL14EJ23 CORRE CON
      * REENVIO=S.
       2500-LISTAR-PENDIENTES.

           MOVE WS-REG-CON-SEPARADOR        TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           MOVE 'RECHAZADOS POR NOMINA'     TO WS-REG-CON-SUBTITULO.
           MOVE WS-REG-CON-SUBTITULO        TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           MOVE WS-REG-CON-ENC-PENDIENTE    TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           PERFORM 2510-LISTAR-RECHAZADO
              THRU 2510-LISTAR-RECHAZADO-FIN
             VARYING WS-TAB-PEN-IDX FROM 1 BY 1
               UNTIL WS-TAB-PEN-IDX > WS-TAB-PEN-CANTIDAD.

           IF WS-CONT-PEN-RECHAZADOS = 0
              MOVE WS-REG-CON-NINGUNO       TO WS-SAL-CONCILIACION
              PERFORM 2900-ESCRIBIR-CONCILIACION
                 THRU 2900-ESCRIBIR-CONCILIACION-FIN
           END-IF.

           MOVE WS-REG-CON-SEPARADOR        TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           MOVE 'SIN ACUSE DE NOMINA PASADOS LOS DIAS DE ACUSE'
                                             TO WS-REG-CON-SUBTITULO.
           MOVE WS-REG-CON-SUBTITULO        TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           MOVE WS-REG-CON-ENC-PENDIENTE    TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           PERFORM 2520-LISTAR-VENCIDO
              THRU 2520-LISTAR-VENCIDO-FIN
             VARYING WS-TAB-PEN-IDX FROM 1 BY 1
               UNTIL WS-TAB-PEN-IDX > WS-TAB-PEN-CANTIDAD.

           IF WS-CONT-PEN-VENCIDOS = 0
              MOVE WS-REG-CON-NINGUNO       TO WS-SAL-CONCILIACION
              PERFORM 2900-ESCRIBIR-CONCILIACION
                 THRU 2900-ESCRIBIR-CONCILIACION-FIN
           END-IF.

           MOVE WS-REG-CON-SEPARADOR        TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

       2500-LISTAR-PENDIENTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-LISTAR-RECHAZADO.

           IF NOT WS-TAB-PEN-VIGENTE(WS-TAB-PEN-IDX)
              GO TO 2510-LISTAR-RECHAZADO-FIN
           END-IF.

           MOVE WS-TAB-PEN-LINEA(WS-TAB-PEN-IDX)
                                             TO WS-REG-NOM-PENDIENTE.

           IF NOT WS-NOM-PEN-RECHAZADO
              GO TO 2510-LISTAR-RECHAZADO-FIN
           END-IF.

           PERFORM 2600-ARMAR-PENDIENTE
              THRU 2600-ARMAR-PENDIENTE-FIN.

           MOVE WS-NOM-PEN-FECHA-ACUSE      TO WS-FECHA-DESGLOSE.
           MOVE WS-FEC-DES-DD               TO WS-CON-ACD-DD.
           MOVE WS-FEC-DES-MM               TO WS-CON-ACD-MM.
           MOVE WS-FEC-DES-AAAA             TO WS-CON-ACD-AAAA.
           MOVE WS-REG-CON-FECHA-ACUSE      TO WS-CON-PEN-ACUSADO.
           MOVE WS-NOM-PEN-MOTIVO           TO WS-CON-PEN-MOTIVO.

           MOVE WS-REG-CON-PENDIENTE        TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           ADD 1                            TO WS-CONT-PEN-RECHAZADOS.

       2510-LISTAR-RECHAZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-LISTAR-VENCIDO.

           IF NOT WS-TAB-PEN-VIGENTE(WS-TAB-PEN-IDX)
              GO TO 2520-LISTAR-VENCIDO-FIN
           END-IF.

           MOVE WS-TAB-PEN-LINEA(WS-TAB-PEN-IDX)
                                             TO WS-REG-NOM-PENDIENTE.

           IF NOT WS-NOM-PEN-SIN-ACUSE
              GO TO 2520-LISTAR-VENCIDO-FIN
           END-IF.

           PERFORM 2600-ARMAR-PENDIENTE
              THRU 2600-ARMAR-PENDIENTE-FIN.

           IF WS-DIAS-SIN-ACUSE NOT > WS-DIAS-ACUSE
              ADD 1                         TO WS-CONT-PEN-EN-PLAZO
              GO TO 2520-LISTAR-VENCIDO-FIN
           END-IF.

           MOVE SPACES                      TO WS-CON-PEN-ACUSADO.
           MOVE SPACES                      TO WS-CON-PEN-MOTIVO.

           MOVE WS-REG-CON-PENDIENTE        TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

           ADD 1                            TO WS-CONT-PEN-VENCIDOS.

       2520-LISTAR-VENCIDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DATOS COMUNES DE LA LINEA DE UN PENDIENTE: ID, SECUENCIA Y
      * FECHA DEL ULTIMO ENVIO, CANTIDAD DE ENVIOS, DIAS DESDE EL
      * ULTIMO ENVIO Y TIPO DE CAMBIO.
       2600-ARMAR-PENDIENTE.

           COMPUTE WS-DIAS-ENVIO =
               FUNCTION INTEGER-OF-DATE(WS-NOM-PEN-FECHA-ENVIO).
           COMPUTE WS-DIAS-SIN-ACUSE = WS-DIAS-HOY - WS-DIAS-ENVIO.

           MOVE WS-NOM-PEN-ID-EMPLEADO      TO WS-CON-PEN-ID-EMPLEADO.
           MOVE WS-NOM-PEN-SECUENCIA        TO WS-CON-PEN-SECUENCIA.
           MOVE WS-NOM-PEN-FECHA-ENVIO      TO WS-FECHA-DESGLOSE.
           MOVE WS-FEC-DES-DD               TO WS-CON-PEN-ENV-DD.
           MOVE WS-FEC-DES-MM               TO WS-CON-PEN-ENV-MM.
           MOVE WS-FEC-DES-AAAA             TO WS-CON-PEN-ENV-AAAA.
           MOVE WS-NOM-PEN-ENVIOS           TO WS-CON-PEN-ENVIOS.
           MOVE WS-DIAS-SIN-ACUSE           TO WS-CON-PEN-DIAS.

           EVALUATE WS-NOM-PEN-TIPO-CAMBIO
               WHEN 'A'
                    MOVE 'ALTA'             TO WS-CON-PEN-CAMBIO
               WHEN 'B'
                    MOVE 'BAJA'             TO WS-CON-PEN-CAMBIO
               WHEN OTHER
                    MOVE 'MODIFICACION'     TO WS-CON-PEN-CAMBIO
           END-EVALUATE.

       2600-ARMAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-CONCILIACION.

           WRITE WS-SAL-CONCILIACION.

           IF NOT FS-CONCILIACION-OK
              DISPLAY 'ERROR AL ESCRIBIR CONCILIACION-NOMINA.TXT: '
                      FS-CONCILIACION
           END-IF.

       2900-ESCRIBIR-CONCILIACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LOS PENDIENTES SOLO SE REGRABAN SI LA CONCILIACION TERMINO
      * BIEN: UN ACUSE LEIDO A MEDIAS NO DEBE CERRAR NI RECHAZAR NADA.
      * CON RECHAZOS O VENCIDOS EL CODIGO DE RETORNO ES 8, PARA QUE EL
      * OPERADOR REVISE EL REPORTE.
       3000-FINALIZAR-PROGRAMA.

           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK
              PERFORM 3100-REGRABAR-PENDIENTES
                 THRU 3100-REGRABAR-PENDIENTES-FIN
              PERFORM 3200-GRABAR-TOTALES
                 THRU 3200-GRABAR-TOTALES-FIN
              CLOSE SAL-CONCILIACION
              IF WS-CONT-PEN-RECHAZADOS > 0
                 OR WS-CONT-PEN-VENCIDOS > 0
                 OR WS-CONT-ACU-NO-RECONOCIDOS > 0
                 MOVE 8                     TO RETURN-CODE
              END-IF
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

           DISPLAY 'PENDIENTES DE NOMINA PREVIOS      : '
                   WS-CONT-PEN-PREVIOS.
           DISPLAY 'ACUSES LEIDOS                     : '
                   WS-CONT-ACU-LEIDOS.
           DISPLAY 'ACUSES DE ACEPTACION              : '
                   WS-CONT-ACU-ACEPTADOS.
           DISPLAY 'ACUSES DE RECHAZO                 : '
                   WS-CONT-ACU-RECHAZADOS.
           DISPLAY 'ACUSES NO RECONOCIDOS             : '
                   WS-CONT-ACU-NO-RECONOCIDOS.
           DISPLAY 'PENDIENTES RECHAZADOS             : '
                   WS-CONT-PEN-RECHAZADOS.
           DISPLAY 'PENDIENTES VENCIDOS SIN ACUSE     : '
                   WS-CONT-PEN-VENCIDOS.
           DISPLAY 'PENDIENTES DENTRO DEL PLAZO       : '
                   WS-CONT-PEN-EN-PLAZO.
           DISPLAY 'PENDIENTES AL CIERRE              : '
                   WS-CONT-PEN-GRABADOS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REGRABA LOS PENDIENTES SIN LOS ENVIOS QUE NOMINA ACEPTO.
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
       3200-GRABAR-TOTALES.

           MOVE 'ACUSES LEIDOS                       :'
                                             TO WS-CON-CNT-ETIQUETA.
           MOVE WS-CONT-ACU-LEIDOS          TO WS-CON-CNT-VALOR.
           PERFORM 3210-GRABAR-CONTADOR
              THRU 3210-GRABAR-CONTADOR-FIN.

           MOVE '   ACEPTADOS                        :'
                                             TO WS-CON-CNT-ETIQUETA.
           MOVE WS-CONT-ACU-ACEPTADOS       TO WS-CON-CNT-VALOR.
           PERFORM 3210-GRABAR-CONTADOR
              THRU 3210-GRABAR-CONTADOR-FIN.

           MOVE '   RECHAZADOS                       :'
                                             TO WS-CON-CNT-ETIQUETA.
           MOVE WS-CONT-ACU-RECHAZADOS      TO WS-CON-CNT-VALOR.
           PERFORM 3210-GRABAR-CONTADOR
              THRU 3210-GRABAR-CONTADOR-FIN.

           MOVE '   NO RECONOCIDOS                   :'
                                             TO WS-CON-CNT-ETIQUETA.
           MOVE WS-CONT-ACU-NO-RECONOCIDOS  TO WS-CON-CNT-VALOR.
           PERFORM 3210-GRABAR-CONTADOR
              THRU 3210-GRABAR-CONTADOR-FIN.

           MOVE 'PENDIENTES RECHAZADOS               :'
                                             TO WS-CON-CNT-ETIQUETA.
           MOVE WS-CONT-PEN-RECHAZADOS      TO WS-CON-CNT-VALOR.
           PERFORM 3210-GRABAR-CONTADOR
              THRU 3210-GRABAR-CONTADOR-FIN.

           MOVE 'PENDIENTES VENCIDOS SIN ACUSE       :'
                                             TO WS-CON-CNT-ETIQUETA.
           MOVE WS-CONT-PEN-VENCIDOS        TO WS-CON-CNT-VALOR.
           PERFORM 3210-GRABAR-CONTADOR
              THRU 3210-GRABAR-CONTADOR-FIN.

           MOVE 'PENDIENTES DENTRO DEL PLAZO         :'
                                             TO WS-CON-CNT-ETIQUETA.
           MOVE WS-CONT-PEN-EN-PLAZO        TO WS-CON-CNT-VALOR.
           PERFORM 3210-GRABAR-CONTADOR
              THRU 3210-GRABAR-CONTADOR-FIN.

           MOVE 'PENDIENTES AL CIERRE                :'
                                             TO WS-CON-CNT-ETIQUETA.
           MOVE WS-CONT-PEN-GRABADOS        TO WS-CON-CNT-VALOR.
           PERFORM 3210-GRABAR-CONTADOR
              THRU 3210-GRABAR-CONTADOR-FIN.

       3200-GRABAR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3210-GRABAR-CONTADOR.

           MOVE WS-REG-CON-CONTADOR         TO WS-SAL-CONCILIACION.
           PERFORM 2900-ESCRIBIR-CONCILIACION
              THRU 2900-ESCRIBIR-CONCILIACION-FIN.

       3210-GRABAR-CONTADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ24.
