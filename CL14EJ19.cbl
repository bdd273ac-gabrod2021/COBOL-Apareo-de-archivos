      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: LISTADO DE LA AUDITORIA DE MANTENIMIENTO (CL14EJ03 Y
      *          CL14EJ09) FILTRADO POR EMPLEADO, OPERADOR O FECHAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ19.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-CONSULTA
           ASSIGN TO '../CONSULTA-AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSULTA.

       SELECT ENT-AUDITORIA
           ASSIGN TO '../AUDITORIA-MANTENIMIENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       SELECT SAL-LISTADO
           ASSIGN TO '../LISTADO-AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * TARJETA DE CONSULTA, CON UNA O MAS DE ESTAS LINEAS (TODAS
      * OPCIONALES; LAS QUE VENGAN SE COMBINAN ENTRE SI):
      *    ID-EMPLEADO=NNNNNNNN
      *    OPERADOR=XXXXXXXX
      *    FECHA-DESDE=AAAAMMDD
      *    FECHA-HASTA=AAAAMMDD
      * LAS LINEAS EN BLANCO SE IGNORAN. SIN NINGUN FILTRO SE LISTA LA
      * AUDITORIA COMPLETA.
       FD ENT-CONSULTA.
       01 WS-ENT-CONSULTA                   PIC X(80).

       FD ENT-AUDITORIA.
       01 WS-ENT-AUDITORIA                  PIC X(204).

       FD SAL-LISTADO.
       01 WS-SAL-LISTADO                    PIC X(150).

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO "AUDITORIA-MANTENIMIENTO.TXT": AQUI SE USA
      * COMO AREA DE DESGLOSE DE CADA RENGLON LEIDO.
          COPY AUDITORIA.

       01 FS-STATUS.
          05 FS-CONSULTA                    PIC X(2).
             88 FS-CONSULTA-OK                  VALUE '00'.
             88 FS-CONSULTA-EOF                 VALUE '10'.
             88 FS-CONSULTA-NFD                 VALUE '35'.
          05 FS-AUDITORIA                   PIC X(2).
             88 FS-AUDITORIA-OK                 VALUE '00'.
             88 FS-AUDITORIA-EOF                VALUE '10'.
             88 FS-AUDITORIA-NFD                VALUE '35'.
          05 FS-LISTADO                     PIC X(2).
             88 FS-LISTADO-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-INICIO                   PIC X(01) VALUE 'S'.
             88 WS-INICIO-OK                    VALUE 'S'.
             88 WS-INICIO-ERROR                 VALUE 'N'.
          05 WS-SW-FILTRO-ID                PIC X(01) VALUE 'N'.
             88 WS-FILTRO-ID-SI                 VALUE 'S'.
             88 WS-FILTRO-ID-NO                 VALUE 'N'.
          05 WS-SW-FILTRO-OPERADOR          PIC X(01) VALUE 'N'.
             88 WS-FILTRO-OPERADOR-SI           VALUE 'S'.
             88 WS-FILTRO-OPERADOR-NO           VALUE 'N'.
          05 WS-SW-SELECCION                PIC X(01) VALUE 'N'.
             88 WS-RENGLON-SELECCIONADO         VALUE 'S'.
             88 WS-RENGLON-DESCARTADO           VALUE 'N'.

      * FILTROS CARGADOS DESDE LA TARJETA. EL RANGO DE FECHAS ARRANCA
      * ABIERTO EN AMBOS EXTREMOS.
       01 WS-FILTROS.
          05 WS-FIL-ID-EMPLEADO             PIC 9(08) VALUE 0.
          05 WS-FIL-OPERADOR                PIC X(08) VALUE SPACES.
          05 WS-FIL-FECHA-DESDE             PIC 9(08) VALUE 0.
          05 WS-FIL-FECHA-HASTA             PIC 9(08) VALUE 99999999.

       01 WS-CONTADORES.
          05 WS-CONT-REG-AUDITORIA          PIC 9(08) VALUE 0.
          05 WS-CONT-REG-LISTADOS           PIC 9(08) VALUE 0.
          05 WS-CONT-ALTAS                  PIC 9(08) VALUE 0.
          05 WS-CONT-MODIFICACIONES         PIC 9(08) VALUE 0.
          05 WS-CONT-BAJAS                  PIC 9(08) VALUE 0.

      * IMAGENES EN MEMORIA DE LAS LINEAS DEL LISTADO.
       01 WS-REG-LIS-TITULO                 PIC X(150) VALUE
          'LISTADO DE AUDITORIA DE MANTENIMIENTO - PROGRAMA CL14EJ19'.

       01 WS-REG-LIS-SEPARADOR              PIC X(150) VALUE ALL '-'.

       01 WS-REG-LIS-FILTRO.
          05 WS-LIS-FIL-ETIQUETA            PIC X(20).
          05 WS-LIS-FIL-VALOR               PIC X(20).
          05 FILLER                        PIC X(110) VALUE SPACES.

       01 WS-REG-LIS-ENCABEZADO.
          05 FILLER PIC X(10) VALUE 'FECHA'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(08) VALUE 'HORA'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(08) VALUE 'PROGRAMA'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(08) VALUE 'OPERADOR'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(12) VALUE 'REFERENCIA'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(09) VALUE 'REGISTRO'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(12) VALUE 'ACCION'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(11) VALUE 'ID EMPLEADO'.

       01 WS-REG-LIS-DETALLE.
          05 WS-LIS-DET-DD                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-LIS-DET-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-LIS-DET-AAAA                PIC 9(04).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-LIS-DET-HH                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE ':'.
          05 WS-LIS-DET-MI                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE ':'.
          05 WS-LIS-DET-SS                  PIC 9(02).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-LIS-DET-PROGRAMA            PIC X(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-LIS-DET-OPERADOR            PIC X(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-LIS-DET-REFERENCIA          PIC X(12).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-LIS-DET-REGISTRO            PIC X(09).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-LIS-DET-ACCION              PIC X(12).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-LIS-DET-ID-EMPLEADO         PIC 9(08).
          05 FILLER                        PIC X(59) VALUE SPACES.

       01 WS-REG-LIS-IMAGEN.
          05 WS-LIS-IMG-ETIQUETA            PIC X(15).
          05 WS-LIS-IMG-TEXTO               PIC X(62).
          05 FILLER                        PIC X(73) VALUE SPACES.

       01 WS-REG-LIS-SIN-MOVIM              PIC X(150) VALUE
          'SIN MOVIMIENTOS DE AUDITORIA PARA LOS FILTROS INDICADOS'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-INICIO-OK
              PERFORM 2000-LISTAR-AUDITORIA
                 THRU 2000-LISTAR-AUDITORIA-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           PERFORM 1100-CARGAR-CONSULTA
              THRU 1100-CARGAR-CONSULTA-FIN.

           IF WS-INICIO-OK
              AND WS-FIL-FECHA-DESDE > WS-FIL-FECHA-HASTA
              DISPLAY 'FECHA-DESDE POSTERIOR A FECHA-HASTA'
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

           IF WS-INICIO-OK
              PERFORM 1300-ABRIR-LISTADO
                 THRU 1300-ABRIR-LISTADO-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CONSULTA.

           OPEN INPUT ENT-CONSULTA.

           EVALUATE TRUE
               WHEN FS-CONSULTA-OK
                    PERFORM 1110-LEER-LINEA-CONSULTA
                       THRU 1110-LEER-LINEA-CONSULTA-FIN
                      UNTIL FS-CONSULTA-EOF
                         OR WS-INICIO-ERROR
                    CLOSE ENT-CONSULTA
               WHEN FS-CONSULTA-NFD
                    DISPLAY 'NO SE ENCUENTRA LA TARJETA DE CONSULTA'
                    DISPLAY 'FILE STATUS: ' FS-CONSULTA
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA TARJETA DE CONSULTA'
                    DISPLAY 'FILE STATUS: ' FS-CONSULTA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1100-CARGAR-CONSULTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-LINEA-CONSULTA.

           READ ENT-CONSULTA.

           EVALUATE TRUE
               WHEN FS-CONSULTA-OK
                    PERFORM 1120-INTERPRETAR-LINEA
                       THRU 1120-INTERPRETAR-LINEA-FIN
               WHEN FS-CONSULTA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA TARJETA DE CONSULTA'
                    DISPLAY 'FILE STATUS: ' FS-CONSULTA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1110-LEER-LINEA-CONSULTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-INTERPRETAR-LINEA.

           EVALUATE TRUE
               WHEN WS-ENT-CONSULTA = SPACES
                    CONTINUE
               WHEN WS-ENT-CONSULTA(1:12) = 'ID-EMPLEADO='
                    IF WS-ENT-CONSULTA(13:8) IS NUMERIC
                       MOVE WS-ENT-CONSULTA(13:8)
                                             TO WS-FIL-ID-EMPLEADO
                       SET WS-FILTRO-ID-SI  TO TRUE
                    ELSE
                       DISPLAY 'ID-EMPLEADO NO NUMERICO: '
                               WS-ENT-CONSULTA
                       SET WS-INICIO-ERROR TO TRUE
                    END-IF
               WHEN WS-ENT-CONSULTA(1:9) = 'OPERADOR='
                    IF WS-ENT-CONSULTA(10:8) NOT = SPACES
                       MOVE WS-ENT-CONSULTA(10:8)
                                             TO WS-FIL-OPERADOR
                       SET WS-FILTRO-OPERADOR-SI TO TRUE
                    ELSE
                       DISPLAY 'OPERADOR EN BLANCO: ' WS-ENT-CONSULTA
                       SET WS-INICIO-ERROR TO TRUE
                    END-IF
               WHEN WS-ENT-CONSULTA(1:12) = 'FECHA-DESDE='
                    IF WS-ENT-CONSULTA(13:8) IS NUMERIC
                       MOVE WS-ENT-CONSULTA(13:8)
                                             TO WS-FIL-FECHA-DESDE
                    ELSE
                       DISPLAY 'FECHA-DESDE NO NUMERICA: '
                               WS-ENT-CONSULTA
                       SET WS-INICIO-ERROR TO TRUE
                    END-IF
               WHEN WS-ENT-CONSULTA(1:12) = 'FECHA-HASTA='
                    IF WS-ENT-CONSULTA(13:8) IS NUMERIC
                       MOVE WS-ENT-CONSULTA(13:8)
                                             TO WS-FIL-FECHA-HASTA
                    ELSE
                       DISPLAY 'FECHA-HASTA NO NUMERICA: '
                               WS-ENT-CONSULTA
                       SET WS-INICIO-ERROR TO TRUE
                    END-IF
               WHEN OTHER
                    DISPLAY 'LINEA DE TARJETA INVALIDA: '
                            WS-ENT-CONSULTA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1120-INTERPRETAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE EL LISTADO Y ESCRIBE EL TITULO, LOS FILTROS APLICADOS Y
      * EL ENCABEZADO DE COLUMNAS.
       1300-ABRIR-LISTADO.

           OPEN OUTPUT SAL-LISTADO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LISTADO'
              DISPLAY 'FILE STATUS: ' FS-LISTADO
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1300-ABRIR-LISTADO-FIN
           END-IF.

           MOVE WS-REG-LIS-TITULO           TO WS-SAL-LISTADO.
           PERFORM 2900-ESCRIBIR-LISTADO
              THRU 2900-ESCRIBIR-LISTADO-FIN.

           MOVE WS-REG-LIS-SEPARADOR        TO WS-SAL-LISTADO.
           PERFORM 2900-ESCRIBIR-LISTADO
              THRU 2900-ESCRIBIR-LISTADO-FIN.

           MOVE 'ID EMPLEADO       : '      TO WS-LIS-FIL-ETIQUETA.
           IF WS-FILTRO-ID-SI
              MOVE WS-FIL-ID-EMPLEADO       TO WS-LIS-FIL-VALOR
           ELSE
              MOVE 'TODOS'                  TO WS-LIS-FIL-VALOR
           END-IF.
           MOVE WS-REG-LIS-FILTRO           TO WS-SAL-LISTADO.
           PERFORM 2900-ESCRIBIR-LISTADO
              THRU 2900-ESCRIBIR-LISTADO-FIN.

           MOVE 'OPERADOR          : '      TO WS-LIS-FIL-ETIQUETA.
           IF WS-FILTRO-OPERADOR-SI
              MOVE WS-FIL-OPERADOR          TO WS-LIS-FIL-VALOR
           ELSE
              MOVE 'TODOS'                  TO WS-LIS-FIL-VALOR
           END-IF.
           MOVE WS-REG-LIS-FILTRO           TO WS-SAL-LISTADO.
           PERFORM 2900-ESCRIBIR-LISTADO
              THRU 2900-ESCRIBIR-LISTADO-FIN.

           MOVE 'FECHA DESDE       : '      TO WS-LIS-FIL-ETIQUETA.
           MOVE WS-FIL-FECHA-DESDE          TO WS-LIS-FIL-VALOR.
           MOVE WS-REG-LIS-FILTRO           TO WS-SAL-LISTADO.
           PERFORM 2900-ESCRIBIR-LISTADO
              THRU 2900-ESCRIBIR-LISTADO-FIN.

           MOVE 'FECHA HASTA       : '      TO WS-LIS-FIL-ETIQUETA.
           MOVE WS-FIL-FECHA-HASTA          TO WS-LIS-FIL-VALOR.
           MOVE WS-REG-LIS-FILTRO           TO WS-SAL-LISTADO.
           PERFORM 2900-ESCRIBIR-LISTADO
              THRU 2900-ESCRIBIR-LISTADO-FIN.

           MOVE WS-REG-LIS-SEPARADOR        TO WS-SAL-LISTADO.
           PERFORM 2900-ESCRIBIR-LISTADO
              THRU 2900-ESCRIBIR-LISTADO-FIN.

           MOVE WS-REG-LIS-ENCABEZADO       TO WS-SAL-LISTADO.
           PERFORM 2900-ESCRIBIR-LISTADO
              THRU 2900-ESCRIBIR-LISTADO-FIN.

           MOVE WS-REG-LIS-SEPARADOR        TO WS-SAL-LISTADO.
           PERFORM 2900-ESCRIBIR-LISTADO
              THRU 2900-ESCRIBIR-LISTADO-FIN.

       1300-ABRIR-LISTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA AUDITORIA SE GRABA SIEMPRE AGREGANDO AL FINAL, POR LO QUE
      * LOS MOVIMIENTOS SALEN YA EN ORDEN CRONOLOGICO.
       2000-LISTAR-AUDITORIA.

           OPEN INPUT ENT-AUDITORIA.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-OK
                    PERFORM 2010-LEER-AUDITORIA
                       THRU 2010-LEER-AUDITORIA-FIN
                      UNTIL FS-AUDITORIA-EOF
                    CLOSE ENT-AUDITORIA
               WHEN FS-AUDITORIA-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

           IF WS-INICIO-OK
              AND WS-CONT-REG-LISTADOS = 0
              MOVE WS-REG-LIS-SIN-MOVIM     TO WS-SAL-LISTADO
              PERFORM 2900-ESCRIBIR-LISTADO
                 THRU 2900-ESCRIBIR-LISTADO-FIN
           END-IF.

       2000-LISTAR-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-AUDITORIA.

           READ ENT-AUDITORIA.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-OK
                    ADD 1                   TO WS-CONT-REG-AUDITORIA
                    MOVE WS-ENT-AUDITORIA   TO WS-REG-AUDITORIA
                    PERFORM 2050-APLICAR-FILTROS
                       THRU 2050-APLICAR-FILTROS-FIN
                    IF WS-RENGLON-SELECCIONADO
                       PERFORM 2100-LISTAR-MOVIMIENTO
                          THRU 2100-LISTAR-MOVIMIENTO-FIN
                    END-IF
               WHEN FS-AUDITORIA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE AUDITORIA'
                    DISPLAY 'FILE STATUS: ' FS-AUDITORIA
           END-EVALUATE.

       2010-LEER-AUDITORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN RENGLON SE LISTA SOLO SI PASA TODOS LOS FILTROS CARGADOS.
       2050-APLICAR-FILTROS.

           SET WS-RENGLON-DESCARTADO        TO TRUE.

           IF WS-FILTRO-ID-SI
              AND WS-AUD-ID-EMPLEADO NOT = WS-FIL-ID-EMPLEADO
              GO TO 2050-APLICAR-FILTROS-FIN
           END-IF.

           IF WS-FILTRO-OPERADOR-SI
              AND WS-AUD-OPERADOR NOT = WS-FIL-OPERADOR
              GO TO 2050-APLICAR-FILTROS-FIN
           END-IF.

           IF WS-AUD-FECHA < WS-FIL-FECHA-DESDE
              OR WS-AUD-FECHA > WS-FIL-FECHA-HASTA
              GO TO 2050-APLICAR-FILTROS-FIN
           END-IF.

           SET WS-RENGLON-SELECCIONADO      TO TRUE.

       2050-APLICAR-FILTROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CADA MOVIMIENTO OCUPA TRES LINEAS: LOS DATOS DEL CAMBIO Y LAS
      * IMAGENES DEL REGISTRO ANTES Y DESPUES.
       2100-LISTAR-MOVIMIENTO.

           MOVE WS-AUD-FECHA(7:2)           TO WS-LIS-DET-DD.
           MOVE WS-AUD-FECHA(5:2)           TO WS-LIS-DET-MM.
           MOVE WS-AUD-FECHA(1:4)           TO WS-LIS-DET-AAAA.
           MOVE WS-AUD-HORA(1:2)            TO WS-LIS-DET-HH.
           MOVE WS-AUD-HORA(3:2)            TO WS-LIS-DET-MI.
           MOVE WS-AUD-HORA(5:2)            TO WS-LIS-DET-SS.
           MOVE WS-AUD-PROGRAMA             TO WS-LIS-DET-PROGRAMA.
           MOVE WS-AUD-OPERADOR             TO WS-LIS-DET-OPERADOR.
           MOVE WS-AUD-REFERENCIA           TO WS-LIS-DET-REFERENCIA.
           MOVE WS-AUD-TIPO-REGISTRO        TO WS-LIS-DET-REGISTRO.
           MOVE WS-AUD-ID-EMPLEADO          TO WS-LIS-DET-ID-EMPLEADO.

           EVALUATE WS-AUD-ACCION
               WHEN 'A'
                    MOVE 'ALTA'             TO WS-LIS-DET-ACCION
                    ADD 1                   TO WS-CONT-ALTAS
               WHEN 'M'
                    MOVE 'MODIFICACION'     TO WS-LIS-DET-ACCION
                    ADD 1                   TO WS-CONT-MODIFICACIONES
               WHEN 'B'
                    MOVE 'BAJA'             TO WS-LIS-DET-ACCION
                    ADD 1                   TO WS-CONT-BAJAS
               WHEN OTHER
                    MOVE WS-AUD-ACCION      TO WS-LIS-DET-ACCION
           END-EVALUATE.

           MOVE WS-REG-LIS-DETALLE          TO WS-SAL-LISTADO.
           PERFORM 2900-ESCRIBIR-LISTADO
              THRU 2900-ESCRIBIR-LISTADO-FIN.

           MOVE '   ANTES     : '           TO WS-LIS-IMG-ETIQUETA.
           MOVE WS-AUD-IMAGEN-ANTERIOR      TO WS-LIS-IMG-TEXTO.
           MOVE WS-REG-LIS-IMAGEN           TO WS-SAL-LISTADO.
           PERFORM 2900-ESCRIBIR-LISTADO
              THRU 2900-ESCRIBIR-LISTADO-FIN.

           MOVE '   DESPUES   : '           TO WS-LIS-IMG-ETIQUETA.
           MOVE WS-AUD-IMAGEN-POSTERIOR     TO WS-LIS-IMG-TEXTO.
           MOVE WS-REG-LIS-IMAGEN           TO WS-SAL-LISTADO.
           PERFORM 2900-ESCRIBIR-LISTADO
              THRU 2900-ESCRIBIR-LISTADO-FIN.

           ADD 1                            TO WS-CONT-REG-LISTADOS.

       2100-LISTAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-LISTADO.

           WRITE WS-SAL-LISTADO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL ESCRIBIR LISTADO-AUDITORIA.TXT: '
                      FS-LISTADO
           END-IF.

       2900-ESCRIBIR-LISTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE SAL-LISTADO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO LISTADO: ' FS-LISTADO
           END-IF.

           IF WS-INICIO-ERROR
              DISPLAY 'PROCESO ABORTADO POR TARJETA O ENTRADAS '
                      'INVALIDAS'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           DISPLAY 'RENGLONES DE AUDITORIA LEIDOS     : '
                   WS-CONT-REG-AUDITORIA.
           DISPLAY 'MOVIMIENTOS LISTADOS              : '
                   WS-CONT-REG-LISTADOS.
           DISPLAY '   ALTAS                          : '
                   WS-CONT-ALTAS.
           DISPLAY '   MODIFICACIONES                 : '
                   WS-CONT-MODIFICACIONES.
           DISPLAY '   BAJAS                          : '
                   WS-CONT-BAJAS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ19.
