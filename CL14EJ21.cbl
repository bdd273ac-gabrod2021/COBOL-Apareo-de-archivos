      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: REGISTRO DE LAS ESTADISTICAS DE LA NOCHE (CONTADORES
      *          DEL REPORTE CL14EJ01 Y PASOS DE LA CADENA CL14EJ08)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ21.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-CADENA
           ASSIGN TO '../CADENA-CL14EJ08.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADENA.

       SELECT ENT-REPORTE
           ASSIGN TO '../REPORTE-CL14EJ01.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT ARCH-ESTADISTICAS
           ASSIGN TO '../ESTADISTICAS-CADENA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADISTICAS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * BITACORA QUE CL14EJ08 ACABA DE CERRAR: DE ELLA SALEN LA FECHA
      * DE LA NOCHE, LOS PASOS CON SU CODIGO DE RETORNO Y EL ESTADO
      * FINAL DE LA CADENA.
       FD ENT-CADENA.
       01 WS-ENT-CADENA                     PIC X(80).

       FD ENT-REPORTE.
       01 WS-ENT-REPORTE                    PIC X(80).

      * HISTORIA PERSISTENTE, UNA LINEA POR NOCHE EN ORDEN DE FECHA.
      * SE LEE COMPLETA Y SE REGRABA CON LA NOCHE NUEVA EN SU LUGAR.
       FD ARCH-ESTADISTICAS.
       01 WS-REG-ARCH-ESTADISTICAS          PIC X(250).

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO "ESTADISTICAS-CADENA.TXT": AQUI SE ARMA LA
      * LINEA DE LA NOCHE.
          COPY ESTADISTICA.

       01 FS-STATUS.
          05 FS-CADENA                      PIC X(2).
             88 FS-CADENA-OK                    VALUE '00'.
             88 FS-CADENA-EOF                   VALUE '10'.
             88 FS-CADENA-NFD                   VALUE '35'.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.
             88 FS-REPORTE-EOF                  VALUE '10'.
             88 FS-REPORTE-NFD                  VALUE '35'.
          05 FS-ESTADISTICAS                PIC X(2).
             88 FS-ESTADISTICAS-OK              VALUE '00'.
             88 FS-ESTADISTICAS-EOF             VALUE '10'.
             88 FS-ESTADISTICAS-NFD             VALUE '35'.

       01 WS-SWITCHES.
          05 WS-SW-INICIO                   PIC X(01) VALUE 'S'.
             88 WS-INICIO-OK                    VALUE 'S'.
             88 WS-INICIO-ERROR                 VALUE 'N'.
          05 WS-SW-FECHA-CADENA             PIC X(01) VALUE 'N'.
             88 WS-FECHA-CADENA-HALLADA         VALUE 'S'.
             88 WS-FECHA-CADENA-FALTA           VALUE 'N'.
          05 WS-SW-ESTADO-CADENA            PIC X(01) VALUE 'N'.
             88 WS-ESTADO-CADENA-HALLADO        VALUE 'S'.
             88 WS-ESTADO-CADENA-FALTA          VALUE 'N'.
          05 WS-SW-APAREO-CORRIO            PIC X(01) VALUE 'N'.
             88 WS-APAREO-CORRIO-BIEN           VALUE 'S'.
             88 WS-APAREO-NO-CORRIO             VALUE 'N'.
          05 WS-SW-NOCHE-GRABADA            PIC X(01) VALUE 'N'.
             88 WS-NOCHE-GRABADA                VALUE 'S'.
             88 WS-NOCHE-PENDIENTE              VALUE 'N'.

      * TEXTOS EXACTOS CON QUE CL14EJ08 GRABA SU BITACORA; SIRVEN PARA
      * RECONOCER LAS LINEAS AL RELEERLA.
       01 WS-ETI-FECHA-CORRIDA              PIC X(20) VALUE
          'FECHA DE CORRIDA  : '.

       01 WS-ETI-ESTADO-CADENA              PIC X(20) VALUE
          'ESTADO DE CADENA  : '.

       01 WS-TEXTO-COMPLETA                 PIC X(60) VALUE
          'COMPLETA SIN NOVEDAD'.

       01 WS-TEXTO-DETENIDA-VOLUMEN         PIC X(60) VALUE
          'DETENIDA POR CONTROL DE VOLUMEN'.

       01 WS-CAD-ESTADO-TEXTO               PIC X(60) VALUE SPACES.

      * FECHA DE LA BITACORA (DD/MM/AAAA) PASADA A AAAAMMDD.
       01 WS-FECHA-CADENA.
          05 WS-FEC-CAD-AAAA                PIC 9(04).
          05 WS-FEC-CAD-MM                  PIC 9(02).
          05 WS-FEC-CAD-DD                  PIC 9(02).

       01 WS-FECHA-CADENA-N REDEFINES WS-FECHA-CADENA
                                             PIC 9(08).

      * ETIQUETAS EXACTAS CON QUE 3100-GRABAR-REPORTE DE CL14EJ01
      * GRABA CADA CONTADOR, EN EL ORDEN DE LA VISTA TABULAR DE
      * ESTADISTICA.
       01 WS-ETIQUETAS-VALORES.
          05 FILLER PIC X(38) VALUE
             'CANTIDAD DE REGISTROS EMPLEADOS   :'.
          05 FILLER PIC X(38) VALUE
             'CANTIDAD DE REGISTROS APAREADOS   :'.
          05 FILLER PIC X(38) VALUE
             'CANTIDAD DE REGISTROS CON ERROR   :'.
          05 FILLER PIC X(38) VALUE
             '   SIN DIRECCION (EMPLEADO)       :'.
          05 FILLER PIC X(38) VALUE
             '   SIN EMPLEADO (DIRECCION)       :'.
          05 FILLER PIC X(38) VALUE
             '   SIN TELEFONO (EMPLEADO)        :'.
          05 FILLER PIC X(38) VALUE
             '   DIRECCION INVALIDA             :'.
          05 FILLER PIC X(38) VALUE
             'CANTIDAD DE REGISTROS INACTIVOS   :'.
          05 FILLER PIC X(38) VALUE
             'CANTIDAD DE REGISTROS DE BAJA     :'.
          05 FILLER PIC X(38) VALUE
             'CANTIDAD DE REGISTROS EN LICENCIA :'.

       01 WS-ETIQUETAS-R REDEFINES WS-ETIQUETAS-VALORES.
          05 WS-ETI-CONTADOR OCCURS 10 TIMES PIC X(38).

       01 WS-SUB-CONCEPTO                   PIC 9(02) VALUE 0.
       01 WS-REP-ETIQUETAS-HALLADAS         PIC 9(02) VALUE 0.

      * HISTORIA EN MEMORIA, EN EL ORDEN DEL ARCHIVO (POR FECHA).
       01 WS-TAB-EST-CANTIDAD               PIC 9(04) VALUE 0.
       01 WS-TAB-EST-IDX                    PIC 9(04) VALUE 0.

       01 WS-TABLA-ESTADISTICAS.
          05 WS-TAB-EST-LINEA OCCURS 1 TO 9999 TIMES
                              DEPENDING ON WS-TAB-EST-CANTIDAD.
             10 WS-TAB-EST-FECHA            PIC 9(08).
             10 FILLER                     PIC X(242).

       01 WS-CONTADORES.
          05 WS-CONT-REG-HISTORIA           PIC 9(08) VALUE 0.
          05 WS-CONT-REG-GRABADOS           PIC 9(08) VALUE 0.
          05 WS-CONT-PASOS                  PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-INICIO-OK
              PERFORM 2000-REGISTRAR-NOCHE
                 THRU 2000-REGISTRAR-NOCHE-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           MOVE SPACES                      TO WS-REG-ESTADISTICA.
           MOVE 0                           TO WS-EST-EMPLEADOS
                                               WS-EST-APAREADOS
                                               WS-EST-ERROR
                                               WS-EST-SIN-DIR
                                               WS-EST-SIN-EMP
                                               WS-EST-SIN-TEL
                                               WS-EST-DIR-INVALIDA
                                               WS-EST-INACTIVOS
                                               WS-EST-BAJAS
                                               WS-EST-LICENCIAS.

           PERFORM 1100-LEVANTAR-BITACORA
              THRU 1100-LEVANTAR-BITACORA-FIN.

           IF WS-INICIO-ERROR
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

      * EL REPORTE DE CONTROL SOLO ES DE ESTA NOCHE SI CL14EJ01 CORRIO
      * Y TERMINO BIEN; SI NO, EL QUE HAY EN DISCO ES DE UNA NOCHE
      * ANTERIOR Y LA NOCHE SE REGISTRA CON LOS CONTADORES EN CERO.
           IF WS-APAREO-CORRIO-BIEN
              PERFORM 1200-LEVANTAR-REPORTE
                 THRU 1200-LEVANTAR-REPORTE-FIN
              IF WS-INICIO-OK
                 AND WS-REP-ETIQUETAS-HALLADAS < 10
                 DISPLAY 'REPORTE DE CONTROL INCOMPLETO'
                 DISPLAY '   ETIQUETAS HALLADAS: '
                         WS-REP-ETIQUETAS-HALLADAS
                 SET WS-INICIO-ERROR TO TRUE
              END-IF
           ELSE
              DISPLAY 'CL14EJ01 NO TERMINO BIEN: CONTADORES EN CERO'
           END-IF.

           IF WS-INICIO-OK
              PERFORM 1300-CARGAR-HISTORIA
                 THRU 1300-CARGAR-HISTORIA-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEVANTAR-BITACORA.

           OPEN INPUT ENT-CADENA.

           EVALUATE TRUE
               WHEN FS-CADENA-OK
                    PERFORM 1110-LEER-BITACORA
                       THRU 1110-LEER-BITACORA-FIN
                      UNTIL FS-CADENA-EOF
                    CLOSE ENT-CADENA
               WHEN FS-CADENA-NFD
                    DISPLAY 'NO SE ENCUENTRA LA BITACORA DE CADENA'
                    DISPLAY 'FILE STATUS: ' FS-CADENA
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA BITACORA DE CADENA'
                    DISPLAY 'FILE STATUS: ' FS-CADENA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

           IF WS-INICIO-OK
              AND (WS-FECHA-CADENA-FALTA OR WS-ESTADO-CADENA-FALTA)
              DISPLAY 'BITACORA DE CADENA INCOMPLETA (SIN FECHA O SIN '
                      'ESTADO FINAL)'
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

           IF WS-INICIO-ERROR
              GO TO 1100-LEVANTAR-BITACORA-FIN
           END-IF.

           MOVE WS-FECHA-CADENA-N           TO WS-EST-FECHA.

           EVALUATE WS-CAD-ESTADO-TEXTO
               WHEN WS-TEXTO-COMPLETA
                    SET WS-EST-COMPLETA     TO TRUE
               WHEN WS-TEXTO-DETENIDA-VOLUMEN
                    SET WS-EST-DETENIDA-VOLUMEN TO TRUE
               WHEN OTHER
                    SET WS-EST-DETENIDA     TO TRUE
           END-EVALUATE.

       1100-LEVANTAR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-BITACORA.

           READ ENT-CADENA.

           EVALUATE TRUE
               WHEN FS-CADENA-OK
                    PERFORM 1120-RECONOCER-LINEA-CADENA
                       THRU 1120-RECONOCER-LINEA-CADENA-FIN
               WHEN FS-CADENA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA BITACORA DE CADENA'
                    DISPLAY 'FILE STATUS: ' FS-CADENA
                    SET WS-INICIO-ERROR     TO TRUE
                    SET FS-CADENA-EOF       TO TRUE
           END-EVALUATE.

       1110-LEER-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECONOCE LAS TRES CLASES DE LINEA QUE INTERESAN DE LA
      * BITACORA: LA FECHA DE CORRIDA, CADA LINEA DE PASO (NOMBRE EN
      * 1:8, "INICIO: " EN 11:8, "RC: " EN 44:4 Y EL CODIGO EN 48:4) Y
      * EL ESTADO FINAL DE LA CADENA.
       1120-RECONOCER-LINEA-CADENA.

           EVALUATE TRUE
               WHEN WS-ENT-CADENA(1:20) = WS-ETI-FECHA-CORRIDA
                    IF WS-ENT-CADENA(21:2) IS NUMERIC
                       AND WS-ENT-CADENA(24:2) IS NUMERIC
                       AND WS-ENT-CADENA(27:4) IS NUMERIC
                       MOVE WS-ENT-CADENA(21:2) TO WS-FEC-CAD-DD
                       MOVE WS-ENT-CADENA(24:2) TO WS-FEC-CAD-MM
                       MOVE WS-ENT-CADENA(27:4) TO WS-FEC-CAD-AAAA
                       SET WS-FECHA-CADENA-HALLADA TO TRUE
                    END-IF
               WHEN WS-ENT-CADENA(1:20) = WS-ETI-ESTADO-CADENA
                    MOVE WS-ENT-CADENA(21:60) TO WS-CAD-ESTADO-TEXTO
                    SET WS-ESTADO-CADENA-HALLADO TO TRUE
               WHEN WS-ENT-CADENA(11:8) = 'INICIO: '
                AND WS-ENT-CADENA(44:4) = 'RC: '
                    PERFORM 1130-ANOTAR-PASO
                       THRU 1130-ANOTAR-PASO-FIN
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       1120-RECONOCER-LINEA-CADENA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1130-ANOTAR-PASO.

           IF WS-CONT-PASOS >= 10
              DISPLAY 'PASO NO REGISTRADO (MAS DE 10 PASOS): '
                      WS-ENT-CADENA(1:8)
              GO TO 1130-ANOTAR-PASO-FIN
           END-IF.

           ADD 1                            TO WS-CONT-PASOS.
           MOVE WS-ENT-CADENA(1:8)
                     TO WS-EST-PAS-NOMBRE(WS-CONT-PASOS).
           MOVE WS-ENT-CADENA(48:4)
                     TO WS-EST-PAS-RETORNO(WS-CONT-PASOS).

           IF WS-ENT-CADENA(1:8) = 'CL14EJ01'
              AND WS-ENT-CADENA(48:4) = '0000'
              SET WS-APAREO-CORRIO-BIEN     TO TRUE
           END-IF.

       1130-ANOTAR-PASO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEVANTAR-REPORTE.

           OPEN INPUT ENT-REPORTE.

           EVALUATE TRUE
               WHEN FS-REPORTE-OK
                    PERFORM 1210-LEER-LINEA-REPORTE
                       THRU 1210-LEER-LINEA-REPORTE-FIN
                      UNTIL FS-REPORTE-EOF
                    CLOSE ENT-REPORTE
               WHEN FS-REPORTE-NFD
                    DISPLAY 'NO SE ENCUENTRA EL REPORTE DE CONTROL'
                    DISPLAY 'FILE STATUS: ' FS-REPORTE
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL REPORTE DE CONTROL'
                    DISPLAY 'FILE STATUS: ' FS-REPORTE
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1200-LEVANTAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-LINEA-REPORTE.

           READ ENT-REPORTE.

           EVALUATE TRUE
               WHEN FS-REPORTE-OK
                    IF WS-ENT-REPORTE(39:8) IS NUMERIC
                       PERFORM 1220-COMPARAR-ETIQUETA
                          THRU 1220-COMPARAR-ETIQUETA-FIN
                         VARYING WS-SUB-CONCEPTO FROM 1 BY 1
                           UNTIL WS-SUB-CONCEPTO > 10
                    END-IF
               WHEN FS-REPORTE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL REPORTE DE CONTROL'
                    DISPLAY 'FILE STATUS: ' FS-REPORTE
                    SET WS-INICIO-ERROR     TO TRUE
                    SET FS-REPORTE-EOF      TO TRUE
           END-EVALUATE.

       1210-LEER-LINEA-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-COMPARAR-ETIQUETA.

           IF WS-ENT-REPORTE(1:38) = WS-ETI-CONTADOR(WS-SUB-CONCEPTO)
              MOVE WS-ENT-REPORTE(39:8)
                        TO WS-EST-CONTADOR(WS-SUB-CONCEPTO)
              ADD 1                         TO WS-REP-ETIQUETAS-HALLADAS
           END-IF.

       1220-COMPARAR-ETIQUETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-CARGAR-HISTORIA.

           MOVE 0                           TO WS-TAB-EST-CANTIDAD.

           OPEN INPUT ARCH-ESTADISTICAS.

           EVALUATE TRUE
               WHEN FS-ESTADISTICAS-OK
                    PERFORM 1310-LEER-HISTORIA
                       THRU 1310-LEER-HISTORIA-FIN
                      UNTIL FS-ESTADISTICAS-EOF
                         OR WS-INICIO-ERROR
                    CLOSE ARCH-ESTADISTICAS
               WHEN FS-ESTADISTICAS-NFD
                    DISPLAY 'SE INICIA LA HISTORIA DE ESTADISTICAS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ESTADISTICAS-CADENA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-ESTADISTICAS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1300-CARGAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-HISTORIA.

           READ ARCH-ESTADISTICAS.

           EVALUATE TRUE
               WHEN FS-ESTADISTICAS-OK
                    ADD 1                   TO WS-CONT-REG-HISTORIA
                    IF WS-TAB-EST-CANTIDAD >= 9999
                       DISPLAY 'HISTORIA DE ESTADISTICAS EXCEDE 9999 '
                               'NOCHES'
                       SET WS-INICIO-ERROR  TO TRUE
                    ELSE
                       ADD 1                TO WS-TAB-EST-CANTIDAD
                       MOVE WS-REG-ARCH-ESTADISTICAS
                         TO WS-TAB-EST-LINEA(WS-TAB-EST-CANTIDAD)
                    END-IF
               WHEN FS-ESTADISTICAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER ESTADISTICAS-CADENA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-ESTADISTICAS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1310-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REGRABA LA HISTORIA CON LA NOCHE NUEVA EN SU LUGAR POR FECHA.
      * SI LA CADENA SE RELANZO EL MISMO DIA, LA LINEA DE ESA FECHA SE
      * REEMPLAZA: QUEDA UNA SOLA LINEA POR NOCHE, LA DE LA ULTIMA
      * CORRIDA.
       2000-REGISTRAR-NOCHE.

           OPEN OUTPUT ARCH-ESTADISTICAS.

           IF NOT FS-ESTADISTICAS-OK
              DISPLAY 'ERROR AL REGRABAR ESTADISTICAS-CADENA.TXT'
              DISPLAY 'FILE STATUS: ' FS-ESTADISTICAS
              SET WS-INICIO-ERROR TO TRUE
              GO TO 2000-REGISTRAR-NOCHE-FIN
           END-IF.

           SET WS-NOCHE-PENDIENTE           TO TRUE.

           PERFORM 2100-GRABAR-UNA-NOCHE
              THRU 2100-GRABAR-UNA-NOCHE-FIN
             VARYING WS-TAB-EST-IDX FROM 1 BY 1
               UNTIL WS-TAB-EST-IDX > WS-TAB-EST-CANTIDAD.

           IF WS-NOCHE-PENDIENTE
              PERFORM 2200-GRABAR-NOCHE-NUEVA
                 THRU 2200-GRABAR-NOCHE-NUEVA-FIN
           END-IF.

           CLOSE ARCH-ESTADISTICAS.

       2000-REGISTRAR-NOCHE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-GRABAR-UNA-NOCHE.

           IF WS-NOCHE-PENDIENTE
              AND WS-TAB-EST-FECHA(WS-TAB-EST-IDX) NOT < WS-EST-FECHA
              PERFORM 2200-GRABAR-NOCHE-NUEVA
                 THRU 2200-GRABAR-NOCHE-NUEVA-FIN
              IF WS-TAB-EST-FECHA(WS-TAB-EST-IDX) = WS-EST-FECHA
                 GO TO 2100-GRABAR-UNA-NOCHE-FIN
              END-IF
           END-IF.

           MOVE WS-TAB-EST-LINEA(WS-TAB-EST-IDX)
                                            TO WS-REG-ARCH-ESTADISTICAS.
           PERFORM 2900-ESCRIBIR-ESTADISTICA
              THRU 2900-ESCRIBIR-ESTADISTICA-FIN.

       2100-GRABAR-UNA-NOCHE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-GRABAR-NOCHE-NUEVA.

           MOVE WS-REG-ESTADISTICA          TO WS-REG-ARCH-ESTADISTICAS.
           PERFORM 2900-ESCRIBIR-ESTADISTICA
              THRU 2900-ESCRIBIR-ESTADISTICA-FIN.

           SET WS-NOCHE-GRABADA             TO TRUE.

       2200-GRABAR-NOCHE-NUEVA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-ESTADISTICA.

           WRITE WS-REG-ARCH-ESTADISTICAS.

           IF FS-ESTADISTICAS-OK
              ADD 1                         TO WS-CONT-REG-GRABADOS
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR ESTADISTICAS-CADENA.TXT: '
                      FS-ESTADISTICAS
              SET WS-INICIO-ERROR           TO TRUE
           END-IF.

       2900-ESCRIBIR-ESTADISTICA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-INICIO-ERROR
              DISPLAY 'REGISTRO DE ESTADISTICAS ABORTADO'
              MOVE 16                       TO RETURN-CODE
           ELSE
              DISPLAY 'NOCHE REGISTRADA                  : '
                      WS-EST-FECHA ' ' WS-EST-ESTADO
           END-IF.

           DISPLAY 'PASOS LEIDOS DE LA BITACORA       : '
                   WS-CONT-PASOS.
           DISPLAY 'NOCHES LEIDAS DE LA HISTORIA      : '
                   WS-CONT-REG-HISTORIA.
           DISPLAY 'NOCHES GRABADAS EN LA HISTORIA    : '
                   WS-CONT-REG-GRABADOS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ21.
