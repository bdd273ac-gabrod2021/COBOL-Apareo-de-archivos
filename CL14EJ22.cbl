      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: TENDENCIA MENSUAL DE LA CADENA A PARTIR DE LA HISTORIA
      *          DE ESTADISTICAS (ESTADISTICAS-CADENA.TXT)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ22.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-CONSULTA
           ASSIGN TO '../CONSULTA-TENDENCIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSULTA.

       SELECT ENT-ESTADISTICAS
           ASSIGN TO '../ESTADISTICAS-CADENA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADISTICAS.

       SELECT SAL-TENDENCIA
           ASSIGN TO '../TENDENCIA-CADENA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TENDENCIA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * TARJETA DE CONSULTA CON UNA UNICA LINEA OBLIGATORIA:
      *    MES=AAAAMM
      * LAS LINEAS EN BLANCO SE IGNORAN.
       FD ENT-CONSULTA.
       01 WS-ENT-CONSULTA                   PIC X(80).

       FD ENT-ESTADISTICAS.
       01 WS-ENT-ESTADISTICAS               PIC X(250).

       FD SAL-TENDENCIA.
       01 WS-SAL-TENDENCIA                  PIC X(132).

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO "ESTADISTICAS-CADENA.TXT": AQUI SE USA COMO
      * AREA DE DESGLOSE DE CADA NOCHE LEIDA.
          COPY ESTADISTICA.

       01 FS-STATUS.
          05 FS-CONSULTA                    PIC X(2).
             88 FS-CONSULTA-OK                  VALUE '00'.
             88 FS-CONSULTA-EOF                 VALUE '10'.
             88 FS-CONSULTA-NFD                 VALUE '35'.
          05 FS-ESTADISTICAS                PIC X(2).
             88 FS-ESTADISTICAS-OK              VALUE '00'.
             88 FS-ESTADISTICAS-EOF             VALUE '10'.
             88 FS-ESTADISTICAS-NFD             VALUE '35'.
          05 FS-TENDENCIA                   PIC X(2).
             88 FS-TENDENCIA-OK                 VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-INICIO                   PIC X(01) VALUE 'S'.
             88 WS-INICIO-OK                    VALUE 'S'.
             88 WS-INICIO-ERROR                 VALUE 'N'.
          05 WS-SW-MES                      PIC X(01) VALUE 'N'.
             88 WS-MES-INFORMADO                VALUE 'S'.
             88 WS-MES-FALTA                    VALUE 'N'.

      * MES PEDIDO EN LA TARJETA Y MES ANTERIOR, CONTRA CUYO PROMEDIO
      * SE MIDE LA VARIACION.
       01 WS-MES-CONSULTA.
          05 WS-MES-CON-AAAA                PIC 9(04).
          05 WS-MES-CON-MM                  PIC 9(02).

       01 WS-MES-CONSULTA-N REDEFINES WS-MES-CONSULTA
                                             PIC 9(06).

       01 WS-MES-ANTERIOR.
          05 WS-MES-ANT-AAAA                PIC 9(04).
          05 WS-MES-ANT-MM                  PIC 9(02).

       01 WS-MES-ANTERIOR-N REDEFINES WS-MES-ANTERIOR
                                             PIC 9(06).

       01 WS-FECHA-NOCHE.
          05 WS-FEC-NOC-AAAA                PIC 9(04).
          05 WS-FEC-NOC-MM                  PIC 9(02).
          05 WS-FEC-NOC-DD                  PIC 9(02).

       01 WS-FECHA-NOCHE-R REDEFINES WS-FECHA-NOCHE.
          05 WS-FEC-NOC-MES                 PIC 9(06).
          05 FILLER                        PIC 9(02).

      * NOMBRES DE LOS CONCEPTOS, EN EL ORDEN DE LA VISTA TABULAR DE
      * ESTADISTICA.
       01 WS-NOMBRES-VALORES.
          05 FILLER PIC X(14) VALUE 'EMPLEADOS'.
          05 FILLER PIC X(14) VALUE 'APAREADOS'.
          05 FILLER PIC X(14) VALUE 'CON ERROR'.
          05 FILLER PIC X(14) VALUE 'SIN DIRECCION'.
          05 FILLER PIC X(14) VALUE 'SIN EMPLEADO'.
          05 FILLER PIC X(14) VALUE 'SIN TELEFONO'.
          05 FILLER PIC X(14) VALUE 'DIR. INVALIDA'.
          05 FILLER PIC X(14) VALUE 'INACTIVOS'.
          05 FILLER PIC X(14) VALUE 'BAJAS'.
          05 FILLER PIC X(14) VALUE 'LICENCIAS'.

       01 WS-NOMBRES-R REDEFINES WS-NOMBRES-VALORES.
          05 WS-NOMBRE-CONCEPTO OCCURS 10 TIMES PIC X(14).

      * ACUMULADORES POR CONCEPTO. SOLO LAS NOCHES COMPLETAS ENTRAN EN
      * MINIMO, MAXIMO Y PROMEDIOS: LAS DETENIDAS SE LISTAN PERO SUS
      * CIFRAS NO SALIERON.
       01 WS-TABLA-ACUMULADOS.
          05 WS-ACUMULADO OCCURS 10 TIMES.
             10 WS-ACU-MINIMO               PIC 9(08).
             10 WS-ACU-MAXIMO               PIC 9(08).
             10 WS-ACU-SUMA                 PIC 9(12).
             10 WS-ACU-SUMA-ANTERIOR        PIC 9(12).

       01 WS-SUB-CONCEPTO                   PIC 9(02) VALUE 0.
       01 WS-SUB-PASO                       PIC 9(02) VALUE 0.
       01 WS-PROMEDIO                       PIC 9(08)V99 VALUE 0.
       01 WS-PROMEDIO-ANTERIOR              PIC 9(08)V99 VALUE 0.
       01 WS-VARIACION                      PIC S9(06)V99 VALUE 0.

       01 WS-CONTADORES.
          05 WS-CONT-REG-HISTORIA           PIC 9(08) VALUE 0.
          05 WS-CONT-NOCHES-MES             PIC 9(04) VALUE 0.
          05 WS-CONT-COMPLETAS              PIC 9(04) VALUE 0.
          05 WS-CONT-DETENIDAS-VOLUMEN      PIC 9(04) VALUE 0.
          05 WS-CONT-DETENIDAS              PIC 9(04) VALUE 0.
          05 WS-CONT-COMPLETAS-ANTERIOR     PIC 9(04) VALUE 0.

      * IMAGENES EN MEMORIA DE LAS LINEAS DEL LISTADO.
       01 WS-REG-TEN-TITULO                 PIC X(132) VALUE
          'TENDENCIA MENSUAL DE LA CADENA - PROGRAMA CL14EJ22'.

       01 WS-REG-TEN-SEPARADOR              PIC X(132) VALUE ALL '-'.

       01 WS-REG-TEN-MES.
          05 FILLER                        PIC X(20)
             VALUE 'MES CONSULTADO    : '.
          05 WS-TEN-MES-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-TEN-MES-AAAA                PIC 9(04).
          05 FILLER                        PIC X(105) VALUE SPACES.

       01 WS-REG-TEN-SUBTITULO              PIC X(132).

       01 WS-REG-TEN-ENCABEZADO.
          05 FILLER PIC X(10) VALUE 'FECHA'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(08) VALUE 'ESTADO'.
          05 FILLER PIC X(09) VALUE ' EMPLEAD.'.
          05 FILLER PIC X(09) VALUE ' APAREAD.'.
          05 FILLER PIC X(09) VALUE ' CON ERR.'.
          05 FILLER PIC X(09) VALUE ' SIN DIR.'.
          05 FILLER PIC X(09) VALUE ' SIN EMP.'.
          05 FILLER PIC X(09) VALUE ' SIN TEL.'.
          05 FILLER PIC X(09) VALUE ' DIR.INV.'.
          05 FILLER PIC X(09) VALUE ' INACTIV.'.
          05 FILLER PIC X(09) VALUE '    BAJAS'.
          05 FILLER PIC X(09) VALUE ' LICENC. '.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(20) VALUE 'PASO QUE DETUVO'.

       01 WS-REG-TEN-NOCHE.
          05 WS-TEN-NOC-DD                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-TEN-NOC-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-TEN-NOC-AAAA                PIC 9(04).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-TEN-NOC-ESTADO              PIC X(08).
          05 WS-TEN-NOC-CONTADORES.
             10 WS-TEN-NOC-ITEM OCCURS 10 TIMES.
                15 FILLER                  PIC X(01).
                15 WS-TEN-NOC-VALOR         PIC ZZZZZZZ9.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-TEN-NOC-PASO                PIC X(08).
          05 WS-TEN-NOC-ETI-RETORNO         PIC X(04).
          05 WS-TEN-NOC-RETORNO             PIC X(04).
          05 FILLER                        PIC X(06) VALUE SPACES.

       01 WS-REG-TEN-ENC-RESUMEN.
          05 FILLER PIC X(14) VALUE 'CONCEPTO'.
          05 FILLER PIC X(10) VALUE '    MINIMO'.
          05 FILLER PIC X(10) VALUE '    MAXIMO'.
          05 FILLER PIC X(13) VALUE ' PROMEDIO MES'.
          05 FILLER PIC X(13) VALUE ' PROM. ANTER.'.
          05 FILLER PIC X(13) VALUE ' VARIACION %'.

       01 WS-REG-TEN-RESUMEN.
          05 WS-TEN-RES-CONCEPTO            PIC X(14).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-TEN-RES-MINIMO              PIC ZZZZZZZ9.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-TEN-RES-MAXIMO              PIC ZZZZZZZ9.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-TEN-RES-PROMEDIO            PIC ZZZZZZZ9,99.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-TEN-RES-PROM-ANTERIOR       PIC ZZZZZZZ9,99.
          05 FILLER                        PIC X(03) VALUE SPACES.
          05 WS-TEN-RES-VARIACION           PIC -----9,99.
          05 WS-TEN-RES-VARIACION-X REDEFINES WS-TEN-RES-VARIACION
                                             PIC X(09).
          05 FILLER                        PIC X(60) VALUE SPACES.

       01 WS-REG-TEN-TOTAL.
          05 WS-TEN-TOT-ETIQUETA            PIC X(36).
          05 WS-TEN-TOT-VALOR               PIC ZZZ9.
          05 FILLER                        PIC X(92) VALUE SPACES.

       01 WS-REG-TEN-SIN-NOCHES             PIC X(132) VALUE
          'SIN NOCHES REGISTRADAS EN EL MES CONSULTADO'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-INICIO-OK
              PERFORM 2000-LISTAR-TENDENCIA
                 THRU 2000-LISTAR-TENDENCIA-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.
           INITIALIZE WS-TABLA-ACUMULADOS.

           PERFORM 1100-CARGAR-CONSULTA
              THRU 1100-CARGAR-CONSULTA-FIN.

           IF WS-INICIO-OK
              AND WS-MES-FALTA
              DISPLAY 'LA TARJETA DE CONSULTA NO TRAE EL MES'
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

           IF WS-INICIO-ERROR
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           IF WS-MES-CON-MM = 1
              COMPUTE WS-MES-ANT-AAAA = WS-MES-CON-AAAA - 1
              MOVE 12                       TO WS-MES-ANT-MM
           ELSE
              MOVE WS-MES-CON-AAAA          TO WS-MES-ANT-AAAA
              COMPUTE WS-MES-ANT-MM = WS-MES-CON-MM - 1
           END-IF.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-ABRIR-ARCHIVOS-FIN.

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
               WHEN WS-ENT-CONSULTA(1:4) = 'MES='
                    IF WS-ENT-CONSULTA(5:6) IS NUMERIC
                       AND WS-ENT-CONSULTA(9:2) >= '01'
                       AND WS-ENT-CONSULTA(9:2) <= '12'
                       MOVE WS-ENT-CONSULTA(5:6) TO WS-MES-CONSULTA
                       SET WS-MES-INFORMADO TO TRUE
                    ELSE
                       DISPLAY 'MES INVALIDO (DEBE SER AAAAMM): '
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
      * ABRE LA HISTORIA Y EL LISTADO Y ESCRIBE EL TITULO, EL MES
      * CONSULTADO Y EL ENCABEZADO DEL DETALLE POR NOCHE.
       1200-ABRIR-ARCHIVOS.

           OPEN INPUT ENT-ESTADISTICAS.

           EVALUATE TRUE
               WHEN FS-ESTADISTICAS-OK
                    CONTINUE
               WHEN FS-ESTADISTICAS-NFD
                    DISPLAY 'NO SE ENCUENTRA ESTADISTICAS-CADENA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-ESTADISTICAS
                    SET WS-INICIO-ERROR TO TRUE
                    GO TO 1200-ABRIR-ARCHIVOS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ESTADISTICAS-CADENA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-ESTADISTICAS
                    SET WS-INICIO-ERROR TO TRUE
                    GO TO 1200-ABRIR-ARCHIVOS-FIN
           END-EVALUATE.

           OPEN OUTPUT SAL-TENDENCIA.

           IF NOT FS-TENDENCIA-OK
              DISPLAY 'ERROR AL ABRIR EL LISTADO DE TENDENCIA'
              DISPLAY 'FILE STATUS: ' FS-TENDENCIA
              SET WS-INICIO-ERROR TO TRUE
              CLOSE ENT-ESTADISTICAS
              GO TO 1200-ABRIR-ARCHIVOS-FIN
           END-IF.

           MOVE WS-REG-TEN-TITULO           TO WS-SAL-TENDENCIA.
           PERFORM 2900-ESCRIBIR-TENDENCIA
              THRU 2900-ESCRIBIR-TENDENCIA-FIN.

           MOVE WS-REG-TEN-SEPARADOR        TO WS-SAL-TENDENCIA.
           PERFORM 2900-ESCRIBIR-TENDENCIA
              THRU 2900-ESCRIBIR-TENDENCIA-FIN.

           MOVE WS-MES-CON-MM               TO WS-TEN-MES-MM.
           MOVE WS-MES-CON-AAAA             TO WS-TEN-MES-AAAA.
           MOVE WS-REG-TEN-MES              TO WS-SAL-TENDENCIA.
           PERFORM 2900-ESCRIBIR-TENDENCIA
              THRU 2900-ESCRIBIR-TENDENCIA-FIN.

           MOVE WS-REG-TEN-SEPARADOR        TO WS-SAL-TENDENCIA.
           PERFORM 2900-ESCRIBIR-TENDENCIA
              THRU 2900-ESCRIBIR-TENDENCIA-FIN.

           MOVE WS-REG-TEN-ENCABEZADO       TO WS-SAL-TENDENCIA.
           PERFORM 2900-ESCRIBIR-TENDENCIA
              THRU 2900-ESCRIBIR-TENDENCIA-FIN.

       1200-ABRIR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRE LA HISTORIA: LAS NOCHES DEL MES SE LISTAN Y ACUMULAN,
      * LAS DEL MES ANTERIOR SOLO SE ACUMULAN PARA LA VARIACION. AL
      * FINAL SE EMITE EL RESUMEN POR CONCEPTO Y LOS TOTALES DE NOCHES.
       2000-LISTAR-TENDENCIA.

           PERFORM 2010-LEER-ESTADISTICA
              THRU 2010-LEER-ESTADISTICA-FIN
             UNTIL FS-ESTADISTICAS-EOF.

           MOVE WS-REG-TEN-SEPARADOR        TO WS-SAL-TENDENCIA.
           PERFORM 2900-ESCRIBIR-TENDENCIA
              THRU 2900-ESCRIBIR-TENDENCIA-FIN.

           IF WS-CONT-NOCHES-MES = 0
              MOVE WS-REG-TEN-SIN-NOCHES    TO WS-SAL-TENDENCIA
              PERFORM 2900-ESCRIBIR-TENDENCIA
                 THRU 2900-ESCRIBIR-TENDENCIA-FIN
              MOVE WS-REG-TEN-SEPARADOR     TO WS-SAL-TENDENCIA
              PERFORM 2900-ESCRIBIR-TENDENCIA
                 THRU 2900-ESCRIBIR-TENDENCIA-FIN
           END-IF.

           MOVE 'RESUMEN DEL MES (SOLO NOCHES COMPLETAS)'
                                             TO WS-REG-TEN-SUBTITULO.
           MOVE WS-REG-TEN-SUBTITULO        TO WS-SAL-TENDENCIA.
           PERFORM 2900-ESCRIBIR-TENDENCIA
              THRU 2900-ESCRIBIR-TENDENCIA-FIN.

           MOVE WS-REG-TEN-ENC-RESUMEN      TO WS-SAL-TENDENCIA.
           PERFORM 2900-ESCRIBIR-TENDENCIA
              THRU 2900-ESCRIBIR-TENDENCIA-FIN.

           PERFORM 2300-RESUMIR-CONCEPTO
              THRU 2300-RESUMIR-CONCEPTO-FIN
             VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > 10.

           MOVE WS-REG-TEN-SEPARADOR        TO WS-SAL-TENDENCIA.
           PERFORM 2900-ESCRIBIR-TENDENCIA
              THRU 2900-ESCRIBIR-TENDENCIA-FIN.

           MOVE 'NOCHES REGISTRADAS EN EL MES      :'
                                             TO WS-TEN-TOT-ETIQUETA.
           MOVE WS-CONT-NOCHES-MES          TO WS-TEN-TOT-VALOR.
           PERFORM 2400-ESCRIBIR-TOTAL
              THRU 2400-ESCRIBIR-TOTAL-FIN.

           MOVE '   COMPLETAS                      :'
                                             TO WS-TEN-TOT-ETIQUETA.
           MOVE WS-CONT-COMPLETAS           TO WS-TEN-TOT-VALOR.
           PERFORM 2400-ESCRIBIR-TOTAL
              THRU 2400-ESCRIBIR-TOTAL-FIN.

           MOVE '   DETENIDAS POR VOLUMEN          :'
                                             TO WS-TEN-TOT-ETIQUETA.
           MOVE WS-CONT-DETENIDAS-VOLUMEN   TO WS-TEN-TOT-VALOR.
           PERFORM 2400-ESCRIBIR-TOTAL
              THRU 2400-ESCRIBIR-TOTAL-FIN.

           MOVE '   DETENIDAS POR OTRO MOTIVO      :'
                                             TO WS-TEN-TOT-ETIQUETA.
           MOVE WS-CONT-DETENIDAS           TO WS-TEN-TOT-VALOR.
           PERFORM 2400-ESCRIBIR-TOTAL
              THRU 2400-ESCRIBIR-TOTAL-FIN.

           MOVE 'NOCHES COMPLETAS DEL MES ANTERIOR :'
                                             TO WS-TEN-TOT-ETIQUETA.
           MOVE WS-CONT-COMPLETAS-ANTERIOR  TO WS-TEN-TOT-VALOR.
           PERFORM 2400-ESCRIBIR-TOTAL
              THRU 2400-ESCRIBIR-TOTAL-FIN.

       2000-LISTAR-TENDENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-ESTADISTICA.

           READ ENT-ESTADISTICAS.

           EVALUATE TRUE
               WHEN FS-ESTADISTICAS-OK
                    ADD 1                   TO WS-CONT-REG-HISTORIA
                    MOVE WS-ENT-ESTADISTICAS TO WS-REG-ESTADISTICA
                    IF WS-EST-FECHA IS NUMERIC
                       MOVE WS-EST-FECHA    TO WS-FECHA-NOCHE
                       EVALUATE WS-FEC-NOC-MES
                           WHEN WS-MES-CONSULTA-N
                                PERFORM 2100-LISTAR-NOCHE
                                   THRU 2100-LISTAR-NOCHE-FIN
                           WHEN WS-MES-ANTERIOR-N
                                PERFORM 2200-ACUMULAR-ANTERIOR
                                   THRU 2200-ACUMULAR-ANTERIOR-FIN
                           WHEN OTHER
                                CONTINUE
                       END-EVALUATE
                    END-IF
               WHEN FS-ESTADISTICAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER ESTADISTICAS-CADENA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-ESTADISTICAS
                    SET WS-INICIO-ERROR     TO TRUE
                    SET FS-ESTADISTICAS-EOF TO TRUE
           END-EVALUATE.

       2010-LEER-ESTADISTICA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA POR NOCHE DEL MES CON SUS DIEZ CONTADORES. EN LAS
      * NOCHES DETENIDAS SE MUESTRA EL PRIMER PASO QUE NO TERMINO CON
      * CODIGO CERO.
       2100-LISTAR-NOCHE.

           ADD 1                            TO WS-CONT-NOCHES-MES.

           MOVE SPACES                      TO WS-TEN-NOC-CONTADORES.
           MOVE WS-FEC-NOC-DD               TO WS-TEN-NOC-DD.
           MOVE WS-FEC-NOC-MM               TO WS-TEN-NOC-MM.
           MOVE WS-FEC-NOC-AAAA             TO WS-TEN-NOC-AAAA.
           MOVE SPACES                      TO WS-TEN-NOC-PASO.
           MOVE SPACES                      TO WS-TEN-NOC-ETI-RETORNO.
           MOVE SPACES                      TO WS-TEN-NOC-RETORNO.

           EVALUATE TRUE
               WHEN WS-EST-COMPLETA
                    MOVE 'COMPLETA'         TO WS-TEN-NOC-ESTADO
                    ADD 1                   TO WS-CONT-COMPLETAS
               WHEN WS-EST-DETENIDA-VOLUMEN
                    MOVE 'VOLUMEN'          TO WS-TEN-NOC-ESTADO
                    ADD 1               TO WS-CONT-DETENIDAS-VOLUMEN
               WHEN OTHER
                    MOVE 'DETENIDA'         TO WS-TEN-NOC-ESTADO
                    ADD 1                   TO WS-CONT-DETENIDAS
           END-EVALUATE.

           PERFORM 2110-LISTAR-CONTADOR
              THRU 2110-LISTAR-CONTADOR-FIN
             VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > 10.

           IF NOT WS-EST-COMPLETA
              PERFORM 2120-BUSCAR-PASO-DETENIDO
                 THRU 2120-BUSCAR-PASO-DETENIDO-FIN
                VARYING WS-SUB-PASO FROM 1 BY 1
                  UNTIL WS-SUB-PASO > 10
                     OR WS-TEN-NOC-PASO NOT = SPACES
           END-IF.

           MOVE WS-REG-TEN-NOCHE            TO WS-SAL-TENDENCIA.
           PERFORM 2900-ESCRIBIR-TENDENCIA
              THRU 2900-ESCRIBIR-TENDENCIA-FIN.

       2100-LISTAR-NOCHE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LISTAR-CONTADOR.

           IF WS-EST-CONTADOR(WS-SUB-CONCEPTO) IS NOT NUMERIC
              MOVE 0                 TO WS-EST-CONTADOR(WS-SUB-CONCEPTO)
           END-IF.

           MOVE WS-EST-CONTADOR(WS-SUB-CONCEPTO)
                TO WS-TEN-NOC-VALOR(WS-SUB-CONCEPTO).

           IF NOT WS-EST-COMPLETA
              GO TO 2110-LISTAR-CONTADOR-FIN
           END-IF.

           IF WS-CONT-COMPLETAS = 1
              OR WS-EST-CONTADOR(WS-SUB-CONCEPTO)
                 < WS-ACU-MINIMO(WS-SUB-CONCEPTO)
              MOVE WS-EST-CONTADOR(WS-SUB-CONCEPTO)
                                     TO WS-ACU-MINIMO(WS-SUB-CONCEPTO)
           END-IF.

           IF WS-EST-CONTADOR(WS-SUB-CONCEPTO)
              > WS-ACU-MAXIMO(WS-SUB-CONCEPTO)
              MOVE WS-EST-CONTADOR(WS-SUB-CONCEPTO)
                                     TO WS-ACU-MAXIMO(WS-SUB-CONCEPTO)
           END-IF.

           ADD WS-EST-CONTADOR(WS-SUB-CONCEPTO)
                                     TO WS-ACU-SUMA(WS-SUB-CONCEPTO).

       2110-LISTAR-CONTADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-BUSCAR-PASO-DETENIDO.

           IF WS-EST-PAS-NOMBRE(WS-SUB-PASO) NOT = SPACES
              AND WS-EST-PAS-RETORNO(WS-SUB-PASO) NOT = '0000'
              MOVE WS-EST-PAS-NOMBRE(WS-SUB-PASO)  TO WS-TEN-NOC-PASO
              MOVE ' RC '                   TO WS-TEN-NOC-ETI-RETORNO
              MOVE WS-EST-PAS-RETORNO(WS-SUB-PASO) TO WS-TEN-NOC-RETORNO
           END-IF.

       2120-BUSCAR-PASO-DETENIDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-ACUMULAR-ANTERIOR.

           IF NOT WS-EST-COMPLETA
              GO TO 2200-ACUMULAR-ANTERIOR-FIN
           END-IF.

           ADD 1                     TO WS-CONT-COMPLETAS-ANTERIOR.

           PERFORM 2210-SUMAR-ANTERIOR
              THRU 2210-SUMAR-ANTERIOR-FIN
             VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > 10.

       2200-ACUMULAR-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-SUMAR-ANTERIOR.

           IF WS-EST-CONTADOR(WS-SUB-CONCEPTO) IS NUMERIC
              ADD WS-EST-CONTADOR(WS-SUB-CONCEPTO)
                             TO WS-ACU-SUMA-ANTERIOR(WS-SUB-CONCEPTO)
           END-IF.

       2210-SUMAR-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMEN DE UN CONCEPTO: MINIMO, MAXIMO Y PROMEDIO DEL MES Y
      * VARIACION PORCENTUAL CONTRA EL PROMEDIO DEL MES ANTERIOR. SIN
      * NOCHES COMPLETAS EN ALGUNO DE LOS DOS MESES LA VARIACION NO SE
      * PUEDE CALCULAR.
       2300-RESUMIR-CONCEPTO.

           MOVE WS-NOMBRE-CONCEPTO(WS-SUB-CONCEPTO)
                                             TO WS-TEN-RES-CONCEPTO.
           MOVE WS-ACU-MINIMO(WS-SUB-CONCEPTO) TO WS-TEN-RES-MINIMO.
           MOVE WS-ACU-MAXIMO(WS-SUB-CONCEPTO) TO WS-TEN-RES-MAXIMO.
           MOVE 0                           TO WS-PROMEDIO.
           MOVE 0                           TO WS-PROMEDIO-ANTERIOR.

           IF WS-CONT-COMPLETAS > 0
              COMPUTE WS-PROMEDIO ROUNDED =
                      WS-ACU-SUMA(WS-SUB-CONCEPTO) / WS-CONT-COMPLETAS
           END-IF.

           IF WS-CONT-COMPLETAS-ANTERIOR > 0
              COMPUTE WS-PROMEDIO-ANTERIOR ROUNDED =
                      WS-ACU-SUMA-ANTERIOR(WS-SUB-CONCEPTO)
                    / WS-CONT-COMPLETAS-ANTERIOR
           END-IF.

           MOVE WS-PROMEDIO                 TO WS-TEN-RES-PROMEDIO.
           MOVE WS-PROMEDIO-ANTERIOR        TO WS-TEN-RES-PROM-ANTERIOR.

           IF WS-CONT-COMPLETAS = 0
              OR WS-CONT-COMPLETAS-ANTERIOR = 0
              OR WS-PROMEDIO-ANTERIOR = 0
              MOVE 'SIN DATOS'              TO WS-TEN-RES-VARIACION-X
           ELSE
              COMPUTE WS-VARIACION ROUNDED =
                      (WS-PROMEDIO - WS-PROMEDIO-ANTERIOR) * 100
                    / WS-PROMEDIO-ANTERIOR
                 ON SIZE ERROR
                    MOVE 99999,99           TO WS-VARIACION
              END-COMPUTE
              MOVE WS-VARIACION             TO WS-TEN-RES-VARIACION
           END-IF.

           MOVE WS-REG-TEN-RESUMEN          TO WS-SAL-TENDENCIA.
           PERFORM 2900-ESCRIBIR-TENDENCIA
              THRU 2900-ESCRIBIR-TENDENCIA-FIN.

       2300-RESUMIR-CONCEPTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-ESCRIBIR-TOTAL.

           MOVE WS-REG-TEN-TOTAL            TO WS-SAL-TENDENCIA.
           PERFORM 2900-ESCRIBIR-TENDENCIA
              THRU 2900-ESCRIBIR-TENDENCIA-FIN.

       2400-ESCRIBIR-TOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-TENDENCIA.

           WRITE WS-SAL-TENDENCIA.

           IF NOT FS-TENDENCIA-OK
              DISPLAY 'ERROR AL ESCRIBIR TENDENCIA-CADENA.TXT: '
                      FS-TENDENCIA
           END-IF.

       2900-ESCRIBIR-TENDENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-INICIO-OK
              CLOSE ENT-ESTADISTICAS
              CLOSE SAL-TENDENCIA
              IF NOT FS-TENDENCIA-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO TENDENCIA: '
                         FS-TENDENCIA
              END-IF
           END-IF.

           IF WS-INICIO-ERROR
              DISPLAY 'PROCESO ABORTADO POR TARJETA O ENTRADAS '
                      'INVALIDAS'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           DISPLAY 'NOCHES LEIDAS DE LA HISTORIA      : '
                   WS-CONT-REG-HISTORIA.
           DISPLAY 'NOCHES LISTADAS DEL MES           : '
                   WS-CONT-NOCHES-MES.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ22.
