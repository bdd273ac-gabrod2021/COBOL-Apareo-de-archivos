           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BALANCE.

       SELECT ENT-VOLUMEN
           ASSIGN TO '../CONTROL-VOLUMEN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VOLUMEN.

       SELECT ENT-ENTRADAS
           ASSIGN TO '../CONTROL-ENTRADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADAS.

       SELECT SAL-CADENA
           ASSIGN TO '../CADENA-CL14EJ08.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
       FD ENT-BALANCE.
       01 WS-ENT-BALANCE                    PIC X(80).

       FD ENT-VOLUMEN.
       01 WS-ENT-VOLUMEN                    PIC X(80).

       FD ENT-ENTRADAS.
       01 WS-ENT-ENTRADAS                   PIC X(80).

      * BITACORA DE LA CADENA: UNA LINEA POR PASO CON HORA DE INICIO,
      * HORA DE FIN, CODIGO DE RETORNO Y RESULTADO, PARA QUE EL
      * OPERADOR DE LA MANIANA VEA DE UN VISTAZO DONDE MURIO LA NOCHE.
             88 FS-BALANCE-OK                   VALUE '00'.
             88 FS-BALANCE-EOF                  VALUE '10'.
             88 FS-BALANCE-NFD                  VALUE '35'.
          05 FS-VOLUMEN                     PIC X(2).
             88 FS-VOLUMEN-OK                   VALUE '00'.
             88 FS-VOLUMEN-EOF                  VALUE '10'.
             88 FS-VOLUMEN-NFD                  VALUE '35'.
          05 FS-ENTRADAS                    PIC X(2).
             88 FS-ENTRADAS-OK                  VALUE '00'.
             88 FS-ENTRADAS-EOF                 VALUE '10'.
             88 FS-ENTRADAS-NFD                 VALUE '35'.
          05 FS-CADENA                      PIC X(2).
             88 FS-CADENA-OK                    VALUE '00'.

          05 WS-SW-CORTE-SUCURSAL           PIC X(01) VALUE 'N'.
             88 WS-CORTE-SUCURSAL-SI            VALUE 'S' 's'.
             88 WS-CORTE-SUCURSAL-NO            VALUE 'N' 'n' SPACE.
          05 WS-SW-CONTROL-VOLUMEN          PIC X(01) VALUE 'S'.
             88 WS-CONTROL-VOLUMEN-SI           VALUE 'S' 's'.
             88 WS-CONTROL-VOLUMEN-NO           VALUE 'N' 'n'.
          05 WS-SW-VOLUMEN                  PIC X(01) VALUE 'S'.
             88 WS-VOLUMEN-DENTRO               VALUE 'S'.
             88 WS-VOLUMEN-FUERA                VALUE 'N'.
          05 WS-SW-VOLUMEN-VIGENTE          PIC X(01) VALUE 'N'.
             88 WS-VOLUMEN-VIGENTE              VALUE 'S'.
             88 WS-VOLUMEN-NO-VIGENTE           VALUE 'N'.
          05 WS-SW-ENTRADAS                 PIC X(01) VALUE 'S'.
             88 WS-ENTRADAS-ACEPTADAS           VALUE 'S'.
             88 WS-ENTRADAS-RECHAZADAS          VALUE 'N'.
          05 WS-SW-ENTRADAS-VIGENTE         PIC X(01) VALUE 'N'.
             88 WS-ENTRADAS-VIGENTE             VALUE 'S'.
             88 WS-ENTRADAS-NO-VIGENTE          VALUE 'N'.
          05 WS-SW-REGISTRO-ESTADISTICA     PIC X(01) VALUE 'S'.
             88 WS-ESTADISTICA-REGISTRADA       VALUE 'S'.
             88 WS-ESTADISTICA-SIN-REGISTRAR    VALUE 'N'.

      * TEXTO EXACTO CON QUE CL14EJ05 GRABA EL ESTADO GENERAL EN EL
      * REPORTE DE BALANCEO; SIRVE PARA RECONOCER LA LINEA AL RELEERLO.
       01 WS-TEXTO-CONCILIADO               PIC X(26) VALUE
          'CONCILIADO SIN DIFERENCIAS'.

      * TEXTOS EXACTOS CON QUE CL14EJ20 GRABA EL REPORTE DE CONTROL DE
      * VOLUMEN: EL ESTADO GENERAL Y, EN LA POSICION 67 DE CADA LINEA
      * DE CONCEPTO, EL RESULTADO "FUERA" DE LOS CONTADORES QUE SE
      * APARTARON DEL PROMEDIO.
       01 WS-TEXTO-DENTRO-TOLERANCIA        PIC X(20) VALUE
          'DENTRO DE TOLERANCIA'.

       01 WS-TEXTO-CONCEPTO-FUERA           PIC X(12) VALUE
          'FUERA'.

      * TEXTOS EXACTOS CON QUE CL14EJ25 GRABA EL REPORTE DE CONTROL DE
      * LAS ENTRADAS DE RRHH: EL ESTADO GENERAL Y, EN LA POSICION 27
      * DE CADA LINEA DE CONTROL, EL RESULTADO "FALLA".
       01 WS-TEXTO-ENTRADAS-ACEPTADAS       PIC X(20) VALUE
          'ENTRADAS ACEPTADAS'.

       01 WS-TEXTO-CONTROL-FALLA            PIC X(05) VALUE
          'FALLA'.

      * PASO EN CURSO: NOMBRE PARA LA BITACORA, COMANDO A EJECUTAR Y
      * CODIGO DE RETORNO DEVUELTO POR EL SISTEMA OPERATIVO.
       01 WS-PASO-ACTUAL.
                               'O N): ' WS-PRM-VALOR(1:1)
                       SET WS-PARAMS-ERROR TO TRUE
                    END-IF
               WHEN 'CONTROL-VOLUMEN'
                    MOVE WS-PRM-VALOR(1:1)  TO WS-SW-CONTROL-VOLUMEN
                    IF NOT WS-CONTROL-VOLUMEN-SI
                       AND NOT WS-CONTROL-VOLUMEN-NO
                       DISPLAY 'CONTROL-VOLUMEN INVALIDO (DEBE SER S '
                               'O N): ' WS-PRM-VALOR(1:1)
                       SET WS-PARAMS-ERROR TO TRUE
                    END-IF
               WHEN 'EMPLEADOS'
               WHEN 'DIRECCIONES'
               WHEN 'TELEFONOS'
               WHEN 'INTERVALO-CHECKPOINT'
               WHEN 'GENERACIONES'
               WHEN 'CATALOGO'
               WHEN 'MODO-PRUEBA'
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
               WHEN 'DIRECCIONES-NORMALIZADAS'
               WHEN 'ANIOS-RETENCION'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PRM-CLAVE
       1100-ABRIR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EJECUTA LA CADENA EN EL ORDEN DE SIEMPRE: CONTROL DE LAS
      * ENTRADAS DE RRHH, NORMALIZACION DE DIRECCIONES, APAREO,
      * REPROCESO DE CORRECCIONES (SOLO SI HAY CORRECCIONES
      * CARGADAS), CORTES POR
      * SUCURSAL (SOLO SI LA TARJETA LOS PIDE; CORREN DESPUES DEL
      * REPROCESO PARA QUE LLEVEN TAMBIEN LOS RENGLONES READMITIDOS),
      * DELTA DIARIO, BALANCEO, CONTROL DE VOLUMEN (SALVO QUE LA
      * TARJETA LO APAGUE) Y CONSOLIDACION. CADA PASO SE LARGA
      * UNICAMENTE SI EL ANTERIOR TERMINO CON CODIGO CERO Y, DESPUES
      * DEL BALANCEO, SOLO SI EL REPORTE DE BALANCEO QUEDO
      * CONCILIADO Y EL VOLUMEN DE LA NOCHE QUEDO DENTRO DE LA
      * TOLERANCIA.
       2000-EJECUTAR-CADENA.

      * ANTES DEL APAREO SE CONTROLAN CABECERA, PIE Y SECUENCIA DE LOS
      * TRES ARCHIVOS DE RRHH. SU REPORTE SE RELEE IGUAL QUE EL DE
      * VOLUMEN Y LOS CONTROLES QUE FALLARON QUEDAN EN LA BITACORA
      * COMO MOTIVO DE LA DETENCION: UNA ENTREGA VIEJA, REPETIDA,
      * SALTEADA O CORTADA NO DEBE LLEGAR AL APAREO.
           MOVE 'CL14EJ25'                  TO WS-PASO-NOMBRE.
           MOVE './CL14EJ25'                TO WS-PASO-COMANDO.
           PERFORM 2100-EJECUTAR-PASO
              THRU 2100-EJECUTAR-PASO-FIN.
           PERFORM 2500-VERIFICAR-ENTRADAS
              THRU 2500-VERIFICAR-ENTRADAS-FIN.
           IF WS-ENTRADAS-RECHAZADAS
              SET WS-CADENA-DETENIDA        TO TRUE
           END-IF.

      * EL APAREO TOMA LAS DIRECCIONES EN SU FORMA NORMAL. LAS QUE NO
      * SE PUDIERON NORMALIZAR NO DETIENEN LA CADENA: QUEDAN EN
      * EXCEPCIONES-DIRECCIONES.TXT Y SIGUEN CON EL TEXTO DE RRHH.
           IF WS-CADENA-EN-MARCHA
              MOVE 'CL14EJ30'               TO WS-PASO-NOMBRE
              MOVE './CL14EJ30'             TO WS-PASO-COMANDO
              PERFORM 2100-EJECUTAR-PASO
                 THRU 2100-EJECUTAR-PASO-FIN
           END-IF.

           IF WS-CADENA-EN-MARCHA
              MOVE 'CL14EJ01'               TO WS-PASO-NOMBRE
              MOVE './CL14EJ01'             TO WS-PASO-COMANDO
              PERFORM 2100-EJECUTAR-PASO
                 THRU 2100-EJECUTAR-PASO-FIN
           END-IF.

      * SI LA VERIFICACION DE CORRECCIONES FALLO (EL ARCHIVO EXISTE
      * PERO NO SE PUDO LEER), EL PASO NO SE EJECUTA Y LA BITACORA
              END-IF
           END-IF.

      * EL CONTROL DE VOLUMEN COMPARA LOS CONTADORES DE LA NOCHE
      * CONTRA EL PROMEDIO DE LAS NOCHES ANTERIORES. SU REPORTE SE
      * RELEE IGUAL QUE EL DE BALANCEO Y LOS CONCEPTOS FUERA DE
      * TOLERANCIA QUEDAN EN LA BITACORA COMO MOTIVO DE LA DETENCION.
           IF WS-CADENA-EN-MARCHA
              IF WS-CONTROL-VOLUMEN-SI
                 MOVE 'CL14EJ20'            TO WS-PASO-NOMBRE
                 MOVE './CL14EJ20'          TO WS-PASO-COMANDO
                 PERFORM 2100-EJECUTAR-PASO
                    THRU 2100-EJECUTAR-PASO-FIN
                 PERFORM 2400-VERIFICAR-VOLUMEN
                    THRU 2400-VERIFICAR-VOLUMEN-FIN
                 IF WS-VOLUMEN-FUERA
                    SET WS-CADENA-DETENIDA  TO TRUE
                 END-IF
              ELSE
                 MOVE 'CL14EJ20'            TO WS-PASO-NOMBRE
                 MOVE 0                     TO WS-PASO-RETORNO
                 MOVE 'SALTEADO SIN CONTROL'
                                             TO WS-PASO-MOTIVO-SALTEO
                 PERFORM 2150-ANOTAR-PASO-NO-EJECUTADO
                    THRU 2150-ANOTAR-PASO-NO-EJECUTADO-FIN
              END-IF
           END-IF.

           IF WS-CADENA-EN-MARCHA
              MOVE 'CL14EJ07'               TO WS-PASO-NOMBRE
              MOVE './CL14EJ07'             TO WS-PASO-COMANDO

       2310-LEER-LINEA-BALANCE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL REPORTE SE RELEE AUNQUE CL14EJ20 HAYA DEVUELTO CODIGO DE
      * FUERA DE TOLERANCIA, PARA QUE LOS MOTIVOS QUEDEN EN LA
      * BITACORA. SOLO SE LE CREE SI TRAE LA FECHA DE HOY: SI EL PASO
      * ABORTO ANTES DE GRABARLO, EL QUE QUEDO ES EL DE OTRA NOCHE.
       2400-VERIFICAR-VOLUMEN.

           SET WS-VOLUMEN-NO-VIGENTE        TO TRUE.

           OPEN INPUT ENT-VOLUMEN.

           EVALUATE TRUE
               WHEN FS-VOLUMEN-OK
                    PERFORM 2410-LEER-LINEA-VOLUMEN
                       THRU 2410-LEER-LINEA-VOLUMEN-FIN
                      UNTIL FS-VOLUMEN-EOF
                    CLOSE ENT-VOLUMEN
               WHEN FS-VOLUMEN-NFD
                    DISPLAY 'NO SE ENCUENTRA EL REPORTE DE VOLUMEN'
                    DISPLAY 'FILE STATUS: ' FS-VOLUMEN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL REPORTE DE VOLUMEN'
                    DISPLAY 'FILE STATUS: ' FS-VOLUMEN
           END-EVALUATE.

      * SIN UN REPORTE DE HOY, UN PASO QUE DIJO HABER TERMINADO BIEN NO
      * ALCANZA PARA CONSOLIDAR. SI EL PASO YA TERMINO MAL, LA CADENA
      * QUEDA DETENIDA POR SU CODIGO DE RETORNO.
           IF WS-VOLUMEN-NO-VIGENTE
              AND WS-PASO-RETORNO = 0
              DISPLAY 'EL REPORTE DE VOLUMEN NO ES DE ESTA CORRIDA'
              SET WS-VOLUMEN-FUERA          TO TRUE
           END-IF.

       2400-VERIFICAR-VOLUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CADA CONCEPTO FUERA DE TOLERANCIA SE COPIA A LA BITACORA TAL
      * COMO LO INFORMA CL14EJ20 (VALOR DE LA NOCHE, PROMEDIO, DESVIO
      * Y TOLERANCIA). CUALQUIER ESTADO GENERAL QUE NO SEA EL TEXTO DE
      * DENTRO DE TOLERANCIA DETIENE LA CADENA.
       2410-LEER-LINEA-VOLUMEN.

           READ ENT-VOLUMEN.

           EVALUATE TRUE
               WHEN FS-VOLUMEN-OK
                    IF WS-ENT-VOLUMEN = WS-REG-CAD-FECHA
                       SET WS-VOLUMEN-VIGENTE TO TRUE
                    END-IF
                    IF WS-VOLUMEN-NO-VIGENTE
                       GO TO 2410-LEER-LINEA-VOLUMEN-FIN
                    END-IF
                    IF WS-ENT-VOLUMEN(67:12) = WS-TEXTO-CONCEPTO-FUERA
                       SET WS-VOLUMEN-FUERA TO TRUE
                       MOVE WS-ENT-VOLUMEN  TO WS-SAL-CADENA
                       PERFORM 2900-ESCRIBIR-BITACORA
                          THRU 2900-ESCRIBIR-BITACORA-FIN
                    END-IF
                    IF WS-ENT-VOLUMEN(1:20) = WS-ETI-ESTADO-GENERAL
                       IF WS-ENT-VOLUMEN(21:20)
                             NOT = WS-TEXTO-DENTRO-TOLERANCIA
                          SET WS-VOLUMEN-FUERA TO TRUE
                       END-IF
                    END-IF
               WHEN FS-VOLUMEN-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL REPORTE DE VOLUMEN'
                    DISPLAY 'FILE STATUS: ' FS-VOLUMEN
                    SET WS-VOLUMEN-NO-VIGENTE TO TRUE
                    SET WS-VOLUMEN-FUERA    TO TRUE
                    SET FS-VOLUMEN-EOF      TO TRUE
           END-EVALUATE.

       2410-LEER-LINEA-VOLUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MISMO CRITERIO QUE EL CONTROL DE VOLUMEN: EL REPORTE SE RELEE
      * AUNQUE CL14EJ25 HAYA DEVUELTO CODIGO DE RECHAZO, Y SOLO SE LE
      * CREE SI TRAE LA FECHA DE HOY.
       2500-VERIFICAR-ENTRADAS.

           SET WS-ENTRADAS-NO-VIGENTE       TO TRUE.

           OPEN INPUT ENT-ENTRADAS.

           EVALUATE TRUE
               WHEN FS-ENTRADAS-OK
                    PERFORM 2510-LEER-LINEA-ENTRADAS
                       THRU 2510-LEER-LINEA-ENTRADAS-FIN
                      UNTIL FS-ENTRADAS-EOF
                    CLOSE ENT-ENTRADAS
               WHEN FS-ENTRADAS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL REPORTE DE CONTROL DE '
                            'ENTRADAS'
                    DISPLAY 'FILE STATUS: ' FS-ENTRADAS
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL REPORTE DE CONTROL DE '
                            'ENTRADAS'
                    DISPLAY 'FILE STATUS: ' FS-ENTRADAS
           END-EVALUATE.

      * SIN UN REPORTE DE HOY, UN PASO QUE DIJO HABER TERMINADO BIEN NO
      * ALCANZA PARA APAREAR. SI EL PASO YA TERMINO MAL, LA CADENA
      * QUEDA DETENIDA POR SU CODIGO DE RETORNO.
           IF WS-ENTRADAS-NO-VIGENTE
              AND WS-PASO-RETORNO = 0
              DISPLAY 'EL REPORTE DE CONTROL DE ENTRADAS NO ES DE ESTA '
                      'CORRIDA'
              SET WS-ENTRADAS-RECHAZADAS    TO TRUE
           END-IF.

       2500-VERIFICAR-ENTRADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CADA CONTROL QUE FALLO SE COPIA A LA BITACORA TAL COMO LO
      * INFORMA CL14EJ25 (ARCHIVO, CONTROL Y DETALLE). CUALQUIER ESTADO
      * GENERAL QUE NO SEA EL TEXTO DE ENTRADAS ACEPTADAS DETIENE LA
      * CADENA.
       2510-LEER-LINEA-ENTRADAS.

           READ ENT-ENTRADAS.

           EVALUATE TRUE
               WHEN FS-ENTRADAS-OK
                    IF WS-ENT-ENTRADAS = WS-REG-CAD-FECHA
                       SET WS-ENTRADAS-VIGENTE TO TRUE
                    END-IF
                    IF WS-ENTRADAS-NO-VIGENTE
                       GO TO 2510-LEER-LINEA-ENTRADAS-FIN
                    END-IF
                    IF WS-ENT-ENTRADAS(27:5) = WS-TEXTO-CONTROL-FALLA
                       SET WS-ENTRADAS-RECHAZADAS TO TRUE
                       MOVE WS-ENT-ENTRADAS TO WS-SAL-CADENA
                       PERFORM 2900-ESCRIBIR-BITACORA
                          THRU 2900-ESCRIBIR-BITACORA-FIN
                    END-IF
                    IF WS-ENT-ENTRADAS(1:20) = WS-ETI-ESTADO-GENERAL
                       IF WS-ENT-ENTRADAS(21:20)
                             NOT = WS-TEXTO-ENTRADAS-ACEPTADAS
                          SET WS-ENTRADAS-RECHAZADAS TO TRUE
                       END-IF
                    END-IF
               WHEN FS-ENTRADAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL REPORTE DE CONTROL DE '
                            'ENTRADAS'
                    DISPLAY 'FILE STATUS: ' FS-ENTRADAS
                    SET WS-ENTRADAS-NO-VIGENTE TO TRUE
                    SET WS-ENTRADAS-RECHAZADAS TO TRUE
                    SET FS-ENTRADAS-EOF     TO TRUE
           END-EVALUATE.

       2510-LEER-LINEA-ENTRADAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-BITACORA.

              THRU 2900-ESCRIBIR-BITACORA-FIN.

           EVALUATE TRUE
               WHEN WS-CADENA-DETENIDA
                AND WS-ENTRADAS-RECHAZADAS
                    MOVE 'DETENIDA POR CONTROL DE ARCHIVOS DE ENTRADA'
                                             TO WS-CAD-ESTADO-TEXTO
               WHEN WS-CADENA-DETENIDA
                AND WS-BALANCE-DIFERENCIA
                    MOVE 'DETENIDA POR BALANCEO CON DIFERENCIAS'
                                             TO WS-CAD-ESTADO-TEXTO
               WHEN WS-CADENA-DETENIDA
                AND WS-VOLUMEN-FUERA
                    MOVE 'DETENIDA POR CONTROL DE VOLUMEN'
                                             TO WS-CAD-ESTADO-TEXTO
               WHEN WS-CADENA-DETENIDA
                AND WS-CORRECCION-ILEGIBLE
                    MOVE 'DETENIDA POR ERROR AL LEER CORRECCION'
                      FS-CADENA
           END-IF.

           PERFORM 3100-REGISTRAR-ESTADISTICAS
              THRU 3100-REGISTRAR-ESTADISTICAS-FIN.

           IF WS-CADENA-DETENIDA
              DISPLAY 'CADENA DETENIDA - VER LA BITACORA'
              MOVE 8                        TO RETURN-CODE
           END-IF.

      * UNA NOCHE BUENA QUE NO QUEDO EN LA HISTORIA NO DETIENE NADA (LA
      * CONSOLIDACION YA CORRIO), PERO SE AVISA CON CODIGO 4 PARA QUE
      * EL OPERADOR LA REGISTRE A MANO ANTES DE LA PROXIMA NOCHE.
           IF WS-CADENA-EN-MARCHA
              AND WS-ESTADISTICA-SIN-REGISTRAR
              MOVE 4                        TO RETURN-CODE
           END-IF.

           DISPLAY 'CANTIDAD DE PASOS EJECUTADOS      : '
                   WS-CONT-PASOS-EJECUTADOS.
           DISPLAY 'CANTIDAD DE PASOS SALTEADOS       : '
       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CON LA BITACORA YA CERRADA, CL14EJ21 AGREGA LA NOCHE A LA
      * HISTORIA DE ESTADISTICAS (CONTADORES DEL APAREO, CODIGO DE
      * RETORNO DE CADA PASO Y ESTADO FINAL). SE REGISTRAN TAMBIEN LAS
      * NOCHES DETENIDAS; EL CONTROL DE VOLUMEN SOLO PROMEDIA LAS
      * COMPLETAS.
       3100-REGISTRAR-ESTADISTICAS.

           MOVE './CL14EJ21'                TO WS-PASO-COMANDO.

           CALL 'SYSTEM' USING WS-PASO-COMANDO.

           MOVE RETURN-CODE                 TO WS-PASO-RETORNO.
           MOVE 0                           TO RETURN-CODE.

           IF WS-PASO-RETORNO NOT = 0
              DISPLAY 'ERROR AL REGISTRAR LAS ESTADISTICAS DE LA NOCHE'
              DISPLAY 'CODIGO DE RETORNO CL14EJ21: ' WS-PASO-RETORNO
              SET WS-ESTADISTICA-SIN-REGISTRAR TO TRUE
           END-IF.

       3100-REGISTRAR-ESTADISTICAS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ08.
