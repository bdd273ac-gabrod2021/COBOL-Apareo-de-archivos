          05 WS-ENT-EMP-ESTADO              PIC X(01).
          05 WS-ENT-EMP-SUCURSAL            PIC 9(02).

      * CABECERA Y PIE QUE RRHH AGREGA A CADA ARCHIVO (COPY RRHH). NO
      * TIENEN DATOS PERSONALES: PASAN SIN ENMASCARAR NI CONTAR, Y COMO
      * EL ID SE CONSERVA, LA CANTIDAD Y LA SUMA DEL PIE SIGUEN
      * CUADRANDO CON EL EXTRACTO.
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
          05 WS-CONT-REG-TELEFONOS          PIC 9(08) VALUE 0.
          05 WS-CONT-REG-CODPOS             PIC 9(08) VALUE 0.
          05 WS-CONT-CP-REEMPLAZADOS        PIC 9(08) VALUE 0.
          05 WS-CONT-REG-CONTROL            PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                AND WS-ENT-EMP-REG-CONTROL
                    ADD 1                   TO WS-CONT-REG-CONTROL
               WHEN FS-EMPLEADOS-OK
                    ADD 1                   TO WS-CONT-REG-EMPLEADOS
               WHEN FS-EMPLEADOS-EOF

       2010-LEER-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-GRABAR-EMPLEADO.

           IF NOT WS-ENT-EMP-REG-CONTROL
              PERFORM 2030-ENMASCARAR-EMPLEADO
                 THRU 2030-ENMASCARAR-EMPLEADO-FIN
           END-IF.

           MOVE WS-ENT-EMPLEADOS            TO WS-SAL-EMPLEADOS.
           WRITE WS-SAL-EMPLEADOS.

           IF NOT FS-EMP-PRUEBA-OK
              DISPLAY 'ERROR AL ESCRIBIR EMPLEADOS-PRUEBA.TXT: '
                      FS-EMP-PRUEBA
           END-IF.

           PERFORM 2010-LEER-EMPLEADO
              THRU 2010-LEER-EMPLEADO-FIN.

       2020-GRABAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL NOMBRE Y EL APELLIDO SE REEMPLAZAN POR VALORES FICTICIOS
      * DERIVADOS DEL ID; EL ID, EL ESTADO Y LA SUCURSAL SE CONSERVAN
      * PARA QUE EL CICLO DE PRUEBA CRUCE Y CLASIFIQUE IGUAL QUE EL
      * PRODUCTIVO.
       2030-ENMASCARAR-EMPLEADO.

           MOVE SPACES                      TO WS-MAS-NOMBRE.
           STRING
           MOVE WS-MAS-NOMBRE               TO WS-ENT-EMP-NOMBRE.
           MOVE WS-MAS-APELLIDO             TO WS-ENT-EMP-APELLIDO.

       2030-ENMASCARAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-ENMASCARAR-DIRECCIONES.
           READ ENT-DIRECCIONES.

           EVALUATE TRUE
               WHEN FS-DIRECCIONES-OK
                AND WS-ENT-DIR-REG-CONTROL
                    ADD 1                   TO WS-CONT-REG-CONTROL
               WHEN FS-DIRECCIONES-OK
                    ADD 1                   TO WS-CONT-REG-DIRECCIONES
               WHEN FS-DIRECCIONES-EOF

       2210-LEER-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-GRABAR-DIRECCION.

           IF NOT WS-ENT-DIR-REG-CONTROL
              PERFORM 2230-ENMASCARAR-DIRECCION
                 THRU 2230-ENMASCARAR-DIRECCION-FIN
           END-IF.

           MOVE WS-ENT-DIRECCIONES          TO WS-SAL-DIRECCIONES.
           WRITE WS-SAL-DIRECCIONES.

           IF NOT FS-DIR-PRUEBA-OK
              DISPLAY 'ERROR AL ESCRIBIR DIRECCIONES-PRUEBA.TXT: '
                      FS-DIR-PRUEBA
           END-IF.

           PERFORM 2210-LEER-DIRECCION
              THRU 2210-LEER-DIRECCION-FIN.

       2220-GRABAR-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA CALLE SE REEMPLAZA POR UNA FICTICIA DERIVADA DEL ID. EL
      * CODIGO POSTAL SE CONSERVA SI EXISTE EN CODPOS.TXT (MANTIENE LA
      * DISTRIBUCION GEOGRAFICA DE PRUEBA); UNO INVALIDO O INEXISTENTE
      * SE REEMPLAZA POR EL SUPLENTE PARA QUE EL CICLO DE PRUEBA NO
      * RECHACE LO QUE PRODUCCION TAMPOCO RECHAZARIA.
       2230-ENMASCARAR-DIRECCION.

           MOVE SPACES                      TO WS-MAS-DIRECCION.
           STRING
              ADD 1                         TO WS-CONT-CP-REEMPLAZADOS
           END-IF.

       2230-ENMASCARAR-DIRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-ENMASCARAR-TELEFONOS.
           READ ENT-TELEFONOS.

           EVALUATE TRUE
               WHEN FS-TELEFONOS-OK
                AND WS-ENT-TEL-REG-CONTROL
                    ADD 1                   TO WS-CONT-REG-CONTROL
               WHEN FS-TELEFONOS-OK
                    ADD 1                   TO WS-CONT-REG-TELEFONOS
               WHEN FS-TELEFONOS-EOF
       2410-LEER-TELEFONO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-GRABAR-TELEFONO.

           IF NOT WS-ENT-TEL-REG-CONTROL
              PERFORM 2430-ENMASCARAR-TELEFONO
                 THRU 2430-ENMASCARAR-TELEFONO-FIN
           END-IF.

           MOVE WS-ENT-TELEFONOS            TO WS-SAL-TELEFONOS.
           WRITE WS-SAL-TELEFONOS.

       2420-GRABAR-TELEFONO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL NUMERO SE REEMPLAZA POR UNO FICTICIO DERIVADO DEL ID Y DEL
      * ORDEN; EL TIPO Y EL ORDEN SE CONSERVAN PARA QUE LA ELECCION
      * DEL PREFERIDO Y LAS CASILLAS FIJO/MOVIL/LABORAL DEN IGUAL QUE
      * EN PRODUCCION.
       2430-ENMASCARAR-TELEFONO.

           MOVE SPACES                      TO WS-MAS-TELEFONO.
           STRING
               '555'                            DELIMITED SIZE
               WS-ENT-TEL-ID-EMPLEADO           DELIMITED SIZE
               WS-ENT-TEL-ORDEN                 DELIMITED SIZE
               INTO WS-MAS-TELEFONO
           END-STRING.

           MOVE WS-MAS-TELEFONO             TO WS-ENT-TEL-NUMERO.

       2430-ENMASCARAR-TELEFONO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

                   WS-CONT-REG-CODPOS.
           DISPLAY 'CODIGOS POSTALES REEMPLAZADOS     : '
                   WS-CONT-CP-REEMPLAZADOS.
           DISPLAY 'REGISTROS DE CONTROL COPIADOS     : '
                   WS-CONT-REG-CONTROL.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
