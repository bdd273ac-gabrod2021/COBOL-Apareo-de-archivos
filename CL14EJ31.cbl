      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: DEPURACION DE DATOS PERSONALES DE EMPLEADOS DADOS DE
      *          BAJA CUYO PLAZO DE RETENCION VENCIO (LEY 25.326), CON
      *          LISTA DE RETENCION LEGAL, CERTIFICADO Y REINICIO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ31.
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
           ASSIGN USING WS-ARCH-EMPLEADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS.

       SELECT ENT-HISTORIA
           ASSIGN USING WS-ARCH-HISTORIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

      * LISTA DE RETENCION LEGAL QUE MANTIENE EL AREA DE LEGALES: LOS
      * EMPLEADOS QUE FIGURAN AQUI NO SE DEPURAN AUNQUE SU PLAZO HAYA
      * VENCIDO.
       SELECT ENT-RETENCION
           ASSIGN USING WS-ARCH-RETENCION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENCION.

      * CATALOGO DE GENERACIONES FECHADAS QUE MANTIENE CL14EJ01.
       SELECT ARCH-CATALOGO
           ASSIGN USING WS-ARCH-CATALOGO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

      * PUNTO DE REINICIO DE LA DEPURACION. SE GRABA COMPLETO EN
      * CHECKPOINT-NUEVO Y RECIEN ENTONCES SE RENOMBRA SOBRE EL
      * VIGENTE, PARA QUE UNA CAIDA NUNCA DEJE UN CHECKPOINT A MEDIAS.
       SELECT ARCH-CHECKPOINT
           ASSIGN USING WS-ARCH-CHECKPOINT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHECKPOINT.

       SELECT SAL-CHECKPOINT-NUEVO
           ASSIGN USING WS-ARCH-CHECKPOINT-NUEVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHECKPOINT-NUEVO.

      * PAREJA GENERICA DE ARCHIVOS PARA DEPURAR CADA ARCHIVO: SE LEE
      * EL ORIGINAL Y SE GRABA LA VERSION DEPURADA EN RUTA.DEP, QUE
      * LUEGO REEMPLAZA AL ORIGINAL.
       SELECT ENT-DEPURAR
           ASSIGN USING WS-ARCH-DEPURAR-ENT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPURAR-ENT.

       SELECT SAL-DEPURAR
           ASSIGN USING WS-ARCH-DEPURAR-SAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPURAR-SAL.

       SELECT SAL-CERTIFICADO
           ASSIGN USING WS-ARCH-CERTIFICADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CERTIFICADO.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * TARJETA DE CONTROL DE CORRIDA COMPARTIDA CON TODA LA CADENA:
      * LINEAS "CLAVE=VALOR".
       FD ENT-PARAMS.
       01 WS-ENT-PARAMS                     PIC X(120).

       FD ENT-EMPLEADOS.
       01 WS-ENT-EMPLEADOS.
          05 WS-ENT-EMP-ID-EMPLEADO         PIC 9(08).
          05 WS-ENT-EMP-ID-EMPLEADO-X REDEFINES WS-ENT-EMP-ID-EMPLEADO
                                            PIC X(08).
          05 WS-ENT-EMP-NOMBRE              PIC X(25).
          05 WS-ENT-EMP-APELLIDO            PIC X(25).
          05 WS-ENT-EMP-ESTADO              PIC X(01).
             88 WS-ENT-EMP-BAJA                 VALUE 'B'.
          05 WS-ENT-EMP-SUCURSAL            PIC 9(02).

      * HISTORIA ACUMULADA DE CAMBIOS DE CONTACTO (CL14EJ10), ORDENADA
      * POR EMPLEADO Y FECHA EFECTIVA. EL ULTIMO RENGLON DE UN EMPLEADO
      * DADO DE BAJA ES EL DE TIPO BAJA Y SU FECHA ES LA FECHA DE BAJA.
       FD ENT-HISTORIA.
       01 WS-ENT-HISTORIA.
          05 WS-ENT-HIS-ID-EMPLEADO         PIC 9(08).
          05 WS-ENT-HIS-ID-EMPLEADO-X REDEFINES WS-ENT-HIS-ID-EMPLEADO
                                            PIC X(08).
          05 FILLER                        PIC X(02).
          05 WS-ENT-HIS-FECHA               PIC 9(08).
          05 FILLER                        PIC X(02).
          05 WS-ENT-HIS-TIPO                PIC X(12).
             88 WS-ENT-HIS-TIPO-BAJA            VALUE 'BAJA'.
          05 FILLER                        PIC X(324).

      * UNA LINEA POR EMPLEADO RETENIDO: ID, UN BLANCO Y LA REFERENCIA
      * DEL EXPEDIENTE. LAS LINEAS EN BLANCO O CON "*" EN LA PRIMERA
      * POSICION SON COMENTARIOS.
       FD ENT-RETENCION.
       01 WS-ENT-RETENCION.
          05 WS-ENT-RET-ID-EMPLEADO         PIC 9(08).
          05 WS-ENT-RET-ID-EMPLEADO-X REDEFINES WS-ENT-RET-ID-EMPLEADO
                                            PIC X(08).
          05 FILLER                        PIC X(01).
          05 WS-ENT-RET-REFERENCIA          PIC X(40).
          05 FILLER                        PIC X(31).

       FD ARCH-CATALOGO.
       01 WS-REG-CATALOGO                   PIC X(08).

       FD ARCH-CHECKPOINT.
       01 WS-REG-CHECKPOINT                 PIC X(200).

       FD SAL-CHECKPOINT-NUEVO.
       01 WS-SAL-CHECKPOINT-NUEVO           PIC X(200).

      * LOS ARCHIVOS QUE SE DEPURAN LLEVAN EL ID DEL EMPLEADO EN LAS
      * POSICIONES 1 A 8 DE CADA DETALLE, SALVO LA AUDITORIA DE
      * MANTENIMIENTO (69 A 76) Y LOS PENDIENTES DE NOMINA (73 A 80).
      * DUPLICADOS REVISADOS NO LLEVA ID: SE RECONOCE POR LA REGLA Y LA
      * CLAVE. CABECERAS, PIES, TITULOS Y SEPARADORES NO TIENEN UN
      * NUMERO DONDE VA EL ID Y SE COPIAN TAL CUAL.
       FD ENT-DEPURAR.
       01 WS-REG-DEPURAR-ENT.
          05 WS-DEP-ENT-ID-EMPLEADO         PIC 9(08).
          05 WS-DEP-ENT-ID-EMPLEADO-X REDEFINES WS-DEP-ENT-ID-EMPLEADO
                                            PIC X(08).
          05 FILLER                        PIC X(392).

       01 WS-REG-DEPURAR-ENT-AUDITORIA.
          05 FILLER                        PIC X(68).
          05 WS-DEP-ENT-AUD-ID-EMPLEADO     PIC X(08).
          05 FILLER                        PIC X(324).

       01 WS-REG-DEPURAR-ENT-PENDIENTE.
          05 FILLER                        PIC X(72).
          05 WS-DEP-ENT-PEN-ID-EMPLEADO     PIC X(08).
          05 FILLER                        PIC X(320).

       01 WS-REG-DEPURAR-ENT-REVISADO.
          05 WS-DEP-ENT-REV-REGLA           PIC X(03).
          05 FILLER                        PIC X(64).
          05 WS-DEP-ENT-REV-CLAVE           PIC X(84).
          05 FILLER                        PIC X(249).

       FD SAL-DEPURAR.
       01 WS-REG-DEPURAR-SAL.
          05 WS-DEP-SAL-ID-EMPLEADO         PIC X(08).
          05 WS-DEP-SAL-DATOS-PERSONALES    PIC X(50).
          05 FILLER                        PIC X(342).

      * EN LA AUDITORIA QUEDAN LA FECHA, EL PROGRAMA, EL OPERADOR, LA
      * REFERENCIA, EL TIPO, LA ACCION Y EL ID; LAS IMAGENES ANTERIOR
      * Y POSTERIOR DEL REGISTRO SE BLANQUEAN.
       01 WS-REG-DEPURAR-SAL-AUDITORIA.
          05 FILLER                        PIC X(78).
          05 WS-DEP-SAL-AUD-IMAGENES        PIC X(126).
          05 FILLER                        PIC X(196).

       FD SAL-CERTIFICADO.
       01 WS-SAL-CERTIFICADO                PIC X(132).

       WORKING-STORAGE SECTION.

      * CABECERA Y PIE DE RRHH: EL PIE DE DIRECCIONES Y TELEFONOS SE
      * RECALCULA CON LOS DETALLES QUE QUEDAN.
          COPY RRHH.

       01 WS-ARCHIVOS.
          05 WS-ARCH-EMPLEADOS              PIC X(100) VALUE
             '../EMPLEADOS.TXT'.
          05 WS-ARCH-DIRECCIONES            PIC X(100) VALUE
             '../DIRECCIONES.TXT'.
          05 WS-ARCH-NORMALIZADAS           PIC X(100) VALUE
             '../DIRECCIONES-NORMALIZADAS.TXT'.
          05 WS-ARCH-TELEFONOS              PIC X(100) VALUE
             '../TELEFONOS.TXT'.
          05 WS-ARCH-HISTORIA               PIC X(100) VALUE
             '../HISTORIA-CONTACTOS.TXT'.
          05 WS-ARCH-NO-ENTREGABLES         PIC X(100) VALUE
             '../NO-ENTREGABLES.TXT'.
          05 WS-ARCH-SEGUIMIENTO            PIC X(100) VALUE
             '../SEGUIMIENTO-ERRORES.TXT'.
          05 WS-ARCH-AUDITORIA              PIC X(100) VALUE
             '../AUDITORIA-MANTENIMIENTO.TXT'.
          05 WS-ARCH-PENDIENTES             PIC X(100) VALUE
             '../PENDIENTES-NOMINA.TXT'.
          05 WS-ARCH-REVISADOS              PIC X(100) VALUE
             '../DUPLICADOS-REVISADOS.TXT'.
          05 WS-ARCH-APAREO                 PIC X(100) VALUE
             '../APAREO.TXT'.
          05 WS-ARCH-ERROR                  PIC X(100) VALUE
             '../ERROR.TXT'.
          05 WS-ARCH-INACTIVOS              PIC X(100) VALUE
             '../INACTIVOS.TXT'.
          05 WS-ARCH-BAJAS                  PIC X(100) VALUE
             '../BAJAS.TXT'.
          05 WS-ARCH-LICENCIAS              PIC X(100) VALUE
             '../LICENCIAS.TXT'.
          05 WS-ARCH-CATALOGO               PIC X(100) VALUE
             '../GENERACIONES-CL14EJ01.TXT'.
          05 WS-ARCH-RETENCION              PIC X(100) VALUE
             '../RETENCION-LEGAL.TXT'.
          05 WS-ARCH-CHECKPOINT             PIC X(100) VALUE
             '../CHECKPOINT-CL14EJ31.TXT'.
          05 WS-ARCH-CHECKPOINT-NUEVO       PIC X(110).
          05 WS-ARCH-CERTIFICADO-BASE       PIC X(100) VALUE
             '../CERTIFICADO-DEPURACION.TXT'.
          05 WS-ARCH-CERTIFICADO            PIC X(110).
          05 WS-ARCH-DEPURAR-ENT            PIC X(120).
          05 WS-ARCH-DEPURAR-SAL            PIC X(120).

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
          05 FS-HISTORIA                    PIC X(2).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-EOF                 VALUE '10'.
             88 FS-HISTORIA-NFD                 VALUE '35'.
          05 FS-RETENCION                   PIC X(2).
             88 FS-RETENCION-OK                 VALUE '00'.
             88 FS-RETENCION-EOF                VALUE '10'.
             88 FS-RETENCION-NFD                VALUE '35'.
          05 FS-CATALOGO                    PIC X(2).
             88 FS-CATALOGO-OK                  VALUE '00'.
             88 FS-CATALOGO-EOF                 VALUE '10'.
             88 FS-CATALOGO-NFD                 VALUE '35'.
          05 FS-CHECKPOINT                  PIC X(2).
             88 FS-CHECKPOINT-OK                VALUE '00'.
             88 FS-CHECKPOINT-EOF               VALUE '10'.
             88 FS-CHECKPOINT-NFD               VALUE '35'.
          05 FS-CHECKPOINT-NUEVO            PIC X(2).
             88 FS-CHECKPOINT-NUEVO-OK          VALUE '00'.
          05 FS-DEPURAR-ENT                 PIC X(2).
             88 FS-DEPURAR-ENT-OK               VALUE '00'.
             88 FS-DEPURAR-ENT-EOF              VALUE '10'.
             88 FS-DEPURAR-ENT-NFD              VALUE '35'.
          05 FS-DEPURAR-SAL                 PIC X(2).
             88 FS-DEPURAR-SAL-OK               VALUE '00'.
          05 FS-CERTIFICADO                 PIC X(2).
             88 FS-CERTIFICADO-OK               VALUE '00'.

      * PLAZO, EN ANIOS DESDE LA BAJA, DURANTE EL QUE SE CONSERVAN LOS
      * DATOS DE CONTACTO. NO TIENE VALOR POR OMISION: SIN ESTA CLAVE
      * EN PARAMS.TXT EL PROGRAMA NO DEPURA NADA.
       01 WS-PARAMETROS.
          05 WS-PAR-ANIOS-RETENCION         PIC 9(02) VALUE 0.

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
          05 WS-SW-DEPURACION               PIC X(01) VALUE 'S'.
             88 WS-DEPURACION-OK                VALUE 'S'.
             88 WS-DEPURACION-ERROR             VALUE 'N'.
          05 WS-SW-CERTIFICADO              PIC X(01) VALUE 'S'.
             88 WS-CERTIFICADO-OK               VALUE 'S'.
             88 WS-CERTIFICADO-ERROR            VALUE 'N'.
          05 WS-SW-CORRIDA                  PIC X(01) VALUE 'N'.
             88 WS-CORRIDA-NUEVA                VALUE 'N'.
             88 WS-CORRIDA-REANUDADA            VALUE 'R'.
          05 WS-SW-CKP-COMPLETO             PIC X(01) VALUE 'N'.
             88 WS-CKP-COMPLETO                 VALUE 'S'.
             88 WS-CKP-INCOMPLETO               VALUE 'N'.
          05 WS-SW-CKP-BORRADO              PIC X(01) VALUE 'S'.
             88 WS-CKP-BORRADO                  VALUE 'S'.
             88 WS-CKP-NO-BORRADO               VALUE 'N'.
          05 WS-SW-EMP-HALLADO              PIC X(01) VALUE 'N'.
             88 WS-EMP-HALLADO                  VALUE 'S'.
             88 WS-EMP-NO-HALLADO               VALUE 'N'.
          05 WS-SW-RET-HALLADO              PIC X(01) VALUE 'N'.
             88 WS-RET-HALLADO                  VALUE 'S'.
             88 WS-RET-NO-HALLADO               VALUE 'N'.

       01 WS-FECHA-SISTEMA.
          05 WS-FEC-SIS-AAAA                PIC 9(04).
          05 WS-FEC-SIS-MM                  PIC 9(02).
          05 WS-FEC-SIS-DD                  PIC 9(02).

      * FECHA DE LA CORRIDA Y FECHA DE CORTE: SE DEPURA A QUIEN FUE
      * DADO DE BAJA ANTES DE LA FECHA DE CORTE. EN UN REINICIO AMBAS
      * SE RESTAURAN DEL CHECKPOINT, JUNTO CON EL PLAZO APLICADO.
       01 WS-FECHA-CORRIDA                  PIC 9(08) VALUE 0.
       01 WS-FECHA-CORTE                    PIC 9(08) VALUE 0.
       01 WS-ANIOS-APLICADOS                PIC 9(02) VALUE 0.

       01 WS-FECHA-DESGLOSE.
          05 WS-FEC-DES-AAAA                PIC 9(04).
          05 WS-FEC-DES-MM                  PIC 9(02).
          05 WS-FEC-DES-DD                  PIC 9(02).

      * FECHA AAAAMMDD A EDITAR COMO DD/MM/AAAA PARA EL CERTIFICADO.
       01 WS-FECHA-A-EDITAR                 PIC 9(08) VALUE 0.

       01 WS-FECHA-EDITADA.
          05 WS-FEC-EDI-DD                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-FEC-EDI-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-FEC-EDI-AAAA                PIC 9(04).

      * LISTA DE RETENCION LEGAL EN MEMORIA.
       01 WS-TAB-RET-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-RETENCION.
          05 WS-TAB-RET-ENTRADA OCCURS 1 TO 10000 TIMES
                                 DEPENDING ON WS-TAB-RET-CANTIDAD
                                 INDEXED BY WS-TAB-RET-IDX.
             10 WS-TAB-RET-ID-EMPLEADO      PIC 9(08).
             10 WS-TAB-RET-REFERENCIA       PIC X(40).

      * EMPLEADOS DADOS DE BAJA QUE TODAVIA CONSERVAN SUS DATOS, CON LA
      * SITUACION QUE LES TOCA EN ESTA CORRIDA Y, PARA LOS QUE SE
      * DEPURAN, LA CANTIDAD DE REGISTROS QUITADOS DE CADA TIPO DE
      * ARCHIVO (UNA POSICION POR CATEGORIA DE WS-TABLA-CATEGORIAS).
       01 WS-TAB-EMP-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-EMPLEADOS.
          05 WS-TAB-EMP-ENTRADA OCCURS 1 TO 100000 TIMES
                                 DEPENDING ON WS-TAB-EMP-CANTIDAD
                                 INDEXED BY WS-TAB-EMP-IDX.
             10 WS-TAB-EMP-ID-EMPLEADO      PIC 9(08).
             10 WS-TAB-EMP-SITUACION        PIC X(01).
                88 WS-TAB-EMP-DEPURAR           VALUE 'D'.
                88 WS-TAB-EMP-RETENIDO          VALUE 'R'.
                88 WS-TAB-EMP-EN-PLAZO          VALUE 'V'.
                88 WS-TAB-EMP-SIN-FECHA         VALUE 'S'.
             10 WS-TAB-EMP-FECHA-BAJA       PIC 9(08).
             10 WS-TAB-EMP-ULTIMO-MOV       PIC X(01).
                88 WS-TAB-EMP-ULTIMO-BAJA       VALUE 'B'.
                88 WS-TAB-EMP-ULTIMO-OTRO       VALUE 'O'.
             10 WS-TAB-EMP-REFERENCIA       PIC X(40).
             10 WS-TAB-EMP-CANTIDADES.
                15 WS-TAB-EMP-CANT-CATEGORIA OCCURS 16 TIMES
                                            PIC 9(06).

      * TIPOS DE ARCHIVO QUE SE DEPURAN, CON LA ABREVIATURA QUE LOS
      * ENCABEZA EN EL CERTIFICADO. EMPLEADOS SE DEPURA ULTIMO: MIENTRAS
      * CONSERVE LOS NOMBRES, UNA CORRIDA CAIDA ANTES DEL CHECKPOINT
      * INICIAL VUELVE A SELECCIONAR A LOS MISMOS EMPLEADOS. DUPLICADOS
      * REVISADOS SE DEPURA PRIMERO: SUS CLAVES SE ARMAN CON LOS DATOS
      * QUE TODAVIA CONSERVAN EMPLEADOS, DIRECCIONES Y TELEFONOS.
       01 WS-CATEGORIAS-VALORES.
          05 FILLER PIC X(51) VALUE
             'EMPLEAEMPLEADOS (NOMBRE Y APELLIDO EN BLANCO)'.
          05 FILLER PIC X(51) VALUE
             'DIRECCDIRECCIONES'.
          05 FILLER PIC X(51) VALUE
             'NORMALDIRECCIONES NORMALIZADAS'.
          05 FILLER PIC X(51) VALUE
             'TELEFOTELEFONOS'.
          05 FILLER PIC X(51) VALUE
             'HISTORHISTORIA DE CONTACTOS'.
          05 FILLER PIC X(51) VALUE
             'NO-ENTDIRECCIONES NO ENTREGABLES'.
          05 FILLER PIC X(51) VALUE
             'SEGUIMSEGUIMIENTO DE ERRORES'.
          05 FILLER PIC X(51) VALUE
             'APAREOAPAREO (SALIDA VIGENTE Y GENERACIONES)'.
          05 FILLER PIC X(51) VALUE
             'ERROR ERROR (SALIDA VIGENTE Y GENERACIONES)'.
          05 FILLER PIC X(51) VALUE
             'INACTIINACTIVOS (SALIDA VIGENTE Y GENERACIONES)'.
          05 FILLER PIC X(51) VALUE
             'BAJAS BAJAS (SALIDA VIGENTE Y GENERACIONES)'.
          05 FILLER PIC X(51) VALUE
             'LICENCLICENCIAS (SALIDA VIGENTE Y GENERACIONES)'.
          05 FILLER PIC X(51) VALUE
             'AUDITOAUDITORIA DE MANTENIMIENTO (SIN IMAGENES)'.
          05 FILLER PIC X(51) VALUE
             'PENDNOPENDIENTES DE NOMINA'.
          05 FILLER PIC X(51) VALUE
             'DUPLICDUPLICADOS REVISADOS'.
          05 FILLER PIC X(51) VALUE
             'CORTESCORTES POR SUCURSAL DE LAS SALIDAS'.

       01 WS-TABLA-CATEGORIAS REDEFINES WS-CATEGORIAS-VALORES.
          05 WS-TAB-CAT-ENTRADA OCCURS 16 TIMES.
             10 WS-TAB-CAT-ABREVIATURA      PIC X(06).
             10 WS-TAB-CAT-DESCRIPCION      PIC X(45).

       01 WS-CAT-EMPLEADOS                  PIC 9(02) VALUE 1.
       01 WS-CAT-DIRECCIONES                PIC 9(02) VALUE 2.
       01 WS-CAT-NORMALIZADAS               PIC 9(02) VALUE 3.
       01 WS-CAT-TELEFONOS                  PIC 9(02) VALUE 4.
       01 WS-CAT-HISTORIA                   PIC 9(02) VALUE 5.
       01 WS-CAT-NO-ENTREGABLES             PIC 9(02) VALUE 6.
       01 WS-CAT-SEGUIMIENTO                PIC 9(02) VALUE 7.
       01 WS-CAT-APAREO                     PIC 9(02) VALUE 8.
       01 WS-CAT-ERROR                      PIC 9(02) VALUE 9.
       01 WS-CAT-INACTIVOS                  PIC 9(02) VALUE 10.
       01 WS-CAT-BAJAS                      PIC 9(02) VALUE 11.
       01 WS-CAT-LICENCIAS                  PIC 9(02) VALUE 12.
       01 WS-CAT-AUDITORIA                  PIC 9(02) VALUE 13.
       01 WS-CAT-PENDIENTES                 PIC 9(02) VALUE 14.
       01 WS-CAT-REVISADOS                  PIC 9(02) VALUE 15.
       01 WS-CAT-CORTES                     PIC 9(02) VALUE 16.
       01 WS-CAT-CANTIDAD                   PIC 9(02) VALUE 16.

      * TOTALES DEL CERTIFICADO POR TIPO DE ARCHIVO.
       01 WS-TOTALES-CATEGORIA.
          05 WS-TOT-CAT-ENTRADA OCCURS 16 TIMES.
             10 WS-TOT-CAT-ARCHIVOS         PIC 9(08).
             10 WS-TOT-CAT-EMPLEADOS        PIC 9(08).
             10 WS-TOT-CAT-REGISTROS        PIC 9(08).

      * UNIDADES DE DEPURACION: UN ARCHIVO FISICO CADA UNA, CON LA FASE
      * EN QUE QUEDO (PENDIENTE, FILTRADA EN RUTA.DEP, REEMPLAZADA O
      * INEXISTENTE). ES LO QUE PERMITE RETOMAR UNA CORRIDA CAIDA SIN
      * VOLVER A TOCAR LOS ARCHIVOS YA DEPURADOS.
       01 WS-TAB-UNI-CANTIDAD               PIC 9(04) VALUE 0.
       01 WS-TAB-UNI-IDX                    PIC 9(04) VALUE 0.
       01 WS-UNI-CKP-IDX                    PIC 9(04) VALUE 0.

       01 WS-TABLA-UNIDADES.
          05 WS-TAB-UNI-ENTRADA OCCURS 1 TO 2500 TIMES
                                 DEPENDING ON WS-TAB-UNI-CANTIDAD.
             10 WS-TAB-UNI-CATEGORIA        PIC 9(02).
             10 WS-TAB-UNI-FECHA-GEN        PIC 9(08).
             10 WS-TAB-UNI-FASE             PIC X(01).
                88 WS-TAB-UNI-PENDIENTE         VALUE 'P'.
                88 WS-TAB-UNI-FILTRADA          VALUE 'F'.
                88 WS-TAB-UNI-REEMPLAZADA       VALUE 'R'.
                88 WS-TAB-UNI-NO-EXISTE         VALUE 'N'.
                88 WS-TAB-UNI-FASE-VALIDA       VALUE 'P' 'F' 'R' 'N'.
             10 WS-TAB-UNI-LEIDOS           PIC 9(08).
             10 WS-TAB-UNI-ELIMINADOS       PIC 9(08).
             10 WS-TAB-UNI-RUTA             PIC X(110).

      * CATALOGO EN MEMORIA DE LAS GENERACIONES FECHADAS RETENIDAS.
       01 WS-TAB-GEN-CANTIDAD               PIC 9(04) VALUE 0.
       01 WS-TAB-GEN-IDX                    PIC 9(04) VALUE 0.

       01 WS-TABLA-GENERACIONES.
          05 WS-TAB-GEN-FECHA OCCURS 400 TIMES
                                             PIC 9(08).

      * AREA DE TRABAJO PARA ARMAR LA RUTA FECHADA DE UNA GENERACION
      * (RUTA-BASE + '.D' + AAAAMMDD), IGUAL QUE CL14EJ01.
       01 WS-GENERACION-TRABAJO.
          05 WS-GEN-RUTA-BASE               PIC X(100).
          05 WS-GEN-FECHA                   PIC 9(08).
          05 WS-GEN-RUTA-FECHADA            PIC X(110).

      * ID QUE SE BUSCA EN LA TABLA DE EMPLEADOS.
       01 WS-ID-BUSCADO                     PIC 9(08) VALUE 0.

      * AREA DE TRABAJO DE LA UNIDAD EN CURSO.
       01 WS-UNIDAD-TRABAJO.
          05 WS-UNI-CATEGORIA               PIC 9(02).
          05 WS-UNI-RUTA                    PIC X(110).
          05 WS-UNI-RUTA-TRABAJO            PIC X(120).
          05 WS-UNI-CONSERVADOS             PIC 9(08).
          05 WS-UNI-HASH                    PIC 9(15).
          05 WS-UNI-CAT-IDX                 PIC 9(02).

      * ID DEL RENGLON EN CURSO, TOMADO DE LA POSICION QUE LE
      * CORRESPONDE SEGUN EL TIPO DE ARCHIVO.
       01 WS-RENGLON-TRABAJO.
          05 WS-REN-ID-EMPLEADO             PIC 9(08).
          05 WS-REN-ID-EMPLEADO-X REDEFINES WS-REN-ID-EMPLEADO
                                            PIC X(08).

      * CORTES POR SUCURSAL QUE CL14EJ17 DEJA JUNTO A CADA SALIDA
      * VIGENTE (RUTA + '.S' + SUCURSAL).
       01 WS-CORTE-TRABAJO.
          05 WS-COR-SUCURSAL                PIC 9(03).
          05 WS-COR-SUCURSAL-TEXTO          PIC 9(02).

      * CLAVES DE DUPLICADOS DE LOS EMPLEADOS A DEPURAR, ARMADAS IGUAL
      * QUE EN CL14EJ18 (NOM, TEL Y DOM): UN GRUPO REVISADO CON UNA DE
      * ESTAS CLAVES INCLUYE LOS DATOS DE UN EMPLEADO DEPURADO. LA
      * DIRECCION SE TOMA TAL COMO LA CARGO RRHH Y TAMBIEN NORMALIZADA.
       01 WS-TAB-CLV-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-CLAVES.
          05 WS-TAB-CLV-ENTRADA OCCURS 1 TO 50000 TIMES
                                 DEPENDING ON WS-TAB-CLV-CANTIDAD
                                 INDEXED BY WS-TAB-CLV-IDX.
             10 WS-TAB-CLV-REGLA            PIC X(03).
             10 WS-TAB-CLV-CLAVE            PIC X(84).
             10 WS-TAB-CLV-ID-EMPLEADO      PIC 9(08).

       01 WS-CLAVE-TRABAJO.
          05 WS-CLV-FUENTE                  PIC 9(02).
          05 WS-CLV-REGLA                   PIC X(03).
          05 WS-CLV-CLAVE                   PIC X(84).
          05 WS-CLV-APELLIDO                PIC X(25).
          05 WS-SW-CLV-HALLADA              PIC X(01).
             88 WS-CLV-HALLADA                  VALUE 'S'.
             88 WS-CLV-NO-HALLADA               VALUE 'N'.

      * VISTAS DE LOS DETALLES DE DIRECCIONES Y TELEFONOS DE RRHH Y DE
      * LA DIRECCION NORMALIZADA, DE DONDE SALEN LAS CLAVES.
       01 WS-CLV-DIRECCION.
          05 WS-CLV-DIR-ID-EMPLEADO         PIC 9(08).
          05 WS-CLV-DIR-DIRECCION           PIC X(50).
          05 WS-CLV-DIR-COD-POSTAL          PIC X(04).
          05 FILLER                        PIC X(338).

       01 WS-CLV-TELEFONO.
          05 WS-CLV-TEL-ID-EMPLEADO         PIC 9(08).
          05 WS-CLV-TEL-TIPO                PIC X(01).
             88 WS-CLV-TEL-FIJO                 VALUE 'F'.
             88 WS-CLV-TEL-MOVIL                VALUE 'M'.
          05 WS-CLV-TEL-ORDEN               PIC X(01).
          05 WS-CLV-TEL-NUMERO              PIC X(15).
          05 FILLER                        PIC X(375).

          COPY DOMICILIO.

      * IMAGENES EN MEMORIA DE LOS REGISTROS DEL CHECKPOINT: UN
      * REGISTRO DE CONTROL, UNO POR EMPLEADO A DEPURAR, RETENIDO O SIN
      * FECHA, UNO POR UNIDAD Y UN CIERRE CON LA CANTIDAD GRABADA.
       01 WS-REG-CKP-CONTROL.
          05 WS-CKP-CTL-TIPO-REG            PIC X(01) VALUE 'C'.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-CTL-FECHA-CORRIDA       PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-CTL-FECHA-CORTE         PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-CTL-ANIOS               PIC 9(02).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-CTL-EMPLEADOS           PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-CTL-UNIDADES            PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-CTL-YA-DEPURADOS        PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-CTL-EN-PLAZO            PIC 9(08).
          05 FILLER                        PIC X(142) VALUE SPACES.

       01 WS-REG-CKP-EMPLEADO.
          05 WS-CKP-EMP-TIPO-REG            PIC X(01) VALUE 'E'.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-EMP-ID-EMPLEADO         PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-EMP-SITUACION           PIC X(01).
             88 WS-CKP-EMP-SITUACION-VALIDA     VALUE 'D' 'R' 'S'.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-EMP-FECHA-BAJA          PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-EMP-REFERENCIA          PIC X(40).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-EMP-CANTIDADES          PIC X(96).
          05 FILLER                        PIC X(41) VALUE SPACES.

       01 WS-REG-CKP-UNIDAD.
          05 WS-CKP-UNI-TIPO-REG            PIC X(01) VALUE 'U'.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-UNI-CATEGORIA           PIC 9(02).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-UNI-FECHA-GEN           PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-UNI-FASE                PIC X(01).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-UNI-LEIDOS              PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-UNI-ELIMINADOS          PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-UNI-RUTA                PIC X(110).
          05 FILLER                        PIC X(56) VALUE SPACES.

       01 WS-REG-CKP-CIERRE.
          05 WS-CKP-CIE-TIPO-REG            PIC X(01) VALUE 'Z'.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CKP-CIE-REGISTROS           PIC 9(08).
          05 FILLER                        PIC X(190) VALUE SPACES.

       01 WS-CONTROL-CHECKPOINT.
          05 WS-CKP-REGISTROS               PIC 9(08) VALUE 0.
          05 WS-CKP-EMPLEADOS-LEIDOS        PIC 9(08) VALUE 0.
          05 WS-CKP-UNIDADES-LEIDAS         PIC 9(08) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CONT-EMP-LEIDOS             PIC 9(08) VALUE 0.
          05 WS-CONT-BAJAS                  PIC 9(08) VALUE 0.
          05 WS-CONT-YA-DEPURADOS           PIC 9(08) VALUE 0.
          05 WS-CONT-HIS-LEIDOS             PIC 9(08) VALUE 0.
          05 WS-CONT-RET-LEIDAS             PIC 9(08) VALUE 0.
          05 WS-CONT-DEPURAR                PIC 9(08) VALUE 0.
          05 WS-CONT-RETENIDOS              PIC 9(08) VALUE 0.
          05 WS-CONT-EN-PLAZO               PIC 9(08) VALUE 0.
          05 WS-CONT-SIN-FECHA              PIC 9(08) VALUE 0.
          05 WS-CONT-ARCHIVOS               PIC 9(08) VALUE 0.
          05 WS-CONT-NO-EXISTEN             PIC 9(08) VALUE 0.
          05 WS-CONT-REG-ELIMINADOS         PIC 9(08) VALUE 0.
          05 WS-CONT-REG-BLANQUEADOS        PIC 9(08) VALUE 0.

      * IMAGENES EN MEMORIA DE LAS LINEAS DEL CERTIFICADO.
       01 WS-REG-CER-TITULO                 PIC X(132) VALUE
          'CERTIFICADO DE DEPURACION DE DATOS PERSONALES (LEY 25.326) -
      -    'PROGRAMA CL14EJ31'.

       01 WS-REG-CER-SEPARADOR              PIC X(132) VALUE ALL '-'.

       01 WS-REG-CER-DATO.
          05 WS-CER-DAT-ETIQUETA            PIC X(30).
          05 WS-CER-DAT-VALOR               PIC X(100).
          05 FILLER                        PIC X(02) VALUE SPACES.

       01 WS-REG-CER-REFERENCIA.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-REF-ABREVIATURA         PIC X(06).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-REF-DESCRIPCION         PIC X(45).
          05 FILLER                        PIC X(77) VALUE SPACES.

       01 WS-REG-CER-ENCABEZADO.
          05 FILLER                        PIC X(08) VALUE 'ID EMPLE'.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 FILLER                        PIC X(10) VALUE 'FECHA BAJA'.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CER-ENC-COLUMNA OCCURS 16 TIMES.
             10 WS-CER-ENC-ABREVIATURA      PIC X(06).
             10 FILLER                     PIC X(01) VALUE SPACES.

       01 WS-REG-CER-DETALLE.
          05 WS-CER-DET-ID-EMPLEADO         PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CER-DET-FECHA-BAJA          PIC X(10).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-CER-DET-COLUMNA OCCURS 16 TIMES.
             10 WS-CER-DET-CANTIDAD         PIC 9(06).
             10 FILLER                     PIC X(01) VALUE SPACES.

       01 WS-REG-CER-ENC-CATEGORIA.
          05 FILLER                        PIC X(08) VALUE 'TIPO'.
          05 FILLER                        PIC X(45)
             VALUE 'DESCRIPCION'.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 FILLER                        PIC X(08) VALUE 'ARCHIVOS'.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 FILLER                        PIC X(09) VALUE 'EMPLEADOS'.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 FILLER                        PIC X(09) VALUE 'REGISTROS'.
          05 FILLER                        PIC X(48) VALUE SPACES.

       01 WS-REG-CER-CATEGORIA.
          05 WS-CER-CAT-ABREVIATURA         PIC X(06).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-CAT-DESCRIPCION         PIC X(45).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-CAT-ARCHIVOS            PIC 9(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-CAT-EMPLEADOS           PIC 9(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-CAT-REGISTROS           PIC 9(08).
          05 FILLER                        PIC X(49) VALUE SPACES.

       01 WS-REG-CER-ENC-ARCHIVO.
          05 FILLER                        PIC X(06) VALUE 'TIPO'.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 FILLER                        PIC X(80) VALUE 'ARCHIVO'.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 FILLER                        PIC X(10) VALUE 'ESTADO'.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 FILLER                        PIC X(08) VALUE 'LEIDOS'.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 FILLER                        PIC X(09) VALUE 'DEPURADOS'.
          05 FILLER                        PIC X(11) VALUE SPACES.

       01 WS-REG-CER-ARCHIVO.
          05 WS-CER-ARC-ABREVIATURA         PIC X(06).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-ARC-RUTA                PIC X(80).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-ARC-ESTADO              PIC X(10).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-ARC-LEIDOS              PIC 9(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-ARC-ELIMINADOS          PIC 9(08).
          05 FILLER                        PIC X(12) VALUE SPACES.

       01 WS-REG-CER-ENC-EXCLUIDO.
          05 FILLER                        PIC X(08) VALUE 'ID EMPLE'.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-ENC-EXC-FECHA           PIC X(10).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-ENC-EXC-REFERENCIA      PIC X(40).
          05 FILLER                        PIC X(70) VALUE SPACES.

       01 WS-REG-CER-EXCLUIDO.
          05 WS-CER-EXC-ID-EMPLEADO         PIC 9(08).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-EXC-FECHA               PIC X(10).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-CER-EXC-REFERENCIA          PIC X(40).
          05 FILLER                        PIC X(70) VALUE SPACES.

       01 WS-REG-CER-CONTADOR.
          05 WS-CER-CNT-ETIQUETA            PIC X(43).
          05 WS-CER-CNT-VALOR               PIC 9(08).
          05 FILLER                        PIC X(81) VALUE SPACES.

       01 WS-REG-CER-FIRMA.
          05 WS-CER-FIR-RESPONSABLE         PIC X(34).
          05 FILLER                        PIC X(32)
             VALUE ALL '_'.
          05 FILLER                        PIC X(10)
             VALUE '   FECHA: '.
          05 FILLER                        PIC X(16)
             VALUE '____/____/______'.
          05 FILLER                        PIC X(40) VALUE SPACES.

       01 WS-REG-CER-ACLARACION.
          05 FILLER                        PIC X(34) VALUE SPACES.
          05 FILLER                        PIC X(98)
             VALUE 'FIRMA Y ACLARACION'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-PARAMS-OK
              AND WS-INICIO-OK
              AND WS-CAPACIDAD-OK

              PERFORM 2000-DEPURAR-UNIDAD
                 THRU 2000-DEPURAR-UNIDAD-FIN
                VARYING WS-TAB-UNI-IDX FROM 1 BY 1
                  UNTIL WS-TAB-UNI-IDX > WS-TAB-UNI-CANTIDAD
                     OR WS-DEPURACION-ERROR

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
      * SI HAY CHECKPOINT DE UNA DEPURACION INTERRUMPIDA SE LA RETOMA
      * TAL COMO HABIA QUEDADO: MISMAS FECHAS, MISMO PLAZO Y MISMA
      * SELECCION DE EMPLEADOS. SI NO, SE SELECCIONA DESDE CERO.
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.
           INITIALIZE WS-TOTALES-CATEGORIA.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA            TO WS-FECHA-CORRIDA.

           PERFORM 1020-LEER-PARAMETROS
              THRU 1020-LEER-PARAMETROS-FIN.

           IF WS-PARAMS-OK
              AND WS-PAR-ANIOS-RETENCION = 0
              DISPLAY 'FALTA ANIOS-RETENCION EN PARAMS.TXT'
              SET WS-PARAMS-ERROR TO TRUE
           END-IF.

           IF WS-PARAMS-ERROR
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           MOVE SPACES                      TO WS-ARCH-CHECKPOINT-NUEVO.
           STRING
               FUNCTION TRIM(WS-ARCH-CHECKPOINT)  DELIMITED SIZE
               '.NUEVO'                           DELIMITED SIZE
               INTO WS-ARCH-CHECKPOINT-NUEVO
           END-STRING.

           PERFORM 1100-LEER-CHECKPOINT
              THRU 1100-LEER-CHECKPOINT-FIN.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           IF WS-CORRIDA-NUEVA
              PERFORM 1200-SELECCIONAR-EMPLEADOS
                 THRU 1200-SELECCIONAR-EMPLEADOS-FIN
           END-IF.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

      * EL CERTIFICADO LLEVA LA FECHA DE LA CORRIDA ORIGINAL: UN
      * REINICIO COMPLETA EL MISMO CERTIFICADO EN LUGAR DE EMITIR OTRO.
           MOVE WS-ARCH-CERTIFICADO-BASE    TO WS-GEN-RUTA-BASE.
           MOVE WS-FECHA-CORRIDA            TO WS-GEN-FECHA.
           PERFORM 1790-ARMAR-RUTA-FECHADA
              THRU 1790-ARMAR-RUTA-FECHADA-FIN.
           MOVE WS-GEN-RUTA-FECHADA         TO WS-ARCH-CERTIFICADO.

           DISPLAY 'FECHA DE CORTE DE BAJAS A DEPURAR : '
                   WS-FECHA-CORTE.
           DISPLAY 'EMPLEADOS A DEPURAR               : '
                   WS-CONT-DEPURAR.
           DISPLAY 'ARCHIVOS A DEPURAR                : '
                   WS-TAB-UNI-CANTIDAD.

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
      * ESTE PROGRAMA USA EL PLAZO DE RETENCION Y LAS RUTAS DE LOS
      * ARCHIVOS DE CL14EJ01 QUE GUARDAN DATOS PERSONALES; LAS DEMAS
      * CLAVES DE LA CADENA SE ACEPTAN Y SE IGNORAN. UNA CLAVE
      * DESCONOCIDA ABORTA, IGUAL QUE EN CL14EJ01.
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
               WHEN 'ANIOS-RETENCION'
                    IF WS-PRM-VALOR(1:2) IS NUMERIC
                       AND WS-PRM-VALOR(3:1) = SPACE
                       AND WS-PRM-VALOR(1:2) NOT = '00'
                       MOVE WS-PRM-VALOR(1:2)
                                          TO WS-PAR-ANIOS-RETENCION
                    ELSE
                       DISPLAY 'ANIOS-RETENCION INVALIDO (DEBE SER '
                               'NN MAYOR QUE CERO): ' WS-PRM-VALOR
                       SET WS-PARAMS-ERROR TO TRUE
                    END-IF
               WHEN 'EMPLEADOS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-EMPLEADOS
               WHEN 'DIRECCIONES'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-DIRECCIONES
               WHEN 'DIRECCIONES-NORMALIZADAS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-NORMALIZADAS
               WHEN 'TELEFONOS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-TELEFONOS
               WHEN 'APAREO'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-APAREO
               WHEN 'ERROR'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-ERROR
               WHEN 'INACTIVOS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-INACTIVOS
               WHEN 'BAJAS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-BAJAS
               WHEN 'LICENCIAS'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-LICENCIAS
               WHEN 'CATALOGO'
                    MOVE WS-PRM-VALOR       TO WS-ARCH-CATALOGO
               WHEN 'CODPOS'
               WHEN 'CHECKPOINT'
               WHEN 'REPORTE'
               WHEN 'FORMATO-SALIDA'
               WHEN 'REINICIO'
               WHEN 'INTERVALO-CHECKPOINT'
               WHEN 'GENERACIONES'
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
               WHEN 'DIAS-RESPUESTA'
               WHEN 'ABREVIATURAS'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'PARAMETRO DESCONOCIDO: ' WS-PRM-CLAVE
                    SET WS-PARAMS-ERROR TO TRUE
           END-EVALUATE.

       1040-INTERPRETAR-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SI EXISTE CHECKPOINT-CL14EJ31.TXT, LA CORRIDA ANTERIOR NO
      * TERMINO: SE RESTAURAN LA SELECCION Y LA FASE DE CADA ARCHIVO.
      * UN CHECKPOINT QUE NO SE PUEDE INTERPRETAR ABORTA: DEPURAR DE
      * NUEVO SIN SABER QUE QUEDO HECHO NO ES SEGURO.
       1100-LEER-CHECKPOINT.

           OPEN INPUT ARCH-CHECKPOINT.

           EVALUATE TRUE
               WHEN FS-CHECKPOINT-OK
                    SET WS-CORRIDA-REANUDADA TO TRUE
                    PERFORM 1110-LEER-REG-CHECKPOINT
                       THRU 1110-LEER-REG-CHECKPOINT-FIN
                      UNTIL FS-CHECKPOINT-EOF
                         OR WS-CKP-COMPLETO
                         OR WS-INICIO-ERROR
                         OR WS-CAPACIDAD-EXCEDIDA
                    CLOSE ARCH-CHECKPOINT
               WHEN FS-CHECKPOINT-NFD
                    GO TO 1100-LEER-CHECKPOINT-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CHECKPOINT'
                    DISPLAY 'FILE STATUS: ' FS-CHECKPOINT
                    SET WS-INICIO-ERROR TO TRUE
                    GO TO 1100-LEER-CHECKPOINT-FIN
           END-EVALUATE.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1100-LEER-CHECKPOINT-FIN
           END-IF.

           IF WS-CKP-INCOMPLETO
              OR WS-CKP-EMPLEADOS-LEIDOS NOT = WS-CKP-CTL-EMPLEADOS
              OR WS-CKP-UNIDADES-LEIDAS NOT = WS-CKP-CTL-UNIDADES
              DISPLAY 'CHECKPOINT DE DEPURACION INCOMPLETO O INVALIDO: '
                      WS-ARCH-CHECKPOINT
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1100-LEER-CHECKPOINT-FIN
           END-IF.

           MOVE WS-CKP-CTL-FECHA-CORRIDA    TO WS-FECHA-CORRIDA.
           MOVE WS-CKP-CTL-FECHA-CORTE      TO WS-FECHA-CORTE.
           MOVE WS-CKP-CTL-ANIOS            TO WS-ANIOS-APLICADOS.
           MOVE WS-CKP-CTL-YA-DEPURADOS     TO WS-CONT-YA-DEPURADOS.
           MOVE WS-CKP-CTL-EN-PLAZO         TO WS-CONT-EN-PLAZO.

           DISPLAY 'REANUDANDO LA DEPURACION INICIADA EL '
                   WS-FECHA-CORRIDA.

           IF WS-ANIOS-APLICADOS NOT = WS-PAR-ANIOS-RETENCION
              DISPLAY 'ANIOS-RETENCION DE PARAMS.TXT ('
                      WS-PAR-ANIOS-RETENCION
                      ') DISTINTO DEL DE LA CORRIDA INTERRUMPIDA ('
                      WS-ANIOS-APLICADOS ') - SE MANTIENE EL ORIGINAL'
           END-IF.

       1100-LEER-CHECKPOINT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-REG-CHECKPOINT.

           READ ARCH-CHECKPOINT.

           EVALUATE TRUE
               WHEN FS-CHECKPOINT-OK
                    PERFORM 1120-CARGAR-REG-CHECKPOINT
                       THRU 1120-CARGAR-REG-CHECKPOINT-FIN
               WHEN FS-CHECKPOINT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE CHECKPOINT'
                    DISPLAY 'FILE STATUS: ' FS-CHECKPOINT
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1110-LEER-REG-CHECKPOINT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL PRIMER REGISTRO DEBE SER EL DE CONTROL Y EL ULTIMO EL DE
      * CIERRE, CON LA CANTIDAD DE REGISTROS QUE LO PRECEDEN.
       1120-CARGAR-REG-CHECKPOINT.

           ADD 1                            TO WS-CKP-REGISTROS.

           IF WS-CKP-REGISTROS = 1
              AND WS-REG-CHECKPOINT(1:1) NOT = 'C'
              DISPLAY 'CHECKPOINT SIN REGISTRO DE CONTROL'
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1120-CARGAR-REG-CHECKPOINT-FIN
           END-IF.

           EVALUATE WS-REG-CHECKPOINT(1:1)
               WHEN 'C'
                    MOVE WS-REG-CHECKPOINT  TO WS-REG-CKP-CONTROL
                    IF WS-CKP-REGISTROS NOT = 1
                       OR WS-CKP-CTL-FECHA-CORRIDA IS NOT NUMERIC
                       OR WS-CKP-CTL-FECHA-CORTE IS NOT NUMERIC
                       OR WS-CKP-CTL-ANIOS IS NOT NUMERIC
                       OR WS-CKP-CTL-EMPLEADOS IS NOT NUMERIC
                       OR WS-CKP-CTL-UNIDADES IS NOT NUMERIC
                       OR WS-CKP-CTL-YA-DEPURADOS IS NOT NUMERIC
                       OR WS-CKP-CTL-EN-PLAZO IS NOT NUMERIC
                       DISPLAY 'REGISTRO DE CONTROL INVALIDO: '
                               WS-REG-CHECKPOINT(1:60)
                       SET WS-INICIO-ERROR TO TRUE
                    END-IF
               WHEN 'E'
                    PERFORM 1130-CARGAR-EMPLEADO-CKP
                       THRU 1130-CARGAR-EMPLEADO-CKP-FIN
               WHEN 'U'
                    PERFORM 1140-CARGAR-UNIDAD-CKP
                       THRU 1140-CARGAR-UNIDAD-CKP-FIN
               WHEN 'Z'
                    MOVE WS-REG-CHECKPOINT  TO WS-REG-CKP-CIERRE
                    IF WS-CKP-CIE-REGISTROS IS NUMERIC
                       AND WS-CKP-CIE-REGISTROS = WS-CKP-REGISTROS - 1
                       SET WS-CKP-COMPLETO  TO TRUE
                    ELSE
                       DISPLAY 'REGISTRO DE CIERRE INVALIDO: '
                               WS-REG-CHECKPOINT(1:60)
                       SET WS-INICIO-ERROR  TO TRUE
                    END-IF
               WHEN OTHER
                    DISPLAY 'REGISTRO DE CHECKPOINT DESCONOCIDO: '
                            WS-REG-CHECKPOINT(1:60)
                    SET WS-INICIO-ERROR     TO TRUE
           END-EVALUATE.

       1120-CARGAR-REG-CHECKPOINT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1130-CARGAR-EMPLEADO-CKP.

           MOVE WS-REG-CHECKPOINT           TO WS-REG-CKP-EMPLEADO.

           IF WS-CKP-EMP-ID-EMPLEADO IS NOT NUMERIC
              OR WS-CKP-EMP-FECHA-BAJA IS NOT NUMERIC
              OR NOT WS-CKP-EMP-SITUACION-VALIDA
              DISPLAY 'REGISTRO DE EMPLEADO INVALIDO EN CHECKPOINT: '
                      WS-REG-CHECKPOINT(1:60)
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1130-CARGAR-EMPLEADO-CKP-FIN
           END-IF.

           IF WS-TAB-EMP-CANTIDAD >= 100000
              DISPLAY 'TABLA DE EMPLEADOS A DEPURAR LLENA'
              SET WS-CAPACIDAD-EXCEDIDA TO TRUE
              GO TO 1130-CARGAR-EMPLEADO-CKP-FIN
           END-IF.

           ADD 1                            TO WS-TAB-EMP-CANTIDAD.
           ADD 1                            TO WS-CKP-EMPLEADOS-LEIDOS.
           SET WS-TAB-EMP-IDX               TO WS-TAB-EMP-CANTIDAD.

           MOVE WS-CKP-EMP-ID-EMPLEADO
                          TO WS-TAB-EMP-ID-EMPLEADO(WS-TAB-EMP-IDX).
           MOVE WS-CKP-EMP-SITUACION
                          TO WS-TAB-EMP-SITUACION(WS-TAB-EMP-IDX).
           MOVE WS-CKP-EMP-FECHA-BAJA
                          TO WS-TAB-EMP-FECHA-BAJA(WS-TAB-EMP-IDX).
           MOVE WS-CKP-EMP-REFERENCIA
                          TO WS-TAB-EMP-REFERENCIA(WS-TAB-EMP-IDX).
           MOVE WS-CKP-EMP-CANTIDADES
                          TO WS-TAB-EMP-CANTIDADES(WS-TAB-EMP-IDX).

           IF WS-TAB-EMP-CANTIDADES(WS-TAB-EMP-IDX) IS NOT NUMERIC
              DISPLAY 'CANTIDADES INVALIDAS EN CHECKPOINT: '
                      WS-REG-CHECKPOINT(1:60)
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1130-CARGAR-EMPLEADO-CKP-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-TAB-EMP-DEPURAR(WS-TAB-EMP-IDX)
                    ADD 1                   TO WS-CONT-DEPURAR
               WHEN WS-TAB-EMP-RETENIDO(WS-TAB-EMP-IDX)
                    ADD 1                   TO WS-CONT-RETENIDOS
               WHEN WS-TAB-EMP-SIN-FECHA(WS-TAB-EMP-IDX)
                    ADD 1                   TO WS-CONT-SIN-FECHA
           END-EVALUATE.

       1130-CARGAR-EMPLEADO-CKP-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1140-CARGAR-UNIDAD-CKP.

           MOVE WS-REG-CHECKPOINT           TO WS-REG-CKP-UNIDAD.

           IF WS-CKP-UNI-CATEGORIA IS NOT NUMERIC
              OR WS-CKP-UNI-CATEGORIA < 1
              OR WS-CKP-UNI-CATEGORIA > WS-CAT-CANTIDAD
              OR WS-CKP-UNI-FECHA-GEN IS NOT NUMERIC
              OR WS-CKP-UNI-LEIDOS IS NOT NUMERIC
              OR WS-CKP-UNI-ELIMINADOS IS NOT NUMERIC
              OR WS-CKP-UNI-RUTA = SPACES
              DISPLAY 'REGISTRO DE ARCHIVO INVALIDO EN CHECKPOINT: '
                      WS-REG-CHECKPOINT(1:60)
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1140-CARGAR-UNIDAD-CKP-FIN
           END-IF.

           IF WS-TAB-UNI-CANTIDAD >= 2500
              DISPLAY 'TABLA DE ARCHIVOS A DEPURAR LLENA'
              SET WS-CAPACIDAD-EXCEDIDA TO TRUE
              GO TO 1140-CARGAR-UNIDAD-CKP-FIN
           END-IF.

           ADD 1                            TO WS-TAB-UNI-CANTIDAD.
           ADD 1                            TO WS-CKP-UNIDADES-LEIDAS.

           MOVE WS-CKP-UNI-CATEGORIA
                    TO WS-TAB-UNI-CATEGORIA(WS-TAB-UNI-CANTIDAD).
           MOVE WS-CKP-UNI-FECHA-GEN
                    TO WS-TAB-UNI-FECHA-GEN(WS-TAB-UNI-CANTIDAD).
           MOVE WS-CKP-UNI-FASE
                    TO WS-TAB-UNI-FASE(WS-TAB-UNI-CANTIDAD).
           MOVE WS-CKP-UNI-LEIDOS
                    TO WS-TAB-UNI-LEIDOS(WS-TAB-UNI-CANTIDAD).
           MOVE WS-CKP-UNI-ELIMINADOS
                    TO WS-TAB-UNI-ELIMINADOS(WS-TAB-UNI-CANTIDAD).
           MOVE WS-CKP-UNI-RUTA
                    TO WS-TAB-UNI-RUTA(WS-TAB-UNI-CANTIDAD).

           IF NOT WS-TAB-UNI-FASE-VALIDA(WS-TAB-UNI-CANTIDAD)
              DISPLAY 'FASE INVALIDA EN CHECKPOINT: '
                      WS-REG-CHECKPOINT(1:60)
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

       1140-CARGAR-UNIDAD-CKP-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CORRIDA NUEVA: ARMA LA SELECCION (QUIEN SE DEPURA, QUIEN QUEDA
      * RETENIDO) Y LA LISTA DE ARCHIVOS A DEPURAR, Y LA GRABA EN EL
      * CHECKPOINT ANTES DE TOCAR EL PRIMER ARCHIVO.
       1200-SELECCIONAR-EMPLEADOS.

           MOVE WS-PAR-ANIOS-RETENCION      TO WS-ANIOS-APLICADOS.

           PERFORM 1210-CALCULAR-FECHA-CORTE
              THRU 1210-CALCULAR-FECHA-CORTE-FIN.

           PERFORM 1300-CARGAR-RETENCION
              THRU 1300-CARGAR-RETENCION-FIN.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1200-SELECCIONAR-EMPLEADOS-FIN
           END-IF.

           PERFORM 1400-CARGAR-EMPLEADOS
              THRU 1400-CARGAR-EMPLEADOS-FIN.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1200-SELECCIONAR-EMPLEADOS-FIN
           END-IF.

           PERFORM 1500-LEER-HISTORIA
              THRU 1500-LEER-HISTORIA-FIN.

           IF WS-INICIO-ERROR
              GO TO 1200-SELECCIONAR-EMPLEADOS-FIN
           END-IF.

           PERFORM 1600-CLASIFICAR-EMPLEADO
              THRU 1600-CLASIFICAR-EMPLEADO-FIN
             VARYING WS-TAB-EMP-IDX FROM 1 BY 1
               UNTIL WS-TAB-EMP-IDX > WS-TAB-EMP-CANTIDAD.

      * SIN NADIE A DEPURAR NO SE TOCA NINGUN ARCHIVO NI SE GRABA
      * CHECKPOINT: SOLO SE EMITE EL CERTIFICADO CON LOS EXCLUIDOS.
           IF WS-CONT-DEPURAR = 0
              DISPLAY 'NO HAY EMPLEADOS CON EL PLAZO DE RETENCION '
                      'VENCIDO'
              GO TO 1200-SELECCIONAR-EMPLEADOS-FIN
           END-IF.

           PERFORM 1700-ARMAR-UNIDADES
              THRU 1700-ARMAR-UNIDADES-FIN.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1200-SELECCIONAR-EMPLEADOS-FIN
           END-IF.

           PERFORM 2900-GRABAR-CHECKPOINT
              THRU 2900-GRABAR-CHECKPOINT-FIN.

      * SIN CHECKPOINT INICIAL NO SE EMPIEZA: NINGUN ARCHIVO FUE
      * TOCADO TODAVIA Y NO HAY NADA QUE REANUDAR.
           IF WS-DEPURACION-ERROR
              SET WS-DEPURACION-OK          TO TRUE
              SET WS-INICIO-ERROR           TO TRUE
           END-IF.

       1200-SELECCIONAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA FECHA DE CORTE ES LA DE LA CORRIDA MENOS EL PLAZO EN ANIOS.
      * UN 29 DE FEBRERO PASA AL 28, QUE DEJA AFUERA UN DIA MAS Y NUNCA
      * DEPURA ANTES DE TIEMPO.
       1210-CALCULAR-FECHA-CORTE.

           MOVE WS-FECHA-CORRIDA            TO WS-FECHA-DESGLOSE.
           SUBTRACT WS-ANIOS-APLICADOS      FROM WS-FEC-DES-AAAA.

           IF WS-FEC-DES-MM = 2
              AND WS-FEC-DES-DD = 29
              MOVE 28                       TO WS-FEC-DES-DD
           END-IF.

           MOVE WS-FECHA-DESGLOSE           TO WS-FECHA-CORTE.

       1210-CALCULAR-FECHA-CORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA LISTA DE RETENCION LEGAL ES OBLIGATORIA AUNQUE ESTE VACIA:
      * LA DEPURACION NO SE PUEDE DESHACER Y NO DEBE CORRER SI LA LISTA
      * NO ESTA DONDE SE LA ESPERA.
       1300-CARGAR-RETENCION.

           OPEN INPUT ENT-RETENCION.

           EVALUATE TRUE
               WHEN FS-RETENCION-OK
                    PERFORM 1310-LEER-RETENCION
                       THRU 1310-LEER-RETENCION-FIN
                      UNTIL FS-RETENCION-EOF
                         OR WS-INICIO-ERROR
                         OR WS-CAPACIDAD-EXCEDIDA
                    CLOSE ENT-RETENCION
               WHEN FS-RETENCION-NFD
                    DISPLAY 'NO SE ENCUENTRA LA LISTA DE RETENCION '
                            'LEGAL: ' WS-ARCH-RETENCION
                    DISPLAY 'FILE STATUS: ' FS-RETENCION
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA LISTA DE RETENCION '
                            'LEGAL: ' WS-ARCH-RETENCION
                    DISPLAY 'FILE STATUS: ' FS-RETENCION
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1300-CARGAR-RETENCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-RETENCION.

           READ ENT-RETENCION.

           EVALUATE TRUE
               WHEN FS-RETENCION-OK
                    PERFORM 1320-AGREGAR-RETENCION
                       THRU 1320-AGREGAR-RETENCION-FIN
               WHEN FS-RETENCION-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA LISTA DE RETENCION LEGAL'
                    DISPLAY 'FILE STATUS: ' FS-RETENCION
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1310-LEER-RETENCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA CON UN ID ILEGIBLE ABORTA: IGNORARLA PODRIA DEPURAR
      * A UN EMPLEADO QUE LEGALES QUISO RETENER.
       1320-AGREGAR-RETENCION.

           IF WS-ENT-RETENCION = SPACES
              OR WS-ENT-RETENCION(1:1) = '*'
              GO TO 1320-AGREGAR-RETENCION-FIN
           END-IF.

           IF WS-ENT-RET-ID-EMPLEADO-X IS NOT NUMERIC
              DISPLAY 'LINEA INVALIDA EN LA LISTA DE RETENCION LEGAL: '
                      WS-ENT-RETENCION(1:49)
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1320-AGREGAR-RETENCION-FIN
           END-IF.

           IF WS-TAB-RET-CANTIDAD >= 10000
              DISPLAY 'TABLA DE RETENCION LEGAL LLENA'
              SET WS-CAPACIDAD-EXCEDIDA TO TRUE
              GO TO 1320-AGREGAR-RETENCION-FIN
           END-IF.

           ADD 1                            TO WS-CONT-RET-LEIDAS.
           ADD 1                            TO WS-TAB-RET-CANTIDAD.
           MOVE WS-ENT-RET-ID-EMPLEADO
                   TO WS-TAB-RET-ID-EMPLEADO(WS-TAB-RET-CANTIDAD).
           MOVE WS-ENT-RET-REFERENCIA
                   TO WS-TAB-RET-REFERENCIA(WS-TAB-RET-CANTIDAD).

       1320-AGREGAR-RETENCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-CARGAR-EMPLEADOS.

           OPEN INPUT ENT-EMPLEADOS.

           IF NOT FS-EMPLEADOS-OK
              DISPLAY 'ERROR AL ABRIR EMPLEADOS: ' WS-ARCH-EMPLEADOS
              DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1400-CARGAR-EMPLEADOS-FIN
           END-IF.

           PERFORM 1410-LEER-EMPLEADO
              THRU 1410-LEER-EMPLEADO-FIN
             UNTIL FS-EMPLEADOS-EOF
                OR WS-INICIO-ERROR
                OR WS-CAPACIDAD-EXCEDIDA.

           CLOSE ENT-EMPLEADOS.

       1400-CARGAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SOLO INTERESAN LAS BAJAS QUE TODAVIA TIENEN DATOS PERSONALES:
      * UNA BAJA CON NOMBRE Y APELLIDO EN BLANCO YA FUE DEPURADA. LA
      * CABECERA Y EL PIE DE RRHH NO EMPIEZAN CON UN ID Y SE SALTEAN.
       1410-LEER-EMPLEADO.

           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    IF WS-ENT-EMP-ID-EMPLEADO-X IS NUMERIC
                       ADD 1                TO WS-CONT-EMP-LEIDOS
                       IF WS-ENT-EMP-BAJA
                          PERFORM 1420-AGREGAR-BAJA
                             THRU 1420-AGREGAR-BAJA-FIN
                       END-IF
                    END-IF
               WHEN FS-EMPLEADOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EMPLEADOS: '
                            WS-ARCH-EMPLEADOS
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1410-LEER-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1420-AGREGAR-BAJA.

           IF WS-ENT-EMP-NOMBRE = SPACES
              AND WS-ENT-EMP-APELLIDO = SPACES
              ADD 1                         TO WS-CONT-YA-DEPURADOS
              GO TO 1420-AGREGAR-BAJA-FIN
           END-IF.

           IF WS-TAB-EMP-CANTIDAD >= 100000
              DISPLAY 'TABLA DE EMPLEADOS A DEPURAR LLENA'
              SET WS-CAPACIDAD-EXCEDIDA TO TRUE
              GO TO 1420-AGREGAR-BAJA-FIN
           END-IF.

           ADD 1                            TO WS-CONT-BAJAS.
           ADD 1                            TO WS-TAB-EMP-CANTIDAD.
           SET WS-TAB-EMP-IDX               TO WS-TAB-EMP-CANTIDAD.

           MOVE WS-ENT-EMP-ID-EMPLEADO
                          TO WS-TAB-EMP-ID-EMPLEADO(WS-TAB-EMP-IDX).
           SET WS-TAB-EMP-SIN-FECHA(WS-TAB-EMP-IDX)  TO TRUE.
           SET WS-TAB-EMP-ULTIMO-OTRO(WS-TAB-EMP-IDX) TO TRUE.
           MOVE 0         TO WS-TAB-EMP-FECHA-BAJA(WS-TAB-EMP-IDX).
           MOVE SPACES    TO WS-TAB-EMP-REFERENCIA(WS-TAB-EMP-IDX).
           MOVE ZEROS     TO WS-TAB-EMP-CANTIDADES(WS-TAB-EMP-IDX).

       1420-AGREGAR-BAJA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA FECHA DE BAJA ES LA DEL ULTIMO MOVIMIENTO DEL EMPLEADO EN LA
      * HISTORIA DE CONTACTOS, SIEMPRE QUE ESE MOVIMIENTO SEA LA BAJA.
      * SIN HISTORIA NINGUNA BAJA TIENE FECHA Y NO SE DEPURA A NADIE.
       1500-LEER-HISTORIA.

           OPEN INPUT ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    PERFORM 1510-LEER-REG-HISTORIA
                       THRU 1510-LEER-REG-HISTORIA-FIN
                      UNTIL FS-HISTORIA-EOF
                         OR WS-INICIO-ERROR
                    CLOSE ENT-HISTORIA
               WHEN FS-HISTORIA-NFD
                    DISPLAY 'NO EXISTE HISTORIA DE CONTACTOS - '
                            'NINGUNA BAJA TIENE FECHA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA HISTORIA DE CONTACTOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1500-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1510-LEER-REG-HISTORIA.

           READ ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    IF WS-ENT-HIS-ID-EMPLEADO-X IS NUMERIC
                       AND WS-ENT-HIS-FECHA IS NUMERIC
                       ADD 1                TO WS-CONT-HIS-LEIDOS
                       MOVE WS-ENT-HIS-ID-EMPLEADO
                                            TO WS-ID-BUSCADO
                       PERFORM 1520-BUSCAR-EMPLEADO
                          THRU 1520-BUSCAR-EMPLEADO-FIN
                       IF WS-EMP-HALLADO
                          PERFORM 1530-REGISTRAR-MOVIMIENTO
                             THRU 1530-REGISTRAR-MOVIMIENTO-FIN
                       END-IF
                    END-IF
               WHEN FS-HISTORIA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LA HISTORIA DE CONTACTOS'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1510-LEER-REG-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA WS-ID-BUSCADO EN LA TABLA DE EMPLEADOS Y DEJA
      * WS-TAB-EMP-IDX EN LA ENTRADA HALLADA.
       1520-BUSCAR-EMPLEADO.

           SET WS-EMP-NO-HALLADO            TO TRUE.

           IF WS-TAB-EMP-CANTIDAD = 0
              GO TO 1520-BUSCAR-EMPLEADO-FIN
           END-IF.

           SET WS-TAB-EMP-IDX               TO 1.

           SEARCH WS-TAB-EMP-ENTRADA
               AT END
                  CONTINUE
               WHEN WS-TAB-EMP-ID-EMPLEADO(WS-TAB-EMP-IDX)
                                            = WS-ID-BUSCADO
                  SET WS-EMP-HALLADO        TO TRUE
           END-SEARCH.

       1520-BUSCAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA HISTORIA VIENE ORDENADA POR EMPLEADO Y FECHA, PERO SE TOMA
      * IGUAL EL MOVIMIENTO DE FECHA MAS RECIENTE.
       1530-REGISTRAR-MOVIMIENTO.

           IF WS-ENT-HIS-FECHA < WS-TAB-EMP-FECHA-BAJA(WS-TAB-EMP-IDX)
              GO TO 1530-REGISTRAR-MOVIMIENTO-FIN
           END-IF.

           MOVE WS-ENT-HIS-FECHA
                          TO WS-TAB-EMP-FECHA-BAJA(WS-TAB-EMP-IDX).

           IF WS-ENT-HIS-TIPO-BAJA
              SET WS-TAB-EMP-ULTIMO-BAJA(WS-TAB-EMP-IDX) TO TRUE
           ELSE
              SET WS-TAB-EMP-ULTIMO-OTRO(WS-TAB-EMP-IDX) TO TRUE
           END-IF.

       1530-REGISTRAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA BAJA SE DEPURA SI SU FECHA ES ANTERIOR A LA DE CORTE Y NO
      * ESTA EN LA LISTA DE RETENCION LEGAL. SIN FECHA DE BAJA NO SE
      * PUEDE SABER SI EL PLAZO VENCIO: SE INFORMA PARA REVISAR.
       1600-CLASIFICAR-EMPLEADO.

           EVALUATE TRUE
               WHEN WS-TAB-EMP-ULTIMO-OTRO(WS-TAB-EMP-IDX)
                    SET WS-TAB-EMP-SIN-FECHA(WS-TAB-EMP-IDX) TO TRUE
                    ADD 1                   TO WS-CONT-SIN-FECHA
               WHEN WS-TAB-EMP-FECHA-BAJA(WS-TAB-EMP-IDX)
                                            >= WS-FECHA-CORTE
                    SET WS-TAB-EMP-EN-PLAZO(WS-TAB-EMP-IDX) TO TRUE
                    ADD 1                   TO WS-CONT-EN-PLAZO
               WHEN OTHER
                    PERFORM 1610-BUSCAR-RETENCION
                       THRU 1610-BUSCAR-RETENCION-FIN
                    IF WS-RET-HALLADO
                       SET WS-TAB-EMP-RETENIDO(WS-TAB-EMP-IDX)
                                            TO TRUE
                       ADD 1                TO WS-CONT-RETENIDOS
                    ELSE
                       SET WS-TAB-EMP-DEPURAR(WS-TAB-EMP-IDX)
                                            TO TRUE
                       ADD 1                TO WS-CONT-DEPURAR
                    END-IF
           END-EVALUATE.

       1600-CLASIFICAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1610-BUSCAR-RETENCION.

           SET WS-RET-NO-HALLADO            TO TRUE.

           IF WS-TAB-RET-CANTIDAD = 0
              GO TO 1610-BUSCAR-RETENCION-FIN
           END-IF.

           SET WS-TAB-RET-IDX               TO 1.

           SEARCH WS-TAB-RET-ENTRADA
               AT END
                  CONTINUE
               WHEN WS-TAB-RET-ID-EMPLEADO(WS-TAB-RET-IDX)
                          = WS-TAB-EMP-ID-EMPLEADO(WS-TAB-EMP-IDX)
                  SET WS-RET-HALLADO        TO TRUE
                  MOVE WS-TAB-RET-REFERENCIA(WS-TAB-RET-IDX)
                          TO WS-TAB-EMP-REFERENCIA(WS-TAB-EMP-IDX)
           END-SEARCH.

       1610-BUSCAR-RETENCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA LA LISTA DE ARCHIVOS FISICOS A DEPURAR: PRIMERO LOS
      * DUPLICADOS REVISADOS, DESPUES LOS ARCHIVOS PERMANENTES, LAS
      * SALIDAS VIGENTES DE CL14EJ01 CON SUS CORTES POR SUCURSAL Y SUS
      * GENERACIONES FECHADAS SEGUN EL CATALOGO, Y POR ULTIMO EMPLEADOS.
       1700-ARMAR-UNIDADES.

           MOVE 0                           TO WS-GEN-FECHA.

           MOVE WS-CAT-REVISADOS            TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-REVISADOS           TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           MOVE WS-CAT-DIRECCIONES          TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-DIRECCIONES         TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           MOVE WS-CAT-NORMALIZADAS         TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-NORMALIZADAS        TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           MOVE WS-CAT-TELEFONOS            TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-TELEFONOS           TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           MOVE WS-CAT-HISTORIA             TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-HISTORIA            TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           MOVE WS-CAT-NO-ENTREGABLES       TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-NO-ENTREGABLES      TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           MOVE WS-CAT-SEGUIMIENTO          TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-SEGUIMIENTO         TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           MOVE WS-CAT-AUDITORIA            TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-AUDITORIA           TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           MOVE WS-CAT-PENDIENTES           TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-PENDIENTES          TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           PERFORM 1730-AGREGAR-SALIDAS
              THRU 1730-AGREGAR-SALIDAS-FIN.

           PERFORM 1760-AGREGAR-CORTES
              THRU 1760-AGREGAR-CORTES-FIN.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1700-ARMAR-UNIDADES-FIN
           END-IF.

           PERFORM 1720-CARGAR-CATALOGO
              THRU 1720-CARGAR-CATALOGO-FIN.

           IF WS-INICIO-ERROR
              GO TO 1700-ARMAR-UNIDADES-FIN
           END-IF.

           PERFORM 1740-AGREGAR-GENERACION
              THRU 1740-AGREGAR-GENERACION-FIN
             VARYING WS-TAB-GEN-IDX FROM 1 BY 1
               UNTIL WS-TAB-GEN-IDX > WS-TAB-GEN-CANTIDAD
                  OR WS-CAPACIDAD-EXCEDIDA.

           MOVE 0                           TO WS-GEN-FECHA.
           MOVE WS-CAT-EMPLEADOS            TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-EMPLEADOS           TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

       1700-ARMAR-UNIDADES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1710-AGREGAR-UNIDAD.

           IF WS-TAB-UNI-CANTIDAD >= 2500
              DISPLAY 'TABLA DE ARCHIVOS A DEPURAR LLENA'
              SET WS-CAPACIDAD-EXCEDIDA TO TRUE
              GO TO 1710-AGREGAR-UNIDAD-FIN
           END-IF.

           ADD 1                            TO WS-TAB-UNI-CANTIDAD.

           MOVE WS-UNI-CATEGORIA
                    TO WS-TAB-UNI-CATEGORIA(WS-TAB-UNI-CANTIDAD).
           MOVE WS-GEN-FECHA
                    TO WS-TAB-UNI-FECHA-GEN(WS-TAB-UNI-CANTIDAD).
           SET WS-TAB-UNI-PENDIENTE(WS-TAB-UNI-CANTIDAD) TO TRUE.
           MOVE 0   TO WS-TAB-UNI-LEIDOS(WS-TAB-UNI-CANTIDAD).
           MOVE 0   TO WS-TAB-UNI-ELIMINADOS(WS-TAB-UNI-CANTIDAD).
           MOVE WS-UNI-RUTA
                    TO WS-TAB-UNI-RUTA(WS-TAB-UNI-CANTIDAD).

       1710-AGREGAR-UNIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN CATALOGO NO HAY GENERACIONES FECHADAS QUE DEPURAR.
       1720-CARGAR-CATALOGO.

           OPEN INPUT ARCH-CATALOGO.

           EVALUATE TRUE
               WHEN FS-CATALOGO-OK
                    PERFORM 1725-LEER-CATALOGO
                       THRU 1725-LEER-CATALOGO-FIN
                      UNTIL NOT FS-CATALOGO-OK
                    CLOSE ARCH-CATALOGO
               WHEN FS-CATALOGO-NFD
                    DISPLAY 'NO EXISTE CATALOGO DE GENERACIONES - SOLO '
                            'SE DEPURAN LAS SALIDAS VIGENTES'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL CATALOGO DE '
                            'GENERACIONES'
                    DISPLAY 'FILE STATUS: ' FS-CATALOGO
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1720-CARGAR-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1725-LEER-CATALOGO.

           READ ARCH-CATALOGO.

           EVALUATE TRUE
               WHEN FS-CATALOGO-OK
                    IF WS-REG-CATALOGO IS NUMERIC
                       AND WS-TAB-GEN-CANTIDAD < 400
                       ADD 1                TO WS-TAB-GEN-CANTIDAD
                       MOVE WS-REG-CATALOGO
                            TO WS-TAB-GEN-FECHA(WS-TAB-GEN-CANTIDAD)
                    ELSE
                       DISPLAY 'LINEA DE CATALOGO DESCARTADA: '
                               WS-REG-CATALOGO
                    END-IF
               WHEN FS-CATALOGO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL CATALOGO DE GENERACIONES'
                    DISPLAY 'FILE STATUS: ' FS-CATALOGO
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1725-LEER-CATALOGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SALIDAS VIGENTES DE CL14EJ01, QUE SIGUEN EN DISCO HASTA LA
      * PROXIMA CORRIDA DE LA CADENA.
       1730-AGREGAR-SALIDAS.

           MOVE WS-CAT-APAREO               TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-APAREO              TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           MOVE WS-CAT-ERROR                TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-ERROR               TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           MOVE WS-CAT-INACTIVOS            TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-INACTIVOS           TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           MOVE WS-CAT-BAJAS                TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-BAJAS               TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

           MOVE WS-CAT-LICENCIAS            TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-LICENCIAS           TO WS-UNI-RUTA.
           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

       1730-AGREGAR-SALIDAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LAS CINCO GENERACIONES FECHADAS DE UNA FECHA DEL CATALOGO. EL
      * REPORTE DE CONTROL DE CL14EJ01 NO TIENE DATOS PERSONALES.
       1740-AGREGAR-GENERACION.

           MOVE WS-TAB-GEN-FECHA(WS-TAB-GEN-IDX) TO WS-GEN-FECHA.

           MOVE WS-CAT-APAREO               TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-APAREO              TO WS-GEN-RUTA-BASE.
           PERFORM 1750-AGREGAR-UNIDAD-FECHADA
              THRU 1750-AGREGAR-UNIDAD-FECHADA-FIN.

           MOVE WS-CAT-ERROR                TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-ERROR               TO WS-GEN-RUTA-BASE.
           PERFORM 1750-AGREGAR-UNIDAD-FECHADA
              THRU 1750-AGREGAR-UNIDAD-FECHADA-FIN.

           MOVE WS-CAT-INACTIVOS            TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-INACTIVOS           TO WS-GEN-RUTA-BASE.
           PERFORM 1750-AGREGAR-UNIDAD-FECHADA
              THRU 1750-AGREGAR-UNIDAD-FECHADA-FIN.

           MOVE WS-CAT-BAJAS                TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-BAJAS               TO WS-GEN-RUTA-BASE.
           PERFORM 1750-AGREGAR-UNIDAD-FECHADA
              THRU 1750-AGREGAR-UNIDAD-FECHADA-FIN.

           MOVE WS-CAT-LICENCIAS            TO WS-UNI-CATEGORIA.
           MOVE WS-ARCH-LICENCIAS           TO WS-GEN-RUTA-BASE.
           PERFORM 1750-AGREGAR-UNIDAD-FECHADA
              THRU 1750-AGREGAR-UNIDAD-FECHADA-FIN.

       1740-AGREGAR-GENERACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1750-AGREGAR-UNIDAD-FECHADA.

           PERFORM 1790-ARMAR-RUTA-FECHADA
              THRU 1790-ARMAR-RUTA-FECHADA-FIN.
           MOVE WS-GEN-RUTA-FECHADA         TO WS-UNI-RUTA.

           PERFORM 1710-AGREGAR-UNIDAD
              THRU 1710-AGREGAR-UNIDAD-FIN.

       1750-AGREGAR-UNIDAD-FECHADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CL14EJ17 CORTA POR SUCURSAL LAS SALIDAS VIGENTES DE APAREO,
      * INACTIVOS, BAJAS Y LICENCIAS; SOLO SE AGREGAN LOS CORTES QUE
      * EXISTEN. LAS GENERACIONES FECHADAS NO SE CORTAN.
       1760-AGREGAR-CORTES.

           MOVE WS-CAT-CORTES               TO WS-UNI-CATEGORIA.

           MOVE WS-ARCH-APAREO              TO WS-GEN-RUTA-BASE.
           PERFORM 1770-BUSCAR-CORTE
              THRU 1770-BUSCAR-CORTE-FIN
             VARYING WS-COR-SUCURSAL FROM 1 BY 1
               UNTIL WS-COR-SUCURSAL > 99
                  OR WS-INICIO-ERROR
                  OR WS-CAPACIDAD-EXCEDIDA.

           MOVE WS-ARCH-INACTIVOS           TO WS-GEN-RUTA-BASE.
           PERFORM 1770-BUSCAR-CORTE
              THRU 1770-BUSCAR-CORTE-FIN
             VARYING WS-COR-SUCURSAL FROM 1 BY 1
               UNTIL WS-COR-SUCURSAL > 99
                  OR WS-INICIO-ERROR
                  OR WS-CAPACIDAD-EXCEDIDA.

           MOVE WS-ARCH-BAJAS               TO WS-GEN-RUTA-BASE.
           PERFORM 1770-BUSCAR-CORTE
              THRU 1770-BUSCAR-CORTE-FIN
             VARYING WS-COR-SUCURSAL FROM 1 BY 1
               UNTIL WS-COR-SUCURSAL > 99
                  OR WS-INICIO-ERROR
                  OR WS-CAPACIDAD-EXCEDIDA.

           MOVE WS-ARCH-LICENCIAS           TO WS-GEN-RUTA-BASE.
           PERFORM 1770-BUSCAR-CORTE
              THRU 1770-BUSCAR-CORTE-FIN
             VARYING WS-COR-SUCURSAL FROM 1 BY 1
               UNTIL WS-COR-SUCURSAL > 99
                  OR WS-INICIO-ERROR
                  OR WS-CAPACIDAD-EXCEDIDA.

       1760-AGREGAR-CORTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1770-BUSCAR-CORTE.

           MOVE WS-COR-SUCURSAL             TO WS-COR-SUCURSAL-TEXTO.
           MOVE SPACES                      TO WS-UNI-RUTA.

           STRING
               FUNCTION TRIM(WS-GEN-RUTA-BASE)    DELIMITED SIZE
               '.S'                               DELIMITED SIZE
               WS-COR-SUCURSAL-TEXTO              DELIMITED SIZE
               INTO WS-UNI-RUTA
           END-STRING.

           MOVE WS-UNI-RUTA                 TO WS-ARCH-DEPURAR-ENT.

           OPEN INPUT ENT-DEPURAR.

           EVALUATE TRUE
               WHEN FS-DEPURAR-ENT-OK
                    CLOSE ENT-DEPURAR
                    PERFORM 1710-AGREGAR-UNIDAD
                       THRU 1710-AGREGAR-UNIDAD-FIN
               WHEN FS-DEPURAR-ENT-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL CORTE: '
                            FUNCTION TRIM(WS-UNI-RUTA)
                    DISPLAY 'FILE STATUS: ' FS-DEPURAR-ENT
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1770-BUSCAR-CORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1790-ARMAR-RUTA-FECHADA.

           MOVE SPACES                      TO WS-GEN-RUTA-FECHADA.

           STRING
               FUNCTION TRIM(WS-GEN-RUTA-BASE)    DELIMITED SIZE
               '.D'                               DELIMITED SIZE
               WS-GEN-FECHA                       DELIMITED SIZE
               INTO WS-GEN-RUTA-FECHADA
           END-STRING.

       1790-ARMAR-RUTA-FECHADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEPURA UN ARCHIVO EN DOS PASOS, CADA UNO SEGUIDO DE UN
      * CHECKPOINT: PRIMERO GRABA LA VERSION DEPURADA EN RUTA.DEP Y
      * DESPUES LA RENOMBRA SOBRE EL ORIGINAL. UN ARCHIVO QUE QUEDO
      * FILTRADO AL CAERSE LA CORRIDA SOLO NECESITA EL SEGUNDO PASO.
       2000-DEPURAR-UNIDAD.

           IF WS-TAB-UNI-REEMPLAZADA(WS-TAB-UNI-IDX)
              OR WS-TAB-UNI-NO-EXISTE(WS-TAB-UNI-IDX)
              GO TO 2000-DEPURAR-UNIDAD-FIN
           END-IF.

           MOVE WS-TAB-UNI-CATEGORIA(WS-TAB-UNI-IDX)
                                            TO WS-UNI-CATEGORIA.
           MOVE WS-TAB-UNI-RUTA(WS-TAB-UNI-IDX)
                                            TO WS-UNI-RUTA.
           MOVE SPACES                      TO WS-UNI-RUTA-TRABAJO.
           STRING
               FUNCTION TRIM(WS-UNI-RUTA)         DELIMITED SIZE
               '.DEP'                             DELIMITED SIZE
               INTO WS-UNI-RUTA-TRABAJO
           END-STRING.

           IF WS-TAB-UNI-PENDIENTE(WS-TAB-UNI-IDX)
              IF WS-UNI-CATEGORIA = WS-CAT-REVISADOS
                 PERFORM 2050-ARMAR-CLAVES
                    THRU 2050-ARMAR-CLAVES-FIN
                 IF WS-DEPURACION-ERROR
                    GO TO 2000-DEPURAR-UNIDAD-FIN
                 END-IF
              END-IF
              PERFORM 2100-FILTRAR-ARCHIVO
                 THRU 2100-FILTRAR-ARCHIVO-FIN
              IF WS-DEPURACION-ERROR
                 GO TO 2000-DEPURAR-UNIDAD-FIN
              END-IF
              PERFORM 2900-GRABAR-CHECKPOINT
                 THRU 2900-GRABAR-CHECKPOINT-FIN
              IF WS-DEPURACION-ERROR
                 OR WS-TAB-UNI-NO-EXISTE(WS-TAB-UNI-IDX)
                 GO TO 2000-DEPURAR-UNIDAD-FIN
              END-IF
           END-IF.

           PERFORM 2200-REEMPLAZAR-ARCHIVO
              THRU 2200-REEMPLAZAR-ARCHIVO-FIN.

           IF WS-DEPURACION-ERROR
              GO TO 2000-DEPURAR-UNIDAD-FIN
           END-IF.

           PERFORM 2900-GRABAR-CHECKPOINT
              THRU 2900-GRABAR-CHECKPOINT-FIN.

       2000-DEPURAR-UNIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA LAS CLAVES DE DUPLICADOS DE LOS EMPLEADOS A DEPURAR. COMO
      * DUPLICADOS REVISADOS ES LA PRIMERA UNIDAD, MIENTRAS ESTE
      * PENDIENTE EMPLEADOS, DIRECCIONES Y TELEFONOS SIGUEN INTACTOS,
      * TAMBIEN AL REANUDAR.
       2050-ARMAR-CLAVES.

           MOVE 0                           TO WS-TAB-CLV-CANTIDAD.

           PERFORM 2055-CLAVES-EMPLEADOS
              THRU 2055-CLAVES-EMPLEADOS-FIN.

           IF WS-DEPURACION-ERROR
              GO TO 2050-ARMAR-CLAVES-FIN
           END-IF.

           MOVE WS-CAT-DIRECCIONES          TO WS-CLV-FUENTE.
           MOVE WS-ARCH-DIRECCIONES         TO WS-ARCH-DEPURAR-ENT.
           PERFORM 2060-CLAVES-FUENTE
              THRU 2060-CLAVES-FUENTE-FIN.

           IF WS-DEPURACION-ERROR
              GO TO 2050-ARMAR-CLAVES-FIN
           END-IF.

           MOVE WS-CAT-NORMALIZADAS         TO WS-CLV-FUENTE.
           MOVE WS-ARCH-NORMALIZADAS        TO WS-ARCH-DEPURAR-ENT.
           PERFORM 2060-CLAVES-FUENTE
              THRU 2060-CLAVES-FUENTE-FIN.

           IF WS-DEPURACION-ERROR
              GO TO 2050-ARMAR-CLAVES-FIN
           END-IF.

           MOVE WS-CAT-TELEFONOS            TO WS-CLV-FUENTE.
           MOVE WS-ARCH-TELEFONOS           TO WS-ARCH-DEPURAR-ENT.
           PERFORM 2060-CLAVES-FUENTE
              THRU 2060-CLAVES-FUENTE-FIN.

           DISPLAY 'CLAVES DE DUPLICADOS A DEPURAR    : '
                   WS-TAB-CLV-CANTIDAD.

       2050-ARMAR-CLAVES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CLAVE NOM: NOMBRE Y APELLIDO. SIN APELLIDO NO HAY CLAVE NOM NI
      * DOM, IGUAL QUE EN CL14EJ18.
       2055-CLAVES-EMPLEADOS.

           OPEN INPUT ENT-EMPLEADOS.

           IF NOT FS-EMPLEADOS-OK
              DISPLAY 'ERROR AL ABRIR EMPLEADOS: ' WS-ARCH-EMPLEADOS
              DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
              SET WS-DEPURACION-ERROR TO TRUE
              GO TO 2055-CLAVES-EMPLEADOS-FIN
           END-IF.

           PERFORM 2056-LEER-EMPLEADO-CLAVE
              THRU 2056-LEER-EMPLEADO-CLAVE-FIN
             UNTIL FS-EMPLEADOS-EOF
                OR WS-DEPURACION-ERROR.

           CLOSE ENT-EMPLEADOS.

       2055-CLAVES-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2056-LEER-EMPLEADO-CLAVE.

           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    IF WS-ENT-EMP-ID-EMPLEADO-X IS NUMERIC
                       AND WS-ENT-EMP-APELLIDO NOT = SPACES
                       MOVE WS-ENT-EMP-ID-EMPLEADO
                                            TO WS-ID-BUSCADO
                       PERFORM 1520-BUSCAR-EMPLEADO
                          THRU 1520-BUSCAR-EMPLEADO-FIN
                       IF WS-EMP-HALLADO
                          AND WS-TAB-EMP-DEPURAR(WS-TAB-EMP-IDX)
                          MOVE 'NOM'        TO WS-CLV-REGLA
                          MOVE SPACES       TO WS-CLV-CLAVE
                          MOVE WS-ENT-EMP-NOMBRE
                                            TO WS-CLV-CLAVE(1:25)
                          MOVE WS-ENT-EMP-APELLIDO
                                            TO WS-CLV-CLAVE(27:25)
                          PERFORM 2090-AGREGAR-CLAVE
                             THRU 2090-AGREGAR-CLAVE-FIN
                       END-IF
                    END-IF
               WHEN FS-EMPLEADOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EMPLEADOS: '
                            WS-ARCH-EMPLEADOS
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    SET WS-DEPURACION-ERROR TO TRUE
           END-EVALUATE.

       2056-LEER-EMPLEADO-CLAVE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE DIRECCIONES, DIRECCIONES NORMALIZADAS O TELEFONOS SEGUN
      * WS-CLV-FUENTE. UN ARCHIVO QUE NO EXISTE NO APORTA CLAVES.
       2060-CLAVES-FUENTE.

           OPEN INPUT ENT-DEPURAR.

           EVALUATE TRUE
               WHEN FS-DEPURAR-ENT-OK
                    PERFORM 2065-LEER-FUENTE-CLAVE
                       THRU 2065-LEER-FUENTE-CLAVE-FIN
                      UNTIL NOT FS-DEPURAR-ENT-OK
                         OR WS-DEPURACION-ERROR
                    CLOSE ENT-DEPURAR
               WHEN FS-DEPURAR-ENT-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PARA ARMAR CLAVES: '
                            FUNCTION TRIM(WS-ARCH-DEPURAR-ENT)
                    DISPLAY 'FILE STATUS: ' FS-DEPURAR-ENT
                    SET WS-DEPURACION-ERROR TO TRUE
           END-EVALUATE.

       2060-CLAVES-FUENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2065-LEER-FUENTE-CLAVE.

           READ ENT-DEPURAR.

           EVALUATE TRUE
               WHEN FS-DEPURAR-ENT-OK
                    PERFORM 2070-CLAVES-RENGLON
                       THRU 2070-CLAVES-RENGLON-FIN
               WHEN FS-DEPURAR-ENT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER PARA ARMAR CLAVES: '
                            FUNCTION TRIM(WS-ARCH-DEPURAR-ENT)
                    DISPLAY 'FILE STATUS: ' FS-DEPURAR-ENT
                    SET WS-DEPURACION-ERROR TO TRUE
           END-EVALUATE.

       2065-LEER-FUENTE-CLAVE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CLAVE TEL: CADA TELEFONO FIJO O MOVIL. CLAVE DOM: CADA
      * DIRECCION CON SU CODIGO POSTAL Y EL APELLIDO DEL EMPLEADO.
       2070-CLAVES-RENGLON.

           IF WS-DEP-ENT-ID-EMPLEADO-X IS NOT NUMERIC
              GO TO 2070-CLAVES-RENGLON-FIN
           END-IF.

           MOVE WS-DEP-ENT-ID-EMPLEADO      TO WS-ID-BUSCADO.
           PERFORM 1520-BUSCAR-EMPLEADO
              THRU 1520-BUSCAR-EMPLEADO-FIN.

           IF WS-EMP-NO-HALLADO
              OR NOT WS-TAB-EMP-DEPURAR(WS-TAB-EMP-IDX)
              GO TO 2070-CLAVES-RENGLON-FIN
           END-IF.

           EVALUATE WS-CLV-FUENTE
               WHEN WS-CAT-DIRECCIONES
                    MOVE WS-REG-DEPURAR-ENT TO WS-CLV-DIRECCION
                    PERFORM 2075-CLAVE-DOMICILIO
                       THRU 2075-CLAVE-DOMICILIO-FIN
               WHEN WS-CAT-NORMALIZADAS
                    MOVE WS-REG-DEPURAR-ENT TO WS-REG-DIR-NORMALIZADA
                    IF WS-NOR-NORMALIZADA
                       MOVE WS-NOR-DIRECCION
                                            TO WS-CLV-DIR-DIRECCION
                       MOVE WS-NOR-COD-POSTAL-X
                                            TO WS-CLV-DIR-COD-POSTAL
                       PERFORM 2075-CLAVE-DOMICILIO
                          THRU 2075-CLAVE-DOMICILIO-FIN
                    END-IF
               WHEN WS-CAT-TELEFONOS
                    MOVE WS-REG-DEPURAR-ENT TO WS-CLV-TELEFONO
                    IF (WS-CLV-TEL-FIJO OR WS-CLV-TEL-MOVIL)
                       AND WS-CLV-TEL-NUMERO NOT = SPACES
                       MOVE 'TEL'           TO WS-CLV-REGLA
                       MOVE SPACES          TO WS-CLV-CLAVE
                       MOVE WS-CLV-TEL-NUMERO
                                            TO WS-CLV-CLAVE(1:15)
                       PERFORM 2090-AGREGAR-CLAVE
                          THRU 2090-AGREGAR-CLAVE-FIN
                    END-IF
           END-EVALUATE.

       2070-CLAVES-RENGLON-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL APELLIDO SE TOMA DE LA CLAVE NOM DEL MISMO EMPLEADO.
       2075-CLAVE-DOMICILIO.

           IF WS-CLV-DIR-DIRECCION = SPACES
              GO TO 2075-CLAVE-DOMICILIO-FIN
           END-IF.

           PERFORM 2080-BUSCAR-APELLIDO
              THRU 2080-BUSCAR-APELLIDO-FIN.

           IF WS-CLV-NO-HALLADA
              GO TO 2075-CLAVE-DOMICILIO-FIN
           END-IF.

           MOVE 'DOM'                       TO WS-CLV-REGLA.
           MOVE SPACES                      TO WS-CLV-CLAVE.
           MOVE WS-CLV-DIR-DIRECCION        TO WS-CLV-CLAVE(1:50).
           MOVE WS-CLV-DIR-COD-POSTAL       TO WS-CLV-CLAVE(52:4).
           MOVE WS-CLV-APELLIDO             TO WS-CLV-CLAVE(57:25).

           PERFORM 2090-AGREGAR-CLAVE
              THRU 2090-AGREGAR-CLAVE-FIN.

       2075-CLAVE-DOMICILIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2080-BUSCAR-APELLIDO.

           SET WS-CLV-NO-HALLADA            TO TRUE.

           IF WS-TAB-CLV-CANTIDAD = 0
              GO TO 2080-BUSCAR-APELLIDO-FIN
           END-IF.

           SET WS-TAB-CLV-IDX               TO 1.

           SEARCH WS-TAB-CLV-ENTRADA
               AT END
                  CONTINUE
               WHEN WS-TAB-CLV-REGLA(WS-TAB-CLV-IDX) = 'NOM'
                AND WS-TAB-CLV-ID-EMPLEADO(WS-TAB-CLV-IDX)
                                            = WS-ID-BUSCADO
                  SET WS-CLV-HALLADA        TO TRUE
                  MOVE WS-TAB-CLV-CLAVE(WS-TAB-CLV-IDX)(27:25)
                                            TO WS-CLV-APELLIDO
           END-SEARCH.

       2080-BUSCAR-APELLIDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGA LA CLAVE DE WS-CLV-REGLA Y WS-CLV-CLAVE PARA EL EMPLEADO
      * DE WS-ID-BUSCADO, SI NO ESTABA YA.
       2090-AGREGAR-CLAVE.

           PERFORM 2095-BUSCAR-CLAVE
              THRU 2095-BUSCAR-CLAVE-FIN.

           IF WS-CLV-HALLADA
              GO TO 2090-AGREGAR-CLAVE-FIN
           END-IF.

           IF WS-TAB-CLV-CANTIDAD >= 50000
              DISPLAY 'TABLA DE CLAVES DE DUPLICADOS LLENA'
              SET WS-CAPACIDAD-EXCEDIDA TO TRUE
              SET WS-DEPURACION-ERROR   TO TRUE
              GO TO 2090-AGREGAR-CLAVE-FIN
           END-IF.

           ADD 1                            TO WS-TAB-CLV-CANTIDAD.
           MOVE WS-CLV-REGLA
                   TO WS-TAB-CLV-REGLA(WS-TAB-CLV-CANTIDAD).
           MOVE WS-CLV-CLAVE
                   TO WS-TAB-CLV-CLAVE(WS-TAB-CLV-CANTIDAD).
           MOVE WS-ID-BUSCADO
                   TO WS-TAB-CLV-ID-EMPLEADO(WS-TAB-CLV-CANTIDAD).

       2090-AGREGAR-CLAVE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA WS-CLV-REGLA Y WS-CLV-CLAVE EN LA TABLA DE CLAVES Y DEJA
      * WS-TAB-CLV-IDX EN LA ENTRADA HALLADA.
       2095-BUSCAR-CLAVE.

           SET WS-CLV-NO-HALLADA            TO TRUE.

           IF WS-TAB-CLV-CANTIDAD = 0
              GO TO 2095-BUSCAR-CLAVE-FIN
           END-IF.

           SET WS-TAB-CLV-IDX               TO 1.

           SEARCH WS-TAB-CLV-ENTRADA
               AT END
                  CONTINUE
               WHEN WS-TAB-CLV-REGLA(WS-TAB-CLV-IDX) = WS-CLV-REGLA
                AND WS-TAB-CLV-CLAVE(WS-TAB-CLV-IDX) = WS-CLV-CLAVE
                  SET WS-CLV-HALLADA        TO TRUE
           END-SEARCH.

       2095-BUSCAR-CLAVE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN ARCHIVO QUE NO EXISTE NO ES ERROR (UNA GENERACION YA BORRADA
      * POR RETENCION, UN ARCHIVO QUE TODAVIA NO SE GENERO): QUEDA
      * REGISTRADO COMO INEXISTENTE EN EL CERTIFICADO.
       2100-FILTRAR-ARCHIVO.

           MOVE WS-UNI-RUTA                 TO WS-ARCH-DEPURAR-ENT.
           MOVE WS-UNI-RUTA-TRABAJO         TO WS-ARCH-DEPURAR-SAL.

           OPEN INPUT ENT-DEPURAR.

           EVALUATE TRUE
               WHEN FS-DEPURAR-ENT-OK
                    CONTINUE
               WHEN FS-DEPURAR-ENT-NFD
                    DISPLAY 'NO EXISTE, NO SE DEPURA: '
                            FUNCTION TRIM(WS-UNI-RUTA)
                    SET WS-TAB-UNI-NO-EXISTE(WS-TAB-UNI-IDX) TO TRUE
                    GO TO 2100-FILTRAR-ARCHIVO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PARA DEPURAR: '
                            FUNCTION TRIM(WS-UNI-RUTA)
                    DISPLAY 'FILE STATUS: ' FS-DEPURAR-ENT
                    SET WS-DEPURACION-ERROR TO TRUE
                    GO TO 2100-FILTRAR-ARCHIVO-FIN
           END-EVALUATE.

           OPEN OUTPUT SAL-DEPURAR.

           IF NOT FS-DEPURAR-SAL-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRABAJO: '
                      FUNCTION TRIM(WS-UNI-RUTA-TRABAJO)
              DISPLAY 'FILE STATUS: ' FS-DEPURAR-SAL
              SET WS-DEPURACION-ERROR TO TRUE
              CLOSE ENT-DEPURAR
              GO TO 2100-FILTRAR-ARCHIVO-FIN
           END-IF.

           MOVE 0          TO WS-TAB-UNI-LEIDOS(WS-TAB-UNI-IDX).
           MOVE 0          TO WS-TAB-UNI-ELIMINADOS(WS-TAB-UNI-IDX).
           MOVE 0                           TO WS-UNI-CONSERVADOS.
           MOVE 0                           TO WS-UNI-HASH.

           PERFORM 2110-LEER-RENGLON
              THRU 2110-LEER-RENGLON-FIN
             UNTIL NOT FS-DEPURAR-ENT-OK
                OR WS-DEPURACION-ERROR.

           CLOSE ENT-DEPURAR
                 SAL-DEPURAR.

           IF WS-DEPURACION-ERROR
              GO TO 2100-FILTRAR-ARCHIVO-FIN
           END-IF.

           SET WS-TAB-UNI-FILTRADA(WS-TAB-UNI-IDX) TO TRUE.

           DISPLAY 'DEPURADO ' FUNCTION TRIM(WS-UNI-RUTA) ': '
                   WS-TAB-UNI-ELIMINADOS(WS-TAB-UNI-IDX)
                   ' DE ' WS-TAB-UNI-LEIDOS(WS-TAB-UNI-IDX).

       2100-FILTRAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-RENGLON.

           READ ENT-DEPURAR.

           EVALUATE TRUE
               WHEN FS-DEPURAR-ENT-OK
                    ADD 1        TO WS-TAB-UNI-LEIDOS(WS-TAB-UNI-IDX)
                    PERFORM 2120-EVALUAR-RENGLON
                       THRU 2120-EVALUAR-RENGLON-FIN
               WHEN FS-DEPURAR-ENT-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER PARA DEPURAR: '
                            FUNCTION TRIM(WS-UNI-RUTA)
                    DISPLAY 'FILE STATUS: ' FS-DEPURAR-ENT
                    SET WS-DEPURACION-ERROR TO TRUE
           END-EVALUATE.

       2110-LEER-RENGLON-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2115-UBICAR-ID.

           EVALUATE WS-UNI-CATEGORIA
               WHEN WS-CAT-AUDITORIA
                    MOVE WS-DEP-ENT-AUD-ID-EMPLEADO
                                            TO WS-REN-ID-EMPLEADO-X
               WHEN WS-CAT-PENDIENTES
                    MOVE WS-DEP-ENT-PEN-ID-EMPLEADO
                                            TO WS-REN-ID-EMPLEADO-X
               WHEN OTHER
                    MOVE WS-DEP-ENT-ID-EMPLEADO-X
                                            TO WS-REN-ID-EMPLEADO-X
           END-EVALUATE.

       2115-UBICAR-ID-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL DETALLE DE UN EMPLEADO A DEPURAR NO SE COPIA, SALVO EN
      * EMPLEADOS, DONDE QUEDA EL ESQUELETO (ID, ESTADO Y SUCURSAL)
      * CON NOMBRE Y APELLIDO EN BLANCO, Y EN LA AUDITORIA, DONDE QUEDA
      * EL MOVIMIENTO CON LAS IMAGENES EN BLANCO. EN DIRECCIONES Y
      * TELEFONOS EL PIE DE RRHH SE REARMA CON LOS DETALLES QUE QUEDAN
      * PARA QUE CL14EJ25 LOS SIGA CONCILIANDO.
       2120-EVALUAR-RENGLON.

           MOVE WS-REG-DEPURAR-ENT          TO WS-REG-DEPURAR-SAL.

           IF WS-UNI-CATEGORIA = WS-CAT-REVISADOS
              PERFORM 2130-EVALUAR-REVISADO
                 THRU 2130-EVALUAR-REVISADO-FIN
              GO TO 2120-EVALUAR-RENGLON-FIN
           END-IF.

           PERFORM 2115-UBICAR-ID
              THRU 2115-UBICAR-ID-FIN.

           IF WS-REN-ID-EMPLEADO-X IS NOT NUMERIC
              IF WS-REG-DEPURAR-ENT(1:1) = 'T'
                 AND (WS-UNI-CATEGORIA = WS-CAT-DIRECCIONES
                      OR WS-UNI-CATEGORIA = WS-CAT-TELEFONOS)
                 MOVE WS-UNI-CONSERVADOS    TO WS-RRHH-PIE-CANTIDAD
                 MOVE WS-UNI-HASH           TO WS-RRHH-PIE-HASH
                 MOVE SPACES                TO WS-REG-DEPURAR-SAL
                 MOVE WS-REG-RRHH-PIE       TO WS-REG-DEPURAR-SAL
              END-IF
              PERFORM 2190-ESCRIBIR-RENGLON
                 THRU 2190-ESCRIBIR-RENGLON-FIN
              GO TO 2120-EVALUAR-RENGLON-FIN
           END-IF.

           MOVE WS-REN-ID-EMPLEADO          TO WS-ID-BUSCADO.
           PERFORM 1520-BUSCAR-EMPLEADO
              THRU 1520-BUSCAR-EMPLEADO-FIN.

           IF WS-EMP-HALLADO
              AND WS-TAB-EMP-DEPURAR(WS-TAB-EMP-IDX)
              ADD 1  TO WS-TAB-UNI-ELIMINADOS(WS-TAB-UNI-IDX)
              ADD 1  TO WS-TAB-EMP-CANT-CATEGORIA(WS-TAB-EMP-IDX,
                                                  WS-UNI-CATEGORIA)
              EVALUATE WS-UNI-CATEGORIA
                  WHEN WS-CAT-EMPLEADOS
                       MOVE SPACES    TO WS-DEP-SAL-DATOS-PERSONALES
                  WHEN WS-CAT-AUDITORIA
                       MOVE SPACES    TO WS-DEP-SAL-AUD-IMAGENES
                  WHEN OTHER
                       GO TO 2120-EVALUAR-RENGLON-FIN
              END-EVALUATE
           END-IF.

           ADD 1                            TO WS-UNI-CONSERVADOS.
           ADD WS-REN-ID-EMPLEADO           TO WS-UNI-HASH.

           PERFORM 2190-ESCRIBIR-RENGLON
              THRU 2190-ESCRIBIR-RENGLON-FIN.

       2120-EVALUAR-RENGLON-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN GRUPO REVISADO CUYA CLAVE ES LA DE UN EMPLEADO A DEPURAR SE
      * QUITA: AL IRSE EL EMPLEADO EL GRUPO CAMBIA Y CL14EJ18 LO
      * VOLVERIA A REPORTAR DE TODOS MODOS.
       2130-EVALUAR-REVISADO.

           SET WS-CLV-NO-HALLADA            TO TRUE.

           IF WS-REG-DEPURAR-ENT NOT = SPACES
              MOVE WS-DEP-ENT-REV-REGLA     TO WS-CLV-REGLA
              MOVE WS-DEP-ENT-REV-CLAVE     TO WS-CLV-CLAVE
              PERFORM 2095-BUSCAR-CLAVE
                 THRU 2095-BUSCAR-CLAVE-FIN
           END-IF.

           IF WS-CLV-NO-HALLADA
              PERFORM 2190-ESCRIBIR-RENGLON
                 THRU 2190-ESCRIBIR-RENGLON-FIN
              GO TO 2130-EVALUAR-REVISADO-FIN
           END-IF.

           ADD 1     TO WS-TAB-UNI-ELIMINADOS(WS-TAB-UNI-IDX).
           MOVE WS-TAB-CLV-ID-EMPLEADO(WS-TAB-CLV-IDX)
                                            TO WS-ID-BUSCADO.
           PERFORM 1520-BUSCAR-EMPLEADO
              THRU 1520-BUSCAR-EMPLEADO-FIN.

           IF WS-EMP-HALLADO
              ADD 1  TO WS-TAB-EMP-CANT-CATEGORIA(WS-TAB-EMP-IDX,
                                                  WS-UNI-CATEGORIA)
           END-IF.

       2130-EVALUAR-REVISADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2190-ESCRIBIR-RENGLON.

           WRITE WS-REG-DEPURAR-SAL.

           IF NOT FS-DEPURAR-SAL-OK
              DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE TRABAJO: '
                      FUNCTION TRIM(WS-UNI-RUTA-TRABAJO)
              DISPLAY 'FILE STATUS: ' FS-DEPURAR-SAL
              SET WS-DEPURACION-ERROR TO TRUE
           END-IF.

       2190-ESCRIBIR-RENGLON-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REEMPLAZA EL ORIGINAL POR LA VERSION DEPURADA. SI EN UN
      * REINICIO EL ARCHIVO DE TRABAJO YA NO ESTA, EL RENOMBRE SE HIZO
      * ANTES DE LA CAIDA Y SOLO FALTABA REGISTRARLO.
       2200-REEMPLAZAR-ARCHIVO.

           MOVE WS-UNI-RUTA-TRABAJO         TO WS-ARCH-DEPURAR-ENT.

           OPEN INPUT ENT-DEPURAR.

           EVALUATE TRUE
               WHEN FS-DEPURAR-ENT-OK
                    CLOSE ENT-DEPURAR
               WHEN FS-DEPURAR-ENT-NFD
                    DISPLAY 'YA REEMPLAZADO ANTES DEL REINICIO: '
                            FUNCTION TRIM(WS-UNI-RUTA)
                    SET WS-TAB-UNI-REEMPLAZADA(WS-TAB-UNI-IDX)
                                            TO TRUE
                    GO TO 2200-REEMPLAZAR-ARCHIVO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE TRABAJO: '
                            FUNCTION TRIM(WS-UNI-RUTA-TRABAJO)
                    DISPLAY 'FILE STATUS: ' FS-DEPURAR-ENT
                    SET WS-DEPURACION-ERROR TO TRUE
                    GO TO 2200-REEMPLAZAR-ARCHIVO-FIN
           END-EVALUATE.

           CALL 'CBL_RENAME_FILE' USING WS-UNI-RUTA-TRABAJO
                                        WS-UNI-RUTA.

           IF RETURN-CODE NOT = 0
              DISPLAY 'NO SE PUDO REEMPLAZAR: '
                      FUNCTION TRIM(WS-UNI-RUTA)
              MOVE 0                        TO RETURN-CODE
              SET WS-DEPURACION-ERROR TO TRUE
              GO TO 2200-REEMPLAZAR-ARCHIVO-FIN
           END-IF.

           SET WS-TAB-UNI-REEMPLAZADA(WS-TAB-UNI-IDX) TO TRUE.

       2200-REEMPLAZAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA EL CHECKPOINT COMPLETO EN CHECKPOINT-NUEVO Y LO RENOMBRA
      * SOBRE EL VIGENTE. LAS BAJAS EN PLAZO NO SE GUARDAN: SOLO
      * CUENTAN PARA EL CERTIFICADO.
       2900-GRABAR-CHECKPOINT.

           OPEN OUTPUT SAL-CHECKPOINT-NUEVO.

           IF NOT FS-CHECKPOINT-NUEVO-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE CHECKPOINT'
              DISPLAY 'FILE STATUS: ' FS-CHECKPOINT-NUEVO
              SET WS-DEPURACION-ERROR TO TRUE
              GO TO 2900-GRABAR-CHECKPOINT-FIN
           END-IF.

           MOVE 0                           TO WS-CKP-REGISTROS.

           MOVE WS-FECHA-CORRIDA            TO WS-CKP-CTL-FECHA-CORRIDA.
           MOVE WS-FECHA-CORTE              TO WS-CKP-CTL-FECHA-CORTE.
           MOVE WS-ANIOS-APLICADOS          TO WS-CKP-CTL-ANIOS.
           COMPUTE WS-CKP-CTL-EMPLEADOS = WS-CONT-DEPURAR
                                        + WS-CONT-RETENIDOS
                                        + WS-CONT-SIN-FECHA.
           MOVE WS-TAB-UNI-CANTIDAD         TO WS-CKP-CTL-UNIDADES.
           MOVE WS-CONT-YA-DEPURADOS        TO WS-CKP-CTL-YA-DEPURADOS.
           MOVE WS-CONT-EN-PLAZO            TO WS-CKP-CTL-EN-PLAZO.

           MOVE WS-REG-CKP-CONTROL          TO WS-SAL-CHECKPOINT-NUEVO.
           PERFORM 2990-ESCRIBIR-CHECKPOINT
              THRU 2990-ESCRIBIR-CHECKPOINT-FIN.

           PERFORM 2910-GRABAR-EMPLEADO-CKP
              THRU 2910-GRABAR-EMPLEADO-CKP-FIN
             VARYING WS-TAB-EMP-IDX FROM 1 BY 1
               UNTIL WS-TAB-EMP-IDX > WS-TAB-EMP-CANTIDAD
                  OR WS-DEPURACION-ERROR.

           PERFORM 2920-GRABAR-UNIDAD-CKP
              THRU 2920-GRABAR-UNIDAD-CKP-FIN
             VARYING WS-UNI-CKP-IDX FROM 1 BY 1
               UNTIL WS-UNI-CKP-IDX > WS-TAB-UNI-CANTIDAD
                  OR WS-DEPURACION-ERROR.

           MOVE WS-CKP-REGISTROS            TO WS-CKP-CIE-REGISTROS.
           MOVE WS-REG-CKP-CIERRE           TO WS-SAL-CHECKPOINT-NUEVO.
           PERFORM 2990-ESCRIBIR-CHECKPOINT
              THRU 2990-ESCRIBIR-CHECKPOINT-FIN.

           CLOSE SAL-CHECKPOINT-NUEVO.

           IF WS-DEPURACION-ERROR
              GO TO 2900-GRABAR-CHECKPOINT-FIN
           END-IF.

           CALL 'CBL_RENAME_FILE' USING WS-ARCH-CHECKPOINT-NUEVO
                                        WS-ARCH-CHECKPOINT.

           IF RETURN-CODE NOT = 0
              DISPLAY 'NO SE PUDO ACTUALIZAR EL CHECKPOINT: '
                      FUNCTION TRIM(WS-ARCH-CHECKPOINT)
              MOVE 0                        TO RETURN-CODE
              SET WS-DEPURACION-ERROR TO TRUE
           END-IF.

       2900-GRABAR-CHECKPOINT-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2910-GRABAR-EMPLEADO-CKP.

           IF WS-TAB-EMP-EN-PLAZO(WS-TAB-EMP-IDX)
              GO TO 2910-GRABAR-EMPLEADO-CKP-FIN
           END-IF.

           MOVE WS-TAB-EMP-ID-EMPLEADO(WS-TAB-EMP-IDX)
                                            TO WS-CKP-EMP-ID-EMPLEADO.
           MOVE WS-TAB-EMP-SITUACION(WS-TAB-EMP-IDX)
                                            TO WS-CKP-EMP-SITUACION.
           MOVE WS-TAB-EMP-FECHA-BAJA(WS-TAB-EMP-IDX)
                                            TO WS-CKP-EMP-FECHA-BAJA.
           MOVE WS-TAB-EMP-REFERENCIA(WS-TAB-EMP-IDX)
                                            TO WS-CKP-EMP-REFERENCIA.
           MOVE WS-TAB-EMP-CANTIDADES(WS-TAB-EMP-IDX)
                                            TO WS-CKP-EMP-CANTIDADES.

           MOVE WS-REG-CKP-EMPLEADO         TO WS-SAL-CHECKPOINT-NUEVO.
           PERFORM 2990-ESCRIBIR-CHECKPOINT
              THRU 2990-ESCRIBIR-CHECKPOINT-FIN.

       2910-GRABAR-EMPLEADO-CKP-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2920-GRABAR-UNIDAD-CKP.

           MOVE WS-TAB-UNI-CATEGORIA(WS-UNI-CKP-IDX)
                                            TO WS-CKP-UNI-CATEGORIA.
           MOVE WS-TAB-UNI-FECHA-GEN(WS-UNI-CKP-IDX)
                                            TO WS-CKP-UNI-FECHA-GEN.
           MOVE WS-TAB-UNI-FASE(WS-UNI-CKP-IDX)
                                            TO WS-CKP-UNI-FASE.
           MOVE WS-TAB-UNI-LEIDOS(WS-UNI-CKP-IDX)
                                            TO WS-CKP-UNI-LEIDOS.
           MOVE WS-TAB-UNI-ELIMINADOS(WS-UNI-CKP-IDX)
                                            TO WS-CKP-UNI-ELIMINADOS.
           MOVE WS-TAB-UNI-RUTA(WS-UNI-CKP-IDX)
                                            TO WS-CKP-UNI-RUTA.

           MOVE WS-REG-CKP-UNIDAD           TO WS-SAL-CHECKPOINT-NUEVO.
           PERFORM 2990-ESCRIBIR-CHECKPOINT
              THRU 2990-ESCRIBIR-CHECKPOINT-FIN.

       2920-GRABAR-UNIDAD-CKP-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2990-ESCRIBIR-CHECKPOINT.

           WRITE WS-SAL-CHECKPOINT-NUEVO.

           IF FS-CHECKPOINT-NUEVO-OK
              ADD 1                         TO WS-CKP-REGISTROS
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR EL ARCHIVO DE CHECKPOINT: '
                      FS-CHECKPOINT-NUEVO
              SET WS-DEPURACION-ERROR TO TRUE
           END-IF.

       2990-ESCRIBIR-CHECKPOINT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL CHECKPOINT SOLO SE BORRA CUANDO TODOS LOS ARCHIVOS QUEDARON
      * DEPURADOS Y EL CERTIFICADO SE GRABO: ANTE CUALQUIER ERROR QUEDA
      * PARA QUE LA PROXIMA CORRIDA RETOME DESDE DONDE SE CORTO.
       3000-FINALIZAR-PROGRAMA.

           IF WS-PARAMS-OK
              AND WS-INICIO-OK
              AND WS-CAPACIDAD-OK
              AND WS-DEPURACION-OK
              PERFORM 3100-GRABAR-CERTIFICADO
                 THRU 3100-GRABAR-CERTIFICADO-FIN
              IF WS-CERTIFICADO-OK
                 AND WS-TAB-UNI-CANTIDAD > 0
                 PERFORM 3900-BORRAR-CHECKPOINT
                    THRU 3900-BORRAR-CHECKPOINT-FIN
              END-IF
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

           IF WS-DEPURACION-ERROR
              DISPLAY 'PROCESO ABORTADO DURANTE LA DEPURACION - '
                      'VOLVER A EJECUTAR PARA REANUDAR DESDE EL '
                      'CHECKPOINT'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           IF WS-CERTIFICADO-ERROR
              DISPLAY 'PROCESO ABORTADO POR ERROR AL GRABAR EL '
                      'CERTIFICADO - VOLVER A EJECUTAR'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           IF RETURN-CODE = 0
              AND WS-CONT-SIN-FECHA > 0
              DISPLAY 'HAY BAJAS SIN FECHA DE BAJA EN LA HISTORIA - '
                      'VER CERTIFICADO'
              MOVE 4                        TO RETURN-CODE
           END-IF.

           IF RETURN-CODE = 0
              AND WS-CKP-NO-BORRADO
              MOVE 4                        TO RETURN-CODE
           END-IF.

           DISPLAY 'EMPLEADOS LEIDOS                  : '
                   WS-CONT-EMP-LEIDOS.
           DISPLAY 'BAJAS YA DEPURADAS                : '
                   WS-CONT-YA-DEPURADOS.
           DISPLAY 'BAJAS DENTRO DEL PLAZO            : '
                   WS-CONT-EN-PLAZO.
           DISPLAY 'BAJAS EN RETENCION LEGAL          : '
                   WS-CONT-RETENIDOS.
           DISPLAY 'BAJAS SIN FECHA DE BAJA           : '
                   WS-CONT-SIN-FECHA.
           DISPLAY 'EMPLEADOS DEPURADOS               : '
                   WS-CONT-DEPURAR.
           DISPLAY 'ARCHIVOS DEPURADOS                : '
                   WS-CONT-ARCHIVOS.
           DISPLAY 'REGISTROS ELIMINADOS              : '
                   WS-CONT-REG-ELIMINADOS.
           DISPLAY 'REGISTROS BLANQUEADOS             : '
                   WS-CONT-REG-BLANQUEADOS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CERTIFICADO DE LA DEPURACION (CERTIFICADO-DEPURACION.TXT.D
      * AAAAMMDD): QUE EMPLEADOS SE DEPURARON DE QUE ARCHIVOS, CUANTOS
      * REGISTROS POR ARCHIVO, QUIENES QUEDARON EXCLUIDOS Y LAS FIRMAS
      * DE CONFORMIDAD.
       3100-GRABAR-CERTIFICADO.

           OPEN OUTPUT SAL-CERTIFICADO.

           IF NOT FS-CERTIFICADO-OK
              DISPLAY 'ERROR AL ABRIR EL CERTIFICADO: '
                      FUNCTION TRIM(WS-ARCH-CERTIFICADO)
              DISPLAY 'FILE STATUS: ' FS-CERTIFICADO
              SET WS-CERTIFICADO-ERROR TO TRUE
              GO TO 3100-GRABAR-CERTIFICADO-FIN
           END-IF.

           PERFORM 3110-ACUMULAR-UNIDAD
              THRU 3110-ACUMULAR-UNIDAD-FIN
             VARYING WS-TAB-UNI-IDX FROM 1 BY 1
               UNTIL WS-TAB-UNI-IDX > WS-TAB-UNI-CANTIDAD.

           PERFORM 3120-ACUMULAR-EMPLEADO
              THRU 3120-ACUMULAR-EMPLEADO-FIN
             VARYING WS-TAB-EMP-IDX FROM 1 BY 1
               UNTIL WS-TAB-EMP-IDX > WS-TAB-EMP-CANTIDAD.

           PERFORM 3200-GRABAR-ENCABEZADO
              THRU 3200-GRABAR-ENCABEZADO-FIN.

           PERFORM 3300-GRABAR-DEPURADOS
              THRU 3300-GRABAR-DEPURADOS-FIN.

           PERFORM 3400-GRABAR-ARCHIVOS
              THRU 3400-GRABAR-ARCHIVOS-FIN.

           PERFORM 3500-GRABAR-EXCLUIDOS
              THRU 3500-GRABAR-EXCLUIDOS-FIN.

           PERFORM 3600-GRABAR-TOTALES
              THRU 3600-GRABAR-TOTALES-FIN.

           PERFORM 3700-GRABAR-FIRMAS
              THRU 3700-GRABAR-FIRMAS-FIN.

           CLOSE SAL-CERTIFICADO.

           IF WS-CERTIFICADO-OK
              DISPLAY 'CERTIFICADO DE DEPURACION: '
                      FUNCTION TRIM(WS-ARCH-CERTIFICADO)
           END-IF.

       3100-GRABAR-CERTIFICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-ACUMULAR-UNIDAD.

           MOVE WS-TAB-UNI-CATEGORIA(WS-TAB-UNI-IDX)
                                            TO WS-UNI-CAT-IDX.

           IF WS-TAB-UNI-NO-EXISTE(WS-TAB-UNI-IDX)
              ADD 1                         TO WS-CONT-NO-EXISTEN
              GO TO 3110-ACUMULAR-UNIDAD-FIN
           END-IF.

           ADD 1                            TO WS-CONT-ARCHIVOS.
           ADD 1                TO WS-TOT-CAT-ARCHIVOS(WS-UNI-CAT-IDX).
           ADD WS-TAB-UNI-ELIMINADOS(WS-TAB-UNI-IDX)
                                TO WS-TOT-CAT-REGISTROS(WS-UNI-CAT-IDX).

           IF WS-UNI-CAT-IDX = WS-CAT-EMPLEADOS
              OR WS-UNI-CAT-IDX = WS-CAT-AUDITORIA
              ADD WS-TAB-UNI-ELIMINADOS(WS-TAB-UNI-IDX)
                                            TO WS-CONT-REG-BLANQUEADOS
           ELSE
              ADD WS-TAB-UNI-ELIMINADOS(WS-TAB-UNI-IDX)
                                            TO WS-CONT-REG-ELIMINADOS
           END-IF.

       3110-ACUMULAR-UNIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3120-ACUMULAR-EMPLEADO.

           IF NOT WS-TAB-EMP-DEPURAR(WS-TAB-EMP-IDX)
              GO TO 3120-ACUMULAR-EMPLEADO-FIN
           END-IF.

           PERFORM 3125-ACUMULAR-CATEGORIA
              THRU 3125-ACUMULAR-CATEGORIA-FIN
             VARYING WS-UNI-CAT-IDX FROM 1 BY 1
               UNTIL WS-UNI-CAT-IDX > WS-CAT-CANTIDAD.

       3120-ACUMULAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3125-ACUMULAR-CATEGORIA.

           IF WS-TAB-EMP-CANT-CATEGORIA(WS-TAB-EMP-IDX, WS-UNI-CAT-IDX)
                                            > 0
              ADD 1            TO WS-TOT-CAT-EMPLEADOS(WS-UNI-CAT-IDX)
           END-IF.

       3125-ACUMULAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-ENCABEZADO.

           MOVE WS-REG-CER-TITULO           TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE WS-REG-CER-SEPARADOR        TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE WS-FECHA-CORRIDA            TO WS-FECHA-A-EDITAR.
           PERFORM 3810-EDITAR-FECHA
              THRU 3810-EDITAR-FECHA-FIN.
           MOVE 'FECHA DE CORRIDA            : '
                                            TO WS-CER-DAT-ETIQUETA.
           MOVE WS-FECHA-EDITADA            TO WS-CER-DAT-VALOR.
           PERFORM 3820-ESCRIBIR-DATO
              THRU 3820-ESCRIBIR-DATO-FIN.

           MOVE 'TIPO DE CORRIDA             : '
                                            TO WS-CER-DAT-ETIQUETA.
           IF WS-CORRIDA-REANUDADA
              MOVE 'REANUDADA DESDE EL CHECKPOINT'
                                            TO WS-CER-DAT-VALOR
           ELSE
              MOVE 'NUEVA'                  TO WS-CER-DAT-VALOR
           END-IF.
           PERFORM 3820-ESCRIBIR-DATO
              THRU 3820-ESCRIBIR-DATO-FIN.

           MOVE 'PLAZO DE RETENCION (ANIOS)  : '
                                            TO WS-CER-DAT-ETIQUETA.
           MOVE WS-ANIOS-APLICADOS          TO WS-CER-DAT-VALOR.
           PERFORM 3820-ESCRIBIR-DATO
              THRU 3820-ESCRIBIR-DATO-FIN.

           MOVE WS-FECHA-CORTE              TO WS-FECHA-A-EDITAR.
           PERFORM 3810-EDITAR-FECHA
              THRU 3810-EDITAR-FECHA-FIN.
           MOVE 'SE DEPURAN BAJAS ANTERIORES : '
                                            TO WS-CER-DAT-ETIQUETA.
           MOVE WS-FECHA-EDITADA            TO WS-CER-DAT-VALOR.
           PERFORM 3820-ESCRIBIR-DATO
              THRU 3820-ESCRIBIR-DATO-FIN.

           MOVE 'LISTA DE RETENCION LEGAL    : '
                                            TO WS-CER-DAT-ETIQUETA.
           MOVE WS-ARCH-RETENCION           TO WS-CER-DAT-VALOR.
           PERFORM 3820-ESCRIBIR-DATO
              THRU 3820-ESCRIBIR-DATO-FIN.

           MOVE WS-REG-CER-SEPARADOR        TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'TIPOS DE ARCHIVO (COLUMNAS DEL DETALLE):'
                                            TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           PERFORM 3210-GRABAR-REFERENCIA
              THRU 3210-GRABAR-REFERENCIA-FIN
             VARYING WS-UNI-CAT-IDX FROM 1 BY 1
               UNTIL WS-UNI-CAT-IDX > WS-CAT-CANTIDAD.

       3200-GRABAR-ENCABEZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3210-GRABAR-REFERENCIA.

           MOVE WS-TAB-CAT-ABREVIATURA(WS-UNI-CAT-IDX)
                                            TO WS-CER-REF-ABREVIATURA.
           MOVE WS-TAB-CAT-DESCRIPCION(WS-UNI-CAT-IDX)
                                            TO WS-CER-REF-DESCRIPCION.

           MOVE WS-REG-CER-REFERENCIA       TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

       3210-GRABAR-REFERENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN RENGLON POR EMPLEADO DEPURADO CON LA CANTIDAD DE REGISTROS
      * QUITADOS DE CADA TIPO DE ARCHIVO.
       3300-GRABAR-DEPURADOS.

           MOVE WS-REG-CER-SEPARADOR        TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'EMPLEADOS DEPURADOS'       TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           IF WS-CONT-DEPURAR = 0
              MOVE 'NO HUBO EMPLEADOS CON EL PLAZO DE RETENCION VENCIDO'
                                            TO WS-SAL-CERTIFICADO
              PERFORM 3800-ESCRIBIR-CERTIFICADO
                 THRU 3800-ESCRIBIR-CERTIFICADO-FIN
              GO TO 3300-GRABAR-DEPURADOS-FIN
           END-IF.

           PERFORM 3310-ARMAR-COLUMNA
              THRU 3310-ARMAR-COLUMNA-FIN
             VARYING WS-UNI-CAT-IDX FROM 1 BY 1
               UNTIL WS-UNI-CAT-IDX > WS-CAT-CANTIDAD.

           MOVE WS-REG-CER-ENCABEZADO       TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           PERFORM 3320-GRABAR-DEPURADO
              THRU 3320-GRABAR-DEPURADO-FIN
             VARYING WS-TAB-EMP-IDX FROM 1 BY 1
               UNTIL WS-TAB-EMP-IDX > WS-TAB-EMP-CANTIDAD.

       3300-GRABAR-DEPURADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3310-ARMAR-COLUMNA.

           MOVE WS-TAB-CAT-ABREVIATURA(WS-UNI-CAT-IDX)
                       TO WS-CER-ENC-ABREVIATURA(WS-UNI-CAT-IDX).

       3310-ARMAR-COLUMNA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3320-GRABAR-DEPURADO.

           IF NOT WS-TAB-EMP-DEPURAR(WS-TAB-EMP-IDX)
              GO TO 3320-GRABAR-DEPURADO-FIN
           END-IF.

           MOVE WS-TAB-EMP-ID-EMPLEADO(WS-TAB-EMP-IDX)
                                            TO WS-CER-DET-ID-EMPLEADO.
           MOVE WS-TAB-EMP-FECHA-BAJA(WS-TAB-EMP-IDX)
                                            TO WS-FECHA-A-EDITAR.
           PERFORM 3810-EDITAR-FECHA
              THRU 3810-EDITAR-FECHA-FIN.
           MOVE WS-FECHA-EDITADA            TO WS-CER-DET-FECHA-BAJA.

           PERFORM 3325-MOVER-CANTIDAD
              THRU 3325-MOVER-CANTIDAD-FIN
             VARYING WS-UNI-CAT-IDX FROM 1 BY 1
               UNTIL WS-UNI-CAT-IDX > WS-CAT-CANTIDAD.

           MOVE WS-REG-CER-DETALLE          TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

       3320-GRABAR-DEPURADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3325-MOVER-CANTIDAD.

           MOVE WS-TAB-EMP-CANT-CATEGORIA(WS-TAB-EMP-IDX,
                                          WS-UNI-CAT-IDX)
                       TO WS-CER-DET-CANTIDAD(WS-UNI-CAT-IDX).

       3325-MOVER-CANTIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN RENGLON POR ARCHIVO FISICO: DEPURADO O INEXISTENTE, CON LOS
      * REGISTROS LEIDOS Y LOS DEPURADOS (EN EMPLEADOS Y EN LA
      * AUDITORIA, BLANQUEADOS).
       3400-GRABAR-ARCHIVOS.

           MOVE WS-REG-CER-SEPARADOR        TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'ARCHIVOS DEPURADOS'        TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           IF WS-TAB-UNI-CANTIDAD = 0
              MOVE 'NO SE MODIFICO NINGUN ARCHIVO'
                                            TO WS-SAL-CERTIFICADO
              PERFORM 3800-ESCRIBIR-CERTIFICADO
                 THRU 3800-ESCRIBIR-CERTIFICADO-FIN
              GO TO 3400-GRABAR-ARCHIVOS-FIN
           END-IF.

           MOVE WS-REG-CER-ENC-ARCHIVO      TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           PERFORM 3410-GRABAR-ARCHIVO
              THRU 3410-GRABAR-ARCHIVO-FIN
             VARYING WS-TAB-UNI-IDX FROM 1 BY 1
               UNTIL WS-TAB-UNI-IDX > WS-TAB-UNI-CANTIDAD.

       3400-GRABAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3410-GRABAR-ARCHIVO.

           MOVE WS-TAB-UNI-CATEGORIA(WS-TAB-UNI-IDX)
                                            TO WS-UNI-CAT-IDX.
           MOVE WS-TAB-CAT-ABREVIATURA(WS-UNI-CAT-IDX)
                                            TO WS-CER-ARC-ABREVIATURA.
           MOVE WS-TAB-UNI-RUTA(WS-TAB-UNI-IDX)
                                            TO WS-CER-ARC-RUTA.

           IF WS-TAB-UNI-NO-EXISTE(WS-TAB-UNI-IDX)
              MOVE 'NO EXISTE'              TO WS-CER-ARC-ESTADO
           ELSE
              MOVE 'DEPURADO'               TO WS-CER-ARC-ESTADO
           END-IF.

           MOVE WS-TAB-UNI-LEIDOS(WS-TAB-UNI-IDX)
                                            TO WS-CER-ARC-LEIDOS.
           MOVE WS-TAB-UNI-ELIMINADOS(WS-TAB-UNI-IDX)
                                            TO WS-CER-ARC-ELIMINADOS.

           MOVE WS-REG-CER-ARCHIVO          TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

       3410-GRABAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BAJAS CON EL PLAZO VENCIDO QUE NO SE DEPURARON: LAS RETENIDAS
      * POR LEGALES Y LAS QUE NO TIENEN FECHA DE BAJA EN LA HISTORIA.
       3500-GRABAR-EXCLUIDOS.

           MOVE WS-REG-CER-SEPARADOR        TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'EXCLUIDOS POR RETENCION LEGAL'
                                            TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           IF WS-CONT-RETENIDOS = 0
              MOVE 'NINGUNO'                TO WS-SAL-CERTIFICADO
              PERFORM 3800-ESCRIBIR-CERTIFICADO
                 THRU 3800-ESCRIBIR-CERTIFICADO-FIN
           ELSE
              MOVE 'FECHA BAJA'             TO WS-CER-ENC-EXC-FECHA
              MOVE 'REFERENCIA'             TO WS-CER-ENC-EXC-REFERENCIA
              MOVE WS-REG-CER-ENC-EXCLUIDO  TO WS-SAL-CERTIFICADO
              PERFORM 3800-ESCRIBIR-CERTIFICADO
                 THRU 3800-ESCRIBIR-CERTIFICADO-FIN
              PERFORM 3510-GRABAR-RETENIDO
                 THRU 3510-GRABAR-RETENIDO-FIN
                VARYING WS-TAB-EMP-IDX FROM 1 BY 1
                  UNTIL WS-TAB-EMP-IDX > WS-TAB-EMP-CANTIDAD
           END-IF.

           MOVE SPACES                      TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'BAJAS SIN FECHA DE BAJA EN LA HISTORIA (A REVISAR)'
                                            TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           IF WS-CONT-SIN-FECHA = 0
              MOVE 'NINGUNO'                TO WS-SAL-CERTIFICADO
              PERFORM 3800-ESCRIBIR-CERTIFICADO
                 THRU 3800-ESCRIBIR-CERTIFICADO-FIN
           ELSE
              MOVE 'ULTIMO MOV'             TO WS-CER-ENC-EXC-FECHA
              MOVE SPACES                   TO WS-CER-ENC-EXC-REFERENCIA
              MOVE WS-REG-CER-ENC-EXCLUIDO  TO WS-SAL-CERTIFICADO
              PERFORM 3800-ESCRIBIR-CERTIFICADO
                 THRU 3800-ESCRIBIR-CERTIFICADO-FIN
              PERFORM 3520-GRABAR-SIN-FECHA
                 THRU 3520-GRABAR-SIN-FECHA-FIN
                VARYING WS-TAB-EMP-IDX FROM 1 BY 1
                  UNTIL WS-TAB-EMP-IDX > WS-TAB-EMP-CANTIDAD
           END-IF.

       3500-GRABAR-EXCLUIDOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3510-GRABAR-RETENIDO.

           IF NOT WS-TAB-EMP-RETENIDO(WS-TAB-EMP-IDX)
              GO TO 3510-GRABAR-RETENIDO-FIN
           END-IF.

           PERFORM 3530-ARMAR-EXCLUIDO
              THRU 3530-ARMAR-EXCLUIDO-FIN.

       3510-GRABAR-RETENIDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3520-GRABAR-SIN-FECHA.

           IF NOT WS-TAB-EMP-SIN-FECHA(WS-TAB-EMP-IDX)
              GO TO 3520-GRABAR-SIN-FECHA-FIN
           END-IF.

           PERFORM 3530-ARMAR-EXCLUIDO
              THRU 3530-ARMAR-EXCLUIDO-FIN.

       3520-GRABAR-SIN-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3530-ARMAR-EXCLUIDO.

           MOVE WS-TAB-EMP-ID-EMPLEADO(WS-TAB-EMP-IDX)
                                            TO WS-CER-EXC-ID-EMPLEADO.

           IF WS-TAB-EMP-FECHA-BAJA(WS-TAB-EMP-IDX) = 0
              MOVE SPACES                   TO WS-CER-EXC-FECHA
           ELSE
              MOVE WS-TAB-EMP-FECHA-BAJA(WS-TAB-EMP-IDX)
                                            TO WS-FECHA-A-EDITAR
              PERFORM 3810-EDITAR-FECHA
                 THRU 3810-EDITAR-FECHA-FIN
              MOVE WS-FECHA-EDITADA         TO WS-CER-EXC-FECHA
           END-IF.

           MOVE WS-TAB-EMP-REFERENCIA(WS-TAB-EMP-IDX)
                                            TO WS-CER-EXC-REFERENCIA.

           MOVE WS-REG-CER-EXCLUIDO         TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

       3530-ARMAR-EXCLUIDO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3600-GRABAR-TOTALES.

           MOVE WS-REG-CER-SEPARADOR        TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'TOTALES POR TIPO DE ARCHIVO'
                                            TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE WS-REG-CER-ENC-CATEGORIA    TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           PERFORM 3610-GRABAR-CATEGORIA
              THRU 3610-GRABAR-CATEGORIA-FIN
             VARYING WS-UNI-CAT-IDX FROM 1 BY 1
               UNTIL WS-UNI-CAT-IDX > WS-CAT-CANTIDAD.

           MOVE WS-REG-CER-SEPARADOR        TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           COMPUTE WS-CER-CNT-VALOR = WS-CONT-DEPURAR
                                    + WS-CONT-RETENIDOS
                                    + WS-CONT-SIN-FECHA
                                    + WS-CONT-EN-PLAZO.
           MOVE 'BAJAS CON DATOS PERSONALES EVALUADAS     :'
                                            TO WS-CER-CNT-ETIQUETA.
           PERFORM 3620-ESCRIBIR-CONTADOR
              THRU 3620-ESCRIBIR-CONTADOR-FIN.

           MOVE 'BAJAS YA DEPURADAS EN CORRIDAS ANTERIORES:'
                                            TO WS-CER-CNT-ETIQUETA.
           MOVE WS-CONT-YA-DEPURADOS        TO WS-CER-CNT-VALOR.
           PERFORM 3620-ESCRIBIR-CONTADOR
              THRU 3620-ESCRIBIR-CONTADOR-FIN.

           MOVE 'BAJAS DENTRO DEL PLAZO DE RETENCION      :'
                                            TO WS-CER-CNT-ETIQUETA.
           MOVE WS-CONT-EN-PLAZO            TO WS-CER-CNT-VALOR.
           PERFORM 3620-ESCRIBIR-CONTADOR
              THRU 3620-ESCRIBIR-CONTADOR-FIN.

           MOVE 'BAJAS EXCLUIDAS POR RETENCION LEGAL      :'
                                            TO WS-CER-CNT-ETIQUETA.
           MOVE WS-CONT-RETENIDOS           TO WS-CER-CNT-VALOR.
           PERFORM 3620-ESCRIBIR-CONTADOR
              THRU 3620-ESCRIBIR-CONTADOR-FIN.

           MOVE 'BAJAS SIN FECHA DE BAJA EN LA HISTORIA   :'
                                            TO WS-CER-CNT-ETIQUETA.
           MOVE WS-CONT-SIN-FECHA           TO WS-CER-CNT-VALOR.
           PERFORM 3620-ESCRIBIR-CONTADOR
              THRU 3620-ESCRIBIR-CONTADOR-FIN.

           MOVE 'EMPLEADOS DEPURADOS                      :'
                                            TO WS-CER-CNT-ETIQUETA.
           MOVE WS-CONT-DEPURAR             TO WS-CER-CNT-VALOR.
           PERFORM 3620-ESCRIBIR-CONTADOR
              THRU 3620-ESCRIBIR-CONTADOR-FIN.

           MOVE 'ARCHIVOS DEPURADOS                       :'
                                            TO WS-CER-CNT-ETIQUETA.
           MOVE WS-CONT-ARCHIVOS            TO WS-CER-CNT-VALOR.
           PERFORM 3620-ESCRIBIR-CONTADOR
              THRU 3620-ESCRIBIR-CONTADOR-FIN.

           MOVE 'ARCHIVOS INEXISTENTES                    :'
                                            TO WS-CER-CNT-ETIQUETA.
           MOVE WS-CONT-NO-EXISTEN          TO WS-CER-CNT-VALOR.
           PERFORM 3620-ESCRIBIR-CONTADOR
              THRU 3620-ESCRIBIR-CONTADOR-FIN.

           MOVE 'REGISTROS ELIMINADOS                     :'
                                            TO WS-CER-CNT-ETIQUETA.
           MOVE WS-CONT-REG-ELIMINADOS      TO WS-CER-CNT-VALOR.
           PERFORM 3620-ESCRIBIR-CONTADOR
              THRU 3620-ESCRIBIR-CONTADOR-FIN.

           MOVE 'REGISTROS BLANQUEADOS                    :'
                                            TO WS-CER-CNT-ETIQUETA.
           MOVE WS-CONT-REG-BLANQUEADOS     TO WS-CER-CNT-VALOR.
           PERFORM 3620-ESCRIBIR-CONTADOR
              THRU 3620-ESCRIBIR-CONTADOR-FIN.

       3600-GRABAR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3610-GRABAR-CATEGORIA.

           MOVE WS-TAB-CAT-ABREVIATURA(WS-UNI-CAT-IDX)
                                            TO WS-CER-CAT-ABREVIATURA.
           MOVE WS-TAB-CAT-DESCRIPCION(WS-UNI-CAT-IDX)
                                            TO WS-CER-CAT-DESCRIPCION.
           MOVE WS-TOT-CAT-ARCHIVOS(WS-UNI-CAT-IDX)
                                            TO WS-CER-CAT-ARCHIVOS.
           MOVE WS-TOT-CAT-EMPLEADOS(WS-UNI-CAT-IDX)
                                            TO WS-CER-CAT-EMPLEADOS.
           MOVE WS-TOT-CAT-REGISTROS(WS-UNI-CAT-IDX)
                                            TO WS-CER-CAT-REGISTROS.

           MOVE WS-REG-CER-CATEGORIA        TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

       3610-GRABAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3620-ESCRIBIR-CONTADOR.

           MOVE WS-REG-CER-CONTADOR         TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

       3620-ESCRIBIR-CONTADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CONSTANCIA DE LA DEPURACION Y CONFORMIDAD DEL RESPONSABLE DE LA
      * CORRIDA Y DEL RESPONSABLE DE LOS DATOS PERSONALES.
       3700-GRABAR-FIRMAS.

           MOVE WS-REG-CER-SEPARADOR        TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'SE CERTIFICA QUE LOS DATOS PERSONALES DE CONTACTO DE'
                                            TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'LOS EMPLEADOS DEPURADOS FUERON SUPRIMIDOS DE LOS'
                                            TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'ARCHIVOS INDICADOS, CONSERVANDO EN EMPLEADOS SOLO EL'
                                            TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'ID, EL ESTADO Y LA SUCURSAL, Y EN LA AUDITORIA SOLO EL'
                                            TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'MOVIMIENTO SIN SUS IMAGENES (LEY 25.326).'
                                            TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE SPACES                      TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'RESPONSABLE DE LA CORRIDA:'
                                            TO WS-CER-FIR-RESPONSABLE.
           MOVE WS-REG-CER-FIRMA            TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE WS-REG-CER-ACLARACION       TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE SPACES                      TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE 'RESPONSABLE DE DATOS PERSONALES:'
                                            TO WS-CER-FIR-RESPONSABLE.
           MOVE WS-REG-CER-FIRMA            TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

           MOVE WS-REG-CER-ACLARACION       TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

       3700-GRABAR-FIRMAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3800-ESCRIBIR-CERTIFICADO.

           WRITE WS-SAL-CERTIFICADO.

           IF NOT FS-CERTIFICADO-OK
              DISPLAY 'ERROR AL ESCRIBIR EL CERTIFICADO: '
                      FS-CERTIFICADO
              SET WS-CERTIFICADO-ERROR TO TRUE
           END-IF.

       3800-ESCRIBIR-CERTIFICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3810-EDITAR-FECHA.

           MOVE WS-FECHA-A-EDITAR           TO WS-FECHA-DESGLOSE.
           MOVE WS-FEC-DES-DD               TO WS-FEC-EDI-DD.
           MOVE WS-FEC-DES-MM               TO WS-FEC-EDI-MM.
           MOVE WS-FEC-DES-AAAA             TO WS-FEC-EDI-AAAA.

       3810-EDITAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3820-ESCRIBIR-DATO.

           MOVE WS-REG-CER-DATO             TO WS-SAL-CERTIFICADO.
           PERFORM 3800-ESCRIBIR-CERTIFICADO
              THRU 3800-ESCRIBIR-CERTIFICADO-FIN.

       3820-ESCRIBIR-DATO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * FIN NORMAL: EL CHECKPOINT YA NO HACE FALTA. SI NO SE PUEDE
      * BORRAR, LA PROXIMA CORRIDA LO TOMARIA COMO UNA DEPURACION
      * PENDIENTE: SE AVISA CON CODIGO DE RETORNO 4 PARA BORRARLO A
      * MANO.
       3900-BORRAR-CHECKPOINT.

           CALL 'CBL_DELETE_FILE' USING WS-ARCH-CHECKPOINT.

           IF RETURN-CODE NOT = 0
              DISPLAY 'NO SE PUDO BORRAR EL CHECKPOINT: '
                      FUNCTION TRIM(WS-ARCH-CHECKPOINT)
              MOVE 0                        TO RETURN-CODE
              SET WS-CKP-NO-BORRADO         TO TRUE
           END-IF.

       3900-BORRAR-CHECKPOINT-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ31.
