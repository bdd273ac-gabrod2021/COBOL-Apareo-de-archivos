      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: SOSPECHOSOS DE DUPLICADOS EN EL MAESTRO DE CONTACTOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ18.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS.

       SELECT ENT-MAESTRO
           ASSIGN TO '../MAESTRO-CONTACTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAESTRO.

      * GRUPOS YA REVISADOS POR PERSONAL Y DECLARADOS "NO ES UN
      * DUPLICADO": SE MANTIENE A MANO, COPIANDO LOS RENGLONES DE
      * REVISION-DUPLICADOS.TXT DE LOS GRUPOS QUE SE DESCARTARON.
       SELECT ENT-REVISADOS
           ASSIGN TO '../DUPLICADOS-REVISADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REVISADOS.

      * CANDIDATOS YA CLASIFICADOS POR REGLA, CLAVE COINCIDENTE E ID,
      * PARA QUE LOS INTEGRANTES DE UN MISMO GRUPO QUEDEN
      * CONSECUTIVOS.
       SELECT TRB-CANDIDATOS
           ASSIGN TO '../DUPLICADOS-ORD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRB-CANDIDATOS.

       SELECT SAL-REPORTE
           ASSIGN TO '../REPORTE-DUPLICADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT SAL-REVISION
           ASSIGN TO '../REVISION-DUPLICADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REVISION.

       SELECT ARCH-SORT
           ASSIGN TO 'SORTWK-CL14EJ18'.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-EMPLEADOS.
       01 WS-ENT-EMPLEADOS.
          05 WS-ENT-EMP-ID-EMPLEADO         PIC 9(08).
          05 WS-ENT-EMP-NOMBRE              PIC X(25).
          05 WS-ENT-EMP-APELLIDO            PIC X(25).
          05 WS-ENT-EMP-ESTADO              PIC X(01).
          05 WS-ENT-EMP-SUCURSAL            PIC 9(02).

      * CABECERA Y PIE QUE RRHH AGREGA A CADA ARCHIVO (COPY RRHH). LOS
      * CONTROLA CL14EJ25 ANTES DE LA CADENA; AQUI SOLO SE SALTEAN.
       01 WS-ENT-EMP-CONTROL.
          05 WS-ENT-EMP-TIPO-REG            PIC X(01).
             88 WS-ENT-EMP-REG-CONTROL          VALUE 'H' 'T'.
          05 FILLER                        PIC X(60).

       FD ENT-MAESTRO.
       01 WS-ENT-MAESTRO                    PIC X(240).

      * UN GRUPO REVISADO SE IDENTIFICA POR LA REGLA, LA CLAVE
      * COINCIDENTE, LA CANTIDAD DE INTEGRANTES Y LA SUMA DE SUS IDS:
      * SI MAS ADELANTE SE SUMA O SE VA ALGUN EMPLEADO DEL GRUPO, LA
      * CANTIDAD O LA SUMA CAMBIAN Y EL GRUPO VUELVE A REPORTARSE PARA
      * UNA NUEVA REVISION. LA OBSERVACION ES TEXTO LIBRE DEL REVISOR
      * Y VA ANTES DE LA CLAVE, QUE QUEDA AL FINAL DEL RENGLON TAL
      * COMO LA GRABA REVISION-DUPLICADOS.TXT.
       FD ENT-REVISADOS.
       01 WS-ENT-REVISADOS.
          05 WS-ENT-REV-REGLA               PIC X(03).
          05 FILLER                        PIC X(02).
          05 WS-ENT-REV-INTEGRANTES         PIC 9(04).
          05 FILLER                        PIC X(02).
          05 WS-ENT-REV-SUMA-IDS            PIC 9(12).
          05 FILLER                        PIC X(02).
          05 WS-ENT-REV-OBSERVACION         PIC X(40).
          05 FILLER                        PIC X(02).
          05 WS-ENT-REV-CLAVE               PIC X(84).

       FD TRB-CANDIDATOS.
       01 WS-TRB-CANDIDATOS.
          05 WS-TRB-CAN-REGLA               PIC X(03).
          05 WS-TRB-CAN-CLAVE               PIC X(84).
          05 WS-TRB-CAN-ID-EMPLEADO         PIC 9(08).
          05 WS-TRB-CAN-ESTADO              PIC X(01).
          05 WS-TRB-CAN-SUCURSAL            PIC 9(02).
          05 WS-TRB-CAN-DETALLE             PIC X(240).

       SD ARCH-SORT.
       01 WS-SRT-CANDIDATO.
          05 WS-SRT-REGLA                   PIC X(03).
          05 WS-SRT-CLAVE                   PIC X(84).
          05 WS-SRT-ID-EMPLEADO             PIC 9(08).
          05 WS-SRT-ESTADO                  PIC X(01).
          05 WS-SRT-SUCURSAL                PIC 9(02).
          05 WS-SRT-DETALLE                 PIC X(240).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                    PIC X(170).

       FD SAL-REVISION.
       01 WS-SAL-REVISION                   PIC X(151).

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO DE SALIDA "APAREO.TXT" (EL MISMO DEL
      * MAESTRO DE CONTACTOS): AQUI SE USA COMO AREA DE DESGLOSE DE
      * CADA RENGLON DEL MAESTRO Y DE CADA INTEGRANTE DE UN GRUPO.
          COPY APAREO.

       01 FS-STATUS.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
             88 FS-EMPLEADOS-EOF                VALUE '10'.
             88 FS-EMPLEADOS-NFD                VALUE '35'.
          05 FS-MAESTRO                     PIC X(2).
             88 FS-MAESTRO-OK                   VALUE '00'.
             88 FS-MAESTRO-EOF                  VALUE '10'.
             88 FS-MAESTRO-NFD                  VALUE '35'.
          05 FS-REVISADOS                   PIC X(2).
             88 FS-REVISADOS-OK                 VALUE '00'.
             88 FS-REVISADOS-EOF                VALUE '10'.
             88 FS-REVISADOS-NFD                VALUE '35'.
          05 FS-TRB-CANDIDATOS              PIC X(2).
             88 FS-TRB-CANDIDATOS-OK            VALUE '00'.
             88 FS-TRB-CANDIDATOS-EOF           VALUE '10'.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.
          05 FS-REVISION                    PIC X(2).
             88 FS-REVISION-OK                  VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-INICIO                   PIC X(01) VALUE 'S'.
             88 WS-INICIO-OK                    VALUE 'S'.
             88 WS-INICIO-ERROR                 VALUE 'N'.
          05 WS-SW-CAPACIDAD                PIC X(01) VALUE 'S'.
             88 WS-CAPACIDAD-OK                 VALUE 'S'.
             88 WS-CAPACIDAD-EXCEDIDA           VALUE 'N'.
          05 WS-SW-REVISADO                 PIC X(01) VALUE 'N'.
             88 WS-GRUPO-REVISADO               VALUE 'S'.
             88 WS-GRUPO-NO-REVISADO            VALUE 'N'.

      * GRUPOS YA REVISADOS, CARGADOS UNA UNICA VEZ. SI EL ARCHIVO NO
      * EXISTE, TODAVIA NO SE REVISO NADA Y SE REPORTAN TODOS LOS
      * GRUPOS. SI LA TABLA SE LLENA, LA CORRIDA SE ABORTA: NUNCA SE
      * REPORTA EN SILENCIO UN GRUPO QUE PERSONAL YA HABIA DESCARTADO.
       01 WS-TAB-REV-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-REVISADOS.
          05 WS-TAB-REV-ENTRADA OCCURS 1 TO 50000 TIMES
                                 DEPENDING ON WS-TAB-REV-CANTIDAD
                                 INDEXED BY WS-TAB-REV-IDX.
             10 WS-TAB-REV-REGLA            PIC X(03).
             10 WS-TAB-REV-INTEGRANTES      PIC 9(04).
             10 WS-TAB-REV-SUMA-IDS         PIC 9(12).
             10 WS-TAB-REV-CLAVE            PIC X(84).

      * EMPLEADO EN CURSO DEL MAESTRO DE PERSONAL. EMPLEADOS.TXT Y EL
      * MAESTRO DE CONTACTOS VIENEN AMBOS EN ORDEN ASCENDENTE DE ID
      * (EL PRIMERO LO EXIGE CL14EJ01, EL SEGUNDO LO GRABA ASI
      * CL14EJ07), POR LO QUE EL ESTADO Y LA SUCURSAL SE TOMAN CON UN
      * APAREO SECUENCIAL; 99999999 MARCA EL AGOTAMIENTO.
       01 WS-EMP-ID-ACTUAL                  PIC 9(08) VALUE 0.

      * ESTADO Y SUCURSAL DEL EMPLEADO DEL RENGLON EN CURSO. UN ID DEL
      * MAESTRO QUE YA NO FIGURA EN EMPLEADOS.TXT SALE CON ESTADO '?'
      * Y LA SUCURSAL QUE TRAE EL PROPIO MAESTRO.
       01 WS-EMP-ESTADO                     PIC X(01).
       01 WS-EMP-SUCURSAL                   PIC 9(02).

      * GRUPO EN CURSO: REGLA Y CLAVE COMPARTIDAS, INTEGRANTES
      * DISTINTOS Y SUMA DE SUS IDS (LA IDENTIFICACION DEL GRUPO PARA
      * LA REVISION). UN MISMO EMPLEADO PUEDE LLEGAR DOS VECES A UN
      * GRUPO DE TELEFONO (MISMO NUMERO COMO FIJO Y MOVIL): SOLO SE
      * CUENTA UNA.
       01 WS-CONTROL-GRUPO.
          05 WS-GRP-REGLA                   PIC X(03).
          05 WS-GRP-CLAVE                   PIC X(84).
          05 WS-GRP-INTEGRANTES             PIC 9(04) VALUE 0.
          05 WS-GRP-SUMA-IDS                PIC 9(12) VALUE 0.
          05 WS-GRP-ULTIMO-ID               PIC 9(08) VALUE 0.

      * INTEGRANTES DEL GRUPO EN CURSO GUARDADOS PARA EL REPORTE, QUE
      * SOLO SE IMPRIME UNA VEZ CONOCIDO EL GRUPO COMPLETO (HAY QUE
      * SABER SI YA FUE REVISADO). UN GRUPO MAS GRANDE QUE LA TABLA
      * (TIPICAMENTE UN CONMUTADOR COMPARTIDO) SE LISTA HASTA DONDE
      * ENTRA Y SE INFORMA CUANTOS QUEDARON AFUERA; LA CANTIDAD Y LA
      * SUMA DE IDS SE CALCULAN SIEMPRE SOBRE EL GRUPO COMPLETO.
       01 WS-TAB-GRP-CANTIDAD               PIC 9(04) VALUE 0.

       01 WS-TABLA-GRUPO.
          05 WS-TAB-GRP-ENTRADA OCCURS 200 TIMES
                                 INDEXED BY WS-TAB-GRP-IDX.
             10 WS-TAB-GRP-ESTADO           PIC X(01).
             10 WS-TAB-GRP-SUCURSAL         PIC 9(02).
             10 WS-TAB-GRP-DETALLE          PIC X(240).

       01 WS-GRP-NO-LISTADOS                PIC 9(04) VALUE 0.

       01 WS-FECHA-SISTEMA.
          05 WS-FEC-SIS-AAAA                PIC 9(04).
          05 WS-FEC-SIS-MM                  PIC 9(02).
          05 WS-FEC-SIS-DD                  PIC 9(02).

       01 WS-CONTADORES.
          05 WS-CONT-REG-EMPLEADOS          PIC 9(08) VALUE 0.
          05 WS-CONT-REG-MAESTRO            PIC 9(08) VALUE 0.
          05 WS-CONT-SIN-EMPLEADO           PIC 9(08) VALUE 0.
          05 WS-CONT-REG-REVISADOS          PIC 9(08) VALUE 0.
          05 WS-CONT-CANDIDATOS             PIC 9(08) VALUE 0.
          05 WS-CONT-GRUPOS                 PIC 9(08) VALUE 0.
          05 WS-CONT-GRUPOS-NOM             PIC 9(08) VALUE 0.
          05 WS-CONT-GRUPOS-TEL             PIC 9(08) VALUE 0.
          05 WS-CONT-GRUPOS-DOM             PIC 9(08) VALUE 0.
          05 WS-CONT-GRUPOS-SUPRIMIDOS      PIC 9(08) VALUE 0.
          05 WS-CONT-INTEGRANTES            PIC 9(08) VALUE 0.

      * IMAGENES EN MEMORIA DE LAS LINEAS DEL REPORTE.
       01 WS-REG-REP-TITULO                 PIC X(170) VALUE
          'REPORTE DE SOSPECHOSOS DE DUPLICADOS - PROGRAMA CL14EJ18'.

       01 WS-REG-REP-SEPARADOR              PIC X(170) VALUE ALL '-'.

       01 WS-REG-REP-FECHA.
          05 FILLER                        PIC X(20)
             VALUE 'FECHA DE CORRIDA  : '.
          05 WS-REP-FEC-DD                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-REP-FEC-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-REP-FEC-AAAA                PIC 9(04).
          05 FILLER                        PIC X(140) VALUE SPACES.

       01 WS-REG-REP-GRUPO.
          05 FILLER                        PIC X(06) VALUE 'GRUPO '.
          05 WS-REP-GRP-NUMERO              PIC 9(06).
          05 FILLER                        PIC X(09) VALUE '  REGLA: '.
          05 WS-REP-GRP-REGLA               PIC X(03).
          05 FILLER                        PIC X(03) VALUE ' - '.
          05 WS-REP-GRP-DESCRIPCION         PIC X(32).
          05 FILLER                        PIC X(15)
             VALUE '  INTEGRANTES: '.
          05 WS-REP-GRP-INTEGRANTES         PIC 9(04).
          05 FILLER                        PIC X(15)
             VALUE '  SUMA DE IDS: '.
          05 WS-REP-GRP-SUMA-IDS            PIC 9(12).
          05 FILLER                        PIC X(65) VALUE SPACES.

       01 WS-REG-REP-CLAVE.
          05 FILLER                        PIC X(22)
             VALUE '   CLAVE COINCIDENTE: '.
          05 WS-REP-CLA-TEXTO               PIC X(84).
          05 FILLER                        PIC X(64) VALUE SPACES.

       01 WS-REG-REP-ENCABEZADO.
          05 FILLER PIC X(03) VALUE SPACES.
          05 FILLER PIC X(08) VALUE 'ID EMPLE'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(03) VALUE 'EST'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(03) VALUE 'SUC'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(25) VALUE 'NOMBRE'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(25) VALUE 'APELLIDO'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(50) VALUE 'DIRECCION'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(04) VALUE 'C.P.'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(15) VALUE 'TEL FIJO'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(15) VALUE 'TEL MOVIL'.
          05 FILLER PIC X(03) VALUE SPACES.

       01 WS-REG-REP-DETALLE.
          05 FILLER                        PIC X(03) VALUE SPACES.
          05 WS-REP-DET-ID-EMPLEADO         PIC 9(08).
          05 FILLER                        PIC X(03) VALUE SPACES.
          05 WS-REP-DET-ESTADO              PIC X(01).
          05 FILLER                        PIC X(04) VALUE SPACES.
          05 WS-REP-DET-SUCURSAL            PIC 9(02).
          05 FILLER                        PIC X(03) VALUE SPACES.
          05 WS-REP-DET-NOMBRE              PIC X(25).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REP-DET-APELLIDO            PIC X(25).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REP-DET-DIRECCION           PIC X(50).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REP-DET-COD-POSTAL          PIC 9(04).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REP-DET-TEL-FIJO            PIC X(15).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REP-DET-TEL-MOVIL           PIC X(15).
          05 FILLER                        PIC X(02) VALUE SPACES.

       01 WS-REG-REP-NO-LISTADOS.
          05 FILLER                        PIC X(09)
             VALUE '   ... Y '.
          05 WS-REP-NOL-CANTIDAD            PIC 9(04).
          05 FILLER                        PIC X(40)
             VALUE ' INTEGRANTES MAS NO LISTADOS'.
          05 FILLER                        PIC X(117) VALUE SPACES.

       01 WS-REG-REP-SIN-GRUPOS             PIC X(170) VALUE
          'NO SE DETECTARON SOSPECHOSOS DE DUPLICADOS'.

       01 WS-REG-REP-CONTADOR.
          05 WS-REP-CNT-ETIQUETA            PIC X(38).
          05 WS-REP-CNT-VALOR               PIC 9(08).
          05 FILLER                        PIC X(124) VALUE SPACES.

      * RENGLON DE REVISION DE UN GRUPO REPORTADO, CON EL MISMO
      * FORMATO QUE DUPLICADOS-REVISADOS.TXT Y LA OBSERVACION EN
      * BLANCO PARA QUE LA COMPLETE EL REVISOR.
       01 WS-REG-REVISION.
          05 WS-REV-REGLA                   PIC X(03).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REV-INTEGRANTES             PIC 9(04).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REV-SUMA-IDS                PIC 9(12).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REV-OBSERVACION             PIC X(40) VALUE SPACES.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REV-CLAVE                   PIC X(84).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-INICIO-OK
              SORT ARCH-SORT
                  ON ASCENDING KEY WS-SRT-REGLA
                                   WS-SRT-CLAVE
                                   WS-SRT-ID-EMPLEADO
                  INPUT PROCEDURE IS 2000-CLASIFICAR-CANDIDATOS
                     THRU 2190-LIBERAR-CANDIDATO-FIN
                  GIVING TRB-CANDIDATOS
           END-IF.

           IF WS-INICIO-OK
              PERFORM 2400-ABRIR-CANDIDATOS
                 THRU 2400-ABRIR-CANDIDATOS-FIN
           END-IF.

           IF WS-INICIO-OK
              PERFORM 2500-ARMAR-UN-GRUPO
                 THRU 2500-ARMAR-UN-GRUPO-FIN
                UNTIL FS-TRB-CANDIDATOS-EOF
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1100-CARGAR-REVISADOS
              THRU 1100-CARGAR-REVISADOS-FIN.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1300-ABRIR-SALIDAS
              THRU 1300-ABRIR-SALIDAS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LOS GRUPOS YA REVISADOS. SI EL ARCHIVO NO EXISTE, NO HAY
      * NADA QUE SUPRIMIR.
       1100-CARGAR-REVISADOS.

           OPEN INPUT ENT-REVISADOS.

           EVALUATE TRUE
               WHEN FS-REVISADOS-OK
                    PERFORM 1110-LEER-REVISADO
                       THRU 1110-LEER-REVISADO-FIN
                      UNTIL FS-REVISADOS-EOF
                         OR WS-INICIO-ERROR
                         OR WS-CAPACIDAD-EXCEDIDA
                    CLOSE ENT-REVISADOS
               WHEN FS-REVISADOS-NFD
                    DISPLAY 'NO EXISTE DUPLICADOS-REVISADOS.TXT - SIN '
                            'GRUPOS SUPRIMIDOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DUPLICADOS-REVISADOS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-REVISADOS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1100-CARGAR-REVISADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN RENGLON EN BLANCO SE IGNORA; UN RENGLON MAL FORMADO ABORTA
      * LA CORRIDA, PARA QUE UN ERROR DE TIPEO EN EL ARCHIVO DE
      * REVISADOS NO HAGA REAPARECER GRUPOS YA DESCARTADOS SIN AVISO.
       1110-LEER-REVISADO.

           READ ENT-REVISADOS.

           EVALUATE TRUE
               WHEN FS-REVISADOS-OK
                    PERFORM 1120-CARGAR-UN-REVISADO
                       THRU 1120-CARGAR-UN-REVISADO-FIN
               WHEN FS-REVISADOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER DUPLICADOS-REVISADOS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-REVISADOS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1110-LEER-REVISADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-UN-REVISADO.

           IF WS-ENT-REVISADOS = SPACES
              GO TO 1120-CARGAR-UN-REVISADO-FIN
           END-IF.

           ADD 1                            TO WS-CONT-REG-REVISADOS.

           EVALUATE TRUE
               WHEN WS-ENT-REV-REGLA NOT = 'NOM'
                AND WS-ENT-REV-REGLA NOT = 'TEL'
                AND WS-ENT-REV-REGLA NOT = 'DOM'
                    DISPLAY 'REGLA INVALIDA EN DUPLICADOS-REVISADOS: '
                            WS-ENT-REV-REGLA
                    SET WS-INICIO-ERROR TO TRUE
               WHEN WS-ENT-REV-INTEGRANTES IS NOT NUMERIC
                 OR WS-ENT-REV-SUMA-IDS IS NOT NUMERIC
                    DISPLAY 'RENGLON INVALIDO EN DUPLICADOS-REVISADOS: '
                            WS-ENT-REVISADOS(1:60)
                    SET WS-INICIO-ERROR TO TRUE
               WHEN WS-TAB-REV-CANTIDAD >= 50000
                    DISPLAY 'TABLA DE REVISADOS LLENA - PROCESO '
                            'ABORTADO'
                    SET WS-CAPACIDAD-EXCEDIDA TO TRUE
               WHEN OTHER
                    ADD 1                   TO WS-TAB-REV-CANTIDAD
                    SET WS-TAB-REV-IDX      TO WS-TAB-REV-CANTIDAD
                    MOVE WS-ENT-REV-REGLA
                              TO WS-TAB-REV-REGLA(WS-TAB-REV-IDX)
                    MOVE WS-ENT-REV-INTEGRANTES
                              TO WS-TAB-REV-INTEGRANTES(WS-TAB-REV-IDX)
                    MOVE WS-ENT-REV-SUMA-IDS
                              TO WS-TAB-REV-SUMA-IDS(WS-TAB-REV-IDX)
                    MOVE WS-ENT-REV-CLAVE
                              TO WS-TAB-REV-CLAVE(WS-TAB-REV-IDX)
           END-EVALUATE.

       1120-CARGAR-UN-REVISADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-SALIDAS.

           OPEN OUTPUT SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1300-ABRIR-SALIDAS-FIN
           END-IF.

           OPEN OUTPUT SAL-REVISION.

           IF NOT FS-REVISION-OK
              DISPLAY 'ERROR AL ABRIR REVISION-DUPLICADOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-REVISION
              SET WS-INICIO-ERROR TO TRUE
              GO TO 1300-ABRIR-SALIDAS-FIN
           END-IF.

           MOVE WS-REG-REP-TITULO           TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE WS-REG-REP-SEPARADOR        TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE WS-FEC-SIS-DD               TO WS-REP-FEC-DD.
           MOVE WS-FEC-SIS-MM               TO WS-REP-FEC-MM.
           MOVE WS-FEC-SIS-AAAA             TO WS-REP-FEC-AAAA.
           MOVE WS-REG-REP-FECHA            TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE WS-REG-REP-SEPARADOR        TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

       1300-ABRIR-SALIDAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMIENTO DE ENTRADA DEL SORT: RECORRE EL MAESTRO DE
      * CONTACTOS, TOMA ESTADO Y SUCURSAL DE EMPLEADOS.TXT Y LIBERA
      * UN CANDIDATO POR CADA REGLA QUE EL RENGLON PUEDE DISPARAR.
       2000-CLASIFICAR-CANDIDATOS.

           OPEN INPUT ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    CONTINUE
               WHEN FS-EMPLEADOS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

           IF WS-INICIO-ERROR
              GO TO 2190-LIBERAR-CANDIDATO-FIN
           END-IF.

           OPEN INPUT ENT-MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    PERFORM 2010-LEER-EMPLEADO
                       THRU 2010-LEER-EMPLEADO-FIN
                    PERFORM 2020-LEER-MAESTRO
                       THRU 2020-LEER-MAESTRO-FIN
                      UNTIL FS-MAESTRO-EOF
                    CLOSE ENT-MAESTRO
               WHEN FS-MAESTRO-NFD
                    DISPLAY 'NO SE ENCUENTRA MAESTRO-CONTACTOS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR MAESTRO-CONTACTOS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

           CLOSE ENT-EMPLEADOS.

           GO TO 2190-LIBERAR-CANDIDATO-FIN.

       2000-CLASIFICAR-CANDIDATOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-EMPLEADO.

           READ ENT-EMPLEADOS.
           PERFORM 2015-SALTAR-CONTROL-EMPLEADOS
              THRU 2015-SALTAR-CONTROL-EMPLEADOS-FIN
             UNTIL NOT FS-EMPLEADOS-OK
                OR NOT WS-ENT-EMP-REG-CONTROL.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    ADD 1                   TO WS-CONT-REG-EMPLEADOS
                    MOVE WS-ENT-EMP-ID-EMPLEADO TO WS-EMP-ID-ACTUAL
               WHEN FS-EMPLEADOS-EOF
                    MOVE 99999999           TO WS-EMP-ID-ACTUAL
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
                    MOVE 99999999           TO WS-EMP-ID-ACTUAL
           END-EVALUATE.

       2010-LEER-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA CABECERA Y EL PIE DE RRHH NO SON EMPLEADOS: SE LEE DE NUEVO
      * SIN CONTARLOS.
       2015-SALTAR-CONTROL-EMPLEADOS.

           READ ENT-EMPLEADOS.

       2015-SALTAR-CONTROL-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-LEER-MAESTRO.

           READ ENT-MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    IF WS-ENT-MAESTRO(1:8) IS NUMERIC
                       ADD 1                TO WS-CONT-REG-MAESTRO
                       MOVE WS-ENT-MAESTRO  TO WS-SAL-APA-DETALLE
                       PERFORM 2100-UBICAR-EMPLEADO
                          THRU 2100-UBICAR-EMPLEADO-FIN
                       PERFORM 2150-LIBERAR-REGLAS
                          THRU 2150-LIBERAR-REGLAS-FIN
                    END-IF
               WHEN FS-MAESTRO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER MAESTRO-CONTACTOS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
           END-EVALUATE.

       2020-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AVANZA EMPLEADOS.TXT HASTA EL ID DEL RENGLON DEL MAESTRO EN
      * CURSO Y TOMA SU ESTADO Y SUCURSAL.
       2100-UBICAR-EMPLEADO.

           PERFORM 2010-LEER-EMPLEADO
              THRU 2010-LEER-EMPLEADO-FIN
             UNTIL WS-EMP-ID-ACTUAL >= WS-SAL-APA-ID-EMPLEADO.

           IF WS-EMP-ID-ACTUAL = WS-SAL-APA-ID-EMPLEADO
              MOVE WS-ENT-EMP-ESTADO        TO WS-EMP-ESTADO
              MOVE WS-ENT-EMP-SUCURSAL      TO WS-EMP-SUCURSAL
           ELSE
              MOVE '?'                      TO WS-EMP-ESTADO
              MOVE WS-SAL-APA-SUCURSAL      TO WS-EMP-SUCURSAL
              ADD 1                         TO WS-CONT-SIN-EMPLEADO
           END-IF.

       2100-UBICAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LAS TRES REGLAS DE SOSPECHA, CADA UNA CON SU CLAVE:
      *   NOM - MISMO NOMBRE Y APELLIDO.
      *   TEL - MISMO NUMERO DE TELEFONO FIJO O MOVIL (UN FIJO DE UN
      *         EMPLEADO COINCIDE TAMBIEN CON EL MOVIL DE OTRO).
      *   DOM - MISMA DIRECCION Y CODIGO POSTAL CON EL MISMO APELLIDO.
      * UN CAMPO EN BLANCO NO DISPARA SU REGLA: NO HAY COINCIDENCIA
      * EN LO QUE NO SE CARGO.
       2150-LIBERAR-REGLAS.

           IF WS-SAL-APA-APELLIDO NOT = SPACES
              MOVE 'NOM'                    TO WS-SRT-REGLA
              MOVE SPACES                   TO WS-SRT-CLAVE
              MOVE WS-SAL-APA-NOMBRE        TO WS-SRT-CLAVE(1:25)
              MOVE WS-SAL-APA-APELLIDO      TO WS-SRT-CLAVE(27:25)
              PERFORM 2190-LIBERAR-CANDIDATO
                 THRU 2190-LIBERAR-CANDIDATO-FIN
           END-IF.

           IF WS-SAL-APA-TEL-FIJO NOT = SPACES
              MOVE 'TEL'                    TO WS-SRT-REGLA
              MOVE SPACES                   TO WS-SRT-CLAVE
              MOVE WS-SAL-APA-TEL-FIJO      TO WS-SRT-CLAVE(1:15)
              PERFORM 2190-LIBERAR-CANDIDATO
                 THRU 2190-LIBERAR-CANDIDATO-FIN
           END-IF.

           IF WS-SAL-APA-TEL-MOVIL NOT = SPACES
              AND WS-SAL-APA-TEL-MOVIL NOT = WS-SAL-APA-TEL-FIJO
              MOVE 'TEL'                    TO WS-SRT-REGLA
              MOVE SPACES                   TO WS-SRT-CLAVE
              MOVE WS-SAL-APA-TEL-MOVIL     TO WS-SRT-CLAVE(1:15)
              PERFORM 2190-LIBERAR-CANDIDATO
                 THRU 2190-LIBERAR-CANDIDATO-FIN
           END-IF.

           IF WS-SAL-APA-DIRECCION NOT = SPACES
              AND WS-SAL-APA-APELLIDO NOT = SPACES
              MOVE 'DOM'                    TO WS-SRT-REGLA
              MOVE SPACES                   TO WS-SRT-CLAVE
              MOVE WS-SAL-APA-DIRECCION     TO WS-SRT-CLAVE(1:50)
              MOVE WS-SAL-APA-COD-POSTAL    TO WS-SRT-CLAVE(52:4)
              MOVE WS-SAL-APA-APELLIDO      TO WS-SRT-CLAVE(57:25)
              PERFORM 2190-LIBERAR-CANDIDATO
                 THRU 2190-LIBERAR-CANDIDATO-FIN
           END-IF.

       2150-LIBERAR-REGLAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2190-LIBERAR-CANDIDATO.

           ADD 1                            TO WS-CONT-CANDIDATOS.

           MOVE WS-SAL-APA-ID-EMPLEADO      TO WS-SRT-ID-EMPLEADO.
           MOVE WS-EMP-ESTADO               TO WS-SRT-ESTADO.
           MOVE WS-EMP-SUCURSAL             TO WS-SRT-SUCURSAL.
           MOVE WS-SAL-APA-DETALLE          TO WS-SRT-DETALLE.
           RELEASE WS-SRT-CANDIDATO.

       2190-LIBERAR-CANDIDATO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-ABRIR-CANDIDATOS.

           OPEN INPUT TRB-CANDIDATOS.

           IF FS-TRB-CANDIDATOS-OK
              PERFORM 2410-LEER-CANDIDATO
                 THRU 2410-LEER-CANDIDATO-FIN
           ELSE
              DISPLAY 'ERROR AL ABRIR DUPLICADOS-ORD.TXT'
              DISPLAY 'FILE STATUS: ' FS-TRB-CANDIDATOS
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

       2400-ABRIR-CANDIDATOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-LEER-CANDIDATO.

           READ TRB-CANDIDATOS.

           EVALUATE TRUE
               WHEN FS-TRB-CANDIDATOS-OK
                    CONTINUE
               WHEN FS-TRB-CANDIDATOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER DUPLICADOS-ORD.TXT'
                    DISPLAY 'FILE STATUS: ' FS-TRB-CANDIDATOS
           END-EVALUATE.

       2410-LEER-CANDIDATO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA VUELTA POR CADA CLAVE DE CADA REGLA: LOS CANDIDATOS QUE LA
      * COMPARTEN SALEN CONSECUTIVOS DEL SORT. SOLO HAY SOSPECHA SI EL
      * GRUPO JUNTA DOS O MAS EMPLEADOS DISTINTOS, Y SE REPORTA SOLO
      * SI PERSONAL NO LO DESCARTO YA TAL COMO ESTA HOY.
       2500-ARMAR-UN-GRUPO.

           MOVE WS-TRB-CAN-REGLA            TO WS-GRP-REGLA.
           MOVE WS-TRB-CAN-CLAVE            TO WS-GRP-CLAVE.
           MOVE 0                           TO WS-GRP-INTEGRANTES.
           MOVE 0                           TO WS-GRP-SUMA-IDS.
           MOVE 0                           TO WS-GRP-ULTIMO-ID.
           MOVE 0                           TO WS-TAB-GRP-CANTIDAD.

           PERFORM 2510-TOMAR-INTEGRANTE
              THRU 2510-TOMAR-INTEGRANTE-FIN
             UNTIL FS-TRB-CANDIDATOS-EOF
                OR WS-TRB-CAN-REGLA NOT = WS-GRP-REGLA
                OR WS-TRB-CAN-CLAVE NOT = WS-GRP-CLAVE.

           IF WS-GRP-INTEGRANTES < 2
              GO TO 2500-ARMAR-UN-GRUPO-FIN
           END-IF.

           PERFORM 2520-BUSCAR-REVISADO
              THRU 2520-BUSCAR-REVISADO-FIN.

           IF WS-GRUPO-REVISADO
              ADD 1                         TO WS-CONT-GRUPOS-SUPRIMIDOS
           ELSE
              PERFORM 2600-GRABAR-GRUPO
                 THRU 2600-GRABAR-GRUPO-FIN
           END-IF.

       2500-ARMAR-UN-GRUPO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-TOMAR-INTEGRANTE.

           IF WS-TRB-CAN-ID-EMPLEADO NOT = WS-GRP-ULTIMO-ID
              ADD 1                         TO WS-GRP-INTEGRANTES
              ADD WS-TRB-CAN-ID-EMPLEADO    TO WS-GRP-SUMA-IDS
              MOVE WS-TRB-CAN-ID-EMPLEADO   TO WS-GRP-ULTIMO-ID
              IF WS-TAB-GRP-CANTIDAD < 200
                 ADD 1                      TO WS-TAB-GRP-CANTIDAD
                 SET WS-TAB-GRP-IDX         TO WS-TAB-GRP-CANTIDAD
                 MOVE WS-TRB-CAN-ESTADO
                           TO WS-TAB-GRP-ESTADO(WS-TAB-GRP-IDX)
                 MOVE WS-TRB-CAN-SUCURSAL
                           TO WS-TAB-GRP-SUCURSAL(WS-TAB-GRP-IDX)
                 MOVE WS-TRB-CAN-DETALLE
                           TO WS-TAB-GRP-DETALLE(WS-TAB-GRP-IDX)
              END-IF
           END-IF.

           PERFORM 2410-LEER-CANDIDATO
              THRU 2410-LEER-CANDIDATO-FIN.

       2510-TOMAR-INTEGRANTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-BUSCAR-REVISADO.

           SET WS-GRUPO-NO-REVISADO         TO TRUE.

           IF WS-TAB-REV-CANTIDAD = 0
              GO TO 2520-BUSCAR-REVISADO-FIN
           END-IF.

           SET WS-TAB-REV-IDX               TO 1.

           SEARCH WS-TAB-REV-ENTRADA
               AT END
                    CONTINUE
               WHEN WS-TAB-REV-REGLA(WS-TAB-REV-IDX) = WS-GRP-REGLA
                AND WS-TAB-REV-CLAVE(WS-TAB-REV-IDX) = WS-GRP-CLAVE
                AND WS-TAB-REV-INTEGRANTES(WS-TAB-REV-IDX)
                       = WS-GRP-INTEGRANTES
                AND WS-TAB-REV-SUMA-IDS(WS-TAB-REV-IDX)
                       = WS-GRP-SUMA-IDS
                    SET WS-GRUPO-REVISADO   TO TRUE
           END-SEARCH.

       2520-BUSCAR-REVISADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BLOQUE DEL GRUPO EN EL REPORTE (CABECERA CON REGLA, CANTIDAD
      * Y SUMA DE IDS, LA CLAVE COINCIDENTE Y UN RENGLON POR
      * INTEGRANTE) Y SU RENGLON EN EL ARCHIVO DE REVISION.
       2600-GRABAR-GRUPO.

           ADD 1                            TO WS-CONT-GRUPOS.
           ADD WS-GRP-INTEGRANTES           TO WS-CONT-INTEGRANTES.

           EVALUATE WS-GRP-REGLA
               WHEN 'NOM'
                    ADD 1                   TO WS-CONT-GRUPOS-NOM
                    MOVE 'MISMO NOMBRE Y APELLIDO'
                                             TO WS-REP-GRP-DESCRIPCION
               WHEN 'TEL'
                    ADD 1                   TO WS-CONT-GRUPOS-TEL
                    MOVE 'MISMO TELEFONO (FIJO O MOVIL)'
                                             TO WS-REP-GRP-DESCRIPCION
               WHEN 'DOM'
                    ADD 1                   TO WS-CONT-GRUPOS-DOM
                    MOVE 'MISMO DOMICILIO Y APELLIDO'
                                             TO WS-REP-GRP-DESCRIPCION
           END-EVALUATE.

           MOVE WS-CONT-GRUPOS              TO WS-REP-GRP-NUMERO.
           MOVE WS-GRP-REGLA                TO WS-REP-GRP-REGLA.
           MOVE WS-GRP-INTEGRANTES          TO WS-REP-GRP-INTEGRANTES.
           MOVE WS-GRP-SUMA-IDS             TO WS-REP-GRP-SUMA-IDS.
           MOVE WS-REG-REP-GRUPO            TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE WS-GRP-CLAVE                TO WS-REP-CLA-TEXTO.
           MOVE WS-REG-REP-CLAVE            TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE WS-REG-REP-ENCABEZADO       TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           PERFORM 2610-GRABAR-UN-INTEGRANTE
              THRU 2610-GRABAR-UN-INTEGRANTE-FIN
             VARYING WS-TAB-GRP-IDX FROM 1 BY 1
               UNTIL WS-TAB-GRP-IDX > WS-TAB-GRP-CANTIDAD.

           IF WS-GRP-INTEGRANTES > WS-TAB-GRP-CANTIDAD
              COMPUTE WS-GRP-NO-LISTADOS =
                  WS-GRP-INTEGRANTES - WS-TAB-GRP-CANTIDAD
              MOVE WS-GRP-NO-LISTADOS       TO WS-REP-NOL-CANTIDAD
              MOVE WS-REG-REP-NO-LISTADOS   TO WS-SAL-REPORTE
              PERFORM 2900-ESCRIBIR-REPORTE
                 THRU 2900-ESCRIBIR-REPORTE-FIN
           END-IF.

           MOVE SPACES                      TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           PERFORM 2650-GRABAR-REVISION
              THRU 2650-GRABAR-REVISION-FIN.

       2600-GRABAR-GRUPO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-GRABAR-UN-INTEGRANTE.

           MOVE WS-TAB-GRP-DETALLE(WS-TAB-GRP-IDX)
                                             TO WS-SAL-APA-DETALLE.

           MOVE WS-SAL-APA-ID-EMPLEADO      TO WS-REP-DET-ID-EMPLEADO.
           MOVE WS-TAB-GRP-ESTADO(WS-TAB-GRP-IDX)
                                             TO WS-REP-DET-ESTADO.
           MOVE WS-TAB-GRP-SUCURSAL(WS-TAB-GRP-IDX)
                                             TO WS-REP-DET-SUCURSAL.
           MOVE WS-SAL-APA-NOMBRE           TO WS-REP-DET-NOMBRE.
           MOVE WS-SAL-APA-APELLIDO         TO WS-REP-DET-APELLIDO.
           MOVE WS-SAL-APA-DIRECCION        TO WS-REP-DET-DIRECCION.
           MOVE WS-SAL-APA-COD-POSTAL       TO WS-REP-DET-COD-POSTAL.
           MOVE WS-SAL-APA-TEL-FIJO         TO WS-REP-DET-TEL-FIJO.
           MOVE WS-SAL-APA-TEL-MOVIL        TO WS-REP-DET-TEL-MOVIL.

           MOVE WS-REG-REP-DETALLE          TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

       2610-GRABAR-UN-INTEGRANTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2650-GRABAR-REVISION.

           MOVE WS-GRP-REGLA                TO WS-REV-REGLA.
           MOVE WS-GRP-INTEGRANTES          TO WS-REV-INTEGRANTES.
           MOVE WS-GRP-SUMA-IDS             TO WS-REV-SUMA-IDS.
           MOVE WS-GRP-CLAVE                TO WS-REV-CLAVE.

           MOVE WS-REG-REVISION             TO WS-SAL-REVISION.
           WRITE WS-SAL-REVISION.

           IF NOT FS-REVISION-OK
              DISPLAY 'ERROR AL ESCRIBIR REVISION-DUPLICADOS.TXT: '
                      FS-REVISION
           END-IF.

       2650-GRABAR-REVISION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-REPORTE.

           WRITE WS-SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ESCRIBIR REPORTE-DUPLICADOS.TXT: '
                      FS-REPORTE
           END-IF.

       2900-ESCRIBIR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-INICIO-OK
              CLOSE TRB-CANDIDATOS
              IF NOT FS-TRB-CANDIDATOS-OK
                 DISPLAY 'ERROR AL CERRAR DUPLICADOS-ORD: '
                         FS-TRB-CANDIDATOS
              END-IF
              PERFORM 3100-GRABAR-TOTALES
                 THRU 3100-GRABAR-TOTALES-FIN
           END-IF.

           CLOSE SAL-REPORTE
                 SAL-REVISION.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO REPORTE: ' FS-REPORTE
           END-IF.

           IF NOT FS-REVISION-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO REVISION: ' FS-REVISION
           END-IF.

           EVALUATE TRUE
               WHEN WS-CAPACIDAD-EXCEDIDA
                    DISPLAY 'PROCESO ABORTADO POR CAPACIDAD DE TABLA '
                            'EXCEDIDA'
                    MOVE 16                 TO RETURN-CODE
               WHEN WS-INICIO-ERROR
                    DISPLAY 'PROCESO ABORTADO POR ERROR DE APERTURA O '
                            'REVISADOS INVALIDOS'
                    MOVE 16                 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY 'CANTIDAD DE REGISTROS EMPLEADOS   : '
                   WS-CONT-REG-EMPLEADOS.
           DISPLAY 'CANTIDAD DE REGISTROS MAESTRO     : '
                   WS-CONT-REG-MAESTRO.
           DISPLAY '   SIN EMPLEADO EN EMPLEADOS.TXT  : '
                   WS-CONT-SIN-EMPLEADO.
           DISPLAY 'CANTIDAD DE GRUPOS REVISADOS      : '
                   WS-CONT-REG-REVISADOS.
           DISPLAY 'CANTIDAD DE GRUPOS SOSPECHOSOS    : '
                   WS-CONT-GRUPOS.
           DISPLAY '   POR NOMBRE Y APELLIDO          : '
                   WS-CONT-GRUPOS-NOM.
           DISPLAY '   POR TELEFONO COMPARTIDO        : '
                   WS-CONT-GRUPOS-TEL.
           DISPLAY '   POR DOMICILIO Y APELLIDO       : '
                   WS-CONT-GRUPOS-DOM.
           DISPLAY 'CANTIDAD DE GRUPOS SUPRIMIDOS     : '
                   WS-CONT-GRUPOS-SUPRIMIDOS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-GRABAR-TOTALES.

           IF WS-CONT-GRUPOS = 0
              MOVE WS-REG-REP-SIN-GRUPOS    TO WS-SAL-REPORTE
              PERFORM 2900-ESCRIBIR-REPORTE
                 THRU 2900-ESCRIBIR-REPORTE-FIN
           END-IF.

           MOVE WS-REG-REP-SEPARADOR        TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE 'CANTIDAD DE REGISTROS MAESTRO     :'
                                             TO WS-REP-CNT-ETIQUETA.
           MOVE WS-CONT-REG-MAESTRO          TO WS-REP-CNT-VALOR.
           MOVE WS-REG-REP-CONTADOR          TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE '   SIN EMPLEADO EN EMPLEADOS.TXT  :'
                                             TO WS-REP-CNT-ETIQUETA.
           MOVE WS-CONT-SIN-EMPLEADO         TO WS-REP-CNT-VALOR.
           MOVE WS-REG-REP-CONTADOR          TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE 'CANTIDAD DE GRUPOS SOSPECHOSOS    :'
                                             TO WS-REP-CNT-ETIQUETA.
           MOVE WS-CONT-GRUPOS               TO WS-REP-CNT-VALOR.
           MOVE WS-REG-REP-CONTADOR          TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE '   POR NOMBRE Y APELLIDO          :'
                                             TO WS-REP-CNT-ETIQUETA.
           MOVE WS-CONT-GRUPOS-NOM           TO WS-REP-CNT-VALOR.
           MOVE WS-REG-REP-CONTADOR          TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE '   POR TELEFONO COMPARTIDO        :'
                                             TO WS-REP-CNT-ETIQUETA.
           MOVE WS-CONT-GRUPOS-TEL           TO WS-REP-CNT-VALOR.
           MOVE WS-REG-REP-CONTADOR          TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE '   POR DOMICILIO Y APELLIDO       :'
                                             TO WS-REP-CNT-ETIQUETA.
           MOVE WS-CONT-GRUPOS-DOM           TO WS-REP-CNT-VALOR.
           MOVE WS-REG-REP-CONTADOR          TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE 'CANTIDAD DE EMPLEADOS EN GRUPOS   :'
                                             TO WS-REP-CNT-ETIQUETA.
           MOVE WS-CONT-INTEGRANTES          TO WS-REP-CNT-VALOR.
           MOVE WS-REG-REP-CONTADOR          TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE 'GRUPOS SUPRIMIDOS POR REVISION    :'
                                             TO WS-REP-CNT-ETIQUETA.
           MOVE WS-CONT-GRUPOS-SUPRIMIDOS    TO WS-REP-CNT-VALOR.
           MOVE WS-REG-REP-CONTADOR          TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

       3100-GRABAR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ18.
