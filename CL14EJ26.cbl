      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: TABLERO MENSUAL DE CALIDAD DE DATOS DE CONTACTO POR
      *          SUCURSAL (REPORTE IMPRESO Y CSV PARA LAS GERENCIAS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL14EJ26.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-TARJETA
           ASSIGN TO '../PONDERACION-TABLERO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TARJETA.

       SELECT ENT-EMPLEADOS
           ASSIGN TO '../EMPLEADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPLEADOS.

       SELECT ENT-MAESTRO
           ASSIGN TO '../MAESTRO-CONTACTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAESTRO.

       SELECT ENT-NO-ENTREGABLES
           ASSIGN TO '../NO-ENTREGABLES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NO-ENTREGABLES.

       SELECT ENT-SEGUIMIENTO
           ASSIGN TO '../SEGUIMIENTO-ERRORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEGUIMIENTO.

       SELECT ENT-INACTIVOS
           ASSIGN TO '../INACTIVOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INACTIVOS.

       SELECT ENT-LICENCIAS
           ASSIGN TO '../LICENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LICENCIAS.

       SELECT ENT-HISTORIA
           ASSIGN TO '../TABLERO-CALIDAD-HISTORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

       SELECT SAL-HISTORIA
           ASSIGN TO '../TABLERO-CALIDAD-HISTORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIS-NUEVO.

       SELECT SAL-REPORTE
           ASSIGN TO '../TABLERO-CALIDAD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT SAL-CSV
           ASSIGN TO '../TABLERO-CALIDAD.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CSV.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      * TARJETA DE CONTROL CON LA PONDERACION DEL PUNTAJE GENERAL: UNA
      * LINEA POR COMPONENTE ("PESO-DIRECCION=NNN", "PESO-MOVIL=NNN",
      * "PESO-TELEFONO=NNN" Y "PESO-ERRORES=NNN"). LOS CUATRO PESOS
      * SON OBLIGATORIOS Y DEBEN SUMAR 100. LAS LINEAS EN BLANCO SE
      * IGNORAN.
       FD ENT-TARJETA.
       01 WS-ENT-TARJETA                    PIC X(80).

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

      * MISMO FORMATO QUE MANTIENE CL14EJ15.
       FD ENT-NO-ENTREGABLES.
       01 WS-ENT-NO-ENTREGABLES.
          05 WS-ENT-NOE-ID-EMPLEADO         PIC 9(08).
          05 FILLER                        PIC X(02).
          05 WS-ENT-NOE-FECHA               PIC 9(08).
          05 FILLER                        PIC X(02).
          05 WS-ENT-NOE-MOTIVO              PIC X(30).
          05 FILLER                        PIC X(02).
          05 WS-ENT-NOE-DIRECCION           PIC X(50).
          05 FILLER                        PIC X(02).
          05 WS-ENT-NOE-COD-POSTAL          PIC 9(04).

      * MISMO FORMATO QUE MANTIENE CL14EJ12.
       FD ENT-SEGUIMIENTO.
       01 WS-ENT-SEGUIMIENTO.
          05 WS-ENT-SEG-ID-EMPLEADO         PIC 9(08).
          05 FILLER                        PIC X(02).
          05 WS-ENT-SEG-FECHA-PRIMERA       PIC 9(08).
          05 FILLER                        PIC X(02).
          05 WS-ENT-SEG-FECHA-ULTIMA        PIC 9(08).
          05 FILLER                        PIC X(02).
          05 WS-ENT-SEG-TEXTO               PIC X(90).

       FD ENT-INACTIVOS.
       01 WS-ENT-INACTIVOS                  PIC X(240).

       FD ENT-LICENCIAS.
       01 WS-ENT-LICENCIAS                  PIC X(240).

      * HISTORIA DEL TABLERO: UN RENGLON POR SUCURSAL (TIPO "S") MAS
      * EL TOTAL DE LA COMPANIA (TIPO "T") DE CADA PERIODO, CON LAS
      * VEINTE CIFRAS EN EL ORDEN DEL REPORTE. SE CONSERVAN SOLO EL
      * PERIODO EN CURSO Y EL ULTIMO ANTERIOR, QUE ES CONTRA EL QUE SE
      * CALCULA LA VARIACION; REPETIR LA CORRIDA DENTRO DEL MISMO MES
      * REEMPLAZA LAS CIFRAS DEL PERIODO EN CURSO.
       FD ENT-HISTORIA.
       01 WS-ENT-HISTORIA                   PIC X(232).

       FD SAL-HISTORIA.
       01 WS-SAL-HISTORIA                   PIC X(232).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                    PIC X(90).

       FD SAL-CSV.
       01 WS-SAL-CSV                        PIC X(1000).

       WORKING-STORAGE SECTION.

      * FORMATO DEL ARCHIVO DE SALIDA "APAREO.TXT": AQUI SE USA COMO
      * AREA DE DESGLOSE DEL MAESTRO DE CONTACTOS, INACTIVOS.TXT Y
      * LICENCIAS.TXT, QUE COMPARTEN ESE FORMATO.
          COPY APAREO.

      * TEXTOS DE LOS SEIS MOTIVOS DE ERROR, PARA CLASIFICAR LOS
      * ERRORES ABIERTOS DEL SEGUIMIENTO.
          COPY ERROR.

       01 FS-STATUS.
          05 FS-TARJETA                     PIC X(2).
             88 FS-TARJETA-OK                   VALUE '00'.
             88 FS-TARJETA-EOF                  VALUE '10'.
             88 FS-TARJETA-NFD                  VALUE '35'.
          05 FS-EMPLEADOS                   PIC X(2).
             88 FS-EMPLEADOS-OK                 VALUE '00'.
             88 FS-EMPLEADOS-EOF                VALUE '10'.
             88 FS-EMPLEADOS-NFD                VALUE '35'.
          05 FS-MAESTRO                     PIC X(2).
             88 FS-MAESTRO-OK                   VALUE '00'.
             88 FS-MAESTRO-EOF                  VALUE '10'.
             88 FS-MAESTRO-NFD                  VALUE '35'.
          05 FS-NO-ENTREGABLES              PIC X(2).
             88 FS-NO-ENTREGABLES-OK            VALUE '00'.
             88 FS-NO-ENTREGABLES-EOF           VALUE '10'.
             88 FS-NO-ENTREGABLES-NFD           VALUE '35'.
          05 FS-SEGUIMIENTO                 PIC X(2).
             88 FS-SEGUIMIENTO-OK               VALUE '00'.
             88 FS-SEGUIMIENTO-EOF              VALUE '10'.
             88 FS-SEGUIMIENTO-NFD              VALUE '35'.
          05 FS-INACTIVOS                   PIC X(2).
             88 FS-INACTIVOS-OK                 VALUE '00'.
             88 FS-INACTIVOS-EOF                VALUE '10'.
             88 FS-INACTIVOS-NFD                VALUE '35'.
          05 FS-LICENCIAS                   PIC X(2).
             88 FS-LICENCIAS-OK                 VALUE '00'.
             88 FS-LICENCIAS-EOF                VALUE '10'.
             88 FS-LICENCIAS-NFD                VALUE '35'.
          05 FS-HISTORIA                    PIC X(2).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-EOF                 VALUE '10'.
             88 FS-HISTORIA-NFD                 VALUE '35'.
          05 FS-HIS-NUEVO                   PIC X(2).
             88 FS-HIS-NUEVO-OK                 VALUE '00'.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.
          05 FS-CSV                         PIC X(2).
             88 FS-CSV-OK                       VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-INICIO                   PIC X(01) VALUE 'S'.
             88 WS-INICIO-OK                    VALUE 'S'.
             88 WS-INICIO-ERROR                 VALUE 'N'.
          05 WS-SW-CAPACIDAD                PIC X(01) VALUE 'S'.
             88 WS-CAPACIDAD-OK                 VALUE 'S'.
             88 WS-CAPACIDAD-EXCEDIDA           VALUE 'N'.
          05 WS-SW-SALIDAS                  PIC X(01) VALUE 'N'.
             88 WS-SALIDAS-ABIERTAS             VALUE 'S'.
             88 WS-SALIDAS-CERRADAS             VALUE 'N'.
          05 WS-SW-EMPLEADO-HALLADO         PIC X(01) VALUE 'N'.
             88 WS-EMPLEADO-HALLADO             VALUE 'S'.
             88 WS-EMPLEADO-NO-HALLADO          VALUE 'N'.

      * PONDERACION DEL PUNTAJE GENERAL, CARGADA DESDE LA TARJETA. CADA
      * PESO SE APLICA A UN COMPONENTE EXPRESADO DE 0 A 100: % CON
      * DIRECCION ENTREGABLE, % CON MOVIL, % CON ALGUN TELEFONO Y %
      * DE ACTIVOS SIN ERRORES ABIERTOS.
       01 WS-PONDERACION.
          05 WS-PESO-DIRECCION              PIC 9(03) VALUE 0.
          05 WS-PESO-MOVIL                  PIC 9(03) VALUE 0.
          05 WS-PESO-TELEFONO               PIC 9(03) VALUE 0.
          05 WS-PESO-ERRORES                PIC 9(03) VALUE 0.
          05 WS-PESO-SUMA                   PIC 9(04) VALUE 0.
          05 WS-PESOS-CARGADOS              PIC 9(01) VALUE 0.

      * DESCRIPCION DE LAS VEINTE CIFRAS DEL TABLERO, EN EL ORDEN EN
      * QUE SALEN EN EL REPORTE, EN EL CSV Y EN LA HISTORIA: TIPO
      * ("C" CANTIDAD, "P" PORCENTAJE O PUNTAJE), LEYENDA DEL REPORTE
      * Y NOMBRE DE LA COLUMNA CSV.
       01 WS-CIFRAS-VALORES.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE 'EMPLEADOS ACTIVOS'.
          05 FILLER PIC X(24) VALUE 'ACTIVOS'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE 'INACTIVOS CON DIRECCION'.
          05 FILLER PIC X(24) VALUE 'INACTIVOS'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE 'EN LICENCIA CON DIRECCION'.
          05 FILLER PIC X(24) VALUE 'LICENCIAS'.
          05 FILLER PIC X(01) VALUE 'P'.
          05 FILLER PIC X(52) VALUE
             '% ACTIVOS CON DIRECCION ENTREGABLE'.
          05 FILLER PIC X(24) VALUE 'PCT_DIR_ENTREGABLE'.
          05 FILLER PIC X(01) VALUE 'P'.
          05 FILLER PIC X(52) VALUE '% ACTIVOS CON TELEFONO MOVIL'.
          05 FILLER PIC X(24) VALUE 'PCT_CON_MOVIL'.
          05 FILLER PIC X(01) VALUE 'P'.
          05 FILLER PIC X(52) VALUE '% ACTIVOS SIN NINGUN TELEFONO'.
          05 FILLER PIC X(24) VALUE 'PCT_SIN_TELEFONO'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE
             'DIRECCIONES NO ENTREGABLES SIN CORREGIR'.
          05 FILLER PIC X(24) VALUE 'NO_ENTREGABLES'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE 'ERRORES ABIERTOS'.
          05 FILLER PIC X(24) VALUE 'ERRORES_ABIERTOS'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE
             '  EMPLEADO SIN DIRECCION REGISTRADA'.
          05 FILLER PIC X(24) VALUE 'ERR_SIN_DIRECCION'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE
             '  DIRECCION SIN EMPLEADO ASOCIADO'.
          05 FILLER PIC X(24) VALUE 'ERR_SIN_EMPLEADO'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE
             '  EMPLEADO SIN TELEFONO REGISTRADO'.
          05 FILLER PIC X(24) VALUE 'ERR_SIN_TELEFONO'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE
             '  DIRECCION INVALIDA - DIRECCION EN BLANCO'.
          05 FILLER PIC X(24) VALUE 'ERR_DIR_EN_BLANCO'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE
             '  DIRECCION INVALIDA - CODIGO POSTAL FUERA DE RANGO'.
          05 FILLER PIC X(24) VALUE 'ERR_CP_FUERA_DE_RANGO'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE
             '  DIRECCION INVALIDA - CODIGO POSTAL INEXISTENTE'.
          05 FILLER PIC X(24) VALUE 'ERR_CP_INEXISTENTE'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE '  OTROS MOTIVOS'.
          05 FILLER PIC X(24) VALUE 'ERR_OTROS'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE '  HASTA 30 DIAS'.
          05 FILLER PIC X(24) VALUE 'ERR_HASTA_30_DIAS'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE '  DE 31 A 60 DIAS'.
          05 FILLER PIC X(24) VALUE 'ERR_31_A_60_DIAS'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE '  DE 61 A 90 DIAS'.
          05 FILLER PIC X(24) VALUE 'ERR_61_A_90_DIAS'.
          05 FILLER PIC X(01) VALUE 'C'.
          05 FILLER PIC X(52) VALUE '  MAS DE 90 DIAS'.
          05 FILLER PIC X(24) VALUE 'ERR_MAS_DE_90_DIAS'.
          05 FILLER PIC X(01) VALUE 'P'.
          05 FILLER PIC X(52) VALUE 'PUNTAJE GENERAL PONDERADO'.
          05 FILLER PIC X(24) VALUE 'PUNTAJE'.

       01 WS-TABLA-CIFRAS REDEFINES WS-CIFRAS-VALORES.
          05 WS-CIF-ENTRADA OCCURS 20 TIMES.
             10 WS-CIF-TIPO                 PIC X(01).
                88 WS-CIF-CANTIDAD              VALUE 'C'.
                88 WS-CIF-PORCENTAJE            VALUE 'P'.
             10 WS-CIF-LEYENDA              PIC X(52).
             10 WS-CIF-COLUMNA-CSV          PIC X(24).

      * POSICION DE CADA CIFRA DENTRO DE LA TABLA ANTERIOR.
       01 WS-POSICIONES-CIFRAS.
          05 WS-CIF-ACTIVOS                 PIC 9(02) VALUE 01.
          05 WS-CIF-INACTIVOS               PIC 9(02) VALUE 02.
          05 WS-CIF-LICENCIAS               PIC 9(02) VALUE 03.
          05 WS-CIF-PCT-ENTREGABLE          PIC 9(02) VALUE 04.
          05 WS-CIF-PCT-MOVIL               PIC 9(02) VALUE 05.
          05 WS-CIF-PCT-SIN-TELEFONO        PIC 9(02) VALUE 06.
          05 WS-CIF-NO-ENTREGABLES          PIC 9(02) VALUE 07.
          05 WS-CIF-ERRORES                 PIC 9(02) VALUE 08.
          05 WS-CIF-PRIMER-MOTIVO           PIC 9(02) VALUE 09.
          05 WS-CIF-MOTIVO-OTROS            PIC 9(02) VALUE 15.
          05 WS-CIF-PRIMER-TRAMO            PIC 9(02) VALUE 16.
          05 WS-CIF-PUNTAJE                 PIC 9(02) VALUE 20.
          05 WS-CIF-CANTIDAD-TOTAL          PIC 9(02) VALUE 20.

      * UNA ENTRADA POR SUCURSAL (01 A 99) Y LA ENTRADA 100 PARA EL
      * TOTAL DE LA COMPANIA, QUE ADEMAS RECIBE LO QUE NO TIENE
      * SUCURSAL (SUCURSAL 00 O ID QUE NO ESTA EN EMPLEADOS.TXT). LOS
      * CONTADORES "ACT" SON DE EMPLEADOS ACTIVOS Y SIRVEN DE BASE A
      * LOS PORCENTAJES; LAS CIFRAS ANTERIORES VIENEN DE LA HISTORIA.
       01 WS-SUC-TOTAL                      PIC 9(03) VALUE 100.
       01 WS-SUC-IDX                        PIC 9(03) VALUE 0.
       01 WS-CIF-IDX                        PIC 9(02) VALUE 0.

       01 WS-TABLA-SUCURSALES.
          05 WS-TAB-SUC-ENTRADA OCCURS 100 TIMES.
             10 WS-TAB-SUC-USADA            PIC X(01).
                88 WS-TAB-SUC-USADA-SI          VALUE 'S'.
                88 WS-TAB-SUC-USADA-NO          VALUE 'N'.
             10 WS-TAB-SUC-ACT-ENTREGABLE   PIC 9(08).
             10 WS-TAB-SUC-ACT-MOVIL        PIC 9(08).
             10 WS-TAB-SUC-ACT-SIN-TEL      PIC 9(08).
             10 WS-TAB-SUC-ACT-CON-ERROR    PIC 9(08).
             10 WS-TAB-SUC-CIFRA            PIC 9(08)V9(02)
                                            OCCURS 20 TIMES.
             10 WS-TAB-SUC-ANT-HALLADA      PIC X(01).
                88 WS-TAB-SUC-ANT-SI            VALUE 'S'.
                88 WS-TAB-SUC-ANT-NO            VALUE 'N'.
             10 WS-TAB-SUC-ANTERIOR         PIC 9(08)V9(02)
                                            OCCURS 20 TIMES.

      * TABLA EN MEMORIA CON EL PADRON DE EMPLEADOS. PARA LOS ACTIVOS
      * SE VAN MARCANDO LAS CONDICIONES QUE SURGEN DE CRUZAR LOS DEMAS
      * ARCHIVOS, Y AL FINAL SE CUENTAN POR SUCURSAL.
       01 WS-TAB-EMP-CANTIDAD               PIC 9(08) VALUE 0.

       01 WS-TABLA-EMPLEADOS.
          05 WS-TAB-EMP-ENTRADA OCCURS 1 TO 500000 TIMES
                                 DEPENDING ON WS-TAB-EMP-CANTIDAD
                                 INDEXED BY WS-TAB-EMP-IDX.
             10 WS-TAB-EMP-ID-EMPLEADO      PIC 9(08).
             10 WS-TAB-EMP-ESTADO           PIC X(01).
                88 WS-TAB-EMP-ACTIVO            VALUE 'A'.
             10 WS-TAB-EMP-SUCURSAL         PIC 9(02).
             10 WS-TAB-EMP-EN-MAESTRO       PIC X(01).
                88 WS-TAB-EMP-EN-MAESTRO-SI     VALUE 'S'.
                88 WS-TAB-EMP-EN-MAESTRO-NO     VALUE 'N'.
             10 WS-TAB-EMP-ENTREGABLE       PIC X(01).
                88 WS-TAB-EMP-ENTREGABLE-SI     VALUE 'S'.
                88 WS-TAB-EMP-ENTREGABLE-NO     VALUE 'N'.
             10 WS-TAB-EMP-MOVIL            PIC X(01).
                88 WS-TAB-EMP-MOVIL-SI          VALUE 'S'.
                88 WS-TAB-EMP-MOVIL-NO          VALUE 'N'.
             10 WS-TAB-EMP-SIN-TEL          PIC X(01).
                88 WS-TAB-EMP-SIN-TEL-SI        VALUE 'S'.
                88 WS-TAB-EMP-SIN-TEL-NO        VALUE 'N'.
             10 WS-TAB-EMP-CON-ERROR        PIC X(01).
                88 WS-TAB-EMP-CON-ERROR-SI      VALUE 'S'.
                88 WS-TAB-EMP-CON-ERROR-NO      VALUE 'N'.
             10 WS-TAB-EMP-DIRECCION        PIC X(50).
             10 WS-TAB-EMP-COD-POSTAL       PIC 9(04).

      * ID CONTRA EL QUE 2050-BUSCAR-EMPLEADO BARRE EL PADRON.
       01 WS-ID-BUSCADO                     PIC 9(08) VALUE 0.

      * RENGLON DE LA HISTORIA DEL TABLERO.
       01 WS-REG-HISTORIA.
          05 WS-HIS-PERIODO                 PIC 9(06).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-HIS-TIPO                    PIC X(01).
             88 WS-HIS-TIPO-SUCURSAL            VALUE 'S'.
             88 WS-HIS-TIPO-TOTAL               VALUE 'T'.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-HIS-SUCURSAL                PIC 9(02).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 WS-HIS-CIFRAS OCCURS 20 TIMES.
             10 WS-HIS-CIFRA                PIC 9(08)V9(02).
             10 FILLER                     PIC X(01).

       01 WS-FECHA-SISTEMA.
          05 WS-FEC-SIS-AAAA                PIC 9(04).
          05 WS-FEC-SIS-MM                  PIC 9(02).
          05 WS-FEC-SIS-DD                  PIC 9(02).

       01 WS-FECHA-HOY                      PIC 9(08) VALUE 0.

      * PERIODO DEL TABLERO (AAAAMM DE LA FECHA DE CORRIDA) Y ULTIMO
      * PERIODO ANTERIOR HALLADO EN LA HISTORIA.
       01 WS-PERIODO-ACTUAL                 PIC 9(06) VALUE 0.
       01 WS-PERIODO-ANTERIOR               PIC 9(06) VALUE 0.

       01 WS-PERIODO-DESGLOSE.
          05 WS-PER-DES-AAAA                PIC 9(04).
          05 WS-PER-DES-MM                  PIC 9(02).

      * AREA DE TRABAJO PARA CALCULAR LA ANTIGUEDAD EN DIAS DE UN
      * ERROR ABIERTO (FECHA DE HOY MENOS PRIMERA VEZ VISTO).
       01 WS-CALCULO-DIAS.
          05 WS-DIAS-HOY                    PIC 9(08).
          05 WS-DIAS-PRIMERA                PIC 9(08).
          05 WS-DIAS-ANTIGUEDAD             PIC 9(04).

      * AREA DE TRABAJO DEL PUNTAJE Y LOS PORCENTAJES DE UNA SUCURSAL.
       01 WS-CALCULO-PUNTAJE.
          05 WS-CAL-ACTIVOS                 PIC 9(08).
          05 WS-CAL-PCT-SIN-ERROR           PIC 9(03)V9(02).
          05 WS-CAL-PUNTAJE                 PIC 9(05)V9(04).

       01 WS-VARIACION                      PIC S9(08)V9(02).

      * CAMPOS DE EDICION DE LAS CIFRAS PARA EL REPORTE Y EL CSV.
       01 WS-EDICION.
          05 WS-EDI-CANTIDAD                PIC Z(09)9.
          05 WS-EDI-PORCENTAJE              PIC Z(06)9,99.
          05 WS-EDI-VAR-CANTIDAD            PIC +(09)9.
          05 WS-EDI-VAR-PORCENTAJE          PIC +(06)9,99.
          05 WS-EDI-ACTUAL                  PIC X(10).
          05 WS-EDI-ANTERIOR                PIC X(10).
          05 WS-EDI-VARIACION               PIC X(10).

       01 WS-CSV-PUNTERO                    PIC 9(04) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CONT-REG-EMPLEADOS          PIC 9(08) VALUE 0.
          05 WS-CONT-REG-MAESTRO            PIC 9(08) VALUE 0.
          05 WS-CONT-MAE-SIN-ACTIVO         PIC 9(08) VALUE 0.
          05 WS-CONT-REG-NOE                PIC 9(08) VALUE 0.
          05 WS-CONT-NOE-SIN-CORREGIR       PIC 9(08) VALUE 0.
          05 WS-CONT-REG-SEGUIMIENTO        PIC 9(08) VALUE 0.
          05 WS-CONT-REG-INACTIVOS          PIC 9(08) VALUE 0.
          05 WS-CONT-REG-LICENCIAS          PIC 9(08) VALUE 0.
          05 WS-CONT-SIN-SUCURSAL           PIC 9(08) VALUE 0.
          05 WS-CONT-SUCURSALES             PIC 9(08) VALUE 0.
          05 WS-CONT-HIS-LEIDOS             PIC 9(08) VALUE 0.
          05 WS-CONT-HIS-GRABADOS           PIC 9(08) VALUE 0.

      * CONTROL DE PAGINADO: CADA SUCURSAL Y EL TOTAL DE LA COMPANIA
      * SALEN EN UNA PAGINA PROPIA, CON EL ENCABEZADO COMPLETO.
       01 WS-CONTROL-PAGINA.
          05 WS-PAG-NUMERO                  PIC 9(04) VALUE 0.

      * IMAGENES EN MEMORIA DE LAS LINEAS DEL REPORTE.
       01 WS-REG-REP-TITULO.
          05 FILLER                        PIC X(60) VALUE
             'TABLERO DE CALIDAD DE DATOS DE CONTACTO - CL14EJ26'.
          05 FILLER                        PIC X(04) VALUE SPACES.
          05 WS-REP-TIT-FEC-DD              PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-REP-TIT-FEC-MM              PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-REP-TIT-FEC-AAAA            PIC 9(04).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 FILLER                        PIC X(05) VALUE 'PAG. '.
          05 WS-REP-TIT-PAGINA              PIC 9(04).
          05 FILLER                        PIC X(05) VALUE SPACES.

       01 WS-REG-REP-SEPARADOR              PIC X(90) VALUE ALL '-'.

       01 WS-REG-REP-SUCURSAL.
          05 FILLER                        PIC X(20)
             VALUE 'SUCURSAL          : '.
          05 WS-REP-SUC-NOMBRE              PIC X(20).
          05 FILLER                        PIC X(50) VALUE SPACES.

       01 WS-REG-REP-PERIODO.
          05 FILLER                        PIC X(20)
             VALUE 'PERIODO           : '.
          05 WS-REP-PER-MM                  PIC 9(02).
          05 FILLER                        PIC X(01) VALUE '/'.
          05 WS-REP-PER-AAAA                PIC 9(04).
          05 FILLER                        PIC X(63) VALUE SPACES.

       01 WS-REG-REP-ANTERIOR.
          05 FILLER                        PIC X(20)
             VALUE 'PERIODO ANTERIOR  : '.
          05 WS-REP-ANT-TEXTO               PIC X(30).
          05 FILLER                        PIC X(40) VALUE SPACES.

       01 WS-REG-REP-PONDERACION.
          05 FILLER                        PIC X(30)
             VALUE 'PONDERACION       : DIRECCION '.
          05 WS-REP-PON-DIRECCION           PIC ZZ9.
          05 FILLER                        PIC X(08) VALUE '  MOVIL '.
          05 WS-REP-PON-MOVIL               PIC ZZ9.
          05 FILLER                        PIC X(11)
             VALUE '  TELEFONO '.
          05 WS-REP-PON-TELEFONO            PIC ZZ9.
          05 FILLER                        PIC X(14)
             VALUE '  SIN ERRORES '.
          05 WS-REP-PON-ERRORES             PIC ZZ9.
          05 FILLER                        PIC X(15) VALUE SPACES.

       01 WS-REG-REP-ENCABEZADO.
          05 FILLER PIC X(52) VALUE 'INDICADOR'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(10) VALUE '    ACTUAL'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(10) VALUE '  ANTERIOR'.
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(10) VALUE ' VARIACION'.
          05 FILLER PIC X(02) VALUE SPACES.

       01 WS-REG-REP-SUBTITULO.
          05 WS-REP-SUB-TEXTO               PIC X(52).
          05 FILLER                        PIC X(38) VALUE SPACES.

       01 WS-REG-REP-CIFRA.
          05 WS-REP-CIF-LEYENDA             PIC X(52).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REP-CIF-ACTUAL              PIC X(10).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REP-CIF-ANTERIOR            PIC X(10).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REP-CIF-VARIACION           PIC X(10).
          05 FILLER                        PIC X(02) VALUE SPACES.

       01 WS-REG-REP-SIN-SUCURSAL.
          05 FILLER                        PIC X(52) VALUE
             'REGISTROS SIN SUCURSAL (SOLO EN EL TOTAL)'.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 WS-REP-SSU-CANTIDAD            PIC Z(09)9.
          05 FILLER                        PIC X(26) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-INICIO-OK
              AND WS-CAPACIDAD-OK

              PERFORM 2000-ARMAR-TABLERO
                 THRU 2000-ARMAR-TABLERO-FIN

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CONTADORES.

           PERFORM 1010-LIMPIAR-SUCURSAL
              THRU 1010-LIMPIAR-SUCURSAL-FIN
             VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > WS-SUC-TOTAL.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA            TO WS-FECHA-HOY.
           MOVE WS-FECHA-SISTEMA(1:6)       TO WS-PERIODO-ACTUAL.
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).

           PERFORM 1100-CARGAR-TARJETA
              THRU 1100-CARGAR-TARJETA-FIN.

           IF WS-INICIO-OK
              AND WS-PESOS-CARGADOS NOT = 4
              DISPLAY 'LA TARJETA DE PONDERACION DEBE TRAER LOS '
                      'CUATRO PESOS'
              SET WS-INICIO-ERROR TO TRUE
           END-IF.

           IF WS-INICIO-OK
              COMPUTE WS-PESO-SUMA = WS-PESO-DIRECCION
                                   + WS-PESO-MOVIL
                                   + WS-PESO-TELEFONO
                                   + WS-PESO-ERRORES
              IF WS-PESO-SUMA NOT = 100
                 DISPLAY 'LOS PESOS DE LA TARJETA DE PONDERACION '
                         'SUMAN ' WS-PESO-SUMA ' (DEBEN SUMAR 100)'
                 SET WS-INICIO-ERROR TO TRUE
              END-IF
           END-IF.

           IF WS-INICIO-ERROR
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1200-CARGAR-EMPLEADOS
              THRU 1200-CARGAR-EMPLEADOS-FIN.

           IF WS-INICIO-ERROR
              OR WS-CAPACIDAD-EXCEDIDA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1300-CARGAR-HISTORIA
              THRU 1300-CARGAR-HISTORIA-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1010-LIMPIAR-SUCURSAL.

           SET WS-TAB-SUC-USADA-NO(WS-SUC-IDX) TO TRUE.
           SET WS-TAB-SUC-ANT-NO(WS-SUC-IDX)   TO TRUE.
           MOVE 0          TO WS-TAB-SUC-ACT-ENTREGABLE(WS-SUC-IDX)
                              WS-TAB-SUC-ACT-MOVIL(WS-SUC-IDX)
                              WS-TAB-SUC-ACT-SIN-TEL(WS-SUC-IDX)
                              WS-TAB-SUC-ACT-CON-ERROR(WS-SUC-IDX).

           PERFORM 1020-LIMPIAR-CIFRA
              THRU 1020-LIMPIAR-CIFRA-FIN
             VARYING WS-CIF-IDX FROM 1 BY 1
               UNTIL WS-CIF-IDX > WS-CIF-CANTIDAD-TOTAL.

       1010-LIMPIAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1020-LIMPIAR-CIFRA.

           MOVE 0       TO WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-IDX)
                           WS-TAB-SUC-ANTERIOR(WS-SUC-IDX, WS-CIF-IDX).

       1020-LIMPIAR-CIFRA-FIN.
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
                    DISPLAY 'NO SE ENCUENTRA LA TARJETA DE PONDERACION'
                    DISPLAY 'FILE STATUS: ' FS-TARJETA
                    SET WS-INICIO-ERROR TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LA TARJETA DE PONDERACION'
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
                    DISPLAY 'ERROR AL LEER LA TARJETA DE PONDERACION'
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
               WHEN WS-ENT-TARJETA(1:15) = 'PESO-DIRECCION='
                    AND WS-ENT-TARJETA(16:3) IS NUMERIC
                    MOVE WS-ENT-TARJETA(16:3) TO WS-PESO-DIRECCION
                    ADD 1                   TO WS-PESOS-CARGADOS
               WHEN WS-ENT-TARJETA(1:11) = 'PESO-MOVIL='
                    AND WS-ENT-TARJETA(12:3) IS NUMERIC
                    MOVE WS-ENT-TARJETA(12:3) TO WS-PESO-MOVIL
                    ADD 1                   TO WS-PESOS-CARGADOS
               WHEN WS-ENT-TARJETA(1:14) = 'PESO-TELEFONO='
                    AND WS-ENT-TARJETA(15:3) IS NUMERIC
                    MOVE WS-ENT-TARJETA(15:3) TO WS-PESO-TELEFONO
                    ADD 1                   TO WS-PESOS-CARGADOS
               WHEN WS-ENT-TARJETA(1:13) = 'PESO-ERRORES='
                    AND WS-ENT-TARJETA(14:3) IS NUMERIC
                    MOVE WS-ENT-TARJETA(14:3) TO WS-PESO-ERRORES
                    ADD 1                   TO WS-PESOS-CARGADOS
               WHEN OTHER
                    DISPLAY 'LINEA DE TARJETA INVALIDA (SE ESPERA '
                            'PESO-XXX=NNN): ' WS-ENT-TARJETA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1120-INTERPRETAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA EL PADRON DE EMPLEADOS (ID, ESTADO Y SUCURSAL) Y CUENTA
      * LOS ACTIVOS DE CADA SUCURSAL, QUE SON LA BASE DE LOS
      * PORCENTAJES DEL TABLERO.
       1200-CARGAR-EMPLEADOS.

           OPEN INPUT ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    PERFORM 1210-LEER-EMPLEADO
                       THRU 1210-LEER-EMPLEADO-FIN
                      UNTIL FS-EMPLEADOS-EOF
                         OR WS-CAPACIDAD-EXCEDIDA
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

       1200-CARGAR-EMPLEADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-EMPLEADO.

           READ ENT-EMPLEADOS.

           EVALUATE TRUE
               WHEN FS-EMPLEADOS-OK
                    AND WS-ENT-EMP-REG-CONTROL
                    CONTINUE
               WHEN FS-EMPLEADOS-OK
                    ADD 1                   TO WS-CONT-REG-EMPLEADOS
                    PERFORM 1220-AGREGAR-EMPLEADO
                       THRU 1220-AGREGAR-EMPLEADO-FIN
               WHEN FS-EMPLEADOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO DE EMPLEADOS'
                    DISPLAY 'FILE STATUS: ' FS-EMPLEADOS
           END-EVALUATE.

       1210-LEER-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1220-AGREGAR-EMPLEADO.

           IF WS-TAB-EMP-CANTIDAD NOT < 500000
              DISPLAY 'TABLA DE EMPLEADOS LLENA - PROCESO ABORTADO'
              DISPLAY 'ID EMPLEADO: ' WS-ENT-EMP-ID-EMPLEADO
              SET WS-CAPACIDAD-EXCEDIDA     TO TRUE
              GO TO 1220-AGREGAR-EMPLEADO-FIN
           END-IF.

           ADD 1                            TO WS-TAB-EMP-CANTIDAD.
           SET WS-TAB-EMP-IDX               TO WS-TAB-EMP-CANTIDAD.
           MOVE WS-ENT-EMP-ID-EMPLEADO
                     TO WS-TAB-EMP-ID-EMPLEADO(WS-TAB-EMP-IDX).
           MOVE WS-ENT-EMP-ESTADO
                     TO WS-TAB-EMP-ESTADO(WS-TAB-EMP-IDX).
           MOVE WS-ENT-EMP-SUCURSAL
                     TO WS-TAB-EMP-SUCURSAL(WS-TAB-EMP-IDX).
           SET WS-TAB-EMP-EN-MAESTRO-NO(WS-TAB-EMP-IDX) TO TRUE.
           SET WS-TAB-EMP-ENTREGABLE-NO(WS-TAB-EMP-IDX) TO TRUE.
           SET WS-TAB-EMP-MOVIL-NO(WS-TAB-EMP-IDX)      TO TRUE.
           SET WS-TAB-EMP-SIN-TEL-NO(WS-TAB-EMP-IDX)    TO TRUE.
           SET WS-TAB-EMP-CON-ERROR-NO(WS-TAB-EMP-IDX)  TO TRUE.
           MOVE SPACES    TO WS-TAB-EMP-DIRECCION(WS-TAB-EMP-IDX).
           MOVE 0         TO WS-TAB-EMP-COD-POSTAL(WS-TAB-EMP-IDX).

           IF WS-TAB-EMP-ACTIVO(WS-TAB-EMP-IDX)
              MOVE WS-ENT-EMP-SUCURSAL      TO WS-SUC-IDX
              PERFORM 2070-CONTAR-SIN-SUCURSAL
                 THRU 2070-CONTAR-SIN-SUCURSAL-FIN
              MOVE WS-CIF-ACTIVOS           TO WS-CIF-IDX
              PERFORM 2060-SUMAR-CIFRA
                 THRU 2060-SUMAR-CIFRA-FIN
           END-IF.

       1220-AGREGAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LAS CIFRAS DEL ULTIMO PERIODO ANTERIOR AL EN CURSO. SI
      * LA HISTORIA NO EXISTE ES EL PRIMER TABLERO Y SALE SIN
      * VARIACIONES. LOS RENGLONES DEL PERIODO EN CURSO (CORRIDA
      * REPETIDA EN EL MES) SE DESCARTAN: SE VUELVEN A CALCULAR.
       1300-CARGAR-HISTORIA.

           OPEN INPUT ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    PERFORM 1310-LEER-HISTORIA
                       THRU 1310-LEER-HISTORIA-FIN
                      UNTIL FS-HISTORIA-EOF
                    CLOSE ENT-HISTORIA
               WHEN FS-HISTORIA-NFD
                    DISPLAY 'NO EXISTE HISTORIA DEL TABLERO - SE '
                            'INFORMA SIN VARIACIONES'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR TABLERO-CALIDAD-'
                            'HISTORIA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       1300-CARGAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-HISTORIA.

           READ ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    ADD 1                   TO WS-CONT-HIS-LEIDOS
                    MOVE WS-ENT-HISTORIA    TO WS-REG-HISTORIA
                    PERFORM 1320-TOMAR-HISTORIA
                       THRU 1320-TOMAR-HISTORIA-FIN
               WHEN FS-HISTORIA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER TABLERO-CALIDAD-'
                            'HISTORIA.TXT'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
           END-EVALUATE.

       1310-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN PERIODO MAS RECIENTE QUE EL YA TOMADO (Y ANTERIOR AL EN
      * CURSO) REEMPLAZA TODAS LAS CIFRAS ANTERIORES CARGADAS HASTA
      * AHORA; LOS MAS VIEJOS SE IGNORAN Y DESAPARECEN AL REGRABAR.
       1320-TOMAR-HISTORIA.

           IF WS-HIS-PERIODO NOT NUMERIC
              OR WS-HIS-PERIODO NOT < WS-PERIODO-ACTUAL
              OR WS-HIS-PERIODO < WS-PERIODO-ANTERIOR
              GO TO 1320-TOMAR-HISTORIA-FIN
           END-IF.

           IF WS-HIS-PERIODO > WS-PERIODO-ANTERIOR
              MOVE WS-HIS-PERIODO           TO WS-PERIODO-ANTERIOR
              PERFORM 1330-DESCARTAR-ANTERIOR
                 THRU 1330-DESCARTAR-ANTERIOR-FIN
                VARYING WS-SUC-IDX FROM 1 BY 1
                  UNTIL WS-SUC-IDX > WS-SUC-TOTAL
           END-IF.

           EVALUATE TRUE
               WHEN WS-HIS-TIPO-TOTAL
                    MOVE WS-SUC-TOTAL       TO WS-SUC-IDX
               WHEN WS-HIS-TIPO-SUCURSAL
                    AND WS-HIS-SUCURSAL IS NUMERIC
                    AND WS-HIS-SUCURSAL > 0
                    MOVE WS-HIS-SUCURSAL    TO WS-SUC-IDX
               WHEN OTHER
                    DISPLAY 'RENGLON DE HISTORIA INVALIDO: '
                            WS-ENT-HISTORIA(1:12)
                    GO TO 1320-TOMAR-HISTORIA-FIN
           END-EVALUATE.

           SET WS-TAB-SUC-ANT-SI(WS-SUC-IDX) TO TRUE.

           PERFORM 1340-TOMAR-CIFRA-ANTERIOR
              THRU 1340-TOMAR-CIFRA-ANTERIOR-FIN
             VARYING WS-CIF-IDX FROM 1 BY 1
               UNTIL WS-CIF-IDX > WS-CIF-CANTIDAD-TOTAL.

       1320-TOMAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1330-DESCARTAR-ANTERIOR.

           SET WS-TAB-SUC-ANT-NO(WS-SUC-IDX) TO TRUE.

       1330-DESCARTAR-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1340-TOMAR-CIFRA-ANTERIOR.

           IF WS-HIS-CIFRA(WS-CIF-IDX) IS NUMERIC
              MOVE WS-HIS-CIFRA(WS-CIF-IDX)
                   TO WS-TAB-SUC-ANTERIOR(WS-SUC-IDX, WS-CIF-IDX)
           ELSE
              MOVE 0
                   TO WS-TAB-SUC-ANTERIOR(WS-SUC-IDX, WS-CIF-IDX)
           END-IF.

       1340-TOMAR-CIFRA-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CRUZA LOS DEMAS ARCHIVOS CONTRA EL PADRON, CALCULA LAS CIFRAS
      * DE CADA SUCURSAL Y EMITE EL REPORTE Y EL CSV.
       2000-ARMAR-TABLERO.

           PERFORM 2100-CRUZAR-MAESTRO
              THRU 2100-CRUZAR-MAESTRO-FIN.

           IF WS-INICIO-ERROR
              GO TO 2000-ARMAR-TABLERO-FIN
           END-IF.

           PERFORM 2200-CRUZAR-NO-ENTREGABLES
              THRU 2200-CRUZAR-NO-ENTREGABLES-FIN.

           PERFORM 2300-CRUZAR-SEGUIMIENTO
              THRU 2300-CRUZAR-SEGUIMIENTO-FIN.

           PERFORM 2400-CONTAR-INACTIVOS
              THRU 2400-CONTAR-INACTIVOS-FIN.

           PERFORM 2450-CONTAR-LICENCIAS
              THRU 2450-CONTAR-LICENCIAS-FIN.

           IF WS-INICIO-ERROR
              GO TO 2000-ARMAR-TABLERO-FIN
           END-IF.

           PERFORM 2500-CONTAR-ACTIVO
              THRU 2500-CONTAR-ACTIVO-FIN
             VARYING WS-TAB-EMP-IDX FROM 1 BY 1
               UNTIL WS-TAB-EMP-IDX > WS-TAB-EMP-CANTIDAD.

           PERFORM 2600-CALCULAR-SUCURSAL
              THRU 2600-CALCULAR-SUCURSAL-FIN
             VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > WS-SUC-TOTAL.

           PERFORM 2700-EMITIR-TABLERO
              THRU 2700-EMITIR-TABLERO-FIN.

       2000-ARMAR-TABLERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA WS-ID-BUSCADO EN EL PADRON; AL ENCONTRARLO EL INDICE
      * WS-TAB-EMP-IDX QUEDA POSICIONADO SOBRE LA ENTRADA Y WS-SUC-IDX
      * CON SU SUCURSAL (CERO SI NO SE ENCUENTRA).
       2050-BUSCAR-EMPLEADO.

           SET WS-EMPLEADO-NO-HALLADO       TO TRUE.
           MOVE 0                           TO WS-SUC-IDX.

           IF WS-TAB-EMP-CANTIDAD = 0
              GO TO 2050-BUSCAR-EMPLEADO-FIN
           END-IF.

           SET WS-TAB-EMP-IDX               TO 1.

           SEARCH WS-TAB-EMP-ENTRADA
               AT END
                    CONTINUE
               WHEN WS-TAB-EMP-ID-EMPLEADO(WS-TAB-EMP-IDX)
                       = WS-ID-BUSCADO
                    SET WS-EMPLEADO-HALLADO TO TRUE
                    MOVE WS-TAB-EMP-SUCURSAL(WS-TAB-EMP-IDX)
                                             TO WS-SUC-IDX
           END-SEARCH.

       2050-BUSCAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SUMA UNO A LA CIFRA WS-CIF-IDX DE LA SUCURSAL WS-SUC-IDX Y DEL
      * TOTAL DE LA COMPANIA. SIN SUCURSAL SOLO SUMA AL TOTAL; QUIEN
      * LA INVOCA LLEVA LA CUENTA DE LOS REGISTROS SIN SUCURSAL.
       2060-SUMAR-CIFRA.

           IF WS-SUC-IDX > 0
              AND WS-SUC-IDX < WS-SUC-TOTAL
              ADD 1        TO WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-IDX)
              SET WS-TAB-SUC-USADA-SI(WS-SUC-IDX) TO TRUE
           END-IF.

           ADD 1         TO WS-TAB-SUC-CIFRA(WS-SUC-TOTAL, WS-CIF-IDX).
           SET WS-TAB-SUC-USADA-SI(WS-SUC-TOTAL) TO TRUE.

       2060-SUMAR-CIFRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2070-CONTAR-SIN-SUCURSAL.

           IF WS-SUC-IDX = 0
              ADD 1                         TO WS-CONT-SIN-SUCURSAL
           END-IF.

       2070-CONTAR-SIN-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL MAESTRO DE CONTACTOS TIENE A LOS ACTIVOS CON DIRECCION
      * VALIDA: CADA RENGLON MARCA AL EMPLEADO CON DIRECCION (QUE SE
      * TIENE POR ENTREGABLE SALVO DEVOLUCION SIN CORREGIR), CON MOVIL
      * O SIN NINGUN TELEFONO, Y GUARDA LA DIRECCION VIGENTE PARA
      * COMPARARLA CON LA QUE REBOTO.
       2100-CRUZAR-MAESTRO.

           OPEN INPUT ENT-MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    PERFORM 2110-LEER-MAESTRO
                       THRU 2110-LEER-MAESTRO-FIN
                      UNTIL FS-MAESTRO-EOF
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

       2100-CRUZAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-MAESTRO.

           READ ENT-MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    IF WS-ENT-MAESTRO(1:8) IS NUMERIC
                       ADD 1                TO WS-CONT-REG-MAESTRO
                       MOVE WS-ENT-MAESTRO  TO WS-SAL-APA-DETALLE
                       PERFORM 2120-MARCAR-CONTACTO
                          THRU 2120-MARCAR-CONTACTO-FIN
                    END-IF
               WHEN FS-MAESTRO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER MAESTRO-CONTACTOS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-MAESTRO
           END-EVALUATE.

       2110-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-MARCAR-CONTACTO.

           MOVE WS-SAL-APA-ID-EMPLEADO      TO WS-ID-BUSCADO.

           PERFORM 2050-BUSCAR-EMPLEADO
              THRU 2050-BUSCAR-EMPLEADO-FIN.

           IF WS-EMPLEADO-NO-HALLADO
              ADD 1                         TO WS-CONT-MAE-SIN-ACTIVO
              GO TO 2120-MARCAR-CONTACTO-FIN
           END-IF.

           IF NOT WS-TAB-EMP-ACTIVO(WS-TAB-EMP-IDX)
              ADD 1                         TO WS-CONT-MAE-SIN-ACTIVO
              GO TO 2120-MARCAR-CONTACTO-FIN
           END-IF.

           SET WS-TAB-EMP-EN-MAESTRO-SI(WS-TAB-EMP-IDX) TO TRUE.
           SET WS-TAB-EMP-ENTREGABLE-SI(WS-TAB-EMP-IDX) TO TRUE.
           MOVE WS-SAL-APA-DIRECCION
                     TO WS-TAB-EMP-DIRECCION(WS-TAB-EMP-IDX).
           MOVE WS-SAL-APA-COD-POSTAL
                     TO WS-TAB-EMP-COD-POSTAL(WS-TAB-EMP-IDX).

           IF WS-SAL-APA-TEL-MOVIL NOT = SPACES
              SET WS-TAB-EMP-MOVIL-SI(WS-TAB-EMP-IDX) TO TRUE
           END-IF.

           IF WS-SAL-APA-TELEFONO = SPACES
              AND WS-SAL-APA-TEL-FIJO = SPACES
              AND WS-SAL-APA-TEL-MOVIL = SPACES
              AND WS-SAL-APA-TEL-LABORAL = SPACES
              SET WS-TAB-EMP-SIN-TEL-SI(WS-TAB-EMP-IDX) TO TRUE
           END-IF.

       2120-MARCAR-CONTACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA DEVOLUCION SIGUE SIN CORREGIR MIENTRAS LA DIRECCION DEL
      * MAESTRO SEA LA MISMA QUE REBOTO (EL MISMO CRITERIO CON EL QUE
      * CL14EJ15 READMITE). SIN ARCHIVO NO HAY DEVOLUCIONES PENDIENTES.
       2200-CRUZAR-NO-ENTREGABLES.

           OPEN INPUT ENT-NO-ENTREGABLES.

           EVALUATE TRUE
               WHEN FS-NO-ENTREGABLES-OK
                    PERFORM 2210-LEER-NO-ENTREGABLE
                       THRU 2210-LEER-NO-ENTREGABLE-FIN
                      UNTIL FS-NO-ENTREGABLES-EOF
                    CLOSE ENT-NO-ENTREGABLES
               WHEN FS-NO-ENTREGABLES-NFD
                    DISPLAY 'NO EXISTE ARCHIVO DE NO ENTREGABLES - SE '
                            'INFORMA EN CERO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR NO-ENTREGABLES.TXT'
                    DISPLAY 'FILE STATUS: ' FS-NO-ENTREGABLES
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       2200-CRUZAR-NO-ENTREGABLES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-NO-ENTREGABLE.

           READ ENT-NO-ENTREGABLES.

           EVALUATE TRUE
               WHEN FS-NO-ENTREGABLES-OK
                    ADD 1                   TO WS-CONT-REG-NOE
                    PERFORM 2220-EVALUAR-NO-ENTREGABLE
                       THRU 2220-EVALUAR-NO-ENTREGABLE-FIN
               WHEN FS-NO-ENTREGABLES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER NO-ENTREGABLES.TXT'
                    DISPLAY 'FILE STATUS: ' FS-NO-ENTREGABLES
           END-EVALUATE.

       2210-LEER-NO-ENTREGABLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA ENTRADA SIN DIRECCION GUARDADA, O DE UN EMPLEADO QUE YA NO
      * ESTA EN EL MAESTRO, NO PUEDE DARSE POR CORREGIDA.
       2220-EVALUAR-NO-ENTREGABLE.

           MOVE WS-ENT-NOE-ID-EMPLEADO      TO WS-ID-BUSCADO.

           PERFORM 2050-BUSCAR-EMPLEADO
              THRU 2050-BUSCAR-EMPLEADO-FIN.

           IF WS-EMPLEADO-HALLADO
              AND WS-TAB-EMP-EN-MAESTRO-SI(WS-TAB-EMP-IDX)
              AND WS-ENT-NOE-DIRECCION NOT = SPACES
              AND (WS-TAB-EMP-DIRECCION(WS-TAB-EMP-IDX)
                      NOT = WS-ENT-NOE-DIRECCION
                OR WS-TAB-EMP-COD-POSTAL(WS-TAB-EMP-IDX)
                      NOT = WS-ENT-NOE-COD-POSTAL)
              GO TO 2220-EVALUAR-NO-ENTREGABLE-FIN
           END-IF.

           ADD 1                            TO WS-CONT-NOE-SIN-CORREGIR.
           PERFORM 2070-CONTAR-SIN-SUCURSAL
              THRU 2070-CONTAR-SIN-SUCURSAL-FIN.
           MOVE WS-CIF-NO-ENTREGABLES       TO WS-CIF-IDX.
           PERFORM 2060-SUMAR-CIFRA
              THRU 2060-SUMAR-CIFRA-FIN.

           IF WS-EMPLEADO-HALLADO
              SET WS-TAB-EMP-ENTREGABLE-NO(WS-TAB-EMP-IDX) TO TRUE
           END-IF.

       2220-EVALUAR-NO-ENTREGABLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ERRORES TODAVIA ABIERTOS, POR MOTIVO Y POR ANTIGUEDAD DESDE LA
      * PRIMERA VEZ QUE SE VIERON. SIN ARCHIVO NO HAY ERRORES ABIERTOS.
       2300-CRUZAR-SEGUIMIENTO.

           OPEN INPUT ENT-SEGUIMIENTO.

           EVALUATE TRUE
               WHEN FS-SEGUIMIENTO-OK
                    PERFORM 2310-LEER-SEGUIMIENTO
                       THRU 2310-LEER-SEGUIMIENTO-FIN
                      UNTIL FS-SEGUIMIENTO-EOF
                    CLOSE ENT-SEGUIMIENTO
               WHEN FS-SEGUIMIENTO-NFD
                    DISPLAY 'NO EXISTE SEGUIMIENTO DE ERRORES - SE '
                            'INFORMA EN CERO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR SEGUIMIENTO-ERRORES.TXT'
                    DISPLAY 'FILE STATUS: ' FS-SEGUIMIENTO
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       2300-CRUZAR-SEGUIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-LEER-SEGUIMIENTO.

           READ ENT-SEGUIMIENTO.

           EVALUATE TRUE
               WHEN FS-SEGUIMIENTO-OK
                    ADD 1                   TO WS-CONT-REG-SEGUIMIENTO
                    PERFORM 2320-CLASIFICAR-ERROR
                       THRU 2320-CLASIFICAR-ERROR-FIN
               WHEN FS-SEGUIMIENTO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER SEGUIMIENTO-ERRORES.TXT'
                    DISPLAY 'FILE STATUS: ' FS-SEGUIMIENTO
           END-EVALUATE.

       2310-LEER-SEGUIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN ACTIVO SIN DIRECCION NO ESTA EN EL MAESTRO: SI TIENE ABIERTO
      * EL ERROR "SIN TELEFONO" TAMBIEN CUENTA COMO SIN NINGUN TELEFONO.
       2320-CLASIFICAR-ERROR.

           MOVE WS-ENT-SEG-ID-EMPLEADO      TO WS-ID-BUSCADO.

           PERFORM 2050-BUSCAR-EMPLEADO
              THRU 2050-BUSCAR-EMPLEADO-FIN.

           PERFORM 2070-CONTAR-SIN-SUCURSAL
              THRU 2070-CONTAR-SIN-SUCURSAL-FIN.

           MOVE WS-CIF-ERRORES              TO WS-CIF-IDX.
           PERFORM 2060-SUMAR-CIFRA
              THRU 2060-SUMAR-CIFRA-FIN.

           EVALUATE WS-ENT-SEG-TEXTO
               WHEN WS-SAL-ERR-SIN-DIRECCION(11:90)
                    MOVE WS-CIF-PRIMER-MOTIVO TO WS-CIF-IDX
               WHEN WS-SAL-ERR-SIN-EMPLEADO(11:90)
                    COMPUTE WS-CIF-IDX = WS-CIF-PRIMER-MOTIVO + 1
               WHEN WS-SAL-ERR-SIN-TELEFONO(11:90)
                    COMPUTE WS-CIF-IDX = WS-CIF-PRIMER-MOTIVO + 2
               WHEN WS-SAL-ERR-DIR-SIN-DATOS(11:90)
                    COMPUTE WS-CIF-IDX = WS-CIF-PRIMER-MOTIVO + 3
               WHEN WS-SAL-ERR-DIR-COD-POSTAL(11:90)
                    COMPUTE WS-CIF-IDX = WS-CIF-PRIMER-MOTIVO + 4
               WHEN WS-SAL-ERR-CP-INEXISTENTE(11:90)
                    COMPUTE WS-CIF-IDX = WS-CIF-PRIMER-MOTIVO + 5
               WHEN OTHER
                    MOVE WS-CIF-MOTIVO-OTROS TO WS-CIF-IDX
           END-EVALUATE.

           PERFORM 2060-SUMAR-CIFRA
              THRU 2060-SUMAR-CIFRA-FIN.

           MOVE 0                           TO WS-DIAS-ANTIGUEDAD.
           IF WS-ENT-SEG-FECHA-PRIMERA IS NUMERIC
              AND WS-ENT-SEG-FECHA-PRIMERA > 0
              COMPUTE WS-DIAS-PRIMERA =
                  FUNCTION INTEGER-OF-DATE(WS-ENT-SEG-FECHA-PRIMERA)
              IF WS-DIAS-PRIMERA < WS-DIAS-HOY
                 COMPUTE WS-DIAS-ANTIGUEDAD =
                     WS-DIAS-HOY - WS-DIAS-PRIMERA
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-DIAS-ANTIGUEDAD NOT > 30
                    MOVE WS-CIF-PRIMER-TRAMO TO WS-CIF-IDX
               WHEN WS-DIAS-ANTIGUEDAD NOT > 60
                    COMPUTE WS-CIF-IDX = WS-CIF-PRIMER-TRAMO + 1
               WHEN WS-DIAS-ANTIGUEDAD NOT > 90
                    COMPUTE WS-CIF-IDX = WS-CIF-PRIMER-TRAMO + 2
               WHEN OTHER
                    COMPUTE WS-CIF-IDX = WS-CIF-PRIMER-TRAMO + 3
           END-EVALUATE.

           PERFORM 2060-SUMAR-CIFRA
              THRU 2060-SUMAR-CIFRA-FIN.

           IF WS-EMPLEADO-NO-HALLADO
              GO TO 2320-CLASIFICAR-ERROR-FIN
           END-IF.

           IF WS-TAB-EMP-ACTIVO(WS-TAB-EMP-IDX)
              SET WS-TAB-EMP-CON-ERROR-SI(WS-TAB-EMP-IDX) TO TRUE
              IF WS-ENT-SEG-TEXTO = WS-SAL-ERR-SIN-TELEFONO(11:90)
                 AND WS-TAB-EMP-EN-MAESTRO-NO(WS-TAB-EMP-IDX)
                 SET WS-TAB-EMP-SIN-TEL-SI(WS-TAB-EMP-IDX) TO TRUE
              END-IF
           END-IF.

       2320-CLASIFICAR-ERROR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * INACTIVOS.TXT Y LICENCIAS.TXT (SALIDAS DE CL14EJ01, FORMATO
      * APAREO) DAN LA DOTACION NO ACTIVA CON DIRECCION DE CADA
      * SUCURSAL. SI FALTAN SE INFORMAN EN CERO.
       2400-CONTAR-INACTIVOS.

           OPEN INPUT ENT-INACTIVOS.

           EVALUATE TRUE
               WHEN FS-INACTIVOS-OK
                    PERFORM 2410-LEER-INACTIVO
                       THRU 2410-LEER-INACTIVO-FIN
                      UNTIL FS-INACTIVOS-EOF
                    CLOSE ENT-INACTIVOS
               WHEN FS-INACTIVOS-NFD
                    DISPLAY 'NO EXISTE INACTIVOS.TXT - SE INFORMA '
                            'EN CERO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR INACTIVOS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-INACTIVOS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       2400-CONTAR-INACTIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-LEER-INACTIVO.

           READ ENT-INACTIVOS.

           EVALUATE TRUE
               WHEN FS-INACTIVOS-OK
                    IF WS-ENT-INACTIVOS(1:8) IS NUMERIC
                       ADD 1                TO WS-CONT-REG-INACTIVOS
                       MOVE WS-ENT-INACTIVOS TO WS-SAL-APA-DETALLE
                       MOVE WS-SAL-APA-SUCURSAL TO WS-SUC-IDX
                       PERFORM 2070-CONTAR-SIN-SUCURSAL
                          THRU 2070-CONTAR-SIN-SUCURSAL-FIN
                       MOVE WS-CIF-INACTIVOS TO WS-CIF-IDX
                       PERFORM 2060-SUMAR-CIFRA
                          THRU 2060-SUMAR-CIFRA-FIN
                    END-IF
               WHEN FS-INACTIVOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER INACTIVOS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-INACTIVOS
           END-EVALUATE.

       2410-LEER-INACTIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2450-CONTAR-LICENCIAS.

           OPEN INPUT ENT-LICENCIAS.

           EVALUATE TRUE
               WHEN FS-LICENCIAS-OK
                    PERFORM 2460-LEER-LICENCIA
                       THRU 2460-LEER-LICENCIA-FIN
                      UNTIL FS-LICENCIAS-EOF
                    CLOSE ENT-LICENCIAS
               WHEN FS-LICENCIAS-NFD
                    DISPLAY 'NO EXISTE LICENCIAS.TXT - SE INFORMA '
                            'EN CERO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LICENCIAS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-LICENCIAS
                    SET WS-INICIO-ERROR TO TRUE
           END-EVALUATE.

       2450-CONTAR-LICENCIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2460-LEER-LICENCIA.

           READ ENT-LICENCIAS.

           EVALUATE TRUE
               WHEN FS-LICENCIAS-OK
                    IF WS-ENT-LICENCIAS(1:8) IS NUMERIC
                       ADD 1                TO WS-CONT-REG-LICENCIAS
                       MOVE WS-ENT-LICENCIAS TO WS-SAL-APA-DETALLE
                       MOVE WS-SAL-APA-SUCURSAL TO WS-SUC-IDX
                       PERFORM 2070-CONTAR-SIN-SUCURSAL
                          THRU 2070-CONTAR-SIN-SUCURSAL-FIN
                       MOVE WS-CIF-LICENCIAS TO WS-CIF-IDX
                       PERFORM 2060-SUMAR-CIFRA
                          THRU 2060-SUMAR-CIFRA-FIN
                    END-IF
               WHEN FS-LICENCIAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER LICENCIAS.TXT'
                    DISPLAY 'FILE STATUS: ' FS-LICENCIAS
           END-EVALUATE.

       2460-LEER-LICENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * VUELCA LAS MARCAS DE CADA ACTIVO EN LOS CONTADORES DE SU
      * SUCURSAL Y DEL TOTAL.
       2500-CONTAR-ACTIVO.

           IF NOT WS-TAB-EMP-ACTIVO(WS-TAB-EMP-IDX)
              GO TO 2500-CONTAR-ACTIVO-FIN
           END-IF.

           MOVE WS-TAB-EMP-SUCURSAL(WS-TAB-EMP-IDX) TO WS-SUC-IDX.

           IF WS-SUC-IDX > 0
              PERFORM 2510-CONTAR-MARCAS
                 THRU 2510-CONTAR-MARCAS-FIN
           END-IF.

           MOVE WS-SUC-TOTAL                TO WS-SUC-IDX.
           PERFORM 2510-CONTAR-MARCAS
              THRU 2510-CONTAR-MARCAS-FIN.

       2500-CONTAR-ACTIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-CONTAR-MARCAS.

           IF WS-TAB-EMP-ENTREGABLE-SI(WS-TAB-EMP-IDX)
              ADD 1            TO WS-TAB-SUC-ACT-ENTREGABLE(WS-SUC-IDX)
           END-IF.

           IF WS-TAB-EMP-MOVIL-SI(WS-TAB-EMP-IDX)
              ADD 1            TO WS-TAB-SUC-ACT-MOVIL(WS-SUC-IDX)
           END-IF.

           IF WS-TAB-EMP-SIN-TEL-SI(WS-TAB-EMP-IDX)
              ADD 1            TO WS-TAB-SUC-ACT-SIN-TEL(WS-SUC-IDX)
           END-IF.

           IF WS-TAB-EMP-CON-ERROR-SI(WS-TAB-EMP-IDX)
              ADD 1            TO WS-TAB-SUC-ACT-CON-ERROR(WS-SUC-IDX)
           END-IF.

       2510-CONTAR-MARCAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PORCENTAJES SOBRE LOS ACTIVOS DE LA SUCURSAL Y PUNTAJE
      * PONDERADO. SIN ACTIVOS LOS PORCENTAJES Y EL PUNTAJE QUEDAN EN
      * CERO EN VEZ DE DIVIDIR POR CERO.
       2600-CALCULAR-SUCURSAL.

           IF WS-TAB-SUC-USADA-NO(WS-SUC-IDX)
              GO TO 2600-CALCULAR-SUCURSAL-FIN
           END-IF.

           MOVE WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-ACTIVOS)
                                             TO WS-CAL-ACTIVOS.

           IF WS-CAL-ACTIVOS = 0
              GO TO 2600-CALCULAR-SUCURSAL-FIN
           END-IF.

           COMPUTE WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-PCT-ENTREGABLE)
               ROUNDED = WS-TAB-SUC-ACT-ENTREGABLE(WS-SUC-IDX) * 100
                       / WS-CAL-ACTIVOS.

           COMPUTE WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-PCT-MOVIL)
               ROUNDED = WS-TAB-SUC-ACT-MOVIL(WS-SUC-IDX) * 100
                       / WS-CAL-ACTIVOS.

           COMPUTE WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-PCT-SIN-TELEFONO)
               ROUNDED = WS-TAB-SUC-ACT-SIN-TEL(WS-SUC-IDX) * 100
                       / WS-CAL-ACTIVOS.

           COMPUTE WS-CAL-PCT-SIN-ERROR ROUNDED =
               (WS-CAL-ACTIVOS - WS-TAB-SUC-ACT-CON-ERROR(WS-SUC-IDX))
               * 100 / WS-CAL-ACTIVOS.

           COMPUTE WS-CAL-PUNTAJE =
               (WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-PCT-ENTREGABLE)
                   * WS-PESO-DIRECCION
              + WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-PCT-MOVIL)
                   * WS-PESO-MOVIL
              + (100 - WS-TAB-SUC-CIFRA(WS-SUC-IDX,
                                        WS-CIF-PCT-SIN-TELEFONO))
                   * WS-PESO-TELEFONO
              + WS-CAL-PCT-SIN-ERROR * WS-PESO-ERRORES) / 100.

           COMPUTE WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-PUNTAJE)
               ROUNDED = WS-CAL-PUNTAJE.

       2600-CALCULAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA PAGINA POR SUCURSAL CON MOVIMIENTO Y AL FINAL LA DEL TOTAL
      * DE LA COMPANIA; EN PARALELO UN RENGLON CSV POR CADA PAGINA.
       2700-EMITIR-TABLERO.

           OPEN OUTPUT SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR TABLERO-CALIDAD.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              SET WS-INICIO-ERROR TO TRUE
              GO TO 2700-EMITIR-TABLERO-FIN
           END-IF.

           OPEN OUTPUT SAL-CSV.

           IF NOT FS-CSV-OK
              DISPLAY 'ERROR AL ABRIR TABLERO-CALIDAD.CSV'
              DISPLAY 'FILE STATUS: ' FS-CSV
              CLOSE SAL-REPORTE
              SET WS-INICIO-ERROR TO TRUE
              GO TO 2700-EMITIR-TABLERO-FIN
           END-IF.

           SET WS-SALIDAS-ABIERTAS          TO TRUE.

           PERFORM 2780-GRABAR-CABECERA-CSV
              THRU 2780-GRABAR-CABECERA-CSV-FIN.

           PERFORM 2710-EMITIR-SUCURSAL
              THRU 2710-EMITIR-SUCURSAL-FIN
             VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > WS-SUC-TOTAL.

       2700-EMITIR-TABLERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-EMITIR-SUCURSAL.

           IF WS-TAB-SUC-USADA-NO(WS-SUC-IDX)
              GO TO 2710-EMITIR-SUCURSAL-FIN
           END-IF.

           IF WS-SUC-IDX < WS-SUC-TOTAL
              ADD 1                         TO WS-CONT-SUCURSALES
           END-IF.

           PERFORM 2720-GRABAR-ENCABEZADO
              THRU 2720-GRABAR-ENCABEZADO-FIN.

           PERFORM 2730-GRABAR-CIFRA
              THRU 2730-GRABAR-CIFRA-FIN
             VARYING WS-CIF-IDX FROM 1 BY 1
               UNTIL WS-CIF-IDX > WS-CIF-CANTIDAD-TOTAL.

           MOVE WS-REG-REP-SEPARADOR        TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           IF WS-SUC-IDX = WS-SUC-TOTAL
              MOVE WS-CONT-SIN-SUCURSAL     TO WS-REP-SSU-CANTIDAD
              MOVE WS-REG-REP-SIN-SUCURSAL  TO WS-SAL-REPORTE
              PERFORM 2900-ESCRIBIR-REPORTE
                 THRU 2900-ESCRIBIR-REPORTE-FIN
           END-IF.

           PERFORM 2790-GRABAR-RENGLON-CSV
              THRU 2790-GRABAR-RENGLON-CSV-FIN.

       2710-EMITIR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2720-GRABAR-ENCABEZADO.

           ADD 1                            TO WS-PAG-NUMERO.

           MOVE WS-FEC-SIS-DD               TO WS-REP-TIT-FEC-DD.
           MOVE WS-FEC-SIS-MM               TO WS-REP-TIT-FEC-MM.
           MOVE WS-FEC-SIS-AAAA             TO WS-REP-TIT-FEC-AAAA.
           MOVE WS-PAG-NUMERO               TO WS-REP-TIT-PAGINA.
           MOVE WS-REG-REP-TITULO           TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE WS-REG-REP-SEPARADOR        TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           IF WS-SUC-IDX = WS-SUC-TOTAL
              MOVE 'TOTAL COMPANIA'         TO WS-REP-SUC-NOMBRE
           ELSE
              MOVE WS-SUC-IDX(2:2)          TO WS-REP-SUC-NOMBRE
           END-IF.
           MOVE WS-REG-REP-SUCURSAL         TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE WS-PERIODO-ACTUAL           TO WS-PERIODO-DESGLOSE.
           MOVE WS-PER-DES-MM               TO WS-REP-PER-MM.
           MOVE WS-PER-DES-AAAA             TO WS-REP-PER-AAAA.
           MOVE WS-REG-REP-PERIODO          TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           IF WS-TAB-SUC-ANT-SI(WS-SUC-IDX)
              MOVE WS-PERIODO-ANTERIOR      TO WS-PERIODO-DESGLOSE
              MOVE SPACES                   TO WS-REP-ANT-TEXTO
              STRING WS-PER-DES-MM          DELIMITED SIZE
                     '/'                    DELIMITED SIZE
                     WS-PER-DES-AAAA        DELIMITED SIZE
                     INTO WS-REP-ANT-TEXTO
              END-STRING
           ELSE
              MOVE 'SIN TABLERO ANTERIOR'   TO WS-REP-ANT-TEXTO
           END-IF.
           MOVE WS-REG-REP-ANTERIOR         TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE WS-PESO-DIRECCION           TO WS-REP-PON-DIRECCION.
           MOVE WS-PESO-MOVIL               TO WS-REP-PON-MOVIL.
           MOVE WS-PESO-TELEFONO            TO WS-REP-PON-TELEFONO.
           MOVE WS-PESO-ERRORES             TO WS-REP-PON-ERRORES.
           MOVE WS-REG-REP-PONDERACION      TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE WS-REG-REP-SEPARADOR        TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE WS-REG-REP-ENCABEZADO       TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

           MOVE WS-REG-REP-SEPARADOR        TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

       2720-GRABAR-ENCABEZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA DE CIFRA: VALOR ACTUAL, ANTERIOR Y VARIACION. LOS
      * MOTIVOS Y LOS TRAMOS DE ANTIGUEDAD VAN PRECEDIDOS DE SU
      * SUBTITULO Y EL PUNTAJE DE UN SEPARADOR.
       2730-GRABAR-CIFRA.

           EVALUATE WS-CIF-IDX
               WHEN WS-CIF-PRIMER-MOTIVO
                    MOVE 'ERRORES ABIERTOS POR MOTIVO:'
                                             TO WS-REP-SUB-TEXTO
                    MOVE WS-REG-REP-SUBTITULO TO WS-SAL-REPORTE
                    PERFORM 2900-ESCRIBIR-REPORTE
                       THRU 2900-ESCRIBIR-REPORTE-FIN
               WHEN WS-CIF-PRIMER-TRAMO
                    MOVE 'ERRORES ABIERTOS POR ANTIGUEDAD:'
                                             TO WS-REP-SUB-TEXTO
                    MOVE WS-REG-REP-SUBTITULO TO WS-SAL-REPORTE
                    PERFORM 2900-ESCRIBIR-REPORTE
                       THRU 2900-ESCRIBIR-REPORTE-FIN
               WHEN WS-CIF-PUNTAJE
                    MOVE WS-REG-REP-SEPARADOR TO WS-SAL-REPORTE
                    PERFORM 2900-ESCRIBIR-REPORTE
                       THRU 2900-ESCRIBIR-REPORTE-FIN
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           PERFORM 2740-EDITAR-CIFRA
              THRU 2740-EDITAR-CIFRA-FIN.

           MOVE WS-CIF-LEYENDA(WS-CIF-IDX)  TO WS-REP-CIF-LEYENDA.
           MOVE WS-EDI-ACTUAL               TO WS-REP-CIF-ACTUAL.
           MOVE WS-EDI-ANTERIOR             TO WS-REP-CIF-ANTERIOR.
           MOVE WS-EDI-VARIACION            TO WS-REP-CIF-VARIACION.
           MOVE WS-REG-REP-CIFRA            TO WS-SAL-REPORTE.
           PERFORM 2900-ESCRIBIR-REPORTE
              THRU 2900-ESCRIBIR-REPORTE-FIN.

       2730-GRABAR-CIFRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EDITA LA CIFRA WS-CIF-IDX DE LA SUCURSAL WS-SUC-IDX SEGUN SU
      * TIPO. SIN TABLERO ANTERIOR EL VALOR ANTERIOR Y LA VARIACION
      * QUEDAN EN BLANCO.
       2740-EDITAR-CIFRA.

           MOVE SPACES                      TO WS-EDI-ANTERIOR
                                               WS-EDI-VARIACION.

           COMPUTE WS-VARIACION =
               WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-IDX)
             - WS-TAB-SUC-ANTERIOR(WS-SUC-IDX, WS-CIF-IDX).

           IF WS-CIF-CANTIDAD(WS-CIF-IDX)
              MOVE WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-IDX)
                                             TO WS-EDI-CANTIDAD
              MOVE WS-EDI-CANTIDAD          TO WS-EDI-ACTUAL
              IF WS-TAB-SUC-ANT-SI(WS-SUC-IDX)
                 MOVE WS-TAB-SUC-ANTERIOR(WS-SUC-IDX, WS-CIF-IDX)
                                             TO WS-EDI-CANTIDAD
                 MOVE WS-EDI-CANTIDAD       TO WS-EDI-ANTERIOR
                 MOVE WS-VARIACION          TO WS-EDI-VAR-CANTIDAD
                 MOVE WS-EDI-VAR-CANTIDAD   TO WS-EDI-VARIACION
              END-IF
           ELSE
              MOVE WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-IDX)
                                             TO WS-EDI-PORCENTAJE
              MOVE WS-EDI-PORCENTAJE        TO WS-EDI-ACTUAL
              IF WS-TAB-SUC-ANT-SI(WS-SUC-IDX)
                 MOVE WS-TAB-SUC-ANTERIOR(WS-SUC-IDX, WS-CIF-IDX)
                                             TO WS-EDI-PORCENTAJE
                 MOVE WS-EDI-PORCENTAJE     TO WS-EDI-ANTERIOR
                 MOVE WS-VARIACION          TO WS-EDI-VAR-PORCENTAJE
                 MOVE WS-EDI-VAR-PORCENTAJE TO WS-EDI-VARIACION
              END-IF
           END-IF.

       2740-EDITAR-CIFRA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CABECERA DEL CSV: PERIODO, SUCURSAL Y, POR CADA CIFRA, SU
      * VALOR ACTUAL Y SU VARIACION CONTRA EL PERIODO ANTERIOR.
       2780-GRABAR-CABECERA-CSV.

           MOVE SPACES                      TO WS-SAL-CSV.
           MOVE 1                           TO WS-CSV-PUNTERO.

           STRING 'PERIODO,SUCURSAL'        DELIMITED SIZE
                  INTO WS-SAL-CSV
                  WITH POINTER WS-CSV-PUNTERO
           END-STRING.

           PERFORM 2785-AGREGAR-COLUMNA-CSV
              THRU 2785-AGREGAR-COLUMNA-CSV-FIN
             VARYING WS-CIF-IDX FROM 1 BY 1
               UNTIL WS-CIF-IDX > WS-CIF-CANTIDAD-TOTAL.

           PERFORM 2950-ESCRIBIR-CSV
              THRU 2950-ESCRIBIR-CSV-FIN.

       2780-GRABAR-CABECERA-CSV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2785-AGREGAR-COLUMNA-CSV.

           STRING ','                       DELIMITED SIZE
                  FUNCTION TRIM(WS-CIF-COLUMNA-CSV(WS-CIF-IDX))
                                            DELIMITED SIZE
                  ',VAR_'                   DELIMITED SIZE
                  FUNCTION TRIM(WS-CIF-COLUMNA-CSV(WS-CIF-IDX))
                                            DELIMITED SIZE
                  INTO WS-SAL-CSV
                  WITH POINTER WS-CSV-PUNTERO
           END-STRING.

       2785-AGREGAR-COLUMNA-CSV-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RENGLON CSV DE LA SUCURSAL WS-SUC-IDX. LOS PORCENTAJES LLEVAN
      * COMA DECIMAL Y VAN ENTRE COMILLAS; SIN TABLERO ANTERIOR LAS
      * VARIACIONES QUEDAN VACIAS.
       2790-GRABAR-RENGLON-CSV.

           MOVE SPACES                      TO WS-SAL-CSV.
           MOVE 1                           TO WS-CSV-PUNTERO.

           IF WS-SUC-IDX = WS-SUC-TOTAL
              STRING WS-PERIODO-ACTUAL      DELIMITED SIZE
                     ',TOTAL'               DELIMITED SIZE
                     INTO WS-SAL-CSV
                     WITH POINTER WS-CSV-PUNTERO
              END-STRING
           ELSE
              STRING WS-PERIODO-ACTUAL      DELIMITED SIZE
                     ','                    DELIMITED SIZE
                     WS-SUC-IDX(2:2)        DELIMITED SIZE
                     INTO WS-SAL-CSV
                     WITH POINTER WS-CSV-PUNTERO
              END-STRING
           END-IF.

           PERFORM 2795-AGREGAR-CIFRA-CSV
              THRU 2795-AGREGAR-CIFRA-CSV-FIN
             VARYING WS-CIF-IDX FROM 1 BY 1
               UNTIL WS-CIF-IDX > WS-CIF-CANTIDAD-TOTAL.

           PERFORM 2950-ESCRIBIR-CSV
              THRU 2950-ESCRIBIR-CSV-FIN.

       2790-GRABAR-RENGLON-CSV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2795-AGREGAR-CIFRA-CSV.

           PERFORM 2740-EDITAR-CIFRA
              THRU 2740-EDITAR-CIFRA-FIN.

           IF WS-CIF-CANTIDAD(WS-CIF-IDX)
              STRING ','                    DELIMITED SIZE
                     FUNCTION TRIM(WS-EDI-ACTUAL)
                                            DELIMITED SIZE
                     ','                    DELIMITED SIZE
                     INTO WS-SAL-CSV
                     WITH POINTER WS-CSV-PUNTERO
              END-STRING
           ELSE
              STRING ',"'                   DELIMITED SIZE
                     FUNCTION TRIM(WS-EDI-ACTUAL)
                                            DELIMITED SIZE
                     '",'                   DELIMITED SIZE
                     INTO WS-SAL-CSV
                     WITH POINTER WS-CSV-PUNTERO
              END-STRING
           END-IF.

           IF WS-TAB-SUC-ANT-NO(WS-SUC-IDX)
              GO TO 2795-AGREGAR-CIFRA-CSV-FIN
           END-IF.

           IF WS-CIF-CANTIDAD(WS-CIF-IDX)
              STRING FUNCTION TRIM(WS-EDI-VARIACION)
                                            DELIMITED SIZE
                     INTO WS-SAL-CSV
                     WITH POINTER WS-CSV-PUNTERO
              END-STRING
           ELSE
              STRING '"'                    DELIMITED SIZE
                     FUNCTION TRIM(WS-EDI-VARIACION)
                                            DELIMITED SIZE
                     '"'                    DELIMITED SIZE
                     INTO WS-SAL-CSV
                     WITH POINTER WS-CSV-PUNTERO
              END-STRING
           END-IF.

       2795-AGREGAR-CIFRA-CSV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-ESCRIBIR-REPORTE.

           WRITE WS-SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ESCRIBIR TABLERO-CALIDAD.TXT: '
                      FS-REPORTE
           END-IF.

       2900-ESCRIBIR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2950-ESCRIBIR-CSV.

           WRITE WS-SAL-CSV.

           IF NOT FS-CSV-OK
              DISPLAY 'ERROR AL ESCRIBIR TABLERO-CALIDAD.CSV: '
                      FS-CSV
           END-IF.

       2950-ESCRIBIR-CSV-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-SALIDAS-ABIERTAS
              CLOSE SAL-REPORTE
                    SAL-CSV

              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR TABLERO-CALIDAD.TXT: '
                         FS-REPORTE
              END-IF

              IF NOT FS-CSV-OK
                 DISPLAY 'ERROR AL CERRAR TABLERO-CALIDAD.CSV: '
                         FS-CSV
              END-IF
           END-IF.

      * LA HISTORIA SOLO SE REGRABA CON UN TABLERO COMPLETO: UNA
      * CORRIDA ABORTADA DEJA INTACTO EL PERIODO ANTERIOR.
           IF WS-SALIDAS-ABIERTAS
              AND WS-INICIO-OK
              PERFORM 3100-REGRABAR-HISTORIA
                 THRU 3100-REGRABAR-HISTORIA-FIN
           END-IF.

           IF WS-INICIO-ERROR
              DISPLAY 'PROCESO ABORTADO POR ERROR DE APERTURA'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           IF WS-CAPACIDAD-EXCEDIDA
              DISPLAY 'PROCESO ABORTADO POR CAPACIDAD DE TABLA'
              MOVE 16                       TO RETURN-CODE
           END-IF.

           DISPLAY 'CANTIDAD DE EMPLEADOS LEIDOS      : '
                   WS-CONT-REG-EMPLEADOS.
           DISPLAY 'CANTIDAD DE RENGLONES DEL MAESTRO : '
                   WS-CONT-REG-MAESTRO.
           DISPLAY '   SIN EMPLEADO ACTIVO            : '
                   WS-CONT-MAE-SIN-ACTIVO.
           DISPLAY 'CANTIDAD DE NO ENTREGABLES        : '
                   WS-CONT-REG-NOE.
           DISPLAY '   SIN CORREGIR                   : '
                   WS-CONT-NOE-SIN-CORREGIR.
           DISPLAY 'CANTIDAD DE ERRORES ABIERTOS      : '
                   WS-CONT-REG-SEGUIMIENTO.
           DISPLAY 'CANTIDAD DE INACTIVOS             : '
                   WS-CONT-REG-INACTIVOS.
           DISPLAY 'CANTIDAD DE LICENCIAS             : '
                   WS-CONT-REG-LICENCIAS.
           DISPLAY 'REGISTROS SIN SUCURSAL            : '
                   WS-CONT-SIN-SUCURSAL.
           DISPLAY 'CANTIDAD DE SUCURSALES            : '
                   WS-CONT-SUCURSALES.
           DISPLAY 'RENGLONES DE HISTORIA LEIDOS      : '
                   WS-CONT-HIS-LEIDOS.
           DISPLAY 'RENGLONES DE HISTORIA GRABADOS    : '
                   WS-CONT-HIS-GRABADOS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REGRABA LA HISTORIA CON EL PERIODO ANTERIOR TOMADO (SI LO HAY)
      * Y EL PERIODO EN CURSO.
       3100-REGRABAR-HISTORIA.

           OPEN OUTPUT SAL-HISTORIA.

           IF NOT FS-HIS-NUEVO-OK
              DISPLAY 'ERROR AL ABRIR TABLERO-CALIDAD-HISTORIA.TXT '
                      'PARA REGRABAR'
              DISPLAY 'FILE STATUS: ' FS-HIS-NUEVO
              SET WS-INICIO-ERROR TO TRUE
              GO TO 3100-REGRABAR-HISTORIA-FIN
           END-IF.

           PERFORM 3110-GRABAR-ANTERIOR
              THRU 3110-GRABAR-ANTERIOR-FIN
             VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > WS-SUC-TOTAL.

           PERFORM 3120-GRABAR-ACTUAL
              THRU 3120-GRABAR-ACTUAL-FIN
             VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > WS-SUC-TOTAL.

           CLOSE SAL-HISTORIA.

           IF NOT FS-HIS-NUEVO-OK
              DISPLAY 'ERROR AL CERRAR TABLERO-CALIDAD-HISTORIA.TXT: '
                      FS-HIS-NUEVO
           END-IF.

       3100-REGRABAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-GRABAR-ANTERIOR.

           IF WS-TAB-SUC-ANT-NO(WS-SUC-IDX)
              GO TO 3110-GRABAR-ANTERIOR-FIN
           END-IF.

           PERFORM 3130-ARMAR-CLAVE
              THRU 3130-ARMAR-CLAVE-FIN.

           MOVE WS-PERIODO-ANTERIOR         TO WS-HIS-PERIODO.

           PERFORM 3140-PASAR-ANTERIOR
              THRU 3140-PASAR-ANTERIOR-FIN
             VARYING WS-CIF-IDX FROM 1 BY 1
               UNTIL WS-CIF-IDX > WS-CIF-CANTIDAD-TOTAL.

           PERFORM 3190-ESCRIBIR-HISTORIA
              THRU 3190-ESCRIBIR-HISTORIA-FIN.

       3110-GRABAR-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3120-GRABAR-ACTUAL.

           IF WS-TAB-SUC-USADA-NO(WS-SUC-IDX)
              GO TO 3120-GRABAR-ACTUAL-FIN
           END-IF.

           PERFORM 3130-ARMAR-CLAVE
              THRU 3130-ARMAR-CLAVE-FIN.

           MOVE WS-PERIODO-ACTUAL           TO WS-HIS-PERIODO.

           PERFORM 3150-PASAR-ACTUAL
              THRU 3150-PASAR-ACTUAL-FIN
             VARYING WS-CIF-IDX FROM 1 BY 1
               UNTIL WS-CIF-IDX > WS-CIF-CANTIDAD-TOTAL.

           PERFORM 3190-ESCRIBIR-HISTORIA
              THRU 3190-ESCRIBIR-HISTORIA-FIN.

       3120-GRABAR-ACTUAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3130-ARMAR-CLAVE.

           MOVE SPACES                      TO WS-REG-HISTORIA.

           IF WS-SUC-IDX = WS-SUC-TOTAL
              SET WS-HIS-TIPO-TOTAL         TO TRUE
              MOVE 0                        TO WS-HIS-SUCURSAL
           ELSE
              SET WS-HIS-TIPO-SUCURSAL      TO TRUE
              MOVE WS-SUC-IDX               TO WS-HIS-SUCURSAL
           END-IF.

       3130-ARMAR-CLAVE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3140-PASAR-ANTERIOR.

           MOVE WS-TAB-SUC-ANTERIOR(WS-SUC-IDX, WS-CIF-IDX)
                                     TO WS-HIS-CIFRA(WS-CIF-IDX).

       3140-PASAR-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3150-PASAR-ACTUAL.

           MOVE WS-TAB-SUC-CIFRA(WS-SUC-IDX, WS-CIF-IDX)
                                     TO WS-HIS-CIFRA(WS-CIF-IDX).

       3150-PASAR-ACTUAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3190-ESCRIBIR-HISTORIA.

           MOVE WS-REG-HISTORIA             TO WS-SAL-HISTORIA.
           WRITE WS-SAL-HISTORIA.

           IF FS-HIS-NUEVO-OK
              ADD 1                         TO WS-CONT-HIS-GRABADOS
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR TABLERO-CALIDAD-HISTORIA.TXT: '
                      FS-HIS-NUEVO
           END-IF.

       3190-ESCRIBIR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL14EJ26.
