       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     DEVENGA-PROVISIONES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. CIERRE MENSUAL DE LAS
      *                    PROVISIONES DE AGUINALDO Y VACACIONES, PARA
      *                    QUE EL GASTO NO SALTE EN JUNIO Y DICIEMBRE
      *                    Y EL BALANCE MUESTRE EL PASIVO. PARA EL MES
      *                    DE LA TARJETA PERIODO= (PARAMETROS-CORRIDA;
      *                    EL MES EN CURSO POR OMISION) DEVENGA POR
      *                    LEGAJO ACTIVO UN DOCEAVO DE LA BASE DEL
      *                    AGUINALDO (SALARIO MAS ADICIONAL POR
      *                    ANTIGUEDAD), UN DOCEAVO DEL VALOR DE LOS
      *                    DIAS DE VACACIONES QUE GANA EN EL ANIO
      *                    (ESCALA DE DEVENGA-VACACIONES, SALARIO
      *                    SOBRE 30 POR DIA) Y LAS CONTRIBUCIONES
      *                    PATRONALES SOBRE AMBOS (SUMA DE LAS TASAS
      *                    DE UT-S-TASACONT). EL PAGO REAL DEL MES
      *                    REVIERTE EL PASIVO HASTA SU SALDO: EL
      *                    AGUINALDO LIQUIDADO (AAAA13 / AAAA14 DE
      *                    NOMINA-DETALLE), LOS DIAS DE VACACIONES
      *                    TOMADOS (AUSENCIAS VAC DEL MES) Y EL
      *                    FINIQUITO (LIQUIDACIONES-FINALES CON SU
      *                    AAAA15 LIQUIDADO EN EL MES), QUE ADEMAS
      *                    LIBERA TODO EL SALDO DEL LEGAJO. LOS SALDOS
      *                    QUEDAN EN PROVISIONES-NOMINA (CPPRVNOM).
      *                    ASIENTO EN GL-INTERFAZ POR DEPARTAMENTO CON
      *                    MAPA-CUENTAS-DEPTO (DEBE GASTO / HABER
      *                    PROVSAC, PROVVAC Y PROVCONT, Y EL INVERSO
      *                    POR LO REVERTIDO) E INFORME DE CONCILIACION
      *                    DEVENGADO CONTRA PAGADO. RESPETA
      *                    CONTROL-CORRIDAS POR MES.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVISIONES-NOMINA ASSIGN TO UT-ARCHPRV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRV-LLAVE
                  FILE STATUS IS WS-CODIGO-PRV.

           SELECT VACACIONES ASSIGN TO UT-ARCHVAC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VAC-LLAVE
                  FILE STATUS IS WS-CODIGO-VAC.

           SELECT AUSENCIAS ASSIGN TO UT-ARCHAUS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AUS-LLAVE
                  FILE STATUS IS WS-CODIGO-AUS.

           SELECT LIQUIDACIONES-FINALES ASSIGN TO UT-S-LIQFINAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-LIQ.

           SELECT TASAS-CONTRIBUCIONES ASSIGN TO UT-S-TASACONT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TCON.

           SELECT MAPA-CUENTAS-DEPTO ASSIGN TO UT-S-MAPGLDEP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-MAPGL.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PROVISIONES-NOMINA
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS REG-PROVISION-NOMINA.
           COPY CPPRVNOM.

       FD  VACACIONES
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS REG-VACACIONES.
           COPY CPVACS01.

       FD  AUSENCIAS
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-AUSENCIA.
           COPY CPAUS01.

       FD  LIQUIDACIONES-FINALES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-LIQUIDACION-FINAL.
       01  REG-LIQUIDACION-FINAL.
           05 LIQ-LEGAJO                PIC 9(05).
           05 LIQ-FECHA-BAJA            PIC 9(08).
           05 LIQ-FECHA-BAJA-R REDEFINES LIQ-FECHA-BAJA.
              10 LIQ-BAJA-ANIO          PIC 9(04).
              10 FILLER                 PIC 9(04).
           05 LIQ-HABERES               PIC 9(07)V99.
           05 LIQ-VACACIONES            PIC 9(07)V99.
           05 LIQ-AGUINALDO             PIC 9(07)V99.
           05 LIQ-DEDUCCION-TRAMO       PIC 9(07)V99.
           05 LIQ-PRESTAMOS             PIC 9(07)V99.
           05 LIQ-NETO                  PIC S9(07)V99.
           05 FILLER                    PIC X(04).

       FD  TASAS-CONTRIBUCIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TASA-CONTRIBUCION.
       01  REG-TASA-CONTRIBUCION.
           05 TCON-TIPO                 PIC X(03).
           05 TCON-PORCENTAJE           PIC 9(02)V99.
           05 TCON-TOPE-BASE            PIC 9(07)V99.
           05 FILLER                    PIC X(64).

       FD  MAPA-CUENTAS-DEPTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-MAPA-CUENTA.
       01  REG-MAPA-CUENTA.
           05 MAPGL-DEPTO               PIC 9(03).
           05 MAPGL-CUENTA-GASTO        PIC X(08).
           05 MAPGL-CUENTA-CONTR        PIC X(08).
           05 MAPGL-CUENTA-VIATICOS     PIC X(08).
           05 FILLER                    PIC X(53).

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(12) VALUE SPACES.
           05 FILLER                    PIC X(42)
              VALUE 'PROVISION DE AGUINALDO Y VACACIONES - MES '.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(10) VALUE 'LEGAJO DEP'.
           05 FILLER                    PIC X(11) VALUE '    DEV SAC'.
           05 FILLER                    PIC X(11) VALUE '    DEV VAC'.
           05 FILLER                    PIC X(11) VALUE '  DEV CONTR'.
           05 FILLER                    PIC X(11) VALUE '     PAGADO'.
           05 FILLER                    PIC X(11) VALUE '  REVERSADO'.
           05 FILLER                    PIC X(12) VALUE '       SALDO'.

       01  WS-DETALLE.
           05 DET-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DEPTO                 PIC 9(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DEV-AGUINALDO         PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DEV-VACACIONES        PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DEV-CONTRIB           PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PAGADO                PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-REVERSADO             PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-SALDO                 PIC ZZZZ,ZZ9.99.
           05 DET-MARCA                 PIC X(03).

       01  WS-TITULO-CONCILIACION.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(48)
              VALUE 'CONCILIACION DE PROVISIONES POR DEPARTAMENTO'.
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  WS-TITULO-COL-CONCILIACION.
           05 FILLER                    PIC X(03) VALUE 'DEP'.
           05 FILLER                    PIC X(12) VALUE '   DEVENGADO'.
           05 FILLER                    PIC X(12) VALUE '      PAGADO'.
           05 FILLER                    PIC X(12) VALUE '   REVERSADO'.
           05 FILLER                    PIC X(12) VALUE ' DEVENG ANIO'.
           05 FILLER                    PIC X(12) VALUE ' PAGADO ANIO'.
           05 FILLER                    PIC X(12) VALUE '  SALDO PROV'.

       01  WS-DETALLE-DEPTO.
           05 DEP-DEPTO                 PIC 9(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DEP-DEVENGADO             PIC ZZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DEP-PAGADO                PIC ZZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DEP-REVERSADO             PIC ZZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DEP-DEVENGADO-ANIO        PIC ZZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DEP-PAGADO-ANIO           PIC ZZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DEP-SALDO                 PIC ZZZZ,ZZ9.99.

       01  WS-LINEA-IMPORTE.
           05 LIM-TEXTO                 PIC X(42).
           05 LIM-IMPORTE               PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(23) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(22)
              VALUE 'LEGAJOS DEVENGADOS:'.
           05 RES-DEVENGADOS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(13)
              VALUE 'FINIQUITOS:'.
           05 RES-FINIQUITOS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(28) VALUE SPACES.

       01  WS-CODIGO-PRV                PIC X(02).
       01  WS-CODIGO-VAC                PIC X(02).
       01  WS-CODIGO-AUS                PIC X(02).
       01  WS-CODIGO-LIQ                PIC X(02).
       01  WS-CODIGO-TCON               PIC X(02).
       01  WS-CODIGO-MAPGL              PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-AUS                   PIC X(01) VALUE 'N'.
           88 FIN-DE-AUSENCIAS                     VALUE 'S'.
       01  SW-FIN-LIQ                   PIC X(01) VALUE 'N'.
           88 FIN-DE-LIQUIDACIONES                 VALUE 'S'.
       01  SW-FIN-TCON                  PIC X(01) VALUE 'N'.
           88 FIN-DE-TCON                          VALUE 'S'.
       01  SW-FIN-MAPGL                 PIC X(01) VALUE 'N'.
           88 FIN-DE-MAPGL                         VALUE 'S'.
       01  SW-VACACIONES-ABIERTO        PIC X(01) VALUE 'N'.
           88 VACACIONES-ABIERTO                   VALUE 'S'.
       01  SW-PROVISION-NUEVA           PIC X(01).
           88 PROVISION-NUEVA                      VALUE 'S'.
       01  SW-FINIQUITADO               PIC X(01).
           88 LEGAJO-FINIQUITADO                   VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-FECHA-INICIO              PIC 9(08).
       01  WS-FECHA-INICIO-PARTES REDEFINES WS-FECHA-INICIO.
           05 WS-PERIODO-PROCESO        PIC 9(06).
           05 WS-PERIODO-PARTES REDEFINES WS-PERIODO-PROCESO.
              10 WS-ANIO-PROCESO        PIC 9(04).
              10 WS-MES-PROCESO         PIC 9(02).
           05 WS-DIA-INICIO             PIC 9(02).
       01  WS-FECHA-CIERRE              PIC 9(08).
       01  WS-ULTIMO-DIA                PIC 9(02).

       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
           05 WS-PARM-DEPTO-HASTA       PIC 9(03).
           05 WS-PARM-LEGAJO-DESDE      PIC 9(05).
           05 WS-PARM-LEGAJO-HASTA      PIC 9(05).
           05 WS-PARM-PERIODO           PIC 9(06).
       01  WS-CODIGO-PARMC              PIC X(02).

       01  WS-FUNCION-CTRL              PIC X(02).
       01  WS-PERIODO-CTRL              PIC 9(06).
       01  WS-CODIGO-CTRL               PIC X(02).

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE 99999.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-FUNCION-DET               PIC X(02).
       01  WS-LLAVE-DET.
           05 WS-LLAVE-DET-LEGAJO       PIC 9(05).
           05 WS-LLAVE-DET-PERIODO      PIC 9(06).
       01  WS-LLAVE-HASTA-DET           PIC 9(11) VALUE ZEROS.
       01  WS-USUARIO-PRV               PIC X(08) VALUE 'PROVISIO'.
           COPY CPNOMDWS.
       01  WS-CODIGO-DET                PIC X(02).

       01  WS-FUNCION-ANT               PIC X(02) VALUE 'CA'.
       01  WS-AREA-ANTIGUEDAD.
           05 WS-ANT-LEGAJO             PIC 9(05).
           05 WS-ANT-FECHA-ALTA         PIC 9(08).
           05 WS-ANT-FECHA-HASTA        PIC 9(08).
           05 WS-ANT-SALARIO-BASE       PIC 9(07)V99.
           05 WS-ANT-ANIOS              PIC 9(02).
           05 WS-ANT-PORCENTAJE         PIC 9(03)V99.
           05 WS-ANT-IMPORTE            PIC 9(07)V99.
       01  WS-CODIGO-ANT                PIC X(02).

      * SUMA DE LAS TASAS PATRONALES DE LAS TARJETAS; SIN ARCHIVO
      * NO SE PROVISIONAN CONTRIBUCIONES.
       01  WS-PORCENTAJE-CONTR          PIC 9(03)V99 VALUE ZEROS.

      * MAPA DEPARTAMENTO -> CUENTAS DE GASTO Y DE APORTES; SIN
      * CUENTA EL GASTO VA A GTOSUELD / GTOCONTR, COMO LA NOMINA.
       01  WS-TABLA-MAPA-CUENTAS.
           05 WS-MAPA-ENTRADA OCCURS 999 TIMES.
              10 WS-MAP-CUENTA-GASTO    PIC X(08).
              10 WS-MAP-CUENTA-CONTR    PIC X(08).

      * DIAS DE VACACIONES TOMADOS EN EL MES POR LEGAJO (EVENTOS VAC
      * DE AUSENCIAS RECORTADOS AL MES).
       01  WS-MAXIMO-TOMADAS            PIC 9(03) VALUE 500.
       01  WS-CANTIDAD-TOMADAS          PIC 9(03) VALUE ZEROS.
       01  WS-TABLA-TOMADAS.
           05 WS-TOM-ENTRADA OCCURS 500 TIMES.
              10 WS-TOM-LEGAJO          PIC 9(05).
              10 WS-TOM-DIAS            PIC 9(03).
       01  WS-IDX-TOM                   PIC 9(03).
       01  WS-TOM-HALLADO               PIC 9(03).
       01  WS-DESDE-RECORTADO           PIC 9(08).
       01  WS-HASTA-RECORTADO           PIC 9(08).
       01  WS-DIAS-EN-MES               PIC S9(07).

      * LEGAJOS FINIQUITADOS EN EL MES: NO SE LES DEVENGA EL MES.
       01  WS-MAXIMO-FINIQUITOS         PIC 9(03) VALUE 200.
       01  WS-CANTIDAD-FINIQUITOS       PIC 9(03) VALUE ZEROS.
       01  WS-TABLA-FINIQUITOS.
           05 WS-FIN-LEGAJO OCCURS 200 TIMES
                                        PIC 9(05).
       01  WS-IDX-FIN                   PIC 9(03).

      * IMPORTES DEL LEGAJO EN PROCESO.
       01  WS-BASE-AGUINALDO            PIC S9(07)V99 COMP-3.
       01  WS-VALOR-DIA                 PIC S9(07)V99 COMP-3.
       01  WS-DIAS-VACACIONES-ANIO      PIC 9(03).
       01  WS-DIAS-TOMADOS              PIC 9(03).
       01  WS-DEV-AGUINALDO             PIC S9(09)V99 COMP-3.
       01  WS-DEV-VACACIONES            PIC S9(09)V99 COMP-3.
       01  WS-DEV-CONTRIB               PIC S9(09)V99 COMP-3.
       01  WS-PAG-AGUINALDO             PIC S9(09)V99 COMP-3.
       01  WS-PAG-VACACIONES            PIC S9(09)V99 COMP-3.
       01  WS-PAG-CONTRIB               PIC S9(09)V99 COMP-3.
       01  WS-REV-AGUINALDO             PIC S9(09)V99 COMP-3.
       01  WS-REV-VACACIONES            PIC S9(09)V99 COMP-3.
       01  WS-REV-CONTRIB               PIC S9(09)V99 COMP-3.
       01  WS-PAGADO-LEGAJO             PIC S9(09)V99 COMP-3.
       01  WS-REVERSADO-LEGAJO          PIC S9(09)V99 COMP-3.
       01  WS-SALDO-LEGAJO              PIC S9(09)V99 COMP-3.
       01  WS-PERIODO-SAC               PIC 9(06).
       01  WS-DEPTO-GL                  PIC 9(03).

      * ACUMULADOS POR DEPARTAMENTO PARA EL ASIENTO Y LA CONCILIACION.
       01  WS-TABLA-DEPTOS.
           05 WS-DEP-ENTRADA OCCURS 999 TIMES.
              10 WS-DEP-DEV-GASTO       PIC S9(11)V99 COMP-3.
              10 WS-DEP-DEV-CONTR       PIC S9(11)V99 COMP-3.
              10 WS-DEP-REV-GASTO       PIC S9(11)V99 COMP-3.
              10 WS-DEP-REV-CONTR       PIC S9(11)V99 COMP-3.
              10 WS-DEP-PAGADO          PIC S9(11)V99 COMP-3.
              10 WS-DEP-DEV-ANIO        PIC S9(11)V99 COMP-3.
              10 WS-DEP-PAG-ANIO        PIC S9(11)V99 COMP-3.
              10 WS-DEP-SALDO           PIC S9(11)V99 COMP-3.
       01  WS-IDX-DEP                   PIC 9(03).

       01  WS-TOT-DEV-AGUINALDO         PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOT-DEV-VACACIONES        PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOT-DEV-CONTRIB           PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOT-REV-AGUINALDO         PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOT-REV-VACACIONES        PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOT-REV-CONTRIB           PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOT-PAGADO                PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOT-SALDO-VACACIONES      PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOT-DIAS-PENDIENTES       PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.

      * --- LINEA DE ASIENTO A GRABAR ---
       01  WS-GL-CUENTA                 PIC X(08).
       01  WS-GL-TIPO                   PIC X(01).
       01  WS-GL-IMPORTE                PIC S9(11)V99 COMP-3.

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-DEVENGADOS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-FINIQUITOS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'DEVENGA-PROVISIONES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-DEVENGADOS           PIC 9(07).
       01  WS-STAT-FINIQUITOS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           CALL 'PARAMETROS-CORRIDA'
                USING WS-PARAMETROS-SELECCION WS-CODIGO-PARMC
           IF WS-PARM-PERIODO GREATER THAN ZEROS
              MOVE WS-PARM-PERIODO TO WS-PERIODO-PROCESO
           ELSE
              MOVE WS-ANIO-MES-HOY-AM TO WS-PERIODO-PROCESO
           END-IF
           MOVE 01 TO WS-DIA-INICIO
           CALL 'FIN-DE-MES' USING WS-FECHA-INICIO WS-ULTIMO-DIA
                                   WS-FECHA-CIERRE

           MOVE 'VE' TO WS-FUNCION-CTRL
           MOVE WS-PERIODO-PROCESO TO WS-PERIODO-CTRL
           CALL 'CONTROL-CORRIDAS'
                USING WS-FUNCION-CTRL WS-NOMBRE-PROGRAMA
                      WS-PERIODO-CTRL WS-CODIGO-CTRL
           IF WS-CODIGO-CTRL EQUAL 'YA'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           INITIALIZE WS-TABLA-DEPTOS
           PERFORM 0100-CARGA-TASAS-CONTRIBUCION
           PERFORM 0200-CARGA-MAPA-CUENTAS
           PERFORM 0300-CARGA-VACACIONES-TOMADAS
           PERFORM 1000-ABRE-ARCHIVOS

           PERFORM 2000-PROCESA-FINIQUITOS

           MOVE 'RI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           PERFORM 3000-PROCESA-LEGAJO
                   UNTIL WS-CODIGO-EMP NOT EQUAL ZEROS

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LAS CONTRIBUCIONES SE PROVISIONAN CON LA SUMA DE LAS TASAS
      * PATRONALES DE LA NOMINA, SIN TOPES DE BASE.
      * -----------------------------------------------------------
       0100-CARGA-TASAS-CONTRIBUCION.
           OPEN INPUT TASAS-CONTRIBUCIONES
           IF WS-CODIGO-TCON NOT EQUAL ZEROS
              DISPLAY 'SIN TABLA DE TASAS PATRONALES: NO SE '
                      'PROVISIONAN CONTRIBUCIONES'
              GO TO 0100-FIN
           END-IF

           PERFORM 0110-SUMA-UNA-TASA UNTIL FIN-DE-TCON
           CLOSE TASAS-CONTRIBUCIONES.
       0100-FIN.  EXIT.

       0110-SUMA-UNA-TASA.
           READ TASAS-CONTRIBUCIONES
              AT END MOVE 'S' TO SW-FIN-TCON
           END-READ
           IF NOT FIN-DE-TCON
              IF TCON-PORCENTAJE IS NUMERIC
                 ADD TCON-PORCENTAJE TO WS-PORCENTAJE-CONTR
              END-IF
           END-IF.
       0110-FIN.  EXIT.

       0200-CARGA-MAPA-CUENTAS.
           MOVE SPACES TO WS-TABLA-MAPA-CUENTAS
           OPEN INPUT MAPA-CUENTAS-DEPTO
           IF WS-CODIGO-MAPGL NOT EQUAL ZEROS
              GO TO 0200-FIN
           END-IF

           PERFORM 0210-CARGA-UNA-CUENTA UNTIL FIN-DE-MAPGL
           CLOSE MAPA-CUENTAS-DEPTO.
       0200-FIN.  EXIT.

       0210-CARGA-UNA-CUENTA.
           READ MAPA-CUENTAS-DEPTO
              AT END MOVE 'S' TO SW-FIN-MAPGL
           END-READ
           IF FIN-DE-MAPGL
              GO TO 0210-FIN
           END-IF

           IF MAPGL-DEPTO GREATER THAN ZEROS
              MOVE MAPGL-CUENTA-GASTO
                TO WS-MAP-CUENTA-GASTO (MAPGL-DEPTO)
              MOVE MAPGL-CUENTA-CONTR
                TO WS-MAP-CUENTA-CONTR (MAPGL-DEPTO)
           END-IF.
       0210-FIN.  EXIT.

      * -----------------------------------------------------------
      * LOS DIAS DE VACACIONES GOZADOS EN EL MES SE PAGAN CON EL
      * SUELDO: CADA EVENTO VAC SE RECORTA AL MES COMO EN
      * RESUMEN-AUSENCIAS-PERIODO.
      * -----------------------------------------------------------
       0300-CARGA-VACACIONES-TOMADAS.
           OPEN INPUT AUSENCIAS
           IF WS-CODIGO-AUS NOT EQUAL ZEROS
              GO TO 0300-FIN
           END-IF

           PERFORM 0310-SUMA-UNA-AUSENCIA UNTIL FIN-DE-AUSENCIAS
           CLOSE AUSENCIAS.
       0300-FIN.  EXIT.

       0310-SUMA-UNA-AUSENCIA.
           READ AUSENCIAS NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-AUS
           END-READ
           IF FIN-DE-AUSENCIAS
              GO TO 0310-FIN
           END-IF
           IF NOT AUS-ES-VACACIONES
              OR AUS-FECHA-DESDE GREATER THAN WS-FECHA-CIERRE
              OR AUS-FECHA-HASTA LESS THAN WS-FECHA-INICIO
              GO TO 0310-FIN
           END-IF

           IF AUS-FECHA-DESDE LESS THAN WS-FECHA-INICIO
              MOVE WS-FECHA-INICIO TO WS-DESDE-RECORTADO
           ELSE
              MOVE AUS-FECHA-DESDE TO WS-DESDE-RECORTADO
           END-IF
           IF AUS-FECHA-HASTA GREATER THAN WS-FECHA-CIERRE
              MOVE WS-FECHA-CIERRE TO WS-HASTA-RECORTADO
           ELSE
              MOVE AUS-FECHA-HASTA TO WS-HASTA-RECORTADO
           END-IF
           CALL 'DIAS-ENTRE-FECHAS'
                USING WS-DESDE-RECORTADO WS-HASTA-RECORTADO
                      WS-DIAS-EN-MES
           ADD 1 TO WS-DIAS-EN-MES

           MOVE ZEROS TO WS-TOM-HALLADO
           PERFORM 0320-COMPARA-TOMADA
                   VARYING WS-IDX-TOM FROM 1 BY 1
                   UNTIL WS-IDX-TOM > WS-CANTIDAD-TOMADAS
                   OR WS-TOM-HALLADO GREATER THAN ZEROS
           IF WS-TOM-HALLADO EQUAL ZEROS
              IF WS-CANTIDAD-TOMADAS LESS THAN WS-MAXIMO-TOMADAS
                 ADD 1 TO WS-CANTIDAD-TOMADAS
                 MOVE WS-CANTIDAD-TOMADAS TO WS-TOM-HALLADO
                 MOVE AUS-LEGAJO TO WS-TOM-LEGAJO (WS-TOM-HALLADO)
                 MOVE ZEROS      TO WS-TOM-DIAS (WS-TOM-HALLADO)
              ELSE
                 DISPLAY 'TABLA DE VACACIONES TOMADAS LLENA: LEGAJO '
                         AUS-LEGAJO ' SIN REVERSION'
                 GO TO 0310-FIN
              END-IF
           END-IF
           ADD WS-DIAS-EN-MES TO WS-TOM-DIAS (WS-TOM-HALLADO).
       0310-FIN.  EXIT.

       0320-COMPARA-TOMADA.
           IF WS-TOM-LEGAJO (WS-IDX-TOM) EQUAL AUS-LEGAJO
              MOVE WS-IDX-TOM TO WS-TOM-HALLADO
           END-IF.
       0320-FIN.  EXIT.

       1000-ABRE-ARCHIVOS.
           OPEN I-O PROVISIONES-NOMINA
           IF WS-CODIGO-PRV EQUAL '35'
              OPEN OUTPUT PROVISIONES-NOMINA
              CLOSE PROVISIONES-NOMINA
              OPEN I-O PROVISIONES-NOMINA
           END-IF

           OPEN INPUT VACACIONES
           IF WS-CODIGO-VAC EQUAL ZEROS
              MOVE 'S' TO SW-VACACIONES-ABIERTO
           END-IF

           OPEN OUTPUT REPORTE
           MOVE WS-PERIODO-PROCESO TO TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'AB' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-PRV WS-REG-NOMINA-DETALLE
                      WS-CODIGO-DET.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * FINIQUITOS DEL MES: LIQUIDACIONES-FINALES CUYO AAAA15 SE
      * LIQUIDO DENTRO DEL MES. EL FINIQUITO PAGA EL AGUINALDO
      * PROPORCIONAL Y LAS VACACIONES NO GOZADAS, Y TERMINADA LA
      * RELACION NO QUEDA NADA QUE PROVISIONAR: SE LIBERA TODO EL
      * SALDO DEL LEGAJO.
      * -----------------------------------------------------------
       2000-PROCESA-FINIQUITOS.
           OPEN INPUT LIQUIDACIONES-FINALES
           IF WS-CODIGO-LIQ NOT EQUAL ZEROS
              GO TO 2000-FIN
           END-IF

           PERFORM 2010-PROCESA-UN-FINIQUITO
                   UNTIL FIN-DE-LIQUIDACIONES
           CLOSE LIQUIDACIONES-FINALES.
       2000-FIN.  EXIT.

       2010-PROCESA-UN-FINIQUITO.
           READ LIQUIDACIONES-FINALES
              AT END MOVE 'S' TO SW-FIN-LIQ
           END-READ
           IF FIN-DE-LIQUIDACIONES
              GO TO 2010-FIN
           END-IF

           MOVE LIQ-LEGAJO TO WS-LLAVE-DET-LEGAJO
           COMPUTE WS-LLAVE-DET-PERIODO = LIQ-BAJA-ANIO * 100 + 15
           MOVE 'LE' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-PRV WS-REG-NOMINA-DETALLE
                      WS-CODIGO-DET
           IF WS-CODIGO-DET NOT EQUAL ZEROS
              GO TO 2010-FIN
           END-IF
           IF WS-NOMDET-FECHA-LIQ LESS THAN WS-FECHA-INICIO
              OR WS-NOMDET-FECHA-LIQ GREATER THAN WS-FECHA-CIERRE
              GO TO 2010-FIN
           END-IF

           IF WS-CANTIDAD-FINIQUITOS LESS THAN WS-MAXIMO-FINIQUITOS
              ADD 1 TO WS-CANTIDAD-FINIQUITOS
              MOVE LIQ-LEGAJO TO WS-FIN-LEGAJO (WS-CANTIDAD-FINIQUITOS)
           END-IF

           MOVE LIQ-LEGAJO TO PRV-LLAVE
           READ PROVISIONES-NOMINA
           IF WS-CODIGO-PRV NOT EQUAL ZEROS
              GO TO 2010-FIN
           END-IF
           IF PRV-PERIODO-ULTIMO NOT LESS THAN WS-PERIODO-PROCESO
              GO TO 2010-FIN
           END-IF

           PERFORM 2100-VERIFICA-ANIO
           MOVE ZEROS TO WS-DEV-AGUINALDO WS-DEV-VACACIONES
                         WS-DEV-CONTRIB
           MOVE LIQ-AGUINALDO  TO WS-PAG-AGUINALDO
           MOVE LIQ-VACACIONES TO WS-PAG-VACACIONES
           COMPUTE WS-PAG-CONTRIB ROUNDED =
                   (WS-PAG-AGUINALDO + WS-PAG-VACACIONES)
                   * WS-PORCENTAJE-CONTR / 100
           MOVE PRV-SALDO-AGUINALDO  TO WS-REV-AGUINALDO
           MOVE PRV-SALDO-VACACIONES TO WS-REV-VACACIONES
           MOVE PRV-SALDO-CONTRIB    TO WS-REV-CONTRIB
           MOVE ZEROS TO PRV-SALDO-AGUINALDO PRV-SALDO-VACACIONES
                         PRV-SALDO-CONTRIB
           MOVE PRV-DEPTO TO WS-DEPTO-GL

           PERFORM 3500-GRABA-PROVISION
           MOVE 'FIN' TO DET-MARCA
           PERFORM 3600-ACUMULA-Y-LISTA
           ADD 1 TO WS-CONTADOR-FINIQUITOS.
       2010-FIN.  EXIT.

      * LOS ACUMULADOS DE LA CONCILIACION SON DEL ANIO CALENDARIO.
       2100-VERIFICA-ANIO.
           IF PRV-ANIO NOT EQUAL WS-ANIO-PROCESO
              MOVE WS-ANIO-PROCESO TO PRV-ANIO
              MOVE ZEROS TO PRV-DEVENGADO-ANIO PRV-PAGADO-ANIO
           END-IF.
       2100-FIN.  EXIT.

       3000-PROCESA-LEGAJO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-EMP-ESTADO EQUAL 'A'
              PERFORM 3100-DEVENGA-LEGAJO
           END-IF

           MOVE WS-EMPLEADOS-LLAVE TO WS-LLAVE-EMP
           MOVE 'RS' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP.
       3000-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEVENGAMIENTO DEL MES DEL LEGAJO Y REVERSION DE LO QUE SE
      * PAGO EN EL MES, TOPEADA EN EL SALDO DE CADA PROVISION.
      * -----------------------------------------------------------
       3100-DEVENGA-LEGAJO.
           MOVE 'N' TO SW-FINIQUITADO
           PERFORM 3110-COMPARA-FINIQUITO
                   VARYING WS-IDX-FIN FROM 1 BY 1
                   UNTIL WS-IDX-FIN > WS-CANTIDAD-FINIQUITOS
                   OR LEGAJO-FINIQUITADO
           IF LEGAJO-FINIQUITADO
              GO TO 3100-FIN
           END-IF

           MOVE WS-EMPLEADOS-LLAVE TO PRV-LLAVE
           READ PROVISIONES-NOMINA
           IF WS-CODIGO-PRV EQUAL ZEROS
              MOVE 'N' TO SW-PROVISION-NUEVA
              IF PRV-PERIODO-ULTIMO NOT LESS THAN WS-PERIODO-PROCESO
                 GO TO 3100-FIN
              END-IF
           ELSE
              MOVE 'S' TO SW-PROVISION-NUEVA
              MOVE WS-EMPLEADOS-LLAVE TO PRV-LLAVE
              MOVE ZEROS TO PRV-SALDO-AGUINALDO PRV-SALDO-VACACIONES
                            PRV-SALDO-CONTRIB PRV-PERIODO-ULTIMO
                            PRV-ANIO
           END-IF
           PERFORM 2100-VERIFICA-ANIO

           PERFORM 3200-CALCULA-DEVENGAMIENTO
           PERFORM 3300-CALCULA-PAGOS
           PERFORM 3400-APLICA-REVERSION

           MOVE WS-EMP-DEPARTAMENTO TO PRV-DEPTO WS-DEPTO-GL
           PERFORM 3500-GRABA-PROVISION
           MOVE SPACES TO DET-MARCA
           PERFORM 3600-ACUMULA-Y-LISTA
           PERFORM 3700-VALORIZA-DIAS-PENDIENTES
           ADD 1 TO WS-CONTADOR-DEVENGADOS.
       3100-FIN.  EXIT.

       3110-COMPARA-FINIQUITO.
           IF WS-FIN-LEGAJO (WS-IDX-FIN) EQUAL WS-EMPLEADOS-LLAVE
              MOVE 'S' TO SW-FINIQUITADO
           END-IF.
       3110-FIN.  EXIT.

      * -----------------------------------------------------------
      * BASE DEL AGUINALDO: SALARIO MAS EL ADICIONAL POR ANTIGUEDAD
      * AL CIERRE DEL MES. LOS DIAS DE VACACIONES DEL ANIO SALEN DE
      * LA ESCALA DE DEVENGA-VACACIONES POR ANIOS DE SERVICIO, A
      * SALARIO SOBRE 30 POR DIA COMO LOS PAGA EL FINIQUITO.
      * -----------------------------------------------------------
       3200-CALCULA-DEVENGAMIENTO.
           MOVE WS-EMP-SALARIO TO WS-BASE-AGUINALDO
           MOVE WS-EMPLEADOS-LLAVE TO WS-ANT-LEGAJO
           MOVE WS-EMP-FECHA-ALTA  TO WS-ANT-FECHA-ALTA
           MOVE WS-FECHA-CIERRE    TO WS-ANT-FECHA-HASTA
           MOVE WS-EMP-SALARIO     TO WS-ANT-SALARIO-BASE
           CALL 'ADICIONAL-ANTIGUEDAD'
                USING WS-FUNCION-ANT WS-AREA-ANTIGUEDAD WS-CODIGO-ANT
           IF WS-CODIGO-ANT EQUAL '00'
              ADD WS-ANT-IMPORTE TO WS-BASE-AGUINALDO
           END-IF

           EVALUATE TRUE
              WHEN WS-ANT-ANIOS LESS THAN 5
                 MOVE 14 TO WS-DIAS-VACACIONES-ANIO
              WHEN WS-ANT-ANIOS LESS THAN 10
                 MOVE 21 TO WS-DIAS-VACACIONES-ANIO
              WHEN WS-ANT-ANIOS LESS THAN 20
                 MOVE 28 TO WS-DIAS-VACACIONES-ANIO
              WHEN OTHER
                 MOVE 35 TO WS-DIAS-VACACIONES-ANIO
           END-EVALUATE

           COMPUTE WS-VALOR-DIA ROUNDED = WS-BASE-AGUINALDO / 30
           COMPUTE WS-DEV-AGUINALDO ROUNDED = WS-BASE-AGUINALDO / 12
           COMPUTE WS-DEV-VACACIONES ROUNDED =
                   WS-VALOR-DIA * WS-DIAS-VACACIONES-ANIO / 12
           COMPUTE WS-DEV-CONTRIB ROUNDED =
                   (WS-DEV-AGUINALDO + WS-DEV-VACACIONES)
                   * WS-PORCENTAJE-CONTR / 100

           ADD WS-DEV-AGUINALDO  TO PRV-SALDO-AGUINALDO
           ADD WS-DEV-VACACIONES TO PRV-SALDO-VACACIONES
           ADD WS-DEV-CONTRIB    TO PRV-SALDO-CONTRIB.
       3200-FIN.  EXIT.

      * -----------------------------------------------------------
      * PAGOS DEL MES: EL AGUINALDO LIQUIDADO EN EL MES (EL DE JUNIO
      * O DICIEMBRE DEL ANIO, O EL DE DICIEMBRE ANTERIOR PAGADO EN
      * ENERO) Y LOS DIAS DE VACACIONES GOZADOS.
      * -----------------------------------------------------------
       3300-CALCULA-PAGOS.
           MOVE ZEROS TO WS-PAG-AGUINALDO
           COMPUTE WS-PERIODO-SAC = WS-ANIO-PROCESO * 100 + 13
           PERFORM 3310-BUSCA-PAGO-AGUINALDO
           COMPUTE WS-PERIODO-SAC = WS-ANIO-PROCESO * 100 + 14
           PERFORM 3310-BUSCA-PAGO-AGUINALDO
           COMPUTE WS-PERIODO-SAC = (WS-ANIO-PROCESO - 1) * 100 + 14
           PERFORM 3310-BUSCA-PAGO-AGUINALDO

           MOVE ZEROS TO WS-DIAS-TOMADOS
           PERFORM 3320-BUSCA-DIAS-TOMADOS
                   VARYING WS-IDX-TOM FROM 1 BY 1
                   UNTIL WS-IDX-TOM > WS-CANTIDAD-TOMADAS
           COMPUTE WS-PAG-VACACIONES ROUNDED =
                   WS-VALOR-DIA * WS-DIAS-TOMADOS

           COMPUTE WS-PAG-CONTRIB ROUNDED =
                   (WS-PAG-AGUINALDO + WS-PAG-VACACIONES)
                   * WS-PORCENTAJE-CONTR / 100.
       3300-FIN.  EXIT.

       3310-BUSCA-PAGO-AGUINALDO.
           MOVE WS-EMPLEADOS-LLAVE TO WS-LLAVE-DET-LEGAJO
           MOVE WS-PERIODO-SAC     TO WS-LLAVE-DET-PERIODO
           MOVE 'LE' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-PRV WS-REG-NOMINA-DETALLE
                      WS-CODIGO-DET
           IF WS-CODIGO-DET EQUAL ZEROS
              IF WS-NOMDET-FECHA-LIQ NOT LESS THAN WS-FECHA-INICIO
                 AND WS-NOMDET-FECHA-LIQ NOT GREATER THAN
                     WS-FECHA-CIERRE
                 ADD WS-NOMDET-BRUTO TO WS-PAG-AGUINALDO
              END-IF
           END-IF.
       3310-FIN.  EXIT.

       3320-BUSCA-DIAS-TOMADOS.
           IF WS-TOM-LEGAJO (WS-IDX-TOM) EQUAL WS-EMPLEADOS-LLAVE
              MOVE WS-TOM-DIAS (WS-IDX-TOM) TO WS-DIAS-TOMADOS
           END-IF.
       3320-FIN.  EXIT.

      * -----------------------------------------------------------
      * LO PAGADO CANCELA LA PROVISION HASTA SU SALDO; LO QUE LA
      * SUPERA YA QUEDO EN EL GASTO CON EL PAGO.
      * -----------------------------------------------------------
       3400-APLICA-REVERSION.
           IF WS-PAG-AGUINALDO LESS THAN PRV-SALDO-AGUINALDO
              MOVE WS-PAG-AGUINALDO TO WS-REV-AGUINALDO
           ELSE
              MOVE PRV-SALDO-AGUINALDO TO WS-REV-AGUINALDO
           END-IF
           IF WS-PAG-VACACIONES LESS THAN PRV-SALDO-VACACIONES
              MOVE WS-PAG-VACACIONES TO WS-REV-VACACIONES
           ELSE
              MOVE PRV-SALDO-VACACIONES TO WS-REV-VACACIONES
           END-IF
           IF WS-PAG-CONTRIB LESS THAN PRV-SALDO-CONTRIB
              MOVE WS-PAG-CONTRIB TO WS-REV-CONTRIB
           ELSE
              MOVE PRV-SALDO-CONTRIB TO WS-REV-CONTRIB
           END-IF

           SUBTRACT WS-REV-AGUINALDO  FROM PRV-SALDO-AGUINALDO
           SUBTRACT WS-REV-VACACIONES FROM PRV-SALDO-VACACIONES
           SUBTRACT WS-REV-CONTRIB    FROM PRV-SALDO-CONTRIB.
       3400-FIN.  EXIT.

       3500-GRABA-PROVISION.
           COMPUTE WS-PAGADO-LEGAJO = WS-PAG-AGUINALDO
                   + WS-PAG-VACACIONES + WS-PAG-CONTRIB
           COMPUTE WS-REVERSADO-LEGAJO = WS-REV-AGUINALDO
                   + WS-REV-VACACIONES + WS-REV-CONTRIB
           ADD WS-DEV-AGUINALDO WS-DEV-VACACIONES WS-DEV-CONTRIB
               TO PRV-DEVENGADO-ANIO
           ADD WS-PAGADO-LEGAJO TO PRV-PAGADO-ANIO
           MOVE WS-PERIODO-PROCESO TO PRV-PERIODO-ULTIMO

           IF PROVISION-NUEVA
              WRITE REG-PROVISION-NOMINA
           ELSE
              REWRITE REG-PROVISION-NOMINA
           END-IF
           IF WS-CODIGO-PRV NOT EQUAL ZEROS
              DISPLAY 'ERROR AL GRABAR PROVISIONES-NOMINA - LEGAJO: '
                      PRV-LLAVE ' STATUS: ' WS-CODIGO-PRV
           END-IF
           MOVE 'N' TO SW-PROVISION-NUEVA.
       3500-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL DEPARTAMENTO SIN CODIGO CAE EN 999 PARA QUE EL ASIENTO
      * SIGA BALANCEANDO.
      * -----------------------------------------------------------
       3600-ACUMULA-Y-LISTA.
           IF WS-DEPTO-GL EQUAL ZEROS
              MOVE 999 TO WS-DEPTO-GL
           END-IF
           COMPUTE WS-SALDO-LEGAJO = PRV-SALDO-AGUINALDO
                   + PRV-SALDO-VACACIONES + PRV-SALDO-CONTRIB

           ADD WS-DEV-AGUINALDO WS-DEV-VACACIONES
               TO WS-DEP-DEV-GASTO (WS-DEPTO-GL)
           ADD WS-DEV-CONTRIB TO WS-DEP-DEV-CONTR (WS-DEPTO-GL)
           ADD WS-REV-AGUINALDO WS-REV-VACACIONES
               TO WS-DEP-REV-GASTO (WS-DEPTO-GL)
           ADD WS-REV-CONTRIB TO WS-DEP-REV-CONTR (WS-DEPTO-GL)
           ADD WS-PAGADO-LEGAJO TO WS-DEP-PAGADO (WS-DEPTO-GL)
           ADD PRV-DEVENGADO-ANIO TO WS-DEP-DEV-ANIO (WS-DEPTO-GL)
           ADD PRV-PAGADO-ANIO TO WS-DEP-PAG-ANIO (WS-DEPTO-GL)
           ADD WS-SALDO-LEGAJO TO WS-DEP-SALDO (WS-DEPTO-GL)

           ADD WS-DEV-AGUINALDO  TO WS-TOT-DEV-AGUINALDO
           ADD WS-DEV-VACACIONES TO WS-TOT-DEV-VACACIONES
           ADD WS-DEV-CONTRIB    TO WS-TOT-DEV-CONTRIB
           ADD WS-REV-AGUINALDO  TO WS-TOT-REV-AGUINALDO
           ADD WS-REV-VACACIONES TO WS-TOT-REV-VACACIONES
           ADD WS-REV-CONTRIB    TO WS-TOT-REV-CONTRIB
           ADD WS-PAGADO-LEGAJO  TO WS-TOT-PAGADO
           ADD PRV-SALDO-VACACIONES TO WS-TOT-SALDO-VACACIONES

           MOVE PRV-LLAVE           TO DET-LEGAJO
           MOVE WS-DEPTO-GL         TO DET-DEPTO
           MOVE WS-DEV-AGUINALDO    TO DET-DEV-AGUINALDO
           MOVE WS-DEV-VACACIONES   TO DET-DEV-VACACIONES
           MOVE WS-DEV-CONTRIB      TO DET-DEV-CONTRIB
           MOVE WS-PAGADO-LEGAJO    TO DET-PAGADO
           MOVE WS-REVERSADO-LEGAJO TO DET-REVERSADO
           MOVE WS-SALDO-LEGAJO     TO DET-SALDO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       3600-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONTROL DE LA PROVISION DE VACACIONES: LOS DIAS PENDIENTES
      * DE VACACIONES VALORIZADOS AL VALOR DIA DEL MES.
      * -----------------------------------------------------------
       3700-VALORIZA-DIAS-PENDIENTES.
           IF NOT VACACIONES-ABIERTO
              GO TO 3700-FIN
           END-IF

           MOVE WS-EMPLEADOS-LLAVE TO VAC-LLAVE
           READ VACACIONES
           IF WS-CODIGO-VAC EQUAL ZEROS
              COMPUTE WS-TOT-DIAS-PENDIENTES ROUNDED =
                      WS-TOT-DIAS-PENDIENTES
                      + WS-VALOR-DIA * VAC-SALDO-DIAS
           END-IF.
       3700-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONCILIACION DEVENGADO CONTRA PAGADO, POR DEPARTAMENTO Y
      * TOTAL.
      * -----------------------------------------------------------
       8000-IMPRIME-CONCILIACION.
           WRITE REG-REPORTE FROM WS-TITULO-CONCILIACION
                 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-COL-CONCILIACION
                 AFTER ADVANCING 2 LINES
           PERFORM 8010-IMPRIME-UN-DEPTO
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > 999

           MOVE 'DEVENGADO AGUINALDO' TO LIM-TEXTO
           MOVE WS-TOT-DEV-AGUINALDO  TO LIM-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
                 AFTER ADVANCING 2 LINES
           MOVE 'DEVENGADO VACACIONES' TO LIM-TEXTO
           MOVE WS-TOT-DEV-VACACIONES  TO LIM-IMPORTE
           PERFORM 8020-IMPRIME-IMPORTE
           MOVE 'DEVENGADO CONTRIBUCIONES' TO LIM-TEXTO
           MOVE WS-TOT-DEV-CONTRIB         TO LIM-IMPORTE
           PERFORM 8020-IMPRIME-IMPORTE
           MOVE 'PAGADO EN EL MES'     TO LIM-TEXTO
           MOVE WS-TOT-PAGADO          TO LIM-IMPORTE
           PERFORM 8020-IMPRIME-IMPORTE
           MOVE 'REVERSADO AGUINALDO'  TO LIM-TEXTO
           MOVE WS-TOT-REV-AGUINALDO   TO LIM-IMPORTE
           PERFORM 8020-IMPRIME-IMPORTE
           MOVE 'REVERSADO VACACIONES' TO LIM-TEXTO
           MOVE WS-TOT-REV-VACACIONES  TO LIM-IMPORTE
           PERFORM 8020-IMPRIME-IMPORTE
           MOVE 'REVERSADO CONTRIBUCIONES' TO LIM-TEXTO
           MOVE WS-TOT-REV-CONTRIB         TO LIM-IMPORTE
           PERFORM 8020-IMPRIME-IMPORTE
           MOVE 'SALDO PROVISION VACACIONES' TO LIM-TEXTO
           MOVE WS-TOT-SALDO-VACACIONES      TO LIM-IMPORTE
           PERFORM 8020-IMPRIME-IMPORTE
           MOVE 'DIAS PENDIENTES DE VACACIONES VALORIZADOS'
             TO LIM-TEXTO
           MOVE WS-TOT-DIAS-PENDIENTES TO LIM-IMPORTE
           PERFORM 8020-IMPRIME-IMPORTE.
       8000-FIN.  EXIT.

       8010-IMPRIME-UN-DEPTO.
           IF WS-DEP-DEV-GASTO (WS-IDX-DEP) EQUAL ZEROS
              AND WS-DEP-PAGADO (WS-IDX-DEP) EQUAL ZEROS
              AND WS-DEP-SALDO (WS-IDX-DEP) EQUAL ZEROS
              GO TO 8010-FIN
           END-IF

           MOVE WS-IDX-DEP TO DEP-DEPTO
           COMPUTE DEP-DEVENGADO = WS-DEP-DEV-GASTO (WS-IDX-DEP)
                   + WS-DEP-DEV-CONTR (WS-IDX-DEP)
           MOVE WS-DEP-PAGADO (WS-IDX-DEP)   TO DEP-PAGADO
           COMPUTE DEP-REVERSADO = WS-DEP-REV-GASTO (WS-IDX-DEP)
                   + WS-DEP-REV-CONTR (WS-IDX-DEP)
           MOVE WS-DEP-DEV-ANIO (WS-IDX-DEP) TO DEP-DEVENGADO-ANIO
           MOVE WS-DEP-PAG-ANIO (WS-IDX-DEP) TO DEP-PAGADO-ANIO
           MOVE WS-DEP-SALDO (WS-IDX-DEP)    TO DEP-SALDO
           WRITE REG-REPORTE FROM WS-DETALLE-DEPTO
                 AFTER ADVANCING 1 LINE.
       8010-FIN.  EXIT.

       8020-IMPRIME-IMPORTE.
           WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
                 AFTER ADVANCING 1 LINE.
       8020-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO DEL MES: DEBE AL GASTO DE CADA DEPARTAMENTO (SUELDOS
      * Y APORTES DEL MAPA) CONTRA HABER PROVSAC, PROVVAC Y
      * PROVCONT POR LO DEVENGADO; LO REVERTIDO POR LOS PAGOS VA AL
      * REVES, PORQUE EL PAGO YA SE IMPUTO AL GASTO AL LIQUIDARSE.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-TOT-DEV-AGUINALDO EQUAL ZEROS
              AND WS-TOT-DEV-VACACIONES EQUAL ZEROS
              AND WS-TOT-REV-AGUINALDO EQUAL ZEROS
              AND WS-TOT-REV-VACACIONES EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              GO TO 8950-FIN
           END-IF

           PERFORM 8960-POSTEA-UN-DEPTO
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > 999

           MOVE 'H' TO WS-GL-TIPO
           MOVE 'PROVSAC ' TO WS-GL-CUENTA
           MOVE WS-TOT-DEV-AGUINALDO TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL
           MOVE 'PROVVAC ' TO WS-GL-CUENTA
           MOVE WS-TOT-DEV-VACACIONES TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL
           MOVE 'PROVCONT' TO WS-GL-CUENTA
           MOVE WS-TOT-DEV-CONTRIB TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL

           MOVE 'D' TO WS-GL-TIPO
           MOVE 'PROVSAC ' TO WS-GL-CUENTA
           MOVE WS-TOT-REV-AGUINALDO TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL
           MOVE 'PROVVAC ' TO WS-GL-CUENTA
           MOVE WS-TOT-REV-VACACIONES TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL
           MOVE 'PROVCONT' TO WS-GL-CUENTA
           MOVE WS-TOT-REV-CONTRIB TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.

       8960-POSTEA-UN-DEPTO.
           IF WS-MAP-CUENTA-GASTO (WS-IDX-DEP) NOT EQUAL SPACES
              MOVE WS-MAP-CUENTA-GASTO (WS-IDX-DEP) TO WS-GL-CUENTA
           ELSE
              MOVE 'GTOSUELD' TO WS-GL-CUENTA
           END-IF
           MOVE 'D' TO WS-GL-TIPO
           MOVE WS-DEP-DEV-GASTO (WS-IDX-DEP) TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL
           MOVE 'H' TO WS-GL-TIPO
           MOVE WS-DEP-REV-GASTO (WS-IDX-DEP) TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL

           IF WS-MAP-CUENTA-CONTR (WS-IDX-DEP) NOT EQUAL SPACES
              MOVE WS-MAP-CUENTA-CONTR (WS-IDX-DEP) TO WS-GL-CUENTA
           ELSE
              MOVE 'GTOCONTR' TO WS-GL-CUENTA
           END-IF
           MOVE 'D' TO WS-GL-TIPO
           MOVE WS-DEP-DEV-CONTR (WS-IDX-DEP) TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL
           MOVE 'H' TO WS-GL-TIPO
           MOVE WS-DEP-REV-CONTR (WS-IDX-DEP) TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL.
       8960-FIN.  EXIT.

      * -----------------------------------------------------------
      * GL-IMPORTE NO LLEVA SIGNO: LA LINEA EN CERO NO SE GRABA.
      * -----------------------------------------------------------
       8100-ESCRIBE-LINEA-GL.
           IF WS-GL-IMPORTE EQUAL ZEROS
              GO TO 8100-FIN
           END-IF

           MOVE WS-GL-CUENTA       TO GL-CUENTA
           MOVE WS-GL-TIPO         TO GL-TIPO
           MOVE WS-GL-IMPORTE      TO GL-IMPORTE
           MOVE WS-NOMBRE-PROGRAMA TO GL-PROGRAMA
           MOVE WS-FECHA-CIERRE    TO GL-FECHA
           MOVE 'ARS'              TO GL-MONEDA
           MOVE ZEROS              TO GL-IMPORTE-ORIGEN
           WRITE REG-ASIENTO-GL.
       8100-FIN.  EXIT.

       9000-TERMINA.
           PERFORM 8000-IMPRIME-CONCILIACION

           MOVE WS-CONTADOR-DEVENGADOS TO RES-DEVENGADOS
           MOVE WS-CONTADOR-FINIQUITOS TO RES-FINIQUITOS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'CI' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-PRV WS-REG-NOMINA-DETALLE
                      WS-CODIGO-DET

           PERFORM 8950-GRABA-ASIENTO-GL

           MOVE 'RE' TO WS-FUNCION-CTRL
           MOVE WS-PERIODO-PROCESO TO WS-PERIODO-CTRL
           CALL 'CONTROL-CORRIDAS'
                USING WS-FUNCION-CTRL WS-NOMBRE-PROGRAMA
                      WS-PERIODO-CTRL WS-CODIGO-CTRL

           MOVE WS-CONTADOR-LEIDOS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-DEVENGADOS TO WS-STAT-DEVENGADOS
           MOVE WS-CONTADOR-FINIQUITOS TO WS-STAT-FINIQUITOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-DEVENGADOS WS-STAT-FINIQUITOS

           IF VACACIONES-ABIERTO
              CLOSE VACACIONES
           END-IF
           CLOSE PROVISIONES-NOMINA REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
