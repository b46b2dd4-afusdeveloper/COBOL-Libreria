       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CERTIFICADO-TRABAJO.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  ETAPAS DE EMPLEO COMO LAS GRABA EL
      *                    REINGRESO: CADA PERIODOS-EMPLEO ES UNA
      *                    ETAPA CERRADA (ALTA-ORIG A CIERRE) Y LA
      *                    ETAPA FINAL VA DEL ALTA DEL MAESTRO A LA
      *                    BAJA. EL INGRESO DEL CERTIFICADO Y EL
      *                    SALARIO DE INGRESO TOMAN EL INICIO DE LA
      *                    PRIMERA ETAPA.
      *   15/10/2026  AMF  VERSION ORIGINAL. CERTIFICADO DE TRABAJO
      *                    DEL ART. 80 LEY 20.744 PARA ENTREGAR AL
      *                    EMPLEADO QUE SE VA, EN VEZ DE ARMARLO A
      *                    MANO CON CUATRO REPORTES: FECHAS DE
      *                    INGRESO Y EGRESO (CON LOS PERIODOS
      *                    ANTERIORES DE PERIODOS-EMPLEO), PUESTO DE
      *                    EMPLEADO-PUESTO, HISTORIA SALARIAL DE
      *                    EMPLEADOS-HISTORIA Y EL DETALLE MES POR MES
      *                    DE LA REMUNERACION (NOMINA-DETALLE) Y DE
      *                    LOS APORTES (CONTRIBUCIONES-NOMINA). LOS
      *                    MESES DE EMPLEO SIN LIQUIDACION O CON
      *                    REMUNERACION Y SIN APORTES SALEN MARCADOS
      *                    Y EL PROGRAMA TERMINA CON RETURN-CODE 4
      *                    PARA QUE EL CERTIFICADO SE REVISE ANTES DE
      *                    LA FIRMA. SIN TARJETA DE LEGAJOS CERTIFICA
      *                    LAS BAJAS QUE LIQUIDACION-FINAL PROCESO EN
      *                    EL DIA (LIQUIDACIONES-FINALES CUYO FINIQUITO
      *                    AAAA15 SE LIQUIDO HOY); CON TARJETA DE
      *                    RANGO DE LEGAJOS (PARAMETROS-CORRIDA) ES UN
      *                    PEDIDO PUNTUAL, Y EL EGRESO SALE DE LA BAJA
      *                    REGISTRADA EN EMPLEADOS-HISTORIA. CADA
      *                    LINEA QUEDA EN REPOSITORIO-REPORTES BAJO EL
      *                    ID CERTRAB PARA LA REIMPRESION.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACIONES-FINALES ASSIGN TO UT-S-LIQFINAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-LIQ.

           SELECT PERIODOS-EMPLEO ASSIGN TO UT-S-PERIEMP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PEREMP.

           SELECT EMPLEADOS-HISTORIA ASSIGN TO UT-S-EMPHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-HIST.

           SELECT CONTRIBUCIONES-NOMINA ASSIGN TO UT-S-CONTRNOM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CONTR.

           SELECT EMPLEADO-PUESTO ASSIGN TO UT-ARCHEPUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPPUES-LLAVE
                  FILE STATUS IS WS-CODIGO-EPUE.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD  PERIODOS-EMPLEO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-PERIODO-EMPLEO.
           COPY CPPEREMP.

       FD  EMPLEADOS-HISTORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 123 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS-HISTORIA.
       01  REG-EMPLEADOS-HISTORIA.
           05 HIST-LLAVE                PIC 9(05).
           05 HIST-FECHA                PIC 9(08).
           05 HIST-HORA                 PIC 9(08).
           05 HIST-ANTES.
              10 HIST-ANTES-NOMBRE         PIC X(15).
              10 HIST-ANTES-APELLIDO       PIC X(15).
              10 HIST-ANTES-DEPARTAMENTO   PIC 9(03).
              10 HIST-ANTES-FECHA-ALTA     PIC 9(08).
              10 HIST-ANTES-SALARIO        PIC 9(07)V99.
              10 HIST-ANTES-ESTADO         PIC X(01).
           05 HIST-DESPUES.
              10 HIST-DESPUES-NOMBRE       PIC X(15).
              10 HIST-DESPUES-APELLIDO     PIC X(15).
              10 HIST-DESPUES-DEPARTAMENTO PIC 9(03).
              10 HIST-DESPUES-FECHA-ALTA   PIC 9(08).
              10 HIST-DESPUES-SALARIO      PIC 9(07)V99.
              10 HIST-DESPUES-ESTADO       PIC X(01).

       FD  CONTRIBUCIONES-NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS REG-CONTRIBUCION.
           COPY CPCONTR1.

       FD  EMPLEADO-PUESTO
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS REG-EMPLEADO-PUESTO.
           COPY CPEMPPU1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
      * --- DATOS DEL EMPLEADOR IMPRESOS EN CADA CERTIFICADO ---
       01  WS-EMPLEADOR-1.
           05 FILLER                    PIC X(40)
              VALUE 'LIBRERIA EL PORTICO S.R.L.'.
           05 FILLER                    PIC X(40)
              VALUE 'CUIT 30-65789123-4'.
       01  WS-EMPLEADOR-2.
           05 FILLER                    PIC X(40)
              VALUE 'AV. RIVADAVIA 2345 - CIUDAD DE CORDOBA'.
           05 FILLER                    PIC X(40)
              VALUE 'CERTIFICADO DE TRABAJO ART. 80 LCT'.

       01  WS-LINEA-SEPARADORA.
           05 FILLER                    PIC X(80) VALUE ALL '-'.

       01  WS-LINEA-LEGAJO.
           05 FILLER                    PIC X(08) VALUE 'LEGAJO:'.
           05 CER-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 CER-APELLIDO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 CER-NOMBRE                PIC X(15).
           05 FILLER                    PIC X(08) VALUE ' DEPTO: '.
           05 CER-DEPTO                 PIC 9(03).
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-LINEA-FECHAS.
           05 FILLER                    PIC X(09) VALUE 'INGRESO:'.
           05 CER-FECHA-ALTA            PIC 9(08).
           05 FILLER                    PIC X(11) VALUE '  EGRESO:'.
           05 CER-FECHA-BAJA            PIC X(08).
           05 FILLER                    PIC X(12) VALUE '  EMITIDO:'.
           05 CER-FECHA-EMISION         PIC 9(08).
           05 FILLER                    PIC X(24) VALUE SPACES.

       01  WS-TITULO-ETAPAS.
           05 FILLER                    PIC X(40)
              VALUE 'PERIODOS DE EMPLEO'.
           05 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-LINEA-ETAPA.
           05 FILLER                    PIC X(10) VALUE '   DESDE:'.
           05 ETA-DESDE                 PIC 9(08).
           05 FILLER                    PIC X(10) VALUE '   HASTA:'.
           05 ETA-HASTA                 PIC X(08).
           05 FILLER                    PIC X(44) VALUE SPACES.

       01  WS-LINEA-PUESTO.
           05 FILLER                    PIC X(08) VALUE 'PUESTO:'.
           05 PUE-CODIGO                PIC 9(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PUE-TITULO                PIC X(25).
           05 FILLER                    PIC X(09) VALUE '  DESDE:'.
           05 PUE-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(24) VALUE SPACES.

       01  WS-TITULO-SALARIOS.
           05 FILLER                    PIC X(40)
              VALUE 'HISTORIA SALARIAL'.
           05 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-TITULO-COL-SALARIOS.
           05 FILLER                    PIC X(14) VALUE '   FECHA'.
           05 FILLER                    PIC X(06) VALUE 'DEPTO'.
           05 FILLER                    PIC X(16)
              VALUE '      SALARIO   '.
           05 FILLER                    PIC X(44) VALUE 'MOTIVO'.

       01  WS-LINEA-SALARIO.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 SAL-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 SAL-DEPTO                 PIC 9(03).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 SAL-IMPORTE               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 SAL-MOTIVO                PIC X(20).
           05 FILLER                    PIC X(24) VALUE SPACES.

       01  WS-TITULO-MESES.
           05 FILLER                    PIC X(44)
              VALUE 'DETALLE MENSUAL DE REMUNERACIONES Y APORTES'.
           05 FILLER                    PIC X(36) VALUE SPACES.

       01  WS-TITULO-COL-MESES.
           05 FILLER                    PIC X(08) VALUE 'MES'.
           05 FILLER                    PIC X(14)
              VALUE ' REMUNERACION '.
           05 FILLER                    PIC X(11) VALUE '  JUBILAC. '.
           05 FILLER                    PIC X(11) VALUE ' OBRA SOC. '.
           05 FILLER                    PIC X(11) VALUE '    SEGURO '.
           05 FILLER                    PIC X(13)
              VALUE 'TOT. APORTES '.
           05 FILLER                    PIC X(12) VALUE 'OBSERVACION'.

       01  WS-LINEA-MES.
           05 MES-MES                   PIC 9(02).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 MES-ANIO                  PIC 9(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MES-BRUTO                 PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MES-JUB                   PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MES-OBS                   PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MES-SEG                   PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MES-TOTAL                 PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 MES-OBSERVACION           PIC X(12).

       01  WS-LINEA-TOTAL-MESES.
           05 FILLER                    PIC X(08) VALUE 'TOTAL'.
           05 TOT-BRUTO                 PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 TOT-JUB                   PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 TOT-OBS                   PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 TOT-SEG                   PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 TOT-APORTES               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  WS-LINEA-FALTANTES.
           05 FILLER                    PIC X(04) VALUE '*** '.
           05 FAL-CANTIDAD              PIC ZZ9.
           05 FILLER                    PIC X(29)
              VALUE ' MESES CON APORTES FALTANTES'.
           05 FILLER                    PIC X(44)
              VALUE ' - REVISAR ANTES DE FIRMAR ***'.

       01  WS-LINEA-SIN-FALTANTES.
           05 FILLER                    PIC X(50)
              VALUE 'APORTES REGISTRADOS EN TODOS LOS MESES DE EMPLEO'.
           05 FILLER                    PIC X(30) VALUE SPACES.

       01  WS-LINEA-FIRMA.
           05 FILLER                    PIC X(40)
              VALUE 'FIRMA Y SELLO EMPLEADOR: _______________'.
           05 FILLER                    PIC X(40)
              VALUE '  RECIBI CONFORME: ____________________'.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(23)
              VALUE 'CERTIFICADOS EMITIDOS:'.
           05 RES-CERTIFICADOS          PIC ZZ,ZZ9.
           05 FILLER                    PIC X(18)
              VALUE '  CON FALTANTES:'.
           05 RES-CON-FALTANTES         PIC ZZ,ZZ9.
           05 FILLER                    PIC X(27) VALUE SPACES.

       01  WS-CODIGO-LIQ                PIC X(02).
       01  WS-CODIGO-PEREMP             PIC X(02).
       01  WS-CODIGO-HIST               PIC X(02).
       01  WS-CODIGO-CONTR              PIC X(02).
       01  WS-CODIGO-EPUE               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-LIQ                   PIC X(01) VALUE 'N'.
           88 FIN-DE-LIQ                           VALUE 'S'.
       01  SW-FIN-PEREMP                PIC X(01) VALUE 'N'.
           88 FIN-DE-PEREMP                        VALUE 'S'.
       01  SW-FIN-HIST                  PIC X(01) VALUE 'N'.
           88 FIN-DE-HISTORIA                      VALUE 'S'.
       01  SW-FIN-CONTR                 PIC X(01) VALUE 'N'.
           88 FIN-DE-CONTR                         VALUE 'S'.
       01  SW-HAY-PUESTOS               PIC X(01) VALUE 'N'.
           88 HAY-PUESTOS                          VALUE 'S'.
       01  SW-A-PEDIDO                  PIC X(01) VALUE 'N'.
           88 CERTIFICADO-A-PEDIDO                 VALUE 'S'.
       01  SW-LIQUIDADA-HOY             PIC X(01).
           88 LIQUIDADA-HOY                        VALUE 'S'.
       01  SW-POSICION-HALLADA          PIC X(01).
           88 POSICION-HALLADA                     VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-USUARIO-CERT              PIC X(08) VALUE 'CERTRAB'.

       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
           05 WS-PARM-DEPTO-HASTA       PIC 9(03).
           05 WS-PARM-LEGAJO-DESDE      PIC 9(05).
           05 WS-PARM-LEGAJO-HASTA      PIC 9(05).
           05 WS-PARM-PERIODO           PIC 9(06).
       01  WS-CODIGO-PARMC              PIC X(02).

      * --- LEGAJO EN CERTIFICACION ---
       01  WS-FECHA-BAJA-CERT           PIC 9(08).
       01  WS-INICIO-ETAPA              PIC 9(08).
       01  WS-CANTIDAD-FALTANTES        PIC 9(03).
       01  WS-TOTAL-BRUTO-CERT          PIC S9(11)V99 COMP-3.
       01  WS-TOTAL-JUB-CERT            PIC 9(11)V99 COMP-3.
       01  WS-TOTAL-OBS-CERT            PIC 9(11)V99 COMP-3.
       01  WS-TOTAL-SEG-CERT            PIC 9(11)V99 COMP-3.
       01  WS-TOTAL-APORTES-CERT        PIC 9(11)V99 COMP-3.

      * ETAPAS DE EMPLEO: LAS CERRADAS POR CADA REINGRESO Y LA
      * ACTUAL, QUE TERMINA EN LA BAJA (EN CERO SI SIGUE ACTIVO).
       01  WS-MAXIMO-ETAPAS             PIC 9(02) VALUE 10.
       01  WS-CANTIDAD-ETAPAS           PIC 9(02).
       01  WS-IDX-ETA                   PIC 9(02).
       01  WS-TABLA-ETAPAS.
           05 WS-ETAPA-ENTRADA OCCURS 10 TIMES.
              10 WS-ETA-DESDE           PIC 9(08).
              10 WS-ETA-HASTA           PIC 9(08).

      * CAMBIOS DE SALARIO O DE DEPARTAMENTO DE EMPLEADOS-HISTORIA.
       01  WS-MAXIMO-SALARIOS           PIC 9(02) VALUE 60.
       01  WS-CANTIDAD-SALARIOS         PIC 9(02).
       01  WS-IDX-SAL                   PIC 9(02).
       01  WS-TABLA-SALARIOS.
           05 WS-SALARIO-ENTRADA OCCURS 60 TIMES.
              10 WS-SAL-FECHA           PIC 9(08).
              10 WS-SAL-DEPTO-ANTES     PIC 9(03).
              10 WS-SAL-DEPTO           PIC 9(03).
              10 WS-SAL-ANTERIOR        PIC 9(07)V99.
              10 WS-SAL-NUEVO           PIC 9(07)V99.

      * MESES DEL CERTIFICADO EN ORDEN DE AAAAMM: LOS DE LAS ETAPAS
      * DE EMPLEO MAS LOS QUE TENGAN LIQUIDACION O APORTES FUERA DE
      * ELLAS (SE INSERTAN EN SU LUGAR).
       01  WS-MAXIMO-MESES              PIC 9(03) VALUE 360.
       01  WS-CANTIDAD-MESES            PIC 9(03).
       01  WS-IDX-MES                   PIC 9(03).
       01  WS-IDX-MES-2                 PIC 9(03).
       01  WS-IDX-POSICION              PIC 9(03).
       01  WS-TABLA-MESES.
           05 WS-MES-ENTRADA OCCURS 360 TIMES.
              10 WS-MES-ANIO-MES        PIC 9(06).
              10 WS-MES-EN-EMPLEO       PIC X(01).
              10 WS-MES-LIQUIDADO       PIC X(01).
              10 WS-MES-BRUTO           PIC S9(09)V99 COMP-3.
              10 WS-MES-JUB             PIC 9(09)V99 COMP-3.
              10 WS-MES-OBS             PIC 9(09)V99 COMP-3.
              10 WS-MES-SEG             PIC 9(09)V99 COMP-3.
              10 WS-MES-APORTES         PIC 9(09)V99 COMP-3.
       01  WS-ANIO-MES-BUSCADO          PIC 9(06).
       01  WS-PERIODO-AUX               PIC 9(06).
       01  WS-PARTES-AUX REDEFINES WS-PERIODO-AUX.
           05 WS-AUX-ANIO               PIC 9(04).
           05 WS-AUX-MES                PIC 9(02).
       01  WS-MESES-DESDE               PIC S9(07) COMP-3.
       01  WS-MESES-HASTA               PIC S9(07) COMP-3.
       01  WS-MESES-ACTUAL              PIC S9(07) COMP-3.

       01  WS-FUNCION-PER               PIC X(02).
       01  WS-PERIODO-NOMINA.
           05 WS-PER-FRECUENCIA         PIC X(01).
           05 WS-PER-FECHA              PIC 9(08).
           05 WS-PER-PERIODO            PIC 9(06).
           05 WS-PER-ANIO-MES           PIC 9(06).
           05 WS-PER-SUBPERIODO         PIC 9(01).
           05 WS-PER-CANT-SUBPERIODOS   PIC 9(01).
           05 WS-PER-FECHA-DESDE        PIC 9(08).
           05 WS-PER-FECHA-HASTA        PIC 9(08).
           05 WS-PER-DIAS-MES           PIC 9(02).
           05 WS-PER-FECHA-PAGO         PIC 9(08).
       01  WS-CODIGO-PER                PIC X(02).

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05).
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE 99999.
       01  WS-REG-EMPLEADOS-AUX.
           05 WS-EMP-LLAVE-AUX          PIC 9(05).
           05 WS-EMP-NOMBRE-AUX         PIC X(15).
           05 WS-EMP-APELLIDO-AUX       PIC X(15).
           05 WS-EMP-DEPARTAMENTO-AUX   PIC 9(03).
           05 WS-EMP-FECHA-ALTA-AUX     PIC 9(08).
           05 WS-EMP-SALARIO-AUX        PIC 9(07)V99.
           05 WS-EMP-ESTADO-AUX         PIC X(01).
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-FUNCION-DET               PIC X(02).
       01  WS-LLAVE-DET                 PIC 9(11) VALUE ZEROS.
       01  WS-LLAVE-HASTA-DET           PIC 9(11) VALUE 99999999999.
       01  WS-REG-NOMINA-DET-AUX.
           05 WS-NOMDET-LEGAJO-AUX      PIC 9(05).
           05 WS-NOMDET-PERIODO-AUX     PIC 9(06).
           05 WS-NOMDET-BRUTO-AUX       PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-DEDUCCION-AUX   PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-NETO-AUX        PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-FECHA-AUX       PIC 9(08).
           05 WS-NOMDET-ESTADO-AUX      PIC X(01).
              88 WS-NOMDET-REVERTIDO-AUX           VALUE 'V'.
           05 WS-NOMDET-IMPGAN-AUX      PIC S9(07)V99 COMP-3.
       01  WS-CODIGO-DET                PIC X(02).

       01  WS-FUNCION-PUES              PIC X(02).
       01  WS-LLAVE-PUES                PIC 9(04).
       01  WS-REG-PUESTO-AUX.
           05 WS-PUESTO-LLAVE-AUX       PIC 9(04).
           05 WS-PUES-TITULO-AUX        PIC X(25).
           05 WS-PUES-GRADO-AUX         PIC 9(02).
           05 WS-PUES-DEPTO-AUX         PIC 9(03).
           05 WS-PUES-MINIMO-AUX        PIC 9(07)V99.
           05 WS-PUES-MAXIMO-AUX        PIC 9(07)V99.
       01  WS-CODIGO-PUES               PIC X(02).

       01  WS-FUNCION-REPO              PIC X(02).
       01  WS-TEXTO-REPO                PIC X(80).
       01  WS-ID-REPORTE-REPO           PIC X(08) VALUE 'CERTRAB'.
       01  WS-CODIGO-REPO               PIC X(02).

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-CERTIFICADOS     PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-CON-FALTANTES    PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CERTIFICADO-TRABAJO'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-CERTIFICADOS         PIC 9(07).
       01  WS-STAT-CON-FALTANTES        PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF CERTIFICADO-A-PEDIDO
              PERFORM 2500-CERTIFICA-A-PEDIDO
           ELSE
              PERFORM 2000-CERTIFICA-BAJAS-DEL-DIA
           END-IF
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * UNA TARJETA CON RANGO DE LEGAJOS ES UN PEDIDO PUNTUAL; SIN
      * ELLA SE CERTIFICAN LAS BAJAS LIQUIDADAS EN EL DIA.
      * -----------------------------------------------------------
       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           CALL 'PARAMETROS-CORRIDA'
                USING WS-PARAMETROS-SELECCION WS-CODIGO-PARMC
           IF WS-PARM-LEGAJO-HASTA EQUAL ZEROS
              MOVE 99999 TO WS-PARM-LEGAJO-HASTA
           END-IF
           IF WS-PARM-LEGAJO-DESDE GREATER THAN ZEROS
              OR WS-PARM-LEGAJO-HASTA LESS THAN 99999
              MOVE 'S' TO SW-A-PEDIDO
           END-IF

           OPEN OUTPUT REPORTE
           MOVE 'AB' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS-AUX WS-CODIGO-EMP

           MOVE 'AB' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-CERT WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET

           MOVE 'AB' TO WS-FUNCION-PUES
           CALL 'PUESTOS-I-O'
                USING WS-FUNCION-PUES WS-LLAVE-PUES WS-USUARIO-CERT
                      WS-REG-PUESTO-AUX WS-CODIGO-PUES

           OPEN INPUT EMPLEADO-PUESTO
           IF WS-CODIGO-EPUE EQUAL ZEROS
              MOVE 'S' TO SW-HAY-PUESTOS
           ELSE
              DISPLAY 'CERTIFICADO: SIN ARCHIVO EMPLEADO-PUESTO'
           END-IF.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * BAJAS DEL DIA: LIQUIDACIONES-FINALES ACUMULA TODOS LOS
      * FINIQUITOS, ASI QUE SOLO SE CERTIFICAN LOS LEGAJOS CUYO
      * DETALLE DE FINIQUITO (PERIODO AAAA15 DEL ANIO DE LA BAJA)
      * SE LIQUIDO CON LA FECHA DE HOY.
      * -----------------------------------------------------------
       2000-CERTIFICA-BAJAS-DEL-DIA.
           OPEN INPUT LIQUIDACIONES-FINALES
           IF WS-CODIGO-LIQ NOT EQUAL ZEROS
              DISPLAY 'CERTIFICADO: SIN LIQUIDACIONES FINALES - '
                      'STATUS: ' WS-CODIGO-LIQ
              GO TO 2000-FIN
           END-IF

           PERFORM 2010-LEE-LIQUIDACION
           PERFORM 2020-PROCESA-LIQUIDACION UNTIL FIN-DE-LIQ
           CLOSE LIQUIDACIONES-FINALES.
       2000-FIN.  EXIT.

       2010-LEE-LIQUIDACION.
           READ LIQUIDACIONES-FINALES
              AT END MOVE 'S' TO SW-FIN-LIQ
           END-READ
           IF NOT FIN-DE-LIQ
              ADD 1 TO WS-CONTADOR-LEIDOS
           END-IF.
       2010-FIN.  EXIT.

       2020-PROCESA-LIQUIDACION.
           PERFORM 2030-VERIFICA-LIQUIDADA-HOY
           IF LIQUIDADA-HOY
              MOVE LIQ-LEGAJO TO WS-LLAVE-EMP
              MOVE 'LE' TO WS-FUNCION-EMP
              CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                   USING WS-FUNCION-EMP WS-LLAVE-EMP
                         WS-LLAVE-HASTA-EMP WS-REG-EMPLEADOS-AUX
                         WS-CODIGO-EMP
              IF WS-CODIGO-EMP EQUAL ZEROS
                 MOVE LIQ-FECHA-BAJA TO WS-FECHA-BAJA-CERT
                 PERFORM 3000-EMITE-CERTIFICADO
              ELSE
                 DISPLAY 'CERTIFICADO: LEGAJO INEXISTENTE: '
                         LIQ-LEGAJO
              END-IF
           END-IF

           PERFORM 2010-LEE-LIQUIDACION.
       2020-FIN.  EXIT.

       2030-VERIFICA-LIQUIDADA-HOY.
           MOVE 'N' TO SW-LIQUIDADA-HOY
           MOVE LIQ-LEGAJO TO WS-LLAVE-DET(1:5)
           COMPUTE WS-PERIODO-AUX = LIQ-BAJA-ANIO * 100 + 15
           MOVE WS-PERIODO-AUX TO WS-LLAVE-DET(6:6)
           MOVE 'LE' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-CERT WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET
           IF WS-CODIGO-DET EQUAL ZEROS
              AND WS-NOMDET-FECHA-AUX EQUAL WS-FECHA-HOY
              MOVE 'S' TO SW-LIQUIDADA-HOY
           END-IF.
       2030-FIN.  EXIT.

      * -----------------------------------------------------------
      * PEDIDO PUNTUAL: TODOS LOS LEGAJOS DEL RANGO DE LA TARJETA.
      * -----------------------------------------------------------
       2500-CERTIFICA-A-PEDIDO.
           MOVE WS-PARM-LEGAJO-DESDE TO WS-LLAVE-EMP
           MOVE WS-PARM-LEGAJO-HASTA TO WS-LLAVE-HASTA-EMP
           MOVE 'RI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS-AUX WS-CODIGO-EMP

           PERFORM 2510-CERTIFICA-LEGAJO
                   UNTIL WS-CODIGO-EMP NOT EQUAL ZEROS.
       2500-FIN.  EXIT.

       2510-CERTIFICA-LEGAJO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           MOVE ZEROS TO WS-FECHA-BAJA-CERT
           PERFORM 3000-EMITE-CERTIFICADO

           MOVE 'RS' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS-AUX WS-CODIGO-EMP.
       2510-FIN.  EXIT.

      * -----------------------------------------------------------
      * ARMA EL CERTIFICADO DEL LEGAJO QUE ESTA EN
      * WS-REG-EMPLEADOS-AUX. WS-FECHA-BAJA-CERT VIENE CON LA BAJA
      * DEL FINIQUITO, O EN CERO PARA TOMARLA DE LA HISTORIA.
      * -----------------------------------------------------------
       3000-EMITE-CERTIFICADO.
           MOVE ZEROS TO WS-CANTIDAD-ETAPAS WS-CANTIDAD-SALARIOS
                         WS-CANTIDAD-MESES WS-CANTIDAD-FALTANTES

           PERFORM 3100-CARGA-HISTORIA
           PERFORM 3200-CARGA-ETAPAS
           PERFORM 3300-ARMA-MESES-EMPLEO
                   VARYING WS-IDX-ETA FROM 1 BY 1
                   UNTIL WS-IDX-ETA > WS-CANTIDAD-ETAPAS
           PERFORM 3400-CARGA-NOMINA
           PERFORM 3450-CARGA-CONTRIBUCIONES
           PERFORM 4000-IMPRIME-CERTIFICADO

           ADD 1 TO WS-CONTADOR-CERTIFICADOS
           IF WS-CANTIDAD-FALTANTES GREATER THAN ZEROS
              ADD 1 TO WS-CONTADOR-CON-FALTANTES
              DISPLAY 'CERTIFICADO: LEGAJO ' WS-EMP-LLAVE-AUX
                      ' CON ' WS-CANTIDAD-FALTANTES
                      ' MESES SIN APORTES'
           END-IF.
       3000-FIN.  EXIT.

      * -----------------------------------------------------------
      * EMPLEADOS-HISTORIA: CAMBIOS DE SALARIO O DEPARTAMENTO DEL
      * LEGAJO, Y LA ULTIMA BAJA REGISTRADA CUANDO NO VIENE DEL
      * FINIQUITO Y EL LEGAJO ESTA DE BAJA.
      * -----------------------------------------------------------
       3100-CARGA-HISTORIA.
           OPEN INPUT EMPLEADOS-HISTORIA
           IF WS-CODIGO-HIST NOT EQUAL ZEROS
              GO TO 3100-FIN
           END-IF

           MOVE 'N' TO SW-FIN-HIST
           PERFORM 3110-LEE-HISTORIA
           PERFORM 3120-EVALUA-HISTORIA UNTIL FIN-DE-HISTORIA
           CLOSE EMPLEADOS-HISTORIA.
       3100-FIN.  EXIT.

       3110-LEE-HISTORIA.
           READ EMPLEADOS-HISTORIA
              AT END MOVE 'S' TO SW-FIN-HIST
           END-READ.
       3110-FIN.  EXIT.

       3120-EVALUA-HISTORIA.
           IF HIST-LLAVE EQUAL WS-EMP-LLAVE-AUX
              IF HIST-DESPUES-ESTADO EQUAL 'B'
                 AND HIST-ANTES-ESTADO NOT EQUAL 'B'
                 AND WS-EMP-ESTADO-AUX EQUAL 'B'
                 AND CERTIFICADO-A-PEDIDO
                 MOVE HIST-FECHA TO WS-FECHA-BAJA-CERT
              END-IF
              IF HIST-ANTES-SALARIO NUMERIC
                 AND HIST-ANTES-DEPARTAMENTO NUMERIC
                 IF HIST-ANTES-SALARIO NOT EQUAL
                    HIST-DESPUES-SALARIO
                    OR HIST-ANTES-DEPARTAMENTO NOT EQUAL
                       HIST-DESPUES-DEPARTAMENTO
                    PERFORM 3130-AGREGA-SALARIO
                 END-IF
              END-IF
           END-IF

           PERFORM 3110-LEE-HISTORIA.
       3120-FIN.  EXIT.

       3130-AGREGA-SALARIO.
           IF WS-CANTIDAD-SALARIOS EQUAL WS-MAXIMO-SALARIOS
              DISPLAY 'CERTIFICADO: HISTORIA SALARIAL TRUNCADA - '
                      'LEGAJO: ' WS-EMP-LLAVE-AUX
              GO TO 3130-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-SALARIOS
           MOVE HIST-FECHA
             TO WS-SAL-FECHA (WS-CANTIDAD-SALARIOS)
           MOVE HIST-ANTES-DEPARTAMENTO
             TO WS-SAL-DEPTO-ANTES (WS-CANTIDAD-SALARIOS)
           MOVE HIST-DESPUES-DEPARTAMENTO
             TO WS-SAL-DEPTO (WS-CANTIDAD-SALARIOS)
           MOVE HIST-ANTES-SALARIO
             TO WS-SAL-ANTERIOR (WS-CANTIDAD-SALARIOS)
           MOVE HIST-DESPUES-SALARIO
             TO WS-SAL-NUEVO (WS-CANTIDAD-SALARIOS).
       3130-FIN.  EXIT.

      * -----------------------------------------------------------
      * ETAPAS DE EMPLEO: CADA REGISTRO DE PERIODOS-EMPLEO ES UNA
      * ETAPA YA CERRADA (DEL ALTA QUE TENIA EL MAESTRO AL CIERRE
      * POR EL REINGRESO); LA ULTIMA ETAPA VA DEL ALTA ACTUAL DEL
      * MAESTRO (LA REALTA) A LA BAJA.
      * -----------------------------------------------------------
       3200-CARGA-ETAPAS.
           MOVE WS-EMP-FECHA-ALTA-AUX TO WS-INICIO-ETAPA

           OPEN INPUT PERIODOS-EMPLEO
           IF WS-CODIGO-PEREMP EQUAL ZEROS
              MOVE 'N' TO SW-FIN-PEREMP
              PERFORM 3210-LEE-PERIODO-EMPLEO
              PERFORM 3220-AGREGA-ETAPA UNTIL FIN-DE-PEREMP
              CLOSE PERIODOS-EMPLEO
           END-IF

           ADD 1 TO WS-CANTIDAD-ETAPAS
           MOVE WS-INICIO-ETAPA
             TO WS-ETA-DESDE (WS-CANTIDAD-ETAPAS)
           MOVE WS-FECHA-BAJA-CERT
             TO WS-ETA-HASTA (WS-CANTIDAD-ETAPAS).
       3200-FIN.  EXIT.

       3210-LEE-PERIODO-EMPLEO.
           READ PERIODOS-EMPLEO
              AT END MOVE 'S' TO SW-FIN-PEREMP
           END-READ.
       3210-FIN.  EXIT.

       3220-AGREGA-ETAPA.
           IF PEREMP-LLAVE EQUAL WS-EMP-LLAVE-AUX
              IF WS-CANTIDAD-ETAPAS LESS THAN WS-MAXIMO-ETAPAS - 1
                 ADD 1 TO WS-CANTIDAD-ETAPAS
                 MOVE PEREMP-FECHA-ALTA-ORIG
                   TO WS-ETA-DESDE (WS-CANTIDAD-ETAPAS)
                 MOVE PEREMP-FECHA-CIERRE
                   TO WS-ETA-HASTA (WS-CANTIDAD-ETAPAS)
              ELSE
                 DISPLAY 'CERTIFICADO: MAS ETAPAS QUE LA TABLA - '
                         'LEGAJO: ' WS-EMP-LLAVE-AUX
              END-IF
           END-IF

           PERFORM 3210-LEE-PERIODO-EMPLEO.
       3220-FIN.  EXIT.

      * -----------------------------------------------------------
      * UN RENGLON POR CADA MES CALENDARIO DE LA ETAPA; LA ETAPA EN
      * CURSO LLEGA HASTA EL MES DE HOY.
      * -----------------------------------------------------------
       3300-ARMA-MESES-EMPLEO.
           IF WS-ETA-DESDE (WS-IDX-ETA) EQUAL ZEROS
              GO TO 3300-FIN
           END-IF

           MOVE WS-ETA-DESDE (WS-IDX-ETA)(1:6) TO WS-PERIODO-AUX
           COMPUTE WS-MESES-DESDE = WS-AUX-ANIO * 12 + WS-AUX-MES
           IF WS-ETA-HASTA (WS-IDX-ETA) EQUAL ZEROS
              MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-AUX
           ELSE
              MOVE WS-ETA-HASTA (WS-IDX-ETA)(1:6) TO WS-PERIODO-AUX
           END-IF
           COMPUTE WS-MESES-HASTA = WS-AUX-ANIO * 12 + WS-AUX-MES

           PERFORM 3310-AGREGA-MES-EMPLEO
                   VARYING WS-MESES-ACTUAL FROM WS-MESES-DESDE BY 1
                   UNTIL WS-MESES-ACTUAL > WS-MESES-HASTA.
       3300-FIN.  EXIT.

       3310-AGREGA-MES-EMPLEO.
           COMPUTE WS-AUX-ANIO = (WS-MESES-ACTUAL - 1) / 12
           COMPUTE WS-AUX-MES =
                   WS-MESES-ACTUAL - WS-AUX-ANIO * 12
           MOVE WS-PERIODO-AUX TO WS-ANIO-MES-BUSCADO
           PERFORM 3500-UBICA-MES
           IF WS-IDX-MES GREATER THAN ZEROS
              MOVE 'S' TO WS-MES-EN-EMPLEO (WS-IDX-MES)
           END-IF.
       3310-FIN.  EXIT.

      * -----------------------------------------------------------
      * NOMINA-DETALLE DEL LEGAJO: CADA LIQUIDACION SE IMPUTA AL MES
      * DE SU PERIODO (LOS SUBPERIODOS QUINCENALES Y SEMANALES AL
      * MES QUE LOS CONTIENE, SEGUN PERIODO-NOMINA) Y LOS PERIODOS
      * ESPECIALES (AGUINALDO, FINIQUITO) AL MES EN QUE SE
      * LIQUIDARON. LO REVERTIDO NO CUENTA COMO LIQUIDADO.
      * -----------------------------------------------------------
       3400-CARGA-NOMINA.
           MOVE ZEROS TO WS-LLAVE-DET
           MOVE WS-EMP-LLAVE-AUX TO WS-LLAVE-DET(1:5)
           MOVE WS-EMP-LLAVE-AUX TO WS-LLAVE-HASTA-DET(1:5)
           MOVE 999999 TO WS-LLAVE-HASTA-DET(6:6)
           MOVE 'RI' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-CERT WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET

           PERFORM 3410-IMPUTA-LIQUIDACION
                   UNTIL WS-CODIGO-DET NOT EQUAL ZEROS.
       3400-FIN.  EXIT.

       3410-IMPUTA-LIQUIDACION.
           IF NOT WS-NOMDET-REVERTIDO-AUX
              MOVE 'DE'                  TO WS-FUNCION-PER
              MOVE WS-NOMDET-PERIODO-AUX TO WS-PER-PERIODO
              CALL 'PERIODO-NOMINA'
                   USING WS-FUNCION-PER WS-PERIODO-NOMINA
                         WS-CODIGO-PER
              EVALUATE WS-CODIGO-PER
                 WHEN '00'
                    MOVE WS-PER-ANIO-MES TO WS-ANIO-MES-BUSCADO
                 WHEN 'ES'
                    MOVE WS-NOMDET-FECHA-AUX(1:6)
                      TO WS-ANIO-MES-BUSCADO
                 WHEN OTHER
                    MOVE ZEROS TO WS-ANIO-MES-BUSCADO
              END-EVALUATE
              IF WS-ANIO-MES-BUSCADO GREATER THAN ZEROS
                 PERFORM 3500-UBICA-MES
                 IF WS-IDX-MES GREATER THAN ZEROS
                    MOVE 'S' TO WS-MES-LIQUIDADO (WS-IDX-MES)
                    ADD WS-NOMDET-BRUTO-AUX
                        TO WS-MES-BRUTO (WS-IDX-MES)
                 END-IF
              END-IF
           END-IF

           MOVE 'RS' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-CERT WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET.
       3410-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONTRIBUCIONES-NOMINA DEL LEGAJO, AL MES DE SU PERIODO Y
      * SEPARADAS POR TIPO (JUB, OBS, SEG; OTROS TIPOS SOLO SUMAN
      * AL TOTAL DE APORTES DEL MES).
      * -----------------------------------------------------------
       3450-CARGA-CONTRIBUCIONES.
           OPEN INPUT CONTRIBUCIONES-NOMINA
           IF WS-CODIGO-CONTR NOT EQUAL ZEROS
              DISPLAY 'CERTIFICADO: SIN CONTRIBUCIONES - STATUS: '
                      WS-CODIGO-CONTR
              GO TO 3450-FIN
           END-IF

           MOVE 'N' TO SW-FIN-CONTR
           PERFORM 3460-LEE-CONTRIBUCION
           PERFORM 3470-IMPUTA-CONTRIBUCION UNTIL FIN-DE-CONTR
           CLOSE CONTRIBUCIONES-NOMINA.
       3450-FIN.  EXIT.

       3460-LEE-CONTRIBUCION.
           READ CONTRIBUCIONES-NOMINA
              AT END MOVE 'S' TO SW-FIN-CONTR
           END-READ.
       3460-FIN.  EXIT.

       3470-IMPUTA-CONTRIBUCION.
           IF CONTR-LEGAJO EQUAL WS-EMP-LLAVE-AUX
              MOVE 'DE'          TO WS-FUNCION-PER
              MOVE CONTR-PERIODO TO WS-PER-PERIODO
              CALL 'PERIODO-NOMINA'
                   USING WS-FUNCION-PER WS-PERIODO-NOMINA
                         WS-CODIGO-PER
              IF WS-CODIGO-PER EQUAL ZEROS OR WS-CODIGO-PER EQUAL 'ES'
                 MOVE WS-PER-ANIO-MES TO WS-ANIO-MES-BUSCADO
                 PERFORM 3500-UBICA-MES
                 IF WS-IDX-MES GREATER THAN ZEROS
                    PERFORM 3480-SUMA-CONTRIBUCION
                 END-IF
              END-IF
           END-IF

           PERFORM 3460-LEE-CONTRIBUCION.
       3470-FIN.  EXIT.

       3480-SUMA-CONTRIBUCION.
           EVALUATE CONTR-TIPO
              WHEN 'JUB'
                 ADD CONTR-IMPORTE TO WS-MES-JUB (WS-IDX-MES)
              WHEN 'OBS'
                 ADD CONTR-IMPORTE TO WS-MES-OBS (WS-IDX-MES)
              WHEN 'SEG'
                 ADD CONTR-IMPORTE TO WS-MES-SEG (WS-IDX-MES)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           ADD CONTR-IMPORTE TO WS-MES-APORTES (WS-IDX-MES).
       3480-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEVUELVE EN WS-IDX-MES EL RENGLON DE WS-ANIO-MES-BUSCADO,
      * INSERTANDOLO EN ORDEN SI NO ESTABA (EN CERO SI LA TABLA
      * ESTA LLENA).
      * -----------------------------------------------------------
       3500-UBICA-MES.
           MOVE 'N' TO SW-POSICION-HALLADA
           MOVE ZEROS TO WS-IDX-POSICION
           PERFORM 3510-COMPARA-MES
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > WS-CANTIDAD-MESES
                   OR POSICION-HALLADA

           IF POSICION-HALLADA
              IF WS-MES-ANIO-MES (WS-IDX-POSICION) EQUAL
                 WS-ANIO-MES-BUSCADO
                 MOVE WS-IDX-POSICION TO WS-IDX-MES
                 GO TO 3500-FIN
              END-IF
           ELSE
              COMPUTE WS-IDX-POSICION = WS-CANTIDAD-MESES + 1
           END-IF

           IF WS-CANTIDAD-MESES EQUAL WS-MAXIMO-MESES
              DISPLAY 'CERTIFICADO: MAS MESES QUE LA TABLA - '
                      'LEGAJO: ' WS-EMP-LLAVE-AUX
                      ' MES: ' WS-ANIO-MES-BUSCADO
              MOVE ZEROS TO WS-IDX-MES
              GO TO 3500-FIN
           END-IF

           PERFORM 3520-CORRE-MES
                   VARYING WS-IDX-MES FROM WS-CANTIDAD-MESES BY -1
                   UNTIL WS-IDX-MES < WS-IDX-POSICION
           ADD 1 TO WS-CANTIDAD-MESES

           MOVE WS-IDX-POSICION TO WS-IDX-MES
           MOVE WS-ANIO-MES-BUSCADO TO WS-MES-ANIO-MES (WS-IDX-MES)
           MOVE 'N' TO WS-MES-EN-EMPLEO (WS-IDX-MES)
                       WS-MES-LIQUIDADO (WS-IDX-MES)
           MOVE ZEROS TO WS-MES-BRUTO (WS-IDX-MES)
                         WS-MES-JUB (WS-IDX-MES)
                         WS-MES-OBS (WS-IDX-MES)
                         WS-MES-SEG (WS-IDX-MES)
                         WS-MES-APORTES (WS-IDX-MES).
       3500-FIN.  EXIT.

       3510-COMPARA-MES.
           IF WS-MES-ANIO-MES (WS-IDX-MES) NOT LESS THAN
              WS-ANIO-MES-BUSCADO
              MOVE 'S' TO SW-POSICION-HALLADA
              MOVE WS-IDX-MES TO WS-IDX-POSICION
           END-IF.
       3510-FIN.  EXIT.

       3520-CORRE-MES.
           COMPUTE WS-IDX-MES-2 = WS-IDX-MES + 1
           MOVE WS-MES-ENTRADA (WS-IDX-MES)
             TO WS-MES-ENTRADA (WS-IDX-MES-2).
       3520-FIN.  EXIT.

      * -----------------------------------------------------------
      * IMPRESION DEL CERTIFICADO (CADA LINEA QUEDA TAMBIEN EN EL
      * REPOSITORIO DE REPORTES).
      * -----------------------------------------------------------
       4000-IMPRIME-CERTIFICADO.
           PERFORM 8800-LINEA-SEPARADORA
           MOVE WS-EMPLEADOR-1 TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA
           MOVE WS-EMPLEADOR-2 TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA
           PERFORM 8800-LINEA-SEPARADORA

           MOVE WS-EMP-LLAVE-AUX        TO CER-LEGAJO
           MOVE WS-EMP-APELLIDO-AUX     TO CER-APELLIDO
           MOVE WS-EMP-NOMBRE-AUX       TO CER-NOMBRE
           MOVE WS-EMP-DEPARTAMENTO-AUX TO CER-DEPTO
           MOVE WS-LINEA-LEGAJO TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA

           MOVE WS-ETA-DESDE (1) TO CER-FECHA-ALTA
           IF WS-FECHA-BAJA-CERT EQUAL ZEROS
              MOVE 'EN CURSO' TO CER-FECHA-BAJA
           ELSE
              MOVE WS-FECHA-BAJA-CERT TO CER-FECHA-BAJA
           END-IF
           MOVE WS-FECHA-HOY TO CER-FECHA-EMISION
           MOVE WS-LINEA-FECHAS TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA

           MOVE WS-TITULO-ETAPAS TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA
           PERFORM 4100-IMPRIME-ETAPA
                   VARYING WS-IDX-ETA FROM 1 BY 1
                   UNTIL WS-IDX-ETA > WS-CANTIDAD-ETAPAS

           PERFORM 4200-IMPRIME-PUESTO
           PERFORM 4300-IMPRIME-SALARIOS
           PERFORM 4400-IMPRIME-MESES

           IF WS-CANTIDAD-FALTANTES GREATER THAN ZEROS
              MOVE WS-CANTIDAD-FALTANTES TO FAL-CANTIDAD
              MOVE WS-LINEA-FALTANTES TO REG-REPORTE WS-TEXTO-REPO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE WS-LINEA-SIN-FALTANTES TO REG-REPORTE
                                             WS-TEXTO-REPO
           END-IF
           PERFORM 8850-IMPRIME-Y-GUARDA

           MOVE WS-LINEA-FIRMA TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA
           PERFORM 8800-LINEA-SEPARADORA.
       4000-FIN.  EXIT.

       4100-IMPRIME-ETAPA.
           MOVE WS-ETA-DESDE (WS-IDX-ETA) TO ETA-DESDE
           IF WS-ETA-HASTA (WS-IDX-ETA) EQUAL ZEROS
              MOVE 'EN CURSO' TO ETA-HASTA
           ELSE
              MOVE WS-ETA-HASTA (WS-IDX-ETA) TO ETA-HASTA
           END-IF
           MOVE WS-LINEA-ETAPA TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA.
       4100-FIN.  EXIT.

      * -----------------------------------------------------------
      * PUESTO ASIGNADO EN EMPLEADO-PUESTO (EL ARCHIVO GUARDA LA
      * ASIGNACION VIGENTE DEL LEGAJO CON SU FECHA).
      * -----------------------------------------------------------
       4200-IMPRIME-PUESTO.
           MOVE ZEROS  TO PUE-CODIGO PUE-FECHA
           MOVE 'SIN PUESTO ASIGNADO' TO PUE-TITULO
           IF HAY-PUESTOS
              MOVE WS-EMP-LLAVE-AUX TO EMPPUES-LLAVE
              READ EMPLEADO-PUESTO
              IF WS-CODIGO-EPUE EQUAL ZEROS
                 MOVE EMPPUES-PUESTO           TO PUE-CODIGO
                 MOVE EMPPUES-FECHA-ASIGNACION TO PUE-FECHA
                 PERFORM 4210-BUSCA-TITULO-PUESTO
              END-IF
           END-IF
           MOVE WS-LINEA-PUESTO TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA.
       4200-FIN.  EXIT.

       4210-BUSCA-TITULO-PUESTO.
           MOVE EMPPUES-PUESTO TO WS-LLAVE-PUES
           MOVE 'LE' TO WS-FUNCION-PUES
           CALL 'PUESTOS-I-O'
                USING WS-FUNCION-PUES WS-LLAVE-PUES WS-USUARIO-CERT
                      WS-REG-PUESTO-AUX WS-CODIGO-PUES
           IF WS-CODIGO-PUES EQUAL ZEROS
              MOVE WS-PUES-TITULO-AUX TO PUE-TITULO
           ELSE
              MOVE 'SIN MAESTRO'      TO PUE-TITULO
           END-IF.
       4210-FIN.  EXIT.

      * -----------------------------------------------------------
      * HISTORIA SALARIAL: EL SALARIO DE INGRESO ES EL "ANTES" DEL
      * PRIMER CAMBIO (O EL SALARIO ACTUAL SI NUNCA CAMBIO) Y LUEGO
      * CADA CAMBIO DE SALARIO O DEPARTAMENTO CON SU FECHA.
      * -----------------------------------------------------------
       4300-IMPRIME-SALARIOS.
           MOVE WS-TITULO-SALARIOS TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA
           MOVE WS-TITULO-COL-SALARIOS TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA

           MOVE WS-ETA-DESDE (1) TO SAL-FECHA
           IF WS-CANTIDAD-SALARIOS GREATER THAN ZEROS
              MOVE WS-SAL-DEPTO-ANTES (1) TO SAL-DEPTO
              MOVE WS-SAL-ANTERIOR (1)    TO SAL-IMPORTE
           ELSE
              MOVE WS-EMP-DEPARTAMENTO-AUX TO SAL-DEPTO
              MOVE WS-EMP-SALARIO-AUX      TO SAL-IMPORTE
           END-IF
           MOVE 'SALARIO DE INGRESO' TO SAL-MOTIVO
           MOVE WS-LINEA-SALARIO TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA

           PERFORM 4310-IMPRIME-CAMBIO-SALARIO
                   VARYING WS-IDX-SAL FROM 1 BY 1
                   UNTIL WS-IDX-SAL > WS-CANTIDAD-SALARIOS.
       4300-FIN.  EXIT.

       4310-IMPRIME-CAMBIO-SALARIO.
           MOVE WS-SAL-FECHA (WS-IDX-SAL) TO SAL-FECHA
           MOVE WS-SAL-DEPTO (WS-IDX-SAL) TO SAL-DEPTO
           MOVE WS-SAL-NUEVO (WS-IDX-SAL) TO SAL-IMPORTE
           IF WS-SAL-NUEVO (WS-IDX-SAL) EQUAL
              WS-SAL-ANTERIOR (WS-IDX-SAL)
              MOVE 'CAMBIO DE DEPTO'      TO SAL-MOTIVO
           ELSE
              IF WS-SAL-DEPTO (WS-IDX-SAL) EQUAL
                 WS-SAL-DEPTO-ANTES (WS-IDX-SAL)
                 MOVE 'CAMBIO DE SALARIO' TO SAL-MOTIVO
              ELSE
                 MOVE 'CAMBIO SALARIO/DEPTO' TO SAL-MOTIVO
              END-IF
           END-IF
           MOVE WS-LINEA-SALARIO TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA.
       4310-FIN.  EXIT.

      * -----------------------------------------------------------
      * DETALLE MES POR MES. UN MES DE EMPLEO SIN LIQUIDACION, O
      * CON REMUNERACION Y SIN NINGUN APORTE, ES UN FALTANTE QUE
      * SE REVISA ANTES DE FIRMAR. LOS MESES FUERA DE LAS ETAPAS
      * (FINIQUITO LIQUIDADO DESPUES DE LA BAJA, POR EJEMPLO) SE
      * MUESTRAN PERO NO CUENTAN COMO FALTANTE.
      * -----------------------------------------------------------
       4400-IMPRIME-MESES.
           MOVE WS-TITULO-MESES TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA
           MOVE WS-TITULO-COL-MESES TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA

           MOVE ZEROS TO WS-TOTAL-BRUTO-CERT WS-TOTAL-JUB-CERT
                         WS-TOTAL-OBS-CERT WS-TOTAL-SEG-CERT
                         WS-TOTAL-APORTES-CERT
           PERFORM 4410-IMPRIME-MES
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > WS-CANTIDAD-MESES

           MOVE WS-TOTAL-BRUTO-CERT   TO TOT-BRUTO
           MOVE WS-TOTAL-JUB-CERT     TO TOT-JUB
           MOVE WS-TOTAL-OBS-CERT     TO TOT-OBS
           MOVE WS-TOTAL-SEG-CERT     TO TOT-SEG
           MOVE WS-TOTAL-APORTES-CERT TO TOT-APORTES
           MOVE WS-LINEA-TOTAL-MESES TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA.
       4400-FIN.  EXIT.

       4410-IMPRIME-MES.
           MOVE WS-MES-ANIO-MES (WS-IDX-MES) TO WS-PERIODO-AUX
           MOVE WS-AUX-MES                   TO MES-MES
           MOVE WS-AUX-ANIO                  TO MES-ANIO
           MOVE WS-MES-BRUTO (WS-IDX-MES)    TO MES-BRUTO
           MOVE WS-MES-JUB (WS-IDX-MES)      TO MES-JUB
           MOVE WS-MES-OBS (WS-IDX-MES)      TO MES-OBS
           MOVE WS-MES-SEG (WS-IDX-MES)      TO MES-SEG
           MOVE WS-MES-APORTES (WS-IDX-MES)  TO MES-TOTAL
           MOVE SPACES                       TO MES-OBSERVACION

           EVALUATE TRUE
              WHEN WS-MES-EN-EMPLEO (WS-IDX-MES) NOT EQUAL 'S'
                 MOVE 'FUERA EMPLEO' TO MES-OBSERVACION
              WHEN WS-MES-LIQUIDADO (WS-IDX-MES) NOT EQUAL 'S'
                 MOVE 'SIN LIQUIDAC' TO MES-OBSERVACION
                 ADD 1 TO WS-CANTIDAD-FALTANTES
              WHEN WS-MES-BRUTO (WS-IDX-MES) GREATER THAN ZEROS
                   AND WS-MES-APORTES (WS-IDX-MES) EQUAL ZEROS
                 MOVE 'SIN APORTES'  TO MES-OBSERVACION
                 ADD 1 TO WS-CANTIDAD-FALTANTES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           ADD WS-MES-BRUTO (WS-IDX-MES)   TO WS-TOTAL-BRUTO-CERT
           ADD WS-MES-JUB (WS-IDX-MES)     TO WS-TOTAL-JUB-CERT
           ADD WS-MES-OBS (WS-IDX-MES)     TO WS-TOTAL-OBS-CERT
           ADD WS-MES-SEG (WS-IDX-MES)     TO WS-TOTAL-SEG-CERT
           ADD WS-MES-APORTES (WS-IDX-MES) TO WS-TOTAL-APORTES-CERT

           MOVE WS-LINEA-MES TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA.
       4410-FIN.  EXIT.

       8800-LINEA-SEPARADORA.
           MOVE WS-LINEA-SEPARADORA TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA.
       8800-FIN.  EXIT.

       8850-IMPRIME-Y-GUARDA.
           WRITE REG-REPORTE AFTER ADVANCING 1 LINE
           MOVE 'LI' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO.
       8850-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-CERTIFICADOS  TO RES-CERTIFICADOS
           MOVE WS-CONTADOR-CON-FALTANTES TO RES-CON-FALTANTES
           MOVE WS-LINEA-RESUMEN TO REG-REPORTE WS-TEXTO-REPO
           WRITE REG-REPORTE AFTER ADVANCING 2 LINES
           MOVE 'LI' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO

           MOVE 'CI' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-CERT WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS-AUX WS-CODIGO-EMP

           MOVE 'CI' TO WS-FUNCION-PUES
           CALL 'PUESTOS-I-O'
                USING WS-FUNCION-PUES WS-LLAVE-PUES WS-USUARIO-CERT
                      WS-REG-PUESTO-AUX WS-CODIGO-PUES

           IF HAY-PUESTOS
              CLOSE EMPLEADO-PUESTO
           END-IF

           MOVE 'CI' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO

           MOVE WS-CONTADOR-LEIDOS        TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-CERTIFICADOS  TO WS-STAT-CERTIFICADOS
           MOVE WS-CONTADOR-CON-FALTANTES TO WS-STAT-CON-FALTANTES
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-CERTIFICADOS WS-STAT-CON-FALTANTES

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
