       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CLASIFICACION-DEUDORES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. CIERRE MENSUAL DE
      *                    CLASIFICACION DE DEUDORES Y PREVISION POR
      *                    INCOBRABILIDAD: CORRE SOLO EN FIN DE PERIODO
      *                    SEGUN EL CALENDARIO Y UNA VEZ POR MES
      *                    (CONTROL-CORRIDAS). JUNTA TODA LA DEUDA:
      *                    DESCUBIERTO UTILIZADO EN ARCHIVO-SALDOS
      *                    (CUENTAS EN PESOS), PRESTAMOS-CLIENTES Y
      *                    PRESTAMOS AL PERSONAL (SALDO DE LA DEDUCCION
      *                    RECURRENTE), LA ORDENA POR DEUDOR Y LE DA A
      *                    CADA UNO LA PEOR SITUACION DE SUS PRODUCTOS
      *                    SEGUN LOS DIAS DE ATRASO (1 NORMAL A 5
      *                    IRRECUPERABLE). LA PREVISION ES EL
      *                    PORCENTAJE DE LA SITUACION SOBRE TODA LA
      *                    DEUDA DEL DEUDOR. APAREA CONTRA LA
      *                    CLASIFICACION DEL MES ANTERIOR (UT-S-CLASANT)
      *                    PARA LA MIGRACION ENTRE SITUACIONES Y GRABA
      *                    LA DEL MES (UT-S-CLASDEU, CPCLDEU1). LA
      *                    VARIACION DE LA PREVISION VA A GL-INTERFAZ
      *                    (CARGOINC / PREVINCO). SIN CLASIFICACION
      *                    ANTERIOR TERMINA CON RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-EXPOSICION ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT CLASIF-ANTERIOR ASSIGN TO UT-S-CLASANT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-ANT.

           SELECT CLASIF-NUEVA ASSIGN TO UT-S-CLASDEU
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-NUE.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    UNA LINEA POR PRODUCTO CON DEUDA. EXP-PRODUCTO: D =
      *    DESCUBIERTO, P = PRESTAMO A CLIENTE, E = PRESTAMO AL
      *    PERSONAL. EL DESCUBIERTO VIENE SIEMPRE EN SITUACION 1; SI
      *    SUPERA EL LIMITE (EXP-EXCEDIDO) SUS DIAS SE CALCULAN POR
      *    DEUDOR CON LA FECHA DE EXCESO DEL MES ANTERIOR.
       SD  ARCH-EXPOSICION
           DATA RECORD IS REG-EXPOSICION.
       01  REG-EXPOSICION.
           05 EXP-DEUDOR.
              10 EXP-TIPO-DEUDOR        PIC X(01).
              10 EXP-DOCUMENTO          PIC 9(08).
           05 EXP-PRODUCTO              PIC X(01).
           05 EXP-REFERENCIA            PIC 9(10).
           05 EXP-NOMBRE                PIC X(25).
           05 EXP-DEUDA                 PIC 9(11)V99.
           05 EXP-DIAS-ATRASO           PIC 9(05).
           05 EXP-SITUACION             PIC 9(01).
           05 EXP-EXCEDIDO              PIC X(01).
              88 EXP-ES-EXCEDIDO                   VALUE 'S'.

       FD  CLASIF-ANTERIOR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-CLASIF-ANTERIOR.
           COPY CPCLDEU1 REPLACING
                REG-CLASIF-DEUDOR BY REG-CLASIF-ANTERIOR
                CLD-DEUDOR BY ANT-DEUDOR
                CLD-TIPO-DEUDOR BY ANT-TIPO-DEUDOR
                CLD-ES-CLIENTE BY ANT-ES-CLIENTE
                CLD-ES-EMPLEADO BY ANT-ES-EMPLEADO
                CLD-ES-CUENTA BY ANT-ES-CUENTA
                CLD-DOCUMENTO BY ANT-DOCUMENTO
                CLD-NOMBRE BY ANT-NOMBRE
                CLD-PERIODO BY ANT-PERIODO
                CLD-SITUACION BY ANT-SITUACION
                CLD-DIAS-ATRASO BY ANT-DIAS-ATRASO
                CLD-DEUDA BY ANT-DEUDA
                CLD-PROVISION BY ANT-PROVISION
                CLD-FECHA-EXCESO BY ANT-FECHA-EXCESO
                CLD-SITUACION-ANT BY ANT-SITUACION-ANT
                CLD-PRODUCTOS BY ANT-PRODUCTOS.

       FD  CLASIF-NUEVA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-CLASIF-DEUDOR.
           COPY CPCLDEU1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(12) VALUE SPACES.
           05 FILLER                    PIC X(44)
              VALUE 'CLASIFICACION DE DEUDORES Y PREVISION - MES'.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(11) VALUE 'T DOCUMENTO'.
           05 FILLER                    PIC X(22) VALUE ' NOMBRE'.
           05 FILLER                    PIC X(08) VALUE 'ANT SIT'.
           05 FILLER                    PIC X(06) VALUE ' DIAS'.
           05 FILLER                    PIC X(14)
              VALUE '         DEUDA'.
           05 FILLER                    PIC X(15)
              VALUE '      PREVISION'.
           05 FILLER                    PIC X(04) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DOCUMENTO             PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-NOMBRE                PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-SIT-ANT               PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-SITUACION             PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-DIAS                  PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DEUDA                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PROVISION             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MIGRACION             PIC X(03).

       01  WS-TITULO-RESUMEN.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'RESUMEN POR SITUACION'.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TITULO-RESUMEN-2.
           05 FILLER                    PIC X(16) VALUE 'SITUACION'.
           05 FILLER                    PIC X(09) VALUE ' DEUDORES'.
           05 FILLER                    PIC X(18)
              VALUE '             DEUDA'.
           05 FILLER                    PIC X(08) VALUE '       %'.
           05 FILLER                    PIC X(18)
              VALUE '         PREVISION'.
           05 FILLER                    PIC X(11) VALUE SPACES.

       01  WS-LINEA-SITUACION.
           05 SIT-NUMERO                PIC 9(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 SIT-DESCRIPCION           PIC X(16).
           05 SIT-DEUDORES              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 SIT-DEUDA                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 SIT-PORCENTAJE            PIC ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 SIT-PROVISION             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(09) VALUE SPACES.

       01  WS-LINEA-TOTAL-SIT.
           05 FILLER                    PIC X(18) VALUE 'TOTAL'.
           05 TSI-DEUDORES              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 TSI-DEUDA                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 TSI-PROVISION             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(09) VALUE SPACES.

       01  WS-TITULO-MIGRACION.
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(29)
              VALUE 'MIGRACION ENTRE SITUACIONES'.
           05 FILLER                    PIC X(41)
              VALUE '(FILA = MES ANTERIOR, COLUMNA = ACTUAL)'.

       01  WS-TITULO-MIGRACION-2.
           05 FILLER                    PIC X(14) VALUE 'ANT / ACT'.
           05 FILLER                    PIC X(08) VALUE '  SIN D.'.
           05 FILLER                    PIC X(08) VALUE '       1'.
           05 FILLER                    PIC X(08) VALUE '       2'.
           05 FILLER                    PIC X(08) VALUE '       3'.
           05 FILLER                    PIC X(08) VALUE '       4'.
           05 FILLER                    PIC X(08) VALUE '       5'.
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-LINEA-MIGRACION.
           05 MIG-ETIQUETA              PIC X(14).
           05 MIG-CELDA-EDIT OCCURS 6 TIMES.
              10 FILLER                 PIC X(02).
              10 MIG-CANTIDAD           PIC ZZZZZ9.
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-LINEA-IMPORTE.
           05 LIM-TEXTO                 PIC X(30).
           05 LIM-IMPORTE               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(31) VALUE SPACES.

      *    ESCALA DE SITUACIONES: DESCRIPCION Y PORCENTAJE DE
      *    PREVISION SOBRE LA DEUDA, INDEXADA POR LA SITUACION.
       01  WS-TABLA-ESCALA.
           05 FILLER                    PIC X(16) VALUE 'NORMAL'.
           05 FILLER                    PIC 9(03)V99 VALUE 1.
           05 FILLER                    PIC X(16) VALUE 'RIESGO BAJO'.
           05 FILLER                    PIC 9(03)V99 VALUE 5.
           05 FILLER                    PIC X(16) VALUE 'RIESGO MEDIO'.
           05 FILLER                    PIC 9(03)V99 VALUE 25.
           05 FILLER                    PIC X(16) VALUE 'RIESGO ALTO'.
           05 FILLER                    PIC 9(03)V99 VALUE 50.
           05 FILLER                    PIC X(16) VALUE 'IRRECUPERABLE'.
           05 FILLER                    PIC 9(03)V99 VALUE 100.
       01  FILLER REDEFINES WS-TABLA-ESCALA.
           05 WS-ESCALA OCCURS 5 TIMES.
              10 WS-ESC-DESCRIPCION     PIC X(16).
              10 WS-ESC-PORCENTAJE      PIC 9(03)V99.

      *    ACUMULADOS DEL MES POR SITUACION.
       01  WS-TABLA-SITUACIONES.
           05 WS-SITUACION-TABLA OCCURS 5 TIMES.
              10 WS-SIT-DEUDORES        PIC 9(07).
              10 WS-SIT-DEUDA           PIC 9(13)V99.
              10 WS-SIT-PROVISION       PIC 9(13)V99.

      *    MATRIZ DE MIGRACION: FILA = SITUACION ANTERIOR + 1,
      *    COLUMNA = SITUACION ACTUAL + 1 (1 = SIN DEUDA ESE MES).
       01  WS-TABLA-MIGRACION.
           05 WS-MIG-FILA OCCURS 6 TIMES.
              10 WS-MIG-CELDA           PIC 9(06) OCCURS 6 TIMES.

       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-ANT                PIC X(02).
       01  WS-CODIGO-NUE                PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-FIN-ANT                   PIC X(01) VALUE 'N'.
           88 FIN-DE-ANTERIOR                      VALUE 'S'.
       01  SW-SIN-ANTERIOR              PIC X(01) VALUE 'N'.
           88 NO-HAY-ANTERIOR                      VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-PARTES-FECHA-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-HOY               PIC 9(04).
           05 WS-MES-HOY                PIC 9(02).
           05 WS-DIA-HOY                PIC 9(02).
       01  WS-FECHA-VTO                 PIC 9(08).
       01  WS-PARTES-FECHA-VTO REDEFINES WS-FECHA-VTO.
           05 WS-ANIO-VTO               PIC 9(04).
           05 WS-MES-VTO                PIC 9(02).
           05 WS-DIA-VTO                PIC 9(02).
       01  WS-FECHA-OTORGA              PIC 9(08).
       01  WS-PARTES-FECHA-OTORGA REDEFINES WS-FECHA-OTORGA.
           05 WS-ANIO-OTORGA            PIC 9(04).
           05 WS-MES-OTORGA             PIC 9(02).
           05 WS-DIA-OTORGA             PIC 9(02).

       01  WS-MARCAS-CALENDARIO.
           05 WS-CAL-LABORABLE          PIC X(01).
           05 WS-CAL-FIN-PERIODO        PIC X(01).
              88 HOY-ES-FIN-PERIODO               VALUE 'S'.
           05 WS-CAL-DIA-PAGO           PIC X(01).
       01  WS-CODIGO-CAL                PIC X(02).

       01  WS-FUNCION-CTRL              PIC X(02).
       01  WS-PERIODO-CTRL              PIC 9(06).
       01  WS-CODIGO-CTRL               PIC X(02).

       01  WS-USUARIO-CLD               PIC X(08) VALUE 'CLASDEUD'.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07) VALUE ZEROS.
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE 9999999.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-PRCL              PIC X(02).
       01  WS-LLAVE-PRCL.
           05 WS-LLAVE-PRCL-CUENTA      PIC 9(07).
           05 WS-LLAVE-PRCL-NUMERO      PIC 9(03).
       01  WS-LLAVE-HASTA-PRCL          PIC 9(10) VALUE 9999999999.
       01  WS-REG-PRCL-AUX.
           05 WS-PRCL-CUENTA-AUX        PIC 9(07).
           05 WS-PRCL-NUMERO-AUX        PIC 9(03).
           05 WS-PRCL-TITULAR-AUX       PIC 9(08).
           05 WS-PRCL-CAPITAL-AUX       PIC 9(09)V99.
           05 WS-PRCL-TASA-AUX          PIC 9(02)V99.
           05 WS-PRCL-TASA-PUN-AUX      PIC 9(02)V99.
           05 WS-PRCL-PLAZO-AUX         PIC 9(03).
           05 WS-PRCL-FECHA-AUX         PIC 9(08).
           05 WS-PRCL-CUOTA-AUX         PIC 9(07)V99.
           05 WS-PRCL-DIA-VTO-AUX       PIC 9(02).
           05 WS-PRCL-PROX-VTO-AUX      PIC 9(08).
           05 WS-PRCL-VENCIDAS-AUX      PIC 9(03).
           05 WS-PRCL-SALDO-CAP-AUX     PIC 9(09)V99.
           05 WS-PRCL-EXIG-CAP-AUX      PIC 9(09)V99.
           05 WS-PRCL-EXIG-INT-AUX      PIC 9(09)V99.
           05 WS-PRCL-PUNITORIOS-AUX    PIC 9(07)V99.
           05 WS-PRCL-FECHA-PUN-AUX     PIC 9(08).
           05 WS-PRCL-ULT-COBRO-AUX     PIC 9(08).
           05 WS-PRCL-ESTADO-AUX        PIC X(01).
              88 WS-PRCL-VIGENTE-AUX             VALUE 'V'.
              88 WS-PRCL-EN-MORA-AUX             VALUE 'M'.
       01  WS-CODIGO-PRCL               PIC X(02).

       01  WS-FUNCION-PRST              PIC X(02).
       01  WS-LLAVE-PRST                PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-PRST          PIC 9(08) VALUE 99999999.
       01  WS-REG-PRST-AUX.
           05 WS-PRST-LEGAJO-AUX        PIC 9(05).
           05 WS-PRST-NUMERO-AUX        PIC 9(03).
           05 WS-PRST-CAPITAL-AUX       PIC 9(09)V99.
           05 WS-PRST-TASA-AUX          PIC 9(02)V99.
           05 WS-PRST-PLAZO-AUX         PIC 9(03).
           05 WS-PRST-FECHA-AUX         PIC 9(08).
           05 WS-PRST-CUOTA-AUX         PIC 9(07)V99.
           05 WS-PRST-TOTAL-AUX         PIC 9(09)V99.
           05 WS-PRST-DEDRSEC-AUX       PIC 9(02).
           05 WS-PRST-ESTADO-AUX        PIC X(01).
              88 WS-PRST-VIGENTE-AUX             VALUE 'V'.
       01  WS-CODIGO-PRST               PIC X(02).

       01  WS-FUNCION-DEDR              PIC X(02).
       01  WS-LLAVE-DEDR.
           05 WS-LLAVE-DEDR-LEGAJO      PIC 9(05).
           05 WS-LLAVE-DEDR-SEC         PIC 9(02).
       01  WS-LLAVE-HASTA-DEDR          PIC 9(07) VALUE ZEROS.
           COPY CPDEDRWS.
       01  WS-CODIGO-DEDR               PIC X(02).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

      *    CALCULO DE ATRASO POR PRODUCTO.
       01  WS-DIAS-ATRASO               PIC S9(07).
       01  WS-SITUACION                 PIC 9(01).
       01  WS-EXIGIBLE                  PIC 9(11)V99.
       01  WS-CUOTAS-IMPAGAS            PIC 9(03).
       01  WS-CUOTA-MAS-VIEJA           PIC S9(03).
       01  WS-MESES                     PIC 9(06).
       01  WS-RESTO-MES                 PIC 9(02).
       01  WS-PAGADO                    PIC S9(09)V99 COMP-3.
       01  WS-CUOTAS-PAGADAS            PIC 9(03).
       01  WS-CUOTAS-ESPERADAS          PIC S9(05).
       01  WS-CUOTAS-ATRASADAS          PIC S9(05).

      *    DEUDOR EN CURSO DEL APAREO.
       01  WS-DEUDOR-ORD                PIC X(09).
       01  WS-DEUDOR-ANT                PIC X(09).
       01  WS-DEUDOR-ACTUAL.
           05 WS-DEU-TIPO               PIC X(01).
              88 WS-DEU-ES-CLIENTE               VALUE 'C'.
              88 WS-DEU-ES-EMPLEADO              VALUE 'E'.
           05 WS-DEU-DOCUMENTO          PIC 9(08).
       01  WS-DEU-NOMBRE                PIC X(25).
       01  WS-DEU-DEUDA                 PIC 9(11)V99.
       01  WS-DEU-PROVISION             PIC 9(11)V99.
       01  WS-DEU-SITUACION             PIC 9(01).
       01  WS-DEU-DIAS                  PIC 9(05).
       01  WS-DEU-PRODUCTOS             PIC 9(03).
       01  WS-DEU-FECHA-EXCESO          PIC 9(08).
       01  SW-DEU-EXCEDIDO              PIC X(01).
           88 DEU-ES-EXCEDIDO                      VALUE 'S'.
       01  WS-ANT-SITUACION             PIC 9(01).
       01  WS-ANT-FECHA-EXCESO          PIC 9(08).
       01  WS-ANT-NOMBRE                PIC X(25).
       01  WS-FILA                      PIC 9(01) COMP.
       01  WS-COLUMNA                   PIC 9(01) COMP.
       01  WS-IDX-SIT                   PIC 9(01) COMP.

       01  WS-CONTADOR-EXPOSICIONES     PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-DEUDORES         PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-IRREGULARES      PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-SIN-TITULAR      PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-DEUDA               PIC 9(13)V99 VALUE ZEROS.
       01  WS-PROVISION-ACTUAL          PIC 9(13)V99 VALUE ZEROS.
       01  WS-PROVISION-ANTERIOR        PIC 9(13)V99 VALUE ZEROS.
       01  WS-VARIACION                 PIC S9(13)V99 VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CLASIFICA-DEUDORES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-DEUDORES             PIC 9(07).
       01  WS-STAT-IRREGULARES          PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           CALL 'CONSULTA-CALENDARIO'
                USING WS-FECHA-HOY WS-MARCAS-CALENDARIO WS-CODIGO-CAL
           EVALUATE TRUE
              WHEN WS-CODIGO-CAL EQUAL 'NF'
                 DISPLAY 'CALENDARIO NO DISPONIBLE, SE CONTINUA'
              WHEN NOT HOY-ES-FIN-PERIODO
                 DISPLAY 'HOY NO ES FIN DE PERIODO SEGUN EL '
                         'CALENDARIO: NO SE CLASIFICAN DEUDORES'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE 'VE' TO WS-FUNCION-CTRL
           MOVE WS-ANIO-MES-HOY-AM TO WS-PERIODO-CTRL
           CALL 'CONTROL-CORRIDAS'
                USING WS-FUNCION-CTRL WS-NOMBRE-PROGRAMA
                      WS-PERIODO-CTRL WS-CODIGO-CTRL
           IF WS-CODIGO-CTRL EQUAL 'YA'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1000-INICIALIZA

           SORT ARCH-EXPOSICION
                ON ASCENDING KEY EXP-DEUDOR
                INPUT PROCEDURE IS 2000-JUNTA-EXPOSICIONES
                OUTPUT PROCEDURE IS 4000-CLASIFICA-DEUDORES

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * SIN CLASIFICACION ANTERIOR (PRIMER MES) TODOS LOS DEUDORES
      * ENTRAN COMO NUEVOS Y SE CONSTITUYE LA PREVISION ENTERA.
      * -----------------------------------------------------------
       1000-INICIALIZA.
           INITIALIZE WS-TABLA-SITUACIONES WS-TABLA-MIGRACION

           OPEN OUTPUT REPORTE
           MOVE WS-ANIO-MES-HOY-AM TO TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           OPEN INPUT CLASIF-ANTERIOR
           IF WS-CODIGO-ANT NOT EQUAL ZEROS
              DISPLAY 'SIN CLASIFICACION ANTERIOR - STATUS: '
                      WS-CODIGO-ANT ' (TODOS LOS DEUDORES SON NUEVOS)'
              MOVE 'S' TO SW-FIN-ANT SW-SIN-ANTERIOR
              MOVE HIGH-VALUES TO WS-DEUDOR-ANT
           END-IF
           OPEN OUTPUT CLASIF-NUEVA

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CLD WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-CLD
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL

           MOVE 'AB' TO WS-FUNCION-PRST
           CALL 'PRESTAMOS-I-O'
                USING WS-FUNCION-PRST WS-LLAVE-PRST
                      WS-LLAVE-HASTA-PRST WS-USUARIO-CLD
                      WS-REG-PRST-AUX WS-CODIGO-PRST

           MOVE 'AB' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR
                      WS-LLAVE-HASTA-DEDR WS-USUARIO-CLD
                      WS-REG-DEDUCCION-REC WS-CODIGO-DEDR

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-CLD WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * ENTRADA DEL SORT: UNA LINEA POR CADA PRODUCTO CON DEUDA.
      * -----------------------------------------------------------
       2000-JUNTA-EXPOSICIONES.
           PERFORM 2100-LIBERA-DESCUBIERTOS
           PERFORM 2200-LIBERA-PRESTAMOS-CLI
           PERFORM 2300-LIBERA-PRESTAMOS-PER.
       2000-FIN.  EXIT.

       2100-LIBERA-DESCUBIERTOS.
           MOVE ZEROS TO WS-LLAVE-SDO
           MOVE 'RI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CLD WS-REG-SALDOS WS-CODIGO-SDO

           PERFORM 2110-EVALUA-CUENTA
                   UNTIL WS-CODIGO-SDO NOT EQUAL ZEROS.
       2100-FIN.  EXIT.

       2110-EVALUA-CUENTA.
           IF WS-SALDO-ACTUAL LESS THAN ZEROS AND WS-SALDO-EN-PESOS
              PERFORM 2120-LIBERA-DESCUBIERTO
           END-IF

           MOVE WS-SALDO-CUENTA TO WS-LLAVE-SDO
           MOVE 'RS' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CLD WS-REG-SALDOS WS-CODIGO-SDO.
       2110-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEUDA = DESCUBIERTO UTILIZADO. DENTRO DEL LIMITE ES
      * SITUACION NORMAL; POR ENCIMA DEL LIMITE (O SIN LIMITE
      * ASIGNADO) QUEDA EXCEDIDO Y SE CLASIFICA POR DEUDOR. LA
      * CUENTA SIN TITULAR EN CLIENTES SE CLASIFICA SOLA.
      * -----------------------------------------------------------
       2120-LIBERA-DESCUBIERTO.
           INITIALIZE REG-EXPOSICION
           IF WS-SALDO-TITULAR EQUAL ZEROS
              MOVE 'S'              TO EXP-TIPO-DEUDOR
              MOVE WS-SALDO-CUENTA  TO EXP-DOCUMENTO
              ADD 1 TO WS-CONTADOR-SIN-TITULAR
           ELSE
              MOVE 'C'              TO EXP-TIPO-DEUDOR
              MOVE WS-SALDO-TITULAR TO EXP-DOCUMENTO
           END-IF
           MOVE 'D'                 TO EXP-PRODUCTO
           MOVE WS-SALDO-CUENTA     TO EXP-REFERENCIA
           MOVE WS-SALDO-NOMBRE     TO EXP-NOMBRE
           COMPUTE EXP-DEUDA = ZERO - WS-SALDO-ACTUAL
           MOVE ZEROS               TO EXP-DIAS-ATRASO
           MOVE 1                   TO EXP-SITUACION
           IF EXP-DEUDA GREATER THAN WS-SALDO-LIMITE-DESC
              MOVE 'S'              TO EXP-EXCEDIDO
           ELSE
              MOVE 'N'              TO EXP-EXCEDIDO
           END-IF
           ADD 1 TO WS-CONTADOR-EXPOSICIONES
           RELEASE REG-EXPOSICION.
       2120-FIN.  EXIT.

       2200-LIBERA-PRESTAMOS-CLI.
           MOVE ZEROS TO WS-LLAVE-PRCL
           MOVE 'RI' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-CLD
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL

           PERFORM 2210-EVALUA-PRESTAMO-CLI
                   UNTIL WS-CODIGO-PRCL NOT EQUAL ZEROS.
       2200-FIN.  EXIT.

       2210-EVALUA-PRESTAMO-CLI.
           IF WS-PRCL-VIGENTE-AUX OR WS-PRCL-EN-MORA-AUX
              PERFORM 2220-LIBERA-PRESTAMO-CLI
           END-IF

           MOVE WS-PRCL-CUENTA-AUX TO WS-LLAVE-PRCL-CUENTA
           MOVE WS-PRCL-NUMERO-AUX TO WS-LLAVE-PRCL-NUMERO
           MOVE 'RS' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-CLD
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL.
       2210-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEUDA = CAPITAL A VENCER MAS LO EXIGIBLE Y LOS PUNITORIOS.
      * EL ATRASO SE CUENTA DESDE EL VENCIMIENTO DE LA CUOTA IMPAGA
      * MAS VIEJA (2230).
      * -----------------------------------------------------------
       2220-LIBERA-PRESTAMO-CLI.
           INITIALIZE REG-EXPOSICION
           COMPUTE EXP-DEUDA = WS-PRCL-SALDO-CAP-AUX
                   + WS-PRCL-EXIG-CAP-AUX + WS-PRCL-EXIG-INT-AUX
                   + WS-PRCL-PUNITORIOS-AUX
           IF EXP-DEUDA EQUAL ZEROS
              GO TO 2220-FIN
           END-IF

           PERFORM 2230-CALCULA-ATRASO-PRCL
           PERFORM 3000-DETERMINA-SITUACION

           MOVE 'C'                 TO EXP-TIPO-DEUDOR
           MOVE WS-PRCL-TITULAR-AUX TO EXP-DOCUMENTO
           MOVE 'P'                 TO EXP-PRODUCTO
           MOVE WS-PRCL-CUENTA-AUX  TO EXP-REFERENCIA(1:7)
           MOVE WS-PRCL-NUMERO-AUX  TO EXP-REFERENCIA(8:3)
           MOVE SPACES              TO EXP-NOMBRE
           MOVE WS-DIAS-ATRASO      TO EXP-DIAS-ATRASO
           MOVE WS-SITUACION        TO EXP-SITUACION
           MOVE 'N'                 TO EXP-EXCEDIDO
           ADD 1 TO WS-CONTADOR-EXPOSICIONES
           RELEASE REG-EXPOSICION.
       2220-FIN.  EXIT.

      * -----------------------------------------------------------
      * LO EXIGIBLE SON LAS ULTIMAS CUOTAS VENCIDAS QUE EL COBRO NO
      * PUDO DEBITAR: SE REDONDEA HACIA ARRIBA EN CUOTAS Y LA MAS
      * VIEJA ES LA VENCIDAS - IMPAGAS + 1. LA CUOTA K VENCE K MESES
      * DESPUES DEL OTORGAMIENTO, EL DIA DE VENCIMIENTO DEL PRESTAMO.
      * -----------------------------------------------------------
       2230-CALCULA-ATRASO-PRCL.
           MOVE ZEROS TO WS-DIAS-ATRASO
           COMPUTE WS-EXIGIBLE = WS-PRCL-EXIG-CAP-AUX
                   + WS-PRCL-EXIG-INT-AUX
           IF WS-EXIGIBLE EQUAL ZEROS
              GO TO 2230-FIN
           END-IF

           IF WS-PRCL-CUOTA-AUX GREATER THAN ZEROS
              DIVIDE WS-PRCL-CUOTA-AUX INTO WS-EXIGIBLE
                     GIVING WS-CUOTAS-IMPAGAS
              IF WS-CUOTAS-IMPAGAS * WS-PRCL-CUOTA-AUX
                    LESS THAN WS-EXIGIBLE
                 ADD 1 TO WS-CUOTAS-IMPAGAS
              END-IF
           ELSE
              MOVE 1 TO WS-CUOTAS-IMPAGAS
           END-IF
           COMPUTE WS-CUOTA-MAS-VIEJA = WS-PRCL-VENCIDAS-AUX
                   - WS-CUOTAS-IMPAGAS + 1
           IF WS-CUOTA-MAS-VIEJA LESS THAN 1
              MOVE 1 TO WS-CUOTA-MAS-VIEJA
           END-IF

           MOVE WS-PRCL-FECHA-AUX TO WS-FECHA-OTORGA
           COMPUTE WS-MESES = WS-ANIO-OTORGA * 12 + WS-MES-OTORGA - 1
                   + WS-CUOTA-MAS-VIEJA
           DIVIDE 12 INTO WS-MESES GIVING WS-ANIO-VTO
                  REMAINDER WS-RESTO-MES
           COMPUTE WS-MES-VTO = WS-RESTO-MES + 1
           MOVE WS-PRCL-DIA-VTO-AUX TO WS-DIA-VTO

           CALL 'DIAS-ENTRE-FECHAS'
                USING WS-FECHA-VTO WS-FECHA-HOY WS-DIAS-ATRASO
           IF WS-DIAS-ATRASO LESS THAN ZEROS
              MOVE ZEROS TO WS-DIAS-ATRASO
           END-IF.
       2230-FIN.  EXIT.

       2300-LIBERA-PRESTAMOS-PER.
           MOVE ZEROS TO WS-LLAVE-PRST
           MOVE 'RI' TO WS-FUNCION-PRST
           CALL 'PRESTAMOS-I-O'
                USING WS-FUNCION-PRST WS-LLAVE-PRST
                      WS-LLAVE-HASTA-PRST WS-USUARIO-CLD
                      WS-REG-PRST-AUX WS-CODIGO-PRST

           PERFORM 2310-EVALUA-PRESTAMO-PER
                   UNTIL WS-CODIGO-PRST NOT EQUAL ZEROS.
       2300-FIN.  EXIT.

       2310-EVALUA-PRESTAMO-PER.
           IF WS-PRST-VIGENTE-AUX
              PERFORM 2320-LIBERA-PRESTAMO-PER
           END-IF

           MOVE WS-PRST-LEGAJO-AUX TO WS-LLAVE-PRST(1:5)
           MOVE WS-PRST-NUMERO-AUX TO WS-LLAVE-PRST(6:3)
           MOVE 'RS' TO WS-FUNCION-PRST
           CALL 'PRESTAMOS-I-O'
                USING WS-FUNCION-PRST WS-LLAVE-PRST
                      WS-LLAVE-HASTA-PRST WS-USUARIO-CLD
                      WS-REG-PRST-AUX WS-CODIGO-PRST.
       2310-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL PRESTAMO AL PERSONAL SE COBRA POR NOMINA: LA DEUDA ES EL
      * SALDO DE SU DEDUCCION RECURRENTE Y EL ATRASO SON LAS CUOTAS
      * QUE DEBERIAN ESTAR PAGADAS (UNA POR MES DESDE EL
      * OTORGAMIENTO) Y NO LO ESTAN, A 30 DIAS CADA UNA. EL LEGAJO
      * NO TIENE DOCUMENTO EN EMPLEADOS: EL DEUDOR ES EL LEGAJO.
      * -----------------------------------------------------------
       2320-LIBERA-PRESTAMO-PER.
           MOVE WS-PRST-LEGAJO-AUX  TO WS-LLAVE-DEDR-LEGAJO
           MOVE WS-PRST-DEDRSEC-AUX TO WS-LLAVE-DEDR-SEC
           MOVE 'LE' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR
                      WS-LLAVE-HASTA-DEDR WS-USUARIO-CLD
                      WS-REG-DEDUCCION-REC WS-CODIGO-DEDR
           IF WS-CODIGO-DEDR NOT EQUAL ZEROS
                 OR WS-DEDR-SALDO-RESTANTE EQUAL ZEROS
              GO TO 2320-FIN
           END-IF

           COMPUTE WS-PAGADO = WS-PRST-TOTAL-AUX
                   - WS-DEDR-SALDO-RESTANTE
           IF WS-PAGADO LESS THAN ZEROS
              MOVE ZEROS TO WS-PAGADO
           END-IF
           IF WS-PRST-CUOTA-AUX GREATER THAN ZEROS
              COMPUTE WS-CUOTAS-PAGADAS =
                      WS-PAGADO / WS-PRST-CUOTA-AUX
           ELSE
              MOVE ZEROS TO WS-CUOTAS-PAGADAS
           END-IF

           MOVE WS-PRST-FECHA-AUX TO WS-FECHA-OTORGA
           COMPUTE WS-CUOTAS-ESPERADAS =
                   (WS-ANIO-HOY * 12 + WS-MES-HOY)
                   - (WS-ANIO-OTORGA * 12 + WS-MES-OTORGA)
           IF WS-CUOTAS-ESPERADAS GREATER THAN WS-PRST-PLAZO-AUX
              MOVE WS-PRST-PLAZO-AUX TO WS-CUOTAS-ESPERADAS
           END-IF
           COMPUTE WS-CUOTAS-ATRASADAS =
                   WS-CUOTAS-ESPERADAS - WS-CUOTAS-PAGADAS
           IF WS-CUOTAS-ATRASADAS GREATER THAN ZEROS
              COMPUTE WS-DIAS-ATRASO = WS-CUOTAS-ATRASADAS * 30
           ELSE
              MOVE ZEROS TO WS-DIAS-ATRASO
           END-IF
           PERFORM 3000-DETERMINA-SITUACION

           INITIALIZE REG-EXPOSICION
           MOVE 'E'                    TO EXP-TIPO-DEUDOR
           MOVE WS-PRST-LEGAJO-AUX     TO EXP-DOCUMENTO
           MOVE 'E'                    TO EXP-PRODUCTO
           MOVE WS-PRST-LEGAJO-AUX     TO EXP-REFERENCIA(1:5)
           MOVE WS-PRST-NUMERO-AUX     TO EXP-REFERENCIA(6:3)
           MOVE SPACES                 TO EXP-NOMBRE
           MOVE WS-DEDR-SALDO-RESTANTE TO EXP-DEUDA
           MOVE WS-DIAS-ATRASO         TO EXP-DIAS-ATRASO
           MOVE WS-SITUACION           TO EXP-SITUACION
           MOVE 'N'                    TO EXP-EXCEDIDO
           ADD 1 TO WS-CONTADOR-EXPOSICIONES
           RELEASE REG-EXPOSICION.
       2320-FIN.  EXIT.

      * -----------------------------------------------------------
      * ESCALA DE SITUACIONES POR DIAS DE ATRASO: HASTA 31 NORMAL,
      * HASTA 90 RIESGO BAJO, HASTA 180 RIESGO MEDIO, HASTA 365
      * RIESGO ALTO, MAS DE 365 IRRECUPERABLE.
      * -----------------------------------------------------------
       3000-DETERMINA-SITUACION.
           EVALUATE TRUE
              WHEN WS-DIAS-ATRASO NOT GREATER THAN 31
                 MOVE 1 TO WS-SITUACION
              WHEN WS-DIAS-ATRASO NOT GREATER THAN 90
                 MOVE 2 TO WS-SITUACION
              WHEN WS-DIAS-ATRASO NOT GREATER THAN 180
                 MOVE 3 TO WS-SITUACION
              WHEN WS-DIAS-ATRASO NOT GREATER THAN 365
                 MOVE 4 TO WS-SITUACION
              WHEN OTHER
                 MOVE 5 TO WS-SITUACION
           END-EVALUATE.
       3000-FIN.  EXIT.

      * -----------------------------------------------------------
      * SALIDA DEL SORT: APAREO POR DEUDOR DE LAS EXPOSICIONES DEL
      * MES CONTRA LA CLASIFICACION ANTERIOR (AMBAS ORDENADAS).
      * -----------------------------------------------------------
       4000-CLASIFICA-DEUDORES.
           PERFORM 4010-LEE-ORDENADO
           IF NOT FIN-DE-ANTERIOR
              PERFORM 4020-LEE-ANTERIOR
           END-IF

           PERFORM 4100-PROCESA-DEUDOR
                   UNTIL HAY-FIN-DE-SORT AND FIN-DE-ANTERIOR.
       4000-FIN.  EXIT.

       4010-LEE-ORDENADO.
           RETURN ARCH-EXPOSICION
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN
           IF HAY-FIN-DE-SORT
              MOVE HIGH-VALUES TO WS-DEUDOR-ORD
           ELSE
              MOVE EXP-DEUDOR  TO WS-DEUDOR-ORD
           END-IF.
       4010-FIN.  EXIT.

       4020-LEE-ANTERIOR.
           READ CLASIF-ANTERIOR
              AT END MOVE 'S' TO SW-FIN-ANT
           END-READ
           IF FIN-DE-ANTERIOR
              MOVE HIGH-VALUES TO WS-DEUDOR-ANT
           ELSE
              MOVE ANT-DEUDOR  TO WS-DEUDOR-ANT
              ADD ANT-PROVISION TO WS-PROVISION-ANTERIOR
           END-IF.
       4020-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL DEUDOR SE CLASIFICA POR LA PEOR SITUACION DE SUS
      * PRODUCTOS. EL EXCESO SOBRE EL DESCUBIERTO CUENTA SUS DIAS
      * DESDE EL PRIMER CIERRE EN QUE SE VIO EXCEDIDO. EL DEUDOR DEL
      * MES ANTERIOR QUE YA NO DEBE NADA SOLO MIGRA A SIN DEUDA.
      * -----------------------------------------------------------
       4100-PROCESA-DEUDOR.
           IF WS-DEUDOR-ORD LESS THAN WS-DEUDOR-ANT
              MOVE WS-DEUDOR-ORD TO WS-DEUDOR-ACTUAL
           ELSE
              MOVE WS-DEUDOR-ANT TO WS-DEUDOR-ACTUAL
           END-IF

           MOVE SPACES TO WS-DEU-NOMBRE WS-ANT-NOMBRE
           MOVE ZEROS  TO WS-DEU-DEUDA WS-DEU-PROVISION
                          WS-DEU-SITUACION WS-DEU-DIAS
                          WS-DEU-PRODUCTOS WS-DEU-FECHA-EXCESO
                          WS-ANT-SITUACION WS-ANT-FECHA-EXCESO
           MOVE 'N'    TO SW-DEU-EXCEDIDO

           IF WS-DEUDOR-ANT EQUAL WS-DEUDOR-ACTUAL
              MOVE ANT-SITUACION    TO WS-ANT-SITUACION
              MOVE ANT-FECHA-EXCESO TO WS-ANT-FECHA-EXCESO
              MOVE ANT-NOMBRE       TO WS-ANT-NOMBRE
              PERFORM 4020-LEE-ANTERIOR
           END-IF

           PERFORM 4110-ACUMULA-PRODUCTO
                   UNTIL WS-DEUDOR-ORD NOT EQUAL WS-DEUDOR-ACTUAL

           IF WS-DEU-PRODUCTOS EQUAL ZEROS
              MOVE WS-ANT-NOMBRE TO WS-DEU-NOMBRE
              PERFORM 4400-LISTA-DEUDOR
              GO TO 4100-FIN
           END-IF

           IF DEU-ES-EXCEDIDO
              IF WS-ANT-FECHA-EXCESO GREATER THAN ZEROS
                 MOVE WS-ANT-FECHA-EXCESO TO WS-DEU-FECHA-EXCESO
              ELSE
                 MOVE WS-FECHA-HOY        TO WS-DEU-FECHA-EXCESO
              END-IF
              CALL 'DIAS-ENTRE-FECHAS'
                   USING WS-DEU-FECHA-EXCESO WS-FECHA-HOY
                         WS-DIAS-ATRASO
              IF WS-DIAS-ATRASO LESS THAN ZEROS
                 MOVE ZEROS TO WS-DIAS-ATRASO
              END-IF
              PERFORM 3000-DETERMINA-SITUACION
              IF WS-SITUACION GREATER THAN WS-DEU-SITUACION
                 MOVE WS-SITUACION TO WS-DEU-SITUACION
              END-IF
              IF WS-DIAS-ATRASO GREATER THAN WS-DEU-DIAS
                 MOVE WS-DIAS-ATRASO TO WS-DEU-DIAS
              END-IF
           END-IF

           PERFORM 4200-BUSCA-NOMBRE
           COMPUTE WS-DEU-PROVISION ROUNDED = WS-DEU-DEUDA
                   * WS-ESC-PORCENTAJE (WS-DEU-SITUACION) / 100
           PERFORM 4300-GRABA-CLASIFICACION
           PERFORM 4400-LISTA-DEUDOR.
       4100-FIN.  EXIT.

       4110-ACUMULA-PRODUCTO.
           ADD 1         TO WS-DEU-PRODUCTOS
           ADD EXP-DEUDA TO WS-DEU-DEUDA
           IF EXP-SITUACION GREATER THAN WS-DEU-SITUACION
              MOVE EXP-SITUACION TO WS-DEU-SITUACION
           END-IF
           IF EXP-DIAS-ATRASO GREATER THAN WS-DEU-DIAS
              MOVE EXP-DIAS-ATRASO TO WS-DEU-DIAS
           END-IF
           IF EXP-ES-EXCEDIDO
              MOVE 'S' TO SW-DEU-EXCEDIDO
           END-IF
           IF WS-DEU-NOMBRE EQUAL SPACES
              MOVE EXP-NOMBRE TO WS-DEU-NOMBRE
           END-IF
           PERFORM 4010-LEE-ORDENADO.
       4110-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL NOMBRE SALE DE CLIENTES O DE EMPLEADOS; SI NO ESTA SE
      * USA EL DE LA CUENTA O EL DEL MES ANTERIOR.
      * -----------------------------------------------------------
       4200-BUSCA-NOMBRE.
           EVALUATE TRUE
              WHEN WS-DEU-ES-CLIENTE
                 MOVE WS-DEU-DOCUMENTO TO WS-LLAVE-CLI
                 MOVE 'LE' TO WS-FUNCION-CLI
                 CALL 'CLIENTES-INDEXADOS-I-O'
                      USING WS-FUNCION-CLI WS-LLAVE-CLI
                            WS-LLAVE-HASTA-CLI WS-USUARIO-CLD
                            WS-REG-CLIENTE WS-CODIGO-CLI
                 IF WS-CODIGO-CLI EQUAL ZEROS
                    MOVE WS-CLI-NOMBRE TO WS-DEU-NOMBRE
                 END-IF
              WHEN WS-DEU-ES-EMPLEADO
                 MOVE WS-DEU-DOCUMENTO TO WS-LLAVE-EMP
                 MOVE 'LE' TO WS-FUNCION-EMP
                 CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                      USING WS-FUNCION-EMP WS-LLAVE-EMP
                            WS-LLAVE-HASTA-EMP WS-REG-EMPLEADOS
                            WS-CODIGO-EMP
                 IF WS-CODIGO-EMP EQUAL ZEROS
                    MOVE SPACES TO WS-DEU-NOMBRE
                    STRING WS-EMP-APELLIDO DELIMITED BY '  '
                           ' '             DELIMITED BY SIZE
                           WS-EMP-NOMBRE   DELIMITED BY '  '
                           INTO WS-DEU-NOMBRE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-DEU-NOMBRE EQUAL SPACES
              MOVE WS-ANT-NOMBRE TO WS-DEU-NOMBRE
           END-IF.
       4200-FIN.  EXIT.

       4300-GRABA-CLASIFICACION.
           INITIALIZE REG-CLASIF-DEUDOR
           MOVE WS-DEUDOR-ACTUAL    TO CLD-DEUDOR
           MOVE WS-DEU-NOMBRE       TO CLD-NOMBRE
           MOVE WS-ANIO-MES-HOY-AM  TO CLD-PERIODO
           MOVE WS-DEU-SITUACION    TO CLD-SITUACION
           MOVE WS-DEU-DIAS         TO CLD-DIAS-ATRASO
           MOVE WS-DEU-DEUDA        TO CLD-DEUDA
           MOVE WS-DEU-PROVISION    TO CLD-PROVISION
           MOVE WS-DEU-FECHA-EXCESO TO CLD-FECHA-EXCESO
           MOVE WS-ANT-SITUACION    TO CLD-SITUACION-ANT
           MOVE WS-DEU-PRODUCTOS    TO CLD-PRODUCTOS
           WRITE REG-CLASIF-DEUDOR
           IF WS-CODIGO-NUE NOT EQUAL ZEROS
              DISPLAY 'ERROR AL GRABAR CLASIFICACION-DEUDORES - '
                      'STATUS: ' WS-CODIGO-NUE ' DEUDOR: '
                      WS-DEUDOR-ACTUAL
           END-IF

           ADD 1 TO WS-CONTADOR-DEUDORES
           IF WS-DEU-SITUACION GREATER THAN 2
              ADD 1 TO WS-CONTADOR-IRREGULARES
           END-IF
           ADD WS-DEU-DEUDA     TO WS-TOTAL-DEUDA
           ADD WS-DEU-PROVISION TO WS-PROVISION-ACTUAL
           ADD 1                TO WS-SIT-DEUDORES (WS-DEU-SITUACION)
           ADD WS-DEU-DEUDA     TO WS-SIT-DEUDA (WS-DEU-SITUACION)
           ADD WS-DEU-PROVISION
                             TO WS-SIT-PROVISION (WS-DEU-SITUACION).
       4300-FIN.  EXIT.

      * -----------------------------------------------------------
      * LINEA DEL DEUDOR Y CELDA DE LA MATRIZ DE MIGRACION. '-' ES
      * SIN DEUDA (NUEVO EN EL MES O YA CANCELADO).
      * -----------------------------------------------------------
       4400-LISTA-DEUDOR.
           COMPUTE WS-FILA    = WS-ANT-SITUACION + 1
           COMPUTE WS-COLUMNA = WS-DEU-SITUACION + 1
           ADD 1 TO WS-MIG-CELDA (WS-FILA, WS-COLUMNA)

           MOVE WS-DEU-TIPO      TO DET-TIPO
           MOVE WS-DEU-DOCUMENTO TO DET-DOCUMENTO
           MOVE WS-DEU-NOMBRE    TO DET-NOMBRE
           IF WS-ANT-SITUACION EQUAL ZEROS
              MOVE '-'              TO DET-SIT-ANT
           ELSE
              MOVE WS-ANT-SITUACION TO DET-SIT-ANT
           END-IF
           IF WS-DEU-SITUACION EQUAL ZEROS
              MOVE '-'              TO DET-SITUACION
           ELSE
              MOVE WS-DEU-SITUACION TO DET-SITUACION
           END-IF
           MOVE WS-DEU-DIAS      TO DET-DIAS
           MOVE WS-DEU-DEUDA     TO DET-DEUDA
           MOVE WS-DEU-PROVISION TO DET-PROVISION
           EVALUATE TRUE
              WHEN WS-ANT-SITUACION EQUAL ZEROS
                 MOVE 'NVO' TO DET-MIGRACION
              WHEN WS-DEU-SITUACION EQUAL ZEROS
                 MOVE 'CAN' TO DET-MIGRACION
              WHEN WS-DEU-SITUACION GREATER THAN WS-ANT-SITUACION
                 MOVE 'EMP' TO DET-MIGRACION
              WHEN WS-DEU-SITUACION LESS THAN WS-ANT-SITUACION
                 MOVE 'MEJ' TO DET-MIGRACION
              WHEN OTHER
                 MOVE SPACES TO DET-MIGRACION
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       4400-FIN.  EXIT.

      * -----------------------------------------------------------
      * RESUMEN POR SITUACION Y MATRIZ DE MIGRACION.
      * -----------------------------------------------------------
       8000-IMPRIME-RESUMEN.
           WRITE REG-REPORTE FROM WS-TITULO-RESUMEN
                 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-RESUMEN-2
                 AFTER ADVANCING 2 LINES
           PERFORM 8010-LINEA-SITUACION
                   VARYING WS-IDX-SIT FROM 1 BY 1
                   UNTIL WS-IDX-SIT GREATER THAN 5

           MOVE WS-CONTADOR-DEUDORES TO TSI-DEUDORES
           MOVE WS-TOTAL-DEUDA       TO TSI-DEUDA
           MOVE WS-PROVISION-ACTUAL  TO TSI-PROVISION
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL-SIT
                 AFTER ADVANCING 2 LINES

           WRITE REG-REPORTE FROM WS-TITULO-MIGRACION
                 AFTER ADVANCING 3 LINES
           WRITE REG-REPORTE FROM WS-TITULO-MIGRACION-2
                 AFTER ADVANCING 2 LINES
           PERFORM 8020-LINEA-MIGRACION
                   VARYING WS-FILA FROM 1 BY 1
                   UNTIL WS-FILA GREATER THAN 6

           MOVE 'PREVISION MES ANTERIOR:'  TO LIM-TEXTO
           MOVE WS-PROVISION-ANTERIOR      TO LIM-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
                 AFTER ADVANCING 3 LINES
           MOVE 'PREVISION REQUERIDA:'     TO LIM-TEXTO
           MOVE WS-PROVISION-ACTUAL        TO LIM-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
                 AFTER ADVANCING 1 LINE
           MOVE 'VARIACION A CONTABILIZAR:' TO LIM-TEXTO
           MOVE WS-VARIACION               TO LIM-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
                 AFTER ADVANCING 1 LINE.
       8000-FIN.  EXIT.

       8010-LINEA-SITUACION.
           MOVE WS-IDX-SIT                       TO SIT-NUMERO
           MOVE WS-ESC-DESCRIPCION (WS-IDX-SIT)  TO SIT-DESCRIPCION
           MOVE WS-SIT-DEUDORES (WS-IDX-SIT)     TO SIT-DEUDORES
           MOVE WS-SIT-DEUDA (WS-IDX-SIT)        TO SIT-DEUDA
           MOVE WS-ESC-PORCENTAJE (WS-IDX-SIT)   TO SIT-PORCENTAJE
           MOVE WS-SIT-PROVISION (WS-IDX-SIT)    TO SIT-PROVISION
           WRITE REG-REPORTE FROM WS-LINEA-SITUACION
                 AFTER ADVANCING 1 LINE.
       8010-FIN.  EXIT.

       8020-LINEA-MIGRACION.
           IF WS-FILA EQUAL 1
              MOVE 'SIN DEUDA'   TO MIG-ETIQUETA
           ELSE
              MOVE SPACES        TO MIG-ETIQUETA
              COMPUTE WS-IDX-SIT = WS-FILA - 1
              MOVE WS-ESC-DESCRIPCION (WS-IDX-SIT) TO MIG-ETIQUETA
           END-IF
           PERFORM 8030-CELDA-MIGRACION
                   VARYING WS-COLUMNA FROM 1 BY 1
                   UNTIL WS-COLUMNA GREATER THAN 6
           WRITE REG-REPORTE FROM WS-LINEA-MIGRACION
                 AFTER ADVANCING 1 LINE.
       8020-FIN.  EXIT.

       8030-CELDA-MIGRACION.
           MOVE SPACES TO MIG-CELDA-EDIT (WS-COLUMNA)
           MOVE WS-MIG-CELDA (WS-FILA, WS-COLUMNA)
                TO MIG-CANTIDAD (WS-COLUMNA).
       8030-FIN.  EXIT.

      * -----------------------------------------------------------
      * AJUSTE DE LA PREVISION POR LA VARIACION DEL MES: SI CRECE,
      * DEBE CARGOINC (CARGO POR INCOBRABILIDAD) / HABER PREVINCO
      * (PREVISION POR INCOBRABILIDAD); SI BAJA, LA DESAFECTACION
      * VA AL REVES.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-VARIACION EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              GO TO 8950-FIN
           END-IF

           MOVE WS-NOMBRE-PROGRAMA TO GL-PROGRAMA
           MOVE WS-FECHA-HOY       TO GL-FECHA
           MOVE 'ARS'              TO GL-MONEDA
           MOVE ZEROS              TO GL-IMPORTE-ORIGEN

           IF WS-VARIACION GREATER THAN ZEROS
              MOVE WS-VARIACION    TO GL-IMPORTE
              MOVE 'CARGOINC'      TO GL-CUENTA
              MOVE 'D'             TO GL-TIPO
              WRITE REG-ASIENTO-GL
              MOVE 'PREVINCO'      TO GL-CUENTA
              MOVE 'H'             TO GL-TIPO
              WRITE REG-ASIENTO-GL
           ELSE
              COMPUTE GL-IMPORTE = ZERO - WS-VARIACION
              MOVE 'PREVINCO'      TO GL-CUENTA
              MOVE 'D'             TO GL-TIPO
              WRITE REG-ASIENTO-GL
              MOVE 'CARGOINC'      TO GL-CUENTA
              MOVE 'H'             TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CLD WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-CLD
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL
           MOVE 'CI' TO WS-FUNCION-PRST
           CALL 'PRESTAMOS-I-O'
                USING WS-FUNCION-PRST WS-LLAVE-PRST
                      WS-LLAVE-HASTA-PRST WS-USUARIO-CLD
                      WS-REG-PRST-AUX WS-CODIGO-PRST
           MOVE 'CI' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR
                      WS-LLAVE-HASTA-DEDR WS-USUARIO-CLD
                      WS-REG-DEDUCCION-REC WS-CODIGO-DEDR
           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-CLD WS-REG-CLIENTE WS-CODIGO-CLI
           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           COMPUTE WS-VARIACION = WS-PROVISION-ACTUAL
                   - WS-PROVISION-ANTERIOR
           PERFORM 8000-IMPRIME-RESUMEN
           PERFORM 8950-GRABA-ASIENTO-GL

           IF WS-CONTADOR-SIN-TITULAR GREATER THAN ZEROS
              DISPLAY 'CUENTAS EN DESCUBIERTO SIN TITULAR EN '
                      'CLIENTES: ' WS-CONTADOR-SIN-TITULAR
           END-IF

           MOVE 'RE' TO WS-FUNCION-CTRL
           MOVE WS-ANIO-MES-HOY-AM TO WS-PERIODO-CTRL
           CALL 'CONTROL-CORRIDAS'
                USING WS-FUNCION-CTRL WS-NOMBRE-PROGRAMA
                      WS-PERIODO-CTRL WS-CODIGO-CTRL

           MOVE WS-CONTADOR-EXPOSICIONES TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-DEUDORES     TO WS-STAT-DEUDORES
           MOVE WS-CONTADOR-IRREGULARES  TO WS-STAT-IRREGULARES
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-DEUDORES WS-STAT-IRREGULARES

           IF NO-HAY-ANTERIOR
              MOVE 4 TO RETURN-CODE
              CLOSE CLASIF-NUEVA REPORTE
           ELSE
              CLOSE CLASIF-ANTERIOR CLASIF-NUEVA REPORTE
           END-IF.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
