       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CONCILIA-MAYOR-SUBDIARIOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. CONCILIACION DE CIERRE DE
      *                    MES ENTRE LAS CUENTAS DE CONTROL DEL LIBRO
      *                    MAYOR Y LOS SUBDIARIOS QUE LAS RESPALDAN.
      *                    CADA TARJETA DE UT-S-TARJCONC ASOCIA UNA
      *                    CUENTA CONTABLE CON UN SUBDIARIO (Y UN
      *                    FILTRO OPCIONAL): SALDOS (ARCHIVO-SALDOS,
      *                    FILTRO MONEDA), CTACOB (CUENTAS-COBRAR,
      *                    CARGOS MENOS PAGOS), CTAPAG (CUENTAS-PAGAR
      *                    ABIERTAS), INVENT (VALOR-INVENTARIO DE
      *                    VALORIZA-INVENTARIO), RETNOM (RETENCIONES-
      *                    NOMINA NO REMITIDAS, FILTRO TIPO), PLZFIJ Y
      *                    PLZINT (CAPITAL E INTERES DEVENGADO DE LOS
      *                    PLAZOS-FIJOS VIGENTES, FILTRO MONEDA). EL
      *                    SALDO DEL MAYOR ES EL ACUMULADO HASTA EL
      *                    PERIODO DE LA TARJETA PERIODO= (EL MES EN
      *                    CURSO POR OMISION), CON EL SIGNO NATURAL DE
      *                    LA CUENTA SEGUN CUENTAS-GL; LO QUE ESTA EN
      *                    DOLARES SE VALUA AL COMPRADOR DEL CIERRE.
      *                    CADA DIFERENCIA SE ABRE CON LAS LINEAS DE
      *                    GL-INTERFAZ DEL MES DE ESA CUENTA POR
      *                    GL-PROGRAMA. SI ALGO NO CUADRA TERMINA CON
      *                    RETURN-CODE 4; SIN TARJETAS, CON 8.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS-CONCILIACION ASSIGN TO UT-S-TARJCONC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TARJ.

           SELECT CUENTAS-COBRAR ASSIGN TO UT-S-CTASCOB
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTACOB.

           SELECT CUENTAS-PAGAR ASSIGN TO UT-S-CTASPAG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTAPAG.

           SELECT VALOR-INVENTARIO ASSIGN TO UT-S-VALORINV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-VALOR.

           SELECT RETENCIONES-NOMINA ASSIGN TO UT-S-RETENNOM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RETN.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS-CONCILIACION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TARJETA-CONC.
       01  REG-TARJETA-CONC.
           05 TCM-CUENTA                PIC X(08).
           05 FILLER                    PIC X(01).
           05 TCM-SUBDIARIO             PIC X(06).
           05 FILLER                    PIC X(01).
           05 TCM-FILTRO                PIC X(03).
           05 FILLER                    PIC X(61).

       FD  CUENTAS-COBRAR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS REG-CUENTA-COBRAR.
           COPY CPCTACB1.

       FD  CUENTAS-PAGAR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CUENTA-PAGAR.
           COPY CPCTAPG1.

       FD  VALOR-INVENTARIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-VALOR-INVENTARIO.
       01  REG-VALOR-INVENTARIO.
           05 VALINV-FECHA              PIC 9(08).
           05 VALINV-PERIODO            PIC 9(06).
           05 VALINV-VALOR              PIC 9(13)V99.

       FD  RETENCIONES-NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS REG-RETENCION-NOMINA.
           COPY CPRETNOM.

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
           05 FILLER                    PIC X(11) VALUE SPACES.
           05 FILLER                    PIC X(48)
              VALUE 'CONCILIACION MAYOR CONTRA SUBDIARIOS - PERIODO '.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(15) VALUE SPACES.

       01  WS-LINEA-COTIZACION.
           05 FILLER                    PIC X(24)
              VALUE 'COMPRADOR DEL DOLAR AL'.
           05 COTL-FECHA                PIC 9(08).
           05 FILLER                    PIC X(03) VALUE ':'.
           05 COTL-COMPRA               PIC ZZ,ZZ9.9999.
           05 FILLER                    PIC X(34) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(09) VALUE 'CUENTA'.
           05 FILLER                    PIC X(07) VALUE 'SUBDIA'.
           05 FILLER                    PIC X(04) VALUE 'FIL'.
           05 FILLER                    PIC X(17)
              VALUE '      SALDO MAYOR'.
           05 FILLER                    PIC X(17)
              VALUE '  SALDO SUBDIARIO'.
           05 FILLER                    PIC X(16)
              VALUE '      DIFERENCIA'.
           05 FILLER                    PIC X(10) VALUE ' RESULTADO'.

       01  WS-DETALLE.
           05 DET-CUENTA                PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-SUBDIARIO             PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-FILTRO                PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MAYOR                 PIC ---,---,---,--9.99.
           05 DET-SUBDIARIO-IMP         PIC ---,---,---,--9.99.
           05 DET-DIFERENCIA            PIC --,---,---,--9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-RESULTADO             PIC X(09).

       01  WS-TITULO-APERTURA.
           05 FILLER                    PIC X(41)
              VALUE 'APERTURA DE GL-INTERFAZ DEL MES - CUENTA '.
           05 TAP-CUENTA                PIC X(08).
           05 FILLER                    PIC X(31) VALUE SPACES.

       01  WS-TITULO-COL-APERTURA.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(21) VALUE 'GL-PROGRAMA'.
           05 FILLER                    PIC X(18)
              VALUE '             DEBE'.
           05 FILLER                    PIC X(18)
              VALUE '            HABER'.
           05 FILLER                    PIC X(08) VALUE '  LINEAS'.

       01  WS-LINEA-APERTURA.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 LAP-PROGRAMA              PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LAP-DEBE                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 LAP-HABER                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LAP-LINEAS                PIC ZZ,ZZ9.

       01  WS-LINEA-RESULTADO.
           05 FILLER                    PIC X(14)
              VALUE 'RESULTADO:'.
           05 RES-RESULTADO             PIC X(50).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(22)
              VALUE 'CUENTAS CONCILIADAS:'.
           05 RES-CONCILIADAS           PIC ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(20)
              VALUE 'CON DIFERENCIA:'.
           05 RES-DIFERENCIAS           PIC ZZ9.

       01  WS-CODIGO-TARJ               PIC X(02).
       01  WS-CODIGO-CTACOB             PIC X(02).
       01  WS-CODIGO-CTAPAG             PIC X(02).
       01  WS-CODIGO-VALOR              PIC X(02).
       01  WS-CODIGO-RETN               PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TARJ                  PIC X(01) VALUE 'N'.
           88 FIN-DE-TARJETAS                      VALUE 'S'.
       01  SW-FIN-CTACOB                PIC X(01) VALUE 'N'.
           88 FIN-DE-CTACOB                        VALUE 'S'.
       01  SW-FIN-CTAPAG                PIC X(01) VALUE 'N'.
           88 FIN-DE-CTAPAG                        VALUE 'S'.
       01  SW-FIN-RETN                  PIC X(01) VALUE 'N'.
           88 FIN-DE-RETN                          VALUE 'S'.
       01  SW-FIN-GL                    PIC X(01) VALUE 'N'.
           88 FIN-DE-GL                            VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-FECHA-INICIO              PIC 9(08).
       01  WS-FECHA-INICIO-PARTES REDEFINES WS-FECHA-INICIO.
           05 WS-PERIODO-PROCESO        PIC 9(06).
           05 WS-DIA-INICIO             PIC 9(02).
       01  WS-FECHA-CIERRE              PIC 9(08).
       01  WS-ULTIMO-DIA                PIC 9(02).
       01  WS-USUARIO-CNC               PIC X(08) VALUE 'CONCMAYO'.

       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
           05 WS-PARM-DEPTO-HASTA       PIC 9(03).
           05 WS-PARM-LEGAJO-DESDE      PIC 9(05).
           05 WS-PARM-LEGAJO-HASTA      PIC 9(05).
           05 WS-PARM-PERIODO           PIC 9(06).
       01  WS-CODIGO-PARMC              PIC X(02).

      * TARJETAS DE CONCILIACION: CUENTA DE CONTROL, SUBDIARIO Y
      * FILTRO, CON LOS DOS SALDOS QUE SE COMPARAN.
       01  WS-MAXIMO-TARJETAS           PIC 9(02) VALUE 30.
       01  WS-CANTIDAD-TARJETAS         PIC 9(02) VALUE ZEROS.
       01  WS-TABLA-TARJETAS.
           05 WS-CNC-ENTRADA OCCURS 30 TIMES.
              10 WS-CNC-CUENTA          PIC X(08).
              10 WS-CNC-SUBDIARIO       PIC X(06).
                 88 WS-CNC-ES-SALDOS             VALUE 'SALDOS'.
                 88 WS-CNC-ES-CTACOB             VALUE 'CTACOB'.
                 88 WS-CNC-ES-CTAPAG             VALUE 'CTAPAG'.
                 88 WS-CNC-ES-INVENT             VALUE 'INVENT'.
                 88 WS-CNC-ES-RETNOM             VALUE 'RETNOM'.
                 88 WS-CNC-ES-PLZFIJ             VALUE 'PLZFIJ'.
                 88 WS-CNC-ES-PLZINT             VALUE 'PLZINT'.
                 88 WS-CNC-POR-MONEDA            VALUE 'SALDOS'
                                                       'PLZFIJ'
                                                       'PLZINT'.
              10 WS-CNC-FILTRO          PIC X(03).
              10 WS-CNC-NATURALEZA      PIC X(01).
                 88 WS-CNC-ES-PASIVO             VALUE 'P'.
              10 WS-CNC-SALDO-MAYOR     PIC S9(13)V99 COMP-3.
              10 WS-CNC-SALDO-SUBDIARIO PIC S9(13)V99 COMP-3.
              10 WS-CNC-DIFERENCIA      PIC S9(13)V99 COMP-3.
              10 WS-CNC-ESTADO          PIC X(01).
                 88 WS-CNC-CUADRA                VALUE 'S'.
                 88 WS-CNC-NO-CUADRA             VALUE 'N'.
                 88 WS-CNC-SIN-COTIZACION        VALUE 'C'.
                 88 WS-CNC-DESCONOCIDO           VALUE 'X'.
       01  WS-IDX-CNC                   PIC 9(02).

       01  SW-USA-SALDOS                PIC X(01) VALUE 'N'.
           88 USA-SALDOS                           VALUE 'S'.
       01  SW-USA-CTACOB                PIC X(01) VALUE 'N'.
           88 USA-CTACOB                           VALUE 'S'.
       01  SW-USA-CTAPAG                PIC X(01) VALUE 'N'.
           88 USA-CTAPAG                           VALUE 'S'.
       01  SW-USA-INVENT                PIC X(01) VALUE 'N'.
           88 USA-INVENT                           VALUE 'S'.
       01  SW-USA-RETNOM                PIC X(01) VALUE 'N'.
           88 USA-RETNOM                           VALUE 'S'.
       01  SW-USA-PLAZOS                PIC X(01) VALUE 'N'.
           88 USA-PLAZOS                           VALUE 'S'.
       01  SW-USA-DOLARES               PIC X(01) VALUE 'N'.
           88 USA-DOLARES                          VALUE 'S'.

      * IMPORTE DE UN REGISTRO DEL SUBDIARIO Y SU FILTRO, QUE
      * 3900-ACUMULA-EN-TARJETAS REPARTE EN LAS TARJETAS QUE LE
      * CORRESPONDEN.
       01  WS-SUBDIARIO-REGISTRO        PIC X(06).
       01  WS-FILTRO-REGISTRO           PIC X(03).
       01  WS-IMPORTE-REGISTRO          PIC S9(13)V99 COMP-3.

      * APERTURA POR GL-PROGRAMA DE LAS LINEAS DEL MES DE CADA
      * CUENTA DE CONTROL.
       01  WS-MAXIMO-APERTURAS          PIC 9(03) VALUE 300.
       01  WS-CANTIDAD-APERTURAS        PIC 9(03) VALUE ZEROS.
       01  WS-TABLA-APERTURAS.
           05 WS-APE-ENTRADA OCCURS 300 TIMES.
              10 WS-APE-CUENTA          PIC X(08).
              10 WS-APE-PROGRAMA        PIC X(20).
              10 WS-APE-DEBE            PIC S9(13)V99 COMP-3.
              10 WS-APE-HABER           PIC S9(13)V99 COMP-3.
              10 WS-APE-LINEAS          PIC 9(05).
       01  WS-IDX-APE                   PIC 9(03).
       01  WS-APE-HALLADA               PIC 9(03).
       01  SW-CUENTA-DE-CONTROL         PIC X(01).
           88 ES-CUENTA-DE-CONTROL                 VALUE 'S'.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07) VALUE ZEROS.
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE 9999999.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-PLZF              PIC X(02).
       01  WS-LLAVE-PLZF                PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-PLZF          PIC 9(08) VALUE 99999999.
       01  WS-REG-PLZF-AUX.
           05 WS-PLZF-CERTIFICADO-AUX   PIC 9(08).
           05 WS-PLZF-CUENTA-AUX        PIC 9(07).
           05 WS-PLZF-TITULAR-AUX       PIC 9(08).
           05 WS-PLZF-CAPITAL-AUX       PIC 9(11)V99.
           05 WS-PLZF-TASA-AUX          PIC 9(03)V9(04).
           05 WS-PLZF-INICIO-AUX        PIC 9(08).
           05 WS-PLZF-VENCIM-AUX        PIC 9(08).
           05 WS-PLZF-PLAZO-AUX         PIC 9(03).
           05 WS-PLZF-INTERES-AUX       PIC 9(11)V99.
           05 WS-PLZF-RENOVACION-AUX    PIC X(01).
           05 WS-PLZF-ESTADO-AUX        PIC X(01).
              88 WS-PLZF-VIGENTE-AUX             VALUE 'V'.
           05 WS-PLZF-MONEDA-AUX        PIC X(03).
              88 WS-PLZF-EN-DOLARES-AUX          VALUE 'USD'.
       01  WS-CODIGO-PLZF               PIC X(02).

       01  WS-FUNCION-MAY               PIC X(02).
       01  WS-LLAVE-MAY                 PIC X(14).
       01  WS-LLAVE-HASTA-MAY           PIC X(14).
       01  WS-REG-MAYOR-AUX.
           05 WS-MAY-CUENTA-AUX         PIC X(08).
           05 WS-MAY-PERIODO-AUX        PIC 9(06).
           05 WS-MAY-DEBE-AUX           PIC S9(13)V99 COMP-3.
           05 WS-MAY-HABER-AUX          PIC S9(13)V99 COMP-3.
       01  WS-CODIGO-MAY                PIC X(02).

       01  WS-FUNCION-CTA               PIC X(02).
       01  WS-LLAVE-CTA                 PIC X(08).
       01  WS-LLAVE-HASTA-CTA           PIC X(08)
                                         VALUE HIGH-VALUES.
       01  WS-REG-CUENTA-AUX.
           05 WS-CTA-CUENTA-AUX         PIC X(08).
           05 WS-CTA-NOMBRE-AUX         PIC X(30).
           05 WS-CTA-TIPO-AUX           PIC X(01).
           05 WS-CTA-ESTADO-AUX         PIC X(01).
       01  WS-CODIGO-CTA                PIC X(02).

       01  WS-FUNCION-COT               PIC X(02).
       01  WS-LLAVE-COT.
           05 WS-LLAVE-COT-MONEDA       PIC X(03) VALUE 'USD'.
           05 WS-LLAVE-COT-FECHA        PIC 9(08).
           COPY CPCOTIWS.
       01  WS-CODIGO-COT                PIC X(02).
       01  SW-HAY-COTIZACION            PIC X(01) VALUE 'N'.
           88 HAY-COTIZACION                       VALUE 'S'.

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-CONCILIADAS      PIC 9(03) VALUE ZEROS.
       01  WS-CONTADOR-DIFERENCIAS      PIC 9(03) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CONCILIA-MAYOR-SUBD'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-CONCILIADAS          PIC 9(07).
       01  WS-STAT-DIFERENCIAS          PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE EQUAL 8
              GOBACK
           END-IF

           PERFORM 2000-SALDOS-MAYOR
           PERFORM 3000-SALDOS-SUBDIARIOS
           PERFORM 4000-APERTURA-GL-INTERFAZ
           PERFORM 5000-COMPARA

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
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

           PERFORM 1100-CARGA-TARJETAS
           IF WS-CANTIDAD-TARJETAS EQUAL ZEROS
              DISPLAY 'SIN TARJETAS DE CONCILIACION (UT-S-TARJCONC): '
                      'NO HAY NADA QUE CONCILIAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-FIN
           END-IF

           OPEN OUTPUT REPORTE
           MOVE WS-PERIODO-PROCESO TO TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE

           IF USA-DOLARES
              PERFORM 1200-LEE-COTIZACION
           END-IF

           MOVE 'AB' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-CNC WS-REG-MAYOR-AUX WS-CODIGO-MAY
           MOVE 'AB' TO WS-FUNCION-CTA
           CALL 'CUENTAS-GL-I-O'
                USING WS-FUNCION-CTA WS-LLAVE-CTA WS-LLAVE-HASTA-CTA
                      WS-USUARIO-CNC WS-REG-CUENTA-AUX WS-CODIGO-CTA.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * UNA TARJETA POR CUENTA DE CONTROL. LA TARJETA EN BLANCO O
      * CON ASTERISCO EN LA PRIMERA COLUMNA ES COMENTARIO. LOS
      * SUBDIARIOS POR MONEDA SIN FILTRO SON DE PESOS.
      * -----------------------------------------------------------
       1100-CARGA-TARJETAS.
           OPEN INPUT TARJETAS-CONCILIACION
           IF WS-CODIGO-TARJ NOT EQUAL ZEROS
              GO TO 1100-FIN
           END-IF

           PERFORM 1110-CARGA-UNA-TARJETA UNTIL FIN-DE-TARJETAS
           CLOSE TARJETAS-CONCILIACION.
       1100-FIN.  EXIT.

       1110-CARGA-UNA-TARJETA.
           READ TARJETAS-CONCILIACION
              AT END MOVE 'S' TO SW-FIN-TARJ
           END-READ
           IF FIN-DE-TARJETAS
              GO TO 1110-FIN
           END-IF
           IF TCM-CUENTA EQUAL SPACES
              OR TCM-CUENTA(1:1) EQUAL '*'
              GO TO 1110-FIN
           END-IF
           IF WS-CANTIDAD-TARJETAS NOT LESS THAN WS-MAXIMO-TARJETAS
              DISPLAY 'TABLA DE TARJETAS LLENA: SE IGNORA LA CUENTA '
                      TCM-CUENTA
              GO TO 1110-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-TARJETAS
           MOVE WS-CANTIDAD-TARJETAS TO WS-IDX-CNC
           MOVE TCM-CUENTA    TO WS-CNC-CUENTA (WS-IDX-CNC)
           MOVE TCM-SUBDIARIO TO WS-CNC-SUBDIARIO (WS-IDX-CNC)
           MOVE TCM-FILTRO    TO WS-CNC-FILTRO (WS-IDX-CNC)
           MOVE ZEROS TO WS-CNC-SALDO-MAYOR (WS-IDX-CNC)
                         WS-CNC-SALDO-SUBDIARIO (WS-IDX-CNC)
                         WS-CNC-DIFERENCIA (WS-IDX-CNC)
           MOVE 'S' TO WS-CNC-ESTADO (WS-IDX-CNC)
           IF WS-CNC-POR-MONEDA (WS-IDX-CNC)
              AND WS-CNC-FILTRO (WS-IDX-CNC) EQUAL SPACES
              MOVE 'ARS' TO WS-CNC-FILTRO (WS-IDX-CNC)
           END-IF
           IF WS-CNC-POR-MONEDA (WS-IDX-CNC)
              AND WS-CNC-FILTRO (WS-IDX-CNC) EQUAL 'USD'
              MOVE 'S' TO SW-USA-DOLARES
           END-IF

           EVALUATE TRUE
              WHEN WS-CNC-ES-SALDOS (WS-IDX-CNC)
                 MOVE 'S' TO SW-USA-SALDOS
              WHEN WS-CNC-ES-CTACOB (WS-IDX-CNC)
                 MOVE 'S' TO SW-USA-CTACOB
              WHEN WS-CNC-ES-CTAPAG (WS-IDX-CNC)
                 MOVE 'S' TO SW-USA-CTAPAG
              WHEN WS-CNC-ES-INVENT (WS-IDX-CNC)
                 MOVE 'S' TO SW-USA-INVENT
              WHEN WS-CNC-ES-RETNOM (WS-IDX-CNC)
                 MOVE 'S' TO SW-USA-RETNOM
              WHEN WS-CNC-ES-PLZFIJ (WS-IDX-CNC)
                 MOVE 'S' TO SW-USA-PLAZOS
              WHEN WS-CNC-ES-PLZINT (WS-IDX-CNC)
                 MOVE 'S' TO SW-USA-PLAZOS
              WHEN OTHER
                 MOVE 'X' TO WS-CNC-ESTADO (WS-IDX-CNC)
           END-EVALUATE.
       1110-FIN.  EXIT.

      * -----------------------------------------------------------
      * LO QUE ESTA EN DOLARES SE VALUA AL ULTIMO COMPRADOR CARGADO
      * HASTA EL CIERRE DEL MES, COMO EN LA REVALUACION.
      * -----------------------------------------------------------
       1200-LEE-COTIZACION.
           MOVE 'AB' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-CNC
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT NOT EQUAL ZEROS
              GO TO 1200-FIN
           END-IF

           MOVE WS-FECHA-CIERRE TO WS-LLAVE-COT-FECHA
           MOVE 'LF' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-CNC
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT EQUAL ZEROS
              MOVE 'S' TO SW-HAY-COTIZACION
              MOVE WS-COT-FECHA  TO COTL-FECHA
              MOVE WS-COT-COMPRA TO COTL-COMPRA
              WRITE REG-REPORTE FROM WS-LINEA-COTIZACION
                    AFTER ADVANCING 2 LINES
           END-IF

           MOVE 'CI' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-CNC
                      WS-REG-COTIZACION WS-CODIGO-COT.
       1200-FIN.  EXIT.

      * -----------------------------------------------------------
      * SALDO DEL MAYOR DE CADA CUENTA DE CONTROL: DEBE MENOS HABER
      * DE TODOS LOS PERIODOS HASTA EL PROCESADO, INCLUSIVE; LAS
      * CUENTAS DE PASIVO DEL PLAN VAN CON SALDO ACREEDOR.
      * -----------------------------------------------------------
       2000-SALDOS-MAYOR.
           PERFORM 2010-SALDO-UNA-CUENTA
                   VARYING WS-IDX-CNC FROM 1 BY 1
                   UNTIL WS-IDX-CNC > WS-CANTIDAD-TARJETAS.
       2000-FIN.  EXIT.

       2010-SALDO-UNA-CUENTA.
           MOVE WS-CNC-CUENTA (WS-IDX-CNC) TO WS-LLAVE-CTA
           MOVE 'LE' TO WS-FUNCION-CTA
           CALL 'CUENTAS-GL-I-O'
                USING WS-FUNCION-CTA WS-LLAVE-CTA WS-LLAVE-HASTA-CTA
                      WS-USUARIO-CNC WS-REG-CUENTA-AUX WS-CODIGO-CTA
           IF WS-CODIGO-CTA EQUAL ZEROS
              MOVE WS-CTA-TIPO-AUX TO WS-CNC-NATURALEZA (WS-IDX-CNC)
           ELSE
              MOVE 'A' TO WS-CNC-NATURALEZA (WS-IDX-CNC)
           END-IF

           MOVE WS-CNC-CUENTA (WS-IDX-CNC) TO WS-LLAVE-MAY(1:8)
                                              WS-LLAVE-HASTA-MAY(1:8)
           MOVE ZEROS              TO WS-LLAVE-MAY(9:6)
           MOVE WS-PERIODO-PROCESO TO WS-LLAVE-HASTA-MAY(9:6)
           MOVE 'RI' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-CNC WS-REG-MAYOR-AUX WS-CODIGO-MAY
           PERFORM 2020-SUMA-PERIODO
                   UNTIL WS-CODIGO-MAY NOT EQUAL ZEROS.
       2010-FIN.  EXIT.

       2020-SUMA-PERIODO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-CNC-ES-PASIVO (WS-IDX-CNC)
              COMPUTE WS-CNC-SALDO-MAYOR (WS-IDX-CNC) =
                      WS-CNC-SALDO-MAYOR (WS-IDX-CNC)
                      + WS-MAY-HABER-AUX - WS-MAY-DEBE-AUX
           ELSE
              COMPUTE WS-CNC-SALDO-MAYOR (WS-IDX-CNC) =
                      WS-CNC-SALDO-MAYOR (WS-IDX-CNC)
                      + WS-MAY-DEBE-AUX - WS-MAY-HABER-AUX
           END-IF

           MOVE WS-MAY-CUENTA-AUX  TO WS-LLAVE-MAY(1:8)
           MOVE WS-MAY-PERIODO-AUX TO WS-LLAVE-MAY(9:6)
           MOVE 'RS' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-CNC WS-REG-MAYOR-AUX WS-CODIGO-MAY.
       2020-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA SUBDIARIO SE RECORRE UNA SOLA VEZ Y SOLO SI ALGUNA
      * TARJETA LO USA.
      * -----------------------------------------------------------
       3000-SALDOS-SUBDIARIOS.
           IF USA-SALDOS
              PERFORM 3100-SUBDIARIO-SALDOS
           END-IF
           IF USA-CTACOB
              PERFORM 3200-SUBDIARIO-CTACOB
           END-IF
           IF USA-CTAPAG
              PERFORM 3300-SUBDIARIO-CTAPAG
           END-IF
           IF USA-INVENT
              PERFORM 3400-SUBDIARIO-INVENT
           END-IF
           IF USA-RETNOM
              PERFORM 3500-SUBDIARIO-RETNOM
           END-IF
           IF USA-PLAZOS
              PERFORM 3600-SUBDIARIO-PLAZOS
           END-IF.
       3000-FIN.  EXIT.

      * SALDO NETO DE LAS CUENTAS NO CERRADAS: LOS DESCUBIERTOS
      * RESTAN, COMO EN EL MAYOR.
       3100-SUBDIARIO-SALDOS.
           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CNC WS-REG-SALDOS WS-CODIGO-SDO
           MOVE ZEROS TO WS-LLAVE-SDO
           MOVE 'RI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CNC WS-REG-SALDOS WS-CODIGO-SDO
           PERFORM 3110-SUMA-CUENTA
                   UNTIL WS-CODIGO-SDO NOT EQUAL ZEROS
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CNC WS-REG-SALDOS WS-CODIGO-SDO.
       3100-FIN.  EXIT.

       3110-SUMA-CUENTA.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF NOT WS-SALDO-CTA-CERRADA
              MOVE 'SALDOS' TO WS-SUBDIARIO-REGISTRO
              IF WS-SALDO-EN-DOLARES
                 MOVE 'USD' TO WS-FILTRO-REGISTRO
              ELSE
                 MOVE 'ARS' TO WS-FILTRO-REGISTRO
              END-IF
              MOVE WS-SALDO-ACTUAL TO WS-IMPORTE-REGISTRO
              PERFORM 3900-ACUMULA-EN-TARJETAS
           END-IF

           MOVE WS-SALDO-CUENTA TO WS-LLAVE-SDO
           MOVE 'RS' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CNC WS-REG-SALDOS WS-CODIGO-SDO.
       3110-FIN.  EXIT.

      * DEUDA ABIERTA DE CLIENTES: CARGOS MENOS PAGOS Y CREDITOS.
       3200-SUBDIARIO-CTACOB.
           OPEN INPUT CUENTAS-COBRAR
           IF WS-CODIGO-CTACOB NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR CUENTAS-COBRAR - STATUS: '
                      WS-CODIGO-CTACOB
              GO TO 3200-FIN
           END-IF
           PERFORM 3210-SUMA-MOVIMIENTO UNTIL FIN-DE-CTACOB
           CLOSE CUENTAS-COBRAR.
       3200-FIN.  EXIT.

       3210-SUMA-MOVIMIENTO.
           READ CUENTAS-COBRAR
              AT END MOVE 'S' TO SW-FIN-CTACOB
           END-READ
           IF FIN-DE-CTACOB
              GO TO 3210-FIN
           END-IF
           ADD 1 TO WS-CONTADOR-LEIDOS
           MOVE 'CTACOB' TO WS-SUBDIARIO-REGISTRO
           MOVE SPACES   TO WS-FILTRO-REGISTRO
           IF CTACOB-ES-CARGO
              MOVE CTACOB-IMPORTE TO WS-IMPORTE-REGISTRO
           ELSE
              COMPUTE WS-IMPORTE-REGISTRO = ZERO - CTACOB-IMPORTE
           END-IF
           PERFORM 3900-ACUMULA-EN-TARJETAS.
       3210-FIN.  EXIT.

       3300-SUBDIARIO-CTAPAG.
           OPEN INPUT CUENTAS-PAGAR
           IF WS-CODIGO-CTAPAG NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR CUENTAS-PAGAR - STATUS: '
                      WS-CODIGO-CTAPAG
              GO TO 3300-FIN
           END-IF
           PERFORM 3310-SUMA-FACTURA UNTIL FIN-DE-CTAPAG
           CLOSE CUENTAS-PAGAR.
       3300-FIN.  EXIT.

       3310-SUMA-FACTURA.
           READ CUENTAS-PAGAR
              AT END MOVE 'S' TO SW-FIN-CTAPAG
           END-READ
           IF FIN-DE-CTAPAG
              GO TO 3310-FIN
           END-IF
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF CTAPAG-ABIERTA
              MOVE 'CTAPAG'       TO WS-SUBDIARIO-REGISTRO
              MOVE SPACES         TO WS-FILTRO-REGISTRO
              MOVE CTAPAG-IMPORTE TO WS-IMPORTE-REGISTRO
              PERFORM 3900-ACUMULA-EN-TARJETAS
           END-IF.
       3310-FIN.  EXIT.

      * EL VALOR DEL ULTIMO CIERRE DE VALORIZA-INVENTARIO.
       3400-SUBDIARIO-INVENT.
           OPEN INPUT VALOR-INVENTARIO
           IF WS-CODIGO-VALOR NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR VALOR-INVENTARIO - STATUS: '
                      WS-CODIGO-VALOR
              GO TO 3400-FIN
           END-IF
           READ VALOR-INVENTARIO
              AT END MOVE ZEROS TO VALINV-VALOR VALINV-PERIODO
           END-READ
           CLOSE VALOR-INVENTARIO
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF VALINV-PERIODO NOT EQUAL WS-PERIODO-PROCESO
              DISPLAY 'VALOR-INVENTARIO ES DEL PERIODO '
                      VALINV-PERIODO ', NO DEL ' WS-PERIODO-PROCESO
           END-IF

           MOVE 'INVENT'     TO WS-SUBDIARIO-REGISTRO
           MOVE SPACES       TO WS-FILTRO-REGISTRO
           MOVE VALINV-VALOR TO WS-IMPORTE-REGISTRO
           PERFORM 3900-ACUMULA-EN-TARJETAS.
       3400-FIN.  EXIT.

      * LO RETENIDO EN LA NOMINA Y TODAVIA NO REMITIDO AL
      * BENEFICIARIO.
       3500-SUBDIARIO-RETNOM.
           OPEN INPUT RETENCIONES-NOMINA
           IF WS-CODIGO-RETN NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR RETENCIONES - STATUS: '
                      WS-CODIGO-RETN
              GO TO 3500-FIN
           END-IF
           PERFORM 3510-SUMA-RETENCION UNTIL FIN-DE-RETN
           CLOSE RETENCIONES-NOMINA.
       3500-FIN.  EXIT.

       3510-SUMA-RETENCION.
           READ RETENCIONES-NOMINA
              AT END MOVE 'S' TO SW-FIN-RETN
           END-READ
           IF FIN-DE-RETN
              GO TO 3510-FIN
           END-IF
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF NOT RETN-YA-REMITIDA
              MOVE 'RETNOM'     TO WS-SUBDIARIO-REGISTRO
              MOVE RETN-TIPO    TO WS-FILTRO-REGISTRO
              MOVE RETN-IMPORTE TO WS-IMPORTE-REGISTRO
              PERFORM 3900-ACUMULA-EN-TARJETAS
           END-IF.
       3510-FIN.  EXIT.

      * CAPITAL E INTERES DEVENGADO DE LOS PLAZOS FIJOS VIGENTES.
       3600-SUBDIARIO-PLAZOS.
           MOVE 'AB' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-CNC
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           MOVE ZEROS TO WS-LLAVE-PLZF
           MOVE 'RI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-CNC
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           PERFORM 3610-SUMA-PLAZO-FIJO
                   UNTIL WS-CODIGO-PLZF NOT EQUAL ZEROS
           MOVE 'CI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-CNC
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF.
       3600-FIN.  EXIT.

       3610-SUMA-PLAZO-FIJO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-PLZF-VIGENTE-AUX
              IF WS-PLZF-EN-DOLARES-AUX
                 MOVE 'USD' TO WS-FILTRO-REGISTRO
              ELSE
                 MOVE 'ARS' TO WS-FILTRO-REGISTRO
              END-IF
              MOVE 'PLZFIJ'            TO WS-SUBDIARIO-REGISTRO
              MOVE WS-PLZF-CAPITAL-AUX TO WS-IMPORTE-REGISTRO
              PERFORM 3900-ACUMULA-EN-TARJETAS
              MOVE 'PLZINT'            TO WS-SUBDIARIO-REGISTRO
              MOVE WS-PLZF-INTERES-AUX TO WS-IMPORTE-REGISTRO
              PERFORM 3900-ACUMULA-EN-TARJETAS
           END-IF

           MOVE WS-PLZF-CERTIFICADO-AUX TO WS-LLAVE-PLZF
           MOVE 'RS' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-CNC
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF.
       3610-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL IMPORTE VA A TODAS LAS TARJETAS DEL SUBDIARIO CUYO
      * FILTRO ESTA EN BLANCO O COINCIDE CON EL DEL REGISTRO.
      * -----------------------------------------------------------
       3900-ACUMULA-EN-TARJETAS.
           PERFORM 3910-ACUMULA-UNA-TARJETA
                   VARYING WS-IDX-CNC FROM 1 BY 1
                   UNTIL WS-IDX-CNC > WS-CANTIDAD-TARJETAS.
       3900-FIN.  EXIT.

       3910-ACUMULA-UNA-TARJETA.
           IF WS-CNC-SUBDIARIO (WS-IDX-CNC) NOT EQUAL
              WS-SUBDIARIO-REGISTRO
              GO TO 3910-FIN
           END-IF
           IF WS-CNC-FILTRO (WS-IDX-CNC) NOT EQUAL SPACES
              AND WS-CNC-FILTRO (WS-IDX-CNC) NOT EQUAL
                  WS-FILTRO-REGISTRO
              GO TO 3910-FIN
           END-IF
           ADD WS-IMPORTE-REGISTRO
               TO WS-CNC-SALDO-SUBDIARIO (WS-IDX-CNC).
       3910-FIN.  EXIT.

      * -----------------------------------------------------------
      * LINEAS DE GL-INTERFAZ DEL MES DE LAS CUENTAS DE CONTROL,
      * ACUMULADAS POR CUENTA Y GL-PROGRAMA PARA ABRIR LAS
      * DIFERENCIAS.
      * -----------------------------------------------------------
       4000-APERTURA-GL-INTERFAZ.
           OPEN INPUT GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL ': DIFERENCIAS SIN APERTURA'
              GO TO 4000-FIN
           END-IF
           PERFORM 4010-ACUMULA-LINEA-GL UNTIL FIN-DE-GL
           CLOSE GL-INTERFAZ.
       4000-FIN.  EXIT.

       4010-ACUMULA-LINEA-GL.
           READ GL-INTERFAZ
              AT END MOVE 'S' TO SW-FIN-GL
           END-READ
           IF FIN-DE-GL
              GO TO 4010-FIN
           END-IF
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF GL-FECHA(1:6) NOT EQUAL WS-PERIODO-PROCESO
              GO TO 4010-FIN
           END-IF

           MOVE 'N' TO SW-CUENTA-DE-CONTROL
           PERFORM 4020-COMPARA-CUENTA
                   VARYING WS-IDX-CNC FROM 1 BY 1
                   UNTIL WS-IDX-CNC > WS-CANTIDAD-TARJETAS
                   OR ES-CUENTA-DE-CONTROL
           IF NOT ES-CUENTA-DE-CONTROL
              GO TO 4010-FIN
           END-IF

           MOVE ZEROS TO WS-APE-HALLADA
           PERFORM 4030-BUSCA-APERTURA
                   VARYING WS-IDX-APE FROM 1 BY 1
                   UNTIL WS-IDX-APE > WS-CANTIDAD-APERTURAS
                   OR WS-APE-HALLADA GREATER THAN ZEROS
           IF WS-APE-HALLADA EQUAL ZEROS
              IF WS-CANTIDAD-APERTURAS NOT LESS THAN
                 WS-MAXIMO-APERTURAS
                 GO TO 4010-FIN
              END-IF
              ADD 1 TO WS-CANTIDAD-APERTURAS
              MOVE WS-CANTIDAD-APERTURAS TO WS-APE-HALLADA
              MOVE GL-CUENTA   TO WS-APE-CUENTA (WS-APE-HALLADA)
              MOVE GL-PROGRAMA TO WS-APE-PROGRAMA (WS-APE-HALLADA)
              MOVE ZEROS TO WS-APE-DEBE (WS-APE-HALLADA)
                            WS-APE-HABER (WS-APE-HALLADA)
                            WS-APE-LINEAS (WS-APE-HALLADA)
           END-IF

           IF GL-ES-DEBE
              ADD GL-IMPORTE TO WS-APE-DEBE (WS-APE-HALLADA)
           ELSE
              ADD GL-IMPORTE TO WS-APE-HABER (WS-APE-HALLADA)
           END-IF
           ADD 1 TO WS-APE-LINEAS (WS-APE-HALLADA).
       4010-FIN.  EXIT.

       4020-COMPARA-CUENTA.
           IF WS-CNC-CUENTA (WS-IDX-CNC) EQUAL GL-CUENTA
              MOVE 'S' TO SW-CUENTA-DE-CONTROL
           END-IF.
       4020-FIN.  EXIT.

       4030-BUSCA-APERTURA.
           IF WS-APE-CUENTA (WS-IDX-APE) EQUAL GL-CUENTA
              AND WS-APE-PROGRAMA (WS-IDX-APE) EQUAL GL-PROGRAMA
              MOVE WS-IDX-APE TO WS-APE-HALLADA
           END-IF.
       4030-FIN.  EXIT.

      * -----------------------------------------------------------
      * COMPARACION TARJETA POR TARJETA; LA QUE NO CUADRA SE ABRE
      * CON SUS LINEAS DEL MES POR GL-PROGRAMA.
      * -----------------------------------------------------------
       5000-COMPARA.
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES
           PERFORM 5010-COMPARA-UNA-TARJETA
                   VARYING WS-IDX-CNC FROM 1 BY 1
                   UNTIL WS-IDX-CNC > WS-CANTIDAD-TARJETAS

           PERFORM 6000-IMPRIME-APERTURA
                   VARYING WS-IDX-CNC FROM 1 BY 1
                   UNTIL WS-IDX-CNC > WS-CANTIDAD-TARJETAS

           MOVE WS-CONTADOR-CONCILIADAS TO RES-CONCILIADAS
           MOVE WS-CONTADOR-DIFERENCIAS TO RES-DIFERENCIAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           IF WS-CONTADOR-DIFERENCIAS EQUAL ZEROS
              MOVE 'EL MAYOR CUADRA CON LOS SUBDIARIOS'
                   TO RES-RESULTADO
           ELSE
              MOVE '*** HAY CUENTAS DE CONTROL QUE NO CUADRAN ***'
                   TO RES-RESULTADO
              MOVE 4 TO RETURN-CODE
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-RESULTADO
                 AFTER ADVANCING 1 LINE.
       5000-FIN.  EXIT.

       5010-COMPARA-UNA-TARJETA.
           ADD 1 TO WS-CONTADOR-CONCILIADAS
           IF WS-CNC-POR-MONEDA (WS-IDX-CNC)
              AND WS-CNC-FILTRO (WS-IDX-CNC) EQUAL 'USD'
              IF HAY-COTIZACION
                 COMPUTE WS-CNC-SALDO-SUBDIARIO (WS-IDX-CNC) ROUNDED
                       = WS-CNC-SALDO-SUBDIARIO (WS-IDX-CNC)
                       * WS-COT-COMPRA
              ELSE
                 MOVE 'C' TO WS-CNC-ESTADO (WS-IDX-CNC)
              END-IF
           END-IF
           COMPUTE WS-CNC-DIFERENCIA (WS-IDX-CNC) =
                   WS-CNC-SALDO-MAYOR (WS-IDX-CNC)
                   - WS-CNC-SALDO-SUBDIARIO (WS-IDX-CNC)
           IF WS-CNC-CUADRA (WS-IDX-CNC)
              AND WS-CNC-DIFERENCIA (WS-IDX-CNC) NOT EQUAL ZEROS
              MOVE 'N' TO WS-CNC-ESTADO (WS-IDX-CNC)
           END-IF

           MOVE WS-CNC-CUENTA (WS-IDX-CNC)      TO DET-CUENTA
           MOVE WS-CNC-SUBDIARIO (WS-IDX-CNC)   TO DET-SUBDIARIO
           MOVE WS-CNC-FILTRO (WS-IDX-CNC)      TO DET-FILTRO
           MOVE WS-CNC-SALDO-MAYOR (WS-IDX-CNC) TO DET-MAYOR
           MOVE WS-CNC-SALDO-SUBDIARIO (WS-IDX-CNC)
             TO DET-SUBDIARIO-IMP
           MOVE WS-CNC-DIFERENCIA (WS-IDX-CNC)  TO DET-DIFERENCIA
           EVALUATE TRUE
              WHEN WS-CNC-CUADRA (WS-IDX-CNC)
                 MOVE 'CUADRA'    TO DET-RESULTADO
              WHEN WS-CNC-NO-CUADRA (WS-IDX-CNC)
                 MOVE '*NO CUADR' TO DET-RESULTADO
              WHEN WS-CNC-SIN-COTIZACION (WS-IDX-CNC)
                 MOVE '*SIN COTI' TO DET-RESULTADO
              WHEN OTHER
                 MOVE '*SUBD ?? ' TO DET-RESULTADO
           END-EVALUATE
           IF NOT WS-CNC-CUADRA (WS-IDX-CNC)
              ADD 1 TO WS-CONTADOR-DIFERENCIAS
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       5010-FIN.  EXIT.

       6000-IMPRIME-APERTURA.
           IF WS-CNC-CUADRA (WS-IDX-CNC)
              GO TO 6000-FIN
           END-IF

           MOVE WS-CNC-CUENTA (WS-IDX-CNC) TO TAP-CUENTA
           WRITE REG-REPORTE FROM WS-TITULO-APERTURA
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPORTE FROM WS-TITULO-COL-APERTURA
                 AFTER ADVANCING 1 LINE
           PERFORM 6010-IMPRIME-LINEA-APERTURA
                   VARYING WS-IDX-APE FROM 1 BY 1
                   UNTIL WS-IDX-APE > WS-CANTIDAD-APERTURAS.
       6000-FIN.  EXIT.

       6010-IMPRIME-LINEA-APERTURA.
           IF WS-APE-CUENTA (WS-IDX-APE) NOT EQUAL
              WS-CNC-CUENTA (WS-IDX-CNC)
              GO TO 6010-FIN
           END-IF
           MOVE WS-APE-PROGRAMA (WS-IDX-APE) TO LAP-PROGRAMA
           MOVE WS-APE-DEBE (WS-IDX-APE)     TO LAP-DEBE
           MOVE WS-APE-HABER (WS-IDX-APE)    TO LAP-HABER
           MOVE WS-APE-LINEAS (WS-IDX-APE)   TO LAP-LINEAS
           WRITE REG-REPORTE FROM WS-LINEA-APERTURA
                 AFTER ADVANCING 1 LINE.
       6010-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-CNC WS-REG-MAYOR-AUX WS-CODIGO-MAY
           MOVE 'CI' TO WS-FUNCION-CTA
           CALL 'CUENTAS-GL-I-O'
                USING WS-FUNCION-CTA WS-LLAVE-CTA WS-LLAVE-HASTA-CTA
                      WS-USUARIO-CNC WS-REG-CUENTA-AUX WS-CODIGO-CTA

           MOVE WS-CONTADOR-LEIDOS      TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-CONCILIADAS TO WS-STAT-CONCILIADAS
           MOVE WS-CONTADOR-DIFERENCIAS TO WS-STAT-DIFERENCIAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-CONCILIADAS WS-STAT-DIFERENCIAS

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
