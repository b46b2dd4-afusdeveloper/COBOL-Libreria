       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ANALISIS-VENTAS-FAMILIA.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. ANALISIS DE VENTAS POR
      *                    FAMILIA, SUCURSAL Y MES PARA EL AREA
      *                    COMERCIAL: DE ENERO AL MES DE LA TARJETA
      *                    PERIODO= (PARAMETROS-CORRIDA; EL MES EN
      *                    CURSO POR OMISION) DEL ANIO PEDIDO Y DEL
      *                    ANTERIOR TOMA VENTAS-HISTORIA, CON LAS
      *                    NOTAS DE CREDITO RESTANDO, Y COSTEA CADA
      *                    LINEA AL COSTO VIGENTE EN LA FECHA DE LA
      *                    VENTA SEGUN ARTICULOS-COSTOS (EL ART-COSTO
      *                    DEL MAESTRO DESPUES DEL ULTIMO CAMBIO). EL
      *                    LISTADO MUESTRA POR FAMILIA Y SUCURSAL LAS
      *                    UNIDADES, VENTA, COSTO Y MARGEN DE CADA MES
      *                    CONTRA LA VENTA DEL MISMO MES DEL ANIO
      *                    ANTERIOR, CON EL ACUMULADO DEL ANIO A ESA
      *                    ALTURA. ADEMAS GRABA UN ARCHIVO DELIMITADO
      *                    POR '|' CON ENCABEZADO (UT-S-ANVTAFAM), UNA
      *                    LINEA POR SUBFAMILIA, SUCURSAL Y MES, PARA
      *                    LA PLANILLA DEL AREA COMERCIAL. LA HISTORIA
      *                    ANTERIOR A LA NUMERACION Y LOS RESUMENES DE
      *                    ARCHIVA-HISTORIA NO TIENEN SUCURSAL Y SALEN
      *                    EN LA SUCURSAL 000; LOS ARTICULOS SIN
      *                    FAMILIA, EN LA FAMILIA 000.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTICULOS ASSIGN TO UT-ARCHART
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARTICULOS-LLAVE
                  FILE STATUS IS WS-CODIGO-ARTICULOS.

           SELECT ARTICULOS-COSTOS ASSIGN TO UT-S-ARTCOST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-COST.

           SELECT VENTAS-HISTORIA ASSIGN TO UT-S-VTAHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-VTAH.

           SELECT VENTAS-COSTEADAS ASSIGN TO UT-S-VTACOST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-VCOS.

           SELECT ANALISIS-DELIMITADO ASSIGN TO UT-S-ANVTAFAM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-DELIM.

           SELECT ARCH-COSTEO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT ARCH-ANALISIS ASSIGN TO UT-S-WORK2
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARTICULOS
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS REG-ARTICULOS.
           COPY CPART01.

       FD  ARTICULOS-COSTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS REG-ARTICULOS-COSTOS.
           COPY CPARTCS1.

       FD  VENTAS-HISTORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS REG-VENTA-HISTORIA.
           COPY CPVTAHS1.

      *    LINEAS YA COSTEADAS Y CLASIFICADAS, ENTRE EL SORT DE
      *    COSTEO Y EL DE ANALISIS.
       FD  VENTAS-COSTEADAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS REG-VENTA-COSTEADA.
       01  REG-VENTA-COSTEADA.
           05 VCO-FAMILIA               PIC 9(03).
           05 VCO-SUBFAMILIA            PIC 9(03).
           05 VCO-SUCURSAL              PIC 9(03).
           05 VCO-MES                   PIC 9(02).
           05 VCO-ANIO-ANTERIOR         PIC X(01).
           05 VCO-CANTIDAD              PIC S9(07).
           05 VCO-IMPORTE               PIC S9(09)V99.
           05 VCO-COSTO                 PIC S9(09)V99.

       FD  ANALISIS-DELIMITADO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS REG-ANALISIS-DELIMITADO.
       01  REG-ANALISIS-DELIMITADO      PIC X(250).

      *    A = DATOS DEL MAESTRO (FECHA 99999999, PRIMERO DEL
      *    ARTICULO), V = LINEA DE VENTA, C = CAMBIO DE COSTO. EL
      *    ORDEN ES DE LA FECHA MAS NUEVA A LA MAS VIEJA: CADA CAMBIO
      *    DE COSTO DEJA VIGENTE SU COSTO ANTERIOR PARA LAS VENTAS
      *    PREVIAS; LAS DEL MISMO DIA (V ANTES QUE C) YA VAN AL
      *    COSTO NUEVO.
       SD  ARCH-COSTEO
           DATA RECORD IS REG-COSTEO.
       01  REG-COSTEO.
           05 CST-ARTICULO              PIC 9(05).
           05 CST-FECHA                 PIC 9(08).
           05 CST-TIPO                  PIC X(01).
              88 CST-ES-MAESTRO                    VALUE 'A'.
              88 CST-ES-CAMBIO-COSTO               VALUE 'C'.
              88 CST-ES-VENTA                      VALUE 'V'.
           05 CST-FAMILIA               PIC 9(03).
           05 CST-SUBFAMILIA            PIC 9(03).
           05 CST-COSTO                 PIC 9(05)V99.
           05 CST-SUCURSAL              PIC 9(03).
           05 CST-MES                   PIC 9(02).
           05 CST-ANIO-ANTERIOR         PIC X(01).
           05 CST-CANTIDAD              PIC S9(07).
           05 CST-IMPORTE               PIC S9(09)V99.

       SD  ARCH-ANALISIS
           DATA RECORD IS REG-ANALISIS.
       01  REG-ANALISIS.
           05 ANA-FAMILIA               PIC 9(03).
           05 ANA-SUCURSAL              PIC 9(03).
           05 ANA-MES                   PIC 9(02).
           05 ANA-SUBFAMILIA            PIC 9(03).
           05 ANA-ANIO-ANTERIOR         PIC X(01).
              88 ANA-DEL-ANIO-ANTERIOR             VALUE 'S'.
           05 ANA-CANTIDAD              PIC S9(07).
           05 ANA-IMPORTE               PIC S9(09)V99.
           05 ANA-COSTO                 PIC S9(09)V99.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(12) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'ANALISIS DE VENTAS POR FAMILIA - ANIO'.
           05 TIT-ANIO                  PIC 9(04).
           05 FILLER                    PIC X(11) VALUE ' HASTA MES'.
           05 TIT-MES                   PIC 9(02).
           05 FILLER                    PIC X(11) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(05) VALUE 'MES'.
           05 FILLER                    PIC X(09) VALUE 'UNIDADES'.
           05 FILLER                    PIC X(13) VALUE '      VENTAS'.
           05 FILLER                    PIC X(13) VALUE '       COSTO'.
           05 FILLER                    PIC X(13) VALUE '      MARGEN'.
           05 FILLER                    PIC X(05) VALUE ' MG%'.
           05 FILLER                    PIC X(13) VALUE ' VTA ANIO ANT'.
           05 FILLER                    PIC X(05) VALUE ' VAR%'.
           05 FILLER                    PIC X(04) VALUE SPACES.

       01  WS-LINEA-FAMILIA.
           05 FILLER                    PIC X(08) VALUE 'FAMILIA'.
           05 LFA-FAMILIA               PIC 9(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LFA-DESCRIPCION           PIC X(30).
           05 FILLER                    PIC X(37) VALUE SPACES.

       01  WS-LINEA-SUCURSAL.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(09) VALUE 'SUCURSAL'.
           05 LSU-SUCURSAL              PIC 9(03).
           05 FILLER                    PIC X(65) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 LTO-TEXTO                 PIC X(17).
           05 LTO-CODIGO                PIC X(03).
           05 FILLER                    PIC X(23)
              VALUE ' - ACUMULADO DEL ANIO'.
           05 FILLER                    PIC X(34) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-ETIQUETA              PIC X(05).
           05 DET-UNIDADES              PIC -ZZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-VENTAS                PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-COSTO                 PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MARGEN                PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MARGEN-PORC           PIC -ZZ9.
           05 DET-MARGEN-PORC-X REDEFINES DET-MARGEN-PORC
                                        PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-VENTAS-ANT            PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-VARIACION             PIC -ZZZ9.
           05 DET-VARIACION-X REDEFINES DET-VARIACION
                                        PIC X(05).
           05 FILLER                    PIC X(03) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(22)
              VALUE 'LINEAS DE HISTORIA:'.
           05 RES-LEIDAS                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE '  ANALIZADAS:'.
           05 RES-SELECCIONADAS         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-ENCABEZADO-DELIM.
           05 FILLER                    PIC X(40) VALUE
              'ANIO|MES|FAMILIA|SUBFAMILIA|DESCRIPCION|'.
           05 FILLER                    PIC X(40) VALUE
              'SUCURSAL|UNIDADES|VENTAS|COSTO|MARGEN|'.
           05 FILLER                    PIC X(40) VALUE
              'UNIDADES_ANT|VENTAS_ANT|COSTO_ANT|'.
           05 FILLER                    PIC X(40) VALUE
              'MARGEN_ANT|VENTAS_ACUM|COSTO_ACUM|'.
           05 FILLER                    PIC X(40) VALUE
              'MARGEN_ACUM|VENTAS_ACUM_ANT|MARGEN_ACUM_'.
           05 FILLER                    PIC X(50) VALUE 'ANT'.

       01  WS-CAMPOS-DELIM.
           05 DLM-UNIDADES              PIC -9(09).
           05 DLM-VENTAS                PIC -9(11).99.
           05 DLM-COSTO                 PIC -9(11).99.
           05 DLM-MARGEN                PIC -9(11).99.
           05 DLM-UNIDADES-ANT          PIC -9(09).
           05 DLM-VENTAS-ANT            PIC -9(11).99.
           05 DLM-COSTO-ANT             PIC -9(11).99.
           05 DLM-MARGEN-ANT            PIC -9(11).99.
           05 DLM-VENTAS-ACUM           PIC -9(11).99.
           05 DLM-COSTO-ACUM            PIC -9(11).99.
           05 DLM-MARGEN-ACUM           PIC -9(11).99.
           05 DLM-VENTAS-ACUM-ANT       PIC -9(11).99.
           05 DLM-MARGEN-ACUM-ANT       PIC -9(11).99.

       01  WS-CODIGO-ARTICULOS          PIC X(02).
       01  WS-CODIGO-COST               PIC X(02).
       01  WS-CODIGO-VTAH               PIC X(02).
       01  WS-CODIGO-VCOS               PIC X(02).
       01  WS-CODIGO-DELIM              PIC X(02).
       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-ARTICULOS             PIC X(01) VALUE 'N'.
           88 FIN-DE-ARTICULOS                     VALUE 'S'.
       01  SW-FIN-COST                  PIC X(01) VALUE 'N'.
           88 FIN-DE-COST                          VALUE 'S'.
       01  SW-FIN-VTAH                  PIC X(01) VALUE 'N'.
           88 FIN-DE-VTAH                          VALUE 'S'.
       01  SW-FIN-VCOS                  PIC X(01) VALUE 'N'.
           88 FIN-DE-VCOS                          VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMER-RENGLON            PIC X(01) VALUE 'S'.
           88 ES-PRIMER-RENGLON                   VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-PERIODO-PROCESO           PIC 9(06).
       01  WS-PERIODO-PARTES REDEFINES WS-PERIODO-PROCESO.
           05 WS-ANIO-PROCESO           PIC 9(04).
           05 WS-MES-HASTA              PIC 9(02).
       01  WS-ANIO-ANTERIOR             PIC 9(04).
       01  WS-FECHA-LINEA               PIC 9(08).
       01  WS-FECHA-LINEA-PARTES REDEFINES WS-FECHA-LINEA.
           05 WS-ANIO-LINEA             PIC 9(04).
           05 WS-MES-LINEA              PIC 9(02).
           05 FILLER                    PIC 9(02).

       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
           05 WS-PARM-DEPTO-HASTA       PIC 9(03).
           05 WS-PARM-LEGAJO-DESDE      PIC 9(05).
           05 WS-PARM-LEGAJO-HASTA      PIC 9(05).
           05 WS-PARM-PERIODO           PIC 9(06).
       01  WS-CODIGO-PARMC              PIC X(02).

       01  WS-FUNCION-FAM               PIC X(02).
       01  WS-LLAVE-FAM.
           05 WS-LLAVE-FAM-FAMILIA      PIC 9(03).
           05 WS-LLAVE-FAM-SUBFAMILIA   PIC 9(03).
       01  WS-LLAVE-HASTA-FAM           PIC X(06) VALUE SPACES.
       01  WS-USUARIO-FAM               PIC X(08) VALUE 'ANALVTAS'.
       01  WS-REG-FAMILIA-AUX.
           05 WS-FAM-FAMILIA-AUX        PIC 9(03).
           05 WS-FAM-SUBFAMILIA-AUX     PIC 9(03).
           05 WS-FAM-DESCRIPCION-AUX    PIC X(30).
           05 WS-FAM-ESTADO-AUX         PIC X(01).
       01  WS-CODIGO-FAM                PIC X(02).
       01  WS-DESCRIPCION-FAMILIA       PIC X(30).

      *    COSTEO: ESTADO DEL ARTICULO EN CURSO DEL PRIMER SORT.
       01  WS-ARTICULO-COSTEO           PIC 9(05).
       01  WS-FAMILIA-COSTEO            PIC 9(03).
       01  WS-SUBFAMILIA-COSTEO         PIC 9(03).
       01  WS-COSTO-VIGENTE             PIC 9(05)V99.

      *    CORTES DEL ANALISIS.
       01  WS-FAMILIA-ACTUAL            PIC 9(03).
       01  WS-SUCURSAL-ACTUAL           PIC 9(03).
       01  WS-MES-ACTUAL                PIC 9(02).
       01  WS-SUBFAMILIA-ACTUAL         PIC 9(03).
       01  WS-MES-EDITADO               PIC Z9.

      *    NIVELES DE ACUMULACION: 1 = SUBFAMILIA EN EL MES, 2 = MES,
      *    3 = SUCURSAL (ACUMULADO DEL ANIO), 4 = FAMILIA, 5 = TOTAL
      *    GENERAL. CADA UNO CON EL ANIO PEDIDO Y EL ANTERIOR.
       01  WS-TABLA-NIVELES.
           05 WS-NIVEL OCCURS 5 TIMES.
              10 NIV-UNIDADES           PIC S9(09) COMP-3.
              10 NIV-VENTAS             PIC S9(11)V99 COMP-3.
              10 NIV-COSTO              PIC S9(11)V99 COMP-3.
              10 NIV-UNIDADES-ANT       PIC S9(09) COMP-3.
              10 NIV-VENTAS-ANT         PIC S9(11)V99 COMP-3.
              10 NIV-COSTO-ANT          PIC S9(11)V99 COMP-3.
       01  WS-NIV-ORIGEN                PIC 9(01).
       01  WS-NIV-DESTINO               PIC 9(01).

      *    ACUMULADO DEL ANIO DE CADA SUBFAMILIA EN LA SUCURSAL EN
      *    CURSO, PARA EL ARCHIVO DELIMITADO (SUBINDICE =
      *    SUBFAMILIA + 1).
       01  WS-TABLA-ACUM-SUB.
           05 WS-ACUM-SUB OCCURS 1000 TIMES.
              10 ASU-VENTAS             PIC S9(11)V99 COMP-3.
              10 ASU-COSTO              PIC S9(11)V99 COMP-3.
              10 ASU-VENTAS-ANT         PIC S9(11)V99 COMP-3.
              10 ASU-COSTO-ANT          PIC S9(11)V99 COMP-3.
       01  WS-IDX-SUB                   PIC 9(04).

       01  WS-MARGEN                    PIC S9(11)V99 COMP-3.
       01  WS-PORCENTAJE                PIC S9(07)V9 COMP-3.

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-SELECCIONADOS    PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-FILAS            PIC 9(07) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'ANALISIS-VTAS-FAMIL'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-SELECCIONADOS        PIC 9(07).
       01  WS-STAT-FILAS                PIC 9(07).
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
           IF WS-MES-HASTA EQUAL ZEROS OR WS-MES-HASTA > 12
              MOVE 12 TO WS-MES-HASTA
           END-IF
           COMPUTE WS-ANIO-ANTERIOR = WS-ANIO-PROCESO - 1
           INITIALIZE WS-TABLA-NIVELES

           OPEN OUTPUT VENTAS-COSTEADAS
           SORT ARCH-COSTEO
                ON ASCENDING KEY CST-ARTICULO
                   DESCENDING KEY CST-FECHA CST-TIPO
                INPUT PROCEDURE IS 0500-JUNTA-COSTEO
                OUTPUT PROCEDURE IS 1000-COSTEA-VENTAS
           CLOSE VENTAS-COSTEADAS

           OPEN OUTPUT REPORTE ANALISIS-DELIMITADO
           MOVE WS-ANIO-PROCESO TO TIT-ANIO
           MOVE WS-MES-HASTA    TO TIT-MES
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES
           WRITE REG-ANALISIS-DELIMITADO FROM WS-ENCABEZADO-DELIM
           MOVE 'AB' TO WS-FUNCION-FAM
           CALL 'FAMILIAS-I-O'
                USING WS-FUNCION-FAM WS-LLAVE-FAM WS-LLAVE-HASTA-FAM
                      WS-USUARIO-FAM WS-REG-FAMILIA-AUX WS-CODIGO-FAM

           SORT ARCH-ANALISIS
                ON ASCENDING KEY ANA-FAMILIA ANA-SUCURSAL ANA-MES
                                 ANA-SUBFAMILIA
                INPUT PROCEDURE IS 3000-LIBERA-COSTEADAS
                OUTPUT PROCEDURE IS 4000-ANALIZA-VENTAS

           IF NOT ES-PRIMER-RENGLON
              PERFORM 4300-CIERRA-SUBFAMILIA
              PERFORM 4310-CIERRA-MES
              PERFORM 4320-CIERRA-SUCURSAL
              PERFORM 4330-CIERRA-FAMILIA
           END-IF

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * JUNTA EN EL PRIMER SORT EL MAESTRO (COSTO ACTUAL Y
      * FAMILIA), LOS CAMBIOS DE COSTO Y LAS LINEAS DE VENTA DEL
      * PERIODO ANALIZADO.
      * -----------------------------------------------------------
       0500-JUNTA-COSTEO.
           PERFORM 0510-LIBERA-MAESTRO
           PERFORM 0520-LIBERA-COSTOS
           PERFORM 0530-LIBERA-VENTAS.
       0500-FIN.  EXIT.

       0510-LIBERA-MAESTRO.
           OPEN INPUT ARTICULOS
           IF WS-CODIGO-ARTICULOS NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR ARTICULOS - STATUS: '
                      WS-CODIGO-ARTICULOS
              MOVE 8 TO RETURN-CODE
              GO TO 0510-FIN
           END-IF
           PERFORM 0511-LEE-ARTICULO
           PERFORM 0512-LIBERA-ARTICULO UNTIL FIN-DE-ARTICULOS
           CLOSE ARTICULOS.
       0510-FIN.  EXIT.

       0511-LEE-ARTICULO.
           READ ARTICULOS NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-ARTICULOS
           END-READ.
       0511-FIN.  EXIT.

       0512-LIBERA-ARTICULO.
           INITIALIZE REG-COSTEO
           MOVE ARTICULOS-LLAVE TO CST-ARTICULO
           MOVE 99999999        TO CST-FECHA
           MOVE 'A'             TO CST-TIPO
           MOVE ART-FAMILIA     TO CST-FAMILIA
           MOVE ART-SUBFAMILIA  TO CST-SUBFAMILIA
           MOVE ART-COSTO       TO CST-COSTO
           RELEASE REG-COSTEO
           PERFORM 0511-LEE-ARTICULO.
       0512-FIN.  EXIT.

      *    SIN HISTORIA DE COSTOS SE COSTEA TODO AL COSTO ACTUAL.
       0520-LIBERA-COSTOS.
           OPEN INPUT ARTICULOS-COSTOS
           IF WS-CODIGO-COST NOT EQUAL ZEROS
              DISPLAY 'SIN HISTORIA DE COSTOS - STATUS: '
                      WS-CODIGO-COST
              GO TO 0520-FIN
           END-IF
           PERFORM 0521-LIBERA-UN-COSTO UNTIL FIN-DE-COST
           CLOSE ARTICULOS-COSTOS.
       0520-FIN.  EXIT.

       0521-LIBERA-UN-COSTO.
           READ ARTICULOS-COSTOS
              AT END MOVE 'S' TO SW-FIN-COST
           END-READ
           IF FIN-DE-COST
              GO TO 0521-FIN
           END-IF
           INITIALIZE REG-COSTEO
           MOVE HISTCOS-LLAVE            TO CST-ARTICULO
           MOVE HISTCOS-FECHA-EFECTIVA   TO CST-FECHA
           MOVE 'C'                      TO CST-TIPO
           MOVE HISTCOS-COSTO-ANTERIOR   TO CST-COSTO
           RELEASE REG-COSTEO.
       0521-FIN.  EXIT.

       0530-LIBERA-VENTAS.
           OPEN INPUT VENTAS-HISTORIA
           IF WS-CODIGO-VTAH NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR VENTAS-HISTORIA - STATUS: '
                      WS-CODIGO-VTAH
              MOVE 8 TO RETURN-CODE
              GO TO 0530-FIN
           END-IF
           PERFORM 0531-LEE-HISTORIA
           PERFORM 0532-SELECCIONA-UNA-LINEA UNTIL FIN-DE-VTAH
           CLOSE VENTAS-HISTORIA.
       0530-FIN.  EXIT.

       0531-LEE-HISTORIA.
           READ VENTAS-HISTORIA
              AT END MOVE 'S' TO SW-FIN-VTAH
           END-READ
           IF NOT FIN-DE-VTAH
              ADD 1 TO WS-CONTADOR-LEIDOS
           END-IF.
       0531-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL MES DE LA LINEA ES EL DE EMISION DEL COMPROBANTE (LA
      * NOTA DE CREDITO RESTA EN EL MES EN QUE SE EMITIO); SIN
      * EMISION, EL DE LA VENTA. EL COSTO SE BUSCA SIEMPRE A LA
      * FECHA DE LA VENTA, QUE EN LA NOTA DE CREDITO ES LA DE LA
      * VENTA ORIGINAL QUE REVIERTE.
      * -----------------------------------------------------------
       0532-SELECCIONA-UNA-LINEA.
           IF VTAHIST-FECHA-EMISION GREATER THAN ZEROS
              MOVE VTAHIST-FECHA-EMISION TO WS-FECHA-LINEA
           ELSE
              MOVE VTAHIST-FECHA TO WS-FECHA-LINEA
           END-IF
           IF WS-MES-LINEA > WS-MES-HASTA
              OR (WS-ANIO-LINEA NOT EQUAL WS-ANIO-PROCESO
                  AND WS-ANIO-LINEA NOT EQUAL WS-ANIO-ANTERIOR)
              GO TO 0532-LEE
           END-IF

           ADD 1 TO WS-CONTADOR-SELECCIONADOS
           INITIALIZE REG-COSTEO
           MOVE VTAHIST-LLAVE     TO CST-ARTICULO
           MOVE VTAHIST-FECHA     TO CST-FECHA
           MOVE 'V'               TO CST-TIPO
           MOVE VTAHIST-SUCURSAL  TO CST-SUCURSAL
           MOVE WS-MES-LINEA      TO CST-MES
           IF WS-ANIO-LINEA EQUAL WS-ANIO-ANTERIOR
              MOVE 'S' TO CST-ANIO-ANTERIOR
           ELSE
              MOVE 'N' TO CST-ANIO-ANTERIOR
           END-IF
           IF VTAHIST-ES-DEVOLUCION
              COMPUTE CST-CANTIDAD = ZERO - VTAHIST-CANTIDAD
              COMPUTE CST-IMPORTE  = ZERO - VTAHIST-IMPORTE
           ELSE
              MOVE VTAHIST-CANTIDAD TO CST-CANTIDAD
              MOVE VTAHIST-IMPORTE  TO CST-IMPORTE
           END-IF
           RELEASE REG-COSTEO.

       0532-LEE.
           PERFORM 0531-LEE-HISTORIA.
       0532-FIN.  EXIT.

      * -----------------------------------------------------------
      * RECORRE CADA ARTICULO DE LA FECHA MAS NUEVA A LA MAS VIEJA
      * LLEVANDO EL COSTO VIGENTE, Y GRABA CADA LINEA DE VENTA CON
      * SU COSTO Y LA FAMILIA DEL ARTICULO. EL ARTICULO QUE YA NO
      * ESTA EN EL MAESTRO QUEDA EN LA FAMILIA 000.
      * -----------------------------------------------------------
       1000-COSTEA-VENTAS.
           MOVE SPACES TO SW-FIN-SORT
           PERFORM 1010-DEVUELVE-COSTEO
           PERFORM 1100-COSTEA-RENGLON UNTIL HAY-FIN-DE-SORT.
       1000-FIN.  EXIT.

       1010-DEVUELVE-COSTEO.
           RETURN ARCH-COSTEO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       1010-FIN.  EXIT.

       1100-COSTEA-RENGLON.
           IF CST-ARTICULO NOT EQUAL WS-ARTICULO-COSTEO
              MOVE CST-ARTICULO TO WS-ARTICULO-COSTEO
              MOVE ZEROS TO WS-FAMILIA-COSTEO WS-SUBFAMILIA-COSTEO
                            WS-COSTO-VIGENTE
           END-IF

           EVALUATE TRUE
              WHEN CST-ES-MAESTRO
                 MOVE CST-FAMILIA    TO WS-FAMILIA-COSTEO
                 MOVE CST-SUBFAMILIA TO WS-SUBFAMILIA-COSTEO
                 MOVE CST-COSTO      TO WS-COSTO-VIGENTE
              WHEN CST-ES-CAMBIO-COSTO
                 MOVE CST-COSTO      TO WS-COSTO-VIGENTE
              WHEN CST-ES-VENTA
                 MOVE WS-FAMILIA-COSTEO    TO VCO-FAMILIA
                 MOVE WS-SUBFAMILIA-COSTEO TO VCO-SUBFAMILIA
                 MOVE CST-SUCURSAL         TO VCO-SUCURSAL
                 MOVE CST-MES              TO VCO-MES
                 MOVE CST-ANIO-ANTERIOR    TO VCO-ANIO-ANTERIOR
                 MOVE CST-CANTIDAD         TO VCO-CANTIDAD
                 MOVE CST-IMPORTE          TO VCO-IMPORTE
                 COMPUTE VCO-COSTO = CST-CANTIDAD * WS-COSTO-VIGENTE
                 WRITE REG-VENTA-COSTEADA
           END-EVALUATE

           PERFORM 1010-DEVUELVE-COSTEO.
       1100-FIN.  EXIT.

       3000-LIBERA-COSTEADAS.
           OPEN INPUT VENTAS-COSTEADAS
           IF WS-CODIGO-VCOS NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR VENTAS-COSTEADAS - STATUS: '
                      WS-CODIGO-VCOS
              MOVE 8 TO RETURN-CODE
              GO TO 3000-FIN
           END-IF
           PERFORM 3010-LIBERA-UNA-COSTEADA UNTIL FIN-DE-VCOS
           CLOSE VENTAS-COSTEADAS.
       3000-FIN.  EXIT.

       3010-LIBERA-UNA-COSTEADA.
           READ VENTAS-COSTEADAS
              AT END MOVE 'S' TO SW-FIN-VCOS
           END-READ
           IF FIN-DE-VCOS
              GO TO 3010-FIN
           END-IF
           MOVE VCO-FAMILIA       TO ANA-FAMILIA
           MOVE VCO-SUCURSAL      TO ANA-SUCURSAL
           MOVE VCO-MES           TO ANA-MES
           MOVE VCO-SUBFAMILIA    TO ANA-SUBFAMILIA
           MOVE VCO-ANIO-ANTERIOR TO ANA-ANIO-ANTERIOR
           MOVE VCO-CANTIDAD      TO ANA-CANTIDAD
           MOVE VCO-IMPORTE       TO ANA-IMPORTE
           MOVE VCO-COSTO         TO ANA-COSTO
           RELEASE REG-ANALISIS.
       3010-FIN.  EXIT.

       4000-ANALIZA-VENTAS.
           MOVE SPACES TO SW-FIN-SORT
           PERFORM 4010-DEVUELVE-ANALISIS
           PERFORM 4100-PROCESA-RENGLON UNTIL HAY-FIN-DE-SORT.
       4000-FIN.  EXIT.

       4010-DEVUELVE-ANALISIS.
           RETURN ARCH-ANALISIS
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       4010-FIN.  EXIT.

      * -----------------------------------------------------------
      * CORTE DE CONTROL POR FAMILIA, SUCURSAL, MES Y SUBFAMILIA.
      * -----------------------------------------------------------
       4100-PROCESA-RENGLON.
           EVALUATE TRUE
              WHEN ES-PRIMER-RENGLON
                 PERFORM 4200-ABRE-FAMILIA
                 PERFORM 4210-ABRE-SUCURSAL
                 PERFORM 4220-ABRE-MES
                 PERFORM 4230-ABRE-SUBFAMILIA
              WHEN ANA-FAMILIA NOT EQUAL WS-FAMILIA-ACTUAL
                 PERFORM 4300-CIERRA-SUBFAMILIA
                 PERFORM 4310-CIERRA-MES
                 PERFORM 4320-CIERRA-SUCURSAL
                 PERFORM 4330-CIERRA-FAMILIA
                 PERFORM 4200-ABRE-FAMILIA
                 PERFORM 4210-ABRE-SUCURSAL
                 PERFORM 4220-ABRE-MES
                 PERFORM 4230-ABRE-SUBFAMILIA
              WHEN ANA-SUCURSAL NOT EQUAL WS-SUCURSAL-ACTUAL
                 PERFORM 4300-CIERRA-SUBFAMILIA
                 PERFORM 4310-CIERRA-MES
                 PERFORM 4320-CIERRA-SUCURSAL
                 PERFORM 4210-ABRE-SUCURSAL
                 PERFORM 4220-ABRE-MES
                 PERFORM 4230-ABRE-SUBFAMILIA
              WHEN ANA-MES NOT EQUAL WS-MES-ACTUAL
                 PERFORM 4300-CIERRA-SUBFAMILIA
                 PERFORM 4310-CIERRA-MES
                 PERFORM 4220-ABRE-MES
                 PERFORM 4230-ABRE-SUBFAMILIA
              WHEN ANA-SUBFAMILIA NOT EQUAL WS-SUBFAMILIA-ACTUAL
                 PERFORM 4300-CIERRA-SUBFAMILIA
                 PERFORM 4230-ABRE-SUBFAMILIA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF ANA-DEL-ANIO-ANTERIOR
              ADD ANA-CANTIDAD TO NIV-UNIDADES-ANT (1)
              ADD ANA-IMPORTE  TO NIV-VENTAS-ANT (1)
              ADD ANA-COSTO    TO NIV-COSTO-ANT (1)
           ELSE
              ADD ANA-CANTIDAD TO NIV-UNIDADES (1)
              ADD ANA-IMPORTE  TO NIV-VENTAS (1)
              ADD ANA-COSTO    TO NIV-COSTO (1)
           END-IF

           PERFORM 4010-DEVUELVE-ANALISIS.
       4100-FIN.  EXIT.

       4200-ABRE-FAMILIA.
           MOVE 'N' TO SW-PRIMER-RENGLON
           MOVE ANA-FAMILIA TO WS-FAMILIA-ACTUAL
           MOVE ZEROS       TO WS-LLAVE-FAM-SUBFAMILIA
           PERFORM 4250-BUSCA-DESCRIPCION
           MOVE WS-FAMILIA-ACTUAL      TO LFA-FAMILIA
           MOVE WS-DESCRIPCION-FAMILIA TO LFA-DESCRIPCION
           WRITE REG-REPORTE FROM WS-LINEA-FAMILIA
                 AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-NIV-DESTINO
           PERFORM 4400-LIMPIA-NIVEL.
       4200-FIN.  EXIT.

       4210-ABRE-SUCURSAL.
           MOVE ANA-SUCURSAL TO WS-SUCURSAL-ACTUAL LSU-SUCURSAL
           WRITE REG-REPORTE FROM WS-LINEA-SUCURSAL
                 AFTER ADVANCING 1 LINE
           INITIALIZE WS-TABLA-ACUM-SUB
           MOVE 3 TO WS-NIV-DESTINO
           PERFORM 4400-LIMPIA-NIVEL.
       4210-FIN.  EXIT.

       4220-ABRE-MES.
           MOVE ANA-MES TO WS-MES-ACTUAL
           MOVE 2 TO WS-NIV-DESTINO
           PERFORM 4400-LIMPIA-NIVEL.
       4220-FIN.  EXIT.

       4230-ABRE-SUBFAMILIA.
           MOVE ANA-SUBFAMILIA TO WS-SUBFAMILIA-ACTUAL
           MOVE 1 TO WS-NIV-DESTINO
           PERFORM 4400-LIMPIA-NIVEL.
       4230-FIN.  EXIT.

       4250-BUSCA-DESCRIPCION.
           MOVE WS-FAMILIA-ACTUAL TO WS-LLAVE-FAM-FAMILIA
           IF WS-FAMILIA-ACTUAL EQUAL ZEROS
              MOVE 'SIN FAMILIA ASIGNADA' TO WS-DESCRIPCION-FAMILIA
              GO TO 4250-FIN
           END-IF
           MOVE 'LE' TO WS-FUNCION-FAM
           CALL 'FAMILIAS-I-O'
                USING WS-FUNCION-FAM WS-LLAVE-FAM WS-LLAVE-HASTA-FAM
                      WS-USUARIO-FAM WS-REG-FAMILIA-AUX WS-CODIGO-FAM
           IF WS-CODIGO-FAM EQUAL ZEROS
              MOVE WS-FAM-DESCRIPCION-AUX TO WS-DESCRIPCION-FAMILIA
           ELSE
              MOVE '*** NO EXISTE EN FAMILIAS ***'
                   TO WS-DESCRIPCION-FAMILIA
           END-IF.
       4250-FIN.  EXIT.

      *    LA LINEA DEL DELIMITADO LLEVA EL MES DE LA SUBFAMILIA Y SU
      *    ACUMULADO DEL ANIO EN LA SUCURSAL.
       4300-CIERRA-SUBFAMILIA.
           COMPUTE WS-IDX-SUB = WS-SUBFAMILIA-ACTUAL + 1
           ADD NIV-VENTAS (1)     TO ASU-VENTAS (WS-IDX-SUB)
           ADD NIV-COSTO (1)      TO ASU-COSTO (WS-IDX-SUB)
           ADD NIV-VENTAS-ANT (1) TO ASU-VENTAS-ANT (WS-IDX-SUB)
           ADD NIV-COSTO-ANT (1)  TO ASU-COSTO-ANT (WS-IDX-SUB)
           PERFORM 8200-ESCRIBE-DELIMITADO
           MOVE 1 TO WS-NIV-ORIGEN
           MOVE 2 TO WS-NIV-DESTINO
           PERFORM 4410-SUMA-NIVEL.
       4300-FIN.  EXIT.

       4310-CIERRA-MES.
           MOVE 2 TO WS-NIV-ORIGEN
           MOVE 3 TO WS-NIV-DESTINO
           PERFORM 4410-SUMA-NIVEL
           MOVE SPACES TO DET-ETIQUETA
           MOVE WS-MES-ACTUAL TO WS-MES-EDITADO
           MOVE WS-MES-EDITADO TO DET-ETIQUETA(2:2)
           MOVE 2 TO WS-NIV-ORIGEN
           PERFORM 8100-IMPRIME-NIVEL
           MOVE 'ACUM' TO DET-ETIQUETA
           MOVE 3 TO WS-NIV-ORIGEN
           PERFORM 8100-IMPRIME-NIVEL.
       4310-FIN.  EXIT.

       4320-CIERRA-SUCURSAL.
           MOVE 3 TO WS-NIV-ORIGEN
           MOVE 4 TO WS-NIV-DESTINO
           PERFORM 4410-SUMA-NIVEL.
       4320-FIN.  EXIT.

       4330-CIERRA-FAMILIA.
           MOVE 4 TO WS-NIV-ORIGEN
           MOVE 5 TO WS-NIV-DESTINO
           PERFORM 4410-SUMA-NIVEL
           MOVE 'TOTAL FAMILIA'   TO LTO-TEXTO
           MOVE WS-FAMILIA-ACTUAL TO LTO-CODIGO
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES
           MOVE 'ACUM' TO DET-ETIQUETA
           PERFORM 8100-IMPRIME-NIVEL.
       4330-FIN.  EXIT.

       4400-LIMPIA-NIVEL.
           MOVE ZEROS TO NIV-UNIDADES (WS-NIV-DESTINO)
                         NIV-VENTAS (WS-NIV-DESTINO)
                         NIV-COSTO (WS-NIV-DESTINO)
                         NIV-UNIDADES-ANT (WS-NIV-DESTINO)
                         NIV-VENTAS-ANT (WS-NIV-DESTINO)
                         NIV-COSTO-ANT (WS-NIV-DESTINO).
       4400-FIN.  EXIT.

       4410-SUMA-NIVEL.
           ADD NIV-UNIDADES (WS-NIV-ORIGEN)
               TO NIV-UNIDADES (WS-NIV-DESTINO)
           ADD NIV-VENTAS (WS-NIV-ORIGEN)
               TO NIV-VENTAS (WS-NIV-DESTINO)
           ADD NIV-COSTO (WS-NIV-ORIGEN)
               TO NIV-COSTO (WS-NIV-DESTINO)
           ADD NIV-UNIDADES-ANT (WS-NIV-ORIGEN)
               TO NIV-UNIDADES-ANT (WS-NIV-DESTINO)
           ADD NIV-VENTAS-ANT (WS-NIV-ORIGEN)
               TO NIV-VENTAS-ANT (WS-NIV-DESTINO)
           ADD NIV-COSTO-ANT (WS-NIV-ORIGEN)
               TO NIV-COSTO-ANT (WS-NIV-DESTINO).
       4410-FIN.  EXIT.

      * -----------------------------------------------------------
      * IMPRIME EL NIVEL WS-NIV-ORIGEN CON LA ETIQUETA YA CARGADA.
      * EL MARGEN % ES SOBRE LA VENTA Y LA VARIACION % CONTRA LA
      * VENTA DEL ANIO ANTERIOR; SIN BASE QUEDAN EN BLANCO.
      * -----------------------------------------------------------
       8100-IMPRIME-NIVEL.
           COMPUTE WS-MARGEN = NIV-VENTAS (WS-NIV-ORIGEN)
                             - NIV-COSTO (WS-NIV-ORIGEN)
           MOVE NIV-UNIDADES (WS-NIV-ORIGEN)   TO DET-UNIDADES
           MOVE NIV-VENTAS (WS-NIV-ORIGEN)     TO DET-VENTAS
           MOVE NIV-COSTO (WS-NIV-ORIGEN)      TO DET-COSTO
           MOVE WS-MARGEN                      TO DET-MARGEN
           MOVE NIV-VENTAS-ANT (WS-NIV-ORIGEN) TO DET-VENTAS-ANT

           IF NIV-VENTAS (WS-NIV-ORIGEN) EQUAL ZEROS
              MOVE SPACES TO DET-MARGEN-PORC-X
           ELSE
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-MARGEN * 100 / NIV-VENTAS (WS-NIV-ORIGEN)
              PERFORM 8110-LIMITA-PORCENTAJE
              MOVE WS-PORCENTAJE TO DET-MARGEN-PORC
           END-IF

           IF NIV-VENTAS-ANT (WS-NIV-ORIGEN) EQUAL ZEROS
              MOVE SPACES TO DET-VARIACION-X
           ELSE
              COMPUTE WS-PORCENTAJE ROUNDED =
                      (NIV-VENTAS (WS-NIV-ORIGEN)
                       - NIV-VENTAS-ANT (WS-NIV-ORIGEN)) * 100
                      / NIV-VENTAS-ANT (WS-NIV-ORIGEN)
              PERFORM 8110-LIMITA-PORCENTAJE
              MOVE WS-PORCENTAJE TO DET-VARIACION
           END-IF

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       8100-FIN.  EXIT.

       8110-LIMITA-PORCENTAJE.
           IF WS-PORCENTAJE > 999
              MOVE 999 TO WS-PORCENTAJE
           END-IF
           IF WS-PORCENTAJE < -999
              MOVE -999 TO WS-PORCENTAJE
           END-IF.
       8110-FIN.  EXIT.

       8200-ESCRIBE-DELIMITADO.
           MOVE WS-SUBFAMILIA-ACTUAL TO WS-LLAVE-FAM-SUBFAMILIA
           PERFORM 4250-BUSCA-DESCRIPCION

           MOVE NIV-UNIDADES (1)     TO DLM-UNIDADES
           MOVE NIV-VENTAS (1)       TO DLM-VENTAS
           MOVE NIV-COSTO (1)        TO DLM-COSTO
           COMPUTE DLM-MARGEN = NIV-VENTAS (1) - NIV-COSTO (1)
           MOVE NIV-UNIDADES-ANT (1) TO DLM-UNIDADES-ANT
           MOVE NIV-VENTAS-ANT (1)   TO DLM-VENTAS-ANT
           MOVE NIV-COSTO-ANT (1)    TO DLM-COSTO-ANT
           COMPUTE DLM-MARGEN-ANT =
                   NIV-VENTAS-ANT (1) - NIV-COSTO-ANT (1)
           MOVE ASU-VENTAS (WS-IDX-SUB) TO DLM-VENTAS-ACUM
           MOVE ASU-COSTO (WS-IDX-SUB)  TO DLM-COSTO-ACUM
           COMPUTE DLM-MARGEN-ACUM =
                   ASU-VENTAS (WS-IDX-SUB) - ASU-COSTO (WS-IDX-SUB)
           MOVE ASU-VENTAS-ANT (WS-IDX-SUB) TO DLM-VENTAS-ACUM-ANT
           COMPUTE DLM-MARGEN-ACUM-ANT =
                   ASU-VENTAS-ANT (WS-IDX-SUB)
                   - ASU-COSTO-ANT (WS-IDX-SUB)

           MOVE SPACES TO REG-ANALISIS-DELIMITADO
           STRING WS-ANIO-PROCESO         DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  WS-MES-ACTUAL           DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  WS-FAMILIA-ACTUAL       DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  WS-SUBFAMILIA-ACTUAL    DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  WS-DESCRIPCION-FAMILIA  DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  WS-SUCURSAL-ACTUAL      DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-UNIDADES            DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-VENTAS              DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-COSTO               DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-MARGEN              DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-UNIDADES-ANT        DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-VENTAS-ANT          DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-COSTO-ANT           DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-MARGEN-ANT          DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-VENTAS-ACUM         DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-COSTO-ACUM          DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-MARGEN-ACUM         DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-VENTAS-ACUM-ANT     DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DLM-MARGEN-ACUM-ANT     DELIMITED BY SIZE
                  INTO REG-ANALISIS-DELIMITADO
           END-STRING
           WRITE REG-ANALISIS-DELIMITADO
           ADD 1 TO WS-CONTADOR-FILAS.
       8200-FIN.  EXIT.

       9000-TERMINA.
           IF NOT ES-PRIMER-RENGLON
              MOVE 'TOTAL GENERAL' TO LTO-TEXTO
              MOVE SPACES          TO LTO-CODIGO
              WRITE REG-REPORTE FROM WS-LINEA-TOTAL
                    AFTER ADVANCING 2 LINES
              MOVE 'ACUM' TO DET-ETIQUETA
              MOVE 5 TO WS-NIV-ORIGEN
              PERFORM 8100-IMPRIME-NIVEL
           END-IF

           MOVE WS-CONTADOR-LEIDOS        TO RES-LEIDAS
           MOVE WS-CONTADOR-SELECCIONADOS TO RES-SELECCIONADAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE 'CI' TO WS-FUNCION-FAM
           CALL 'FAMILIAS-I-O'
                USING WS-FUNCION-FAM WS-LLAVE-FAM WS-LLAVE-HASTA-FAM
                      WS-USUARIO-FAM WS-REG-FAMILIA-AUX WS-CODIGO-FAM

           MOVE WS-CONTADOR-LEIDOS        TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-SELECCIONADOS TO WS-STAT-SELECCIONADOS
           MOVE WS-CONTADOR-FILAS         TO WS-STAT-FILAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-SELECCIONADOS WS-STAT-FILAS

           CLOSE REPORTE ANALISIS-DELIMITADO.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
