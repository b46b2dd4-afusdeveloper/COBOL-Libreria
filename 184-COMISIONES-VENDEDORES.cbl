       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     COMISIONES-VENDEDORES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VENTAS-HISTORIA PASA A 92 (FORMA DE PAGO
      *                    Y TARJETA).
      *   15/10/2026  AMF  VERSION ORIGINAL. LIQUIDACION MENSUAL DE
      *                    COMISIONES DE LOS VENDEDORES DE MOSTRADOR:
      *                    PARA EL PERIODO DE LA TARJETA PERIODO=
      *                    (PARAMETROS-CORRIDA; SIN TARJETA, EL MES
      *                    DE LA FECHA DEL SISTEMA) ORDENA LAS LINEAS
      *                    DE VENTAS-HISTORIA CON VENDEDOR Y FECHA DE
      *                    EMISION EN EL PERIODO POR VENDEDOR +
      *                    ARTICULO. LAS NOTAS DE CREDITO DE
      *                    DEVOLUCIONES-VENTAS (TIPO D, CON EL
      *                    VENDEDOR DE LA VENTA ORIGINAL) RESTAN DEL
      *                    IMPORTE VENDIDO. LA COMISION DE CADA
      *                    ARTICULO ES EL IMPORTE NETO POR EL
      *                    PORCENTAJE DEL TARIFARIO UT-S-TASACOMI:
      *                    PRIMERO LA TASA DEL ARTICULO, SI NO LA DE
      *                    SU CLASE ABC (CLASE-ABC), SI NO LA
      *                    GENERAL. IMPRIME LA LIQUIDACION DE CADA
      *                    VENDEDOR EN HOJA APARTE Y GRABA UN
      *                    CONCEPTO 'COM' POR VENDEDOR EN
      *                    CONCEPTOS-NOMINA, QUE SE REORDENA POR
      *                    LEGAJO CON LOS CONCEPTOS QUE YA TENIA
      *                    (LOS 'COM' DE UNA CORRIDA ANTERIOR SE
      *                    REEMPLAZAN, ASI LA LIQUIDACION PUEDE
      *                    REPETIRSE). EL VENDEDOR CON NETO NEGATIVO,
      *                    INEXISTENTE O DE BAJA NO GENERA CONCEPTO Y
      *                    EL PASO TERMINA CON RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS-HISTORIA ASSIGN TO UT-S-VTAHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-VTAH.

           SELECT TASAS-COMISION ASSIGN TO UT-S-TASACOMI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TASAS.

           SELECT CLASE-ABC ASSIGN TO UT-S-CLASEABC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-ABC.

           SELECT CONCEPTOS-NOMINA ASSIGN TO UT-S-CONCNOM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CONC.

           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT ARCH-CONCEPTOS ASSIGN TO UT-S-WORK2
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-HISTORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS REG-VENTA-HISTORIA.
           COPY CPVTAHS1.

      *    TARIFARIO DE COMISIONES: TIPO A = ARTICULO, C = CLASE ABC,
      *    G = TASA GENERAL PARA LO QUE NO TENGA TASA PROPIA.
       FD  TASAS-COMISION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TASA-COMISION.
       01  REG-TASA-COMISION.
           05 TCOM-TIPO                 PIC X(01).
              88 TCOM-POR-ARTICULO                 VALUE 'A'.
              88 TCOM-POR-CLASE                    VALUE 'C'.
              88 TCOM-GENERAL                      VALUE 'G'.
           05 TCOM-ARTICULO             PIC 9(05).
           05 TCOM-CLASE                PIC X(01).
           05 TCOM-PORCENTAJE           PIC 9(02)V99.
           05 FILLER                    PIC X(69).

       FD  CLASE-ABC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS REG-CLASE-ABC.
           COPY CPABC01.

       FD  CONCEPTOS-NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CONCEPTO-NOM.
       01  REG-CONCEPTO-NOM.
           05 CONC-LEGAJO               PIC 9(05).
           05 CONC-CODIGO               PIC X(03).
           05 CONC-DESCRIPCION          PIC X(20).
           05 CONC-SIGNO                PIC X(01).
           05 CONC-IMPORTE              PIC 9(07)V99.
           05 FILLER                    PIC X(42).

       SD  ARCH-ORDENADO
           DATA RECORD IS REG-VENTA-ORDENADA.
       01  REG-VENTA-ORDENADA.
           05 ORD-VENDEDOR              PIC 9(05).
           05 ORD-ARTICULO              PIC 9(05).
           05 ORD-TIPO                  PIC X(01).
              88 ORD-ES-DEVOLUCION                 VALUE 'D'.
           05 ORD-CANTIDAD              PIC 9(05).
           05 ORD-IMPORTE               PIC 9(09)V99.

       SD  ARCH-CONCEPTOS
           DATA RECORD IS REG-CONCEPTO-ORDENADO.
       01  REG-CONCEPTO-ORDENADO.
           05 SRT-LEGAJO                PIC 9(05).
           05 SRT-RESTO                 PIC X(75).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(38)
              VALUE 'LIQUIDACION DE COMISIONES POR VENTAS'.
           05 FILLER                    PIC X(10) VALUE 'PERIODO: '.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(10) VALUE SPACES.

       01  WS-LINEA-VENDEDOR.
           05 FILLER                    PIC X(10) VALUE 'VENDEDOR:'.
           05 VEN-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 VEN-APELLIDO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 VEN-NOMBRE                PIC X(15).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 VEN-OBSERVACION           PIC X(30).

       01  WS-TITULO-2.
           05 FILLER                    PIC X(07) VALUE 'ARTIC'.
           05 FILLER                    PIC X(08) VALUE 'VENDID'.
           05 FILLER                    PIC X(08) VALUE 'DEVUEL'.
           05 FILLER                    PIC X(17) VALUE 'IMPORTE NETO'.
           05 FILLER                    PIC X(06) VALUE 'TASA'.
           05 FILLER                    PIC X(06) VALUE 'ORIG'.
           05 FILLER                    PIC X(28) VALUE 'COMISION'.

       01  WS-DETALLE.
           05 DET-ARTICULO              PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-VENDIDAS              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-DEVUELTAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-IMPORTE-NETO          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-TASA                  PIC Z9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ORIGEN-TASA           PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-COMISION              PIC -ZZZ,ZZ9.99.
           05 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                    PIC X(23)
              VALUE 'TOTAL DEL VENDEDOR'.
           05 TOT-IMPORTE-NETO          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(15) VALUE SPACES.
           05 TOT-COMISION              PIC -ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 TOT-RESULTADO             PIC X(14).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(12)
              VALUE 'VENDEDORES:'.
           05 RES-VENDEDORES            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(13)
              VALUE '  LIQUIDADOS:'.
           05 RES-LIQUIDADOS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(15)
              VALUE '  OBSERVADOS:'.
           05 RES-OBSERVADOS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RES-TOTAL-COMISION        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(06) VALUE SPACES.

       01  WS-CODIGO-VTAH               PIC X(02).
       01  WS-CODIGO-TASAS              PIC X(02).
       01  WS-CODIGO-ABC                PIC X(02).
       01  WS-CODIGO-CONC               PIC X(02).
       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-VTAH                  PIC X(01) VALUE 'N'.
           88 FIN-DE-VTAH                          VALUE 'S'.
       01  SW-FIN-TASAS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TASAS                         VALUE 'S'.
       01  SW-FIN-ABC                   PIC X(01) VALUE 'N'.
           88 FIN-DE-ABC                           VALUE 'S'.
       01  SW-FIN-CONC                  PIC X(01) VALUE 'N'.
           88 FIN-DE-CONC                          VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMER-VENDEDOR           PIC X(01) VALUE 'S'.
           88 ES-PRIMER-VENDEDOR                  VALUE 'S'.
       01  SW-HISTORIA-LEIDA            PIC X(01) VALUE 'N'.
           88 HISTORIA-LEIDA                      VALUE 'S'.
       01  SW-VENDEDOR-LIQUIDABLE       PIC X(01).
           88 VENDEDOR-LIQUIDABLE                 VALUE 'S'.
       01  SW-TASA-HALLADA              PIC X(01).
           88 TASA-HALLADA                        VALUE 'S'.
       01  SW-HAY-TASA-GENERAL          PIC X(01) VALUE 'N'.
           88 HAY-TASA-GENERAL                    VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-PERIODO-PROCESO           PIC 9(06).
       01  WS-PERIODO-LINEA             PIC 9(06).

       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
           05 WS-PARM-DEPTO-HASTA       PIC 9(03).
           05 WS-PARM-LEGAJO-DESDE      PIC 9(05).
           05 WS-PARM-LEGAJO-HASTA      PIC 9(05).
           05 WS-PARM-PERIODO           PIC 9(06).
       01  WS-CODIGO-PARMC              PIC X(02).

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

      * TARIFARIO EN MEMORIA: TASAS POR ARTICULO Y POR CLASE ABC.
       01  WS-TABLA-TASAS-ARTICULO.
           05 WS-CANTIDAD-TASAS-ART     PIC 9(03) VALUE ZEROS.
           05 WS-TASA-ARTICULO OCCURS 500 TIMES.
              10 WS-TAR-ARTICULO        PIC 9(05).
              10 WS-TAR-PORCENTAJE      PIC 9(02)V99.
       01  WS-IDX-TAR                   PIC 9(03).
       01  WS-TABLA-TASAS-CLASE.
           05 WS-CANTIDAD-TASAS-CLA     PIC 9(02) VALUE ZEROS.
           05 WS-TASA-CLASE OCCURS 10 TIMES.
              10 WS-TCL-CLASE           PIC X(01).
              10 WS-TCL-PORCENTAJE      PIC 9(02)V99.
       01  WS-IDX-TCL                   PIC 9(02).
       01  WS-TASA-GENERAL              PIC 9(02)V99 VALUE ZEROS.

      * CLASE ABC DE CADA ARTICULO, TAL COMO LA DEJO CLASIFICA-ABC.
       01  WS-TABLA-CLASES.
           05 WS-CANTIDAD-CLASES        PIC 9(04) VALUE ZEROS.
           05 WS-CLASE-ARTICULO OCCURS 3000 TIMES.
              10 WS-CLA-ARTICULO        PIC 9(05).
              10 WS-CLA-CLASE           PIC X(01).
       01  WS-IDX-CLA                   PIC 9(04).
       01  WS-CLASE-BUSCADA             PIC X(01).

      * CONCEPTOS A GRABAR: UNO POR VENDEDOR LIQUIDADO.
       01  WS-TABLA-COMISIONES.
           05 WS-CANTIDAD-COMISIONES    PIC 9(03) VALUE ZEROS.
           05 WS-COMISION-VENDEDOR OCCURS 500 TIMES.
              10 WS-COM-LEGAJO          PIC 9(05).
              10 WS-COM-IMPORTE         PIC 9(07)V99.
       01  WS-IDX-COM                   PIC 9(03).

       01  WS-VENDEDOR-ACTUAL           PIC 9(05).
       01  WS-ARTICULO-ACTUAL           PIC 9(05).
       01  WS-UNIDADES-VENDIDAS         PIC 9(07).
       01  WS-UNIDADES-DEVUELTAS        PIC 9(07).
       01  WS-IMPORTE-VENDIDO           PIC S9(11)V99 COMP-3.
       01  WS-IMPORTE-DEVUELTO          PIC S9(11)V99 COMP-3.
       01  WS-IMPORTE-NETO              PIC S9(11)V99 COMP-3.
       01  WS-PORCENTAJE                PIC 9(02)V99.
       01  WS-ORIGEN-TASA               PIC X(04).
       01  WS-COMISION-ARTICULO         PIC S9(09)V99 COMP-3.
       01  WS-NETO-VENDEDOR             PIC S9(11)V99 COMP-3.
       01  WS-COMISION-VENDEDOR-TOT     PIC S9(09)V99 COMP-3.
       01  WS-TOTAL-COMISIONES          PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-SELECCIONADOS    PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-VENDEDORES       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-OBSERVADOS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-REEMPLAZADOS     PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-CONCEPTOS        PIC 9(07) VALUE ZEROS.

       01  WS-DESCRIPCION-CONCEPTO.
           05 FILLER                    PIC X(14)
              VALUE 'COMISION VTAS '.
           05 WS-DESC-PERIODO           PIC 9(06).

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'COMISIONES-VENDEDOR'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-LIQUIDADOS           PIC 9(07).
       01  WS-STAT-OBSERVADOS           PIC 9(07).
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
           MOVE WS-PERIODO-PROCESO TO TIT-PERIODO WS-DESC-PERIODO

           PERFORM 0100-CARGA-TARIFARIO
           IF WS-CANTIDAD-TASAS-ART EQUAL ZEROS
              AND WS-CANTIDAD-TASAS-CLA EQUAL ZEROS
              AND NOT HAY-TASA-GENERAL
              DISPLAY 'TARIFARIO DE COMISIONES VACIO O AUSENTE: NO '
                      'SE LIQUIDA'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 0200-CARGA-CLASES

           OPEN OUTPUT REPORTE
           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-VENDEDOR ORD-ARTICULO
                INPUT PROCEDURE IS 0500-SELECCIONA-VENTAS
                OUTPUT PROCEDURE IS 1000-LIQUIDA-VENDEDORES

           IF NOT ES-PRIMER-VENDEDOR
              PERFORM 2300-CIERRA-ARTICULO
              PERFORM 2400-CIERRA-VENDEDOR
           END-IF

      *    SIN HISTORIA NO SE TOCAN LOS CONCEPTOS YA CARGADOS.
           IF HISTORIA-LEIDA
              SORT ARCH-CONCEPTOS
                   ON ASCENDING KEY SRT-LEGAJO
                   INPUT PROCEDURE IS 3000-JUNTA-CONCEPTOS
                   OUTPUT PROCEDURE IS 3500-GRABA-CONCEPTOS
           END-IF

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       0100-CARGA-TARIFARIO.
           OPEN INPUT TASAS-COMISION
           IF WS-CODIGO-TASAS NOT EQUAL ZEROS
              GO TO 0100-FIN
           END-IF

           PERFORM 0110-CARGA-TASA UNTIL FIN-DE-TASAS
           CLOSE TASAS-COMISION.
       0100-FIN.  EXIT.

       0110-CARGA-TASA.
           READ TASAS-COMISION
              AT END MOVE 'S' TO SW-FIN-TASAS
           END-READ
           IF FIN-DE-TASAS
              GO TO 0110-FIN
           END-IF
           IF TCOM-PORCENTAJE NOT NUMERIC
              DISPLAY 'TASA DE COMISION NO NUMERICA, SE IGNORA: '
                      REG-TASA-COMISION
              GO TO 0110-FIN
           END-IF

           EVALUATE TRUE
              WHEN TCOM-POR-ARTICULO
                 IF WS-CANTIDAD-TASAS-ART < 500
                    ADD 1 TO WS-CANTIDAD-TASAS-ART
                    MOVE TCOM-ARTICULO TO
                         WS-TAR-ARTICULO (WS-CANTIDAD-TASAS-ART)
                    MOVE TCOM-PORCENTAJE TO
                         WS-TAR-PORCENTAJE (WS-CANTIDAD-TASAS-ART)
                 ELSE
                    DISPLAY 'TABLA DE TASAS POR ARTICULO LLENA: SE '
                            'DESCARTA ARTICULO ' TCOM-ARTICULO
                 END-IF
              WHEN TCOM-POR-CLASE
                 IF WS-CANTIDAD-TASAS-CLA < 10
                    ADD 1 TO WS-CANTIDAD-TASAS-CLA
                    MOVE TCOM-CLASE TO
                         WS-TCL-CLASE (WS-CANTIDAD-TASAS-CLA)
                    MOVE TCOM-PORCENTAJE TO
                         WS-TCL-PORCENTAJE (WS-CANTIDAD-TASAS-CLA)
                 END-IF
              WHEN TCOM-GENERAL
                 MOVE 'S' TO SW-HAY-TASA-GENERAL
                 MOVE TCOM-PORCENTAJE TO WS-TASA-GENERAL
              WHEN OTHER
                 DISPLAY 'TIPO DE TASA DE COMISION INVALIDO: '
                         REG-TASA-COMISION
           END-EVALUATE.
       0110-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA CLASIFICACION ABC ES OPCIONAL: SIN ARCHIVO, LAS TASAS POR
      * CLASE NO SE APLICAN Y EL ARTICULO VA A LA TASA GENERAL.
      * -----------------------------------------------------------
       0200-CARGA-CLASES.
           IF WS-CANTIDAD-TASAS-CLA EQUAL ZEROS
              GO TO 0200-FIN
           END-IF
           OPEN INPUT CLASE-ABC
           IF WS-CODIGO-ABC NOT EQUAL ZEROS
              DISPLAY 'CLASE-ABC NO DISPONIBLE: NO SE APLICAN LAS '
                      'TASAS POR CLASE'
              GO TO 0200-FIN
           END-IF

           PERFORM 0210-CARGA-CLASE UNTIL FIN-DE-ABC
           CLOSE CLASE-ABC.
       0200-FIN.  EXIT.

       0210-CARGA-CLASE.
           READ CLASE-ABC
              AT END MOVE 'S' TO SW-FIN-ABC
           END-READ
           IF FIN-DE-ABC
              GO TO 0210-FIN
           END-IF

           IF WS-CANTIDAD-CLASES < 3000
              ADD 1 TO WS-CANTIDAD-CLASES
              MOVE ABC-ARTICULO TO WS-CLA-ARTICULO (WS-CANTIDAD-CLASES)
              MOVE ABC-CLASE    TO WS-CLA-CLASE (WS-CANTIDAD-CLASES)
           ELSE
              DISPLAY 'TABLA DE CLASES ABC LLENA: SE DESCARTA '
                      'ARTICULO ' ABC-ARTICULO
           END-IF.
       0210-FIN.  EXIT.

      * -----------------------------------------------------------
      * ENTRAN AL SORT LAS LINEAS CON VENDEDOR CUYA EMISION CAE EN
      * EL PERIODO: LAS VENTAS Y LAS NOTAS DE CREDITO DEL MES, ESTAS
      * CON EL VENDEDOR DE LA VENTA QUE REVIERTEN.
      * -----------------------------------------------------------
       0500-SELECCIONA-VENTAS.
           OPEN INPUT VENTAS-HISTORIA
           IF WS-CODIGO-VTAH NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR VENTAS-HISTORIA - STATUS: '
                      WS-CODIGO-VTAH
              MOVE 8 TO RETURN-CODE
              GO TO 0500-FIN
           END-IF
           MOVE 'S' TO SW-HISTORIA-LEIDA

           PERFORM 0510-LEE-HISTORIA
           PERFORM 0520-SELECCIONA-UNA-LINEA UNTIL FIN-DE-VTAH
           CLOSE VENTAS-HISTORIA.
       0500-FIN.  EXIT.

       0510-LEE-HISTORIA.
           READ VENTAS-HISTORIA
              AT END MOVE 'S' TO SW-FIN-VTAH
           END-READ
           IF NOT FIN-DE-VTAH
              ADD 1 TO WS-CONTADOR-LEIDOS
           END-IF.
       0510-FIN.  EXIT.

       0520-SELECCIONA-UNA-LINEA.
           MOVE VTAHIST-FECHA-EMISION(1:6) TO WS-PERIODO-LINEA
           IF VTAHIST-VENDEDOR GREATER THAN ZEROS
              AND WS-PERIODO-LINEA EQUAL WS-PERIODO-PROCESO
              ADD 1 TO WS-CONTADOR-SELECCIONADOS
              MOVE VTAHIST-VENDEDOR TO ORD-VENDEDOR
              MOVE VTAHIST-LLAVE    TO ORD-ARTICULO
              MOVE VTAHIST-TIPO     TO ORD-TIPO
              MOVE VTAHIST-CANTIDAD TO ORD-CANTIDAD
              MOVE VTAHIST-IMPORTE  TO ORD-IMPORTE
              RELEASE REG-VENTA-ORDENADA
           END-IF
           PERFORM 0510-LEE-HISTORIA.
       0520-FIN.  EXIT.

       1000-LIQUIDA-VENDEDORES.
           PERFORM 1010-DEVUELVE-ORDENADO
           PERFORM 2000-PROCESA-LINEA UNTIL HAY-FIN-DE-SORT.
       1000-FIN.  EXIT.

       1010-DEVUELVE-ORDENADO.
           RETURN ARCH-ORDENADO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * CORTE DE CONTROL POR VENDEDOR Y, DENTRO DE EL, POR ARTICULO.
      * -----------------------------------------------------------
       2000-PROCESA-LINEA.
           EVALUATE TRUE
              WHEN ES-PRIMER-VENDEDOR
                 PERFORM 2100-ABRE-VENDEDOR
                 PERFORM 2200-ABRE-ARTICULO
              WHEN ORD-VENDEDOR NOT EQUAL WS-VENDEDOR-ACTUAL
                 PERFORM 2300-CIERRA-ARTICULO
                 PERFORM 2400-CIERRA-VENDEDOR
                 PERFORM 2100-ABRE-VENDEDOR
                 PERFORM 2200-ABRE-ARTICULO
              WHEN ORD-ARTICULO NOT EQUAL WS-ARTICULO-ACTUAL
                 PERFORM 2300-CIERRA-ARTICULO
                 PERFORM 2200-ABRE-ARTICULO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF ORD-ES-DEVOLUCION
              ADD ORD-CANTIDAD TO WS-UNIDADES-DEVUELTAS
              ADD ORD-IMPORTE  TO WS-IMPORTE-DEVUELTO
           ELSE
              ADD ORD-CANTIDAD TO WS-UNIDADES-VENDIDAS
              ADD ORD-IMPORTE  TO WS-IMPORTE-VENDIDO
           END-IF

           PERFORM 1010-DEVUELVE-ORDENADO.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * CABECERA DE LA LIQUIDACION: HOJA NUEVA CON LOS DATOS DEL
      * MAESTRO. SOLO SE LIQUIDA AL LEGAJO EXISTENTE Y ACTIVO.
      * -----------------------------------------------------------
       2100-ABRE-VENDEDOR.
           MOVE 'N' TO SW-PRIMER-VENDEDOR
           MOVE ORD-VENDEDOR TO WS-VENDEDOR-ACTUAL
           MOVE ZEROS TO WS-NETO-VENDEDOR WS-COMISION-VENDEDOR-TOT
           ADD 1 TO WS-CONTADOR-VENDEDORES
           MOVE 'S' TO SW-VENDEDOR-LIQUIDABLE

           MOVE ORD-VENDEDOR TO WS-LLAVE-EMP VEN-LEGAJO
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           MOVE SPACES TO VEN-OBSERVACION
           EVALUATE TRUE
              WHEN WS-CODIGO-EMP NOT EQUAL ZEROS
                 MOVE SPACES TO VEN-APELLIDO VEN-NOMBRE
                 MOVE '*** LEGAJO INEXISTENTE' TO VEN-OBSERVACION
                 MOVE 'N' TO SW-VENDEDOR-LIQUIDABLE
              WHEN WS-EMP-ESTADO NOT EQUAL 'A'
                 MOVE WS-EMP-APELLIDO TO VEN-APELLIDO
                 MOVE WS-EMP-NOMBRE   TO VEN-NOMBRE
                 MOVE '*** LEGAJO DADO DE BAJA' TO VEN-OBSERVACION
                 MOVE 'N' TO SW-VENDEDOR-LIQUIDABLE
              WHEN OTHER
                 MOVE WS-EMP-APELLIDO TO VEN-APELLIDO
                 MOVE WS-EMP-NOMBRE   TO VEN-NOMBRE
           END-EVALUATE

           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-LINEA-VENDEDOR
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES.
       2100-FIN.  EXIT.

       2200-ABRE-ARTICULO.
           MOVE ORD-ARTICULO TO WS-ARTICULO-ACTUAL
           MOVE ZEROS TO WS-UNIDADES-VENDIDAS WS-UNIDADES-DEVUELTAS
                         WS-IMPORTE-VENDIDO WS-IMPORTE-DEVUELTO.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA COMISION DEL ARTICULO ES EL NETO VENDIDO (VENTAS MENOS
      * NOTAS DE CREDITO DEL PERIODO) POR LA TASA QUE CORRESPONDA.
      * UNA DEVOLUCION SIN VENTA EN EL MES DEJA COMISION NEGATIVA,
      * QUE SE COMPENSA CON LO DEMAS QUE VENDIO EL VENDEDOR.
      * -----------------------------------------------------------
       2300-CIERRA-ARTICULO.
           PERFORM 2310-BUSCA-TASA
           COMPUTE WS-IMPORTE-NETO =
                   WS-IMPORTE-VENDIDO - WS-IMPORTE-DEVUELTO
           COMPUTE WS-COMISION-ARTICULO ROUNDED =
                   WS-IMPORTE-NETO * WS-PORCENTAJE / 100
           ADD WS-IMPORTE-NETO      TO WS-NETO-VENDEDOR
           ADD WS-COMISION-ARTICULO TO WS-COMISION-VENDEDOR-TOT

           MOVE WS-ARTICULO-ACTUAL    TO DET-ARTICULO
           MOVE WS-UNIDADES-VENDIDAS  TO DET-VENDIDAS
           MOVE WS-UNIDADES-DEVUELTAS TO DET-DEVUELTAS
           MOVE WS-IMPORTE-NETO       TO DET-IMPORTE-NETO
           MOVE WS-PORCENTAJE         TO DET-TASA
           MOVE WS-ORIGEN-TASA        TO DET-ORIGEN-TASA
           MOVE WS-COMISION-ARTICULO  TO DET-COMISION
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2300-FIN.  EXIT.

      *    ORDEN DE BUSQUEDA: ARTICULO, CLASE ABC DEL ARTICULO,
      *    TASA GENERAL. SIN NINGUNA, EL ARTICULO NO COMISIONA.
       2310-BUSCA-TASA.
           MOVE ZEROS  TO WS-PORCENTAJE
           MOVE 'NO  ' TO WS-ORIGEN-TASA

           MOVE 'N' TO SW-TASA-HALLADA
           PERFORM 2320-COMPARA-TASA-ARTICULO
                   VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-CANTIDAD-TASAS-ART
                   OR TASA-HALLADA
           IF TASA-HALLADA
              MOVE 'ART ' TO WS-ORIGEN-TASA
              GO TO 2310-FIN
           END-IF

           MOVE SPACES TO WS-CLASE-BUSCADA
           PERFORM 2330-COMPARA-CLASE
                   VARYING WS-IDX-CLA FROM 1 BY 1
                   UNTIL WS-IDX-CLA > WS-CANTIDAD-CLASES
                   OR WS-CLASE-BUSCADA NOT EQUAL SPACES
           IF WS-CLASE-BUSCADA NOT EQUAL SPACES
              PERFORM 2340-COMPARA-TASA-CLASE
                      VARYING WS-IDX-TCL FROM 1 BY 1
                      UNTIL WS-IDX-TCL > WS-CANTIDAD-TASAS-CLA
                      OR TASA-HALLADA
              IF TASA-HALLADA
                 MOVE 'ABC ' TO WS-ORIGEN-TASA
                 MOVE WS-CLASE-BUSCADA TO WS-ORIGEN-TASA(4:1)
                 GO TO 2310-FIN
              END-IF
           END-IF

           IF HAY-TASA-GENERAL
              MOVE WS-TASA-GENERAL TO WS-PORCENTAJE
              MOVE 'GRAL' TO WS-ORIGEN-TASA
           END-IF.
       2310-FIN.  EXIT.

       2320-COMPARA-TASA-ARTICULO.
           IF WS-TAR-ARTICULO (WS-IDX-TAR) EQUAL WS-ARTICULO-ACTUAL
              MOVE 'S' TO SW-TASA-HALLADA
              MOVE WS-TAR-PORCENTAJE (WS-IDX-TAR) TO WS-PORCENTAJE
           END-IF.
       2320-FIN.  EXIT.

       2330-COMPARA-CLASE.
           IF WS-CLA-ARTICULO (WS-IDX-CLA) EQUAL WS-ARTICULO-ACTUAL
              MOVE WS-CLA-CLASE (WS-IDX-CLA) TO WS-CLASE-BUSCADA
           END-IF.
       2330-FIN.  EXIT.

       2340-COMPARA-TASA-CLASE.
           IF WS-TCL-CLASE (WS-IDX-TCL) EQUAL WS-CLASE-BUSCADA
              MOVE 'S' TO SW-TASA-HALLADA
              MOVE WS-TCL-PORCENTAJE (WS-IDX-TCL) TO WS-PORCENTAJE
           END-IF.
       2340-FIN.  EXIT.

      * -----------------------------------------------------------
      * TOTAL DEL VENDEDOR. LA COMISION POSITIVA DE UN LEGAJO ACTIVO
      * QUEDA EN TABLA PARA EL CONCEPTO DE NOMINA; LO DEMAS SE
      * OBSERVA Y NO SE PAGA.
      * -----------------------------------------------------------
       2400-CIERRA-VENDEDOR.
           MOVE WS-NETO-VENDEDOR         TO TOT-IMPORTE-NETO
           MOVE WS-COMISION-VENDEDOR-TOT TO TOT-COMISION

           EVALUATE TRUE
              WHEN NOT VENDEDOR-LIQUIDABLE
                 ADD 1 TO WS-CONTADOR-OBSERVADOS
                 MOVE 'NO SE LIQUIDA' TO TOT-RESULTADO
              WHEN WS-COMISION-VENDEDOR-TOT NOT GREATER THAN ZEROS
                 ADD 1 TO WS-CONTADOR-OBSERVADOS
                 MOVE 'SIN COMISION' TO TOT-RESULTADO
              WHEN WS-CANTIDAD-COMISIONES NOT LESS THAN 500
                 ADD 1 TO WS-CONTADOR-OBSERVADOS
                 MOVE 'TABLA LLENA' TO TOT-RESULTADO
                 DISPLAY 'TABLA DE COMISIONES LLENA: NO SE GRABA EL '
                         'CONCEPTO DEL LEGAJO ' WS-VENDEDOR-ACTUAL
              WHEN OTHER
                 ADD 1 TO WS-CANTIDAD-COMISIONES
                 MOVE WS-VENDEDOR-ACTUAL TO
                      WS-COM-LEGAJO (WS-CANTIDAD-COMISIONES)
                 MOVE WS-COMISION-VENDEDOR-TOT TO
                      WS-COM-IMPORTE (WS-CANTIDAD-COMISIONES)
                 ADD WS-COMISION-VENDEDOR-TOT TO WS-TOTAL-COMISIONES
                 MOVE 'A NOMINA' TO TOT-RESULTADO
           END-EVALUATE

           WRITE REG-REPORTE FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES.
       2400-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONCEPTOS-NOMINA SE REARMA ORDENADO POR LEGAJO, COMO LO LEE
      * PROCESO-NOMINA: LOS CONCEPTOS QUE YA TENIA (SALVO LOS 'COM'
      * DE UNA LIQUIDACION ANTERIOR) MAS UNO 'COM' POR VENDEDOR.
      * -----------------------------------------------------------
       3000-JUNTA-CONCEPTOS.
           OPEN INPUT CONCEPTOS-NOMINA
           IF WS-CODIGO-CONC EQUAL ZEROS
              PERFORM 3010-PASA-CONCEPTO UNTIL FIN-DE-CONC
              CLOSE CONCEPTOS-NOMINA
           END-IF

           PERFORM 3020-LIBERA-COMISION
                   VARYING WS-IDX-COM FROM 1 BY 1
                   UNTIL WS-IDX-COM > WS-CANTIDAD-COMISIONES.
       3000-FIN.  EXIT.

       3010-PASA-CONCEPTO.
           READ CONCEPTOS-NOMINA
              AT END MOVE 'S' TO SW-FIN-CONC
           END-READ
           IF FIN-DE-CONC
              GO TO 3010-FIN
           END-IF

           IF CONC-CODIGO EQUAL 'COM'
              ADD 1 TO WS-CONTADOR-REEMPLAZADOS
           ELSE
              RELEASE REG-CONCEPTO-ORDENADO FROM REG-CONCEPTO-NOM
           END-IF.
       3010-FIN.  EXIT.

       3020-LIBERA-COMISION.
           MOVE SPACES TO REG-CONCEPTO-NOM
           MOVE WS-COM-LEGAJO (WS-IDX-COM)  TO CONC-LEGAJO
           MOVE 'COM'                       TO CONC-CODIGO
           MOVE WS-DESCRIPCION-CONCEPTO     TO CONC-DESCRIPCION
           MOVE '+'                         TO CONC-SIGNO
           MOVE WS-COM-IMPORTE (WS-IDX-COM) TO CONC-IMPORTE
           RELEASE REG-CONCEPTO-ORDENADO FROM REG-CONCEPTO-NOM.
       3020-FIN.  EXIT.

       3500-GRABA-CONCEPTOS.
           OPEN OUTPUT CONCEPTOS-NOMINA
           MOVE SPACES TO SW-FIN-SORT
           PERFORM 3510-DEVUELVE-CONCEPTO
           PERFORM 3520-GRABA-UN-CONCEPTO UNTIL HAY-FIN-DE-SORT
           CLOSE CONCEPTOS-NOMINA.
       3500-FIN.  EXIT.

       3510-DEVUELVE-CONCEPTO.
           RETURN ARCH-CONCEPTOS
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       3510-FIN.  EXIT.

       3520-GRABA-UN-CONCEPTO.
           WRITE REG-CONCEPTO-NOM FROM REG-CONCEPTO-ORDENADO
           ADD 1 TO WS-CONTADOR-CONCEPTOS
           PERFORM 3510-DEVUELVE-CONCEPTO.
       3520-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-VENDEDORES TO RES-VENDEDORES
           MOVE WS-CANTIDAD-COMISIONES TO RES-LIQUIDADOS
           MOVE WS-CONTADOR-OBSERVADOS TO RES-OBSERVADOS
           MOVE WS-TOTAL-COMISIONES    TO RES-TOTAL-COMISION
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING PAGE

           IF WS-CONTADOR-REEMPLAZADOS GREATER THAN ZEROS
              DISPLAY 'CONCEPTOS COM ANTERIORES REEMPLAZADOS: '
                      WS-CONTADOR-REEMPLAZADOS
           END-IF
           IF WS-CONTADOR-OBSERVADOS GREATER THAN ZEROS
              AND RETURN-CODE LESS THAN 4
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE WS-CONTADOR-LEIDOS     TO WS-STAT-LEIDOS
           MOVE WS-CANTIDAD-COMISIONES TO WS-STAT-LIQUIDADOS
           MOVE WS-CONTADOR-OBSERVADOS TO WS-STAT-OBSERVADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-LIQUIDADOS WS-STAT-OBSERVADOS

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
