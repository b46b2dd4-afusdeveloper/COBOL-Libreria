       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     LIBRO-IVA-COMPRAS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LAS NOTAS DE DEBITO A PROVEEDOR (LINEAS
      *                    TIPO 'D' DE DEVOLUCIONES-PROVEEDOR) SE
      *                    LISTAN Y RESTAN DE LOS TOTALES DEL MES.
      *   15/10/2026  AMF  VERSION ORIGINAL. LIBRO IVA COMPRAS MENSUAL
      *                    PARA EL FISCO: RECORRE EL ARCHIVO
      *                    IVA-COMPRAS (CPIVACP1, GRABADO POR
      *                    REGISTRA-FACTURAS-PROV CON UNA LINEA POR
      *                    TASA DE CADA FACTURA ACEPTADA), SELECCIONA
      *                    EL PERIODO DE LA TARJETA PERIODO=
      *                    (PARAMETROS-CORRIDA; SIN TARJETA, EL MES
      *                    DE LA FECHA DEL SISTEMA), IMPRIME UNA
      *                    LINEA POR COMPROBANTE Y TASA CON CUIT,
      *                    TIPO, NETO, IVA, PERCEPCION Y TOTAL, Y
      *                    CIERRA CON LOS TOTALES DEL MES (EL IVA
      *                    DEL TOTAL ES EL CREDITO FISCAL). CADA
      *                    LINEA QUEDA TAMBIEN EN EL REPOSITORIO DE
      *                    REPORTES (ID LIBROIVC) PARA REIMPRESION.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IVA-COMPRAS ASSIGN TO UT-S-IVACOMP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-IVA.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  IVA-COMPRAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-IVA-COMPRA.
           COPY CPIVACP1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(24) VALUE SPACES.
           05 FILLER                    PIC X(20)
              VALUE 'LIBRO IVA COMPRAS'.
           05 FILLER                    PIC X(10) VALUE 'PERIODO: '.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(10) VALUE 'FECHA'.
           05 FILLER                    PIC X(12) VALUE 'CUIT'.
           05 FILLER                    PIC X(13) VALUE 'COMPROBANTE'.
           05 FILLER                    PIC X(07) VALUE 'TASA'.
           05 FILLER                    PIC X(10) VALUE 'NETO'.
           05 FILLER                    PIC X(10) VALUE 'IVA'.
           05 FILLER                    PIC X(10) VALUE 'PERCEP'.
           05 FILLER                    PIC X(08) VALUE 'TOTAL'.

       01  WS-DETALLE.
           05 DET-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-CUIT                  PIC X(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-TIPO-COMPROBANTE      PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-FACTURA               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-TASA                  PIC Z9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-NETO                  PIC Z(06)9.99.
           05 DET-IVA                   PIC Z(06)9.99.
           05 DET-PERCEPCION            PIC Z(06)9.99.
           05 DET-TOTAL                 PIC Z(06)9.99.

       01  WS-LINEA-TOTAL.
           05 TOT-CONCEPTO              PIC X(30).
           05 TOT-IMPORTE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(33) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(20)
              VALUE 'LINEAS EN EL LIBRO:'.
           05 RES-INCLUIDAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(22)
              VALUE 'DE OTROS PERIODOS:'.
           05 RES-OTRAS                 PIC ZZ,ZZ9.

       01  WS-CODIGO-IVA                PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-IVA                   PIC X(01) VALUE 'N'.
           88 FIN-DE-IVA                           VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-PERIODO-PROCESO           PIC 9(06).
       01  WS-PERIODO-COMPRA            PIC 9(06).

       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
           05 WS-PARM-DEPTO-HASTA       PIC 9(03).
           05 WS-PARM-LEGAJO-DESDE      PIC 9(05).
           05 WS-PARM-LEGAJO-HASTA      PIC 9(05).
           05 WS-PARM-PERIODO           PIC 9(06).
       01  WS-CODIGO-PARMC              PIC X(02).

       01  WS-TOTAL-NETO                PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-IVA                 PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-PERCEPCION          PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-TOTAL               PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-CONTADOR-LEIDAS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-INCLUIDAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-OTRAS            PIC 9(05) VALUE ZEROS.

       01  WS-TEXTO-REPO                PIC X(80).
       01  WS-FUNCION-REPO              PIC X(02).
       01  WS-ID-REPORTE-REPO           PIC X(08) VALUE 'LIBROIVC'.
       01  WS-CODIGO-REPO               PIC X(02).

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'LIBRO-IVA-COMPRAS'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-INCLUIDAS            PIC 9(07).
       01  WS-STAT-OTRAS                PIC 9(07).
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
           MOVE WS-PERIODO-PROCESO TO TIT-PERIODO

           OPEN OUTPUT REPORTE
           MOVE 'AB' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO
           MOVE WS-TITULO-1 TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           PERFORM 8900-GRABA-REPOSITORIO
           MOVE WS-TITULO-2 TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES
           PERFORM 8900-GRABA-REPOSITORIO

           OPEN INPUT IVA-COMPRAS
           IF WS-CODIGO-IVA NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR IVA-COMPRAS - STATUS: '
                      WS-CODIGO-IVA
              MOVE 8 TO RETURN-CODE
              CLOSE REPORTE
              GOBACK
           END-IF

           PERFORM 1010-LEE-COMPRA
           PERFORM 2000-PROCESA-COMPRA UNTIL FIN-DE-IVA
           CLOSE IVA-COMPRAS

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1010-LEE-COMPRA.
           READ IVA-COMPRAS
              AT END MOVE 'S' TO SW-FIN-IVA
           END-READ
           IF NOT FIN-DE-IVA
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * SOLO ENTRAN AL LIBRO LOS COMPROBANTES DEL PERIODO PEDIDO
      * (POR FECHA DE LA FACTURA); LOS DE OTROS PERIODOS DEL MISMO
      * ARCHIVO SE CUENTAN APARTE.
      * -----------------------------------------------------------
       2000-PROCESA-COMPRA.
           MOVE IVACP-FECHA(1:6) TO WS-PERIODO-COMPRA
           IF WS-PERIODO-COMPRA NOT EQUAL WS-PERIODO-PROCESO
              ADD 1 TO WS-CONTADOR-OTRAS
              GO TO 2000-SIGUE
           END-IF

           ADD 1 TO WS-CONTADOR-INCLUIDAS
           IF IVACP-ES-NOTA-DEBITO
              SUBTRACT IVACP-NETO       FROM WS-TOTAL-NETO
              SUBTRACT IVACP-IVA        FROM WS-TOTAL-IVA
              SUBTRACT IVACP-PERCEPCION FROM WS-TOTAL-PERCEPCION
              SUBTRACT IVACP-TOTAL      FROM WS-TOTAL-TOTAL
           ELSE
              ADD IVACP-NETO       TO WS-TOTAL-NETO
              ADD IVACP-IVA        TO WS-TOTAL-IVA
              ADD IVACP-PERCEPCION TO WS-TOTAL-PERCEPCION
              ADD IVACP-TOTAL      TO WS-TOTAL-TOTAL
           END-IF

           MOVE IVACP-FECHA            TO DET-FECHA
           MOVE IVACP-CUIT             TO DET-CUIT
           MOVE IVACP-TIPO-COMPROBANTE TO DET-TIPO-COMPROBANTE
           MOVE IVACP-FACTURA          TO DET-FACTURA
           MOVE IVACP-TASA             TO DET-TASA
           MOVE IVACP-NETO             TO DET-NETO
           MOVE IVACP-IVA              TO DET-IVA
           MOVE IVACP-PERCEPCION       TO DET-PERCEPCION
           MOVE IVACP-TOTAL            TO DET-TOTAL
           MOVE WS-DETALLE TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 8900-GRABA-REPOSITORIO.

       2000-SIGUE.
           PERFORM 1010-LEE-COMPRA.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA LINEA IMPRESA QUEDA TAMBIEN EN EL REPOSITORIO DE
      * REPORTES, PARA REIMPRIMIRLA SIN RECORRER LOS DATOS.
      * -----------------------------------------------------------
       8900-GRABA-REPOSITORIO.
           MOVE 'LI' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO.
       8900-FIN.  EXIT.

      * -----------------------------------------------------------
      * TOTALES DEL MES, UNO POR LINEA: EL IVA ES EL CREDITO FISCAL
      * DEL PERIODO Y LA PERCEPCION EL PAGO A CUENTA SUFRIDO.
      * -----------------------------------------------------------
       9000-TERMINA.
           MOVE 'TOTAL NETO GRAVADO'    TO TOT-CONCEPTO
           MOVE WS-TOTAL-NETO           TO TOT-IMPORTE
           MOVE WS-LINEA-TOTAL TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES
           PERFORM 8900-GRABA-REPOSITORIO
           MOVE 'TOTAL IVA CREDITO FISCAL' TO TOT-CONCEPTO
           MOVE WS-TOTAL-IVA            TO TOT-IMPORTE
           PERFORM 9010-IMPRIME-TOTAL
           MOVE 'TOTAL PERCEPCIONES DE IVA' TO TOT-CONCEPTO
           MOVE WS-TOTAL-PERCEPCION     TO TOT-IMPORTE
           PERFORM 9010-IMPRIME-TOTAL
           MOVE 'TOTAL COMPROBANTES'    TO TOT-CONCEPTO
           MOVE WS-TOTAL-TOTAL          TO TOT-IMPORTE
           PERFORM 9010-IMPRIME-TOTAL

           MOVE WS-CONTADOR-INCLUIDAS TO RES-INCLUIDAS
           MOVE WS-CONTADOR-OTRAS     TO RES-OTRAS
           MOVE WS-LINEA-RESUMEN TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 1 LINE
           PERFORM 8900-GRABA-REPOSITORIO

           MOVE 'CI' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO

           MOVE WS-CONTADOR-LEIDAS    TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-INCLUIDAS TO WS-STAT-INCLUIDAS
           MOVE WS-CONTADOR-OTRAS     TO WS-STAT-OTRAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-INCLUIDAS WS-STAT-OTRAS

           CLOSE REPORTE.
       9000-FIN.  EXIT.

       9010-IMPRIME-TOTAL.
           MOVE WS-LINEA-TOTAL TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 1 LINE
           PERFORM 8900-GRABA-REPOSITORIO.
       9010-FIN.  EXIT.
      * ---------------------------------------------------------------
