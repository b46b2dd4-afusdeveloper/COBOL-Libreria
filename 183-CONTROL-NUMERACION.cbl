       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CONTROL-NUMERACION.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FORMA DE PAGO P (CANJE DE PUNTOS) EN
      *                    VENTAS-HISTORIA; SE RENOMBRA TAMBIEN EN
      *                    EL REGISTRO DE ORDENAMIENTO.
      *   15/10/2026  AMF  VENTAS-HISTORIA PASA A 92 (FORMA DE PAGO
      *                    Y TARJETA).
      *   15/10/2026  AMF  VENTAS-HISTORIA PASA A 83 (VENDEDOR DE
      *                    LA VENTA).
      *   15/10/2026  AMF  VERSION ORIGINAL. CONTROL DIARIO DE LA
      *                    NUMERACION FISCAL: ORDENA VENTAS-HISTORIA
      *                    (FACTURAS DE VENTAS-DIARIAS Y NOTAS DE
      *                    CREDITO DE DEVOLUCIONES-VENTAS) POR SERIE
      *                    (SUCURSAL + PUNTO DE VENTA + TIPO) Y
      *                    NUMERO, Y POR CADA SERIE CON EMISION EN
      *                    EL DIA IMPRIME EL PRIMER Y ULTIMO NUMERO
      *                    USADOS Y LA CANTIDAD EMITIDA. EL
      *                    COMPROBANTE DEL DIA QUE NO SIGUE AL
      *                    ANTERIOR DE SU SERIE SE MARCA COMO SALTO
      *                    (CON LOS NUMEROS FALTANTES) O COMO
      *                    DUPLICADO, CONTRA TODA LA HISTORIA Y NO
      *                    SOLO CONTRA EL DIA, PARA QUE UN SALTO
      *                    ENTRE DOS DIAS TAMBIEN APAREZCA. LAS
      *                    EMISIONES DEL DIA SIN NUMERO TAMBIEN SE
      *                    CUENTAN. CON ALGUNA OBSERVACION EL PASO
      *                    TERMINA CON RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS-HISTORIA ASSIGN TO UT-S-VTAHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-VTAH.

           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK.

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

       SD  ARCH-ORDENADO
           DATA RECORD IS REG-VTAHIST-ORDENADO.
           COPY CPVTAHS1 REPLACING
                REG-VENTA-HISTORIA BY REG-VTAHIST-ORDENADO
                VTAHIST-LLAVE BY ORD-LLAVE
                VTAHIST-FECHA BY ORD-FECHA
                VTAHIST-HORA BY ORD-HORA
                VTAHIST-CANTIDAD BY ORD-CANTIDAD
                VTAHIST-PRECIO-COBRADO BY ORD-PRECIO-COBRADO
                VTAHIST-IMPORTE BY ORD-IMPORTE
                VTAHIST-CLIENTE BY ORD-CLIENTE
                VTAHIST-TIPO BY ORD-TIPO
                VTAHIST-ES-VENTA BY ORD-ES-VENTA
                VTAHIST-ES-DEVOLUCION BY ORD-ES-DEVOLUCION
                VTAHIST-COMPROBANTE BY ORD-COMPROBANTE
                VTAHIST-SUCURSAL BY ORD-SUCURSAL
                VTAHIST-PUNTO-VENTA BY ORD-PUNTO-VENTA
                VTAHIST-TIPO-COMPROBANTE BY ORD-TIPO-COMPROBANTE
                VTAHIST-FACTURA-A BY ORD-FACTURA-A
                VTAHIST-NUMERO-COMPROBANTE BY ORD-NUMERO-COMPROBANTE
                VTAHIST-FECHA-EMISION BY ORD-FECHA-EMISION
                VTAHIST-VENDEDOR BY ORD-VENDEDOR
                VTAHIST-FORMA-PAGO BY ORD-FORMA-PAGO
                VTAHIST-PAGO-EFECTIVO BY ORD-PAGO-EFECTIVO
                VTAHIST-PAGO-TARJETA BY ORD-PAGO-TARJETA
                VTAHIST-PAGO-CTA-CTE BY ORD-PAGO-CTA-CTE
                VTAHIST-PAGO-PUNTOS BY ORD-PAGO-PUNTOS
                VTAHIST-MARCA-TARJETA BY ORD-MARCA-TARJETA
                VTAHIST-AUTORIZA-TARJETA BY ORD-AUTORIZA-TARJETA.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(14) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'CONTROL DE NUMERACION DE COMPROBANTES'.
           05 FILLER                    PIC X(08) VALUE 'FECHA: '.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(10) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(05) VALUE 'SUC'.
           05 FILLER                    PIC X(06) VALUE 'PV'.
           05 FILLER                    PIC X(06) VALUE 'TIPO'.
           05 FILLER                    PIC X(10) VALUE 'PRIMERO'.
           05 FILLER                    PIC X(10) VALUE 'ULTIMO'.
           05 FILLER                    PIC X(08) VALUE 'EMITID'.
           05 FILLER                    PIC X(35) VALUE 'OBSERVACION'.

       01  WS-DETALLE.
           05 DET-SUCURSAL              PIC 9(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-PUNTO-VENTA           PIC 9(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-TIPO-COMPROBANTE      PIC X(02).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 DET-PRIMERO               PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-ULTIMO                PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-EMITIDOS              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-OBSERVACION           PIC X(35).

       01  WS-LINEA-ANOMALIA.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 ANO-SUCURSAL              PIC 9(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 ANO-PUNTO-VENTA           PIC 9(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 ANO-TIPO-COMPROBANTE      PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 ANO-TEXTO                 PIC X(24).
           05 ANO-DESDE                 PIC 9(08).
           05 ANO-SEPARADOR             PIC X(04).
           05 ANO-HASTA                 PIC 9(08).
           05 ANO-HASTA-X REDEFINES ANO-HASTA
                                        PIC X(08).
           05 FILLER                    PIC X(21) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(18)
              VALUE 'SERIES DEL DIA:'.
           05 RES-SERIES                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(14)
              VALUE 'OBSERVACIONES:'.
           05 RES-ANOMALIAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'SIN NUMERO:'.
           05 RES-SIN-NUMERO            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(10) VALUE SPACES.

       01  WS-CODIGO-VTAH               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-VTAH                  PIC X(01) VALUE 'N'.
           88 FIN-DE-VTAH                          VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMERA-SERIE             PIC X(01) VALUE 'S'.
           88 ES-PRIMERA-SERIE                    VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).

       01  WS-SERIE-ACTUAL.
           05 WS-SERIE-SUCURSAL         PIC 9(03).
           05 WS-SERIE-PUNTO-VENTA      PIC 9(04).
           05 WS-SERIE-TIPO             PIC X(02).
       01  WS-SERIE-LEIDA.
           05 WS-LEIDA-SUCURSAL         PIC 9(03).
           05 WS-LEIDA-PUNTO-VENTA      PIC 9(04).
           05 WS-LEIDA-TIPO             PIC X(02).
       01  WS-NUMERO-ANTERIOR           PIC 9(08).
       01  WS-NUMERO-SIGUIENTE          PIC 9(08).
       01  WS-PRIMERO-DIA               PIC 9(08).
       01  WS-ULTIMO-DIA                PIC 9(08).
       01  WS-EMITIDOS-DIA              PIC 9(05).
       01  WS-ANOMALIAS-SERIE           PIC 9(05).

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-SERIES           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-ANOMALIAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-SIN-NUMERO       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CONTROL-NUMERACION'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-SERIES               PIC 9(07).
       01  WS-STAT-ANOMALIAS            PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO TIT-FECHA

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-SUCURSAL ORD-PUNTO-VENTA
                                 ORD-TIPO-COMPROBANTE
                                 ORD-NUMERO-COMPROBANTE
                INPUT PROCEDURE IS 0500-FILTRA-HISTORIA
                OUTPUT PROCEDURE IS 1000-CONTROLA-SERIES

           IF NOT ES-PRIMERA-SERIE
              PERFORM 3000-CIERRA-SERIE
           END-IF

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * ENTRA AL SORT TODO COMPROBANTE NUMERADO DE LA HISTORIA; EL
      * RESUMEN MENSUAL DE ARCHIVA-HISTORIA Y LO ANTERIOR A LA
      * NUMERACION QUEDAN AFUERA POR NUMERO CERO. LA EMISION DEL
      * DIA SIN NUMERO SE CUENTA COMO OBSERVACION.
      * -----------------------------------------------------------
       0500-FILTRA-HISTORIA.
           OPEN INPUT VENTAS-HISTORIA
           IF WS-CODIGO-VTAH NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR VENTAS-HISTORIA - STATUS: '
                      WS-CODIGO-VTAH
              MOVE 8 TO RETURN-CODE
              GO TO 0500-FIN
           END-IF
           PERFORM 0510-LEE-HISTORIA
           PERFORM 0520-FILTRA-UN-COMPROBANTE UNTIL FIN-DE-VTAH
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

       0520-FILTRA-UN-COMPROBANTE.
           IF VTAHIST-NUMERO-COMPROBANTE GREATER THAN ZEROS
              RELEASE REG-VTAHIST-ORDENADO FROM REG-VENTA-HISTORIA
           ELSE
              IF VTAHIST-FECHA-EMISION EQUAL WS-FECHA-HOY
                 ADD 1 TO WS-CONTADOR-SIN-NUMERO
              END-IF
           END-IF
           PERFORM 0510-LEE-HISTORIA.
       0520-FIN.  EXIT.

       1000-CONTROLA-SERIES.
           PERFORM 1010-DEVUELVE-ORDENADO
           PERFORM 2000-PROCESA-COMPROBANTE UNTIL HAY-FIN-DE-SORT.
       1000-FIN.  EXIT.

       1010-DEVUELVE-ORDENADO.
           RETURN ARCH-ORDENADO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * CORTE POR SERIE. DENTRO DE LA SERIE CADA NUMERO DEBE SER EL
      * ANTERIOR MAS UNO; SOLO SE MARCA EL DESVIO CUANDO EL
      * COMPROBANTE QUE LO PRODUCE ES DEL DIA, PARA NO REPETIR
      * TODOS LOS DIAS LO YA INFORMADO.
      * -----------------------------------------------------------
       2000-PROCESA-COMPROBANTE.
           MOVE ORD-SUCURSAL          TO WS-LEIDA-SUCURSAL
           MOVE ORD-PUNTO-VENTA       TO WS-LEIDA-PUNTO-VENTA
           MOVE ORD-TIPO-COMPROBANTE  TO WS-LEIDA-TIPO
           IF ES-PRIMERA-SERIE
              PERFORM 2100-ABRE-SERIE
           ELSE
              IF WS-SERIE-LEIDA NOT EQUAL WS-SERIE-ACTUAL
                 PERFORM 3000-CIERRA-SERIE
                 PERFORM 2100-ABRE-SERIE
              END-IF
           END-IF

           IF ORD-FECHA-EMISION NOT EQUAL WS-FECHA-HOY
              GO TO 2000-SIGUE
           END-IF

           ADD 1 TO WS-EMITIDOS-DIA
           IF WS-PRIMERO-DIA EQUAL ZEROS
              MOVE ORD-NUMERO-COMPROBANTE TO WS-PRIMERO-DIA
           END-IF
           MOVE ORD-NUMERO-COMPROBANTE TO WS-ULTIMO-DIA

           IF WS-NUMERO-ANTERIOR EQUAL ZEROS
              GO TO 2000-SIGUE
           END-IF
           IF ORD-NUMERO-COMPROBANTE EQUAL WS-NUMERO-ANTERIOR
              MOVE 'NUMERO DUPLICADO'  TO ANO-TEXTO
              MOVE ORD-NUMERO-COMPROBANTE TO ANO-DESDE
              MOVE SPACES              TO ANO-SEPARADOR ANO-HASTA-X
              PERFORM 2200-IMPRIME-ANOMALIA
              GO TO 2000-SIGUE
           END-IF
           COMPUTE WS-NUMERO-SIGUIENTE = WS-NUMERO-ANTERIOR + 1
           IF ORD-NUMERO-COMPROBANTE GREATER THAN WS-NUMERO-SIGUIENTE
              MOVE 'FALTAN LOS NUMEROS DEL' TO ANO-TEXTO
              MOVE WS-NUMERO-SIGUIENTE TO ANO-DESDE
              MOVE ' AL '              TO ANO-SEPARADOR
              COMPUTE ANO-HASTA = ORD-NUMERO-COMPROBANTE - 1
              PERFORM 2200-IMPRIME-ANOMALIA
           END-IF.

       2000-SIGUE.
           MOVE ORD-NUMERO-COMPROBANTE TO WS-NUMERO-ANTERIOR
           PERFORM 1010-DEVUELVE-ORDENADO.
       2000-FIN.  EXIT.

       2100-ABRE-SERIE.
           MOVE 'N' TO SW-PRIMERA-SERIE
           MOVE WS-SERIE-LEIDA TO WS-SERIE-ACTUAL
           MOVE ZEROS TO WS-NUMERO-ANTERIOR WS-PRIMERO-DIA
                         WS-ULTIMO-DIA WS-EMITIDOS-DIA
                         WS-ANOMALIAS-SERIE.
       2100-FIN.  EXIT.

       2200-IMPRIME-ANOMALIA.
           ADD 1 TO WS-ANOMALIAS-SERIE
           ADD 1 TO WS-CONTADOR-ANOMALIAS
           MOVE WS-SERIE-SUCURSAL    TO ANO-SUCURSAL
           MOVE WS-SERIE-PUNTO-VENTA TO ANO-PUNTO-VENTA
           MOVE WS-SERIE-TIPO        TO ANO-TIPO-COMPROBANTE
           WRITE REG-REPORTE FROM WS-LINEA-ANOMALIA
                 AFTER ADVANCING 1 LINE.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA SERIE SIN EMISIONES EN EL DIA NO SE LISTA.
      * -----------------------------------------------------------
       3000-CIERRA-SERIE.
           IF WS-EMITIDOS-DIA EQUAL ZEROS
              GO TO 3000-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-SERIES
           MOVE WS-SERIE-SUCURSAL    TO DET-SUCURSAL
           MOVE WS-SERIE-PUNTO-VENTA TO DET-PUNTO-VENTA
           MOVE WS-SERIE-TIPO        TO DET-TIPO-COMPROBANTE
           MOVE WS-PRIMERO-DIA       TO DET-PRIMERO
           MOVE WS-ULTIMO-DIA        TO DET-ULTIMO
           MOVE WS-EMITIDOS-DIA      TO DET-EMITIDOS
           IF WS-ANOMALIAS-SERIE GREATER THAN ZEROS
              MOVE '*** CON SALTOS O DUPLICADOS' TO DET-OBSERVACION
           ELSE
              MOVE 'CORRELATIVA' TO DET-OBSERVACION
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       3000-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-SERIES     TO RES-SERIES
           MOVE WS-CONTADOR-ANOMALIAS  TO RES-ANOMALIAS
           MOVE WS-CONTADOR-SIN-NUMERO TO RES-SIN-NUMERO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           IF WS-CONTADOR-ANOMALIAS GREATER THAN ZEROS
              OR WS-CONTADOR-SIN-NUMERO GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-CONTADOR-LEIDOS    TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-SERIES    TO WS-STAT-SERIES
           MOVE WS-CONTADOR-ANOMALIAS TO WS-STAT-ANOMALIAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-SERIES WS-STAT-ANOMALIAS

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
