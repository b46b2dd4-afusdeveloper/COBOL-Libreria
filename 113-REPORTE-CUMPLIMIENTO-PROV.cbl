       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  TASA DE DEVOLUCION POR PROVEEDOR: SE SUMA
      *                    LO RECIBIDO DE LAS ORDENES EVALUADAS Y LO
      *                    DEVUELTO EN DEVOLUCIONES-PROVEEDOR
      *                    (CPDEVPR1) CONTRA ESAS ORDENES; NUEVA
      *                    COLUMNA DEV % (DEVUELTO SOBRE RECIBIDO).
      *   02/09/2026  AMF  VERSION ORIGINAL. REPORTE TRIMESTRAL DE
      *                    CUMPLIMIENTO DE ENTREGA POR PROVEEDOR:
      *                    RECORRE LAS ORDENES RECIBIDAS (CPORDC01,
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-ORDENES.

           SELECT DEVOLUCIONES-PROVEEDOR ASSIGN TO UT-S-DEVPRHIS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-DEVPR.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
           DATA RECORD IS REG-ORDEN-COMPRA.
           COPY CPORDC01.

       FD  DEVOLUCIONES-PROVEEDOR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-DEVOLUCION-PROVEEDOR.
           COPY CPDEVPR1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           05 FILLER                    PIC X(11) VALUE 'EN TERM %'.
           05 FILLER                    PIC X(12) VALUE 'ATRASO PROM'.
           05 FILLER                    PIC X(08) VALUE 'CORTAS'.
           05 FILLER                    PIC X(07) VALUE '  DEV %'.

       01  WS-DETALLE.
           05 DET-PROVEEDOR             PIC 9(05).
           05 DET-ATRASO-PROM           PIC ZZ9.9.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 DET-CORTAS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-PCT-DEVUELTO          PIC ZZ9.99.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(22)
           05 RES-PROVEEDORES           PIC ZZ,ZZ9.

       01  WS-CODIGO-ORDENES            PIC X(02).
       01  WS-CODIGO-DEVPR              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-ORDENES               PIC X(01) VALUE 'N'.
           88 FIN-DE-ORDENES                       VALUE 'S'.
       01  SW-FIN-DEVPR                 PIC X(01) VALUE 'N'.
           88 FIN-DE-DEVPR                         VALUE 'S'.
       01  SW-PROVEEDOR-HALLADO         PIC X(01).
           88 PROVEEDOR-HALLADO                   VALUE 'S'.


      * ACUMULADO POR PROVEEDOR: ORDENES, EN TERMINO, DIAS DE
      * ATRASO SUMADOS (SOLO ATRASOS, LO TEMPRANO CUENTA CERO) Y
      * ENTREGAS CORTAS; UNIDADES RECIBIDAS Y DEVUELTAS PARA LA
      * TASA DE DEVOLUCION.
       01  WS-TABLA-PROVEEDORES.
           05 WS-CANTIDAD-PROVEEDORES   PIC 9(03) VALUE ZEROS.
           05 WS-PROVEEDOR-CUMPL OCCURS 100 TIMES.
              10 WS-PRV-TAB-EN-TERMINO  PIC 9(05).
              10 WS-PRV-TAB-DIAS-ATRASO PIC 9(07).
              10 WS-PRV-TAB-CORTAS      PIC 9(05).
              10 WS-PRV-TAB-RECIBIDAS   PIC 9(07).
              10 WS-PRV-TAB-DEVUELTAS   PIC 9(07).
       01  WS-IDX-PRV                   PIC 9(03).
       01  WS-PCT-TERMINO               PIC 9(03)V99.
       01  WS-ATRASO-PROMEDIO           PIC 9(03)V9.
       01  WS-PCT-DEVUELTO              PIC 9(03)V99.

       01  WS-FUNCION-PRV               PIC X(02).
       01  WS-LLAVE-PRV                 PIC 9(05) VALUE ZEROS.
           PERFORM 1020-EVALUA-ORDEN UNTIL FIN-DE-ORDENES
           CLOSE ORDENES-ACTUALIZADAS

           PERFORM 1500-ACUMULA-DEVOLUCIONES

           PERFORM 2000-IMPRIME-PROVEEDOR
                   VARYING WS-IDX-PRV FROM 1 BY 1
                   UNTIL WS-IDX-PRV > WS-CANTIDAD-PROVEEDORES
                               WS-PRV-TAB-EN-TERMINO (WS-IDX-PRV)
                               WS-PRV-TAB-DIAS-ATRASO (WS-IDX-PRV)
                               WS-PRV-TAB-CORTAS (WS-IDX-PRV)
                              WS-PRV-TAB-RECIBIDAS (WS-IDX-PRV)
                              WS-PRV-TAB-DEVUELTAS (WS-IDX-PRV)
                 PERFORM 1200-ACUMULA-ORDEN
              ELSE
                 DISPLAY 'TABLA DE PROVEEDORES LLENA: SE OMITE A '
           END-IF
           IF OC-CANTIDAD-RECIBIDA LESS THAN OC-CANTIDAD
              ADD 1 TO WS-PRV-TAB-CORTAS (WS-IDX-PRV)
           END-IF
           ADD OC-CANTIDAD-RECIBIDA TO
               WS-PRV-TAB-RECIBIDAS (WS-IDX-PRV).
       1200-FIN.  EXIT.

      * -----------------------------------------------------------
      * LO DEVUELTO A CADA PROVEEDOR DEL REPORTE, DE LA HISTORIA DE
      * DEVOLUCIONES-PROVEEDOR. SIN ARCHIVO LA TASA QUEDA EN CERO.
      * -----------------------------------------------------------
       1500-ACUMULA-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES-PROVEEDOR
           IF WS-CODIGO-DEVPR NOT EQUAL ZEROS
              DISPLAY 'SIN DEVOLUCIONES-PROVEEDOR - STATUS: '
                      WS-CODIGO-DEVPR
              GO TO 1500-FIN
           END-IF

           PERFORM 1510-LEE-DEVOLUCION
           PERFORM 1520-SUMA-DEVOLUCION UNTIL FIN-DE-DEVPR
           CLOSE DEVOLUCIONES-PROVEEDOR.
       1500-FIN.  EXIT.

       1510-LEE-DEVOLUCION.
           READ DEVOLUCIONES-PROVEEDOR
              AT END MOVE 'S' TO SW-FIN-DEVPR
           END-READ.
       1510-FIN.  EXIT.

       1520-SUMA-DEVOLUCION.
           MOVE 'N' TO SW-PROVEEDOR-HALLADO
           PERFORM 1530-COMPARA-DEVOLUCION
                   VARYING WS-IDX-PRV FROM 1 BY 1
                   UNTIL WS-IDX-PRV > WS-CANTIDAD-PROVEEDORES
                   OR PROVEEDOR-HALLADO
           PERFORM 1510-LEE-DEVOLUCION.
       1520-FIN.  EXIT.

       1530-COMPARA-DEVOLUCION.
           IF WS-PRV-TAB-CODIGO (WS-IDX-PRV) EQUAL DEVPR-PROVEEDOR
              MOVE 'S' TO SW-PROVEEDOR-HALLADO
              ADD DEVPR-CANTIDAD TO WS-PRV-TAB-DEVUELTAS (WS-IDX-PRV)
           END-IF.
       1530-FIN.  EXIT.

       2000-IMPRIME-PROVEEDOR.
           MOVE WS-PRV-TAB-CODIGO (WS-IDX-PRV) TO DET-PROVEEDOR
                                                   WS-LLAVE-PRV
                   / WS-PRV-TAB-ORDENES (WS-IDX-PRV)
           MOVE WS-ATRASO-PROMEDIO TO DET-ATRASO-PROM
           MOVE WS-PRV-TAB-CORTAS (WS-IDX-PRV) TO DET-CORTAS
           MOVE ZEROS TO WS-PCT-DEVUELTO
      *    LA HISTORIA PUEDE TRAER DEVOLUCIONES DE ORDENES QUE YA NO
      *    ESTAN EN EL ARCHIVO: LA TASA SE TOPEA EN 100.
           IF WS-PRV-TAB-DEVUELTAS (WS-IDX-PRV) NOT LESS THAN
                 WS-PRV-TAB-RECIBIDAS (WS-IDX-PRV)
              AND WS-PRV-TAB-DEVUELTAS (WS-IDX-PRV) GREATER THAN ZEROS
              MOVE 100 TO WS-PCT-DEVUELTO
           ELSE
              IF WS-PRV-TAB-RECIBIDAS (WS-IDX-PRV) GREATER THAN ZEROS
                 COMPUTE WS-PCT-DEVUELTO ROUNDED =
                         WS-PRV-TAB-DEVUELTAS (WS-IDX-PRV) * 100
                         / WS-PRV-TAB-RECIBIDAS (WS-IDX-PRV)
              END-IF
           END-IF
           MOVE WS-PCT-DEVUELTO TO DET-PCT-DEVUELTO

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2000-FIN.  EXIT.
