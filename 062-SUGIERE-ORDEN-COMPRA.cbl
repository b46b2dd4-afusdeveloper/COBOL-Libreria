       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FALTANTES DE SUCURSAL: SI EXISTE
      *                    FALTANTES-SUCURSAL (UT-S-FALTSUC, LO QUE
      *                    SUGIERE-TRANSFERENCIAS NO PUDO CUBRIR CON
      *                    SOBRANTES DE OTRAS SUCURSALES) SE APAREA
      *                    CON ARTICULOS: EL ARTICULO CON FALTANTE SE
      *                    SUGIERE AUNQUE EL TOTAL DE LA EMPRESA NO
      *                    ESTE BAJO EL PUNTO DE REORDEN, Y LA
      *                    CANTIDAD SUGERIDA ES LA MAYOR ENTRE LA
      *                    REPOSICION DE LA EMPRESA Y ESE FALTANTE.
      *                    SIN EL ARCHIVO SIGUE COMO HASTA AHORA.
      *   15/10/2026  AMF  LOS KITS (ARTICULOS CON COMPONENTES EN
      *                    KITS-COMPONENTES) NO SE COMPRAN: NO TIENEN
      *                    STOCK PROPIO Y SE ARMAN CON SUS PARTES, QUE
      *                    YA RECIBEN LAS SALIDAS DE LAS VENTAS DE
      *                    KITS. SE SALTEAN Y SE CUENTAN AL PIE.
      *   02/09/2026  AMF  CPORDC01 PASA DE 54 A 67 (CANTIDAD
      *                    RECIBIDA, FECHA DE RECEPCION Y ESTADO R
      *                    PARA LA RECEPCION DE MERCADERIA); LA ORDEN
                  RECORD KEY IS ARTICULOS-LLAVE
                  FILE STATUS IS WS-CODIGO-ARTICULOS.

           SELECT FALTANTES-SUCURSAL ASSIGN TO UT-S-FALTSUC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-FALT.

           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           DATA RECORD IS REG-ARTICULOS.
           COPY CPART01.

       FD  FALTANTES-SUCURSAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-FALTANTE-SUCURSAL.
           COPY CPFALSU1.

       SD  ARCH-ORDENADO
           DATA RECORD IS REG-OC-ORDENADA.
           COPY CPORDC01 REPLACING

       01  WS-CODIGO-ARTICULOS          PIC X(02).
       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-FALT               PIC X(02).
       01  WS-CODIGO-ORDENES            PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-ARTICULOS             PIC X(01) VALUE 'N'.
           88 FIN-DE-ARTICULOS                     VALUE 'S'.
       01  SW-FIN-FALT                  PIC X(01) VALUE 'S'.
           88 FIN-DE-FALT                          VALUE 'S'.
       01  SW-HAY-FALTANTES             PIC X(01) VALUE 'N'.
           88 HAY-FALTANTES                        VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMER-PROVEEDOR          PIC X(01) VALUE 'S'.
       01  WS-PROVEEDOR-ANTERIOR        PIC 9(05) VALUE ZEROS.
       01  WS-CANTIDAD-SUGERIDA         PIC 9(07).
       01  WS-COBERTURA                 PIC 9(05).
       01  WS-FALTANTE-SUCURSAL         PIC 9(07).

       01  WS-FUNCION-APR               PIC X(02).
       01  WS-LLAVE-APR.
           05 WS-ARTPROV-PRECIO-AUX     PIC 9(05)V99.
       01  WS-CODIGO-APR                PIC X(02).

       01  WS-FUNCION-KIT               PIC X(02).
       01  WS-LLAVE-KIT.
           05 WS-LLAVE-KIT-ARTICULO     PIC 9(05).
           05 WS-LLAVE-KIT-COMPONENTE   PIC 9(05).
       01  WS-LLAVE-HASTA-KIT.
           05 WS-HASTA-KIT-ARTICULO     PIC 9(05).
           05 WS-HASTA-KIT-COMPONENTE   PIC 9(05).
       01  WS-REG-KIT-AUX.
           05 WS-KIT-ARTICULO-AUX       PIC 9(05).
           05 WS-KIT-COMPONENTE-AUX     PIC 9(05).
           05 WS-KIT-CANTIDAD-AUX       PIC 9(05).
       01  WS-CODIGO-KIT                PIC X(02).
       01  WS-CONTADOR-KITS             PIC 9(05) VALUE ZEROS.

       01  WS-LINEA-RESUMEN-KITS.
           05 FILLER                    PIC X(18)
              VALUE 'KITS NO PLANEADOS:'.
           05 RES-KITS                  PIC ZZ,ZZ9.

       01  WS-LINEA-RESUMEN-FALT.
           05 FILLER                    PIC X(30)
              VALUE 'POR FALTANTES DE SUCURSAL:'.
           05 RES-POR-FALTANTE          PIC ZZ,ZZ9.
       01  WS-CONTADOR-POR-FALTANTE     PIC 9(05) VALUE ZEROS.

       01  WS-CONTADOR-LINEAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-SIN-PROVEEDOR    PIC 9(05) VALUE ZEROS.

                USING WS-FUNCION-APR WS-LLAVE-APR WS-LLAVE-HASTA-APR
                      WS-USUARIO-OC WS-REG-ARTPROV-AUX WS-CODIGO-APR

           MOVE 'AB' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-OC WS-REG-KIT-AUX WS-CODIGO-KIT

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-PROVEEDOR ORD-ARTICULO
                INPUT PROCEDURE IS 1000-ARMA-SUGERENCIAS
           MOVE WS-CONTADOR-SIN-PROVEEDOR TO RES-SIN-PROVEEDOR
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           MOVE WS-CONTADOR-KITS          TO RES-KITS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-KITS
                 AFTER ADVANCING 1 LINE
           MOVE WS-CONTADOR-POR-FALTANTE  TO RES-POR-FALTANTE
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-FALT
                 AFTER ADVANCING 1 LINE

           MOVE 'CI' TO WS-FUNCION-APR
           CALL 'ARTICULO-PROVEEDOR-I-O'
                USING WS-FUNCION-APR WS-LLAVE-APR WS-LLAVE-HASTA-APR
                      WS-USUARIO-OC WS-REG-ARTPROV-AUX WS-CODIGO-APR

           MOVE 'CI' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-OC WS-REG-KIT-AUX WS-CODIGO-KIT

           MOVE WS-CONTADOR-LINEAS    TO WS-STAT-LINEAS
           MOVE WS-CONTADOR-SIN-PROVEEDOR TO WS-STAT-SIN-PROV
           CALL 'ESCRIBE-ESTADISTICAS'
      * RECORRE ARTICULOS Y LIBERA UNA LINEA DE ORDEN POR CADA
      * ARTICULO ACTIVO POR DEBAJO DE SU PUNTO DE REORDEN, CON EL
      * PRIMER PROVEEDOR DEL CRUCE. CANTIDAD SUGERIDA: REPONER
      * HASTA EL PUNTO DE REORDEN MAS MEDIA COBERTURA. LOS KITS SE
      * SALTEAN: LA COMPRA SE PLANEA SOBRE SUS COMPONENTES. EL
      * FALTANTE DE SUCURSAL QUE NINGUNA OTRA CUBRE TAMBIEN PIDE
      * COMPRA, AUNQUE EL TOTAL DE LA EMPRESA ALCANCE.
      * -----------------------------------------------------------
       1000-ARMA-SUGERENCIAS.
           OPEN INPUT ARTICULOS
           OPEN INPUT FALTANTES-SUCURSAL
           IF WS-CODIGO-FALT EQUAL ZEROS
              MOVE 'S' TO SW-HAY-FALTANTES
              MOVE 'N' TO SW-FIN-FALT
              PERFORM 1015-LEE-FALTANTE
           END-IF
           PERFORM 1010-LEE-ARTICULO
           PERFORM 1020-EVALUA-ARTICULO UNTIL FIN-DE-ARTICULOS
           IF HAY-FALTANTES
              CLOSE FALTANTES-SUCURSAL
           END-IF
           CLOSE ARTICULOS.
       1000-FIN.  EXIT.

           END-IF.
       1010-FIN.  EXIT.

       1015-LEE-FALTANTE.
           READ FALTANTES-SUCURSAL
              AT END MOVE 'S' TO SW-FIN-FALT
           END-READ.
       1015-FIN.  EXIT.

       1020-EVALUA-ARTICULO.
           PERFORM 1015-LEE-FALTANTE
                   UNTIL FIN-DE-FALT
                      OR FALSUC-ARTICULO NOT LESS THAN ARTICULOS-LLAVE
           MOVE ZEROS TO WS-FALTANTE-SUCURSAL
           IF NOT FIN-DE-FALT
              AND FALSUC-ARTICULO EQUAL ARTICULOS-LLAVE
              MOVE FALSUC-CANTIDAD TO WS-FALTANTE-SUCURSAL
           END-IF

           IF ART-ACTIVO
              AND (ART-CANTIDAD < ART-PUNTO-REORDEN
                   OR WS-FALTANTE-SUCURSAL GREATER THAN ZEROS)
              PERFORM 1030-LIBERA-SUGERENCIA
           END-IF
           PERFORM 1010-LEE-ARTICULO.
       1020-FIN.  EXIT.

       1030-LIBERA-SUGERENCIA.
           MOVE ARTICULOS-LLAVE TO WS-LLAVE-KIT-ARTICULO
                                   WS-HASTA-KIT-ARTICULO
           MOVE ZEROS  TO WS-LLAVE-KIT-COMPONENTE
           MOVE 99999  TO WS-HASTA-KIT-COMPONENTE
           MOVE 'RI' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-OC WS-REG-KIT-AUX WS-CODIGO-KIT
           IF WS-CODIGO-KIT EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-KITS
              GO TO 1030-FIN
           END-IF

           MOVE ARTICULOS-LLAVE TO WS-LLAVE-APR-ART
                                    WS-LLAVE-HASTA-APR-ART
           MOVE ZEROS  TO WS-LLAVE-APR-PROV
              GO TO 1030-FIN
           END-IF

           MOVE ZEROS TO WS-CANTIDAD-SUGERIDA
           IF ART-CANTIDAD < ART-PUNTO-REORDEN
              COMPUTE WS-COBERTURA = ART-PUNTO-REORDEN / 2
              COMPUTE WS-CANTIDAD-SUGERIDA =
                      ART-PUNTO-REORDEN + WS-COBERTURA - ART-CANTIDAD
           END-IF
           IF WS-FALTANTE-SUCURSAL GREATER THAN WS-CANTIDAD-SUGERIDA
              MOVE WS-FALTANTE-SUCURSAL TO WS-CANTIDAD-SUGERIDA
              ADD 1 TO WS-CONTADOR-POR-FALTANTE
           END-IF
           IF WS-CANTIDAD-SUGERIDA GREATER THAN 99999
              MOVE 99999 TO WS-CANTIDAD-SUGERIDA
           END-IF
