       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     INVENTARIO-SIN-MOVIMIENTO.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  ARTICULOS PASA A 76 (FAMILIA Y
      *                    SUBFAMILIA); SE AGRANDA LA IMAGEN DEL
      *                    MAESTRO QUE VIAJA EN EL SORT.
      *   15/10/2026  AMF  VENTAS-HISTORIA PASA A 92 (FORMA DE PAGO
      *                    Y TARJETA).
      *   15/10/2026  AMF  VERSION ORIGINAL. INVENTARIO DE LENTO
      *                    MOVIMIENTO Y SIN MOVIMIENTO: PARA CADA
      *                    ARTICULO CON EXISTENCIA BUSCA LA ULTIMA
      *                    VENTA (VENTAS-HISTORIA, POR SUCURSAL DEL
      *                    COMPROBANTE) Y LA ULTIMA RECEPCION
      *                    (ENTRADAS DE RECEPCION-MERCADERIA EN
      *                    STOCK-HISTORIA) Y UBICA LA EXISTENCIA Y SU
      *                    VALOR A COSTO PROMEDIO PONDERADO (ART-COSTO,
      *                    COMO VALORIZA-INVENTARIO) EN LOS TRAMOS DE
      *                    0-90, 91-180, 181-365 Y MAS DE 365 DIAS SIN
      *                    MOVIMIENTO. LA APERTURA POR SUCURSAL SALE DE
      *                    STOCK-SUCURSAL; STOCK-HISTORIA NO GUARDA LA
      *                    SUCURSAL, ASI QUE LA RECEPCION CUENTA PARA
      *                    TODAS. EL ARTICULO ACTIVO CUYA EMPRESA
      *                    SUPERA EL UMBRAL (TARJETA UMBRAL=NNN, 181
      *                    DIAS POR OMISION) SE PROPONE PARA REBAJA
      *                    CON EL DESCUENTO DE LA TARJETA
      *                    DESCUENTO=NNN.NN (20 POR CIENTO POR
      *                    OMISION) Y SALE EN UT-S-CANDREBA COMO
      *                    TRANSACCION P (CAMBIO DE PRECIO) DE
      *                    MANTENIMIENTO-ARTICULOS-LOTE.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-INMOV ASSIGN TO UT-S-PARMINMO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.

           SELECT ARTICULOS ASSIGN TO UT-ARCHART
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ARTICULOS-LLAVE
                  FILE STATUS IS WS-CODIGO-ARTICULOS.

           SELECT VENTAS-HISTORIA ASSIGN TO UT-S-VTAHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-VTAH.

           SELECT STOCK-HISTORIA ASSIGN TO UT-S-STKHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-STKH.

           SELECT CANDIDATOS-REBAJA ASSIGN TO UT-S-CANDREBA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CAND.

           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-INMOV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO-INMOV.
       01  REG-PARAMETRO-INMOV          PIC X(80).

       FD  ARTICULOS
           DATA RECORD IS REG-ARTICULOS.
           COPY CPART01.

       FD  VENTAS-HISTORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS REG-VENTA-HISTORIA.
           COPY CPVTAHS1.

       FD  STOCK-HISTORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REG-STOCK-HISTORIA.
           COPY CPSTKHS1.

      *    MISMO LAYOUT QUE TRANS-ARTICULOS DE
      *    MANTENIMIENTO-ARTICULOS-LOTE, SIEMPRE CON TIPO P.
       FD  CANDIDATOS-REBAJA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CANDIDATO.
       01  REG-CANDIDATO.
           05 CAND-TIPO                 PIC X(01).
           05 CAND-ARTICULO             PIC 9(05).
           05 CAND-DESCRIPCION          PIC X(35).
           05 CAND-PRECIO               PIC 9(05)V99.
           05 CAND-CANTIDAD             PIC 9(05).
           05 CAND-PUNTO-REORDEN        PIC 9(05).
           05 CAND-COSTO                PIC 9(05)V99.
           05 CAND-CATEGORIA-IVA        PIC X(01).
           05 CAND-TASA-IVA             PIC 9(02)V99.
           05 FILLER                    PIC X(10).

      *    A = DATOS DEL MAESTRO (SUCURSAL 000), R = RECEPCION
      *    (SUCURSAL 000), S = SALDO DE LA SUCURSAL, V = VENTA.
       SD  ARCH-ORDENADO
           DATA RECORD IS REG-EVENTO-ORDENADO.
       01  REG-EVENTO-ORDENADO.
           05 ORD-ARTICULO              PIC 9(05).
           05 ORD-SUCURSAL              PIC 9(03).
           05 ORD-TIPO                  PIC X(01).
              88 ORD-ES-MAESTRO                    VALUE 'A'.
              88 ORD-ES-RECEPCION                  VALUE 'R'.
              88 ORD-ES-SALDO                      VALUE 'S'.
              88 ORD-ES-VENTA                      VALUE 'V'.
           05 ORD-FECHA                 PIC 9(08).
           05 ORD-CANTIDAD              PIC 9(05).
           05 ORD-DATOS-ARTICULO        PIC X(76).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(14) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'INVENTARIO DE LENTO Y NULO MOVIMIENTO AL'.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(09) VALUE 'UMBRAL:'.
           05 TIT-UMBRAL                PIC ZZ9.
           05 FILLER                    PIC X(18)
              VALUE ' DIAS  DESCUENTO:'.
           05 TIT-DESCUENTO             PIC ZZ9.99.
           05 FILLER                    PIC X(44) VALUE ' PCT'.

       01  WS-TITULO-3.
           05 FILLER                    PIC X(06) VALUE 'ARTIC'.
           05 FILLER                    PIC X(16) VALUE 'DESCRIPCION'.
           05 FILLER                    PIC X(07) VALUE 'CANTID'.
           05 FILLER                    PIC X(14) VALUE 'VALOR COSTO'.
           05 FILLER                    PIC X(09) VALUE 'ULT VTA'.
           05 FILLER                    PIC X(09) VALUE 'ULT REC'.
           05 FILLER                    PIC X(05) VALUE 'DIAS'.
           05 FILLER                    PIC X(14) VALUE 'TRAMO'.

       01  WS-DETALLE.
           05 DET-ARTICULO              PIC 9(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DESCRIPCION           PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-CANTIDAD              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-VALOR                 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ULTIMA-VENTA          PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ULTIMA-RECEPCION      PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DIAS                  PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-TRAMO                 PIC X(07).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-REBAJA                PIC X(06).

       01  WS-DETALLE-SUCURSAL.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 FILLER                    PIC X(04) VALUE 'SUC'.
           05 DSU-SUCURSAL              PIC 9(03).
           05 FILLER                    PIC X(09) VALUE SPACES.
           05 DSU-CANTIDAD              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DSU-VALOR                 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DSU-ULTIMA-VENTA          PIC 9(08).
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 DSU-DIAS                  PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DSU-TRAMO                 PIC X(07).
           05 FILLER                    PIC X(07) VALUE SPACES.

       01  WS-TITULO-TRAMOS.
           05 FILLER                    PIC X(10) VALUE 'SUCURSAL'.
           05 FILLER                    PIC X(16)
              VALUE '       0-90 DIAS'.
           05 FILLER                    PIC X(16)
              VALUE '     91-180 DIAS'.
           05 FILLER                    PIC X(16)
              VALUE '    181-365 DIAS'.
           05 FILLER                    PIC X(16)
              VALUE '     MAS DE 365'.
           05 FILLER                    PIC X(06) VALUE SPACES.

       01  WS-LINEA-TRAMOS.
           05 TRA-SUCURSAL              PIC X(10).
           05 TRA-VALOR OCCURS 4 TIMES.
              10 FILLER                 PIC X(02).
              10 TRA-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(06).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(22)
              VALUE 'ARTICULOS CON STOCK:'.
           05 RES-ARTICULOS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(27)
              VALUE '  PROPUESTOS PARA REBAJA:'.
           05 RES-REBAJAS               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(19) VALUE SPACES.

       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-ARTICULOS          PIC X(02).
       01  WS-CODIGO-VTAH               PIC X(02).
       01  WS-CODIGO-STKH               PIC X(02).
       01  WS-CODIGO-CAND               PIC X(02).
       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                          VALUE 'S'.
       01  SW-FIN-ARTICULOS             PIC X(01) VALUE 'N'.
           88 FIN-DE-ARTICULOS                     VALUE 'S'.
       01  SW-FIN-VTAH                  PIC X(01) VALUE 'N'.
           88 FIN-DE-VTAH                          VALUE 'S'.
       01  SW-FIN-STKH                  PIC X(01) VALUE 'N'.
           88 FIN-DE-STKH                          VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMER-ARTICULO           PIC X(01) VALUE 'S'.
           88 ES-PRIMER-ARTICULO                  VALUE 'S'.
       01  SW-HAY-MAESTRO               PIC X(01).
           88 HAY-MAESTRO                         VALUE 'S'.
       01  SW-HAY-SALDO-SUCURSAL        PIC X(01).
           88 HAY-SALDO-SUCURSAL                  VALUE 'S'.

       01  WS-PARM-CAMPO                PIC X(11).
       01  WS-PARM-VALOR                PIC X(08).
       01  WS-PORCENTAJE-TXT.
           05 WS-PCT-ENTERO             PIC X(03).
           05 FILLER                    PIC X(01).
           05 WS-PCT-DECIMAL            PIC X(02).
       01  WS-PORCENTAJE-ARMADO         PIC 9(03)V99.
       01  WS-PORCENTAJE-PARTES REDEFINES WS-PORCENTAJE-ARMADO.
           05 WS-PCT-PARTE-ENTERA       PIC 9(03).
           05 WS-PCT-PARTE-DECIMAL      PIC 9(02).
       01  WS-UMBRAL-DIAS               PIC 9(03) VALUE 181.
       01  WS-DESCUENTO                 PIC 9(03)V99 VALUE 20.

       01  WS-FECHA-HOY                 PIC 9(08).

       01  WS-FUNCION-STKS              PIC X(02).
       01  WS-LLAVE-STKS                PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-STKS          PIC 9(08) VALUE 99999999.
       01  WS-USUARIO-INMOV             PIC X(08) VALUE 'INMOVIL'.
       01  WS-REG-STKSUC-AUX.
           05 WS-STKSUC-ARTICULO-AUX    PIC 9(05).
           05 WS-STKSUC-SUCURSAL-AUX    PIC 9(03).
           05 WS-STKSUC-CANTIDAD-AUX    PIC 9(05).
           05 WS-STKSUC-REORDEN-AUX     PIC 9(05).
           05 WS-STKSUC-TRANSITO-AUX    PIC 9(05).
       01  WS-CODIGO-STKS               PIC X(02).

      * DATOS DEL ARTICULO EN CURSO, COPIADOS DEL EVENTO A.
           COPY CPARTWS.

       01  WS-ARTICULO-ACTUAL           PIC 9(05).
       01  WS-SUCURSAL-ACTUAL           PIC 9(03).
       01  WS-ULTIMA-RECEPCION          PIC 9(08).
       01  WS-ULTIMA-VENTA-ART          PIC 9(08).
       01  WS-ULTIMA-VENTA-SUC          PIC 9(08).
       01  WS-CANTIDAD-SUCURSAL         PIC 9(05).
       01  WS-ULTIMO-MOVIMIENTO         PIC 9(08).
       01  WS-DIAS-SIN-MOVIMIENTO       PIC S9(07).
       01  WS-DIAS-EDITADOS             PIC ZZZ9.
       01  WS-IDX-TRAMO                 PIC 9(01).
       01  WS-VALOR-LINEA               PIC 9(11)V99 COMP-3.
       01  WS-PRECIO-REBAJADO           PIC 9(05)V99.

      * LINEAS DE SUCURSAL DEL ARTICULO EN CURSO: SE IMPRIMEN DEBAJO
      * DE LA LINEA DE LA EMPRESA, QUE SE CONOCE AL CIERRE.
       01  WS-TABLA-LINEAS-SUC.
           05 WS-CANTIDAD-LINEAS-SUC    PIC 9(02) VALUE ZEROS.
           05 WS-LINEA-SUC OCCURS 50 TIMES
                                        PIC X(80).
       01  WS-IDX-LIN                   PIC 9(02).

      * VALOR POR SUCURSAL Y TRAMO, INDEXADO POR CODIGO DE SUCURSAL
      * COMO LOS DEPARTAMENTOS EN AJUSTE-MASIVO-SALARIOS.
       01  WS-TABLA-SUCURSALES.
           05 WS-SUCURSAL-TRAMOS OCCURS 999 TIMES.
              10 WS-SUC-VALOR-TRAMO OCCURS 4 TIMES
                                        PIC 9(11)V99 COMP-3.
       01  WS-IDX-SUC                   PIC 9(03).
       01  WS-TOTAL-SUCURSAL            PIC 9(13)V99 COMP-3.
       01  WS-TABLA-EMPRESA.
           05 WS-EMP-VALOR-TRAMO OCCURS 4 TIMES
                                        PIC 9(13)V99 COMP-3.

       01  WS-CONTADOR-EVENTOS          PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-ARTICULOS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-REBAJAS          PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'INVENTARIO-INMOVIL'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-ARTICULOS            PIC 9(07).
       01  WS-STAT-REBAJAS              PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           PERFORM 0100-LEE-PARAMETROS
           PERFORM 0150-LIMPIA-TABLAS
                   VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > 4

           OPEN OUTPUT REPORTE CANDIDATOS-REBAJA
           MOVE WS-FECHA-HOY   TO TIT-FECHA
           MOVE WS-UMBRAL-DIAS TO TIT-UMBRAL
           MOVE WS-DESCUENTO   TO TIT-DESCUENTO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER ADVANCING 2 LINES

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-ARTICULO ORD-SUCURSAL ORD-TIPO
                INPUT PROCEDURE IS 0500-JUNTA-EVENTOS
                OUTPUT PROCEDURE IS 1000-CLASIFICA-ARTICULOS

           IF NOT ES-PRIMER-ARTICULO
              PERFORM 2300-CIERRA-SUCURSAL
              PERFORM 2400-CIERRA-ARTICULO
           END-IF

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETAS CAMPO=VALOR: UMBRAL=NNN (DIAS SIN MOVIMIENTO PARA
      * PROPONER REBAJA) Y DESCUENTO=NNN.NN (PORCENTAJE).
      * -----------------------------------------------------------
       0100-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS-INMOV
           IF WS-CODIGO-PARM NOT EQUAL ZEROS
              GO TO 0100-FIN
           END-IF
           PERFORM 0110-PROCESA-TARJETA UNTIL FIN-DE-PARM
           CLOSE PARAMETROS-INMOV.
       0100-FIN.  EXIT.

       0110-PROCESA-TARJETA.
           READ PARAMETROS-INMOV
              AT END MOVE 'S' TO SW-FIN-PARM
           END-READ
           IF FIN-DE-PARM
              GO TO 0110-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO-INMOV DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE WS-PARM-CAMPO
              WHEN 'UMBRAL'
                 IF WS-PARM-VALOR(1:3) IS NUMERIC
                    MOVE WS-PARM-VALOR(1:3) TO WS-UMBRAL-DIAS
                 ELSE
                    DISPLAY 'UMBRAL INVALIDO, SE USAN '
                            WS-UMBRAL-DIAS ' DIAS'
                 END-IF
              WHEN 'DESCUENTO'
                 MOVE WS-PARM-VALOR  TO WS-PORCENTAJE-TXT
                 MOVE WS-PCT-ENTERO  TO WS-PCT-PARTE-ENTERA
                 MOVE WS-PCT-DECIMAL TO WS-PCT-PARTE-DECIMAL
                 IF WS-PORCENTAJE-ARMADO LESS THAN 100
                    MOVE WS-PORCENTAJE-ARMADO TO WS-DESCUENTO
                 ELSE
                    DISPLAY 'DESCUENTO INVALIDO, SE USA '
                            WS-DESCUENTO
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE INMOVILIZADO DESCONOCIDA: '
                         REG-PARAMETRO-INMOV
           END-EVALUATE.
       0110-FIN.  EXIT.

       0150-LIMPIA-TABLAS.
           MOVE ZEROS TO WS-EMP-VALOR-TRAMO (WS-IDX-TRAMO)
           PERFORM 0160-LIMPIA-SUCURSAL
                   VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > 998.
       0150-FIN.  EXIT.

       0160-LIMPIA-SUCURSAL.
           MOVE ZEROS TO WS-SUC-VALOR-TRAMO (WS-IDX-SUC, WS-IDX-TRAMO).
       0160-FIN.  EXIT.

      * -----------------------------------------------------------
      * JUNTA EN EL SORT LOS CUATRO ORIGENES: MAESTRO, RECEPCIONES,
      * SALDOS POR SUCURSAL Y VENTAS (LAS NOTAS DE CREDITO NO SON
      * MOVIMIENTO DE SALIDA Y NO CUENTAN COMO VENTA).
      * -----------------------------------------------------------
       0500-JUNTA-EVENTOS.
           PERFORM 0510-LIBERA-MAESTRO
           PERFORM 0520-LIBERA-RECEPCIONES
           PERFORM 0530-LIBERA-SALDOS
           PERFORM 0540-LIBERA-VENTAS.
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
           IF ART-CANTIDAD GREATER THAN ZEROS
              ADD 1 TO WS-CONTADOR-EVENTOS
              MOVE ARTICULOS-LLAVE TO ORD-ARTICULO
              MOVE ZEROS           TO ORD-SUCURSAL ORD-FECHA
              MOVE 'A'             TO ORD-TIPO
              MOVE ART-CANTIDAD    TO ORD-CANTIDAD
              MOVE REG-ARTICULOS   TO ORD-DATOS-ARTICULO
              RELEASE REG-EVENTO-ORDENADO
           END-IF
           PERFORM 0511-LEE-ARTICULO.
       0512-FIN.  EXIT.

       0520-LIBERA-RECEPCIONES.
           OPEN INPUT STOCK-HISTORIA
           IF WS-CODIGO-STKH NOT EQUAL ZEROS
              DISPLAY 'STOCK-HISTORIA NO DISPONIBLE: SIN FECHAS DE '
                      'RECEPCION'
              GO TO 0520-FIN
           END-IF
           PERFORM 0521-LEE-STOCK-HISTORIA
           PERFORM 0522-LIBERA-RECEPCION UNTIL FIN-DE-STKH
           CLOSE STOCK-HISTORIA.
       0520-FIN.  EXIT.

       0521-LEE-STOCK-HISTORIA.
           READ STOCK-HISTORIA
              AT END MOVE 'S' TO SW-FIN-STKH
           END-READ.
       0521-FIN.  EXIT.

       0522-LIBERA-RECEPCION.
           IF STKHIST-ES-ENTRADA
              AND STKHIST-ORIGEN EQUAL 'RECEPCIO'
              ADD 1 TO WS-CONTADOR-EVENTOS
              MOVE STKHIST-LLAVE  TO ORD-ARTICULO
              MOVE ZEROS          TO ORD-SUCURSAL ORD-CANTIDAD
              MOVE 'R'            TO ORD-TIPO
              MOVE STKHIST-FECHA  TO ORD-FECHA
              MOVE SPACES         TO ORD-DATOS-ARTICULO
              RELEASE REG-EVENTO-ORDENADO
           END-IF
           PERFORM 0521-LEE-STOCK-HISTORIA.
       0522-FIN.  EXIT.

       0530-LIBERA-SALDOS.
           MOVE 'AB' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-INMOV
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE ZEROS TO WS-LLAVE-STKS
           MOVE 'RI' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-INMOV
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS
           PERFORM 0531-LIBERA-SALDO
                   UNTIL WS-CODIGO-STKS NOT EQUAL ZEROS

           MOVE 'CI' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-INMOV
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS.
       0530-FIN.  EXIT.

       0531-LIBERA-SALDO.
           IF WS-STKSUC-CANTIDAD-AUX GREATER THAN ZEROS
              ADD 1 TO WS-CONTADOR-EVENTOS
              MOVE WS-STKSUC-ARTICULO-AUX TO ORD-ARTICULO
              MOVE WS-STKSUC-SUCURSAL-AUX TO ORD-SUCURSAL
              MOVE 'S'                    TO ORD-TIPO
              MOVE ZEROS                  TO ORD-FECHA
              MOVE WS-STKSUC-CANTIDAD-AUX TO ORD-CANTIDAD
              MOVE SPACES                 TO ORD-DATOS-ARTICULO
              RELEASE REG-EVENTO-ORDENADO
           END-IF

           MOVE 'RS' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-INMOV
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS.
       0531-FIN.  EXIT.

       0540-LIBERA-VENTAS.
           OPEN INPUT VENTAS-HISTORIA
           IF WS-CODIGO-VTAH NOT EQUAL ZEROS
              DISPLAY 'VENTAS-HISTORIA NO DISPONIBLE: SIN FECHAS DE '
                      'VENTA'
              GO TO 0540-FIN
           END-IF
           PERFORM 0541-LEE-HISTORIA
           PERFORM 0542-LIBERA-VENTA UNTIL FIN-DE-VTAH
           CLOSE VENTAS-HISTORIA.
       0540-FIN.  EXIT.

       0541-LEE-HISTORIA.
           READ VENTAS-HISTORIA
              AT END MOVE 'S' TO SW-FIN-VTAH
           END-READ.
       0541-FIN.  EXIT.

       0542-LIBERA-VENTA.
           IF NOT VTAHIST-ES-DEVOLUCION
              ADD 1 TO WS-CONTADOR-EVENTOS
              MOVE VTAHIST-LLAVE    TO ORD-ARTICULO
              MOVE VTAHIST-SUCURSAL TO ORD-SUCURSAL
              IF ORD-SUCURSAL EQUAL ZEROS
                 MOVE 1 TO ORD-SUCURSAL
              END-IF
              MOVE 'V'              TO ORD-TIPO
              MOVE VTAHIST-FECHA    TO ORD-FECHA
              MOVE VTAHIST-CANTIDAD TO ORD-CANTIDAD
              MOVE SPACES           TO ORD-DATOS-ARTICULO
              RELEASE REG-EVENTO-ORDENADO
           END-IF
           PERFORM 0541-LEE-HISTORIA.
       0542-FIN.  EXIT.

       1000-CLASIFICA-ARTICULOS.
           PERFORM 1010-DEVUELVE-ORDENADO
           PERFORM 2000-PROCESA-EVENTO UNTIL HAY-FIN-DE-SORT.
       1000-FIN.  EXIT.

       1010-DEVUELVE-ORDENADO.
           RETURN ARCH-ORDENADO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * CORTE POR ARTICULO Y SUCURSAL. LA SUCURSAL 000 (MAESTRO Y
      * RECEPCIONES) LLEGA PRIMERO, ASI LOS DATOS DEL ARTICULO YA
      * ESTAN AL CERRAR CADA SUCURSAL REAL.
      * -----------------------------------------------------------
       2000-PROCESA-EVENTO.
           EVALUATE TRUE
              WHEN ES-PRIMER-ARTICULO
                 PERFORM 2100-ABRE-ARTICULO
                 PERFORM 2200-ABRE-SUCURSAL
              WHEN ORD-ARTICULO NOT EQUAL WS-ARTICULO-ACTUAL
                 PERFORM 2300-CIERRA-SUCURSAL
                 PERFORM 2400-CIERRA-ARTICULO
                 PERFORM 2100-ABRE-ARTICULO
                 PERFORM 2200-ABRE-SUCURSAL
              WHEN ORD-SUCURSAL NOT EQUAL WS-SUCURSAL-ACTUAL
                 PERFORM 2300-CIERRA-SUCURSAL
                 PERFORM 2200-ABRE-SUCURSAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           EVALUATE TRUE
              WHEN ORD-ES-MAESTRO
                 MOVE 'S' TO SW-HAY-MAESTRO
                 MOVE ORD-DATOS-ARTICULO TO WS-REG-ARTICULOS
              WHEN ORD-ES-RECEPCION
                 IF ORD-FECHA GREATER THAN WS-ULTIMA-RECEPCION
                    MOVE ORD-FECHA TO WS-ULTIMA-RECEPCION
                 END-IF
              WHEN ORD-ES-SALDO
                 MOVE 'S' TO SW-HAY-SALDO-SUCURSAL
                 MOVE ORD-CANTIDAD TO WS-CANTIDAD-SUCURSAL
              WHEN ORD-ES-VENTA
                 IF ORD-FECHA GREATER THAN WS-ULTIMA-VENTA-SUC
                    MOVE ORD-FECHA TO WS-ULTIMA-VENTA-SUC
                 END-IF
                 IF ORD-FECHA GREATER THAN WS-ULTIMA-VENTA-ART
                    MOVE ORD-FECHA TO WS-ULTIMA-VENTA-ART
                 END-IF
           END-EVALUATE

           PERFORM 1010-DEVUELVE-ORDENADO.
       2000-FIN.  EXIT.

       2100-ABRE-ARTICULO.
           MOVE 'N' TO SW-PRIMER-ARTICULO SW-HAY-MAESTRO
           MOVE ORD-ARTICULO TO WS-ARTICULO-ACTUAL
           MOVE ZEROS TO WS-ULTIMA-RECEPCION WS-ULTIMA-VENTA-ART
                         WS-CANTIDAD-LINEAS-SUC.
       2100-FIN.  EXIT.

       2200-ABRE-SUCURSAL.
           MOVE ORD-SUCURSAL TO WS-SUCURSAL-ACTUAL
           MOVE 'N' TO SW-HAY-SALDO-SUCURSAL
           MOVE ZEROS TO WS-ULTIMA-VENTA-SUC WS-CANTIDAD-SUCURSAL.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * LINEA DE LA SUCURSAL: SU SALDO, SU ULTIMA VENTA Y LA ULTIMA
      * RECEPCION DEL ARTICULO. SE GUARDA PARA IMPRIMIR AL CIERRE.
      * -----------------------------------------------------------
       2300-CIERRA-SUCURSAL.
           IF WS-SUCURSAL-ACTUAL EQUAL ZEROS
              OR NOT HAY-SALDO-SUCURSAL
              OR NOT HAY-MAESTRO
              GO TO 2300-FIN
           END-IF

           MOVE WS-ULTIMA-VENTA-SUC TO WS-ULTIMO-MOVIMIENTO
           IF WS-ULTIMA-RECEPCION GREATER THAN WS-ULTIMO-MOVIMIENTO
              MOVE WS-ULTIMA-RECEPCION TO WS-ULTIMO-MOVIMIENTO
           END-IF
           PERFORM 2500-UBICA-TRAMO

           COMPUTE WS-VALOR-LINEA ROUNDED =
                   WS-CANTIDAD-SUCURSAL * WS-ART-COSTO
           ADD WS-VALOR-LINEA TO
               WS-SUC-VALOR-TRAMO (WS-SUCURSAL-ACTUAL, WS-IDX-TRAMO)

           IF WS-CANTIDAD-LINEAS-SUC < 50
              MOVE WS-SUCURSAL-ACTUAL   TO DSU-SUCURSAL
              MOVE WS-CANTIDAD-SUCURSAL TO DSU-CANTIDAD
              MOVE WS-VALOR-LINEA       TO DSU-VALOR
              MOVE WS-ULTIMA-VENTA-SUC  TO DSU-ULTIMA-VENTA
              MOVE DET-DIAS             TO DSU-DIAS
              MOVE DET-TRAMO            TO DSU-TRAMO
              ADD 1 TO WS-CANTIDAD-LINEAS-SUC
              MOVE WS-DETALLE-SUCURSAL TO
                   WS-LINEA-SUC (WS-CANTIDAD-LINEAS-SUC)
           END-IF.
       2300-FIN.  EXIT.

      * -----------------------------------------------------------
      * LINEA DE LA EMPRESA (ART-CANTIDAD), LUEGO LAS SUCURSALES. EL
      * ARTICULO ACTIVO QUE SUPERA EL UMBRAL VA A CANDIDATOS-REBAJA.
      * -----------------------------------------------------------
       2400-CIERRA-ARTICULO.
           IF NOT HAY-MAESTRO
              GO TO 2400-FIN
           END-IF
           ADD 1 TO WS-CONTADOR-ARTICULOS

           MOVE WS-ULTIMA-VENTA-ART TO WS-ULTIMO-MOVIMIENTO
           IF WS-ULTIMA-RECEPCION GREATER THAN WS-ULTIMO-MOVIMIENTO
              MOVE WS-ULTIMA-RECEPCION TO WS-ULTIMO-MOVIMIENTO
           END-IF
           PERFORM 2500-UBICA-TRAMO

           COMPUTE WS-VALOR-LINEA ROUNDED =
                   WS-ART-CANTIDAD * WS-ART-COSTO
           ADD WS-VALOR-LINEA TO WS-EMP-VALOR-TRAMO (WS-IDX-TRAMO)

           MOVE SPACES TO DET-REBAJA
           IF WS-ART-ESTADO EQUAL 'A'
              AND (WS-ULTIMO-MOVIMIENTO EQUAL ZEROS
                   OR WS-DIAS-SIN-MOVIMIENTO NOT LESS THAN
                      WS-UMBRAL-DIAS)
              PERFORM 2410-PROPONE-REBAJA
           END-IF

           MOVE WS-ARTICULO-ACTUAL  TO DET-ARTICULO
           MOVE WS-ART-DESCRIPCION  TO DET-DESCRIPCION
           MOVE WS-ART-CANTIDAD     TO DET-CANTIDAD
           MOVE WS-VALOR-LINEA      TO DET-VALOR
           MOVE WS-ULTIMA-VENTA-ART TO DET-ULTIMA-VENTA
           MOVE WS-ULTIMA-RECEPCION TO DET-ULTIMA-RECEPCION
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 2 LINES

           PERFORM 2420-IMPRIME-SUCURSAL
                   VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > WS-CANTIDAD-LINEAS-SUC.
       2400-FIN.  EXIT.

       2410-PROPONE-REBAJA.
           COMPUTE WS-PRECIO-REBAJADO ROUNDED =
                   WS-ART-PRECIO * (100 - WS-DESCUENTO) / 100
           IF WS-PRECIO-REBAJADO EQUAL ZEROS
              OR WS-PRECIO-REBAJADO EQUAL WS-ART-PRECIO
              GO TO 2410-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-REBAJAS
           MOVE 'REBAJA' TO DET-REBAJA
           MOVE 'P'                     TO CAND-TIPO
           MOVE WS-ARTICULOS-LLAVE      TO CAND-ARTICULO
           MOVE WS-ART-DESCRIPCION      TO CAND-DESCRIPCION
           MOVE WS-PRECIO-REBAJADO      TO CAND-PRECIO
           MOVE WS-ART-CANTIDAD         TO CAND-CANTIDAD
           MOVE WS-ART-PUNTO-REORDEN    TO CAND-PUNTO-REORDEN
           MOVE WS-ART-COSTO            TO CAND-COSTO
           MOVE WS-ART-CATEGORIA-IVA    TO CAND-CATEGORIA-IVA
           MOVE WS-ART-TASA-IVA         TO CAND-TASA-IVA
           MOVE SPACES TO REG-CANDIDATO(71:10)
           WRITE REG-CANDIDATO.
       2410-FIN.  EXIT.

       2420-IMPRIME-SUCURSAL.
           WRITE REG-REPORTE FROM WS-LINEA-SUC (WS-IDX-LIN)
                 AFTER ADVANCING 1 LINE.
       2420-FIN.  EXIT.

      * -----------------------------------------------------------
      * TRAMO SEGUN LOS DIAS DESDE EL ULTIMO MOVIMIENTO. SIN VENTA
      * NI RECEPCION REGISTRADAS, EL ARTICULO VA AL ULTIMO TRAMO.
      * -----------------------------------------------------------
       2500-UBICA-TRAMO.
           IF WS-ULTIMO-MOVIMIENTO EQUAL ZEROS
              MOVE ZEROS  TO WS-DIAS-SIN-MOVIMIENTO
              MOVE 4      TO WS-IDX-TRAMO
              MOVE ' S/M' TO DET-DIAS
              MOVE 'SIN MOV' TO DET-TRAMO
              GO TO 2500-FIN
           END-IF

           CALL 'DIAS-ENTRE-FECHAS'
                USING WS-ULTIMO-MOVIMIENTO WS-FECHA-HOY
                      WS-DIAS-SIN-MOVIMIENTO
           IF WS-DIAS-SIN-MOVIMIENTO LESS THAN ZEROS
              MOVE ZEROS TO WS-DIAS-SIN-MOVIMIENTO
           END-IF
           MOVE WS-DIAS-SIN-MOVIMIENTO TO WS-DIAS-EDITADOS
           MOVE WS-DIAS-EDITADOS TO DET-DIAS

           EVALUATE TRUE
              WHEN WS-DIAS-SIN-MOVIMIENTO NOT GREATER THAN 90
                 MOVE 1 TO WS-IDX-TRAMO
                 MOVE '0-90'    TO DET-TRAMO
              WHEN WS-DIAS-SIN-MOVIMIENTO NOT GREATER THAN 180
                 MOVE 2 TO WS-IDX-TRAMO
                 MOVE '91-180'  TO DET-TRAMO
              WHEN WS-DIAS-SIN-MOVIMIENTO NOT GREATER THAN 365
                 MOVE 3 TO WS-IDX-TRAMO
                 MOVE '181-365' TO DET-TRAMO
              WHEN OTHER
                 MOVE 4 TO WS-IDX-TRAMO
                 MOVE '+365'    TO DET-TRAMO
           END-EVALUATE.
       2500-FIN.  EXIT.

      * -----------------------------------------------------------
      * CUADRO FINAL: VALOR A COSTO POR TRAMO, POR SUCURSAL Y PARA
      * LA EMPRESA.
      * -----------------------------------------------------------
       9000-TERMINA.
           WRITE REG-REPORTE FROM WS-TITULO-TRAMOS
                 AFTER ADVANCING PAGE
           PERFORM 9010-IMPRIME-SUCURSAL
                   VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > 998

           MOVE SPACES    TO WS-LINEA-TRAMOS
           MOVE 'EMPRESA' TO TRA-SUCURSAL
           PERFORM 9020-MUEVE-TRAMO-EMPRESA
                   VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > 4
           WRITE REG-REPORTE FROM WS-LINEA-TRAMOS
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-ARTICULOS TO RES-ARTICULOS
           MOVE WS-CONTADOR-REBAJAS   TO RES-REBAJAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-EVENTOS   TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-ARTICULOS TO WS-STAT-ARTICULOS
           MOVE WS-CONTADOR-REBAJAS   TO WS-STAT-REBAJAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-ARTICULOS WS-STAT-REBAJAS

           CLOSE REPORTE CANDIDATOS-REBAJA.
       9000-FIN.  EXIT.

       9010-IMPRIME-SUCURSAL.
           MOVE ZEROS TO WS-TOTAL-SUCURSAL
           PERFORM 9011-SUMA-TRAMO
                   VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > 4
           IF WS-TOTAL-SUCURSAL EQUAL ZEROS
              GO TO 9010-FIN
           END-IF

           MOVE SPACES TO WS-LINEA-TRAMOS
           MOVE WS-IDX-SUC TO TRA-SUCURSAL
           PERFORM 9012-MUEVE-TRAMO-SUCURSAL
                   VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > 4
           WRITE REG-REPORTE FROM WS-LINEA-TRAMOS
                 AFTER ADVANCING 1 LINE.
       9010-FIN.  EXIT.

       9011-SUMA-TRAMO.
           ADD WS-SUC-VALOR-TRAMO (WS-IDX-SUC, WS-IDX-TRAMO)
               TO WS-TOTAL-SUCURSAL.
       9011-FIN.  EXIT.

       9012-MUEVE-TRAMO-SUCURSAL.
           MOVE WS-SUC-VALOR-TRAMO (WS-IDX-SUC, WS-IDX-TRAMO)
                TO TRA-IMPORTE (WS-IDX-TRAMO).
       9012-FIN.  EXIT.

       9020-MUEVE-TRAMO-EMPRESA.
           MOVE WS-EMP-VALOR-TRAMO (WS-IDX-TRAMO)
                TO TRA-IMPORTE (WS-IDX-TRAMO).
       9020-FIN.  EXIT.
      * ---------------------------------------------------------------
