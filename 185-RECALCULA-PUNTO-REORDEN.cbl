       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     RECALCULA-PUNTO-REORDEN.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VENTAS-HISTORIA PASA A 92 (FORMA DE PAGO
      *                    Y TARJETA).
      *   15/10/2026  AMF  KITS: LA VENTA O NOTA DE CREDITO DE UN KIT
      *                    (ARTICULO CON COMPONENTES EN KITS-
      *                    COMPONENTES) ENTRA A LA DEMANDA DE CADA
      *                    COMPONENTE, UNIDADES POR KIT POR CANTIDAD,
      *                    Y NO A LA DEL KIT, QUE NO TIENE STOCK
      *                    PROPIO NI PUNTO DE REORDEN.
      *   15/10/2026  AMF  VERSION ORIGINAL. RECALCULO PERIODICO DEL
      *                    PUNTO DE REORDEN QUE USA
      *                    SUGIERE-ORDEN-COMPRA: ART-PUNTO-REORDEN
      *                    (TOTAL DE LA EMPRESA) Y STKSUC-PUNTO-REORDEN
      *                    (POR SUCURSAL). LA DEMANDA DIARIA PROMEDIO
      *                    SALE DE VENTAS-HISTORIA (VENTAS MENOS
      *                    NOTAS DE CREDITO) EN LOS ULTIMOS N DIAS
      *                    (TARJETA VENTANA=, 90 POR OMISION), POR
      *                    ARTICULO Y SUCURSAL DEL COMPROBANTE (CERO =
      *                    001, CASA CENTRAL). EL PUNTO PROPUESTO ES
      *                    LA DEMANDA DURANTE EL PLAZO DE ENTREGA DEL
      *                    PROVEEDOR DEL ARTICULO (ARTPROV-PLAZO-DIAS
      *                    DEL PRIMER PROVEEDOR DEL CRUCE, EL MISMO
      *                    QUE USA SUGIERE-ORDEN-COMPRA) MAS UN STOCK
      *                    DE SEGURIDAD EN PORCENTAJE SEGUN LA CLASE
      *                    ABC DEL ARTICULO (TARJETAS SEGURIDAD-A/B/C;
      *                    SIN CLASIFICAR, EL DE LA C). TARJETA
      *                    MODO=S (SIMULACION, POR OMISION) SOLO
      *                    IMPRIME EL VALOR ACTUAL Y EL PROPUESTO;
      *                    MODO=R APLICA LOS CAMBIOS VIA PROG0020 Y
      *                    STOCK-SUCURSAL-I-O, QUE DEJAN LA AUDITORIA
      *                    DE CADA ARTICULO, SIEMPRE QUE VENGA LA
      *                    TARJETA APRUEBA= CON EL USUARIO QUE LO
      *                    AUTORIZA (SIN ELLA SE SIMULA Y EL PASO
      *                    TERMINA CON RETURN-CODE 8). CADA TARJETA
      *                    EXCLUYE=NNNNN DEJA UN ARTICULO SIN TOCAR.
      *                    EL ARTICULO SIN VENTAS NETAS EN LA VENTANA,
      *                    DE BAJA O SIN PROVEEDOR CONSERVA SU PUNTO.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-REORDEN ASSIGN TO UT-S-PARMREOR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.

           SELECT VENTAS-HISTORIA ASSIGN TO UT-S-VTAHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-VTAH.

           SELECT CLASE-ABC ASSIGN TO UT-S-CLASEABC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-ABC.

           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-REORDEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO-REOR.
       01  REG-PARAMETRO-REOR           PIC X(80).

       FD  VENTAS-HISTORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS REG-VENTA-HISTORIA.
           COPY CPVTAHS1.

       FD  CLASE-ABC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS REG-CLASE-ABC.
           COPY CPABC01.

       SD  ARCH-ORDENADO
           DATA RECORD IS REG-VENTA-ORDENADA.
       01  REG-VENTA-ORDENADA.
           05 ORD-ARTICULO              PIC 9(05).
           05 ORD-SUCURSAL              PIC 9(03).
           05 ORD-TIPO                  PIC X(01).
              88 ORD-ES-DEVOLUCION                 VALUE 'D'.
           05 ORD-CANTIDAD              PIC 9(05).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'RECALCULO DE PUNTOS DE REORDEN'.
           05 TIT-MODO                  PIC X(12).
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(09) VALUE 'VENTANA:'.
           05 TIT-VENTANA               PIC ZZ9.
           05 FILLER                    PIC X(12) VALUE ' DIAS DESDE'.
           05 TIT-FECHA-DESDE           PIC 9(08).
           05 FILLER                    PIC X(07) VALUE ' HASTA'.
           05 TIT-FECHA-HASTA           PIC 9(08).
           05 FILLER                    PIC X(13)
              VALUE '  SEGURIDAD:'.
           05 TIT-SEGURIDAD-A           PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE '/'.
           05 TIT-SEGURIDAD-B           PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE '/'.
           05 TIT-SEGURIDAD-C           PIC ZZ9.
           05 FILLER                    PIC X(09) VALUE ' PCT'.

       01  WS-TITULO-3.
           05 FILLER                    PIC X(07) VALUE 'ARTIC'.
           05 FILLER                    PIC X(05) VALUE 'SUC'.
           05 FILLER                    PIC X(09) VALUE 'UNIDADES'.
           05 FILLER                    PIC X(09) VALUE 'DEM/DIA'.
           05 FILLER                    PIC X(06) VALUE 'PLAZO'.
           05 FILLER                    PIC X(03) VALUE 'CL'.
           05 FILLER                    PIC X(09) VALUE 'ACTUAL'.
           05 FILLER                    PIC X(08) VALUE 'NUEVO'.
           05 FILLER                    PIC X(24) VALUE 'RESULTADO'.

       01  WS-DETALLE.
           05 DET-ARTICULO              PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-SUCURSAL              PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-UNIDADES              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-DEMANDA               PIC ZZZ9.99.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-PLAZO                 PIC ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CLASE                 PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-PUNTO-ACTUAL          PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-PUNTO-NUEVO           PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(22).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(13)
              VALUE 'RECALCULADOS:'.
           05 RES-RECALCULADOS          PIC ZZ,ZZ9.
           05 FILLER                    PIC X(13)
              VALUE '  CON CAMBIO:'.
           05 RES-CON-CAMBIO            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '  APLICADOS:'.
           05 RES-APLICADOS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(13)
              VALUE '  OBSERVADOS:'.
           05 RES-OBSERVADOS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.

       01  WS-LINEA-APROBACION.
           05 FILLER                    PIC X(14)
              VALUE 'APROBADO POR:'.
           05 LAP-USUARIO               PIC X(08).
           05 FILLER                    PIC X(58) VALUE SPACES.

       01  WS-LINEA-SIN-APROBACION.
           05 FILLER                    PIC X(29)
              VALUE 'MODO=R SIN TARJETA APRUEBA=:'.
           05 FILLER                    PIC X(51)
              VALUE 'NO SE APLICO NINGUN CAMBIO'.

       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-VTAH               PIC X(02).
       01  WS-CODIGO-ABC                PIC X(02).
       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                          VALUE 'S'.
       01  SW-FIN-VTAH                  PIC X(01) VALUE 'N'.
           88 FIN-DE-VTAH                          VALUE 'S'.
       01  SW-FIN-ABC                   PIC X(01) VALUE 'N'.
           88 FIN-DE-ABC                           VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMER-ARTICULO           PIC X(01) VALUE 'S'.
           88 ES-PRIMER-ARTICULO                  VALUE 'S'.
       01  SW-MODO-REORDEN              PIC X(01) VALUE 'S'.
           88 REORDEN-SIMULACION                   VALUE 'S'.
           88 REORDEN-REAL                         VALUE 'R'.
       01  SW-SIN-APROBACION            PIC X(01) VALUE 'N'.
           88 FALTA-APROBACION                     VALUE 'S'.
       01  SW-HAY-APROBACION            PIC X(01) VALUE 'N'.
           88 HAY-APROBACION                       VALUE 'S'.
       01  SW-ARTICULO-RECALCULABLE     PIC X(01).
           88 ARTICULO-RECALCULABLE               VALUE 'S'.
       01  SW-ARTICULO-EXCLUIDO         PIC X(01).
           88 ARTICULO-EXCLUIDO                   VALUE 'S'.

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

      * STOCK DE SEGURIDAD, EN PORCENTAJE DE LA DEMANDA DEL PLAZO.
       01  WS-SEGURIDAD-A               PIC 9(03)V99 VALUE 50.
       01  WS-SEGURIDAD-B               PIC 9(03)V99 VALUE 25.
       01  WS-SEGURIDAD-C               PIC 9(03)V99 VALUE 10.
       01  WS-VENTANA-DIAS              PIC 9(03) VALUE 90.
       01  WS-DIAS-ATRAS                PIC S9(05).

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-FECHA-DESDE               PIC 9(08).
       01  WS-USUARIO-REOR              PIC X(08) VALUE 'REORDEN'.

       01  WS-TABLA-EXCLUIDOS.
           05 WS-CANTIDAD-EXCLUIDOS     PIC 9(03) VALUE ZEROS.
           05 WS-EXC-ARTICULO OCCURS 200 TIMES
                                        PIC 9(05).
       01  WS-IDX-EXC                   PIC 9(03).

      * CLASE ABC DE CADA ARTICULO, TAL COMO LA DEJO CLASIFICA-ABC.
       01  WS-TABLA-CLASES.
           05 WS-CANTIDAD-CLASES        PIC 9(04) VALUE ZEROS.
           05 WS-CLASE-ARTICULO OCCURS 3000 TIMES.
              10 WS-CLA-ARTICULO        PIC 9(05).
              10 WS-CLA-CLASE           PIC X(01).
       01  WS-IDX-CLA                   PIC 9(04).

       01  WS-FUNCION-ART               PIC X(02).
       01  WS-LLAVE-ART                 PIC 9(05).
           COPY CPARTWS.
       01  WS-CODIGO-ART                PIC X(02).

       01  WS-FUNCION-APR               PIC X(02).
       01  WS-LLAVE-APR.
           05 WS-LLAVE-APR-ART          PIC 9(05).
           05 WS-LLAVE-APR-PROV         PIC 9(05).
       01  WS-LLAVE-HASTA-APR.
           05 WS-LLAVE-HASTA-APR-ART    PIC 9(05).
           05 WS-LLAVE-HASTA-APR-PROV   PIC 9(05).
       01  WS-REG-ARTPROV-AUX.
           05 WS-ARTPROV-ARTICULO-AUX   PIC 9(05).
           05 WS-ARTPROV-PROVEEDOR-AUX  PIC 9(05).
           05 WS-ARTPROV-PLAZO-AUX      PIC 9(03).
           05 WS-ARTPROV-PRECIO-AUX     PIC 9(05)V99.
       01  WS-CODIGO-APR                PIC X(02).

       01  WS-FUNCION-STKS              PIC X(02).
       01  WS-LLAVE-STKS.
           05 WS-LLAVE-STKS-ARTICULO    PIC 9(05).
           05 WS-LLAVE-STKS-SUCURSAL    PIC 9(03).
       01  WS-LLAVE-HASTA-STKS          PIC 9(08) VALUE ZEROS.
       01  WS-REG-STKSUC-AUX.
           05 WS-STKSUC-ARTICULO-AUX    PIC 9(05).
           05 WS-STKSUC-SUCURSAL-AUX    PIC 9(03).
           05 WS-STKSUC-CANTIDAD-AUX    PIC 9(05).
           05 WS-STKSUC-REORDEN-AUX     PIC 9(05).
           05 WS-STKSUC-TRANSITO-AUX    PIC 9(05).
       01  WS-CODIGO-STKS               PIC X(02).

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
       01  WS-UNIDADES-KIT              PIC 9(10).

       01  WS-ARTICULO-ACTUAL           PIC 9(05).
       01  WS-SUCURSAL-ACTUAL           PIC 9(03).
       01  WS-PLAZO-ARTICULO            PIC 9(03).
       01  WS-CLASE-DEL-ARTICULO        PIC X(01).
       01  WS-SEGURIDAD-ARTICULO        PIC 9(03)V99.
       01  WS-OBSERVACION-ARTICULO      PIC X(22).
       01  WS-UNIDADES-SUCURSAL         PIC S9(07) COMP-3.
       01  WS-UNIDADES-ARTICULO         PIC S9(07) COMP-3.
       01  WS-UNIDADES-CALCULO          PIC S9(07) COMP-3.
       01  WS-DEMANDA-DIARIA            PIC 9(05)V99.
       01  WS-PUNTO-CALCULADO           PIC 9(07).
       01  WS-PUNTO-ACTUAL              PIC 9(05).
       01  WS-PUNTO-NUEVO               PIC 9(05).
       01  WS-RESULTADO                 PIC X(22).

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-RECALCULADOS     PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-CON-CAMBIO       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADOS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-OBSERVADOS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'RECALCULA-REORDEN'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADOS            PIC 9(07).
       01  WS-STAT-OBSERVADOS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           PERFORM 0100-LEE-PARAMETROS
           PERFORM 0200-CARGA-CLASES

           COMPUTE WS-DIAS-ATRAS = 0 - WS-VENTANA-DIAS
           CALL 'SUMA-DIAS-FECHA'
                USING WS-FECHA-HOY WS-DIAS-ATRAS WS-FECHA-DESDE

           PERFORM 0300-IMPRIME-ENCABEZADO

           MOVE 'AB' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-REOR
                      WS-REG-ARTICULOS WS-CODIGO-ART
           MOVE 'AB' TO WS-FUNCION-APR
           CALL 'ARTICULO-PROVEEDOR-I-O'
                USING WS-FUNCION-APR WS-LLAVE-APR WS-LLAVE-HASTA-APR
                      WS-USUARIO-REOR WS-REG-ARTPROV-AUX WS-CODIGO-APR
           MOVE 'AB' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-REOR
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS
           MOVE 'AB' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-REOR WS-REG-KIT-AUX WS-CODIGO-KIT

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-ARTICULO ORD-SUCURSAL
                INPUT PROCEDURE IS 0500-SELECCIONA-VENTAS
                OUTPUT PROCEDURE IS 1000-RECALCULA-ARTICULOS

           MOVE 'CI' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-REOR WS-REG-KIT-AUX WS-CODIGO-KIT

           IF NOT ES-PRIMER-ARTICULO
              PERFORM 2300-CIERRA-SUCURSAL
              PERFORM 2400-CIERRA-ARTICULO
           END-IF

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETAS CAMPO=VALOR, COMO EN AJUSTE-MASIVO-SALARIOS:
      * MODO=S/R, VENTANA=NNN (DIAS), SEGURIDAD-A/B/C=NNN.NN,
      * APRUEBA=USUARIO Y EXCLUYE=NNNNN (UNA POR ARTICULO).
      * -----------------------------------------------------------
       0100-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS-REORDEN
           IF WS-CODIGO-PARM EQUAL ZEROS
              PERFORM 0110-PROCESA-TARJETA UNTIL FIN-DE-PARM
              CLOSE PARAMETROS-REORDEN
           END-IF

           IF REORDEN-REAL AND NOT HAY-APROBACION
              MOVE 'S' TO SW-SIN-APROBACION
              MOVE 'S' TO SW-MODO-REORDEN
              DISPLAY 'MODO=R SIN TARJETA APRUEBA=: SE SIMULA'
           END-IF.
       0100-FIN.  EXIT.

       0110-PROCESA-TARJETA.
           READ PARAMETROS-REORDEN
              AT END MOVE 'S' TO SW-FIN-PARM
           END-READ
           IF FIN-DE-PARM
              GO TO 0110-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO-REOR DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE WS-PARM-CAMPO
              WHEN 'MODO'
                 IF WS-PARM-VALOR(1:1) EQUAL 'R'
                    MOVE 'R' TO SW-MODO-REORDEN
                 END-IF
              WHEN 'VENTANA'
                 IF WS-PARM-VALOR(1:3) IS NUMERIC
                    AND WS-PARM-VALOR(1:3) NOT EQUAL '000'
                    MOVE WS-PARM-VALOR(1:3) TO WS-VENTANA-DIAS
                 ELSE
                    DISPLAY 'VENTANA INVALIDA, SE USAN '
                            WS-VENTANA-DIAS ' DIAS'
                 END-IF
              WHEN 'SEGURIDAD-A'
                 PERFORM 0120-ARMA-PORCENTAJE
                 MOVE WS-PORCENTAJE-ARMADO TO WS-SEGURIDAD-A
              WHEN 'SEGURIDAD-B'
                 PERFORM 0120-ARMA-PORCENTAJE
                 MOVE WS-PORCENTAJE-ARMADO TO WS-SEGURIDAD-B
              WHEN 'SEGURIDAD-C'
                 PERFORM 0120-ARMA-PORCENTAJE
                 MOVE WS-PORCENTAJE-ARMADO TO WS-SEGURIDAD-C
              WHEN 'APRUEBA'
                 IF WS-PARM-VALOR NOT EQUAL SPACES
                    MOVE WS-PARM-VALOR TO WS-USUARIO-REOR
                    MOVE 'S' TO SW-HAY-APROBACION
                 END-IF
              WHEN 'EXCLUYE'
                 IF WS-PARM-VALOR(1:5) IS NUMERIC
                    AND WS-CANTIDAD-EXCLUIDOS < 200
                    ADD 1 TO WS-CANTIDAD-EXCLUIDOS
                    MOVE WS-PARM-VALOR(1:5) TO
                         WS-EXC-ARTICULO (WS-CANTIDAD-EXCLUIDOS)
                 ELSE
                    DISPLAY 'TARJETA EXCLUYE IGNORADA: '
                            REG-PARAMETRO-REOR
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE REORDEN DESCONOCIDA: '
                         REG-PARAMETRO-REOR
           END-EVALUATE.
       0110-FIN.  EXIT.

       0120-ARMA-PORCENTAJE.
           MOVE WS-PARM-VALOR  TO WS-PORCENTAJE-TXT
           MOVE WS-PCT-ENTERO  TO WS-PCT-PARTE-ENTERA
           MOVE WS-PCT-DECIMAL TO WS-PCT-PARTE-DECIMAL.
       0120-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA CLASIFICACION ABC ES OPCIONAL: SIN ARCHIVO, TODOS LOS
      * ARTICULOS LLEVAN EL STOCK DE SEGURIDAD DE LA CLASE C.
      * -----------------------------------------------------------
       0200-CARGA-CLASES.
           OPEN INPUT CLASE-ABC
           IF WS-CODIGO-ABC NOT EQUAL ZEROS
              DISPLAY 'CLASE-ABC NO DISPONIBLE: SE USA LA SEGURIDAD '
                      'DE LA CLASE C'
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

       0300-IMPRIME-ENCABEZADO.
           IF REORDEN-SIMULACION
              MOVE '- SIMULACION' TO TIT-MODO
           ELSE
              MOVE '- DEFINITIVO' TO TIT-MODO
           END-IF
           MOVE WS-VENTANA-DIAS TO TIT-VENTANA
           MOVE WS-FECHA-DESDE  TO TIT-FECHA-DESDE
           MOVE WS-FECHA-HOY    TO TIT-FECHA-HASTA
           MOVE WS-SEGURIDAD-A  TO TIT-SEGURIDAD-A
           MOVE WS-SEGURIDAD-B  TO TIT-SEGURIDAD-B
           MOVE WS-SEGURIDAD-C  TO TIT-SEGURIDAD-C

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES
           IF REORDEN-REAL
              MOVE WS-USUARIO-REOR TO LAP-USUARIO
              WRITE REG-REPORTE FROM WS-LINEA-APROBACION
                    AFTER ADVANCING 1 LINE
           END-IF
           IF FALTA-APROBACION
              WRITE REG-REPORTE FROM WS-LINEA-SIN-APROBACION
                    AFTER ADVANCING 1 LINE
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER ADVANCING 2 LINES.
       0300-FIN.  EXIT.

      * -----------------------------------------------------------
      * ENTRAN AL SORT LAS LINEAS DE LA VENTANA (FECHA DE LA VENTA
      * POSTERIOR A LA FECHA DESDE). LA NOTA DE CREDITO LLEVA LA
      * FECHA DE LA VENTA QUE REVIERTE, ASI RESTA EN LA MISMA
      * VENTANA QUE SUMO LA VENTA. LA LINEA DE UN KIT ENTRA COMO
      * UNA LINEA POR COMPONENTE.
      * -----------------------------------------------------------
       0500-SELECCIONA-VENTAS.
           OPEN INPUT VENTAS-HISTORIA
           IF WS-CODIGO-VTAH NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR VENTAS-HISTORIA - STATUS: '
                      WS-CODIGO-VTAH
              MOVE 8 TO RETURN-CODE
              GO TO 0500-FIN
           END-IF

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
           IF VTAHIST-FECHA NOT GREATER THAN WS-FECHA-DESDE
              OR VTAHIST-FECHA GREATER THAN WS-FECHA-HOY
              GO TO 0520-SIGUE
           END-IF

           MOVE VTAHIST-SUCURSAL TO ORD-SUCURSAL
           IF ORD-SUCURSAL EQUAL ZEROS
              MOVE 1 TO ORD-SUCURSAL
           END-IF
           MOVE VTAHIST-TIPO     TO ORD-TIPO

           MOVE VTAHIST-LLAVE TO WS-LLAVE-KIT-ARTICULO
                                 WS-HASTA-KIT-ARTICULO
           MOVE ZEROS         TO WS-LLAVE-KIT-COMPONENTE
           MOVE 99999         TO WS-HASTA-KIT-COMPONENTE
           MOVE 'RI' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-REOR WS-REG-KIT-AUX WS-CODIGO-KIT
           IF WS-CODIGO-KIT EQUAL ZEROS
              PERFORM 0530-LIBERA-COMPONENTE
                      UNTIL WS-CODIGO-KIT NOT EQUAL ZEROS
           ELSE
              MOVE VTAHIST-LLAVE    TO ORD-ARTICULO
              MOVE VTAHIST-CANTIDAD TO ORD-CANTIDAD
              RELEASE REG-VENTA-ORDENADA
           END-IF.

       0520-SIGUE.
           PERFORM 0510-LEE-HISTORIA.
       0520-FIN.  EXIT.

       0530-LIBERA-COMPONENTE.
           MOVE WS-KIT-COMPONENTE-AUX TO ORD-ARTICULO
           COMPUTE WS-UNIDADES-KIT =
                   VTAHIST-CANTIDAD * WS-KIT-CANTIDAD-AUX
           IF WS-UNIDADES-KIT GREATER THAN 99999
              MOVE 99999 TO WS-UNIDADES-KIT
           END-IF
           MOVE WS-UNIDADES-KIT TO ORD-CANTIDAD
           RELEASE REG-VENTA-ORDENADA

           MOVE 'RS' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-REOR WS-REG-KIT-AUX WS-CODIGO-KIT.
       0530-FIN.  EXIT.

       1000-RECALCULA-ARTICULOS.
           PERFORM 1010-DEVUELVE-ORDENADO
           PERFORM 2000-PROCESA-LINEA UNTIL HAY-FIN-DE-SORT.
       1000-FIN.  EXIT.

       1010-DEVUELVE-ORDENADO.
           RETURN ARCH-ORDENADO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * CORTE DE CONTROL POR ARTICULO Y, DENTRO DE EL, POR SUCURSAL.
      * -----------------------------------------------------------
       2000-PROCESA-LINEA.
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

           IF ORD-ES-DEVOLUCION
              SUBTRACT ORD-CANTIDAD FROM WS-UNIDADES-SUCURSAL
              SUBTRACT ORD-CANTIDAD FROM WS-UNIDADES-ARTICULO
           ELSE
              ADD ORD-CANTIDAD TO WS-UNIDADES-SUCURSAL
              ADD ORD-CANTIDAD TO WS-UNIDADES-ARTICULO
           END-IF

           PERFORM 1010-DEVUELVE-ORDENADO.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * DATOS DEL ARTICULO QUE VALEN PARA TODAS SUS SUCURSALES:
      * MAESTRO, PLAZO DEL PROVEEDOR, CLASE ABC Y EXCLUSION.
      * -----------------------------------------------------------
       2100-ABRE-ARTICULO.
           MOVE 'N' TO SW-PRIMER-ARTICULO
           MOVE ORD-ARTICULO TO WS-ARTICULO-ACTUAL
           MOVE ZEROS TO WS-UNIDADES-ARTICULO WS-PLAZO-ARTICULO
           MOVE 'S' TO SW-ARTICULO-RECALCULABLE
           MOVE 'N' TO SW-ARTICULO-EXCLUIDO
           MOVE SPACES TO WS-OBSERVACION-ARTICULO WS-CLASE-DEL-ARTICULO

           MOVE ORD-ARTICULO TO WS-LLAVE-ART
           MOVE 'LE' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-REOR
                      WS-REG-ARTICULOS WS-CODIGO-ART
           IF WS-CODIGO-ART NOT EQUAL ZEROS
              MOVE 'N' TO SW-ARTICULO-RECALCULABLE
              MOVE 'ARTICULO INEXISTENTE' TO WS-OBSERVACION-ARTICULO
              GO TO 2100-FIN
           END-IF
           IF WS-ART-ESTADO NOT EQUAL 'A'
              MOVE 'N' TO SW-ARTICULO-RECALCULABLE
              MOVE 'ARTICULO DE BAJA' TO WS-OBSERVACION-ARTICULO
              GO TO 2100-FIN
           END-IF

           MOVE ORD-ARTICULO TO WS-LLAVE-APR-ART
                                 WS-LLAVE-HASTA-APR-ART
           MOVE ZEROS  TO WS-LLAVE-APR-PROV
           MOVE 99999  TO WS-LLAVE-HASTA-APR-PROV
           MOVE 'RI' TO WS-FUNCION-APR
           CALL 'ARTICULO-PROVEEDOR-I-O'
                USING WS-FUNCION-APR WS-LLAVE-APR WS-LLAVE-HASTA-APR
                      WS-USUARIO-REOR WS-REG-ARTPROV-AUX WS-CODIGO-APR
           IF WS-CODIGO-APR NOT EQUAL ZEROS
              MOVE 'N' TO SW-ARTICULO-RECALCULABLE
              MOVE 'SIN PROVEEDOR' TO WS-OBSERVACION-ARTICULO
              GO TO 2100-FIN
           END-IF
           MOVE WS-ARTPROV-PLAZO-AUX TO WS-PLAZO-ARTICULO

           PERFORM 2110-BUSCA-CLASE
                   VARYING WS-IDX-CLA FROM 1 BY 1
                   UNTIL WS-IDX-CLA > WS-CANTIDAD-CLASES
                   OR WS-CLASE-DEL-ARTICULO NOT EQUAL SPACES
           EVALUATE WS-CLASE-DEL-ARTICULO
              WHEN 'A'
                 MOVE WS-SEGURIDAD-A TO WS-SEGURIDAD-ARTICULO
              WHEN 'B'
                 MOVE WS-SEGURIDAD-B TO WS-SEGURIDAD-ARTICULO
              WHEN OTHER
                 MOVE WS-SEGURIDAD-C TO WS-SEGURIDAD-ARTICULO
           END-EVALUATE

           PERFORM 2120-BUSCA-EXCLUSION
                   VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-CANTIDAD-EXCLUIDOS
                   OR ARTICULO-EXCLUIDO.
       2100-FIN.  EXIT.

       2110-BUSCA-CLASE.
           IF WS-CLA-ARTICULO (WS-IDX-CLA) EQUAL WS-ARTICULO-ACTUAL
              MOVE WS-CLA-CLASE (WS-IDX-CLA) TO WS-CLASE-DEL-ARTICULO
           END-IF.
       2110-FIN.  EXIT.

       2120-BUSCA-EXCLUSION.
           IF WS-EXC-ARTICULO (WS-IDX-EXC) EQUAL WS-ARTICULO-ACTUAL
              MOVE 'S' TO SW-ARTICULO-EXCLUIDO
           END-IF.
       2120-FIN.  EXIT.

       2200-ABRE-SUCURSAL.
           MOVE ORD-SUCURSAL TO WS-SUCURSAL-ACTUAL
           MOVE ZEROS TO WS-UNIDADES-SUCURSAL.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * PUNTO DE LA SUCURSAL CONTRA SU REGISTRO EN STOCK-SUCURSAL.
      * -----------------------------------------------------------
       2300-CIERRA-SUCURSAL.
           IF NOT ARTICULO-RECALCULABLE
              GO TO 2300-FIN
           END-IF

           MOVE WS-SUCURSAL-ACTUAL TO DET-SUCURSAL
           MOVE WS-UNIDADES-SUCURSAL TO WS-UNIDADES-CALCULO

           MOVE WS-ARTICULO-ACTUAL TO WS-LLAVE-STKS-ARTICULO
           MOVE WS-SUCURSAL-ACTUAL TO WS-LLAVE-STKS-SUCURSAL
           MOVE 'LE' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-REOR
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS
           IF WS-CODIGO-STKS NOT EQUAL ZEROS
              MOVE ZEROS TO WS-PUNTO-ACTUAL
              PERFORM 2500-CALCULA-PUNTO
              MOVE WS-PUNTO-CALCULADO TO WS-PUNTO-NUEVO
              MOVE 'SIN STOCK EN SUCURSAL' TO WS-RESULTADO
              ADD 1 TO WS-CONTADOR-OBSERVADOS
              PERFORM 2600-IMPRIME-LINEA
              GO TO 2300-FIN
           END-IF

           MOVE WS-STKSUC-REORDEN-AUX TO WS-PUNTO-ACTUAL
           PERFORM 2500-CALCULA-PUNTO
           PERFORM 2510-DEFINE-RESULTADO

           IF WS-RESULTADO EQUAL 'APLICAR'
              MOVE WS-PUNTO-NUEVO TO WS-STKSUC-REORDEN-AUX
              MOVE 'CA' TO WS-FUNCION-STKS
              CALL 'STOCK-SUCURSAL-I-O'
                   USING WS-FUNCION-STKS WS-LLAVE-STKS
                         WS-LLAVE-HASTA-STKS WS-USUARIO-REOR
                         WS-REG-STKSUC-AUX WS-CODIGO-STKS
              IF WS-CODIGO-STKS EQUAL ZEROS
                 MOVE 'APLICADO' TO WS-RESULTADO
                 ADD 1 TO WS-CONTADOR-APLICADOS
              ELSE
                 MOVE 'RECHAZADO, VER STATUS' TO WS-RESULTADO
                 ADD 1 TO WS-CONTADOR-OBSERVADOS
              END-IF
           END-IF

           PERFORM 2600-IMPRIME-LINEA.
       2300-FIN.  EXIT.

      * -----------------------------------------------------------
      * LINEA TOT: PUNTO DE LA EMPRESA (ART-PUNTO-REORDEN) SOBRE LA
      * DEMANDA DE TODAS LAS SUCURSALES.
      * -----------------------------------------------------------
       2400-CIERRA-ARTICULO.
           MOVE 'TOT' TO DET-SUCURSAL
           MOVE WS-UNIDADES-ARTICULO TO WS-UNIDADES-CALCULO

           IF NOT ARTICULO-RECALCULABLE
              MOVE ZEROS TO WS-PUNTO-ACTUAL WS-PUNTO-NUEVO
                            WS-DEMANDA-DIARIA
              IF WS-CODIGO-ART EQUAL ZEROS
                 MOVE WS-ART-PUNTO-REORDEN TO WS-PUNTO-ACTUAL
                                              WS-PUNTO-NUEVO
              END-IF
              MOVE WS-OBSERVACION-ARTICULO TO WS-RESULTADO
              ADD 1 TO WS-CONTADOR-OBSERVADOS
              PERFORM 2600-IMPRIME-LINEA
              GO TO 2400-FIN
           END-IF

           MOVE WS-ART-PUNTO-REORDEN TO WS-PUNTO-ACTUAL
           PERFORM 2500-CALCULA-PUNTO
           PERFORM 2510-DEFINE-RESULTADO

           IF WS-RESULTADO EQUAL 'APLICAR'
              MOVE WS-PUNTO-NUEVO TO WS-ART-PUNTO-REORDEN
              MOVE WS-ARTICULO-ACTUAL TO WS-LLAVE-ART
              MOVE 'CA' TO WS-FUNCION-ART
              CALL 'PROG0020'
                   USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-REOR
                         WS-REG-ARTICULOS WS-CODIGO-ART
              IF WS-CODIGO-ART EQUAL ZEROS
                 MOVE 'APLICADO' TO WS-RESULTADO
                 ADD 1 TO WS-CONTADOR-APLICADOS
              ELSE
                 MOVE 'RECHAZADO, VER STATUS' TO WS-RESULTADO
                 ADD 1 TO WS-CONTADOR-OBSERVADOS
              END-IF
           END-IF

           PERFORM 2600-IMPRIME-LINEA.
       2400-FIN.  EXIT.

      * -----------------------------------------------------------
      * PUNTO = DEMANDA DIARIA X PLAZO X (1 + SEGURIDAD / 100),
      * CALCULADO SOBRE LAS UNIDADES DE LA VENTANA PARA NO PERDER
      * PRECISION EN LA DEMANDA DIARIA.
      * -----------------------------------------------------------
       2500-CALCULA-PUNTO.
           IF WS-UNIDADES-CALCULO NOT GREATER THAN ZEROS
              MOVE ZEROS TO WS-DEMANDA-DIARIA WS-PUNTO-CALCULADO
              GO TO 2500-FIN
           END-IF

           COMPUTE WS-DEMANDA-DIARIA ROUNDED =
                   WS-UNIDADES-CALCULO / WS-VENTANA-DIAS
           COMPUTE WS-PUNTO-CALCULADO ROUNDED =
                   WS-UNIDADES-CALCULO * WS-PLAZO-ARTICULO *
                   (100 + WS-SEGURIDAD-ARTICULO) /
                   (WS-VENTANA-DIAS * 100)
           IF WS-PUNTO-CALCULADO GREATER THAN 99999
              MOVE 99999 TO WS-PUNTO-CALCULADO
           END-IF.
       2500-FIN.  EXIT.

      *    SIN VENTAS NETAS EL PUNTO NO SE TOCA: UN ARTICULO NUEVO O
      *    SIN MOVIMIENTO NO DEBE QUEDAR CON PUNTO CERO.
       2510-DEFINE-RESULTADO.
           ADD 1 TO WS-CONTADOR-RECALCULADOS
           MOVE WS-PUNTO-CALCULADO TO WS-PUNTO-NUEVO

           EVALUATE TRUE
              WHEN WS-UNIDADES-CALCULO NOT GREATER THAN ZEROS
                 MOVE WS-PUNTO-ACTUAL TO WS-PUNTO-NUEVO
                 MOVE 'SIN VENTAS NETAS' TO WS-RESULTADO
              WHEN WS-PUNTO-NUEVO EQUAL WS-PUNTO-ACTUAL
                 MOVE 'SIN CAMBIO' TO WS-RESULTADO
              WHEN ARTICULO-EXCLUIDO
                 ADD 1 TO WS-CONTADOR-CON-CAMBIO
                 MOVE 'EXCLUIDO' TO WS-RESULTADO
              WHEN REORDEN-SIMULACION
                 ADD 1 TO WS-CONTADOR-CON-CAMBIO
                 MOVE 'PROPUESTO' TO WS-RESULTADO
              WHEN OTHER
                 ADD 1 TO WS-CONTADOR-CON-CAMBIO
                 MOVE 'APLICAR' TO WS-RESULTADO
           END-EVALUATE.
       2510-FIN.  EXIT.

       2600-IMPRIME-LINEA.
           MOVE WS-ARTICULO-ACTUAL  TO DET-ARTICULO
           MOVE WS-UNIDADES-CALCULO TO DET-UNIDADES
           MOVE WS-DEMANDA-DIARIA   TO DET-DEMANDA
           MOVE WS-PLAZO-ARTICULO   TO DET-PLAZO
           MOVE WS-CLASE-DEL-ARTICULO TO DET-CLASE
           MOVE WS-PUNTO-ACTUAL     TO DET-PUNTO-ACTUAL
           MOVE WS-PUNTO-NUEVO      TO DET-PUNTO-NUEVO
           MOVE WS-RESULTADO        TO DET-RESULTADO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2600-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-REOR
                      WS-REG-ARTICULOS WS-CODIGO-ART
           MOVE 'CI' TO WS-FUNCION-APR
           CALL 'ARTICULO-PROVEEDOR-I-O'
                USING WS-FUNCION-APR WS-LLAVE-APR WS-LLAVE-HASTA-APR
                      WS-USUARIO-REOR WS-REG-ARTPROV-AUX WS-CODIGO-APR
           MOVE 'CI' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-REOR
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE WS-CONTADOR-RECALCULADOS TO RES-RECALCULADOS
           MOVE WS-CONTADOR-CON-CAMBIO   TO RES-CON-CAMBIO
           MOVE WS-CONTADOR-APLICADOS    TO RES-APLICADOS
           MOVE WS-CONTADOR-OBSERVADOS   TO RES-OBSERVADOS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           IF FALTA-APROBACION
              MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-CONTADOR-LEIDOS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADOS  TO WS-STAT-APLICADOS
           MOVE WS-CONTADOR-OBSERVADOS TO WS-STAT-OBSERVADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADOS WS-STAT-OBSERVADOS

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
