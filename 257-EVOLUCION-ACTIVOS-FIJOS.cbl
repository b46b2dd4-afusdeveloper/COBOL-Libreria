       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     EVOLUCION-ACTIVOS-FIJOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. CUADRO DE EVOLUCION DE
      *                    LOS BIENES DE USO (ACTIVOS-FIJOS-I-O,
      *                    CPACTF01) PARA EL MES DE LA TARJETA
      *                    PERIODO= (SIN TARJETA, EL MES EN CURSO). POR
      *                    CATEGORIA: COSTO AL INICIO, ALTAS, BAJAS Y
      *                    COSTO AL CIERRE; AMORTIZACION ACUMULADA AL
      *                    INICIO, DEL MES, DE LAS BAJAS Y AL CIERRE.
      *                    EL INICIO SE RECONSTRUYE DESDE EL CIERRE,
      *                    POR LO QUE SE CORRE DESPUES DE AMORTIZA-
      *                    ACTIVOS-FIJOS Y ANTES DE AMORTIZAR EL MES
      *                    SIGUIENTE (BIEN YA AMORTIZADO EN UN MES
      *                    POSTERIOR, INFORMADO Y RETURN-CODE 4).
      *                    LOS CIERRES SE CONCILIAN CONTRA EL SALDO
      *                    ACUMULADO EN LIBRO-MAYOR DE LA CUENTA DEL
      *                    ACTIVO Y DE LA AMORTIZACION ACUMULADA DE
      *                    CADA CATEGORIA (CATEGORIAS-ACTIVO, CPCATAF1);
      *                    DIFERENCIA, RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORIAS-ACTIVO ASSIGN TO UT-S-CATACTF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CATAF.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORIAS-ACTIVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CATEGORIA-ACTIVO.
           COPY CPCATAF1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(12) VALUE SPACES.
           05 FILLER                    PIC X(42)
              VALUE 'EVOLUCION DE BIENES DE USO - PERIODO '.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(20) VALUE 'CATEGORIA'.
           05 FILLER                    PIC X(15)
              VALUE '         INICIO'.
           05 FILLER                    PIC X(15)
              VALUE '   ALTAS / MES'.
           05 FILLER                    PIC X(15)
              VALUE '          BAJAS'.
           05 FILLER                    PIC X(15)
              VALUE '         CIERRE'.

       01  WS-LINEA-CATEGORIA.
           05 LCA-CATEGORIA             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LCA-DESCRIPCION           PIC X(20).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-LINEA-EVOLUCION.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 EVO-CONCEPTO              PIC X(18).
           05 EVO-INICIO                PIC ZZZZ,ZZZ,ZZ9.99.
           05 EVO-ALTAS                 PIC ZZZZ,ZZZ,ZZ9.99.
           05 EVO-BAJAS                 PIC ZZZZ,ZZZ,ZZ9.99.
           05 EVO-CIERRE                PIC ZZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-ERROR.
           05 ERR-NUMERO                PIC 9(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 ERR-DESCRIPCION           PIC X(18).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 ERR-CATEGORIA             PIC X(03).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 ERR-MENSAJE               PIC X(46).

       01  WS-TITULO-CONCILIACION.
           05 FILLER                    PIC X(40)
              VALUE 'CONCILIACION CON EL LIBRO MAYOR'.
           05 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-TITULO-CONCILIACION-2.
           05 FILLER                    PIC X(10) VALUE 'CUENTA'.
           05 FILLER                    PIC X(17)
              VALUE '   BIENES DE USO'.
           05 FILLER                    PIC X(17)
              VALUE '           MAYOR'.
           05 FILLER                    PIC X(17)
              VALUE '      DIFERENCIA'.
           05 FILLER                    PIC X(19) VALUE SPACES.

       01  WS-LINEA-CONCILIACION.
           05 CON-CUENTA                PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 CON-SUBDIARIO             PIC ZZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 CON-MAYOR                 PIC ZZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 CON-DIFERENCIA            PIC ZZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 CON-RESULTADO             PIC X(10).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(16)
              VALUE 'BIENES LEIDOS:'.
           05 RES-LEIDOS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE '  CON ERRORES:'.
           05 RES-ERRORES               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE '  DIFERENCIAS:'.
           05 RES-DIFERENCIAS           PIC ZZ9.
           05 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-LINEA-RESULTADO.
           05 RES-RESULTADO             PIC X(50).
           05 FILLER                    PIC X(30) VALUE SPACES.

       01  WS-CODIGO-CATAF              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-CATAF                 PIC X(01) VALUE 'N'.
           88 FIN-DE-CATAF                         VALUE 'S'.

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

       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
           05 WS-PARM-DEPTO-HASTA       PIC 9(03).
           05 WS-PARM-LEGAJO-DESDE      PIC 9(05).
           05 WS-PARM-LEGAJO-HASTA      PIC 9(05).
           05 WS-PARM-PERIODO           PIC 9(06).
       01  WS-CODIGO-PARMC              PIC X(02).

       01  WS-FUNCION-ACF               PIC X(02).
       01  WS-LLAVE-ACF                 PIC 9(06) VALUE ZEROS.
       01  WS-LLAVE-HASTA-ACF           PIC 9(06) VALUE 999999.
       01  WS-USUARIO-ACF               PIC X(08) VALUE 'EVOLACTF'.
       01  WS-REG-ACTIVO-AUX.
           05 WS-ACTF-NUMERO-AUX        PIC 9(06).
           05 WS-ACTF-DESCRIPCION-AUX   PIC X(30).
           05 WS-ACTF-CATEGORIA-AUX     PIC X(03).
           05 WS-ACTF-SUCURSAL-AUX      PIC 9(03).
           05 WS-ACTF-CENTRO-AUX        PIC 9(03).
           05 WS-ACTF-FECHA-ALTA-AUX    PIC 9(08).
           05 WS-ACTF-COSTO-AUX         PIC 9(11)V99.
           05 WS-ACTF-VIDA-UTIL-AUX     PIC 9(03).
           05 WS-ACTF-METODO-AUX        PIC X(01).
           05 WS-ACTF-PROVEEDOR-AUX     PIC 9(05).
           05 WS-ACTF-FACTURA-AUX       PIC X(10).
           05 WS-ACTF-AMORT-ACUM-AUX    PIC 9(11)V99.
           05 WS-ACTF-MESES-AMORT-AUX   PIC 9(03).
           05 WS-ACTF-ULT-PERIODO-AUX   PIC 9(06).
           05 WS-ACTF-AMORT-ULT-MES-AUX PIC 9(11)V99.
           05 WS-ACTF-ESTADO-AUX        PIC X(01).
              88 WS-ACTF-DADO-DE-BAJA-AUX          VALUE 'B'.
           05 WS-ACTF-FECHA-BAJA-AUX    PIC 9(08).
           05 WS-ACTF-PRECIO-VENTA-AUX  PIC 9(11)V99.
           05 WS-ACTF-RESULTADO-AUX     PIC S9(11)V99.
       01  WS-CODIGO-ACF                PIC X(02).

       01  WS-FUNCION-MAY               PIC X(02).
       01  WS-LLAVE-MAY                 PIC X(14).
       01  WS-LLAVE-HASTA-MAY           PIC X(14).
       01  WS-REG-MAYOR-AUX.
           05 WS-MAY-CUENTA-AUX         PIC X(08).
           05 WS-MAY-PERIODO-AUX        PIC 9(06).
           05 WS-MAY-DEBE-AUX           PIC S9(13)V99 COMP-3.
           05 WS-MAY-HABER-AUX          PIC S9(13)V99 COMP-3.
       01  WS-CODIGO-MAY                PIC X(02).

      * EVOLUCION DEL MES POR CATEGORIA.
       01  WS-TABLA-CATEGORIAS.
           05 WS-CANTIDAD-CATEGORIAS    PIC 9(02) VALUE ZEROS.
           05 WS-CATEGORIA OCCURS 50 TIMES.
              10 WS-CAT-CODIGO          PIC X(03).
              10 WS-CAT-DESCRIPCION     PIC X(20).
              10 WS-CAT-CUENTA-ACTIVO   PIC X(08).
              10 WS-CAT-CUENTA-AMORT    PIC X(08).
              10 WS-CAT-COSTO-INICIO    PIC S9(13)V99 COMP-3.
              10 WS-CAT-COSTO-ALTAS     PIC S9(13)V99 COMP-3.
              10 WS-CAT-COSTO-BAJAS     PIC S9(13)V99 COMP-3.
              10 WS-CAT-COSTO-CIERRE    PIC S9(13)V99 COMP-3.
              10 WS-CAT-AMORT-INICIO    PIC S9(13)V99 COMP-3.
              10 WS-CAT-AMORT-MES       PIC S9(13)V99 COMP-3.
              10 WS-CAT-AMORT-BAJAS     PIC S9(13)V99 COMP-3.
              10 WS-CAT-AMORT-CIERRE    PIC S9(13)V99 COMP-3.
       01  WS-IDX-CAT                   PIC 9(02).
       01  WS-CATEGORIA-HALLADA         PIC 9(02).

      * CUENTAS DEL MAYOR A CONCILIAR. VARIAS CATEGORIAS PUEDEN
      * COMPARTIR CUENTA: EL SUBDIARIO SE SUMA POR CUENTA. LA
      * AMORTIZACION ACUMULADA ES DE SALDO ACREEDOR.
       01  WS-TABLA-CUENTAS.
           05 WS-CANTIDAD-CUENTAS       PIC 9(03) VALUE ZEROS.
           05 WS-CUENTA OCCURS 100 TIMES.
              10 WS-CNT-CUENTA          PIC X(08).
              10 WS-CNT-NATURALEZA      PIC X(01).
                 88 WS-CNT-ACREEDORA               VALUE 'H'.
              10 WS-CNT-SUBDIARIO       PIC S9(13)V99 COMP-3.
              10 WS-CNT-MAYOR           PIC S9(13)V99 COMP-3.
       01  WS-IDX-CNT                   PIC 9(03).
       01  WS-CUENTA-HALLADA            PIC 9(03).
       01  WS-CUENTA-BUSCADA            PIC X(08).
       01  WS-NATURALEZA-BUSCADA        PIC X(01).
       01  WS-IMPORTE-CUENTA            PIC S9(13)V99 COMP-3.
       01  WS-DIFERENCIA                PIC S9(13)V99 COMP-3.

       01  WS-TOTAL-EVOLUCION.
           05 WS-TOT-COSTO-INICIO       PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
           05 WS-TOT-COSTO-ALTAS        PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
           05 WS-TOT-COSTO-BAJAS        PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
           05 WS-TOT-COSTO-CIERRE       PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
           05 WS-TOT-AMORT-INICIO       PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
           05 WS-TOT-AMORT-MES          PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
           05 WS-TOT-AMORT-BAJAS        PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
           05 WS-TOT-AMORT-CIERRE       PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

      * LO DEL BIEN EN EL MES.
       01  WS-BIEN-COSTO-INICIO         PIC S9(13)V99 COMP-3.
       01  WS-BIEN-COSTO-ALTA           PIC S9(13)V99 COMP-3.
       01  WS-BIEN-COSTO-BAJA           PIC S9(13)V99 COMP-3.
       01  WS-BIEN-COSTO-CIERRE         PIC S9(13)V99 COMP-3.
       01  WS-BIEN-AMORT-MES            PIC S9(13)V99 COMP-3.
       01  WS-BIEN-AMORT-BAJA           PIC S9(13)V99 COMP-3.
       01  WS-BIEN-AMORT-CIERRE         PIC S9(13)V99 COMP-3.

       01  WS-CONTADOR-LEIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-INCLUIDOS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-ERRORES          PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-DIFERENCIAS      PIC 9(03) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'EVOLUCION-ACTIVOS'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-INCLUIDOS            PIC 9(07).
       01  WS-STAT-ERRORES              PIC 9(07).
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
           MOVE 01 TO WS-DIA-INICIO
           CALL 'FIN-DE-MES' USING WS-FECHA-INICIO WS-ULTIMO-DIA
                                   WS-FECHA-CIERRE

           PERFORM 0100-CARGA-CATEGORIAS
           IF WS-CANTIDAD-CATEGORIAS EQUAL ZEROS
              DISPLAY 'CATEGORIAS-ACTIVO VACIO O AUSENTE: NO HAY '
                      'EVOLUCION QUE INFORMAR'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1000-ABRE-ARCHIVOS

           MOVE 'RI' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF

           PERFORM 2000-PROCESA-BIEN
                   UNTIL WS-CODIGO-ACF NOT EQUAL ZEROS

           PERFORM 3000-IMPRIME-EVOLUCION
           PERFORM 4000-SALDOS-MAYOR
           PERFORM 5000-CONCILIA
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       0100-CARGA-CATEGORIAS.
           OPEN INPUT CATEGORIAS-ACTIVO
           IF WS-CODIGO-CATAF NOT EQUAL ZEROS
              GO TO 0100-FIN
           END-IF

           PERFORM 0110-CARGA-UNA-CATEGORIA UNTIL FIN-DE-CATAF
           CLOSE CATEGORIAS-ACTIVO.
       0100-FIN.  EXIT.

       0110-CARGA-UNA-CATEGORIA.
           READ CATEGORIAS-ACTIVO
              AT END MOVE 'S' TO SW-FIN-CATAF
           END-READ
           IF FIN-DE-CATAF
              GO TO 0110-FIN
           END-IF

           IF CATAF-CATEGORIA EQUAL SPACES
              OR WS-CANTIDAD-CATEGORIAS NOT LESS THAN 50
              GO TO 0110-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-CATEGORIAS
           MOVE WS-CANTIDAD-CATEGORIAS TO WS-IDX-CAT
           MOVE CATAF-CATEGORIA     TO WS-CAT-CODIGO (WS-IDX-CAT)
           MOVE CATAF-DESCRIPCION   TO WS-CAT-DESCRIPCION (WS-IDX-CAT)
           MOVE CATAF-CUENTA-ACTIVO
             TO WS-CAT-CUENTA-ACTIVO (WS-IDX-CAT)
           MOVE CATAF-CUENTA-AMORT-ACUM
             TO WS-CAT-CUENTA-AMORT (WS-IDX-CAT)
           MOVE ZEROS TO WS-CAT-COSTO-INICIO (WS-IDX-CAT)
                         WS-CAT-COSTO-ALTAS (WS-IDX-CAT)
                         WS-CAT-COSTO-BAJAS (WS-IDX-CAT)
                         WS-CAT-COSTO-CIERRE (WS-IDX-CAT)
                         WS-CAT-AMORT-INICIO (WS-IDX-CAT)
                         WS-CAT-AMORT-MES (WS-IDX-CAT)
                         WS-CAT-AMORT-BAJAS (WS-IDX-CAT)
                         WS-CAT-AMORT-CIERRE (WS-IDX-CAT).
       0110-FIN.  EXIT.

       1000-ABRE-ARCHIVOS.
           OPEN OUTPUT REPORTE
           MOVE WS-PERIODO-PROCESO TO TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE

           MOVE 'AB' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF.
       1000-FIN.  EXIT.

       2000-PROCESA-BIEN.
           ADD 1 TO WS-CONTADOR-LEIDOS
           PERFORM 2010-EVOLUCION-BIEN

           MOVE 'RS' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * QUEDAN AFUERA EL BIEN DADO DE ALTA DESPUES DEL CIERRE Y EL
      * DADO DE BAJA ANTES DEL MES. EL ALTA DEL MES VA A ALTAS, LA
      * BAJA DEL MES SACA EL COSTO Y TODO LO AMORTIZADO. LA CUOTA
      * DEL MES ES LA DEL ULTIMO PERIODO SI ES ESTE; EL INICIO DE LA
      * AMORTIZACION SE DEDUCE: CIERRE + BAJAS - CUOTA DEL MES.
      * -----------------------------------------------------------
       2010-EVOLUCION-BIEN.
           IF WS-ACTF-FECHA-ALTA-AUX GREATER THAN WS-FECHA-CIERRE
              GO TO 2010-FIN
           END-IF
           IF WS-ACTF-DADO-DE-BAJA-AUX
              AND WS-ACTF-FECHA-BAJA-AUX LESS THAN WS-FECHA-INICIO
              GO TO 2010-FIN
           END-IF

           PERFORM 2100-BUSCA-CATEGORIA
           IF WS-CATEGORIA-HALLADA EQUAL ZEROS
              MOVE 'CATEGORIA INEXISTENTE: FUERA DEL CUADRO'
                TO ERR-MENSAJE
              PERFORM 2900-INFORMA-ERROR
              GO TO 2010-FIN
           END-IF
           IF WS-ACTF-ULT-PERIODO-AUX GREATER THAN WS-PERIODO-PROCESO
              MOVE 'AMORTIZADO EN UN MES POSTERIOR AL PERIODO'
                TO ERR-MENSAJE
              PERFORM 2900-INFORMA-ERROR
           END-IF

           MOVE ZEROS TO WS-BIEN-COSTO-INICIO WS-BIEN-COSTO-ALTA
                         WS-BIEN-COSTO-BAJA WS-BIEN-AMORT-MES
                         WS-BIEN-AMORT-BAJA
           IF WS-ACTF-FECHA-ALTA-AUX NOT LESS THAN WS-FECHA-INICIO
              MOVE WS-ACTF-COSTO-AUX TO WS-BIEN-COSTO-ALTA
           ELSE
              MOVE WS-ACTF-COSTO-AUX TO WS-BIEN-COSTO-INICIO
           END-IF
           IF WS-ACTF-ULT-PERIODO-AUX EQUAL WS-PERIODO-PROCESO
              MOVE WS-ACTF-AMORT-ULT-MES-AUX TO WS-BIEN-AMORT-MES
           END-IF

           IF WS-ACTF-DADO-DE-BAJA-AUX
              AND WS-ACTF-FECHA-BAJA-AUX NOT GREATER THAN
                  WS-FECHA-CIERRE
              MOVE WS-ACTF-COSTO-AUX      TO WS-BIEN-COSTO-BAJA
              MOVE WS-ACTF-AMORT-ACUM-AUX TO WS-BIEN-AMORT-BAJA
              MOVE ZEROS TO WS-BIEN-COSTO-CIERRE WS-BIEN-AMORT-CIERRE
           ELSE
              MOVE WS-ACTF-COSTO-AUX      TO WS-BIEN-COSTO-CIERRE
              MOVE WS-ACTF-AMORT-ACUM-AUX TO WS-BIEN-AMORT-CIERRE
           END-IF

           ADD 1 TO WS-CONTADOR-INCLUIDOS
           MOVE WS-CATEGORIA-HALLADA TO WS-IDX-CAT
           ADD WS-BIEN-COSTO-INICIO TO WS-CAT-COSTO-INICIO (WS-IDX-CAT)
           ADD WS-BIEN-COSTO-ALTA   TO WS-CAT-COSTO-ALTAS (WS-IDX-CAT)
           ADD WS-BIEN-COSTO-BAJA   TO WS-CAT-COSTO-BAJAS (WS-IDX-CAT)
           ADD WS-BIEN-COSTO-CIERRE TO WS-CAT-COSTO-CIERRE (WS-IDX-CAT)
           ADD WS-BIEN-AMORT-MES    TO WS-CAT-AMORT-MES (WS-IDX-CAT)
           ADD WS-BIEN-AMORT-BAJA   TO WS-CAT-AMORT-BAJAS (WS-IDX-CAT)
           ADD WS-BIEN-AMORT-CIERRE TO WS-CAT-AMORT-CIERRE (WS-IDX-CAT)
           COMPUTE WS-CAT-AMORT-INICIO (WS-IDX-CAT) =
                   WS-CAT-AMORT-INICIO (WS-IDX-CAT)
                   + WS-BIEN-AMORT-CIERRE + WS-BIEN-AMORT-BAJA
                   - WS-BIEN-AMORT-MES.
       2010-FIN.  EXIT.

       2100-BUSCA-CATEGORIA.
           MOVE ZEROS TO WS-CATEGORIA-HALLADA
           PERFORM 2110-COMPARA-CATEGORIA
                   VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-CANTIDAD-CATEGORIAS
                      OR WS-CATEGORIA-HALLADA GREATER THAN ZEROS.
       2100-FIN.  EXIT.

       2110-COMPARA-CATEGORIA.
           IF WS-CAT-CODIGO (WS-IDX-CAT) EQUAL WS-ACTF-CATEGORIA-AUX
              MOVE WS-IDX-CAT TO WS-CATEGORIA-HALLADA
           END-IF.
       2110-FIN.  EXIT.

       2900-INFORMA-ERROR.
           ADD 1 TO WS-CONTADOR-ERRORES
           MOVE WS-ACTF-NUMERO-AUX      TO ERR-NUMERO
           MOVE WS-ACTF-DESCRIPCION-AUX TO ERR-DESCRIPCION
           MOVE WS-ACTF-CATEGORIA-AUX   TO ERR-CATEGORIA
           WRITE REG-REPORTE FROM WS-LINEA-ERROR AFTER ADVANCING 1 LINE.
       2900-FIN.  EXIT.

      * -----------------------------------------------------------
      * DOS LINEAS POR CATEGORIA (COSTO Y AMORTIZACION) Y EL TOTAL.
      * CADA CIERRE SE SUMA A SU CUENTA DEL MAYOR PARA CONCILIAR.
      * -----------------------------------------------------------
       3000-IMPRIME-EVOLUCION.
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES
           PERFORM 3010-IMPRIME-CATEGORIA
                   VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-CANTIDAD-CATEGORIAS

           MOVE SPACES                 TO LCA-CATEGORIA
           MOVE 'TOTAL BIENES DE USO'  TO LCA-DESCRIPCION
           WRITE REG-REPORTE FROM WS-LINEA-CATEGORIA
                 AFTER ADVANCING 2 LINES
           MOVE 'COSTO DE ORIGEN'      TO EVO-CONCEPTO
           MOVE WS-TOT-COSTO-INICIO    TO EVO-INICIO
           MOVE WS-TOT-COSTO-ALTAS     TO EVO-ALTAS
           MOVE WS-TOT-COSTO-BAJAS     TO EVO-BAJAS
           MOVE WS-TOT-COSTO-CIERRE    TO EVO-CIERRE
           WRITE REG-REPORTE FROM WS-LINEA-EVOLUCION
                 AFTER ADVANCING 1 LINE
           MOVE 'AMORT. ACUMULADA'     TO EVO-CONCEPTO
           MOVE WS-TOT-AMORT-INICIO    TO EVO-INICIO
           MOVE WS-TOT-AMORT-MES       TO EVO-ALTAS
           MOVE WS-TOT-AMORT-BAJAS     TO EVO-BAJAS
           MOVE WS-TOT-AMORT-CIERRE    TO EVO-CIERRE
           WRITE REG-REPORTE FROM WS-LINEA-EVOLUCION
                 AFTER ADVANCING 1 LINE
           MOVE 'VALOR RESIDUAL'       TO EVO-CONCEPTO
           COMPUTE EVO-INICIO = WS-TOT-COSTO-INICIO
                   - WS-TOT-AMORT-INICIO
           MOVE ZEROS                  TO EVO-ALTAS EVO-BAJAS
           COMPUTE EVO-CIERRE = WS-TOT-COSTO-CIERRE
                   - WS-TOT-AMORT-CIERRE
           WRITE REG-REPORTE FROM WS-LINEA-EVOLUCION
                 AFTER ADVANCING 1 LINE.
       3000-FIN.  EXIT.

      * LA CUENTA SE REGISTRA AUNQUE LA CATEGORIA NO TENGA BIENES:
      * UN SALDO EN EL MAYOR SIN BIENES TAMBIEN ES DIFERENCIA.
       3010-IMPRIME-CATEGORIA.
           IF WS-CAT-COSTO-INICIO (WS-IDX-CAT) NOT EQUAL ZEROS
              OR WS-CAT-COSTO-ALTAS (WS-IDX-CAT) NOT EQUAL ZEROS
              OR WS-CAT-COSTO-BAJAS (WS-IDX-CAT) NOT EQUAL ZEROS
              OR WS-CAT-AMORT-INICIO (WS-IDX-CAT) NOT EQUAL ZEROS
              PERFORM 3020-LINEAS-CATEGORIA
           END-IF

           MOVE WS-CAT-CUENTA-ACTIVO (WS-IDX-CAT) TO WS-CUENTA-BUSCADA
           MOVE 'D' TO WS-NATURALEZA-BUSCADA
           MOVE WS-CAT-COSTO-CIERRE (WS-IDX-CAT) TO WS-IMPORTE-CUENTA
           PERFORM 3100-SUMA-A-CUENTA
           MOVE WS-CAT-CUENTA-AMORT (WS-IDX-CAT) TO WS-CUENTA-BUSCADA
           MOVE 'H' TO WS-NATURALEZA-BUSCADA
           MOVE WS-CAT-AMORT-CIERRE (WS-IDX-CAT) TO WS-IMPORTE-CUENTA
           PERFORM 3100-SUMA-A-CUENTA.
       3010-FIN.  EXIT.

       3020-LINEAS-CATEGORIA.
           MOVE WS-CAT-CODIGO (WS-IDX-CAT)      TO LCA-CATEGORIA
           MOVE WS-CAT-DESCRIPCION (WS-IDX-CAT) TO LCA-DESCRIPCION
           WRITE REG-REPORTE FROM WS-LINEA-CATEGORIA
                 AFTER ADVANCING 2 LINES
           MOVE 'COSTO DE ORIGEN'                TO EVO-CONCEPTO
           MOVE WS-CAT-COSTO-INICIO (WS-IDX-CAT) TO EVO-INICIO
           MOVE WS-CAT-COSTO-ALTAS (WS-IDX-CAT)  TO EVO-ALTAS
           MOVE WS-CAT-COSTO-BAJAS (WS-IDX-CAT)  TO EVO-BAJAS
           MOVE WS-CAT-COSTO-CIERRE (WS-IDX-CAT) TO EVO-CIERRE
           WRITE REG-REPORTE FROM WS-LINEA-EVOLUCION
                 AFTER ADVANCING 1 LINE
           MOVE 'AMORT. ACUMULADA'               TO EVO-CONCEPTO
           MOVE WS-CAT-AMORT-INICIO (WS-IDX-CAT) TO EVO-INICIO
           MOVE WS-CAT-AMORT-MES (WS-IDX-CAT)    TO EVO-ALTAS
           MOVE WS-CAT-AMORT-BAJAS (WS-IDX-CAT)  TO EVO-BAJAS
           MOVE WS-CAT-AMORT-CIERRE (WS-IDX-CAT) TO EVO-CIERRE
           WRITE REG-REPORTE FROM WS-LINEA-EVOLUCION
                 AFTER ADVANCING 1 LINE

           ADD WS-CAT-COSTO-INICIO (WS-IDX-CAT) TO WS-TOT-COSTO-INICIO
           ADD WS-CAT-COSTO-ALTAS (WS-IDX-CAT)  TO WS-TOT-COSTO-ALTAS
           ADD WS-CAT-COSTO-BAJAS (WS-IDX-CAT)  TO WS-TOT-COSTO-BAJAS
           ADD WS-CAT-COSTO-CIERRE (WS-IDX-CAT) TO WS-TOT-COSTO-CIERRE
           ADD WS-CAT-AMORT-INICIO (WS-IDX-CAT) TO WS-TOT-AMORT-INICIO
           ADD WS-CAT-AMORT-MES (WS-IDX-CAT)    TO WS-TOT-AMORT-MES
           ADD WS-CAT-AMORT-BAJAS (WS-IDX-CAT)  TO WS-TOT-AMORT-BAJAS
           ADD WS-CAT-AMORT-CIERRE (WS-IDX-CAT) TO WS-TOT-AMORT-CIERRE.
       3020-FIN.  EXIT.

       3100-SUMA-A-CUENTA.
           IF WS-CUENTA-BUSCADA EQUAL SPACES
              GO TO 3100-FIN
           END-IF

           MOVE ZEROS TO WS-CUENTA-HALLADA
           PERFORM 3110-COMPARA-CUENTA
                   VARYING WS-IDX-CNT FROM 1 BY 1
                   UNTIL WS-IDX-CNT > WS-CANTIDAD-CUENTAS
                      OR WS-CUENTA-HALLADA GREATER THAN ZEROS

           IF WS-CUENTA-HALLADA EQUAL ZEROS
              IF WS-CANTIDAD-CUENTAS NOT LESS THAN 100
                 DISPLAY 'TABLA DE CUENTAS LLENA - CUENTA: '
                         WS-CUENTA-BUSCADA
                 GO TO 3100-FIN
              END-IF
              ADD 1 TO WS-CANTIDAD-CUENTAS
              MOVE WS-CANTIDAD-CUENTAS TO WS-CUENTA-HALLADA
              MOVE WS-CUENTA-BUSCADA
                TO WS-CNT-CUENTA (WS-CUENTA-HALLADA)
              MOVE WS-NATURALEZA-BUSCADA
                TO WS-CNT-NATURALEZA (WS-CUENTA-HALLADA)
              MOVE ZEROS TO WS-CNT-SUBDIARIO (WS-CUENTA-HALLADA)
                            WS-CNT-MAYOR (WS-CUENTA-HALLADA)
           END-IF

           ADD WS-IMPORTE-CUENTA
            TO WS-CNT-SUBDIARIO (WS-CUENTA-HALLADA).
       3100-FIN.  EXIT.

       3110-COMPARA-CUENTA.
           IF WS-CNT-CUENTA (WS-IDX-CNT) EQUAL WS-CUENTA-BUSCADA
              MOVE WS-IDX-CNT TO WS-CUENTA-HALLADA
           END-IF.
       3110-FIN.  EXIT.

      * -----------------------------------------------------------
      * SALDO DEL MAYOR = ACUMULADO DE TODOS LOS PERIODOS HASTA EL
      * DEL PROCESO, CON EL SIGNO NATURAL DE LA CUENTA.
      * -----------------------------------------------------------
       4000-SALDOS-MAYOR.
           MOVE 'AB' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-ACF WS-REG-MAYOR-AUX WS-CODIGO-MAY

           PERFORM 4010-SALDO-UNA-CUENTA
                   VARYING WS-IDX-CNT FROM 1 BY 1
                   UNTIL WS-IDX-CNT > WS-CANTIDAD-CUENTAS

           MOVE 'CI' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-ACF WS-REG-MAYOR-AUX WS-CODIGO-MAY.
       4000-FIN.  EXIT.

       4010-SALDO-UNA-CUENTA.
           MOVE WS-CNT-CUENTA (WS-IDX-CNT) TO WS-LLAVE-MAY(1:8)
                                              WS-LLAVE-HASTA-MAY(1:8)
           MOVE ZEROS              TO WS-LLAVE-MAY(9:6)
           MOVE WS-PERIODO-PROCESO TO WS-LLAVE-HASTA-MAY(9:6)
           MOVE 'RI' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-ACF WS-REG-MAYOR-AUX WS-CODIGO-MAY
           PERFORM 4020-SUMA-PERIODO
                   UNTIL WS-CODIGO-MAY NOT EQUAL ZEROS.
       4010-FIN.  EXIT.

       4020-SUMA-PERIODO.
           IF WS-CNT-ACREEDORA (WS-IDX-CNT)
              COMPUTE WS-CNT-MAYOR (WS-IDX-CNT) =
                      WS-CNT-MAYOR (WS-IDX-CNT)
                      + WS-MAY-HABER-AUX - WS-MAY-DEBE-AUX
           ELSE
              COMPUTE WS-CNT-MAYOR (WS-IDX-CNT) =
                      WS-CNT-MAYOR (WS-IDX-CNT)
                      + WS-MAY-DEBE-AUX - WS-MAY-HABER-AUX
           END-IF

           MOVE WS-MAY-CUENTA-AUX  TO WS-LLAVE-MAY(1:8)
           MOVE WS-MAY-PERIODO-AUX TO WS-LLAVE-MAY(9:6)
           MOVE 'RS' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-ACF WS-REG-MAYOR-AUX WS-CODIGO-MAY.
       4020-FIN.  EXIT.

       5000-CONCILIA.
           WRITE REG-REPORTE FROM WS-TITULO-CONCILIACION
                 AFTER ADVANCING 3 LINES
           WRITE REG-REPORTE FROM WS-TITULO-CONCILIACION-2
                 AFTER ADVANCING 1 LINE
           PERFORM 5010-CONCILIA-UNA-CUENTA
                   VARYING WS-IDX-CNT FROM 1 BY 1
                   UNTIL WS-IDX-CNT > WS-CANTIDAD-CUENTAS.
       5000-FIN.  EXIT.

       5010-CONCILIA-UNA-CUENTA.
           COMPUTE WS-DIFERENCIA = WS-CNT-MAYOR (WS-IDX-CNT)
                   - WS-CNT-SUBDIARIO (WS-IDX-CNT)
           MOVE WS-CNT-CUENTA (WS-IDX-CNT)     TO CON-CUENTA
           MOVE WS-CNT-SUBDIARIO (WS-IDX-CNT)  TO CON-SUBDIARIO
           MOVE WS-CNT-MAYOR (WS-IDX-CNT)      TO CON-MAYOR
           MOVE WS-DIFERENCIA                  TO CON-DIFERENCIA
           IF WS-DIFERENCIA EQUAL ZEROS
              MOVE 'CUADRA'    TO CON-RESULTADO
           ELSE
              MOVE '*NO CUADRA' TO CON-RESULTADO
              ADD 1 TO WS-CONTADOR-DIFERENCIAS
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-CONCILIACION
                 AFTER ADVANCING 1 LINE.
       5010-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-LEIDOS      TO RES-LEIDOS
           MOVE WS-CONTADOR-ERRORES     TO RES-ERRORES
           MOVE WS-CONTADOR-DIFERENCIAS TO RES-DIFERENCIAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           IF WS-CONTADOR-DIFERENCIAS EQUAL ZEROS
              MOVE 'LOS BIENES DE USO CUADRAN CON EL MAYOR'
                TO RES-RESULTADO
           ELSE
              MOVE '*** HAY CUENTAS QUE NO CUADRAN CON EL MAYOR ***'
                TO RES-RESULTADO
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-RESULTADO
                 AFTER ADVANCING 1 LINE

           MOVE 'CI' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF

           MOVE WS-CONTADOR-LEIDOS      TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-INCLUIDOS   TO WS-STAT-INCLUIDOS
           MOVE WS-CONTADOR-ERRORES     TO WS-STAT-ERRORES
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-INCLUIDOS WS-STAT-ERRORES

           IF WS-CONTADOR-ERRORES GREATER THAN ZEROS
              OR WS-CONTADOR-DIFERENCIAS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
