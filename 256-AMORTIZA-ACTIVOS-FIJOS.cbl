       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     AMORTIZA-ACTIVOS-FIJOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. AMORTIZACION MENSUAL DE
      *                    LOS BIENES DE USO (ACTIVOS-FIJOS-I-O,
      *                    CPACTF01) PARA EL PERIODO DE LA TARJETA
      *                    PERIODO= (SIN TARJETA, EL MES DE LA FECHA
      *                    DEL SISTEMA). AMORTIZA EL BIEN EN USO DADO
      *                    DE ALTA HASTA EL CIERRE DEL MES, DESDE EL
      *                    MES DEL ALTA: LINEAL, COSTO SOBRE VIDA UTIL;
      *                    SALDO DECRECIENTE, EL DOBLE DE LA TASA SOBRE
      *                    EL VALOR RESIDUAL, PASANDO A LINEAL SOBRE LOS
      *                    MESES QUE RESTAN CUANDO ESTA DA MAS. EL
      *                    ULTIMO MES TOMA EL RESIDUAL. ACTUALIZA EL
      *                    ACUMULADO, LOS MESES Y LA CUOTA DEL PERIODO
      *                    EN EL MAESTRO Y POSTEA EN GL-INTERFAZ CON
      *                    FECHA DE CIERRE: DEBE AL GASTO DE CADA
      *                    CATEGORIA Y CENTRO DE COSTO (RAIZ DE LA
      *                    CATEGORIA + CENTRO) Y HABER A LA AMORTIZACION
      *                    ACUMULADA DE LA CATEGORIA. CONTROL-CORRIDAS
      *                    POR MES. BIEN CON CATEGORIA INEXISTENTE,
      *                    RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORIAS-ACTIVO ASSIGN TO UT-S-CATACTF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CATAF.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.

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
           05 FILLER                    PIC X(12) VALUE SPACES.
           05 FILLER                    PIC X(42)
              VALUE 'AMORTIZACION DE BIENES DE USO - MES '.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(08) VALUE 'BIEN'.
           05 FILLER                    PIC X(20) VALUE 'DESCRIPCION'.
           05 FILLER                    PIC X(04) VALUE 'CAT'.
           05 FILLER                    PIC X(06) VALUE 'CCO'.
           05 FILLER                    PIC X(14)
              VALUE '        CUOTA'.
           05 FILLER                    PIC X(14)
              VALUE '    ACUMULADA'.
           05 FILLER                    PIC X(14)
              VALUE '     RESIDUAL'.

       01  WS-DETALLE.
           05 DET-NUMERO                PIC 9(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-DESCRIPCION           PIC X(18).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CATEGORIA             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-CENTRO                PIC 9(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CUOTA                 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ACUMULADA             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-RESIDUAL              PIC ZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-ERROR.
           05 ERR-NUMERO                PIC 9(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 ERR-DESCRIPCION           PIC X(18).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 ERR-CATEGORIA             PIC X(03).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 ERR-MENSAJE               PIC X(46).

       01  WS-TITULO-IMPUTACION.
           05 FILLER                    PIC X(40)
              VALUE 'ASIENTO DE AMORTIZACION DEL MES'.
           05 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-LINEA-IMPUTACION.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 IMP-CATEGORIA             PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 IMP-CENTRO                PIC ZZZ.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 IMP-CUENTA                PIC X(08).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 IMP-TIPO                  PIC X(01).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 IMP-IMPORTE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(30) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(16)
              VALUE 'BIENES LEIDOS:'.
           05 RES-LEIDOS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE '  AMORTIZADOS:'.
           05 RES-AMORTIZADOS           PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  IMPORTE:'.
           05 RES-IMPORTE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(05) VALUE SPACES.

       01  WS-LINEA-RESUMEN-2.
           05 FILLER                    PIC X(16)
              VALUE 'CON ERRORES:'.
           05 RES-ERRORES               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(58) VALUE SPACES.

       01  WS-CODIGO-CATAF              PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
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

       01  WS-FUNCION-CTRL              PIC X(02).
       01  WS-PERIODO-CTRL              PIC 9(06).
       01  WS-CODIGO-CTRL               PIC X(02).

       01  WS-FUNCION-ACF               PIC X(02).
       01  WS-LLAVE-ACF                 PIC 9(06) VALUE ZEROS.
       01  WS-LLAVE-HASTA-ACF           PIC 9(06) VALUE 999999.
       01  WS-USUARIO-ACF               PIC X(08) VALUE 'AMORTACF'.
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
              88 WS-ACTF-DECRECIENTE-AUX           VALUE 'D'.
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

      * CATEGORIAS DE BIENES DE USO CON SUS CUENTAS Y LO AMORTIZADO
      * EN EL MES, QUE VA AL HABER DE LA AMORTIZACION ACUMULADA.
       01  WS-TABLA-CATEGORIAS.
           05 WS-CANTIDAD-CATEGORIAS    PIC 9(02) VALUE ZEROS.
           05 WS-CATEGORIA OCCURS 50 TIMES.
              10 WS-CAT-CODIGO          PIC X(03).
              10 WS-CAT-CUENTA-AMORT    PIC X(08).
              10 WS-CAT-RAIZ-GASTO      PIC X(05).
              10 WS-CAT-AMORT-MES       PIC S9(11)V99 COMP-3.
       01  WS-IDX-CAT                   PIC 9(02).
       01  WS-CATEGORIA-HALLADA         PIC 9(02).

      * GASTO DEL MES POR CATEGORIA Y CENTRO DE COSTO.
       01  WS-TABLA-IMPUTACION.
           05 WS-CANTIDAD-IMPUTACION    PIC 9(03) VALUE ZEROS.
           05 WS-IMPUTACION OCCURS 500 TIMES.
              10 WS-IMP-CATEGORIA       PIC 9(02).
              10 WS-IMP-CENTRO          PIC 9(03).
              10 WS-IMP-IMPORTE         PIC S9(11)V99 COMP-3.
       01  WS-IDX-IMP                   PIC 9(03).
       01  WS-IMPUTACION-HALLADA        PIC 9(03).

       01  WS-CUENTA-GASTO.
           05 WS-CTAG-RAIZ              PIC X(05).
           05 WS-CTAG-CENTRO            PIC 9(03).

       01  WS-PENDIENTE                 PIC 9(11)V99.
       01  WS-CUOTA                     PIC 9(11)V99.
       01  WS-CUOTA-LINEAL-RESTO        PIC 9(11)V99.
       01  WS-MESES-RESTANTES           PIC 9(03).
       01  WS-TOTAL-AMORTIZADO          PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.

      * --- LINEA DE ASIENTO A GRABAR ---
       01  WS-GL-CUENTA                 PIC X(08).
       01  WS-GL-TIPO                   PIC X(01).
       01  WS-GL-IMPORTE                PIC S9(11)V99 COMP-3.

       01  WS-CONTADOR-LEIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-AMORTIZADOS      PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-ERRORES          PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'AMORTIZA-ACTIVOS'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-AMORTIZADOS          PIC 9(07).
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

           MOVE 'VE' TO WS-FUNCION-CTRL
           MOVE WS-PERIODO-PROCESO TO WS-PERIODO-CTRL
           CALL 'CONTROL-CORRIDAS'
                USING WS-FUNCION-CTRL WS-NOMBRE-PROGRAMA
                      WS-PERIODO-CTRL WS-CODIGO-CTRL
           IF WS-CODIGO-CTRL EQUAL 'YA'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 0100-CARGA-CATEGORIAS
           IF WS-CANTIDAD-CATEGORIAS EQUAL ZEROS
              DISPLAY 'CATEGORIAS-ACTIVO VACIO O AUSENTE: NO SE '
                      'AMORTIZA'
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

           PERFORM 8950-GRABA-ASIENTO-GL
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
           MOVE CATAF-CATEGORIA         TO WS-CAT-CODIGO (WS-IDX-CAT)
           MOVE CATAF-CUENTA-AMORT-ACUM
             TO WS-CAT-CUENTA-AMORT (WS-IDX-CAT)
           IF CATAF-RAIZ-GASTO NOT EQUAL SPACES
              MOVE CATAF-RAIZ-GASTO TO WS-CAT-RAIZ-GASTO (WS-IDX-CAT)
           ELSE
              MOVE 'AMORT' TO WS-CAT-RAIZ-GASTO (WS-IDX-CAT)
           END-IF
           MOVE ZEROS TO WS-CAT-AMORT-MES (WS-IDX-CAT).
       0110-FIN.  EXIT.

       1000-ABRE-ARCHIVOS.
           OPEN OUTPUT REPORTE
           MOVE WS-PERIODO-PROCESO TO TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * SE AMORTIZA EL BIEN EN USO, CON ALTA HASTA EL CIERRE DEL
      * MES, QUE NO FUE AMORTIZADO EN ESTE PERIODO O UNO POSTERIOR
      * Y TIENE VALOR RESIDUAL.
      * -----------------------------------------------------------
       2000-PROCESA-BIEN.
           ADD 1 TO WS-CONTADOR-LEIDOS
           PERFORM 2010-AMORTIZA-BIEN

           MOVE 'RS' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF.
       2000-FIN.  EXIT.

       2010-AMORTIZA-BIEN.
           IF WS-ACTF-DADO-DE-BAJA-AUX
              OR WS-ACTF-FECHA-ALTA-AUX GREATER THAN WS-FECHA-CIERRE
              OR WS-ACTF-ULT-PERIODO-AUX NOT LESS THAN
                 WS-PERIODO-PROCESO
              OR WS-ACTF-AMORT-ACUM-AUX NOT LESS THAN
                 WS-ACTF-COSTO-AUX
              GO TO 2010-FIN
           END-IF

           PERFORM 2100-BUSCA-CATEGORIA
           IF WS-CATEGORIA-HALLADA EQUAL ZEROS
              MOVE 'CATEGORIA INEXISTENTE: NO SE AMORTIZA'
                TO ERR-MENSAJE
              PERFORM 2900-INFORMA-ERROR
              GO TO 2010-FIN
           END-IF

           PERFORM 2200-CALCULA-CUOTA
           IF WS-CUOTA EQUAL ZEROS
              GO TO 2010-FIN
           END-IF

           ADD WS-CUOTA TO WS-ACTF-AMORT-ACUM-AUX
           ADD 1        TO WS-ACTF-MESES-AMORT-AUX
           MOVE WS-PERIODO-PROCESO TO WS-ACTF-ULT-PERIODO-AUX
           MOVE WS-CUOTA           TO WS-ACTF-AMORT-ULT-MES-AUX
           MOVE WS-ACTF-NUMERO-AUX TO WS-LLAVE-ACF
           MOVE 'CA' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF
           IF WS-CODIGO-ACF NOT EQUAL ZEROS
              MOVE 'NO SE PUDO ACTUALIZAR EL MAESTRO'
                TO ERR-MENSAJE
              PERFORM 2900-INFORMA-ERROR
              GO TO 2010-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-AMORTIZADOS
           ADD WS-CUOTA TO WS-TOTAL-AMORTIZADO
           ADD WS-CUOTA TO WS-CAT-AMORT-MES (WS-CATEGORIA-HALLADA)
           PERFORM 2300-ACUMULA-IMPUTACION

           MOVE WS-ACTF-NUMERO-AUX      TO DET-NUMERO
           MOVE WS-ACTF-DESCRIPCION-AUX TO DET-DESCRIPCION
           MOVE WS-ACTF-CATEGORIA-AUX   TO DET-CATEGORIA
           MOVE WS-ACTF-CENTRO-AUX      TO DET-CENTRO
           MOVE WS-CUOTA                TO DET-CUOTA
           MOVE WS-ACTF-AMORT-ACUM-AUX  TO DET-ACUMULADA
           COMPUTE DET-RESIDUAL = WS-ACTF-COSTO-AUX
                   - WS-ACTF-AMORT-ACUM-AUX
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
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

      * -----------------------------------------------------------
      * LINEAL: COSTO / VIDA UTIL. SALDO DECRECIENTE: RESIDUAL * 2 /
      * VIDA UTIL, O EL RESIDUAL REPARTIDO EN LOS MESES QUE RESTAN SI
      * ESO DA MAS. NUNCA MAS QUE EL RESIDUAL; EL ULTIMO MES DE VIDA
      * UTIL (O DESPUES) SE LLEVA TODO LO QUE QUEDA.
      * -----------------------------------------------------------
       2200-CALCULA-CUOTA.
           COMPUTE WS-PENDIENTE = WS-ACTF-COSTO-AUX
                   - WS-ACTF-AMORT-ACUM-AUX
           IF WS-ACTF-VIDA-UTIL-AUX EQUAL ZEROS
              OR WS-ACTF-MESES-AMORT-AUX + 1
                 NOT LESS THAN WS-ACTF-VIDA-UTIL-AUX
              MOVE WS-PENDIENTE TO WS-CUOTA
              GO TO 2200-FIN
           END-IF

           IF WS-ACTF-DECRECIENTE-AUX
              COMPUTE WS-CUOTA ROUNDED =
                      WS-PENDIENTE * 2 / WS-ACTF-VIDA-UTIL-AUX
              COMPUTE WS-MESES-RESTANTES = WS-ACTF-VIDA-UTIL-AUX
                      - WS-ACTF-MESES-AMORT-AUX
              COMPUTE WS-CUOTA-LINEAL-RESTO ROUNDED =
                      WS-PENDIENTE / WS-MESES-RESTANTES
              IF WS-CUOTA-LINEAL-RESTO GREATER THAN WS-CUOTA
                 MOVE WS-CUOTA-LINEAL-RESTO TO WS-CUOTA
              END-IF
           ELSE
              COMPUTE WS-CUOTA ROUNDED =
                      WS-ACTF-COSTO-AUX / WS-ACTF-VIDA-UTIL-AUX
           END-IF

           IF WS-CUOTA GREATER THAN WS-PENDIENTE
              MOVE WS-PENDIENTE TO WS-CUOTA
           END-IF.
       2200-FIN.  EXIT.

       2300-ACUMULA-IMPUTACION.
           MOVE ZEROS TO WS-IMPUTACION-HALLADA
           PERFORM 2310-COMPARA-IMPUTACION
                   VARYING WS-IDX-IMP FROM 1 BY 1
                   UNTIL WS-IDX-IMP > WS-CANTIDAD-IMPUTACION
                      OR WS-IMPUTACION-HALLADA GREATER THAN ZEROS

           IF WS-IMPUTACION-HALLADA EQUAL ZEROS
              IF WS-CANTIDAD-IMPUTACION NOT LESS THAN 500
                 DISPLAY 'TABLA DE IMPUTACION LLENA - BIEN: '
                         WS-ACTF-NUMERO-AUX
                 GO TO 2300-FIN
              END-IF
              ADD 1 TO WS-CANTIDAD-IMPUTACION
              MOVE WS-CANTIDAD-IMPUTACION TO WS-IMPUTACION-HALLADA
              MOVE WS-CATEGORIA-HALLADA
                TO WS-IMP-CATEGORIA (WS-IMPUTACION-HALLADA)
              MOVE WS-ACTF-CENTRO-AUX
                TO WS-IMP-CENTRO (WS-IMPUTACION-HALLADA)
              MOVE ZEROS TO WS-IMP-IMPORTE (WS-IMPUTACION-HALLADA)
           END-IF

           ADD WS-CUOTA TO WS-IMP-IMPORTE (WS-IMPUTACION-HALLADA).
       2300-FIN.  EXIT.

       2310-COMPARA-IMPUTACION.
           IF WS-IMP-CATEGORIA (WS-IDX-IMP) EQUAL WS-CATEGORIA-HALLADA
              AND WS-IMP-CENTRO (WS-IDX-IMP) EQUAL WS-ACTF-CENTRO-AUX
              MOVE WS-IDX-IMP TO WS-IMPUTACION-HALLADA
           END-IF.
       2310-FIN.  EXIT.

       2900-INFORMA-ERROR.
           ADD 1 TO WS-CONTADOR-ERRORES
           MOVE WS-ACTF-NUMERO-AUX      TO ERR-NUMERO
           MOVE WS-ACTF-DESCRIPCION-AUX TO ERR-DESCRIPCION
           MOVE WS-ACTF-CATEGORIA-AUX   TO ERR-CATEGORIA
           WRITE REG-REPORTE FROM WS-LINEA-ERROR AFTER ADVANCING 1 LINE.
       2900-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEBE AL GASTO DE CADA CATEGORIA Y CENTRO, HABER A LA
      * AMORTIZACION ACUMULADA DE CADA CATEGORIA. FECHA DE CIERRE.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-TOTAL-AMORTIZADO EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

           WRITE REG-REPORTE FROM WS-TITULO-IMPUTACION
                 AFTER ADVANCING 2 LINES

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              MOVE 8 TO RETURN-CODE
              GO TO 8950-FIN
           END-IF

           PERFORM 8960-POSTEA-UN-GASTO
                   VARYING WS-IDX-IMP FROM 1 BY 1
                   UNTIL WS-IDX-IMP > WS-CANTIDAD-IMPUTACION
           PERFORM 8970-POSTEA-UNA-CATEGORIA
                   VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-CANTIDAD-CATEGORIAS

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.

       8960-POSTEA-UN-GASTO.
           MOVE WS-IMP-CATEGORIA (WS-IDX-IMP) TO WS-IDX-CAT
           MOVE WS-CAT-RAIZ-GASTO (WS-IDX-CAT) TO WS-CTAG-RAIZ
           MOVE WS-IMP-CENTRO (WS-IDX-IMP)     TO WS-CTAG-CENTRO
           MOVE WS-CUENTA-GASTO TO WS-GL-CUENTA
           MOVE 'D' TO WS-GL-TIPO
           MOVE WS-IMP-IMPORTE (WS-IDX-IMP) TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL

           MOVE WS-CAT-CODIGO (WS-IDX-CAT)     TO IMP-CATEGORIA
           MOVE WS-IMP-CENTRO (WS-IDX-IMP)     TO IMP-CENTRO
           MOVE WS-GL-CUENTA                   TO IMP-CUENTA
           MOVE WS-GL-TIPO                     TO IMP-TIPO
           MOVE WS-IMP-IMPORTE (WS-IDX-IMP)    TO IMP-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-IMPUTACION
                 AFTER ADVANCING 1 LINE.
       8960-FIN.  EXIT.

       8970-POSTEA-UNA-CATEGORIA.
           IF WS-CAT-AMORT-MES (WS-IDX-CAT) EQUAL ZEROS
              GO TO 8970-FIN
           END-IF

           MOVE WS-CAT-CUENTA-AMORT (WS-IDX-CAT) TO WS-GL-CUENTA
           MOVE 'H' TO WS-GL-TIPO
           MOVE WS-CAT-AMORT-MES (WS-IDX-CAT) TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL

           MOVE WS-CAT-CODIGO (WS-IDX-CAT)     TO IMP-CATEGORIA
           MOVE ZEROS                          TO IMP-CENTRO
           MOVE WS-GL-CUENTA                   TO IMP-CUENTA
           MOVE WS-GL-TIPO                     TO IMP-TIPO
           MOVE WS-CAT-AMORT-MES (WS-IDX-CAT)  TO IMP-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-IMPUTACION
                 AFTER ADVANCING 1 LINE.
       8970-FIN.  EXIT.

      * -----------------------------------------------------------
      * GL-IMPORTE NO LLEVA SIGNO: LA LINEA EN CERO NO SE GRABA.
      * -----------------------------------------------------------
       8100-ESCRIBE-LINEA-GL.
           IF WS-GL-IMPORTE EQUAL ZEROS
              GO TO 8100-FIN
           END-IF

           MOVE WS-GL-CUENTA       TO GL-CUENTA
           MOVE WS-GL-TIPO         TO GL-TIPO
           MOVE WS-GL-IMPORTE      TO GL-IMPORTE
           MOVE WS-NOMBRE-PROGRAMA TO GL-PROGRAMA
           MOVE WS-FECHA-CIERRE    TO GL-FECHA
           MOVE 'ARS'              TO GL-MONEDA
           MOVE ZEROS              TO GL-IMPORTE-ORIGEN
           WRITE REG-ASIENTO-GL.
       8100-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-LEIDOS      TO RES-LEIDOS
           MOVE WS-CONTADOR-AMORTIZADOS TO RES-AMORTIZADOS
           MOVE WS-TOTAL-AMORTIZADO     TO RES-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           MOVE WS-CONTADOR-ERRORES     TO RES-ERRORES
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-2
                 AFTER ADVANCING 1 LINE

           MOVE 'CI' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF

           MOVE 'RE' TO WS-FUNCION-CTRL
           MOVE WS-PERIODO-PROCESO TO WS-PERIODO-CTRL
           CALL 'CONTROL-CORRIDAS'
                USING WS-FUNCION-CTRL WS-NOMBRE-PROGRAMA
                      WS-PERIODO-CTRL WS-CODIGO-CTRL

           MOVE WS-CONTADOR-LEIDOS      TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-AMORTIZADOS TO WS-STAT-AMORTIZADOS
           MOVE WS-CONTADOR-ERRORES     TO WS-STAT-ERRORES
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-AMORTIZADOS WS-STAT-ERRORES

           IF WS-CONTADOR-ERRORES GREATER THAN ZEROS
              AND RETURN-CODE LESS THAN 4
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
