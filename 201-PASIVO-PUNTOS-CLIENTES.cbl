       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     PASIVO-PUNTOS-CLIENTES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   15/10/2026  AMF  VERSION ORIGINAL. CIERRE MENSUAL DEL PASIVO
      *                    POR PUNTOS DE CLIENTES: PARA EL MES DE LA
      *                    TARJETA PERIODO= (PARAMETROS-CORRIDA; EL MES
      *                    EN CURSO POR OMISION) ORDENA MOVIMIENTOS-
      *                    PUNTOS POR CLIENTE Y LISTA EL SALDO AL
      *                    INICIO DEL MES, LOS GANADOS, REVERTIDOS,
      *                    CANJEADOS, REINTEGRADOS Y VENCIDOS DEL MES Y
      *                    EL SALDO AL CIERRE, VALORIZANDO LOS SALDOS
      *                    TOTALES AL VALOR DEL PUNTO (PARAMETROS-
      *                    PUNTOS). GRABA EN GL-INTERFAZ EL AJUSTE DE
      *                    LA CUENTA PUNTOS CONTRA GASTOPTO POR LA
      *                    DIFERENCIA ENTRE LA VARIACION DEL PASIVO Y
      *                    LO QUE YA MOVIERON EN PUNTOS LOS CANJES DE
      *                    VENTAS-DIARIAS Y LOS REINTEGROS DE
      *                    DEVOLUCIONES-VENTAS. LOS MOVIMIENTOS
      *                    POSTERIORES AL MES NO SE CONSIDERAN.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS-PUNTOS ASSIGN TO UT-S-PUNTOS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PTOS.

           SELECT ARCH-PASIVO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS-PUNTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-MOVIMIENTO-PUNTOS.
           COPY CPPTOMV1.

      *    MOVIMIENTOS HASTA EL CIERRE DEL MES. PAS-DEL-MES = 'N' ES
      *    ANTERIOR AL MES Y SOLO CUENTA PARA EL SALDO INICIAL.
       SD  ARCH-PASIVO
           DATA RECORD IS REG-PASIVO.
       01  REG-PASIVO.
           05 PAS-CLIENTE               PIC 9(08).
           05 PAS-DEL-MES               PIC X(01).
              88 PAS-ES-DEL-MES                    VALUE 'S'.
           05 PAS-TIPO                  PIC X(01).
           05 PAS-PUNTOS                PIC 9(07).
           05 PAS-IMPORTE               PIC 9(09)V99.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(12) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'PASIVO POR PUNTOS DE CLIENTES - PERIODO'.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(24) VALUE 'CLIENTE'.
           05 FILLER                    PIC X(08) VALUE ' INICIAL'.
           05 FILLER                    PIC X(08) VALUE ' GANADOS'.
           05 FILLER                    PIC X(08) VALUE '  REVERT'.
           05 FILLER                    PIC X(08) VALUE '  CANJES'.
           05 FILLER                    PIC X(08) VALUE '  REINTG'.
           05 FILLER                    PIC X(08) VALUE ' VENCIDO'.
           05 FILLER                    PIC X(08) VALUE '   FINAL'.

       01  WS-DETALLE.
           05 DET-CLIENTE               PIC 9(08).
           05 DET-CLIENTE-X REDEFINES DET-CLIENTE
                                        PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-NOMBRE                PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-INICIAL               PIC -ZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-GANADOS               PIC ZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-REVERTIDOS            PIC ZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-CANJEADOS             PIC ZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-REINTEGRADOS          PIC ZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-VENCIDOS              PIC ZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-FINAL                 PIC -ZZZZZ9.

       01  WS-LINEA-PASIVO.
           05 FILLER                    PIC X(24)
              VALUE 'VALOR DEL PUNTO:'.
           05 LPA-VALOR                 PIC Z9.99.
           05 FILLER                    PIC X(51) VALUE SPACES.

       01  WS-LINEA-IMPORTE.
           05 LIM-TEXTO                 PIC X(24).
           05 LIM-IMPORTE               PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(41) VALUE SPACES.

       01  WS-CODIGO-PTOS               PIC X(02).
       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  SW-FIN-PTOS                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PTOS                          VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.

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

       01  WS-PARAMETROS-PUNTOS.
           05 WS-PTOS-TASA-GENERAL      PIC 9(03).
           05 WS-PTOS-MESES             PIC 9(03).
           05 WS-PTOS-VALOR             PIC 9(01)V99.
           05 WS-PTOS-TASA-FAMILIA      PIC 9(03) OCCURS 1000 TIMES.
       01  WS-CODIGO-PARMP              PIC X(02).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
       01  WS-USUARIO-PTOS              PIC X(08) VALUE 'PASIVPTO'.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

      *    ACUMULADORES: 1 = CLIENTE EN CURSO, 2 = TOTAL GENERAL.
       01  WS-TABLA-NIVELES.
           05 WS-NIVEL OCCURS 2 TIMES.
              10 NIV-INICIAL            PIC S9(09) COMP-3.
              10 NIV-GANADOS            PIC S9(09) COMP-3.
              10 NIV-REVERTIDOS         PIC S9(09) COMP-3.
              10 NIV-CANJEADOS          PIC S9(09) COMP-3.
              10 NIV-REINTEGRADOS       PIC S9(09) COMP-3.
              10 NIV-VENCIDOS           PIC S9(09) COMP-3.
              10 NIV-FINAL              PIC S9(09) COMP-3.
       01  WS-NIV                       PIC 9(01).
       01  WS-CLIENTE-ACTUAL            PIC 9(08).

      *    PESOS QUE YA MOVIERON LA CUENTA PUNTOS EN EL MES: DEBE POR
      *    LAS VENTAS PAGADAS CON PUNTOS Y HABER POR LAS DEVOLUCIONES
      *    REINTEGRADAS EN PUNTOS.
       01  WS-PESOS-CANJEADOS           PIC S9(11)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-PESOS-REINTEGRADOS        PIC S9(11)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-PASIVO-INICIAL            PIC S9(11)V99 COMP-3.
       01  WS-PASIVO-FINAL              PIC S9(11)V99 COMP-3.
       01  WS-AJUSTE-PASIVO             PIC S9(11)V99 COMP-3.

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-SELECCIONADOS    PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-CLIENTES         PIC 9(07) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'PASIVO-PUNTOS-CLIEN'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-SELECCIONADOS        PIC 9(07).
       01  WS-STAT-CLIENTES             PIC 9(07).
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
           CALL 'PARAMETROS-PUNTOS'
                USING WS-PARAMETROS-PUNTOS WS-CODIGO-PARMP
           INITIALIZE WS-TABLA-NIVELES

           OPEN OUTPUT REPORTE
           MOVE WS-PERIODO-PROCESO TO TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-PTOS WS-REG-CLIENTE WS-CODIGO-CLI

           SORT ARCH-PASIVO
                ON ASCENDING KEY PAS-CLIENTE
                INPUT PROCEDURE IS 0500-LIBERA-MOVIMIENTOS
                OUTPUT PROCEDURE IS 1000-ACUMULA-CLIENTES

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * PASA AL SORT LOS MOVIMIENTOS HASTA EL CIERRE DEL MES,
      * MARCANDO LOS DEL MES.
      * -----------------------------------------------------------
       0500-LIBERA-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-PUNTOS
           IF WS-CODIGO-PTOS NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR MOVIMIENTOS-PUNTOS - STATUS: '
                      WS-CODIGO-PTOS
              MOVE 8 TO RETURN-CODE
              GO TO 0500-FIN
           END-IF
           PERFORM 0510-LIBERA-UN-MOVIMIENTO UNTIL FIN-DE-PTOS
           CLOSE MOVIMIENTOS-PUNTOS.
       0500-FIN.  EXIT.

       0510-LIBERA-UN-MOVIMIENTO.
           READ MOVIMIENTOS-PUNTOS
              AT END MOVE 'S' TO SW-FIN-PTOS
           END-READ
           IF FIN-DE-PTOS
              GO TO 0510-FIN
           END-IF
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF PTOMOV-FECHA GREATER THAN WS-FECHA-CIERRE
              GO TO 0510-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-SELECCIONADOS
           MOVE PTOMOV-CLIENTE TO PAS-CLIENTE
           IF PTOMOV-FECHA LESS THAN WS-FECHA-INICIO
              MOVE 'N' TO PAS-DEL-MES
           ELSE
              MOVE 'S' TO PAS-DEL-MES
           END-IF
           MOVE PTOMOV-TIPO    TO PAS-TIPO
           MOVE PTOMOV-PUNTOS  TO PAS-PUNTOS
           MOVE PTOMOV-IMPORTE TO PAS-IMPORTE
           RELEASE REG-PASIVO.
       0510-FIN.  EXIT.

      * -----------------------------------------------------------
      * CORTE POR CLIENTE: SALDO INICIAL, MOVIMIENTOS DEL MES Y
      * SALDO FINAL.
      * -----------------------------------------------------------
       1000-ACUMULA-CLIENTES.
           MOVE SPACES TO SW-FIN-SORT
           PERFORM 1010-DEVUELVE-MOVIMIENTO
           PERFORM 1100-PROCESA-CLIENTE UNTIL HAY-FIN-DE-SORT.
       1000-FIN.  EXIT.

       1010-DEVUELVE-MOVIMIENTO.
           RETURN ARCH-PASIVO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       1010-FIN.  EXIT.

       1100-PROCESA-CLIENTE.
           MOVE PAS-CLIENTE TO WS-CLIENTE-ACTUAL
           MOVE ZEROS TO NIV-INICIAL (1) NIV-GANADOS (1)
                         NIV-REVERTIDOS (1) NIV-CANJEADOS (1)
                         NIV-REINTEGRADOS (1) NIV-VENCIDOS (1)
           PERFORM 1110-ACUMULA-MOVIMIENTO
                   UNTIL HAY-FIN-DE-SORT
                      OR PAS-CLIENTE NOT EQUAL WS-CLIENTE-ACTUAL

           COMPUTE NIV-FINAL (1) = NIV-INICIAL (1) + NIV-GANADOS (1)
                   - NIV-REVERTIDOS (1) - NIV-CANJEADOS (1)
                   + NIV-REINTEGRADOS (1) - NIV-VENCIDOS (1)
           IF NIV-INICIAL (1) EQUAL ZEROS
              AND NIV-FINAL (1) EQUAL ZEROS
              AND NIV-GANADOS (1) EQUAL ZEROS
              AND NIV-REVERTIDOS (1) EQUAL ZEROS
              AND NIV-CANJEADOS (1) EQUAL ZEROS
              AND NIV-REINTEGRADOS (1) EQUAL ZEROS
              AND NIV-VENCIDOS (1) EQUAL ZEROS
              GO TO 1100-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-CLIENTES
           ADD NIV-INICIAL (1)      TO NIV-INICIAL (2)
           ADD NIV-GANADOS (1)      TO NIV-GANADOS (2)
           ADD NIV-REVERTIDOS (1)   TO NIV-REVERTIDOS (2)
           ADD NIV-CANJEADOS (1)    TO NIV-CANJEADOS (2)
           ADD NIV-REINTEGRADOS (1) TO NIV-REINTEGRADOS (2)
           ADD NIV-VENCIDOS (1)     TO NIV-VENCIDOS (2)
           ADD NIV-FINAL (1)        TO NIV-FINAL (2)

           MOVE WS-CLIENTE-ACTUAL TO DET-CLIENTE WS-LLAVE-CLI
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-PTOS WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI EQUAL ZEROS
              MOVE WS-CLI-NOMBRE TO DET-NOMBRE
           ELSE
              MOVE 'INEXISTENTE' TO DET-NOMBRE
           END-IF
           MOVE 1 TO WS-NIV
           PERFORM 8100-IMPRIME-NIVEL.
       1100-FIN.  EXIT.

       1110-ACUMULA-MOVIMIENTO.
           IF NOT PAS-ES-DEL-MES
              EVALUATE PAS-TIPO
                 WHEN 'G'
                 WHEN 'D'
                    ADD PAS-PUNTOS TO NIV-INICIAL (1)
                 WHEN 'R'
                 WHEN 'C'
                 WHEN 'V'
                    SUBTRACT PAS-PUNTOS FROM NIV-INICIAL (1)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              GO TO 1110-LEE
           END-IF

           EVALUATE PAS-TIPO
              WHEN 'G'
                 ADD PAS-PUNTOS TO NIV-GANADOS (1)
              WHEN 'R'
                 ADD PAS-PUNTOS TO NIV-REVERTIDOS (1)
              WHEN 'C'
                 ADD PAS-PUNTOS  TO NIV-CANJEADOS (1)
                 ADD PAS-IMPORTE TO WS-PESOS-CANJEADOS
              WHEN 'D'
                 ADD PAS-PUNTOS  TO NIV-REINTEGRADOS (1)
                 ADD PAS-IMPORTE TO WS-PESOS-REINTEGRADOS
              WHEN 'V'
                 ADD PAS-PUNTOS TO NIV-VENCIDOS (1)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1110-LEE.
           PERFORM 1010-DEVUELVE-MOVIMIENTO.
       1110-FIN.  EXIT.

       8100-IMPRIME-NIVEL.
           MOVE NIV-INICIAL (WS-NIV)      TO DET-INICIAL
           MOVE NIV-GANADOS (WS-NIV)      TO DET-GANADOS
           MOVE NIV-REVERTIDOS (WS-NIV)   TO DET-REVERTIDOS
           MOVE NIV-CANJEADOS (WS-NIV)    TO DET-CANJEADOS
           MOVE NIV-REINTEGRADOS (WS-NIV) TO DET-REINTEGRADOS
           MOVE NIV-VENCIDOS (WS-NIV)     TO DET-VENCIDOS
           MOVE NIV-FINAL (WS-NIV)        TO DET-FINAL
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       8100-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL PASIVO AL CIERRE DEBE QUEDAR EN SALDO FINAL POR VALOR
      * DEL PUNTO. LA CUENTA PUNTOS YA BAJO EN EL MES POR LOS
      * CANJES Y SUBIO POR LOS REINTEGROS; EL AJUSTE ES LO QUE
      * FALTA: POSITIVO ES GASTO DEL PROGRAMA (DEBE GASTOPTO, HABER
      * PUNTOS), NEGATIVO LO RECUPERA (VENCIMIENTOS, REVERSIONES).
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-AJUSTE-PASIVO EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              GO TO 8950-FIN
           END-IF

           MOVE WS-NOMBRE-PROGRAMA  TO GL-PROGRAMA
           MOVE WS-FECHA-CIERRE     TO GL-FECHA
           IF WS-AJUSTE-PASIVO GREATER THAN ZEROS
              MOVE WS-AJUSTE-PASIVO TO GL-IMPORTE
              MOVE 'GASTOPTO'       TO GL-CUENTA
              MOVE 'D'              TO GL-TIPO
              WRITE REG-ASIENTO-GL
              MOVE 'PUNTOS  '       TO GL-CUENTA
              MOVE 'H'              TO GL-TIPO
              WRITE REG-ASIENTO-GL
           ELSE
              COMPUTE GL-IMPORTE = ZERO - WS-AJUSTE-PASIVO
              MOVE 'PUNTOS  '       TO GL-CUENTA
              MOVE 'D'              TO GL-TIPO
              WRITE REG-ASIENTO-GL
              MOVE 'GASTOPTO'       TO GL-CUENTA
              MOVE 'H'              TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'TOTAL'  TO DET-CLIENTE-X
           MOVE SPACES   TO DET-NOMBRE
           MOVE 2 TO WS-NIV
           PERFORM 8100-IMPRIME-NIVEL

           COMPUTE WS-PASIVO-INICIAL ROUNDED =
                   NIV-INICIAL (2) * WS-PTOS-VALOR
           COMPUTE WS-PASIVO-FINAL ROUNDED =
                   NIV-FINAL (2) * WS-PTOS-VALOR
           COMPUTE WS-AJUSTE-PASIVO =
                   WS-PASIVO-FINAL - WS-PASIVO-INICIAL
                   + WS-PESOS-CANJEADOS - WS-PESOS-REINTEGRADOS

           MOVE WS-PTOS-VALOR TO LPA-VALOR
           WRITE REG-REPORTE FROM WS-LINEA-PASIVO
                 AFTER ADVANCING 2 LINES
           MOVE 'PASIVO AL INICIO:'      TO LIM-TEXTO
           MOVE WS-PASIVO-INICIAL        TO LIM-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
                 AFTER ADVANCING 1 LINE
           MOVE 'PASIVO AL CIERRE:'      TO LIM-TEXTO
           MOVE WS-PASIVO-FINAL          TO LIM-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
                 AFTER ADVANCING 1 LINE
           MOVE 'CANJES DEL MES ($):'    TO LIM-TEXTO
           MOVE WS-PESOS-CANJEADOS       TO LIM-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
                 AFTER ADVANCING 1 LINE
           MOVE 'REINTEGROS DEL MES ($):' TO LIM-TEXTO
           MOVE WS-PESOS-REINTEGRADOS    TO LIM-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
                 AFTER ADVANCING 1 LINE
           MOVE 'AJUSTE A CONTABILIZAR:' TO LIM-TEXTO
           MOVE WS-AJUSTE-PASIVO         TO LIM-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
                 AFTER ADVANCING 1 LINE

           PERFORM 8950-GRABA-ASIENTO-GL

           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-PTOS WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE WS-CONTADOR-LEIDOS        TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-SELECCIONADOS TO WS-STAT-SELECCIONADOS
           MOVE WS-CONTADOR-CLIENTES      TO WS-STAT-CLIENTES
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-SELECCIONADOS WS-STAT-CLIENTES

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
