       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ESTADO-CUENTA-CLIENTES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  CUENTAS-COBRAR PASA A 71 (COMPROBANTE
      *                    FISCAL DEL CARGO O DE LA NOTA DE CREDITO).
      *   15/10/2026  AMF  VERSION ORIGINAL. ESTADO DE CUENTA MENSUAL
      *                    DEL CLIENTE DEL MOSTRADOR: ORDENA EL
      *                    SUBDIARIO CUENTAS-COBRAR POR CLIENTE +
      *                    FECHA + HORA HASTA LA FECHA DE CORTE (FIN
      *                    DEL MES ANTERIOR A LA CORRIDA) E IMPRIME,
      *                    POR CADA CLIENTE CON SALDO O CON
      *                    MOVIMIENTOS EN EL MES, EL SALDO DE
      *                    APERTURA, CADA CARGO CON SU REFERENCIA Y
      *                    CADA PAGO DEL MES, EL SALDO DE CIERRE Y LA
      *                    ANTIGUEDAD DE LA DEUDA AL PIE (MISMAS
      *                    BANDAS Y MISMA APLICACION DE PAGOS A LO
      *                    MAS VIEJO QUE REPORTE-ANTIGUEDAD-DEUDA).
      *                    CADA ESTADO SE GUARDA EN EL REPOSITORIO DE
      *                    REPORTES CON EL NUMERO DE CLIENTE COMO ID
      *                    Y LA FECHA DE CORTE, PARA QUE MOSTRADOR LO
      *                    REIMPRIMA, Y SALE UN REGISTRO AL EXTRACTO
      *                    DE ENVIO POSTAL (CPESTCL1).
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-COBRAR ASSIGN TO UT-S-CTASCOB
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTACOB.

           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT EXTRACTO-ESTADOS ASSIGN TO UT-S-EXTESTCL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-EXTRACTO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-COBRAR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS REG-CUENTA-COBRAR.
           COPY CPCTACB1.

       SD  ARCH-ORDENADO
           DATA RECORD IS REG-CTACOB-ORDENADO.
           COPY CPCTACB1 REPLACING
                REG-CUENTA-COBRAR BY REG-CTACOB-ORDENADO
                CTACOB-CLIENTE BY ORD-CLIENTE
                CTACOB-FECHA BY ORD-FECHA
                CTACOB-HORA BY ORD-HORA
                CTACOB-TIPO BY ORD-TIPO
                CTACOB-ES-CARGO BY ORD-ES-CARGO
                CTACOB-ES-PAGO BY ORD-ES-PAGO
                CTACOB-REFERENCIA BY ORD-REFERENCIA
                CTACOB-ORIGEN BY ORD-ORIGEN
                CTACOB-IMPORTE BY ORD-IMPORTE
                CTACOB-COMPROBANTE BY ORD-COMPROBANTE
                CTACOB-SUCURSAL BY ORD-SUCURSAL
                CTACOB-PUNTO-VENTA BY ORD-PUNTO-VENTA
                CTACOB-TIPO-COMPROBANTE BY ORD-TIPO-COMPROBANTE
                CTACOB-NUMERO-COMPROBANTE BY ORD-NUMERO-COMPROBANTE.

       FD  EXTRACTO-ESTADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS REG-EXTRACTO-ESTADO.
           COPY CPESTCL1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CODIGO-CTACOB             PIC X(02).
       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-EXTRACTO           PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).

       01  WS-TITULO-1.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'ESTADO DE CUENTA CLIENTE - PERIODO'.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-LINEA-CLIENTE.
           05 FILLER                    PIC X(09) VALUE 'CLIENTE:'.
           05 CLI-NUMERO                PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 CLI-NOMBRE-LIN            PIC X(35).

       01  WS-LINEA-DIRECCION.
           05 FILLER                    PIC X(19) VALUE SPACES.
           05 CLI-DIRECCION-LIN         PIC X(35).

       01  WS-LINEA-APERTURA.
           05 FILLER                    PIC X(20)
              VALUE 'SALDO DE APERTURA:'.
           05 APE-SALDO                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(10) VALUE 'FECHA'.
           05 FILLER                    PIC X(07) VALUE 'TIPO'.
           05 FILLER                    PIC X(12) VALUE 'REFERENCIA'.
           05 FILLER                    PIC X(16) VALUE 'CARGO'.
           05 FILLER                    PIC X(16) VALUE 'PAGO'.
           05 FILLER                    PIC X(16) VALUE 'SALDO'.

       01  WS-DETALLE.
           05 DET-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-TIPO                  PIC X(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-REFERENCIA            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-CARGO                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PAGO                  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-SALDO                 PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-SIN-MOVIMIENTOS.
           05 FILLER                    PIC X(40)
              VALUE 'SIN MOVIMIENTOS EN EL PERIODO'.

       01  WS-LINEA-CIERRE.
           05 FILLER                    PIC X(20)
              VALUE 'SALDO DE CIERRE:'.
           05 CIE-SALDO                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-TITULO-ANTIGUEDAD.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(16) VALUE 'CORRIENTE'.
           05 FILLER                    PIC X(16) VALUE '30 DIAS'.
           05 FILLER                    PIC X(16) VALUE '60 DIAS'.
           05 FILLER                    PIC X(16) VALUE '90+ DIAS'.

       01  WS-LINEA-ANTIGUEDAD.
           05 FILLER                    PIC X(14)
              VALUE 'ANTIGUEDAD:'.
           05 ANT-CORRIENTE             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 ANT-BANDA-30              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 ANT-BANDA-60              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 ANT-BANDA-90              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(20)
              VALUE 'ESTADOS EMITIDOS:'.
           05 RES-ESTADOS               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(20)
              VALUE 'SALDO TOTAL:'.
           05 RES-SALDO-TOTAL           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-FECHA-HOY-PARTES REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY           PIC 9(06).
           05 WS-DIA-HOY                PIC 9(02).
       01  WS-FECHA-PRIMERO-MES         PIC 9(08).
       01  WS-FECHA-CORTE               PIC 9(08).
       01  WS-FECHA-CORTE-PARTES REDEFINES WS-FECHA-CORTE.
           05 WS-ANIO-MES-CORTE         PIC 9(06).
           05 WS-DIA-CORTE              PIC 9(02).
       01  WS-FECHA-INICIO-PERIODO      PIC 9(08).
       01  WS-MENOS-UN-DIA              PIC S9(05) VALUE -1.
       01  WS-DIAS-ANTIGUEDAD           PIC S9(07).

       01  SW-FIN-CTACOB                PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-CTACOB                   VALUE 'FIN'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMER-CLIENTE            PIC X(01) VALUE 'S'.
           88 ES-PRIMER-CLIENTE                   VALUE 'S'.
       01  SW-ENCABEZADO-IMPRESO        PIC X(01) VALUE 'N'.
           88 ENCABEZADO-IMPRESO                  VALUE 'S'.

       01  WS-CLIENTE-ANTERIOR          PIC 9(08) VALUE ZEROS.
       01  WS-SALDO-APERTURA            PIC S9(11)V99 COMP-3.
       01  WS-SALDO-CORRIDO             PIC S9(11)V99 COMP-3.
       01  WS-CARGOS-MES                PIC S9(11)V99 COMP-3.
       01  WS-PAGOS-MES                 PIC S9(11)V99 COMP-3.
       01  WS-SALDO-TOTAL               PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.

      * ANTIGUEDAD DEL CLIENTE EN CURSO: CARGOS POR BANDA A LA FECHA
      * DE CORTE Y PAGOS ACUMULADOS, QUE AL CERRAR SE APLICAN A LA
      * BANDA MAS VIEJA PRIMERO.
       01  WS-ANT-CORRIENTE             PIC S9(11)V99 COMP-3.
       01  WS-ANT-BANDA-30              PIC S9(11)V99 COMP-3.
       01  WS-ANT-BANDA-60              PIC S9(11)V99 COMP-3.
       01  WS-ANT-BANDA-90              PIC S9(11)V99 COMP-3.
       01  WS-ANT-PAGOS                 PIC S9(11)V99 COMP-3.
       01  WS-PAGO-RESTANTE             PIC S9(11)V99 COMP-3.

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
       01  WS-USUARIO-EST               PIC X(08) VALUE 'ESTADOCL'.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-TEXTO-REPO                PIC X(80).
       01  WS-FUNCION-REPO              PIC X(02).
       01  WS-ID-REPORTE-REPO           PIC X(08).
       01  WS-CODIGO-REPO               PIC X(02).

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-ESTADOS          PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'ESTADO-CTA-CLIENTES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-GRABADOS             PIC 9(07).
       01  WS-STAT-CERO                 PIC 9(07) VALUE ZEROS.
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CALCULA-PERIODO

           OPEN OUTPUT REPORTE
           OPEN OUTPUT EXTRACTO-ESTADOS

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-EST WS-REG-CLIENTE WS-CODIGO-CLI

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-CLIENTE ORD-FECHA ORD-HORA
                INPUT PROCEDURE IS 0500-FILTRA-MOVIMIENTOS
                OUTPUT PROCEDURE IS 1000-IMPRIME-ESTADOS

           IF NOT ES-PRIMER-CLIENTE
              PERFORM 3000-CIERRA-CLIENTE
           END-IF

           MOVE WS-CONTADOR-ESTADOS TO RES-ESTADOS
           MOVE WS-SALDO-TOTAL      TO RES-SALDO-TOTAL
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING PAGE

           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-EST WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE WS-CONTADOR-LEIDOS  TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-ESTADOS TO WS-STAT-GRABADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-CERO

           CLOSE EXTRACTO-ESTADOS REPORTE
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL ESTADO ES DEL MES CERRADO: CORTE = DIA ANTERIOR AL
      * PRIMERO DEL MES DE LA CORRIDA; EL PERIODO EMPIEZA EL
      * PRIMERO DEL MES DEL CORTE.
      * -----------------------------------------------------------
       0100-CALCULA-PERIODO.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           COMPUTE WS-FECHA-PRIMERO-MES = WS-ANIO-MES-HOY * 100 + 1
           CALL 'SUMA-DIAS-FECHA'
                USING WS-FECHA-PRIMERO-MES WS-MENOS-UN-DIA
                      WS-FECHA-CORTE

           MOVE WS-ANIO-MES-CORTE TO TIT-PERIODO
           COMPUTE WS-FECHA-INICIO-PERIODO =
                   WS-ANIO-MES-CORTE * 100 + 1.
       0100-FIN.  EXIT.

      * -----------------------------------------------------------
      * ENTRA AL SORT TODO MOVIMIENTO HASTA LA FECHA DE CORTE: LOS
      * ANTERIORES AL PERIODO FORMAN EL SALDO DE APERTURA Y TODOS
      * CUENTAN PARA LA ANTIGUEDAD.
      * -----------------------------------------------------------
       0500-FILTRA-MOVIMIENTOS.
           OPEN INPUT CUENTAS-COBRAR
           IF WS-CODIGO-CTACOB NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR CUENTAS-COBRAR - STATUS: '
                      WS-CODIGO-CTACOB
              MOVE 8 TO RETURN-CODE
              GO TO 0500-FIN
           END-IF
           PERFORM 0510-LEE-MOVIMIENTO
           PERFORM 0520-FILTRA-UN-MOVIMIENTO
                   UNTIL HAY-FIN-DE-CTACOB
           CLOSE CUENTAS-COBRAR.
       0500-FIN.  EXIT.

       0510-LEE-MOVIMIENTO.
           READ CUENTAS-COBRAR AT END
                MOVE 'FIN' TO SW-FIN-CTACOB
           END-READ
           IF NOT HAY-FIN-DE-CTACOB
              ADD 1 TO WS-CONTADOR-LEIDOS
           END-IF.
       0510-FIN.  EXIT.

       0520-FILTRA-UN-MOVIMIENTO.
           IF CTACOB-FECHA NOT GREATER THAN WS-FECHA-CORTE
              RELEASE REG-CTACOB-ORDENADO FROM REG-CUENTA-COBRAR
           END-IF
           PERFORM 0510-LEE-MOVIMIENTO.
       0520-FIN.  EXIT.

       1000-IMPRIME-ESTADOS.
           PERFORM 1010-LEE-ORDENADO
           PERFORM 2000-PROCESA-MOVIMIENTO UNTIL HAY-FIN-DE-SORT.
       1000-FIN.  EXIT.

       1010-LEE-ORDENADO.
           RETURN ARCH-ORDENADO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       1010-FIN.  EXIT.

       2000-PROCESA-MOVIMIENTO.
           IF ES-PRIMER-CLIENTE
              MOVE 'N' TO SW-PRIMER-CLIENTE
              PERFORM 2500-ABRE-CLIENTE
           ELSE
              IF ORD-CLIENTE NOT EQUAL WS-CLIENTE-ANTERIOR
                 PERFORM 3000-CIERRA-CLIENTE
                 PERFORM 2500-ABRE-CLIENTE
              END-IF
           END-IF

           PERFORM 2100-SUMA-ANTIGUEDAD

           IF ORD-FECHA LESS THAN WS-FECHA-INICIO-PERIODO
              IF ORD-ES-PAGO
                 SUBTRACT ORD-IMPORTE FROM WS-SALDO-APERTURA
              ELSE
                 ADD ORD-IMPORTE TO WS-SALDO-APERTURA
              END-IF
              MOVE WS-SALDO-APERTURA TO WS-SALDO-CORRIDO
              GO TO 2000-SIGUE
           END-IF

           IF NOT ENCABEZADO-IMPRESO
              PERFORM 2600-IMPRIME-ENCABEZADO
           END-IF

           MOVE ORD-FECHA      TO DET-FECHA
           MOVE ORD-REFERENCIA TO DET-REFERENCIA
           IF ORD-ES-PAGO
              MOVE 'PAGO'      TO DET-TIPO
              MOVE ZEROS       TO DET-CARGO
              MOVE ORD-IMPORTE TO DET-PAGO
              ADD ORD-IMPORTE  TO WS-PAGOS-MES
              SUBTRACT ORD-IMPORTE FROM WS-SALDO-CORRIDO
           ELSE
              MOVE 'CARGO'     TO DET-TIPO
              MOVE ORD-IMPORTE TO DET-CARGO
              MOVE ZEROS       TO DET-PAGO
              ADD ORD-IMPORTE  TO WS-CARGOS-MES
              ADD ORD-IMPORTE  TO WS-SALDO-CORRIDO
           END-IF
           MOVE WS-SALDO-CORRIDO TO DET-SALDO
           MOVE WS-DETALLE TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 8900-GRABA-REPOSITORIO.

       2000-SIGUE.
           PERFORM 1010-LEE-ORDENADO.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LOS CARGOS CAEN EN SU BANDA SEGUN LOS DIAS DESDE EL CARGO
      * HASTA LA FECHA DE CORTE; LOS PAGOS SE APLICAN AL CERRAR.
      * -----------------------------------------------------------
       2100-SUMA-ANTIGUEDAD.
           IF ORD-ES-PAGO
              ADD ORD-IMPORTE TO WS-ANT-PAGOS
              GO TO 2100-FIN
           END-IF

           CALL 'DIAS-ENTRE-FECHAS'
                USING ORD-FECHA WS-FECHA-CORTE WS-DIAS-ANTIGUEDAD

           EVALUATE TRUE
              WHEN WS-DIAS-ANTIGUEDAD NOT GREATER THAN 30
                 ADD ORD-IMPORTE TO WS-ANT-CORRIENTE
              WHEN WS-DIAS-ANTIGUEDAD NOT GREATER THAN 60
                 ADD ORD-IMPORTE TO WS-ANT-BANDA-30
              WHEN WS-DIAS-ANTIGUEDAD NOT GREATER THAN 90
                 ADD ORD-IMPORTE TO WS-ANT-BANDA-60
              WHEN OTHER
                 ADD ORD-IMPORTE TO WS-ANT-BANDA-90
           END-EVALUATE.
       2100-FIN.  EXIT.

       2500-ABRE-CLIENTE.
           MOVE ORD-CLIENTE TO WS-CLIENTE-ANTERIOR
           MOVE 'N'   TO SW-ENCABEZADO-IMPRESO
           MOVE ZEROS TO WS-SALDO-APERTURA WS-SALDO-CORRIDO
                         WS-CARGOS-MES WS-PAGOS-MES
                         WS-ANT-CORRIENTE WS-ANT-BANDA-30
                         WS-ANT-BANDA-60 WS-ANT-BANDA-90
                         WS-ANT-PAGOS.
       2500-FIN.  EXIT.

      * -----------------------------------------------------------
      * CABECERA DEL ESTADO: NUEVA PAGINA, DATOS DEL MAESTRO Y
      * SALDO DE APERTURA. ABRE EL REPOSITORIO CON EL NUMERO DE
      * CLIENTE COMO ID Y LA FECHA DE CORTE.
      * -----------------------------------------------------------
       2600-IMPRIME-ENCABEZADO.
           MOVE 'S' TO SW-ENCABEZADO-IMPRESO

           MOVE WS-CLIENTE-ANTERIOR TO WS-LLAVE-CLI
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-EST WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              MOVE SPACES TO WS-REG-CLIENTE
              MOVE 'CLIENTE INEXISTENTE EN MAESTRO' TO WS-CLI-NOMBRE
           END-IF

           MOVE WS-CLIENTE-ANTERIOR TO WS-ID-REPORTE-REPO
           MOVE 'AB' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-CORTE WS-TEXTO-REPO WS-CODIGO-REPO

           MOVE WS-CLIENTE-ANTERIOR TO CLI-NUMERO
           MOVE WS-CLI-NOMBRE       TO CLI-NOMBRE-LIN
           MOVE WS-CLI-DIRECCION    TO CLI-DIRECCION-LIN
           MOVE WS-SALDO-APERTURA   TO APE-SALDO

           MOVE WS-TITULO-1 TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           PERFORM 8900-GRABA-REPOSITORIO
           MOVE WS-LINEA-CLIENTE TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-LINEA-CLIENTE
                 AFTER ADVANCING 2 LINES
           PERFORM 8900-GRABA-REPOSITORIO
           MOVE WS-LINEA-DIRECCION TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-LINEA-DIRECCION
                 AFTER ADVANCING 1 LINE
           PERFORM 8900-GRABA-REPOSITORIO
           MOVE WS-LINEA-APERTURA TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-LINEA-APERTURA
                 AFTER ADVANCING 2 LINES
           PERFORM 8900-GRABA-REPOSITORIO
           MOVE WS-TITULO-2 TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES
           PERFORM 8900-GRABA-REPOSITORIO.
       2600-FIN.  EXIT.

      * -----------------------------------------------------------
      * CIERRE DEL CLIENTE: SIN MOVIMIENTOS EN EL MES Y SIN SALDO
      * NO HAY ESTADO. SI NO, SALDO DE CIERRE, ANTIGUEDAD AL PIE,
      * REGISTRO DEL EXTRACTO Y CIERRE DEL REPOSITORIO.
      * -----------------------------------------------------------
       3000-CIERRA-CLIENTE.
           IF NOT ENCABEZADO-IMPRESO
              IF WS-SALDO-CORRIDO EQUAL ZEROS
                 GO TO 3000-FIN
              END-IF
              PERFORM 2600-IMPRIME-ENCABEZADO
              MOVE WS-LINEA-SIN-MOVIMIENTOS TO WS-TEXTO-REPO
              WRITE REG-REPORTE FROM WS-LINEA-SIN-MOVIMIENTOS
                    AFTER ADVANCING 1 LINE
              PERFORM 8900-GRABA-REPOSITORIO
           END-IF

           ADD 1 TO WS-CONTADOR-ESTADOS
           ADD WS-SALDO-CORRIDO TO WS-SALDO-TOTAL

           MOVE WS-ANT-PAGOS TO WS-PAGO-RESTANTE
           IF WS-PAGO-RESTANTE GREATER THAN ZEROS
              PERFORM 3100-APLICA-PAGO-BANDA-90
              PERFORM 3110-APLICA-PAGO-BANDA-60
              PERFORM 3120-APLICA-PAGO-BANDA-30
              PERFORM 3130-APLICA-PAGO-CORRIENTE
           END-IF

           MOVE WS-SALDO-CORRIDO TO CIE-SALDO
           MOVE WS-LINEA-CIERRE TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-LINEA-CIERRE
                 AFTER ADVANCING 2 LINES
           PERFORM 8900-GRABA-REPOSITORIO

           MOVE WS-ANT-CORRIENTE TO ANT-CORRIENTE
           MOVE WS-ANT-BANDA-30  TO ANT-BANDA-30
           MOVE WS-ANT-BANDA-60  TO ANT-BANDA-60
           MOVE WS-ANT-BANDA-90  TO ANT-BANDA-90
           MOVE WS-TITULO-ANTIGUEDAD TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-TITULO-ANTIGUEDAD
                 AFTER ADVANCING 2 LINES
           PERFORM 8900-GRABA-REPOSITORIO
           MOVE WS-LINEA-ANTIGUEDAD TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-LINEA-ANTIGUEDAD
                 AFTER ADVANCING 1 LINE
           PERFORM 8900-GRABA-REPOSITORIO

           PERFORM 3200-GRABA-EXTRACTO

           MOVE 'CI' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-CORTE WS-TEXTO-REPO WS-CODIGO-REPO.
       3000-FIN.  EXIT.

       3100-APLICA-PAGO-BANDA-90.
           IF WS-PAGO-RESTANTE NOT GREATER THAN ZEROS
              GO TO 3100-FIN
           END-IF
           IF WS-PAGO-RESTANTE NOT LESS THAN WS-ANT-BANDA-90
              SUBTRACT WS-ANT-BANDA-90 FROM WS-PAGO-RESTANTE
              MOVE ZEROS TO WS-ANT-BANDA-90
           ELSE
              SUBTRACT WS-PAGO-RESTANTE FROM WS-ANT-BANDA-90
              MOVE ZEROS TO WS-PAGO-RESTANTE
           END-IF.
       3100-FIN.  EXIT.

       3110-APLICA-PAGO-BANDA-60.
           IF WS-PAGO-RESTANTE NOT GREATER THAN ZEROS
              GO TO 3110-FIN
           END-IF
           IF WS-PAGO-RESTANTE NOT LESS THAN WS-ANT-BANDA-60
              SUBTRACT WS-ANT-BANDA-60 FROM WS-PAGO-RESTANTE
              MOVE ZEROS TO WS-ANT-BANDA-60
           ELSE
              SUBTRACT WS-PAGO-RESTANTE FROM WS-ANT-BANDA-60
              MOVE ZEROS TO WS-PAGO-RESTANTE
           END-IF.
       3110-FIN.  EXIT.

       3120-APLICA-PAGO-BANDA-30.
           IF WS-PAGO-RESTANTE NOT GREATER THAN ZEROS
              GO TO 3120-FIN
           END-IF
           IF WS-PAGO-RESTANTE NOT LESS THAN WS-ANT-BANDA-30
              SUBTRACT WS-ANT-BANDA-30 FROM WS-PAGO-RESTANTE
              MOVE ZEROS TO WS-ANT-BANDA-30
           ELSE
              SUBTRACT WS-PAGO-RESTANTE FROM WS-ANT-BANDA-30
              MOVE ZEROS TO WS-PAGO-RESTANTE
           END-IF.
       3120-FIN.  EXIT.

       3130-APLICA-PAGO-CORRIENTE.
           IF WS-PAGO-RESTANTE NOT GREATER THAN ZEROS
              GO TO 3130-FIN
           END-IF
           IF WS-PAGO-RESTANTE NOT LESS THAN WS-ANT-CORRIENTE
              SUBTRACT WS-ANT-CORRIENTE FROM WS-PAGO-RESTANTE
              MOVE ZEROS TO WS-ANT-CORRIENTE
           ELSE
              SUBTRACT WS-PAGO-RESTANTE FROM WS-ANT-CORRIENTE
              MOVE ZEROS TO WS-PAGO-RESTANTE
           END-IF.
       3130-FIN.  EXIT.

       3200-GRABA-EXTRACTO.
           MOVE SPACES              TO REG-EXTRACTO-ESTADO
           MOVE WS-CLIENTE-ANTERIOR TO EST-CLIENTE
           MOVE WS-CLI-NOMBRE       TO EST-NOMBRE
           MOVE WS-CLI-DIRECCION    TO EST-DIRECCION
           MOVE WS-ANIO-MES-CORTE   TO EST-PERIODO
           MOVE WS-FECHA-CORTE      TO EST-FECHA-CORTE
           MOVE WS-SALDO-APERTURA   TO EST-SALDO-APERTURA
           MOVE WS-CARGOS-MES       TO EST-TOTAL-CARGOS
           MOVE WS-PAGOS-MES        TO EST-TOTAL-PAGOS
           MOVE WS-SALDO-CORRIDO    TO EST-SALDO-CIERRE
           MOVE WS-ANT-CORRIENTE    TO EST-CORRIENTE
           MOVE WS-ANT-BANDA-30     TO EST-BANDA-30
           MOVE WS-ANT-BANDA-60     TO EST-BANDA-60
           MOVE WS-ANT-BANDA-90     TO EST-BANDA-90
           WRITE REG-EXTRACTO-ESTADO.
       3200-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA LINEA DEL ESTADO QUEDA EN EL REPOSITORIO BAJO EL ID
      * DEL CLIENTE, PARA REIMPRIMIRLO DESDE MOSTRADOR.
      * -----------------------------------------------------------
       8900-GRABA-REPOSITORIO.
           MOVE 'LI' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-CORTE WS-TEXTO-REPO WS-CODIGO-REPO.
       8900-FIN.  EXIT.
      * ---------------------------------------------------------------
