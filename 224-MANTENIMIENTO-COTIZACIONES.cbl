       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-COTIZACIONES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. CARGA POR LOTE DEL TIPO
      *                    DE CAMBIO DIARIO EN COTIZACIONES (CPCOTIZ1):
      *                    ALTA (A) DE LA COTIZACION DE UNA MONEDA Y
      *                    FECHA, Y CAMBIO (C) PARA CORREGIR UNA YA
      *                    CARGADA. LA MONEDA DEBE SER DOLAR (USD),
      *                    LA FECHA VALIDA, LA COMPRA MAYOR QUE CERO Y
      *                    LA VENTA NO MENOR QUE LA COMPRA. TODO QUEDA
      *                    EN AUDITORIA (COTIZACIONES-I-O). RECHAZOS
      *                    LISTADOS Y RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-COTIZACIONES ASSIGN TO UT-S-TRANSCT
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-COTIZACIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-COTIZACION.
       01  REG-TRANS-COTIZACION.
           05 TRCT-TIPO                 PIC X(01).
              88 TRCT-ES-ALTA                       VALUE 'A'.
              88 TRCT-ES-CAMBIO                     VALUE 'C'.
           05 TRCT-LLAVE.
              10 TRCT-MONEDA            PIC X(03).
                 88 TRCT-MONEDA-VALIDA              VALUE 'USD'.
              10 TRCT-FECHA             PIC 9(08).
           05 TRCT-COMPRA               PIC 9(05)V9(04).
           05 TRCT-VENTA                PIC 9(05)V9(04).
           05 FILLER                    PIC X(50).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MANTENIMIENTO DE COTIZACIONES'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MONEDA                PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-COMPRA                PIC ZZ,ZZ9.9999.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-VENTA                 PIC ZZ,ZZ9.9999.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(09).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MENSAJE               PIC X(28).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(25)
              VALUE 'TRANSACCIONES LEIDAS:'.
           05 RES-LEIDAS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'APLICADAS:'.
           05 RES-APLICADAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-TRANS-INVALIDA            PIC X(01).
           88 TRANS-INVALIDA                       VALUE 'S'.

       01  WS-USUARIO-CT                PIC X(08) VALUE 'MANTCOTI'.

       01  WS-FUNCION-COT               PIC X(02).
       01  WS-LLAVE-COT                 PIC X(11).
           COPY CPCOTIWS.
       01  WS-CODIGO-COT                PIC X(02).

       01  WS-VALIDA                    PIC X(01).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-COTIZACIONES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADAS            PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-TRANSACCION UNTIL FIN-DE-TRANS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           OPEN INPUT TRANS-COTIZACIONES
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-CT
                      WS-REG-COTIZACION WS-CODIGO-COT

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-COTIZACIONES
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRCT-TIPO   TO DET-TIPO
           MOVE TRCT-MONEDA TO DET-MONEDA
           MOVE TRCT-FECHA  TO DET-FECHA
           MOVE TRCT-COMPRA TO DET-COMPRA
           MOVE TRCT-VENTA  TO DET-VENTA
           MOVE TRCT-LLAVE  TO WS-LLAVE-COT
           MOVE SPACES      TO DET-MENSAJE

           EVALUATE TRUE
              WHEN TRCT-ES-ALTA
              WHEN TRCT-ES-CAMBIO
                 PERFORM 2010-APLICA-COTIZACION
              WHEN OTHER
                 MOVE 'RECHAZADA' TO DET-RESULTADO
                 MOVE 'TIPO DE TRANSACCION INVALIDO' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-EVALUATE

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * VALIDACIONES COMUNES A ALTA Y CAMBIO: MONEDA, FECHA Y QUE
      * EL TIPO VENDEDOR NO QUEDE POR DEBAJO DEL COMPRADOR.
      * -----------------------------------------------------------
       2005-VALIDA-COTIZACION.
           MOVE 'N' TO SW-TRANS-INVALIDA

           IF NOT TRCT-MONEDA-VALIDA
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'MONEDA INVALIDA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           IF TRCT-FECHA NOT NUMERIC
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'FECHA INVALIDA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           CALL 'VALIDA-FECHA' USING TRCT-FECHA WS-VALIDA
           IF WS-VALIDA EQUAL 'N'
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'FECHA INVALIDA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           IF TRCT-COMPRA NOT NUMERIC OR TRCT-VENTA NOT NUMERIC
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'COTIZACION NO NUMERICA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF TRCT-COMPRA EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'FALTA LA COTIZACION COMPRA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF TRCT-VENTA < TRCT-COMPRA
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'VENTA MENOR QUE COMPRA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF.
       2005-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL ALTA EXIGE QUE LA FECHA NO ESTE CARGADA Y EL CAMBIO QUE
      * YA LO ESTE; EL ERROR DE LLAVE LO DEVUELVE COTIZACIONES-I-O.
      * -----------------------------------------------------------
       2010-APLICA-COTIZACION.
           PERFORM 2005-VALIDA-COTIZACION
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2010-FIN
           END-IF

           MOVE TRCT-LLAVE  TO WS-COT-LLAVE
           MOVE TRCT-COMPRA TO WS-COT-COMPRA
           MOVE TRCT-VENTA  TO WS-COT-VENTA
           IF TRCT-ES-ALTA
              MOVE 'AL' TO WS-FUNCION-COT
           ELSE
              MOVE 'CA' TO WS-FUNCION-COT
           END-IF
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-CT
                      WS-REG-COTIZACION WS-CODIGO-COT

           EVALUATE WS-CODIGO-COT
              WHEN '00'
                 MOVE 'APLICADA' TO DET-RESULTADO
                 MOVE 'COTIZACION ACTUALIZADA' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-APLICADAS
              WHEN '22'
                 MOVE 'RECHAZADA' TO DET-RESULTADO
                 MOVE 'FECHA YA CARGADA' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-RECHAZADAS
              WHEN '23'
                 MOVE 'RECHAZADA' TO DET-RESULTADO
                 MOVE 'FECHA NO CARGADA' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-RECHAZADAS
              WHEN OTHER
                 MOVE 'RECHAZADA' TO DET-RESULTADO
                 MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-EVALUATE.
       2010-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-CT
                      WS-REG-COTIZACION WS-CODIGO-COT

           MOVE WS-CONTADOR-LEIDAS     TO RES-LEIDAS
           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADAS WS-STAT-RECHAZADAS

           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TRANS-COTIZACIONES REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
