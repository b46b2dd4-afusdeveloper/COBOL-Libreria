       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL SALARIO BASE DEL FINIQUITO INCLUYE EL
      *                    ADICIONAL POR ANTIGUEDAD A LA FECHA DE
      *                    BAJA (ADICIONAL-ANTIGUEDAD), ASI HABERES,
      *                    VACACIONES Y AGUINALDO PROPORCIONAL LO
      *                    TOMAN; SE INFORMA EN EL FINIQUITO.
      *   15/10/2026  AMF  LA DEDUCCION POR TRAMO DEL FINIQUITO QUEDA
      *                    TAMBIEN EN NOMDET-IMPUESTO-GAN (RETENCION
      *                    DE GANANCIAS DEL PERIODO).
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   02/09/2026  AMF  EL NETEO DE PRESTAMOS SE TOPEA EN BRUTO
      *                    MENOS DEDUCCION POR TRAMO: LA DEDUCCION
      *                    QUE EL FINIQUITO NO ALCANZA A CUBRIR

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

           COPY CPDEDRWS.
       01  WS-CODIGO-DEDR               PIC X(02).

       01  WS-FUNCION-ANT               PIC X(02) VALUE 'CA'.
       01  WS-AREA-ANTIGUEDAD.
           05 WS-ANT-LEGAJO             PIC 9(05).
           05 WS-ANT-FECHA-ALTA         PIC 9(08).
           05 WS-ANT-FECHA-HASTA        PIC 9(08).
           05 WS-ANT-SALARIO-BASE       PIC 9(07)V99.
           05 WS-ANT-ANIOS              PIC 9(02).
           05 WS-ANT-PORCENTAJE         PIC 9(03)V99.
           05 WS-ANT-IMPORTE            PIC 9(07)V99.
       01  WS-CODIGO-ANT                PIC X(02).

       01  WS-SALARIO-BASE              PIC S9(07)V99 COMP-3.
       01  WS-HABERES                   PIC S9(07)V99 COMP-3.
       01  WS-VALOR-DIA                 PIC S9(07)V99 COMP-3.
           MOVE BAJ-FECHA-BAJA(1:6) TO WS-PERIODO-LIQUIDACION
           MOVE WS-EMP-SALARIO TO WS-SALARIO-BASE

      *    EL ADICIONAL POR ANTIGUEDAD A LA FECHA DE BAJA FORMA PARTE
      *    DE LA BASE DE TODOS LOS COMPONENTES DEL FINIQUITO.
           MOVE BAJ-LEGAJO       TO WS-ANT-LEGAJO
           MOVE WS-EMP-FECHA-ALTA TO WS-ANT-FECHA-ALTA
           MOVE BAJ-FECHA-BAJA   TO WS-ANT-FECHA-HASTA
           MOVE WS-EMP-SALARIO   TO WS-ANT-SALARIO-BASE
           CALL 'ADICIONAL-ANTIGUEDAD'
                USING WS-FUNCION-ANT WS-AREA-ANTIGUEDAD WS-CODIGO-ANT
           IF WS-CODIGO-ANT EQUAL '00'
              ADD WS-ANT-IMPORTE TO WS-SALARIO-BASE
           ELSE
              MOVE ZEROS TO WS-ANT-IMPORTE
           END-IF

           CALL 'FIN-DE-MES' USING BAJ-FECHA-BAJA WS-ULTIMO-DIA-MES
                                    WS-FECHA-FIN-MES
           IF WS-ULTIMO-DIA-MES GREATER THAN ZEROS
           MOVE WS-BRUTO-LIQUIDACION TO WS-NOMDET-BRUTO
           COMPUTE WS-NOMDET-DEDUCCION =
                   WS-DEDUCCION-TRAMO + WS-SALDO-PRESTAMOS
           MOVE WS-DEDUCCION-TRAMO   TO WS-NOMDET-IMPUESTO-GAN
           MOVE WS-NETO-LIQUIDACION  TO WS-NOMDET-NETO
           MOVE WS-FECHA-HOY         TO WS-NOMDET-FECHA-LIQ
           MOVE SPACE                TO WS-NOMDET-ESTADO-PAGO
           WRITE REG-REPORTE FROM WS-LINEA-LEGAJO
                 AFTER ADVANCING 2 LINES

           IF WS-ANT-IMPORTE GREATER THAN ZEROS
              MOVE 'BASE: ADICIONAL ANTIGUEDAD' TO CON-DESCRIPCION
              MOVE WS-ANT-IMPORTE        TO CON-IMPORTE
              WRITE REG-REPORTE FROM WS-LINEA-CONCEPTO
                    AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'HABERES DEL PERIODO'    TO CON-DESCRIPCION
           MOVE WS-HABERES               TO CON-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-CONCEPTO
