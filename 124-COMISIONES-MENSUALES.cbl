       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  CUENTAS EN DOLARES: LA TARJETA DEL
      *                    TARIFARIO TRAE MONEDA (BLANCO = PESOS) Y LA
      *                    CUENTA SE BUSCA POR TIPO Y MONEDA, ASI LA
      *                    COMISION Y EL MINIMO EXENTO VAN EN LA
      *                    MONEDA DE LA CUENTA. LO COBRADO EN DOLARES
      *                    SE ASIENTA APARTE (DEBE CTASDOLR) CON EL
      *                    IMPORTE ORIGEN Y SU EQUIVALENTE AL
      *                    COMPRADOR DEL CIERRE (COTIZACIONES-I-O,
      *                    FUNCION LF); SIN COTIZACION LA CUENTA EN
      *                    DOLARES NO SE COBRA. FD GL-INTERFAZ A 66
      *                    POSICIONES (CPGLVOU1).
      *   15/10/2026  AMF  LA CUENTA CERRADA NO SE COBRA NI SE LISTA:
      *                    LA COMISION PRORRATEADA DEL ULTIMO MES LA
      *                    COBRO EL CIERRE DE CUENTAS.
      *   02/09/2026  AMF  VERSION ORIGINAL. COBRO MENSUAL DE LA
      *                    COMISION DE MANTENIMIENTO DE CUENTAS, EN
      *                    EL TREN DE FIN DE MES: LEE EL TARIFARIO
           05 TARIFA-TIPO-CUENTA        PIC X(01).
           05 TARIFA-IMPORTE            PIC 9(07)V99.
           05 TARIFA-SALDO-MINIMO       PIC 9(09)V99.
           05 TARIFA-MONEDA             PIC X(03).
           05 FILLER                    PIC X(56).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

           05 WS-CANTIDAD-TARIFAS       PIC 9(02) VALUE ZEROS.
           05 WS-TARIFA-TABLA OCCURS 10 TIMES.
              10 WS-TAR-TIPO            PIC X(01).
              10 WS-TAR-MONEDA          PIC X(03).
              10 WS-TAR-IMPORTE         PIC 9(07)V99.
              10 WS-TAR-SALDO-MINIMO    PIC 9(09)V99.
       01  WS-IDX-TAR                   PIC 9(02).
       01  WS-TIPO-CUENTA               PIC X(01).
       01  WS-MONEDA-CUENTA             PIC X(03).
       01  WS-IMPORTE-COMISION          PIC 9(07)V99.
       01  WS-SALDO-MINIMO              PIC 9(09)V99.

       01  WS-CONTADOR-EXENTAS          PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-COBRADO             PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-CONTADOR-COBRADAS-USD     PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-COBRADO-USD         PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-COBRADO-PESOS-USD   PIC 9(11)V99 VALUE ZEROS.

       01  WS-FUNCION-COT               PIC X(02).
       01  WS-LLAVE-COT.
           05 WS-LLAVE-COT-MONEDA       PIC X(03) VALUE 'USD'.
           05 WS-LLAVE-COT-FECHA        PIC 9(08).
           COPY CPCOTIWS.
       01  WS-CODIGO-COT                PIC X(02).
       01  SW-COTIZACION-CIERRE         PIC X(01) VALUE 'N'.
           88 HAY-COTIZACION-CIERRE               VALUE 'S'.

       01  WS-LINEA-RESUMEN-USD.
           05 FILLER                    PIC X(10)
              VALUE 'EN U$S:'.
           05 RES-COBRADAS-USD          PIC ZZ,ZZ9.
           05 FILLER                    PIC X(28)
              VALUE '  COBRADO U$S:'.
           05 RES-COBRADO-USD           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'COMISIONES-MENSUALES'.
              GOBACK
           END-IF

           PERFORM 0600-LEE-COTIZACION

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

                 ADD 1 TO WS-CANTIDAD-TARIFAS
                 MOVE TARIFA-TIPO-CUENTA TO
                      WS-TAR-TIPO (WS-CANTIDAD-TARIFAS)
                 MOVE TARIFA-MONEDA TO
                      WS-TAR-MONEDA (WS-CANTIDAD-TARIFAS)
                 IF TARIFA-MONEDA EQUAL SPACES
                    MOVE 'ARS' TO WS-TAR-MONEDA (WS-CANTIDAD-TARIFAS)
                 END-IF
                 MOVE TARIFA-IMPORTE TO
                      WS-TAR-IMPORTE (WS-CANTIDAD-TARIFAS)
                 MOVE TARIFA-SALDO-MINIMO TO
           END-IF.
       0510-FIN.  EXIT.

      * -----------------------------------------------------------
      * COMPRADOR DEL DOLAR AL CIERRE, PARA EL EQUIVALENTE EN PESOS
      * DE LO COBRADO A LAS CUENTAS EN DOLARES.
      * -----------------------------------------------------------
       0600-LEE-COTIZACION.
           MOVE 'AB' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-COM
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT NOT EQUAL ZEROS
              GO TO 0600-FIN
           END-IF

           MOVE WS-FECHA-HOY TO WS-LLAVE-COT-FECHA
           MOVE 'LF' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-COM
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT EQUAL ZEROS
              MOVE 'S' TO SW-COTIZACION-CIERRE
           END-IF

           MOVE 'CI' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-COM
                      WS-REG-COTIZACION WS-CODIGO-COT.
       0600-FIN.  EXIT.

       1000-PROCESA-CUENTA.
           ADD 1 TO WS-CONTADOR-LEIDAS
           PERFORM 2000-EVALUA-COMISION
      * TARIFARIO Y CUENTA DE SUELDO DE EMPLEADO ACTIVO.
      * -----------------------------------------------------------
       2000-EVALUA-COMISION.
           IF WS-SALDO-CTA-CERRADA
              GO TO 2000-FIN
           END-IF

           MOVE WS-SALDO-CUENTA TO DET-CUENTA
           MOVE WS-SALDO-NOMBRE TO DET-NOMBRE
           MOVE ZEROS           TO DET-IMPORTE
           ELSE
              MOVE 'C' TO WS-TIPO-CUENTA
           END-IF
           IF WS-SALDO-EN-DOLARES
              MOVE 'USD' TO WS-MONEDA-CUENTA
           ELSE
              MOVE 'ARS' TO WS-MONEDA-CUENTA
           END-IF

           PERFORM 2100-BUSCA-TARIFA
           IF NOT TARIFA-HALLADA
              GO TO 2000-ESCRIBE
           END-IF

           IF WS-SALDO-EN-DOLARES AND NOT HAY-COTIZACION-CIERRE
              ADD 1 TO WS-CONTADOR-EXENTAS
              MOVE 'SIN COTIZACION DEL DOLAR' TO DET-RESULTADO
              GO TO 2000-ESCRIBE
           END-IF

           IF WS-SALDO-ACTUAL NOT LESS THAN WS-SALDO-MINIMO
              ADD 1 TO WS-CONTADOR-EXENTAS
              MOVE 'EXENTA POR SALDO MINIMO' TO DET-RESULTADO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-COM WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS AND WS-SALDO-EN-DOLARES
              ADD 1 TO WS-CONTADOR-COBRADAS
                       WS-CONTADOR-COBRADAS-USD
              ADD WS-IMPORTE-COMISION TO WS-TOTAL-COBRADO-USD
              MOVE WS-IMPORTE-COMISION TO DET-IMPORTE
              MOVE 'COMISION COBRADA U$S' TO DET-RESULTADO
              GO TO 2000-ESCRIBE
           END-IF

           IF WS-CODIGO-SDO EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-COBRADAS
              ADD WS-IMPORTE-COMISION TO WS-TOTAL-COBRADO

       2110-COMPARA-TARIFA.
           IF WS-TAR-TIPO (WS-IDX-TAR) EQUAL WS-TIPO-CUENTA
                 AND WS-TAR-MONEDA (WS-IDX-TAR) EQUAL WS-MONEDA-CUENTA
              MOVE 'S' TO SW-TARIFA-HALLADA
              MOVE WS-TAR-IMPORTE (WS-IDX-TAR)
                   TO WS-IMPORTE-COMISION

      * -----------------------------------------------------------
      * ASIENTO BALANCEADO DEL COBRO: DEBE CUENTAS DE SALDOS Y
      * HABER INGRESO POR COMISIONES. LO COBRADO EN DOLARES VA EN
      * SU PROPIO PAR, DEBE CTASDOLR CON EL IMPORTE ORIGEN.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-TOTAL-COBRADO EQUAL ZEROS
                 AND WS-TOTAL-COBRADO-USD EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

              GO TO 8950-FIN
           END-IF

           MOVE WS-NOMBRE-PROGRAMA TO GL-PROGRAMA
           MOVE WS-FECHA-HOY       TO GL-FECHA

           IF WS-TOTAL-COBRADO GREATER THAN ZEROS
              MOVE 'CTASSALD'         TO GL-CUENTA
              MOVE 'D'                TO GL-TIPO
              MOVE WS-TOTAL-COBRADO   TO GL-IMPORTE
              MOVE 'ARS'              TO GL-MONEDA
              MOVE ZEROS              TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              MOVE 'INGCOMIS'         TO GL-CUENTA
              MOVE 'H'                TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-COBRADO-USD GREATER THAN ZEROS
              COMPUTE WS-TOTAL-COBRADO-PESOS-USD ROUNDED =
                      WS-TOTAL-COBRADO-USD * WS-COT-COMPRA
              MOVE 'CTASDOLR'                 TO GL-CUENTA
              MOVE 'D'                        TO GL-TIPO
              MOVE WS-TOTAL-COBRADO-PESOS-USD TO GL-IMPORTE
              MOVE 'USD'                      TO GL-MONEDA
              MOVE WS-TOTAL-COBRADO-USD       TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              MOVE 'INGCOMIS'                 TO GL-CUENTA
              MOVE 'H'                        TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.
           MOVE WS-TOTAL-COBRADO     TO RES-COBRADO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           IF WS-CONTADOR-COBRADAS-USD GREATER THAN ZEROS
              MOVE WS-CONTADOR-COBRADAS-USD TO RES-COBRADAS-USD
              MOVE WS-TOTAL-COBRADO-USD     TO RES-COBRADO-USD
              WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-USD
                    AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
