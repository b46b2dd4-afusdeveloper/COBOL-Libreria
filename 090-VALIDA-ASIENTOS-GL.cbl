       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1). EL
      *                    BALANCEO SIGUE SIENDO EN PESOS; LAS LINEAS
      *                    EN DOLARES SE INFORMAN APARTE (CANTIDAD,
      *                    IMPORTE ORIGEN Y EQUIVALENTE EN PESOS).
      *   02/09/2026  AMF  CADA GL-CUENTA SE VALIDA CONTRA EL PLAN
      *                    DE CUENTAS (CUENTAS-GL, CPCTAGL1): LA
      *                    CUENTA INEXISTENTE O DADA DE BAJA SALE
       FILE SECTION.
       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

              VALUE 'CUENTAS INVALIDAS:'.
           05 TOT-INVALIDAS             PIC ZZ,ZZ9.

       01  WS-LINEA-TOTAL-DOLARES.
           05 FILLER                    PIC X(20)
              VALUE 'LINEAS EN DOLARES:'.
           05 TOT-LINEAS-USD            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(06) VALUE '  USD '.
           05 TOT-ORIGEN-USD            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(07) VALUE '  ARS '.
           05 TOT-PESOS-USD             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CONTADOR-LINEAS-USD       PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-ORIGEN-USD          PIC 9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-PESOS-USD           PIC 9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-DEBE                PIC 9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-HABER               PIC 9(13)V99 COMP-3
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL-INVALIDAS
                 AFTER ADVANCING 1 LINE

           IF WS-CONTADOR-LINEAS-USD GREATER THAN ZEROS
              MOVE WS-CONTADOR-LINEAS-USD TO TOT-LINEAS-USD
              MOVE WS-TOTAL-ORIGEN-USD    TO TOT-ORIGEN-USD
              MOVE WS-TOTAL-PESOS-USD     TO TOT-PESOS-USD
              WRITE REG-REPORTE FROM WS-LINEA-TOTAL-DOLARES
                    AFTER ADVANCING 1 LINE
           END-IF

           IF WS-CONTADOR-DESBALANCES GREATER THAN ZEROS OR
              WS-CONTADOR-CTA-INVALIDAS GREATER THAN ZEROS
              MOVE 8 TO RETURN-CODE
              ADD GL-IMPORTE TO WS-TOTAL-HABER
           END-IF

           IF GL-EN-DOLARES
              ADD 1                 TO WS-CONTADOR-LINEAS-USD
              ADD GL-IMPORTE-ORIGEN TO WS-TOTAL-ORIGEN-USD
              ADD GL-IMPORTE        TO WS-TOTAL-PESOS-USD
           END-IF

           IF PLAN-ACTIVO
              PERFORM 1050-VALIDA-CUENTA
           END-IF
