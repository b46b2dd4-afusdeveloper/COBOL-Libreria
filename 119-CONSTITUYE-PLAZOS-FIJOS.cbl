       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  PLAZOS FIJOS EN DOLARES: EL CERTIFICADO
      *                    TOMA LA MONEDA DE LA CUENTA QUE LO FONDEA
      *                    (CAPITAL E INTERES EN ESA MONEDA). LA
      *                    FAMILIA DE TASAS POR BANDA ES DE PESOS, ASI
      *                    QUE EN DOLARES LA SOLICITUD DEBE TRAER LA
      *                    TASA MENSUAL PACTADA (PLZ-TASA-PACTADA, QUE
      *                    EN PESOS, SI VIENE, TAMBIEN MANDA SOBRE LA
      *                    BANDA). EL RESUMEN TOTALIZA EL CAPITAL POR
      *                    MONEDA.
      *   15/10/2026  AMF  LOS FONDOS RETENIDOS POR CHEQUES EN
      *                    CLEARING NO SIRVEN PARA CONSTITUIR: EL
      *                    CAPITAL SE CONTROLA CONTRA SALDO ACTUAL
      *                    MENOS FONDOS RETENIDOS.
      *   02/09/2026  AMF  VERSION ORIGINAL. CONSTITUCION DE PLAZOS
      *                    FIJOS: LEE LAS SOLICITUDES DEL DIA
      *                    (CERTIFICADO, CUENTA DE AHORRO, CAPITAL,
           05 PLZ-PLAZO-DIAS            PIC 9(03).
           05 PLZ-RENOVACION            PIC X(01).
              88 PLZ-RENOVACION-VALIDA       VALUE 'P' 'C' 'K'.
           05 PLZ-TASA-PACTADA          PIC 9(03)V9(04).
           05 FILLER                    PIC X(41).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
              VALUE '  CAPITAL:'.
           05 RES-CAPITAL               PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-RESUMEN-USD.
           05 FILLER                    PIC X(50) VALUE SPACES.
           05 FILLER                    PIC X(05) VALUE 'USD:'.
           05 RES-CAPITAL-USD           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           05 WS-PLZF-INTERES-AUX       PIC 9(11)V99.
           05 WS-PLZF-RENOVACION-AUX    PIC X(01).
           05 WS-PLZF-ESTADO-AUX        PIC X(01).
           05 WS-PLZF-MONEDA-AUX        PIC X(03).
       01  WS-CODIGO-PLZF               PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADOS       PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-CAPITAL             PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-CAPITAL-USD         PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CONSTITUYE-PLAZOS'.
              MOVE 'CUENTA INEXISTENTE' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF WS-SALDO-EN-DOLARES AND PLZ-TASA-PACTADA EQUAL ZEROS
              PERFORM 2100-RECHAZA-SOLICITUD
              MOVE 'EN DOLARES FALTA LA TASA' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF PLZ-CAPITAL GREATER THAN
                 WS-SALDO-ACTUAL - WS-SALDO-RETENIDO
              PERFORM 2100-RECHAZA-SOLICITUD
              MOVE 'CUENTA SIN FONDOS' TO DET-MENSAJE
              GO TO 3000-FIN

      *    LA TASA PACTADA SALE DE LA BANDA DEL CAPITAL EN
      *    TASAS-INTERES; SIN BANDA SE USA LA TASA PROPIA DE LA
      *    CUENTA, COMO EL CIERRE MENSUAL. LA TASA PACTADA DE LA
      *    SOLICITUD MANDA SOBRE LAS DOS.
           MOVE PLZ-CAPITAL TO WS-LLAVE-TASI
           MOVE 'LS' TO WS-FUNCION-TASI
           CALL 'TASAS-INTERES-I-O'
           ELSE
              MOVE WS-SALDO-TASA-INTERES TO WS-PLZF-TASA-AUX
           END-IF
           IF PLZ-TASA-PACTADA GREATER THAN ZEROS
              MOVE PLZ-TASA-PACTADA TO WS-PLZF-TASA-AUX
           END-IF

      *    EL CAPITAL SALE DE LA CUENTA DE AHORRO.
           SUBTRACT PLZ-CAPITAL FROM WS-SALDO-ACTUAL
           MOVE ZEROS             TO WS-PLZF-INTERES-AUX
           MOVE PLZ-RENOVACION    TO WS-PLZF-RENOVACION-AUX
           MOVE 'V'               TO WS-PLZF-ESTADO-AUX
           IF WS-SALDO-EN-DOLARES
              MOVE 'USD'          TO WS-PLZF-MONEDA-AUX
           ELSE
              MOVE 'ARS'          TO WS-PLZF-MONEDA-AUX
           END-IF
           MOVE 'AL' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
           END-IF

           ADD 1 TO WS-CONTADOR-CONSTITUIDOS
           IF WS-SALDO-EN-DOLARES
              ADD PLZ-CAPITAL TO WS-TOTAL-CAPITAL-USD
           ELSE
              ADD PLZ-CAPITAL TO WS-TOTAL-CAPITAL
           END-IF
           MOVE 'CERTIFICADO CONSTITUIDO' TO DET-MENSAJE.
       3000-FIN.  EXIT.

           MOVE WS-TOTAL-CAPITAL         TO RES-CAPITAL
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           IF WS-TOTAL-CAPITAL-USD GREATER THAN ZEROS
              MOVE WS-TOTAL-CAPITAL-USD TO RES-CAPITAL-USD
              WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-USD
                    AFTER ADVANCING 1 LINE
           END-IF

           MOVE WS-CONTADOR-LEIDAS       TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-CONSTITUIDOS TO WS-STAT-CONSTITUIDOS
