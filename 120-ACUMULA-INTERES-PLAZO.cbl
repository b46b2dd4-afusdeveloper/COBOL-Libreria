       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  PLAZOS FIJOS EN DOLARES: DEVENGAN EN SU
      *                    MONEDA COMO SIEMPRE, PERO SE TOTALIZAN Y
      *                    SE ASIENTAN APARTE (DEBE GTOINTER / HABER
      *                    INTPLZFD) CON EL IMPORTE ORIGEN Y SU
      *                    EQUIVALENTE AL COMPRADOR DEL CIERRE
      *                    (COTIZACIONES-I-O, FUNCION LF). SIN NINGUNA
      *                    COTIZACION CARGADA NO CORRE (RETURN-CODE 8).
      *                    FD GL-INTERFAZ A 66 POSICIONES (CPGLVOU1).
      *   02/09/2026  AMF  VERSION ORIGINAL. DEVENGAMIENTO MENSUAL DE
      *                    PLAZOS FIJOS, SEPARADO DEL CIERRE DE
      *                    CUENTAS A LA VISTA: RECORRE PLAZOS-FIJOS Y

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

           05 WS-PLZF-RENOVACION-AUX    PIC X(01).
           05 WS-PLZF-ESTADO-AUX        PIC X(01).
              88 WS-PLZF-VIGENTE-AUX             VALUE 'V'.
           05 WS-PLZF-MONEDA-AUX        PIC X(03).
              88 WS-PLZF-EN-DOLARES-AUX          VALUE 'USD'.
       01  WS-CODIGO-PLZF               PIC X(02).

       01  WS-INTERES-MES               PIC 9(09)V99 COMP-3.
       01  WS-CONTADOR-DEVENGADOS       PIC 9(05) VALUE ZEROS.
       01  WS-INTERES-TOTAL             PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-CONTADOR-DOLARES          PIC 9(05) VALUE ZEROS.
       01  WS-INTERES-TOTAL-USD         PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-PESOS-INTERES-USD         PIC 9(11)V99 VALUE ZEROS.

       01  WS-FUNCION-COT               PIC X(02).
       01  WS-LLAVE-COT.
           05 WS-LLAVE-COT-MONEDA       PIC X(03) VALUE 'USD'.
           05 WS-LLAVE-COT-FECHA        PIC 9(08).
           COPY CPCOTIWS.
       01  WS-CODIGO-COT                PIC X(02).
       01  SW-COTIZACION-CIERRE         PIC X(01) VALUE 'N'.
           88 HAY-COTIZACION-CIERRE               VALUE 'S'.

       01  WS-LINEA-RESUMEN-USD.
           05 FILLER                    PIC X(25)
              VALUE 'EN DOLARES:'.
           05 RES-DOLARES               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(18)
              VALUE 'INTERES U$S:'.
           05 RES-INTERES-USD           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'ACUMULA-INT-PLAZO'.
              GOBACK
           END-IF

           PERFORM 0700-LEE-COTIZACION
           IF NOT HAY-COTIZACION-CIERRE
              DISPLAY 'NO HAY COTIZACION DEL DOLAR CARGADA: NO '
                      'CORRE EL DEVENGAMIENTO'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * COMPRADOR DEL DOLAR AL CIERRE: LA ULTIMA COTIZACION CARGADA
      * A LA FECHA DE HOY O ANTERIOR.
      * -----------------------------------------------------------
       0700-LEE-COTIZACION.
           MOVE 'AB' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-DEV
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT NOT EQUAL ZEROS
              GO TO 0700-FIN
           END-IF

           MOVE WS-FECHA-HOY TO WS-LLAVE-COT-FECHA
           MOVE 'LF' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-DEV
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT EQUAL ZEROS
              MOVE 'S' TO SW-COTIZACION-CIERRE
           END-IF

           MOVE 'CI' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-DEV
                      WS-REG-COTIZACION WS-CODIGO-COT.
       0700-FIN.  EXIT.

       1000-DEVENGA-CERTIFICADO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-PLZF-VIGENTE-AUX
              COMPUTE WS-INTERES-MES ROUNDED =
                      WS-PLZF-CAPITAL-AUX * WS-PLZF-TASA-AUX
              ADD WS-INTERES-MES TO WS-PLZF-INTERES-AUX
              IF WS-PLZF-EN-DOLARES-AUX
                 ADD WS-INTERES-MES TO WS-INTERES-TOTAL-USD
                 ADD 1 TO WS-CONTADOR-DOLARES
              ELSE
                 ADD WS-INTERES-MES TO WS-INTERES-TOTAL
              END-IF
              ADD 1 TO WS-CONTADOR-DEVENGADOS

              MOVE WS-PLZF-CERTIFICADO-AUX TO DET-CERTIFICADO

      * -----------------------------------------------------------
      * ASIENTO BALANCEADO DEL DEVENGADO: DEBE GASTO DE INTERES Y
      * HABER INTERES DE PLAZOS FIJOS A PAGAR. LOS CERTIFICADOS EN
      * DOLARES VAN EN SU PROPIO PAR CONTRA INTPLZFD.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-INTERES-TOTAL EQUAL ZEROS
                 AND WS-INTERES-TOTAL-USD EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

              GO TO 8950-FIN
           END-IF

           MOVE WS-NOMBRE-PROGRAMA TO GL-PROGRAMA
           MOVE WS-FECHA-HOY       TO GL-FECHA

           IF WS-INTERES-TOTAL GREATER THAN ZEROS
              MOVE 'GTOINTER'         TO GL-CUENTA
              MOVE 'D'                TO GL-TIPO
              MOVE WS-INTERES-TOTAL   TO GL-IMPORTE
              MOVE 'ARS'              TO GL-MONEDA
              MOVE ZEROS              TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              MOVE 'INTPLZF '         TO GL-CUENTA
              MOVE 'H'                TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-INTERES-TOTAL-USD GREATER THAN ZEROS
              COMPUTE WS-PESOS-INTERES-USD ROUNDED =
                      WS-INTERES-TOTAL-USD * WS-COT-COMPRA
              MOVE 'GTOINTER'           TO GL-CUENTA
              MOVE 'D'                  TO GL-TIPO
              MOVE WS-PESOS-INTERES-USD TO GL-IMPORTE
              MOVE 'USD'                TO GL-MONEDA
              MOVE WS-INTERES-TOTAL-USD TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              MOVE 'INTPLZFD'           TO GL-CUENTA
              MOVE 'H'                  TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.
           MOVE WS-INTERES-TOTAL       TO RES-INTERES
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           IF WS-CONTADOR-DOLARES GREATER THAN ZEROS
              MOVE WS-CONTADOR-DOLARES  TO RES-DOLARES
              MOVE WS-INTERES-TOTAL-USD TO RES-INTERES-USD
              WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-USD
                    AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'CI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
