       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     OTORGA-PRESTAMOS-CLIENTES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   15/10/2026  AMF  VERSION ORIGINAL. ORIGINACION DE PRESTAMOS
      *                    PERSONALES A TITULARES DE CUENTAS. EL ALTA
      *                    (TIPO A) VALIDA LA CUENTA ACTIVA EN
      *                    ARCHIVO-SALDOS Y SU TITULAR EN CLIENTES,
      *                    CALCULA LA CUOTA POR SISTEMA FRANCES CON
      *                    LA TASA NOMINAL ANUAL, GRABA EL PRESTAMO
      *                    (CPPRCL01) CON PRIMER VENCIMIENTO A UN MES,
      *                    ACREDITA EL CAPITAL EN LA CUENTA VIA
      *                    SALDOS-INDEXADOS-I-O E IMPRIME EL CUADRO
      *                    DE AMORTIZACION. EL TOTAL DESEMBOLSADO VA
      *                    A GL-INTERFAZ (DEBE PRESTCLI / HABER
      *                    CTASSALD).
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-PRESTAMOS ASSIGN TO UT-S-TRANSPRCL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRANS.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-PRESTAMOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-PRESTAMO.
       01  REG-TRANS-PRESTAMO.
           05 PRC-TIPO                  PIC X(01).
              88 PRC-ES-ALTA                        VALUE 'A'.
           05 PRC-CUENTA                PIC 9(07).
           05 PRC-NUMERO                PIC 9(03).
           05 PRC-CAPITAL               PIC 9(09)V99.
           05 PRC-TASA-ANUAL            PIC 9(02)V99.
           05 PRC-TASA-PUNITORIA        PIC 9(02)V99.
           05 PRC-PLAZO-MESES           PIC 9(03).
           05 FILLER                    PIC X(47).

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
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'PRESTAMOS A CLIENTES'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 DET-NUMERO                PIC 9(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CAPITAL               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CUOTA                 PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(28).

       01  WS-TITULO-CRONOGRAMA.
           05 FILLER                    PIC X(06) VALUE '   NRO'.
           05 FILLER                    PIC X(10) VALUE '  VTO'.
           05 FILLER                    PIC X(12) VALUE '     CUOTA'.
           05 FILLER                    PIC X(12) VALUE '   INTERES'.
           05 FILLER                    PIC X(14) VALUE '     CAPITAL'.
           05 FILLER                    PIC X(16)
              VALUE '         SALDO'.

       01  WS-LINEA-CRONOGRAMA.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 CRO-CUOTA                 PIC ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 CRO-VENCIMIENTO           PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 CRO-IMPORTE               PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 CRO-INTERES               PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 CRO-CAPITAL               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 CRO-SALDO                 PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(12)
              VALUE 'OTORGADOS:'.
           05 RES-OTORGADOS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  RECHAZADOS:'.
           05 RES-RECHAZADOS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE '  DESEMBOLSADO:'.
           05 RES-DESEMBOLSADO          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-PARTES-FECHA-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-HOY               PIC 9(04).
           05 WS-MES-HOY                PIC 9(02).
           05 WS-DIA-HOY                PIC 9(02).
       01  WS-FECHA-VTO                 PIC 9(08).
       01  WS-PARTES-FECHA-VTO REDEFINES WS-FECHA-VTO.
           05 WS-ANIO-VTO               PIC 9(04).
           05 WS-MES-VTO                PIC 9(02).
           05 WS-DIA-VTO                PIC 9(02).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-FUNCION-PRCL              PIC X(02).
       01  WS-LLAVE-PRCL.
           05 WS-LLAVE-PRCL-CUENTA      PIC 9(07).
           05 WS-LLAVE-PRCL-NUMERO      PIC 9(03).
       01  WS-LLAVE-HASTA-PRCL          PIC 9(10) VALUE ZEROS.
       01  WS-USUARIO-PRC                PIC X(08) VALUE 'PRESTCLI'.
       01  WS-REG-PRCL-AUX.
           05 WS-PRCL-CUENTA-AUX        PIC 9(07).
           05 WS-PRCL-NUMERO-AUX        PIC 9(03).
           05 WS-PRCL-TITULAR-AUX       PIC 9(08).
           05 WS-PRCL-CAPITAL-AUX       PIC 9(09)V99.
           05 WS-PRCL-TASA-AUX          PIC 9(02)V99.
           05 WS-PRCL-TASA-PUN-AUX      PIC 9(02)V99.
           05 WS-PRCL-PLAZO-AUX         PIC 9(03).
           05 WS-PRCL-FECHA-AUX         PIC 9(08).
           05 WS-PRCL-CUOTA-AUX         PIC 9(07)V99.
           05 WS-PRCL-DIA-VTO-AUX       PIC 9(02).
           05 WS-PRCL-PROX-VTO-AUX      PIC 9(08).
           05 WS-PRCL-VENCIDAS-AUX      PIC 9(03).
           05 WS-PRCL-SALDO-CAP-AUX     PIC 9(09)V99.
           05 WS-PRCL-EXIG-CAP-AUX      PIC 9(09)V99.
           05 WS-PRCL-EXIG-INT-AUX      PIC 9(09)V99.
           05 WS-PRCL-PUNITORIOS-AUX    PIC 9(07)V99.
           05 WS-PRCL-FECHA-PUN-AUX     PIC 9(08).
           05 WS-PRCL-ULT-COBRO-AUX     PIC 9(08).
           05 WS-PRCL-ESTADO-AUX        PIC X(01).
       01  WS-CODIGO-PRCL               PIC X(02).

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-PLAZO-MAXIMO              PIC 9(03) VALUE 120.
       01  WS-TASA-MENSUAL              PIC 9V9(08) COMP-3.
       01  WS-FACTOR                    PIC 9(05)V9(10) COMP-3.
       01  WS-CUOTA                     PIC 9(07)V99 COMP-3.
       01  WS-SALDO-CRONOGRAMA          PIC 9(09)V99 COMP-3.
       01  WS-INTERES-CUOTA             PIC 9(07)V99 COMP-3.
       01  WS-CAPITAL-CUOTA             PIC 9(09)V99 COMP-3.
       01  WS-CUOTA-VUELTA              PIC 9(03).
       01  WS-TOTAL-DESEMBOLSADO        PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-OTORGADOS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADOS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'OTORGA-PREST-CLIENTE'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADOS            PIC 9(07).
       01  WS-STAT-RECHAZADOS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-TRANSACCION UNTIL FIN-DE-TRANS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           OPEN INPUT TRANS-PRESTAMOS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-PRC WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'AB' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-PRC
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-PRC WS-REG-SALDOS WS-CODIGO-SDO

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-PRESTAMOS
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE PRC-TIPO    TO DET-TIPO
           MOVE PRC-CUENTA  TO DET-CUENTA
           MOVE PRC-NUMERO  TO DET-NUMERO
           MOVE PRC-CAPITAL TO DET-CAPITAL
           MOVE ZEROS       TO DET-CUOTA

           IF PRC-ES-ALTA
              PERFORM 3000-OTORGA-PRESTAMO
           ELSE
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'TIPO DE TRANSACCION INVALIDO' TO DET-MENSAJE
           END-IF

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           IF PRC-ES-ALTA AND DET-MENSAJE EQUAL 'PRESTAMO OTORGADO'
              PERFORM 3500-IMPRIME-CRONOGRAMA
           END-IF

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

       2100-RECHAZA-TRANSACCION.
           ADD 1 TO WS-CONTADOR-RECHAZADOS.
       2100-FIN.  EXIT.

       3000-OTORGA-PRESTAMO.
           IF PRC-CAPITAL EQUAL ZEROS OR PRC-PLAZO-MESES EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'CAPITAL O PLAZO EN CERO' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF PRC-PLAZO-MESES GREATER THAN WS-PLAZO-MAXIMO
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'PLAZO MAYOR AL MAXIMO' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           MOVE PRC-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-PRC WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'CUENTA INEXISTENTE' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF NOT WS-SALDO-CTA-ACTIVA
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'CUENTA NO ACTIVA' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF WS-SALDO-TITULAR EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'CUENTA SIN TITULAR' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           MOVE WS-SALDO-TITULAR TO WS-LLAVE-CLI
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-PRC WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'TITULAR INEXISTENTE' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF NOT WS-CLI-ACTIVO
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'TITULAR NO ACTIVO' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

      *    SISTEMA FRANCES: CUOTA = C X I / (1 - (1 + I) ** -N), CON
      *    I = TASA NOMINAL ANUAL / 12. SIN TASA, CAPITAL / PLAZO.
           COMPUTE WS-TASA-MENSUAL ROUNDED = PRC-TASA-ANUAL / 1200
           IF WS-TASA-MENSUAL EQUAL ZEROS
              COMPUTE WS-CUOTA ROUNDED =
                      PRC-CAPITAL / PRC-PLAZO-MESES
           ELSE
              COMPUTE WS-FACTOR ROUNDED =
                      (1 + WS-TASA-MENSUAL) ** PRC-PLAZO-MESES
              COMPUTE WS-CUOTA ROUNDED =
                      PRC-CAPITAL * WS-TASA-MENSUAL * WS-FACTOR
                      / (WS-FACTOR - 1)
           END-IF

      *    PRIMER VENCIMIENTO A UN MES DEL OTORGAMIENTO; EL DIA SE
      *    TOPEA EN 28 PARA QUE EXISTA EN TODOS LOS MESES.
           MOVE WS-FECHA-HOY TO WS-FECHA-VTO
           IF WS-DIA-HOY GREATER THAN 28
              MOVE 28 TO WS-DIA-VTO
           END-IF
           PERFORM 3600-AVANZA-UN-MES

           MOVE PRC-CUENTA          TO WS-PRCL-CUENTA-AUX
                                        WS-LLAVE-PRCL-CUENTA
           MOVE PRC-NUMERO          TO WS-PRCL-NUMERO-AUX
                                        WS-LLAVE-PRCL-NUMERO
           MOVE WS-SALDO-TITULAR    TO WS-PRCL-TITULAR-AUX
           MOVE PRC-CAPITAL         TO WS-PRCL-CAPITAL-AUX
                                        WS-PRCL-SALDO-CAP-AUX
           MOVE PRC-TASA-ANUAL      TO WS-PRCL-TASA-AUX
           MOVE PRC-TASA-PUNITORIA  TO WS-PRCL-TASA-PUN-AUX
           MOVE PRC-PLAZO-MESES     TO WS-PRCL-PLAZO-AUX
           MOVE WS-FECHA-HOY        TO WS-PRCL-FECHA-AUX
                                        WS-PRCL-FECHA-PUN-AUX
           MOVE WS-CUOTA            TO WS-PRCL-CUOTA-AUX
           MOVE WS-DIA-VTO          TO WS-PRCL-DIA-VTO-AUX
           MOVE WS-FECHA-VTO        TO WS-PRCL-PROX-VTO-AUX
           MOVE ZEROS               TO WS-PRCL-VENCIDAS-AUX
                                        WS-PRCL-EXIG-CAP-AUX
                                        WS-PRCL-EXIG-INT-AUX
                                        WS-PRCL-PUNITORIOS-AUX
                                        WS-PRCL-ULT-COBRO-AUX
           MOVE 'V'                 TO WS-PRCL-ESTADO-AUX
           MOVE 'AL' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-PRC
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL
           IF WS-CODIGO-PRCL NOT EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'ALTA RECHAZADA, VER STATUS' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

      *    EL CAPITAL SE ACREDITA EN LA CUENTA; SI LA CUENTA NO SE
      *    PUEDE ACTUALIZAR EL PRESTAMO SE DA DE BAJA.
           ADD PRC-CAPITAL TO WS-SALDO-ACTUAL
           MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
           MOVE 'CA' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-PRC WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              MOVE 'BJ' TO WS-FUNCION-PRCL
              CALL 'PRESTAMOS-CLIENTES-I-O'
                   USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                         WS-LLAVE-HASTA-PRCL WS-USUARIO-PRC
                         WS-REG-PRCL-AUX WS-CODIGO-PRCL
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'ACREDITACION RECHAZADA' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-OTORGADOS
           ADD PRC-CAPITAL TO WS-TOTAL-DESEMBOLSADO
           MOVE WS-CUOTA TO DET-CUOTA
           MOVE 'PRESTAMO OTORGADO' TO DET-MENSAJE.
       3000-FIN.  EXIT.

       3500-IMPRIME-CRONOGRAMA.
           WRITE REG-REPORTE FROM WS-TITULO-CRONOGRAMA
                 AFTER ADVANCING 1 LINE
           MOVE WS-PRCL-CAPITAL-AUX  TO WS-SALDO-CRONOGRAMA
           MOVE WS-PRCL-PROX-VTO-AUX TO WS-FECHA-VTO
           PERFORM 3510-IMPRIME-CUOTA
                   VARYING WS-CUOTA-VUELTA FROM 1 BY 1
                   UNTIL WS-CUOTA-VUELTA > WS-PRCL-PLAZO-AUX.
       3500-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA CUOTA PAGA EL INTERES DEL MES SOBRE EL SALDO Y EL
      * RESTO AMORTIZA CAPITAL. LA ULTIMA CUOTA SE AJUSTA AL SALDO
      * PARA QUE EL CUADRO CIERRE EXACTO EN CERO. EL COBRO DE
      * CUOTAS ABRE CADA VENCIMIENTO CON ESTE MISMO CALCULO.
      * -----------------------------------------------------------
       3510-IMPRIME-CUOTA.
           COMPUTE WS-INTERES-CUOTA ROUNDED =
                   WS-SALDO-CRONOGRAMA * WS-TASA-MENSUAL
           IF WS-CUOTA-VUELTA EQUAL WS-PRCL-PLAZO-AUX
              MOVE WS-SALDO-CRONOGRAMA TO WS-CAPITAL-CUOTA
           ELSE
              COMPUTE WS-CAPITAL-CUOTA =
                      WS-CUOTA - WS-INTERES-CUOTA
              IF WS-CAPITAL-CUOTA GREATER THAN WS-SALDO-CRONOGRAMA
                 MOVE WS-SALDO-CRONOGRAMA TO WS-CAPITAL-CUOTA
              END-IF
           END-IF
           SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-CRONOGRAMA

           MOVE WS-CUOTA-VUELTA  TO CRO-CUOTA
           MOVE WS-FECHA-VTO     TO CRO-VENCIMIENTO
           COMPUTE CRO-IMPORTE = WS-CAPITAL-CUOTA + WS-INTERES-CUOTA
           MOVE WS-INTERES-CUOTA TO CRO-INTERES
           MOVE WS-CAPITAL-CUOTA TO CRO-CAPITAL
           MOVE WS-SALDO-CRONOGRAMA TO CRO-SALDO
           WRITE REG-REPORTE FROM WS-LINEA-CRONOGRAMA
                 AFTER ADVANCING 1 LINE

           PERFORM 3600-AVANZA-UN-MES.
       3510-FIN.  EXIT.

       3600-AVANZA-UN-MES.
           ADD 1 TO WS-MES-VTO
           IF WS-MES-VTO GREATER THAN 12
              MOVE 1 TO WS-MES-VTO
              ADD 1 TO WS-ANIO-VTO
           END-IF.
       3600-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO BALANCEADO DEL DESEMBOLSO: DEBE PRESTAMOS A
      * CLIENTES Y HABER CUENTAS DE SALDOS.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-TOTAL-DESEMBOLSADO EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              GO TO 8950-FIN
           END-IF

           MOVE 'PRESTCLI'            TO GL-CUENTA
           MOVE 'D'                   TO GL-TIPO
           MOVE WS-TOTAL-DESEMBOLSADO TO GL-IMPORTE
           MOVE WS-NOMBRE-PROGRAMA    TO GL-PROGRAMA
           MOVE WS-FECHA-HOY          TO GL-FECHA
           WRITE REG-ASIENTO-GL

           MOVE 'CTASSALD'            TO GL-CUENTA
           MOVE 'H'                   TO GL-TIPO
           MOVE WS-TOTAL-DESEMBOLSADO TO GL-IMPORTE
           WRITE REG-ASIENTO-GL

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-OTORGADOS  TO RES-OTORGADOS
           MOVE WS-CONTADOR-RECHAZADOS TO RES-RECHAZADOS
           MOVE WS-TOTAL-DESEMBOLSADO  TO RES-DESEMBOLSADO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-PRC WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'CI' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-PRC
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-PRC WS-REG-SALDOS WS-CODIGO-SDO

           PERFORM 8950-GRABA-ASIENTO-GL

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-OTORGADOS  TO WS-STAT-APLICADOS
           MOVE WS-CONTADOR-RECHAZADOS TO WS-STAT-RECHAZADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADOS WS-STAT-RECHAZADOS

           CLOSE TRANS-PRESTAMOS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
