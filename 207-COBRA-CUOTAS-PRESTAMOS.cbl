       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     COBRA-CUOTAS-PRESTAMOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   15/10/2026  AMF  VERSION ORIGINAL. LOTE DIARIO DE COBRO DE
      *                    CUOTAS DE PRESTAMOS A CLIENTES: CORRE SOLO
      *                    EN DIA LABORABLE SEGUN EL CALENDARIO
      *                    (CONSULTA-CALENDARIO; SIN CALENDARIO SE
      *                    DEJA CORRER AVISANDO), DEVENGA PUNITORIOS
      *                    SOBRE LO EXIGIBLE EN MORA, PASA A EXIGIBLE
      *                    LAS CUOTAS VENCIDAS HASTA HOY Y DEBITA LA
      *                    DEUDA DE LA CUENTA VIA SALDOS-INDEXADOS-I-O
      *                    HASTA EL SALDO DISPONIBLE (SIN USAR EL
      *                    DESCUBIERTO NI LOS FONDOS RETENIDOS),
      *                    IMPUTANDO A PUNITORIOS, INTERES Y CAPITAL
      *                    EN ESE ORDEN. LO QUE NO SE PUDO COBRAR
      *                    QUEDA EN MORA PARA EL DIA HABIL SIGUIENTE.
      *                    CAPITAL, INTERES Y PUNITORIOS COBRADOS VAN
      *                    A GL-INTERFAZ.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
              VALUE 'COBRO DE CUOTAS DE PRESTAMOS'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(09) VALUE 'CUENTA'.
           05 FILLER                    PIC X(05) VALUE 'NRO'.
           05 FILLER                    PIC X(15)
              VALUE '         DEUDA'.
           05 FILLER                    PIC X(15)
              VALUE '       COBRADO'.
           05 FILLER                    PIC X(15)
              VALUE '     PENDIENTE'.
           05 FILLER                    PIC X(21) VALUE '  RESULTADO'.

       01  WS-DETALLE.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-NUMERO                PIC 9(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DEUDA                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-COBRADO               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PENDIENTE             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(21).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(11)
              VALUE 'AL DIA:'.
           05 RES-AL-DIA                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '  EN MORA:'.
           05 RES-EN-MORA               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  CANCELADOS:'.
           05 RES-CANCELADOS            PIC ZZ,ZZ9.

       01  WS-LINEA-TOTALES.
           05 FILLER                    PIC X(10)
              VALUE 'CAPITAL:'.
           05 TOT-CAPITAL               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(12)
              VALUE '  INTERES:'.
           05 TOT-INTERES               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(15)
              VALUE '  PUNITORIOS:'.
           05 TOT-PUNITORIOS            PIC Z,ZZZ,ZZ9.99.

       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-FECHA-VTO                 PIC 9(08).
       01  WS-PARTES-FECHA-VTO REDEFINES WS-FECHA-VTO.
           05 WS-ANIO-VTO               PIC 9(04).
           05 WS-MES-VTO                PIC 9(02).
           05 WS-DIA-VTO                PIC 9(02).

       01  WS-MARCAS-CALENDARIO.
           05 WS-CAL-LABORABLE          PIC X(01).
              88 HOY-ES-LABORABLE                 VALUE 'S'.
           05 WS-CAL-FIN-PERIODO        PIC X(01).
           05 WS-CAL-DIA-PAGO           PIC X(01).
       01  WS-CODIGO-CAL                PIC X(02).

       01  WS-FUNCION-PRCL              PIC X(02).
       01  WS-LLAVE-PRCL.
           05 WS-LLAVE-PRCL-CUENTA      PIC 9(07).
           05 WS-LLAVE-PRCL-NUMERO      PIC 9(03).
       01  WS-LLAVE-HASTA-PRCL          PIC 9(10) VALUE 9999999999.
       01  WS-USUARIO-OPE                PIC X(08) VALUE 'COBRPRCL'.
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
              88 WS-PRCL-VIGENTE-AUX             VALUE 'V'.
              88 WS-PRCL-EN-MORA-AUX             VALUE 'M'.
       01  WS-CODIGO-PRCL               PIC X(02).

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-TASA-MENSUAL              PIC 9V9(08) COMP-3.
       01  WS-INTERES-CUOTA             PIC 9(07)V99 COMP-3.
       01  WS-CAPITAL-CUOTA             PIC 9(09)V99 COMP-3.
       01  WS-DIAS-MORA                 PIC S9(07).
       01  WS-DEUDA                     PIC 9(11)V99 COMP-3.
       01  WS-DISPONIBLE                PIC S9(11)V99 COMP-3.
       01  WS-COBRADO                   PIC 9(11)V99 COMP-3.
       01  WS-RESTO-COBRO               PIC 9(11)V99 COMP-3.
       01  WS-IMPUTADO                  PIC 9(11)V99 COMP-3.
       01  WS-MENSAJE-COBRO             PIC X(21).

       01  WS-TOTAL-COBRADO             PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-CAPITAL             PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-INTERES             PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-PUNITORIOS          PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.

       01  WS-CONTADOR-LEIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-COBRADOS         PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-AL-DIA           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-EN-MORA          PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-CANCELADOS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'COBRA-CUOTAS-PREST'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-COBRADOS             PIC 9(07).
       01  WS-STAT-EN-MORA              PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           CALL 'CONSULTA-CALENDARIO'
                USING WS-FECHA-HOY WS-MARCAS-CALENDARIO WS-CODIGO-CAL
           EVALUATE TRUE
              WHEN WS-CODIGO-CAL EQUAL 'NF'
                 DISPLAY 'CALENDARIO NO DISPONIBLE, SE CONTINUA'
              WHEN NOT HOY-ES-LABORABLE
                 DISPLAY 'HOY NO ES DIA LABORABLE: LAS CUOTAS DE '
                         'PRESTAMOS NO SE COBRAN'
                 GOBACK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-OPE
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-OPE WS-REG-SALDOS WS-CODIGO-SDO

           MOVE ZEROS TO WS-LLAVE-PRCL
           MOVE 'RI' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-OPE
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL

           PERFORM 2000-PROCESA-PRESTAMO
                   UNTIL WS-CODIGO-PRCL NOT EQUAL ZEROS

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       2000-PROCESA-PRESTAMO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-PRCL-VIGENTE-AUX OR WS-PRCL-EN-MORA-AUX
              PERFORM 3000-COBRA-PRESTAMO
           END-IF

           MOVE WS-PRCL-CUENTA-AUX TO WS-LLAVE-PRCL-CUENTA
           MOVE WS-PRCL-NUMERO-AUX TO WS-LLAVE-PRCL-NUMERO
           MOVE 'RS' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-OPE
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * UN PRESTAMO SIN DEUDA EXIGIBLE NI CUOTA VENCIDA HASTA HOY
      * NO SE TOCA. EL QUE TIENE DEUDA SE COBRA HASTA DONDE ALCANCE
      * EL SALDO DISPONIBLE Y SE REGRABA CON SU NUEVO ESTADO.
      * -----------------------------------------------------------
       3000-COBRA-PRESTAMO.
           COMPUTE WS-TASA-MENSUAL ROUNDED = WS-PRCL-TASA-AUX / 1200

           PERFORM 3100-DEVENGA-PUNITORIOS
           PERFORM 3200-VENCE-CUOTA
                   UNTIL WS-PRCL-PROX-VTO-AUX EQUAL ZEROS
                      OR WS-PRCL-PROX-VTO-AUX GREATER THAN
                         WS-FECHA-HOY

           COMPUTE WS-DEUDA = WS-PRCL-EXIG-CAP-AUX
                   + WS-PRCL-EXIG-INT-AUX + WS-PRCL-PUNITORIOS-AUX
           IF WS-DEUDA EQUAL ZEROS
              GO TO 3000-FIN
           END-IF

           MOVE WS-PRCL-CUENTA-AUX TO DET-CUENTA
           MOVE WS-PRCL-NUMERO-AUX TO DET-NUMERO
           MOVE WS-DEUDA           TO DET-DEUDA

           PERFORM 3300-DEBITA-CUENTA
           IF WS-COBRADO GREATER THAN ZEROS
              PERFORM 3400-IMPUTA-COBRO
              MOVE WS-FECHA-HOY TO WS-PRCL-ULT-COBRO-AUX
              ADD 1 TO WS-CONTADOR-COBRADOS
           END-IF

           SUBTRACT WS-COBRADO FROM WS-DEUDA
           EVALUATE TRUE
              WHEN WS-DEUDA GREATER THAN ZEROS
                 MOVE 'M' TO WS-PRCL-ESTADO-AUX
                 ADD 1 TO WS-CONTADOR-EN-MORA
                 IF WS-MENSAJE-COBRO EQUAL SPACES
                    MOVE 'SALDO INSUFICIENTE' TO WS-MENSAJE-COBRO
                 END-IF
              WHEN WS-PRCL-PROX-VTO-AUX EQUAL ZEROS
                 MOVE 'C' TO WS-PRCL-ESTADO-AUX
                 ADD 1 TO WS-CONTADOR-CANCELADOS
                 MOVE 'PRESTAMO CANCELADO' TO WS-MENSAJE-COBRO
              WHEN OTHER
                 MOVE 'V' TO WS-PRCL-ESTADO-AUX
                 ADD 1 TO WS-CONTADOR-AL-DIA
                 MOVE 'CUOTA COBRADA' TO WS-MENSAJE-COBRO
           END-EVALUATE

           MOVE WS-COBRADO       TO DET-COBRADO
           MOVE WS-DEUDA         TO DET-PENDIENTE
           MOVE WS-MENSAJE-COBRO TO DET-MENSAJE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           PERFORM 3500-GRABA-PRESTAMO.
       3000-FIN.  EXIT.

      * -----------------------------------------------------------
      * PUNITORIOS: TASA PUNITORIA ANUAL SOBRE CAPITAL E INTERES
      * EXIGIBLES, POR LOS DIAS CORRIDOS DESDE EL ULTIMO DEVENGAMIENTO
      * (ANIO DE 365 DIAS). LA FECHA SE LLEVA A HOY SIEMPRE, ASI LA
      * CUOTA QUE VENCE Y NO SE COBRA EMPIEZA A DEVENGAR DESDE HOY.
      * -----------------------------------------------------------
       3100-DEVENGA-PUNITORIOS.
           IF WS-PRCL-EXIG-CAP-AUX + WS-PRCL-EXIG-INT-AUX
                 GREATER THAN ZEROS
              AND WS-PRCL-FECHA-PUN-AUX LESS THAN WS-FECHA-HOY
              CALL 'DIAS-ENTRE-FECHAS'
                   USING WS-PRCL-FECHA-PUN-AUX WS-FECHA-HOY
                         WS-DIAS-MORA
              IF WS-DIAS-MORA GREATER THAN ZEROS
                 COMPUTE WS-PRCL-PUNITORIOS-AUX ROUNDED =
                         WS-PRCL-PUNITORIOS-AUX
                         + (WS-PRCL-EXIG-CAP-AUX
                            + WS-PRCL-EXIG-INT-AUX)
                         * WS-PRCL-TASA-PUN-AUX / 100
                         * WS-DIAS-MORA / 365
              END-IF
           END-IF
           MOVE WS-FECHA-HOY TO WS-PRCL-FECHA-PUN-AUX.
       3100-FIN.  EXIT.

      * -----------------------------------------------------------
      * VENCE UNA CUOTA CON EL MISMO CALCULO DEL CUADRO DE
      * AMORTIZACION: INTERES DEL MES SOBRE EL SALDO DE CAPITAL Y
      * EL RESTO DE LA CUOTA A CAPITAL (LA ULTIMA TOMA TODO EL
      * SALDO). AMBOS PASAN A EXIGIBLE Y SE AVANZA EL VENCIMIENTO.
      * -----------------------------------------------------------
       3200-VENCE-CUOTA.
           COMPUTE WS-INTERES-CUOTA ROUNDED =
                   WS-PRCL-SALDO-CAP-AUX * WS-TASA-MENSUAL
           ADD 1 TO WS-PRCL-VENCIDAS-AUX
           IF WS-PRCL-VENCIDAS-AUX NOT LESS THAN WS-PRCL-PLAZO-AUX
              MOVE WS-PRCL-SALDO-CAP-AUX TO WS-CAPITAL-CUOTA
           ELSE
              COMPUTE WS-CAPITAL-CUOTA =
                      WS-PRCL-CUOTA-AUX - WS-INTERES-CUOTA
              IF WS-CAPITAL-CUOTA GREATER THAN WS-PRCL-SALDO-CAP-AUX
                 MOVE WS-PRCL-SALDO-CAP-AUX TO WS-CAPITAL-CUOTA
              END-IF
           END-IF
           SUBTRACT WS-CAPITAL-CUOTA FROM WS-PRCL-SALDO-CAP-AUX
           ADD WS-CAPITAL-CUOTA TO WS-PRCL-EXIG-CAP-AUX
           ADD WS-INTERES-CUOTA TO WS-PRCL-EXIG-INT-AUX

           IF WS-PRCL-VENCIDAS-AUX NOT LESS THAN WS-PRCL-PLAZO-AUX
              MOVE ZEROS TO WS-PRCL-PROX-VTO-AUX
           ELSE
              MOVE WS-PRCL-PROX-VTO-AUX TO WS-FECHA-VTO
              ADD 1 TO WS-MES-VTO
              IF WS-MES-VTO GREATER THAN 12
                 MOVE 1 TO WS-MES-VTO
                 ADD 1 TO WS-ANIO-VTO
              END-IF
              MOVE WS-PRCL-DIA-VTO-AUX TO WS-DIA-VTO
              MOVE WS-FECHA-VTO TO WS-PRCL-PROX-VTO-AUX
           END-IF.
       3200-FIN.  EXIT.

      * -----------------------------------------------------------
      * SE DEBITA LA DEUDA O LO QUE HAYA: SALDO ACTUAL MENOS FONDOS
      * RETENIDOS, SIN ENTRAR EN DESCUBIERTO.
      * -----------------------------------------------------------
       3300-DEBITA-CUENTA.
           MOVE ZEROS  TO WS-COBRADO
           MOVE SPACES TO WS-MENSAJE-COBRO

           MOVE WS-PRCL-CUENTA-AUX TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-OPE WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              MOVE 'CUENTA INEXISTENTE' TO WS-MENSAJE-COBRO
              GO TO 3300-FIN
           END-IF

           COMPUTE WS-DISPONIBLE =
                   WS-SALDO-ACTUAL - WS-SALDO-RETENIDO
           IF WS-DISPONIBLE NOT GREATER THAN ZEROS
              GO TO 3300-FIN
           END-IF
           IF WS-DISPONIBLE LESS THAN WS-DEUDA
              MOVE WS-DISPONIBLE TO WS-COBRADO
           ELSE
              MOVE WS-DEUDA TO WS-COBRADO
           END-IF

           SUBTRACT WS-COBRADO FROM WS-SALDO-ACTUAL
           MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
           MOVE 'CA' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-OPE WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              MOVE ZEROS TO WS-COBRADO
              MOVE 'ERROR AL DEBITAR' TO WS-MENSAJE-COBRO
           END-IF.
       3300-FIN.  EXIT.

      * -----------------------------------------------------------
      * IMPUTACION DEL COBRO: PRIMERO PUNITORIOS, LUEGO INTERES Y
      * POR ULTIMO CAPITAL.
      * -----------------------------------------------------------
       3400-IMPUTA-COBRO.
           MOVE WS-COBRADO TO WS-RESTO-COBRO

           IF WS-RESTO-COBRO LESS THAN WS-PRCL-PUNITORIOS-AUX
              MOVE WS-RESTO-COBRO TO WS-IMPUTADO
           ELSE
              MOVE WS-PRCL-PUNITORIOS-AUX TO WS-IMPUTADO
           END-IF
           SUBTRACT WS-IMPUTADO FROM WS-PRCL-PUNITORIOS-AUX
                                     WS-RESTO-COBRO
           ADD WS-IMPUTADO TO WS-TOTAL-PUNITORIOS

           IF WS-RESTO-COBRO LESS THAN WS-PRCL-EXIG-INT-AUX
              MOVE WS-RESTO-COBRO TO WS-IMPUTADO
           ELSE
              MOVE WS-PRCL-EXIG-INT-AUX TO WS-IMPUTADO
           END-IF
           SUBTRACT WS-IMPUTADO FROM WS-PRCL-EXIG-INT-AUX
                                     WS-RESTO-COBRO
           ADD WS-IMPUTADO TO WS-TOTAL-INTERES

           IF WS-RESTO-COBRO LESS THAN WS-PRCL-EXIG-CAP-AUX
              MOVE WS-RESTO-COBRO TO WS-IMPUTADO
           ELSE
              MOVE WS-PRCL-EXIG-CAP-AUX TO WS-IMPUTADO
           END-IF
           SUBTRACT WS-IMPUTADO FROM WS-PRCL-EXIG-CAP-AUX
                                     WS-RESTO-COBRO
           ADD WS-IMPUTADO TO WS-TOTAL-CAPITAL

           ADD WS-COBRADO TO WS-TOTAL-COBRADO.
       3400-FIN.  EXIT.

       3500-GRABA-PRESTAMO.
           MOVE WS-PRCL-CUENTA-AUX TO WS-LLAVE-PRCL-CUENTA
           MOVE WS-PRCL-NUMERO-AUX TO WS-LLAVE-PRCL-NUMERO
           MOVE 'CA' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-OPE
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL.
       3500-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO BALANCEADO DEL COBRO: DEBE CUENTAS DE SALDOS Y
      * HABER CAPITAL DE PRESTAMOS, INTERESES Y PUNITORIOS.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-TOTAL-COBRADO EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              GO TO 8950-FIN
           END-IF

           MOVE 'CTASSALD'          TO GL-CUENTA
           MOVE 'D'                 TO GL-TIPO
           MOVE WS-TOTAL-COBRADO    TO GL-IMPORTE
           MOVE WS-NOMBRE-PROGRAMA  TO GL-PROGRAMA
           MOVE WS-FECHA-HOY        TO GL-FECHA
           WRITE REG-ASIENTO-GL

           IF WS-TOTAL-CAPITAL GREATER THAN ZEROS
              MOVE 'PRESTCLI'       TO GL-CUENTA
              MOVE 'H'              TO GL-TIPO
              MOVE WS-TOTAL-CAPITAL TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-INTERES GREATER THAN ZEROS
              MOVE 'INTPRCLI'       TO GL-CUENTA
              MOVE 'H'              TO GL-TIPO
              MOVE WS-TOTAL-INTERES TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-PUNITORIOS GREATER THAN ZEROS
              MOVE 'PUNITCLI'          TO GL-CUENTA
              MOVE 'H'                 TO GL-TIPO
              MOVE WS-TOTAL-PUNITORIOS TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-OPE
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-OPE WS-REG-SALDOS WS-CODIGO-SDO

           MOVE WS-CONTADOR-AL-DIA     TO RES-AL-DIA
           MOVE WS-CONTADOR-EN-MORA    TO RES-EN-MORA
           MOVE WS-CONTADOR-CANCELADOS TO RES-CANCELADOS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           MOVE WS-TOTAL-CAPITAL    TO TOT-CAPITAL
           MOVE WS-TOTAL-INTERES    TO TOT-INTERES
           MOVE WS-TOTAL-PUNITORIOS TO TOT-PUNITORIOS
           WRITE REG-REPORTE FROM WS-LINEA-TOTALES
                 AFTER ADVANCING 1 LINE

           PERFORM 8950-GRABA-ASIENTO-GL

           MOVE WS-CONTADOR-LEIDOS   TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-COBRADOS TO WS-STAT-COBRADOS
           MOVE WS-CONTADOR-EN-MORA  TO WS-STAT-EN-MORA
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-COBRADOS WS-STAT-EN-MORA

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
