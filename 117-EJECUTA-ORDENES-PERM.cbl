       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  CADA ORDEN FALLIDA SE GRABA TAMBIEN EN
      *                    ORDENES-FALLIDAS (UT-S-ORDFALL, CPORDFA1)
      *                    CON EL MOTIVO, EL REINTENTO Y LA MARCA DE
      *                    SUSPENDIDA, PARA EL AVISO AL CLIENTE. EL
      *                    ARCHIVO SE RECREA EN CADA CORRIDA, AUN EN
      *                    DIA NO LABORABLE (QUEDA VACIO).
      *   15/10/2026  AMF  CUENTAS EN DOLARES: LA ORDEN ENTRE CUENTAS
      *                    DE DISTINTA MONEDA NO SE EJECUTA (FALLA
      *                    'MONEDAS DISTINTAS'); EL CAMBIO DE MONEDA
      *                    SE HACE POR CAJA O TRANSFERENCIA EXPLICITA.
      *   15/10/2026  AMF  EL CONTROL DE FONDOS DE LA ORDEN USA EL
      *                    SALDO DISPONIBLE: SALDO ACTUAL MENOS LOS
      *                    FONDOS RETENIDOS POR CHEQUES EN CLEARING,
      *                    MAS EL LIMITE DE DESCUBIERTO.
      *   02/09/2026  AMF  VERSION ORIGINAL. LOTE DIARIO DE ORDENES
      *                    PERMANENTES: CORRE SOLO EN DIA LABORABLE
      *                    SEGUN EL CALENDARIO (CONSULTA-CALENDARIO;
       FILE-CONTROL.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
           SELECT ORDENES-FALLIDAS ASSIGN TO UT-S-ORDFALL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-FALLIDAS.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       FD  ORDENES-FALLIDAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-ORDEN-FALLIDA.
           COPY CPORDFA1.

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 RES-SUSPENDIDAS           PIC ZZ,ZZ9.

       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-FALLIDAS           PIC X(02).

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-PARTES-FECHA REDEFINES WS-FECHA-HOY.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).
       01  WS-DISPONIBLE                PIC S9(11)V99 COMP-3.
       01  WS-MONEDA-CONTRA             PIC X(03).
           88 CONTRA-EN-DOLARES                   VALUE 'USD'.
       01  SW-EJECUCION-FALLIDA         PIC X(01).
           88 EJECUCION-FALLIDA                   VALUE 'S'.
       01  WS-MENSAJE-FALLA             PIC X(28).

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           OPEN OUTPUT ORDENES-FALLIDAS

           CALL 'CONSULTA-CALENDARIO'
                USING WS-FECHA-HOY WS-MARCAS-CALENDARIO WS-CODIGO-CAL
              WHEN NOT HOY-ES-LABORABLE
                 DISPLAY 'HOY NO ES DIA LABORABLE: LAS ORDENES '
                         'PERMANENTES NO SE EJECUTAN'
                 CLOSE ORDENES-FALLIDAS
                 GOBACK
              WHEN OTHER
                 CONTINUE
       3100-POSTEA-PAR.
           MOVE 'N' TO SW-EJECUCION-FALLIDA

      *    MONEDA DE LA CONTRAPARTE, PARA NO DEBITAR UN PAR QUE
      *    MEZCLA PESOS Y DOLARES.
           MOVE SPACES TO WS-MONEDA-CONTRA
           MOVE WS-ORDPER-CONTRA-AUX TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-OPE WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              MOVE 'ARS' TO WS-MONEDA-CONTRA
              IF WS-SALDO-EN-DOLARES
                 MOVE 'USD' TO WS-MONEDA-CONTRA
              END-IF
           END-IF

           MOVE WS-ORDPER-CUENTA-AUX TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
              MOVE 'CUENTA INEXISTENTE' TO WS-MENSAJE-FALLA
              GO TO 3100-FIN
           END-IF
           IF (CONTRA-EN-DOLARES AND WS-SALDO-EN-PESOS) OR
              (WS-MONEDA-CONTRA EQUAL 'ARS' AND WS-SALDO-EN-DOLARES)
              MOVE 'S' TO SW-EJECUCION-FALLIDA
              MOVE 'MONEDAS DISTINTAS' TO WS-MENSAJE-FALLA
              GO TO 3100-FIN
           END-IF
           COMPUTE WS-DISPONIBLE =
                   WS-SALDO-ACTUAL - WS-SALDO-RETENIDO
                   + WS-SALDO-LIMITE-DESC
           IF WS-ORDPER-IMPORTE-AUX GREATER THAN WS-DISPONIBLE
              MOVE 'S' TO SW-EJECUCION-FALLIDA
              MOVE 'CUENTA SIN FONDOS' TO WS-MENSAJE-FALLA
           ELSE
              MOVE WS-MENSAJE-FALLA TO DET-MENSAJE
           END-IF
           PERFORM 3300-GRABA-ORDEN
           PERFORM 3400-GRABA-FALLIDA.
       3200-FIN.  EXIT.

       3300-GRABA-ORDEN.
                      WS-USUARIO-OPE WS-REG-ORDPER-AUX WS-CODIGO-ORD.
       3300-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA FALLA QUEDA PARA EL AVISO AL CLIENTE: CUENTA, ORDEN,
      * MOTIVO, REINTENTO Y SI LA ORDEN QUEDO SUSPENDIDA.
      * -----------------------------------------------------------
       3400-GRABA-FALLIDA.
           MOVE SPACES                  TO REG-ORDEN-FALLIDA
           MOVE WS-ORDPER-CUENTA-AUX    TO ORDFAL-CUENTA
           MOVE WS-ORDPER-SECUENCIA-AUX TO ORDFAL-SECUENCIA
           MOVE WS-ORDPER-CONTRA-AUX    TO ORDFAL-CONTRAPARTE
           MOVE WS-ORDPER-IMPORTE-AUX   TO ORDFAL-IMPORTE
           MOVE WS-FECHA-HOY            TO ORDFAL-FECHA
           MOVE WS-MENSAJE-FALLA        TO ORDFAL-MOTIVO
           MOVE WS-ORDPER-REINT-AUX     TO ORDFAL-REINTENTOS
           MOVE 'N'                     TO ORDFAL-SUSPENDIDA
           IF WS-ORDPER-ESTADO-AUX EQUAL 'S'
              MOVE 'S' TO ORDFAL-SUSPENDIDA
           END-IF
           WRITE REG-ORDEN-FALLIDA.
       3400-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-ORD
           CALL 'ORDENES-PERMANENTES-I-O'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-EJECUTADAS WS-STAT-FALLIDAS

           CLOSE REPORTE ORDENES-FALLIDAS.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
