       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  CUENTAS EN DOLARES: EL PAR ENTRE CUENTAS DE
      *                    DISTINTA MONEDA SE RECHAZA SALVO QUE VENGA
      *                    MARCADO COMO CAMBIO (TRFC-CAMBIO = 'S'), Y
      *                    EL CAMBIO SOLO SE HACE CON LA COTIZACION DEL
      *                    DIA CARGADA (COTIZACIONES-I-O, FUNCION LF).
      *                    TRFC-IMPORTE ES SIEMPRE EN LA MONEDA DEL
      *                    ORIGEN: PESOS A DOLARES A COT-VENTA, DOLARES
      *                    A PESOS A COT-COMPRA, COMO CAJA-ONLINE. LOS
      *                    CAMBIOS SE TOTALIZAN APARTE DEL CUADRE Y SU
      *                    ASIENTO (CTASSALD, CTASDOLR CON EL IMPORTE
      *                    EN DOLARES E INGCAMBI) VA A GL-INTERFAZ.
      *   15/10/2026  AMF  EL CONTROL DE FONDOS DEL ORIGEN USA EL
      *                    SALDO DISPONIBLE: SALDO ACTUAL MENOS LOS
      *                    FONDOS RETENIDOS POR CHEQUES EN CLEARING,
      *                    MAS EL LIMITE DE DESCUBIERTO.
      *   02/09/2026  AMF  VERSION ORIGINAL. TRANSFERENCIAS ENTRE
      *                    CUENTAS DE ARCHIVO-SALDOS COMO PAR TODO O
      *                    NADA: SE VALIDAN LAS DOS CUENTAS (EXISTEN,

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 TRFC-CUENTA-DESTINO       PIC 9(07).
           05 TRFC-IMPORTE              PIC 9(09)V99.
           05 TRFC-REFERENCIA           PIC X(10).
           05 TRFC-CAMBIO               PIC X(01).
              88 TRFC-ES-CAMBIO                     VALUE 'S'.
           05 FILLER                    PIC X(44).

       FD  TRANSFERENCIAS-EXCEPCION
           LABEL RECORDS ARE STANDARD
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
       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-EXC                PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.

           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).
       01  WS-DISPONIBLE                PIC S9(11)V99 COMP-3.
       01  WS-MONEDA-DESTINO            PIC X(03).
           88 DESTINO-EN-DOLARES                  VALUE 'USD'.
       01  WS-IMPORTE-DESTINO           PIC 9(09)V99.
       01  WS-IMPORTE-PESOS             PIC 9(11)V99.

       01  WS-FUNCION-COT               PIC X(02).
       01  WS-LLAVE-COT.
           05 WS-LLAVE-COT-MONEDA       PIC X(03) VALUE 'USD'.
           05 WS-LLAVE-COT-FECHA        PIC 9(08).
           COPY CPCOTIWS.
       01  WS-CODIGO-COT                PIC X(02).
       01  SW-COTIZACION-DEL-DIA        PIC X(01) VALUE 'N'.
           88 HAY-COTIZACION-DEL-DIA               VALUE 'S'.

      * CAMBIOS: VENTA = EL BANCO VENDE DOLARES (ORIGEN EN PESOS),
      * COMPRA = AL REVES. EQUIVALENTE EN PESOS A COT-COMPRA.
       01  WS-CONTADOR-CAMBIOS          PIC 9(05) VALUE ZEROS.
       01  WS-VENTA-PESOS               PIC 9(11)V99 VALUE ZEROS.
       01  WS-VENTA-DOLARES             PIC 9(11)V99 VALUE ZEROS.
       01  WS-VENTA-EQUIVALENTE         PIC 9(11)V99 VALUE ZEROS.
       01  WS-COMPRA-PESOS              PIC 9(11)V99 VALUE ZEROS.
       01  WS-COMPRA-DOLARES            PIC 9(11)V99 VALUE ZEROS.
       01  WS-RESULTADO-CAMBIO          PIC 9(11)V99 VALUE ZEROS.

       01  WS-LINEA-CAMBIOS.
           05 FILLER                    PIC X(12)
              VALUE 'CAMBIOS:'.
           05 RES-CAMBIOS               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  PESOS:'.
           05 RES-CAMBIO-PESOS          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(10)
              VALUE '  USD:'.
           05 RES-CAMBIO-DOLARES        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TRF WS-REG-SALDOS WS-CODIGO-SDO

           PERFORM 1100-LEE-COTIZACION
           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * COTIZACION DEL DOLAR DE HOY PARA LOS PARES DE CAMBIO; SIN
      * ELLA (O CON UNA ANTERIOR) LOS CAMBIOS SE RECHAZAN.
      * -----------------------------------------------------------
       1100-LEE-COTIZACION.
           MOVE 'AB' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-TRF
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT NOT EQUAL ZEROS
              GO TO 1100-FIN
           END-IF

           MOVE WS-FECHA-HOY TO WS-LLAVE-COT-FECHA
           MOVE 'LF' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-TRF
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT EQUAL ZEROS AND
              WS-COT-FECHA EQUAL WS-FECHA-HOY
              MOVE 'S' TO SW-COTIZACION-DEL-DIA
           END-IF

           MOVE 'CI' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-TRF
                      WS-REG-COTIZACION WS-CODIGO-COT.
       1100-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-TRANSFERENCIAS
              AT END MOVE 'S' TO SW-FIN-TRANS
              PERFORM 2100-RECHAZA-PAR
              GO TO 3000-FIN
           END-IF
           MOVE WS-SALDO-MONEDA TO WS-MONEDA-DESTINO
           IF NOT DESTINO-EN-DOLARES
              MOVE 'ARS' TO WS-MONEDA-DESTINO
           END-IF

           MOVE TRFC-CUENTA-ORIGEN TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
              PERFORM 2100-RECHAZA-PAR
              GO TO 3000-FIN
           END-IF
           PERFORM 3200-CALCULA-DESTINO
           IF WS-IMPORTE-DESTINO EQUAL ZEROS
              PERFORM 2100-RECHAZA-PAR
              GO TO 3000-FIN
           END-IF
           COMPUTE WS-DISPONIBLE =
                   WS-SALDO-ACTUAL - WS-SALDO-RETENIDO
                   + WS-SALDO-LIMITE-DESC
           IF TRFC-IMPORTE GREATER THAN WS-DISPONIBLE
              MOVE 'ORIGEN SIN FONDOS' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-PAR
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TRF WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              ADD WS-IMPORTE-DESTINO TO WS-SALDO-ACTUAL
              MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
              MOVE 'CA' TO WS-FUNCION-SDO
              CALL 'SALDOS-INDEXADOS-I-O'
           END-IF

           ADD 1 TO WS-CONTADOR-APLICADAS
           IF NOT TRFC-ES-CAMBIO
              ADD TRFC-IMPORTE TO WS-TOTAL-DEBITADO
              ADD TRFC-IMPORTE TO WS-TOTAL-ACREDITADO
              MOVE 'TRANSFERENCIA APLICADA' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-CAMBIOS
           IF DESTINO-EN-DOLARES
              ADD TRFC-IMPORTE       TO WS-VENTA-PESOS
              ADD WS-IMPORTE-DESTINO TO WS-VENTA-DOLARES
              ADD WS-IMPORTE-PESOS   TO WS-VENTA-EQUIVALENTE
           ELSE
              ADD TRFC-IMPORTE       TO WS-COMPRA-DOLARES
              ADD WS-IMPORTE-DESTINO TO WS-COMPRA-PESOS
           END-IF
           MOVE 'CAMBIO APLICADO' TO DET-MENSAJE.
       3000-FIN.  EXIT.

       3100-REPONE-ORIGEN.
           END-IF.
       3100-FIN.  EXIT.

      * -----------------------------------------------------------
      * CON EL ORIGEN LEIDO: MISMA MONEDA, EL DESTINO RECIBE EL
      * MISMO IMPORTE; MONEDAS DISTINTAS, SOLO COMO CAMBIO Y CON LA
      * COTIZACION DEL DIA. DEVUELVE WS-IMPORTE-DESTINO EN CERO Y
      * EL MENSAJE CUANDO EL PAR NO SE PUEDE APLICAR.
      * -----------------------------------------------------------
       3200-CALCULA-DESTINO.
           MOVE ZEROS TO WS-IMPORTE-DESTINO WS-IMPORTE-PESOS
           IF (WS-SALDO-EN-DOLARES AND DESTINO-EN-DOLARES) OR
              (WS-SALDO-EN-PESOS AND NOT DESTINO-EN-DOLARES)
              IF TRFC-ES-CAMBIO
                 MOVE 'CAMBIO ENTRE MISMA MONEDA' TO DET-MENSAJE
              ELSE
                 MOVE TRFC-IMPORTE TO WS-IMPORTE-DESTINO
              END-IF
              GO TO 3200-FIN
           END-IF

           IF NOT TRFC-ES-CAMBIO
              MOVE 'MONEDAS DISTINTAS SIN CAMBIO' TO DET-MENSAJE
              GO TO 3200-FIN
           END-IF
           IF NOT HAY-COTIZACION-DEL-DIA
              MOVE 'SIN COTIZACION DEL DIA' TO DET-MENSAJE
              GO TO 3200-FIN
           END-IF

           IF DESTINO-EN-DOLARES
              COMPUTE WS-IMPORTE-DESTINO =
                      TRFC-IMPORTE / WS-COT-VENTA
              COMPUTE WS-IMPORTE-PESOS ROUNDED =
                      WS-IMPORTE-DESTINO * WS-COT-COMPRA
           ELSE
              COMPUTE WS-IMPORTE-DESTINO ROUNDED =
                      TRFC-IMPORTE * WS-COT-COMPRA
           END-IF
           IF WS-IMPORTE-DESTINO EQUAL ZEROS
              MOVE 'IMPORTE INSUFICIENTE' TO DET-MENSAJE
           END-IF.
       3200-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO DE LOS CAMBIOS DEL LOTE, IGUAL AL DE CAJA-ONLINE:
      * VENTA DE DOLARES DEBE CTASSALD, HABER CTASDOLR A COT-COMPRA
      * Y HABER INGCAMBI POR EL MARGEN; COMPRA DE DOLARES DEBE
      * CTASDOLR Y HABER CTASSALD.
      * -----------------------------------------------------------
       8000-GRABA-ASIENTO-GL.
           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              MOVE 8 TO RETURN-CODE
              GO TO 8000-FIN
           END-IF
           MOVE WS-NOMBRE-PROGRAMA  TO GL-PROGRAMA
           MOVE WS-FECHA-HOY        TO GL-FECHA

           IF WS-VENTA-PESOS GREATER THAN ZEROS
              MOVE 'CTASSALD'           TO GL-CUENTA
              MOVE 'D'                  TO GL-TIPO
              MOVE WS-VENTA-PESOS       TO GL-IMPORTE
              MOVE 'ARS'                TO GL-MONEDA
              MOVE ZEROS                TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              MOVE 'CTASDOLR'           TO GL-CUENTA
              MOVE 'H'                  TO GL-TIPO
              MOVE WS-VENTA-EQUIVALENTE TO GL-IMPORTE
              MOVE 'USD'                TO GL-MONEDA
              MOVE WS-VENTA-DOLARES     TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              COMPUTE WS-RESULTADO-CAMBIO =
                      WS-VENTA-PESOS - WS-VENTA-EQUIVALENTE
              IF WS-RESULTADO-CAMBIO GREATER THAN ZEROS
                 MOVE 'INGCAMBI'          TO GL-CUENTA
                 MOVE 'H'                 TO GL-TIPO
                 MOVE WS-RESULTADO-CAMBIO TO GL-IMPORTE
                 MOVE 'ARS'               TO GL-MONEDA
                 MOVE ZEROS               TO GL-IMPORTE-ORIGEN
                 WRITE REG-ASIENTO-GL
              END-IF
           END-IF

           IF WS-COMPRA-PESOS GREATER THAN ZEROS
              MOVE 'CTASDOLR'           TO GL-CUENTA
              MOVE 'D'                  TO GL-TIPO
              MOVE WS-COMPRA-PESOS      TO GL-IMPORTE
              MOVE 'USD'                TO GL-MONEDA
              MOVE WS-COMPRA-DOLARES    TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              MOVE 'CTASSALD'           TO GL-CUENTA
              MOVE 'H'                  TO GL-TIPO
              MOVE WS-COMPRA-PESOS      TO GL-IMPORTE
              MOVE 'ARS'                TO GL-MONEDA
              MOVE ZEROS                TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL
           END-IF

           CLOSE GL-INTERFAZ.
       8000-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
           WRITE REG-REPORTE FROM WS-LINEA-CUADRE
                 AFTER ADVANCING 1 LINE

           IF WS-CONTADOR-CAMBIOS GREATER THAN ZEROS
              MOVE WS-CONTADOR-CAMBIOS TO RES-CAMBIOS
              COMPUTE WS-IMPORTE-PESOS =
                      WS-VENTA-PESOS + WS-COMPRA-PESOS
              MOVE WS-IMPORTE-PESOS    TO RES-CAMBIO-PESOS
              COMPUTE WS-IMPORTE-PESOS =
                      WS-VENTA-DOLARES + WS-COMPRA-DOLARES
              MOVE WS-IMPORTE-PESOS    TO RES-CAMBIO-DOLARES
              WRITE REG-REPORTE FROM WS-LINEA-CAMBIOS
                    AFTER ADVANCING 1 LINE
              PERFORM 8000-GRABA-ASIENTO-GL
           END-IF

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
