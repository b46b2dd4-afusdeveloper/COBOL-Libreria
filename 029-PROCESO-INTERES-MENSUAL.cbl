       DATE-WRITTEN.                   09/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  CUENTAS EN DOLARES: EL INTERES SE CALCULA Y
      *                    ACREDITA EN LA MONEDA DE LA CUENTA, A SU
      *                    TASA PROPIA (LAS BANDAS DE TASAS-INTERES
      *                    SON DE PESOS). EL UMBRAL DE RETENCION SE
      *                    MIDE EN PESOS AL COMPRADOR DEL CIERRE
      *                    (COTIZACIONES-I-O, FUNCION LF; SIN NINGUNA
      *                    COTIZACION CARGADA NO CORRE, RETURN-CODE 8)
      *                    Y RETENCIONES-INTERES RECIBE LA PARTE EN
      *                    PESOS PARA EL CERTIFICADO. LOS TOTALES EN
      *                    DOLARES SE INFORMAN APARTE Y SE ASIENTAN
      *                    CONTRA CTASDOLR CON EL IMPORTE ORIGEN Y SU
      *                    EQUIVALENTE EN PESOS. FD GL-INTERFAZ A 66
      *                    POSICIONES (CPGLVOU1).
      *   15/10/2026  AMF  CUENTAS CONJUNTAS: EL INTERES ACREEDOR SE
      *                    REPARTE ENTRE LOS TITULARES Y COTITULARES
      *                    ACTIVOS DE TITULARES-CUENTA SEGUN SU
      *                    PARTICIPACION (EL ULTIMO SE LLEVA EL RESTO
      *                    DEL REDONDEO), Y EL UMBRAL Y EL PORCENTAJE
      *                    DE RETENCION SE APLICAN A LA PARTE DE CADA
      *                    PERSONA. LA CUENTA SIN PERSONAS CARGADAS
      *                    SIGUE SIENDO TODA DE SALDO-TITULAR. EL
      *                    REPORTE DE RENDICION SALE POR CUENTA Y
      *                    PERSONA, Y CADA PARTE SE ACUMULA EN
      *                    RETENCIONES-INTERES (UT-S-RETINTER, CPRETINT)
      *                    PARA EL CERTIFICADO ANUAL.
      *   15/10/2026  AMF  LA CUENTA CERRADA (ESTADO C) SE SALTEA: NO
      *                    DEVENGA NI SE REGRABA; SU INTERES FINAL LO
      *                    LIQUIDO EL CIERRE DE CUENTAS.
      *   02/09/2026  AMF  DEVENGAMIENTO SOBRE SALDO PROMEDIO DIARIO:
      *                    SI VIENE EL ARCHIVO DE PROMEDIOS DEL
      *                    PERIODO (UT-S-PROMSDO, GENERADO POR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-COMP.

           SELECT RETENCIONES-INTERES ASSIGN TO UT-S-RETINTER
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RTI.

      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

           DATA RECORD IS REG-REPORTE-COMP.
       01  REG-REPORTE-COMP             PIC X(80).

       FD  RETENCIONES-INTERES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-RETENCION-INTERES.
           COPY CPRETINT.

       WORKING-STORAGE SECTION.
       01  WS-CODIGO-REPORTE            PIC X(02).

           05 WS-SALDO-LIMITE-AUX       PIC 9(09)V99 COMP-3.
           05 WS-SALDO-TASA-DESC-AUX    PIC 9(03)V9(04) COMP-3.
           05 WS-SALDO-ACTIVIDAD-AUX    PIC X(01).
           05 WS-SALDO-RETENIDO-AUX     PIC 9(11)V99 COMP-3.
           05 WS-SALDO-FECHA-CIERRE-AUX PIC 9(08).
           05 WS-SALDO-MONEDA-AUX       PIC X(03).
              88 WS-CUENTA-EN-DOLARES             VALUE 'USD'.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-TASI              PIC X(02).
       01  SW-CUENTA-EN-DESCUBIERTO     PIC X(01) VALUE 'N'.
           88 CUENTA-EN-DESCUBIERTO                VALUE 'S'.

      *    CUENTAS EN DOLARES: TOTALES EN MONEDA ORIGEN Y SU
      *    EQUIVALENTE EN PESOS AL COMPRADOR DEL CIERRE.
       01  WS-FUNCION-COT               PIC X(02).
       01  WS-LLAVE-COT.
           05 WS-LLAVE-COT-MONEDA       PIC X(03) VALUE 'USD'.
           05 WS-LLAVE-COT-FECHA        PIC 9(08).
           COPY CPCOTIWS.
       01  WS-CODIGO-COT                PIC X(02).
       01  SW-COTIZACION-CIERRE         PIC X(01) VALUE 'N'.
           88 HAY-COTIZACION-CIERRE               VALUE 'S'.
       01  WS-CONTADOR-DOLARES          PIC 9(05) VALUE ZEROS.
       01  WS-INTERES-TOTAL-USD         PIC 9(09)V99 VALUE ZEROS.
       01  WS-RETENCION-TOTAL-USD       PIC 9(09)V99 VALUE ZEROS.
       01  WS-INTERES-DEUDOR-USD        PIC 9(09)V99 VALUE ZEROS.
       01  WS-PESOS-INTERES-USD         PIC 9(11)V99 VALUE ZEROS.
       01  WS-PESOS-RETENCION-USD       PIC 9(11)V99 VALUE ZEROS.
       01  WS-RETENIDO-EN-PESOS         PIC 9(11)V99 COMP-3.
       01  WS-PESOS-DEUDOR-USD          PIC 9(11)V99 VALUE ZEROS.
       01  WS-INTERES-EN-PESOS          PIC 9(11)V99 COMP-3.

       01  WS-CODIGO-PARMR              PIC X(02).
       01  WS-CODIGO-REPR               PIC X(02).
       01  SW-FIN-PARMR                 PIC X(01) VALUE 'N'.
       01  WS-RETENCION-CALCULADA       PIC 9(08)V99 COMP-3.
       01  WS-RETENCION-TOTAL           PIC 9(09)V99 VALUE ZEROS.
       01  WS-CONTADOR-RETENIDAS        PIC 9(05) VALUE ZEROS.
       01  WS-CODIGO-RTI                PIC X(02).

       01  WS-FUNCION-TIT               PIC X(02).
       01  WS-LLAVE-TIT.
           05 WS-LLAVE-TIT-CUENTA       PIC 9(07).
           05 WS-LLAVE-TIT-CLIENTE      PIC 9(08).
       01  WS-LLAVE-HASTA-TIT.
           05 WS-HASTA-TIT-CUENTA       PIC 9(07).
           05 WS-HASTA-TIT-CLIENTE      PIC 9(08).
           COPY CPTITCWS.
       01  WS-CODIGO-TIT                PIC X(02).

      *    DUENIOS DE LA CUENTA EN PROCESO, CON SU PARTE DEL INTERES.
       01  WS-TABLA-DUENIOS.
           05 WS-CANTIDAD-DUENIOS       PIC 9(02).
           05 WS-DUENIO OCCURS 20 TIMES.
              10 WS-DUE-CLIENTE         PIC 9(08).
              10 WS-DUE-ROL             PIC X(01).
              10 WS-DUE-PARTICIPACION   PIC 9(03)V99.
              10 WS-DUE-INTERES         PIC 9(08)V99 COMP-3.
              10 WS-DUE-RETENIDO        PIC 9(08)V99 COMP-3.
       01  WS-IDX-DUE                   PIC 9(02).
       01  WS-SUMA-PARTICIPACION        PIC 9(05)V99.
       01  WS-INTERES-REPARTIDO         PIC 9(08)V99 COMP-3.

       01  WS-CODIGO-PROM               PIC X(02).
       01  WS-CODIGO-COMP               PIC X(02).
       01  WS-DETALLE-RETENCION.
           05 RET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RET-CLIENTE               PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RET-INTERES-BRUTO         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RET-RETENIDO              PIC ZZ,ZZZ,ZZ9.99.
              VALUE 'INTERES DEUDOR COBRADO:'.
           05 RES-INTERES-DEUDOR        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-RESUMEN-USD.
           05 FILLER                    PIC X(25)
              VALUE 'CUENTAS EN DOLARES:'.
           05 RES-DOLARES               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(25)
              VALUE 'INTERES ACUMULADO U$S:'.
           05 RES-INTERES-USD           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'INTERES-MENSUAL'.
       01  WS-TEXTO-REPO                PIC X(80).
              GOBACK
           END-IF

           PERFORM 0700-LEE-COTIZACION
           IF NOT HAY-COTIZACION-CIERRE
              DISPLAY 'NO HAY COTIZACION DEL DOLAR CARGADA: NO '
                      'CORRE EL CIERRE'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 0500-LEE-PARAMETROS-RETENCION
           PERFORM 0600-ABRE-PROMEDIOS
           OPEN OUTPUT REPORTE-COMPARACION
           OPEN OUTPUT REPORTE-RETENCIONES
           WRITE REG-REPORTE-RET FROM WS-TITULO-RETENCION
                 AFTER ADVANCING 1 LINE
           OPEN EXTEND RETENCIONES-INTERES
           IF WS-CODIGO-RTI NOT EQUAL ZEROS
              OPEN OUTPUT RETENCIONES-INTERES
           END-IF

           OPEN OUTPUT REPORTE
           MOVE 'AB' TO WS-FUNCION-REPO
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-SDO WS-REG-SALDOS-AUX WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-SDO WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT

           MOVE 'AB' TO WS-FUNCION-TASI
           CALL 'TASAS-INTERES-I-O'
                USING WS-FUNCION-TASI WS-LLAVE-TASI WS-USUARIO-SDO
                 AFTER ADVANCING 1 LINE
           PERFORM 8900-GRABA-REPOSITORIO

           IF WS-CONTADOR-DOLARES GREATER THAN ZEROS
              MOVE WS-CONTADOR-DOLARES  TO RES-DOLARES
              MOVE WS-INTERES-TOTAL-USD TO RES-INTERES-USD
              MOVE WS-LINEA-RESUMEN-USD TO WS-TEXTO-REPO
              WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-USD
                    AFTER ADVANCING 1 LINE
              PERFORM 8900-GRABA-REPOSITORIO
           END-IF

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-SDO WS-REG-SALDOS-AUX WS-CODIGO-SDO

           MOVE 'CI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-SDO WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT

           MOVE 'CI' TO WS-FUNCION-TASI
           CALL 'TASAS-INTERES-I-O'
                USING WS-FUNCION-TASI WS-LLAVE-TASI WS-USUARIO-SDO
                      WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO

           MOVE WS-CONTADOR-RETENIDAS TO RET-TOT-CUENTAS
           COMPUTE RET-TOT-IMPORTE =
                   WS-RETENCION-TOTAL + WS-PESOS-RETENCION-USD
           WRITE REG-REPORTE-RET FROM WS-TOTAL-RETENCION-LINEA
                 AFTER ADVANCING 2 LINES
           CLOSE REPORTE-RETENCIONES
           CLOSE RETENCIONES-INTERES

           IF PROMEDIOS-ABIERTOS-OK
              CLOSE PROMEDIOS-SALDOS

      * -----------------------------------------------------------
      * ASIENTO BALANCEADO DEL CIERRE: DEBE GASTO DE INTERES Y
      * HABER CUENTAS DE SALDOS POR EL MISMO TOTAL. LAS CUENTAS EN
      * DOLARES VAN EN LINEAS APARTE CONTRA CTASDOLR, CON EL IMPORTE
      * ORIGEN Y SU EQUIVALENTE EN PESOS.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           OPEN EXTEND GL-INTERFAZ
           MOVE WS-INTERES-TOTAL   TO GL-IMPORTE
           MOVE WS-NOMBRE-PROGRAMA TO GL-PROGRAMA
           MOVE WS-FECHA-HOY       TO GL-FECHA
           MOVE 'ARS'              TO GL-MONEDA
           MOVE ZEROS              TO GL-IMPORTE-ORIGEN
           WRITE REG-ASIENTO-GL

           MOVE 'CTASSALD'         TO GL-CUENTA
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-CONTADOR-DOLARES GREATER THAN ZEROS
              PERFORM 8960-ASIENTO-DOLARES
           END-IF

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA RETENCION EN PESOS ES LA SUMA DE LO RENDIDO POR PERSONA;
      * CTASDOLR SE LLEVA EL GASTO MENOS ESA RETENCION, PARA QUE EL
      * ASIENTO CUADRE EN PESOS.
      * -----------------------------------------------------------
       8960-ASIENTO-DOLARES.
           COMPUTE WS-PESOS-INTERES-USD ROUNDED =
                   WS-INTERES-TOTAL-USD * WS-COT-COMPRA
           COMPUTE WS-PESOS-DEUDOR-USD ROUNDED =
                   WS-INTERES-DEUDOR-USD * WS-COT-COMPRA
           MOVE 'USD'              TO GL-MONEDA

           IF WS-INTERES-TOTAL-USD GREATER THAN ZEROS
              MOVE 'GTOINTER'           TO GL-CUENTA
              MOVE 'D'                  TO GL-TIPO
              MOVE WS-PESOS-INTERES-USD TO GL-IMPORTE
              MOVE WS-INTERES-TOTAL-USD TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              MOVE 'CTASDOLR'           TO GL-CUENTA
              MOVE 'H'                  TO GL-TIPO
              COMPUTE GL-IMPORTE =
                      WS-PESOS-INTERES-USD - WS-PESOS-RETENCION-USD
              COMPUTE GL-IMPORTE-ORIGEN =
                      WS-INTERES-TOTAL-USD - WS-RETENCION-TOTAL-USD
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-RETENCION-TOTAL-USD GREATER THAN ZEROS
              MOVE 'IMPRETEN'             TO GL-CUENTA
              MOVE 'H'                    TO GL-TIPO
              MOVE WS-PESOS-RETENCION-USD TO GL-IMPORTE
              MOVE WS-RETENCION-TOTAL-USD TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-INTERES-DEUDOR-USD GREATER THAN ZEROS
              MOVE 'CTASDOLR'            TO GL-CUENTA
              MOVE 'D'                   TO GL-TIPO
              MOVE WS-PESOS-DEUDOR-USD   TO GL-IMPORTE
              MOVE WS-INTERES-DEUDOR-USD TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL
              MOVE 'INGDESCU'            TO GL-CUENTA
              MOVE 'H'                   TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF.
       8960-FIN.  EXIT.

      * -----------------------------------------------------------
      * COMPRADOR DEL DOLAR AL CIERRE: LA ULTIMA COTIZACION CARGADA
      * A LA FECHA DE HOY O ANTERIOR.
      * -----------------------------------------------------------
       0700-LEE-COTIZACION.
           MOVE 'AB' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-SDO
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT NOT EQUAL ZEROS
              GO TO 0700-FIN
           END-IF

           MOVE WS-FECHA-HOY TO WS-LLAVE-COT-FECHA
           MOVE 'LF' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-SDO
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT EQUAL ZEROS
              MOVE 'S' TO SW-COTIZACION-CIERRE
           END-IF

           MOVE 'CI' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-SDO
                      WS-REG-COTIZACION WS-CODIGO-COT.
       0700-FIN.  EXIT.

       1000-PROCESA-CUENTA.
           IF WS-SALDO-ACTIVIDAD-AUX EQUAL 'C'
              GO TO 1000-SIGUE
           END-IF

      *    LA CUENTA EN DESCUBIERTO NO ACREDITA: PAGA INTERES
      *    DEUDOR SOBRE EL NEGATIVO A SU TASA PROPIA.
           IF WS-SALDO-ACTUAL-AUX LESS THAN ZEROS
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-SDO WS-REG-SALDOS-AUX WS-CODIGO-SDO

           IF WS-CODIGO-SDO EQUAL ZEROS AND WS-CUENTA-EN-DOLARES
              ADD 1 TO WS-CONTADOR-ACTUALIZADAS
                       WS-CONTADOR-DOLARES
              PERFORM 1500-ACUMULA-DOLARES
              GO TO 1000-SIGUE
           END-IF

           IF WS-CODIGO-SDO EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-ACTUALIZADAS
              IF CUENTA-EN-DESCUBIERTO
                     TO WS-INTERES-DEUDOR-TOTAL
              ELSE
                 ADD WS-INTERES-CALCULADO TO WS-INTERES-TOTAL
                 IF WS-INTERES-CALCULADO GREATER THAN ZEROS
                    PERFORM 1400-GRABA-RETENCIONES-INTERES
                 END-IF
                 IF WS-RETENCION-CALCULADA GREATER THAN ZEROS
                    ADD 1 TO WS-CONTADOR-RETENIDAS
                    ADD WS-RETENCION-CALCULADA
                    PERFORM 1300-RINDE-RETENCION
                 END-IF
              END-IF
           END-IF.

       1000-SIGUE.
           MOVE WS-SALDO-CUENTA-AUX TO WS-LLAVE-SDO
           MOVE 'RS' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                      WS-USUARIO-SDO WS-REG-SALDOS-AUX WS-CODIGO-SDO.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA PARTE DEL DUENIO EN PESOS: TAL CUAL EN LA CUENTA EN PESOS,
      * AL COMPRADOR DEL CIERRE EN LA CUENTA EN DOLARES.
      * -----------------------------------------------------------
       1450-PARTE-EN-PESOS.
           IF WS-CUENTA-EN-DOLARES
              COMPUTE WS-INTERES-EN-PESOS ROUNDED =
                      WS-DUE-INTERES (WS-IDX-DUE) * WS-COT-COMPRA
              COMPUTE WS-RETENIDO-EN-PESOS ROUNDED =
                      WS-DUE-RETENIDO (WS-IDX-DUE) * WS-COT-COMPRA
           ELSE
              MOVE WS-DUE-INTERES (WS-IDX-DUE)  TO WS-INTERES-EN-PESOS
              MOVE WS-DUE-RETENIDO (WS-IDX-DUE) TO WS-RETENIDO-EN-PESOS
           END-IF.
       1450-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA CUENTA EN DOLARES ACUMULA EN SUS PROPIOS TOTALES; LA
      * RENDICION Y EL CERTIFICADO RECIBEN LA PARTE EN PESOS.
      * -----------------------------------------------------------
       1500-ACUMULA-DOLARES.
           IF CUENTA-EN-DESCUBIERTO
              ADD 1 TO WS-CONTADOR-DESCUBIERTOS
              ADD WS-INTERES-CALCULADO TO WS-INTERES-DEUDOR-USD
              GO TO 1500-FIN
           END-IF

           ADD WS-INTERES-CALCULADO TO WS-INTERES-TOTAL-USD
           IF WS-INTERES-CALCULADO GREATER THAN ZEROS
              PERFORM 1400-GRABA-RETENCIONES-INTERES
           END-IF
           IF WS-RETENCION-CALCULADA GREATER THAN ZEROS
              ADD 1 TO WS-CONTADOR-RETENIDAS
              ADD WS-RETENCION-CALCULADA TO WS-RETENCION-TOTAL-USD
              PERFORM 1300-RINDE-RETENCION
           END-IF.
       1500-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETAS RETENCION-PCT=NN Y RETENCION-DESDE=NNNNNNN; SIN
      * ARCHIVO QUEDAN 5 POR CIENTO Y 1000 POR OMISION.
       0510-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL INTERES SE REPARTE ENTRE LOS DUENIOS DE LA CUENTA SEGUN
      * SU PARTICIPACION; LA RETENCION APLICA SOLO A LA PARTE QUE
      * SUPERA EL UMBRAL, Y LA DE LA CUENTA ES LA SUMA DE LAS PARTES.
      * EL RESTO SE ACREDITA COMPLETO COMO SIEMPRE.
      * -----------------------------------------------------------
       1200-CALCULA-RETENCION.
           MOVE ZEROS TO WS-RETENCION-CALCULADA
                         WS-INTERES-REPARTIDO
           PERFORM 1210-CARGA-DUENIOS
           PERFORM 1220-REPARTE-INTERES
                   VARYING WS-IDX-DUE FROM 1 BY 1
                   UNTIL WS-IDX-DUE > WS-CANTIDAD-DUENIOS.
       1200-FIN.  EXIT.

      * -----------------------------------------------------------
      * TITULARES Y COTITULARES ACTIVOS DE LA CUENTA. SIN PERSONAS
      * CARGADAS, LA CUENTA ES TODA DE SALDO-TITULAR.
      * -----------------------------------------------------------
       1210-CARGA-DUENIOS.
           MOVE ZEROS TO WS-CANTIDAD-DUENIOS WS-SUMA-PARTICIPACION
           MOVE WS-SALDO-CUENTA-AUX TO WS-LLAVE-TIT-CUENTA
                                       WS-HASTA-TIT-CUENTA
           MOVE ZEROS               TO WS-LLAVE-TIT-CLIENTE
           MOVE 99999999            TO WS-HASTA-TIT-CLIENTE
           MOVE 'RI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-SDO WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           PERFORM 1215-CARGA-DUENIO
                   UNTIL WS-CODIGO-TIT NOT EQUAL ZEROS

           IF WS-SUMA-PARTICIPACION EQUAL ZEROS
              MOVE 1                    TO WS-CANTIDAD-DUENIOS
              MOVE WS-SALDO-TITULAR-AUX TO WS-DUE-CLIENTE (1)
              MOVE 'T'                  TO WS-DUE-ROL (1)
              MOVE 100                  TO WS-DUE-PARTICIPACION (1)
                                           WS-SUMA-PARTICIPACION
           END-IF.
       1210-FIN.  EXIT.

       1215-CARGA-DUENIO.
           IF WS-TITC-ACTIVO AND WS-TITC-ES-DUENIO
                 AND WS-CANTIDAD-DUENIOS < 20
              ADD 1 TO WS-CANTIDAD-DUENIOS
              MOVE WS-TITC-CLIENTE TO
                   WS-DUE-CLIENTE (WS-CANTIDAD-DUENIOS)
              MOVE WS-TITC-ROL TO
                   WS-DUE-ROL (WS-CANTIDAD-DUENIOS)
              MOVE WS-TITC-PARTICIPACION TO
                   WS-DUE-PARTICIPACION (WS-CANTIDAD-DUENIOS)
              ADD WS-TITC-PARTICIPACION TO WS-SUMA-PARTICIPACION
           END-IF

           MOVE 'RS' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-SDO WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT.
       1215-FIN.  EXIT.

      *    LA PARTE DE CADA UNO ES PROPORCIONAL A SU PARTICIPACION
      *    SOBRE LA SUMA CARGADA; EL ULTIMO SE LLEVA EL RESTO.
       1220-REPARTE-INTERES.
           IF WS-IDX-DUE EQUAL WS-CANTIDAD-DUENIOS
              COMPUTE WS-DUE-INTERES (WS-IDX-DUE) =
                      WS-INTERES-CALCULADO - WS-INTERES-REPARTIDO
           ELSE
              COMPUTE WS-DUE-INTERES (WS-IDX-DUE) ROUNDED =
                      WS-INTERES-CALCULADO
                      * WS-DUE-PARTICIPACION (WS-IDX-DUE)
                      / WS-SUMA-PARTICIPACION
           END-IF
           ADD WS-DUE-INTERES (WS-IDX-DUE) TO WS-INTERES-REPARTIDO

      *    EN LA CUENTA EN DOLARES EL UMBRAL SE MIDE EN PESOS.
           MOVE ZEROS TO WS-DUE-RETENIDO (WS-IDX-DUE)
           IF WS-CUENTA-EN-DOLARES
              COMPUTE WS-INTERES-EN-PESOS ROUNDED =
                      WS-DUE-INTERES (WS-IDX-DUE) * WS-COT-COMPRA
           ELSE
              MOVE WS-DUE-INTERES (WS-IDX-DUE) TO WS-INTERES-EN-PESOS
           END-IF
           IF WS-INTERES-EN-PESOS GREATER THAN
                 WS-RETENCION-DESDE
              COMPUTE WS-DUE-RETENIDO (WS-IDX-DUE) ROUNDED =
                      WS-DUE-INTERES (WS-IDX-DUE)
                      * WS-RETENCION-PCT / 100
              ADD WS-DUE-RETENIDO (WS-IDX-DUE)
                  TO WS-RETENCION-CALCULADA
           END-IF.
       1220-FIN.  EXIT.

       1300-RINDE-RETENCION.
           PERFORM 1310-RINDE-RETENCION-DUENIO
                   VARYING WS-IDX-DUE FROM 1 BY 1
                   UNTIL WS-IDX-DUE > WS-CANTIDAD-DUENIOS.
       1300-FIN.  EXIT.

       1310-RINDE-RETENCION-DUENIO.
           IF WS-DUE-RETENIDO (WS-IDX-DUE) EQUAL ZEROS
              GO TO 1310-FIN
           END-IF

           PERFORM 1450-PARTE-EN-PESOS
           MOVE WS-SALDO-CUENTA-AUX            TO RET-CUENTA
           MOVE WS-DUE-CLIENTE (WS-IDX-DUE)    TO RET-CLIENTE
           MOVE WS-INTERES-EN-PESOS            TO RET-INTERES-BRUTO
           MOVE WS-RETENIDO-EN-PESOS           TO RET-RETENIDO
           COMPUTE RET-NETO = WS-INTERES-EN-PESOS
                   - WS-RETENIDO-EN-PESOS
           IF WS-CUENTA-EN-DOLARES
              ADD WS-RETENIDO-EN-PESOS TO WS-PESOS-RETENCION-USD
           END-IF
           WRITE REG-REPORTE-RET FROM WS-DETALLE-RETENCION
                 AFTER ADVANCING 1 LINE.
       1310-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA PARTE DE CADA DUENIO QUEDA EN RETENCIONES-INTERES PARA EL
      * CERTIFICADO ANUAL, HAYA O NO RETENCION.
      * -----------------------------------------------------------
       1400-GRABA-RETENCIONES-INTERES.
           PERFORM 1410-GRABA-RETENCION-DUENIO
                   VARYING WS-IDX-DUE FROM 1 BY 1
                   UNTIL WS-IDX-DUE > WS-CANTIDAD-DUENIOS.
       1400-FIN.  EXIT.

       1410-GRABA-RETENCION-DUENIO.
           IF WS-DUE-CLIENTE (WS-IDX-DUE) EQUAL ZEROS
              GO TO 1410-FIN
           END-IF

           MOVE SPACES                          TO REG-RETENCION-INTERES
           MOVE WS-FECHA-HOY                    TO RTI-FECHA
           MOVE WS-SALDO-CUENTA-AUX             TO RTI-CUENTA
           MOVE WS-DUE-CLIENTE (WS-IDX-DUE)     TO RTI-CLIENTE
           MOVE WS-DUE-ROL (WS-IDX-DUE)         TO RTI-ROL
           MOVE WS-DUE-PARTICIPACION (WS-IDX-DUE)
                                                TO RTI-PARTICIPACION
           PERFORM 1450-PARTE-EN-PESOS
           MOVE WS-INTERES-EN-PESOS             TO RTI-INTERES
           MOVE WS-RETENIDO-EN-PESOS            TO RTI-RETENIDO
           MOVE 'MENSUAL'                       TO RTI-ORIGEN
           WRITE REG-RETENCION-INTERES.
       1410-FIN.  EXIT.

      * -----------------------------------------------------------
      * BUSCA LA BANDA DEL SALDO ACTUAL EN TASAS-INTERES; SI EL
           CALL 'TASAS-INTERES-I-O'
                USING WS-FUNCION-TASI WS-LLAVE-TASI WS-USUARIO-SDO
                      WS-REG-TASA-INTERES-AUX WS-CODIGO-TASI
           IF WS-CODIGO-TASI EQUAL ZEROS AND NOT WS-CUENTA-EN-DOLARES
              MOVE WS-TASI-TASA-AUX TO WS-TASA-CIERRE
           ELSE
              MOVE WS-SALDO-TASA-AUX TO WS-TASA-CIERRE
       1060-FIN.  EXIT.

       1100-BUSCA-TASA-POR-BANDA.
           IF WS-CUENTA-EN-DOLARES
              MOVE WS-SALDO-TASA-AUX TO WS-TASA-APLICADA
              GO TO 1100-FIN
           END-IF

           MOVE WS-BASE-CALCULO TO WS-LLAVE-TASI
           MOVE 'LS' TO WS-FUNCION-TASI
           CALL 'TASAS-INTERES-I-O'
