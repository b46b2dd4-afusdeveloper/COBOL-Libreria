       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA LINEA DE LA CUENTA MUESTRA LA MONEDA
      *                    (PESOS O DOLARES); LOS IMPORTES DEL ESTADO
      *                    YA SON LOS DE LA MONEDA DE LA CUENTA.
      *   15/10/2026  AMF  CUENTAS CONJUNTAS: DEBAJO DEL NUMERO DE
      *                    CUENTA SE LISTAN TODAS LAS PERSONAS
      *                    ACTIVAS DE TITULARES-CUENTA (TITULAR,
      *                    COTITULARES Y FIRMANTES, CON NOMBRE DE
      *                    CLIENTES Y PARTICIPACION), PARA QUE EL
      *                    ESTADO LE LLEGUE A CADA TITULAR. SIN
      *                    PERSONAS CARGADAS SE MUESTRA SALDO-TITULAR.
      *   22/08/2026  AMF  VERSION ORIGINAL. ESTADO DE CUENTA MENSUAL:
      *                    ORDENA EL DIARIO SALDOS-MOVIMIENTOS POR
      *                    CUENTA + FECHA + HORA (FILTRANDO EN LA
           05 CTA-NUMERO                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 CTA-NOMBRE                PIC X(35).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'MONEDA:'.
           05 CTA-MONEDA                PIC X(07).

       01  WS-LINEA-PERSONA.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PER-ROL                   PIC X(10).
           05 PER-DOCUMENTO             PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PER-NOMBRE                PIC X(35).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 PER-PARTICIPACION         PIC ZZ9.99.
           05 PER-PORCIENTO             PIC X(01).
           05 FILLER                    PIC X(14) VALUE SPACES.

       01  WS-LINEA-APERTURA.
           05 FILLER                    PIC X(20)
           05 WS-SALDO-LIMITE-AUX       PIC 9(09)V99 COMP-3.
           05 WS-SALDO-TASA-DESC-AUX    PIC 9(03)V9(04) COMP-3.
           05 WS-SALDO-ACTIVIDAD-AUX    PIC X(01).
           05 WS-SALDO-RETENIDO-AUX     PIC 9(11)V99 COMP-3.
           05 WS-SALDO-FECHA-CIERRE-AUX PIC 9(08).
           05 WS-SALDO-MONEDA-AUX       PIC X(03).
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08).
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-FUNCION-TIT               PIC X(02).
       01  WS-LLAVE-TIT.
           05 WS-LLAVE-TIT-CUENTA       PIC 9(07).
           05 WS-LLAVE-TIT-CLIENTE      PIC 9(08).
       01  WS-LLAVE-HASTA-TIT.
           05 WS-HASTA-TIT-CUENTA       PIC 9(07).
           05 WS-HASTA-TIT-CLIENTE      PIC 9(08).
           COPY CPTITCWS.
       01  WS-CODIGO-TIT                PIC X(02).
       01  WS-CANTIDAD-PERSONAS         PIC 9(03).

       01  WS-CONTADOR-CUENTAS          PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-MOVIMIENTOS      PIC 9(05) VALUE ZEROS.

           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-EST WS-REG-SALDOS-AUX WS-CODIGO-SDO
           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-EST WS-REG-CLIENTE WS-CODIGO-CLI
           MOVE 'AB' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-EST WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-CUENTA ORD-FECHA ORD-HORA
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-EST WS-REG-SALDOS-AUX WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-EST WS-REG-CLIENTE WS-CODIGO-CLI
           MOVE 'CI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-EST WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT

           MOVE WS-CONTADOR-MOVIMIENTOS TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-CUENTAS     TO WS-STAT-GRABADOS
           MOVE ORD-CUENTA TO CTA-NUMERO
           IF WS-CODIGO-SDO EQUAL ZEROS
              MOVE WS-SALDO-NOMBRE-AUX TO CTA-NOMBRE
              IF WS-SALDO-MONEDA-AUX EQUAL 'USD'
                 MOVE 'DOLARES' TO CTA-MONEDA
              ELSE
                 MOVE 'PESOS'   TO CTA-MONEDA
              END-IF
           ELSE
              MOVE 'CUENTA INEXISTENTE EN MAESTRO' TO CTA-NOMBRE
              MOVE SPACES TO CTA-MONEDA
           END-IF

           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-LINEA-CUENTA
                 AFTER ADVANCING 2 LINES
           PERFORM 2600-IMPRIME-PERSONAS

           COMPUTE WS-SALDO-APERTURA =
                   ORD-SALDO-DESPUES - ORD-IMPORTE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES.
       2500-FIN.  EXIT.

      * -----------------------------------------------------------
      * TODAS LAS PERSONAS ACTIVAS DE LA CUENTA, EN ORDEN DE
      * DOCUMENTO. LA CUENTA SIN PERSONAS CARGADAS MUESTRA SU
      * SALDO-TITULAR, SI LO TIENE.
      * -----------------------------------------------------------
       2600-IMPRIME-PERSONAS.
           MOVE ZEROS TO WS-CANTIDAD-PERSONAS
           MOVE ORD-CUENTA TO WS-LLAVE-TIT-CUENTA WS-HASTA-TIT-CUENTA
           MOVE ZEROS      TO WS-LLAVE-TIT-CLIENTE
           MOVE 99999999   TO WS-HASTA-TIT-CLIENTE
           MOVE 'RI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-EST WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           PERFORM 2610-IMPRIME-PERSONA
                   UNTIL WS-CODIGO-TIT NOT EQUAL ZEROS

           IF WS-CANTIDAD-PERSONAS EQUAL ZEROS
                 AND WS-CODIGO-SDO EQUAL ZEROS
                 AND WS-SALDO-TITULAR-AUX GREATER THAN ZEROS
              MOVE 'TITULAR'            TO PER-ROL
              MOVE WS-SALDO-TITULAR-AUX TO PER-DOCUMENTO
              MOVE 100                  TO PER-PARTICIPACION
              PERFORM 2620-ESCRIBE-PERSONA
           END-IF.
       2600-FIN.  EXIT.

       2610-IMPRIME-PERSONA.
           IF WS-TITC-ACTIVO
              ADD 1 TO WS-CANTIDAD-PERSONAS
              EVALUATE TRUE
                 WHEN WS-TITC-ES-TITULAR
                    MOVE 'TITULAR'   TO PER-ROL
                 WHEN WS-TITC-ES-COTITULAR
                    MOVE 'COTITULAR' TO PER-ROL
                 WHEN OTHER
                    MOVE 'FIRMANTE'  TO PER-ROL
              END-EVALUATE
              MOVE WS-TITC-CLIENTE       TO PER-DOCUMENTO
              MOVE WS-TITC-PARTICIPACION TO PER-PARTICIPACION
              PERFORM 2620-ESCRIBE-PERSONA
           END-IF

           MOVE 'RS' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-EST WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT.
       2610-FIN.  EXIT.

       2620-ESCRIBE-PERSONA.
           MOVE PER-DOCUMENTO TO WS-LLAVE-CLI
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-EST WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI EQUAL ZEROS
              MOVE WS-CLI-NOMBRE TO PER-NOMBRE
           ELSE
              MOVE 'CLIENTE INEXISTENTE' TO PER-NOMBRE
           END-IF
           IF PER-ROL EQUAL 'FIRMANTE'
              MOVE SPACES TO PER-PORCIENTO
           ELSE
              MOVE '%'    TO PER-PORCIENTO
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-PERSONA
                 AFTER ADVANCING 1 LINE.
       2620-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL SALDO DE CIERRE DEL ESTADO DEBE CUADRAR CON EL
      * SALDO-ACTUAL DEL MAESTRO LEIDO AL ABRIR LA CUENTA... SE
