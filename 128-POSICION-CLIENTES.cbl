       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  CUENTAS CONJUNTAS: LA CUENTA CON PERSONAS
      *                    EN TITULARES-CUENTA SALE BAJO CADA TITULAR
      *                    Y COTITULAR ACTIVO (LOS FIRMANTES NO SON
      *                    DUENIOS Y NO ENTRAN), CON SU ROL Y SU
      *                    PARTICIPACION. EL DETALLE MUESTRA EL SALDO
      *                    COMPLETO DE LA CUENTA; EL TOTAL DE LA
      *                    RELACION Y EL RANKING SUMAN SOLO LA PARTE
      *                    DE CADA PERSONA, PARA NO CONTAR DOS VECES
      *                    LA MISMA PLATA. LA CUENTA SIN PERSONAS
      *                    CARGADAS SIGUE ENTRANDO POR SALDO-TITULAR
      *                    AL 100 POR CIENTO.
      *   15/10/2026  AMF  LAS CUENTAS CERRADAS NO ENTRAN EN LA
      *                    POSICION DEL CLIENTE.
      *   02/09/2026  AMF  VERSION ORIGINAL. POSICION CONSOLIDADA POR
      *                    CLIENTE: RECORRE ARCHIVO-SALDOS Y AGRUPA
      *                    LAS CUENTAS POR SALDO-TITULAR (LAS CUENTAS
           05 FILLER                    PIC X(17) VALUE 'SALDO'.
           05 FILLER                    PIC X(16) VALUE 'CREDITOS MES'.
           05 FILLER                    PIC X(16) VALUE 'DEBITOS MES'.
           05 FILLER                    PIC X(18) VALUE 'ROL'.

       01  WS-DETALLE.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-CREDITOS              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-DEBITOS               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-ROL                   PIC X(09).
           05 DET-PARTICIPACION         PIC ZZ9.99.
           05 FILLER                    PIC X(01) VALUE '%'.

       01  WS-LINEA-TOTAL-CLI.
           05 FILLER                    PIC X(28)
           05 FILLER                    PIC 9(02).
       01  WS-PERIODO-MOV               PIC 9(06).

      * CUENTAS CON TITULAR EN MEMORIA (UNA ENTRADA POR CUENTA Y
      * TITULAR O COTITULAR), CON LOS MOVIMIENTOS DEL MES
      * ACUMULADOS POR EL CRUCE CONTRA EL DIARIO.
       01  WS-TABLA-CUENTAS.
           05 WS-CANTIDAD-CUENTAS       PIC 9(03) VALUE ZEROS.
           05 WS-CUENTA-POSICION OCCURS 500 TIMES.
              10 WS-POS-CUENTA          PIC 9(07).
              10 WS-POS-TITULAR         PIC 9(08).
              10 WS-POS-ROL             PIC X(01).
              10 WS-POS-PARTICIPACION   PIC 9(03)V99.
              10 WS-POS-SALDO           PIC S9(11)V99 COMP-3.
              10 WS-POS-CREDITOS        PIC 9(11)V99 COMP-3.
              10 WS-POS-DEBITOS         PIC 9(11)V99 COMP-3.
              10 WS-POS-IMPRESA         PIC X(01).
       01  WS-IDX-POS                   PIC 9(03).
       01  WS-IDX-POS-2                 PIC 9(03).
       01  WS-PRIMERA-DE-CUENTA         PIC 9(03).
       01  WS-SUMA-PARTICIPACION        PIC 9(05)V99.
       01  WS-TITULAR-ACTUAL            PIC 9(08).
       01  WS-TOTAL-CLIENTE             PIC S9(13)V99 COMP-3.
       01  WS-CUENTAS-CLIENTE           PIC 9(03).
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

       01  WS-CONTADOR-LEIDAS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-CLIENTES         PIC 9(05) VALUE ZEROS.

                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-POS WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'AB' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-POS WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT

           PERFORM 1000-CARGA-CUENTAS
           PERFORM 1500-CRUZA-MOVIMIENTOS
           PERFORM 2000-IMPRIME-POSICIONES
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-POS WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'CI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-POS WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT

           MOVE WS-CONTADOR-LEIDAS   TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-CLIENTES TO WS-STAT-CLIENTES
           CALL 'ESCRIBE-ESTADISTICAS'

       1010-CARGA-UNA-CUENTA.
           ADD 1 TO WS-CONTADOR-LEIDAS
           IF NOT WS-SALDO-CTA-CERRADA
              PERFORM 1020-CARGA-PERSONAS
              IF WS-CANTIDAD-CUENTAS EQUAL WS-PRIMERA-DE-CUENTA
                    AND WS-SALDO-TITULAR GREATER THAN ZEROS
                 MOVE WS-SALDO-TITULAR TO WS-TITULAR-ACTUAL
                 MOVE 'T' TO WS-TITC-ROL
                 MOVE 100 TO WS-TITC-PARTICIPACION
                 PERFORM 1030-AGREGA-POSICION
              END-IF
           END-IF

           MOVE WS-SALDO-CUENTA TO WS-LLAVE-SDO
                      WS-USUARIO-POS WS-REG-SALDOS WS-CODIGO-SDO.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * UNA ENTRADA POR TITULAR Y COTITULAR ACTIVO DE LA CUENTA. SI
      * LAS PARTICIPACIONES CARGADAS NO SUMAN 100 SE LLEVAN A
      * PROPORCION, PARA QUE LAS PARTES SUMEN EL SALDO DE LA CUENTA.
      * -----------------------------------------------------------
       1020-CARGA-PERSONAS.
           MOVE WS-CANTIDAD-CUENTAS TO WS-PRIMERA-DE-CUENTA
           MOVE ZEROS TO WS-SUMA-PARTICIPACION
           MOVE WS-SALDO-CUENTA TO WS-LLAVE-TIT-CUENTA
                                   WS-HASTA-TIT-CUENTA
           MOVE ZEROS           TO WS-LLAVE-TIT-CLIENTE
           MOVE 99999999        TO WS-HASTA-TIT-CLIENTE
           MOVE 'RI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-POS WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           PERFORM 1025-CARGA-PERSONA
                   UNTIL WS-CODIGO-TIT NOT EQUAL ZEROS

           IF WS-SUMA-PARTICIPACION GREATER THAN ZEROS
                 AND WS-SUMA-PARTICIPACION NOT EQUAL 100
              COMPUTE WS-IDX-POS = WS-PRIMERA-DE-CUENTA + 1
              PERFORM 1040-PRORRATEA-PARTE
                      VARYING WS-IDX-POS FROM WS-IDX-POS BY 1
                      UNTIL WS-IDX-POS > WS-CANTIDAD-CUENTAS
           END-IF.
       1020-FIN.  EXIT.

       1025-CARGA-PERSONA.
           IF WS-TITC-ACTIVO AND WS-TITC-ES-DUENIO
              MOVE WS-TITC-CLIENTE TO WS-TITULAR-ACTUAL
              ADD WS-TITC-PARTICIPACION TO WS-SUMA-PARTICIPACION
              PERFORM 1030-AGREGA-POSICION
           END-IF

           MOVE 'RS' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-POS WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT.
       1025-FIN.  EXIT.

       1030-AGREGA-POSICION.
           IF WS-CANTIDAD-CUENTAS NOT LESS THAN 500
              GO TO 1030-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-CUENTAS
           MOVE WS-SALDO-CUENTA TO
                WS-POS-CUENTA (WS-CANTIDAD-CUENTAS)
           MOVE WS-TITULAR-ACTUAL TO
                WS-POS-TITULAR (WS-CANTIDAD-CUENTAS)
           MOVE WS-TITC-ROL TO
                WS-POS-ROL (WS-CANTIDAD-CUENTAS)
           MOVE WS-TITC-PARTICIPACION TO
                WS-POS-PARTICIPACION (WS-CANTIDAD-CUENTAS)
           MOVE WS-SALDO-ACTUAL TO
                WS-POS-SALDO (WS-CANTIDAD-CUENTAS)
           MOVE ZEROS TO WS-POS-CREDITOS (WS-CANTIDAD-CUENTAS)
                         WS-POS-DEBITOS (WS-CANTIDAD-CUENTAS)
           MOVE 'N' TO WS-POS-IMPRESA (WS-CANTIDAD-CUENTAS).
       1030-FIN.  EXIT.

       1040-PRORRATEA-PARTE.
           COMPUTE WS-POS-PARTICIPACION (WS-IDX-POS) ROUNDED =
                   WS-POS-PARTICIPACION (WS-IDX-POS) * 100
                   / WS-SUMA-PARTICIPACION.
       1040-FIN.  EXIT.

       1500-CRUZA-MOVIMIENTOS.
           OPEN INPUT SALDOS-MOVIMIENTOS
           IF WS-CODIGO-MOV NOT EQUAL ZEROS

           MOVE 'S' TO WS-POS-IMPRESA (WS-IDX-POS-2)
           ADD 1 TO WS-CUENTAS-CLIENTE
           COMPUTE WS-TOTAL-CLIENTE ROUNDED = WS-TOTAL-CLIENTE
                   + WS-POS-SALDO (WS-IDX-POS-2)
                   * WS-POS-PARTICIPACION (WS-IDX-POS-2) / 100

           MOVE WS-POS-CUENTA (WS-IDX-POS-2)   TO DET-CUENTA
           MOVE WS-POS-SALDO (WS-IDX-POS-2)    TO DET-SALDO
           MOVE WS-POS-CREDITOS (WS-IDX-POS-2) TO DET-CREDITOS
           MOVE WS-POS-DEBITOS (WS-IDX-POS-2)  TO DET-DEBITOS
           IF WS-POS-ROL (WS-IDX-POS-2) EQUAL 'T'
              MOVE 'TITULAR'   TO DET-ROL
           ELSE
              MOVE 'COTITULAR' TO DET-ROL
           END-IF
           MOVE WS-POS-PARTICIPACION (WS-IDX-POS-2)
                TO DET-PARTICIPACION
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2300-FIN.  EXIT.


       3200-SUMA-CLIENTE.
           IF WS-POS-TITULAR (WS-IDX-POS-2) EQUAL WS-TITULAR-ACTUAL
              COMPUTE WS-TOTAL-CLIENTE ROUNDED = WS-TOTAL-CLIENTE
                      + WS-POS-SALDO (WS-IDX-POS-2)
                      * WS-POS-PARTICIPACION (WS-IDX-POS-2) / 100
              ADD 1 TO WS-CUENTAS-CLIENTE
              IF WS-IDX-POS-2 NOT EQUAL WS-IDX-POS
                 MOVE 'X' TO WS-POS-IMPRESA (WS-IDX-POS-2)
