       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA CONSULTA MUESTRA LA FECHA DE LA ULTIMA
      *                    REVISION DE CONOZCA A SU CLIENTE DEL
      *                    TITULAR (MAESTRO CLIENTES VIA CLIENTES-
      *                    INDEXADOS-I-O) Y AVISA SI ESTA RESTRINGIDO
      *                    POR REVISION VENCIDA.
      *   15/10/2026  AMF  LA CONSULTA MUESTRA LA MONEDA DE LA CUENTA
      *                    (PESOS O DOLARES).
      *   02/09/2026  AMF  INGRESO CON USUARIO Y CLAVE CONTRA EL
      *                    MAESTRO USUARIOS VIA VALIDA-SESION (TRES
      *                    INTENTOS Y BLOQUEO DE CUENTA), ASI
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TERMINAL WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TERMINAL WS-REG-CLIENTE WS-CODIGO-CLI

           OPEN EXTEND AUDITORIA

           PERFORM 1000-ATIENDE-PEDIDO UNTIL FIN-DE-SESION

           CLOSE AUDITORIA

           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TERMINAL WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
       2100-MUESTRA-CUENTA.
           DISPLAY 'CUENTA         : ' WS-SALDO-CUENTA
           DISPLAY 'NOMBRE         : ' WS-SALDO-NOMBRE
           IF WS-SALDO-EN-DOLARES
              DISPLAY 'MONEDA         : USD'
           ELSE
              DISPLAY 'MONEDA         : ARS'
           END-IF
           MOVE WS-SALDO-ACTUAL TO WS-SALDO-EDITADO
           DISPLAY 'SALDO ACTUAL   : ' WS-SALDO-EDITADO
           MOVE WS-SALDO-ANTERIOR TO WS-SALDO-EDITADO
           MOVE WS-SALDO-TASA-INTERES TO WS-TASA-EDITADA
           DISPLAY 'TASA           : ' WS-TASA-EDITADA
           DISPLAY 'ULTIMO MOVIM.  : ' WS-SALDO-FECHA-ULT-MOV
           PERFORM 2110-MUESTRA-TITULAR
           PERFORM 8000-AUDITA-CONSULTA.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * DATOS DE CONOZCA A SU CLIENTE DEL TITULAR; LA CUENTA SIN
      * TITULAR EN CLIENTES NO MUESTRA NADA MAS.
      * -----------------------------------------------------------
       2110-MUESTRA-TITULAR.
           IF WS-SALDO-TITULAR EQUAL ZEROS
              GO TO 2110-FIN
           END-IF
           MOVE WS-SALDO-TITULAR TO WS-LLAVE-CLI
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TERMINAL WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              GO TO 2110-FIN
           END-IF

           IF WS-CLI-FECHA-REVISION-KYC EQUAL ZEROS
              DISPLAY 'REVISION KYC   : NUNCA REVISADO'
           ELSE
              DISPLAY 'REVISION KYC   : ' WS-CLI-FECHA-REVISION-KYC
           END-IF
           IF WS-CLI-RESTRINGIDO-KYC
              DISPLAY '*** TITULAR RESTRINGIDO: REVISION KYC '
                      'VENCIDA, NO EXTRAE POR CAJA ***'
           END-IF.
       2110-FIN.  EXIT.

       3000-RECORRE-RANGO.
           DISPLAY 'CUENTA DESDE: ' WITH NO ADVANCING
           ACCEPT WS-CUENTA-ENTRADA
