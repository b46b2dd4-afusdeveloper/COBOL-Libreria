       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  OPCION 4, PUNTOS DE CLIENTE: CON EL NUMERO
      *                    DE CLIENTE MUESTRA SU SALDO DE PUNTOS Y LO
      *                    QUE VALE EN PESOS (VALOR DEL PUNTO DE
      *                    PARAMETROS-PUNTOS) Y, CON EL IMPORTE A
      *                    PAGAR, LOS PUNTOS QUE HACEN FALTA Y SI EL
      *                    SALDO ALCANZA, ANTES DE CARGAR LA VENTA
      *                    CON FORMA DE PAGO P.
      *   02/09/2026  AMF  INGRESO CON USUARIO Y CLAVE CONTRA EL
      *                    MAESTRO USUARIOS VIA VALIDA-SESION (TRES
      *                    INTENTOS Y BLOQUEO DE CUENTA), COMO EL
           05 WS-CODALT-TIPO-AUX        PIC X(01).
       01  WS-CODIGO-CAL                PIC X(02).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-PARAMETROS-PUNTOS.
           05 WS-PTOS-TASA-GENERAL      PIC 9(03).
           05 WS-PTOS-MESES             PIC 9(03).
           05 WS-PTOS-VALOR             PIC 9(01)V99.
           05 WS-PTOS-TASA-FAMILIA      PIC 9(03) OCCURS 1000 TIMES.
       01  WS-CODIGO-PARMP              PIC X(02).

       01  WS-OPCION                    PIC X(01).
           88 OPCION-POR-CODIGO                   VALUE '1'.
           88 OPCION-POR-LLAVE                    VALUE '2'.
           88 OPCION-POR-DESCRIPCION              VALUE '3'.
           88 OPCION-PUNTOS-CLIENTE               VALUE '4'.
           88 OPCION-SALIR                        VALUE '9'.
       01  WS-RESPUESTA                 PIC X(01).
       01  WS-CODIGO-ENTRADA            PIC X(20).
       01  WS-LLAVE-ENTRADA             PIC 9(05).
       01  WS-DESCRIPCION-ENTRADA       PIC X(35).
       01  WS-CLIENTE-ENTRADA           PIC 9(08).
       01  WS-IMPORTE-ENTRADA           PIC 9(09)V99.
       01  SW-FIN-SESION                PIC X(01) VALUE 'N'.
           88 FIN-DE-SESION                        VALUE 'S'.

       01  WS-PRECIO-EDITADO            PIC ZZ,ZZ9.99.
       01  WS-CANTIDAD-EDITADA          PIC ZZ,ZZ9.
       01  WS-PUNTOS-EDITADOS           PIC -Z,ZZZ,ZZ9.
       01  WS-IMPORTE-EDITADO           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PUNTOS-NECESARIOS         PIC S9(09) COMP-3.
       01  WS-IMPORTE-PUNTOS            PIC S9(11)V99 COMP-3.
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

                USING WS-FUNCION-CAL WS-LLAVE-CAL WS-USUARIO-TERMINAL
                      WS-REG-CODALT-AUX WS-CODIGO-CAL

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TERMINAL WS-REG-CLIENTE WS-CODIGO-CLI
           CALL 'PARAMETROS-PUNTOS'
                USING WS-PARAMETROS-PUNTOS WS-CODIGO-PARMP

           PERFORM 1000-ATIENDE-PEDIDO UNTIL FIN-DE-SESION

           MOVE 'CI' TO WS-FUNCION-ART
                USING WS-FUNCION-CAL WS-LLAVE-CAL WS-USUARIO-TERMINAL
                      WS-REG-CODALT-AUX WS-CODIGO-CAL

           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TERMINAL WS-REG-CLIENTE WS-CODIGO-CLI

           DISPLAY 'FIN DE LA SESION'
           GOBACK.
       0000-FIN.  EXIT.
       1000-ATIENDE-PEDIDO.
           DISPLAY ' '
           DISPLAY '1=CODIGO ESCANEADO 2=LLAVE INTERNA '
                   '3=DESCRIPCION 4=PUNTOS DE CLIENTE 9=SALIR'
           DISPLAY 'OPCION: ' WITH NO ADVANCING
           ACCEPT WS-OPCION

                 PERFORM 3000-BUSCA-POR-LLAVE
              WHEN OPCION-POR-DESCRIPCION
                 PERFORM 4000-BUSCA-POR-DESCRIPCION
              WHEN OPCION-PUNTOS-CLIENTE
                 PERFORM 5000-CONSULTA-PUNTOS
              WHEN OPCION-SALIR
                 MOVE 'S' TO SW-FIN-SESION
              WHEN OTHER
              MOVE '10' TO WS-CODIGO-ART
           END-IF.
       4100-FIN.  EXIT.

      * -----------------------------------------------------------
      * SALDO DE PUNTOS DEL CLIENTE Y, SI SE INFORMA EL IMPORTE A
      * PAGAR CON PUNTOS, SI ALCANZA. LOS PUNTOS SE CALCULAN COMO
      * EN VENTAS-DIARIAS: LA FRACCION DE PUNTO SE COBRA ENTERA.
      * -----------------------------------------------------------
       5000-CONSULTA-PUNTOS.
           DISPLAY 'NUMERO DE CLIENTE: ' WITH NO ADVANCING
           ACCEPT WS-CLIENTE-ENTRADA
           MOVE WS-CLIENTE-ENTRADA TO WS-LLAVE-CLI

           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TERMINAL WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              DISPLAY 'CLIENTE INEXISTENTE'
              GO TO 5000-FIN
           END-IF

           DISPLAY 'CLIENTE    : ' WS-CLIENTE-LLAVE ' ' WS-CLI-NOMBRE
           MOVE WS-CLI-PUNTOS-SALDO TO WS-PUNTOS-EDITADOS
           DISPLAY 'PUNTOS     : ' WS-PUNTOS-EDITADOS
           COMPUTE WS-IMPORTE-PUNTOS =
                   WS-CLI-PUNTOS-SALDO * WS-PTOS-VALOR
           MOVE WS-IMPORTE-PUNTOS TO WS-IMPORTE-EDITADO
           DISPLAY 'EQUIVALEN A: ' WS-IMPORTE-EDITADO
           IF WS-CLI-DE-BAJA
              DISPLAY 'CLIENTE DADO DE BAJA'
              GO TO 5000-FIN
           END-IF

           DISPLAY 'IMPORTE A PAGAR CON PUNTOS (SIN DECIMALES, '
                   '0 = SOLO CONSULTA): ' WITH NO ADVANCING
           ACCEPT WS-IMPORTE-ENTRADA
           IF WS-IMPORTE-ENTRADA EQUAL ZEROS
              GO TO 5000-FIN
           END-IF

           DIVIDE WS-IMPORTE-ENTRADA BY WS-PTOS-VALOR
                  GIVING WS-PUNTOS-NECESARIOS
           COMPUTE WS-IMPORTE-PUNTOS =
                   WS-PUNTOS-NECESARIOS * WS-PTOS-VALOR
           IF WS-IMPORTE-PUNTOS LESS THAN WS-IMPORTE-ENTRADA
              ADD 1 TO WS-PUNTOS-NECESARIOS
           END-IF
           MOVE WS-PUNTOS-NECESARIOS TO WS-PUNTOS-EDITADOS
           DISPLAY 'PUNTOS NECESARIOS: ' WS-PUNTOS-EDITADOS
           IF WS-PUNTOS-NECESARIOS GREATER THAN WS-CLI-PUNTOS-SALDO
              DISPLAY 'PUNTOS INSUFICIENTES'
           ELSE
              DISPLAY 'EL SALDO ALCANZA'
           END-IF.
       5000-FIN.  EXIT.
      * ---------------------------------------------------------------
