       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   15/10/2026  AMF  KITS: EL ARTICULO CON COMPONENTES EN
      *                    KITS-COMPONENTES SE VALORIZA A LA SUMA DE
      *                    SUS PARTES (UNIDADES POR KIT POR ART-COSTO
      *                    DE CADA COMPONENTE, LEIDO POR PROG0020) EN
      *                    VEZ DE SU PROPIO ART-COSTO.
      *   02/09/2026  AMF  VERSION ORIGINAL. VALORIZACION MENSUAL DEL
      *                    INVENTARIO: RECORRE EL MAESTRO ARTICULOS Y
      *                    VALORIZA LA EXISTENCIA DE CADA ARTICULO

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       01  WS-CODIGO-CAL                PIC X(02).

       01  WS-VALOR-ARTICULO            PIC 9(11)V99 COMP-3.
       01  WS-COSTO-UNITARIO            PIC 9(07)V99 COMP-3.

       01  WS-FUNCION-ART               PIC X(02).
       01  WS-LLAVE-ART                 PIC 9(05).
       01  WS-USUARIO-VAL               PIC X(08) VALUE 'VALORINV'.
           COPY CPARTWS.
       01  WS-CODIGO-ART                PIC X(02).

       01  WS-FUNCION-KIT               PIC X(02).
       01  WS-LLAVE-KIT.
           05 WS-LLAVE-KIT-ARTICULO     PIC 9(05).
           05 WS-LLAVE-KIT-COMPONENTE   PIC 9(05).
       01  WS-LLAVE-HASTA-KIT.
           05 WS-HASTA-KIT-ARTICULO     PIC 9(05).
           05 WS-HASTA-KIT-COMPONENTE   PIC 9(05).
       01  WS-REG-KIT-AUX.
           05 WS-KIT-ARTICULO-AUX       PIC 9(05).
           05 WS-KIT-COMPONENTE-AUX     PIC 9(05).
           05 WS-KIT-CANTIDAD-AUX       PIC 9(05).
       01  WS-CODIGO-KIT                PIC X(02).
       01  WS-VALOR-TOTAL               PIC 9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-VALOR-ANTERIOR            PIC 9(13)V99 COMP-3
              GOBACK
           END-IF

           MOVE 'AB' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-VAL
                      WS-REG-ARTICULOS WS-CODIGO-ART
           MOVE 'AB' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-VAL WS-REG-KIT-AUX WS-CODIGO-KIT

           PERFORM 1010-LEE-ARTICULO
           PERFORM 2000-VALORIZA-ARTICULO UNTIL FIN-DE-ARTICULOS
           CLOSE ARTICULOS

           MOVE 'CI' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-VAL WS-REG-KIT-AUX WS-CODIGO-KIT
           MOVE 'CI' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-VAL
                      WS-REG-ARTICULOS WS-CODIGO-ART

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.
           END-IF

           ADD 1 TO WS-CONTADOR-VALORIZADOS
           PERFORM 2010-COSTEA-KIT
           COMPUTE WS-VALOR-ARTICULO = ART-CANTIDAD * WS-COSTO-UNITARIO
           ADD WS-VALOR-ARTICULO TO WS-VALOR-TOTAL

           MOVE ARTICULOS-LLAVE   TO DET-LLAVE
           MOVE ART-DESCRIPCION   TO DET-DESCRIPCION
           MOVE ART-CANTIDAD      TO DET-CANTIDAD
           MOVE WS-COSTO-UNITARIO TO DET-COSTO
           MOVE WS-VALOR-ARTICULO TO DET-VALORIZADO
           MOVE WS-DETALLE TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 1010-LEE-ARTICULO.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL COSTO UNITARIO ES ART-COSTO, SALVO QUE EL ARTICULO SEA UN
      * KIT: ENTONCES ES LA SUMA DE SUS PARTES, CADA COMPONENTE A
      * SU COSTO PROMEDIO POR LAS UNIDADES QUE LLEVA EL KIT.
      * -----------------------------------------------------------
       2010-COSTEA-KIT.
           MOVE ART-COSTO TO WS-COSTO-UNITARIO
           MOVE ARTICULOS-LLAVE TO WS-LLAVE-KIT-ARTICULO
                                   WS-HASTA-KIT-ARTICULO
           MOVE ZEROS  TO WS-LLAVE-KIT-COMPONENTE
           MOVE 99999  TO WS-HASTA-KIT-COMPONENTE
           MOVE 'RI' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-VAL WS-REG-KIT-AUX WS-CODIGO-KIT
           IF WS-CODIGO-KIT NOT EQUAL ZEROS
              GO TO 2010-FIN
           END-IF

           MOVE ZEROS TO WS-COSTO-UNITARIO
           PERFORM 2020-SUMA-COMPONENTE
                   UNTIL WS-CODIGO-KIT NOT EQUAL ZEROS.
       2010-FIN.  EXIT.

       2020-SUMA-COMPONENTE.
           MOVE WS-KIT-COMPONENTE-AUX TO WS-LLAVE-ART
           MOVE 'LE' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-VAL
                      WS-REG-ARTICULOS WS-CODIGO-ART
           IF WS-CODIGO-ART EQUAL ZEROS
              COMPUTE WS-COSTO-UNITARIO = WS-COSTO-UNITARIO
                      + WS-ART-COSTO * WS-KIT-CANTIDAD-AUX
           ELSE
              DISPLAY 'COMPONENTE DE KIT INEXISTENTE: '
                      WS-KIT-COMPONENTE-AUX ' KIT ' ARTICULOS-LLAVE
           END-IF

           MOVE 'RS' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-VAL WS-REG-KIT-AUX WS-CODIGO-KIT.
       2020-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA LINEA IMPRESA QUEDA TAMBIEN EN EL REPOSITORIO DE
      * REPORTES, PARA REIMPRIMIRLA SIN RECORRER LOS DATOS.
