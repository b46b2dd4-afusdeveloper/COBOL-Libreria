       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LOTES: LA TARJETA DE CONTEO TRAE LA
      *                    SUCURSAL CONTADA (CERO = 001) Y EL FALTANTE
      *                    APROBADO SE DESCUENTA DE LOS LOTES DEL
      *                    ARTICULO EN ESA SUCURSAL, EMPEZANDO POR EL
      *                    QUE VENCE ANTES, VIA LOTES-I-O. EL SOBRANTE
      *                    NO TIENE LOTE CONOCIDO Y QUEDA SIN LOTE.
      *   22/08/2026  AMF  VERSION ORIGINAL. CONCILIACION DEL RECUENTO
      *                    FISICO: LEE EL ARCHIVO DE CONTEO (ARTICULO,
      *                    CANTIDAD CONTADA, MARCA DE APROBACION),
           05 REC-CANTIDAD-CONTADA      PIC 9(05).
           05 REC-APROBADO              PIC X(01).
              88 REC-AJUSTE-APROBADO               VALUE 'S'.
           05 REC-SUCURSAL              PIC 9(03).
           05 FILLER                    PIC X(66).

       FD  STOCK-HISTORIA
           LABEL RECORDS ARE STANDARD
           COPY CPARTWS.
       01  WS-CODIGO-ART                PIC X(02).

       01  WS-FUNCION-LOTE              PIC X(02).
       01  WS-LLAVE-LOTE                PIC X(20) VALUE SPACES.
       01  WS-LLAVE-HASTA-LOTE          PIC X(20) VALUE SPACES.
       01  WS-REG-LOTE-AUX.
           05 WS-LOTE-ARTICULO-AUX      PIC 9(05).
           05 WS-LOTE-SUCURSAL-AUX      PIC 9(03).
           05 WS-LOTE-NUMERO-AUX        PIC X(12).
           05 WS-LOTE-VENCIMIENTO-AUX   PIC 9(08).
           05 WS-LOTE-CANTIDAD-AUX      PIC 9(05).
           05 WS-LOTE-TRANSITO-AUX      PIC 9(05).
           05 WS-LOTE-INGRESO-AUX       PIC 9(08).
       01  WS-CODIGO-LOTE               PIC X(02).
       01  WS-PENDIENTE-LOTE            PIC 9(05).
       01  WS-SUCURSAL-INV              PIC 9(03).

       01  WS-DIFERENCIA                PIC S9(05).
       01  WS-DIFERENCIA-VALOR          PIC S9(09)V99 COMP-3.
       01  WS-TOTAL-VALORIZADO          PIC S9(11)V99 COMP-3
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-INV
                      WS-REG-ARTICULOS WS-CODIGO-ART

           MOVE 'AB' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE WS-LLAVE-HASTA-LOTE
                      WS-USUARIO-INV WS-REG-LOTE-AUX WS-CODIGO-LOTE

           PERFORM 1010-LEE-CONTEO.
       1000-FIN.  EXIT.

           MOVE WS-ART-CANTIDAD   TO STKHIST-RESULTANTE
           MOVE 'RECUENTO  '      TO STKHIST-REFERENCIA
           MOVE WS-USUARIO-INV    TO STKHIST-ORIGEN
           WRITE REG-STOCK-HISTORIA

           IF WS-DIFERENCIA LESS THAN ZEROS
              PERFORM 2300-DESCUENTA-LOTES
           END-IF.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL FALTANTE SALE DE LOS LOTES DE LA SUCURSAL CONTADA, UN
      * LOTE POR LLAMADA Y EMPEZANDO POR EL QUE VENCE ANTES, HASTA
      * CUBRIRLO O QUEDARSE SIN LOTES.
      * -----------------------------------------------------------
       2300-DESCUENTA-LOTES.
           IF REC-SUCURSAL NUMERIC
              AND REC-SUCURSAL GREATER THAN ZEROS
              MOVE REC-SUCURSAL TO WS-SUCURSAL-INV
           ELSE
              MOVE 1 TO WS-SUCURSAL-INV
           END-IF
           COMPUTE WS-PENDIENTE-LOTE = ZERO - WS-DIFERENCIA
           MOVE ZEROS TO WS-CODIGO-LOTE
           PERFORM 2310-CONSUME-LOTE
                   UNTIL WS-PENDIENTE-LOTE EQUAL ZEROS
                   OR WS-CODIGO-LOTE NOT EQUAL ZEROS.
       2300-FIN.  EXIT.

       2310-CONSUME-LOTE.
           MOVE REC-ARTICULO      TO WS-LOTE-ARTICULO-AUX
           MOVE WS-SUCURSAL-INV   TO WS-LOTE-SUCURSAL-AUX
           MOVE WS-PENDIENTE-LOTE TO WS-LOTE-CANTIDAD-AUX
           MOVE 'CF' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE WS-LLAVE-HASTA-LOTE
                      WS-USUARIO-INV WS-REG-LOTE-AUX WS-CODIGO-LOTE
           IF WS-CODIGO-LOTE EQUAL ZEROS
              SUBTRACT WS-LOTE-CANTIDAD-AUX FROM WS-PENDIENTE-LOTE
           END-IF.
       2310-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-INV
                      WS-REG-ARTICULOS WS-CODIGO-ART

           MOVE 'CI' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE WS-LLAVE-HASTA-LOTE
                      WS-USUARIO-INV WS-REG-LOTE-AUX WS-CODIGO-LOTE

           MOVE WS-CONTADOR-CONTADOS  TO RES-CONTADOS
           MOVE WS-CONTADOR-AJUSTADOS TO RES-AJUSTADOS
           MOVE WS-TOTAL-VALORIZADO   TO RES-VALORIZADA
