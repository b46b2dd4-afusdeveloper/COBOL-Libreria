       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LOTES Y VENCIMIENTOS: EL REMITO TRAE EL
      *                    NUMERO DE LOTE Y SU VENCIMIENTO (AAAAMMDD)
      *                    Y LO RECIBIDO SE SUMA AL LOTE DE LA
      *                    SUCURSAL EN EL ARCHIVO LOTES (CPLOTE01) VIA
      *                    LOTES-I-O, CON ALTA DEL LOTE SI NO EXISTE.
      *                    EL LOTE SIN VENCIMIENTO VALIDO SE RECHAZA;
      *                    EL REMITO SIN LOTE ENTRA COMO ANTES, SIN
      *                    REGISTRO DE LOTE.
      *   02/09/2026  AMF  AVISO POR CONSOLA CUANDO LA TABLA DE
      *                    ORDENES CONFIRMADAS SE LLENA (200): LA
      *                    ORDEN EXCEDENTE SEGUIA SIN CRUZARSE Y EL
           05 REC-PRECIO                PIC 9(05)V99.
           05 REC-REFERENCIA            PIC X(10).
           05 REC-SUCURSAL              PIC 9(03).
           05 REC-LOTE                  PIC X(12).
           05 REC-VENCIMIENTO           PIC 9(08).
           05 FILLER                    PIC X(25).

       FD  ORDENES-CONFIRMADAS
           LABEL RECORDS ARE STANDARD
           05 WS-STKSUC-TRANSITO-AUX    PIC 9(05).
       01  WS-CODIGO-STKS               PIC X(02).
       01  WS-SUCURSAL-REC              PIC 9(03).

       01  WS-FUNCION-LOTE              PIC X(02).
       01  WS-LLAVE-LOTE.
           05 WS-LLAVE-LOTE-ARTICULO    PIC 9(05).
           05 WS-LLAVE-LOTE-SUCURSAL    PIC 9(03).
           05 WS-LLAVE-LOTE-NUMERO      PIC X(12).
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
       01  WS-COSTO-PROMEDIO            PIC 9(05)V99.
       01  WS-VALOR-PONDERADO           PIC 9(13)V99 COMP-3.

                      WS-LLAVE-HASTA-STKS WS-USUARIO-REC
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE 'AB' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-REC
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE

           PERFORM 1020-CARGA-ORDEN UNTIL FIN-DE-ORDENES
           CLOSE ORDENES-CONFIRMADAS

              GO TO 2200-FIN
           END-IF

           IF REC-LOTE NOT EQUAL SPACES
              AND (REC-VENCIMIENTO NOT NUMERIC
                   OR REC-VENCIMIENTO EQUAL ZEROS)
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              MOVE 'LOTE SIN VENCIMIENTO VALIDO' TO DET-MENSAJE
              GO TO 2200-FIN
           END-IF

           COMPUTE WS-CANTIDAD-NUEVA =
                   WS-ART-CANTIDAD + REC-CANTIDAD
           IF WS-CANTIDAD-NUEVA GREATER THAN 99999

           ADD 1 TO WS-CONTADOR-APLICADAS
           PERFORM 2250-POSTEA-SUCURSAL
           IF REC-LOTE NOT EQUAL SPACES
              PERFORM 2260-POSTEA-LOTE
           END-IF
           PERFORM 2300-GRABA-STOCK-HISTORIA
           PERFORM 2400-CIERRA-ORDEN.
       2200-FIN.  EXIT.
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS.
       2250-FIN.  EXIT.

      * -----------------------------------------------------------
      * SUMA LO RECIBIDO AL LOTE DEL REMITO EN LA SUCURSAL QUE
      * RECIBE; EL LOTE NUEVO SE DA DE ALTA CON SU VENCIMIENTO. SI
      * EL LOTE YA EXISTIA QUEDA EL VENCIMIENTO QUE TENIA.
      * -----------------------------------------------------------
       2260-POSTEA-LOTE.
           MOVE REC-ARTICULO    TO WS-LLAVE-LOTE-ARTICULO
           MOVE WS-SUCURSAL-REC TO WS-LLAVE-LOTE-SUCURSAL
           MOVE REC-LOTE        TO WS-LLAVE-LOTE-NUMERO
           MOVE 'LE' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-REC
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE

           IF WS-CODIGO-LOTE NOT EQUAL ZEROS
              MOVE REC-ARTICULO    TO WS-LOTE-ARTICULO-AUX
              MOVE WS-SUCURSAL-REC TO WS-LOTE-SUCURSAL-AUX
              MOVE REC-LOTE        TO WS-LOTE-NUMERO-AUX
              MOVE REC-VENCIMIENTO TO WS-LOTE-VENCIMIENTO-AUX
              MOVE REC-CANTIDAD    TO WS-LOTE-CANTIDAD-AUX
              MOVE ZEROS           TO WS-LOTE-TRANSITO-AUX
              MOVE WS-FECHA-HOY    TO WS-LOTE-INGRESO-AUX
              MOVE 'AL' TO WS-FUNCION-LOTE
           ELSE
              ADD REC-CANTIDAD TO WS-LOTE-CANTIDAD-AUX
              MOVE 'CA' TO WS-FUNCION-LOTE
           END-IF

           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-REC
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE.
       2260-FIN.  EXIT.

       2300-GRABA-STOCK-HISTORIA.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE REC-ARTICULO      TO STKHIST-LLAVE
                      WS-LLAVE-HASTA-STKS WS-USUARIO-REC
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE 'CI' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-REC
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE

           MOVE WS-CONTADOR-APLICADAS      TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS     TO RES-RECHAZADAS
           MOVE WS-CONTADOR-SOBRE-ENTREGAS TO RES-SOBRE-ENTREGAS
