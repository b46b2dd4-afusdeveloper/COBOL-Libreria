       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     REPORTE-LISTAS-PRECIOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. COMPARACION DE LAS
      *                    LISTAS DE PRECIOS CONTRA EL MAESTRO DE
      *                    ARTICULOS: RECORRE LISTAS-PRECIOS EN ORDEN
      *                    DE LISTA + ARTICULO VIA LISTAS-PRECIOS-I-O
      *                    Y, POR CADA PRECIO, LEE EL ARTICULO CON
      *                    PROG0020 E IMPRIME LA DIFERENCIA CONTRA
      *                    ART-PRECIO Y EL MARGEN SOBRE ART-COSTO.
      *                    MARCA LOS PRECIOS DEBAJO DEL COSTO Y LOS
      *                    QUE HOY NO ESTAN VIGENTES, CON CORTE DE
      *                    CONTROL POR LISTA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'LISTAS DE PRECIOS CONTRA ARTICULOS'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-LINEA-LISTA.
           05 FILLER                    PIC X(07)
              VALUE 'LISTA: '.
           05 LIS-CODIGO                PIC X(04).

       01  WS-TITULO-2.
           05 FILLER                    PIC X(08) VALUE ' ARTIC'.
           05 FILLER                    PIC X(15) VALUE 'DESCRIPCION'.
           05 FILLER                    PIC X(10) VALUE '    LISTA'.
           05 FILLER                    PIC X(10) VALUE ' ARTICULO'.
           05 FILLER                    PIC X(07) VALUE ' DIF %'.
           05 FILLER                    PIC X(10) VALUE '    COSTO'.
           05 FILLER                    PIC X(07) VALUE 'MARG %'.
           05 FILLER                    PIC X(10) VALUE 'OBSERVAC'.

       01  WS-DETALLE.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ARTICULO              PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-DESCRIPCION           PIC X(14).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PRECIO-LISTA          PIC ZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PRECIO-ARTICULO       PIC ZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PCT-DIFERENCIA        PIC -ZZ9.9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-COSTO                 PIC ZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PCT-MARGEN            PIC -ZZ9.9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-OBSERVACION           PIC X(10).

       01  WS-LINEA-SUBTOTAL.
           05 FILLER                    PIC X(12)
              VALUE '   PRECIOS:'.
           05 SUB-PRECIOS               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(15)
              VALUE '   BAJO COSTO:'.
           05 SUB-BAJO-COSTO            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(15)
              VALUE '   NO VIGENTES:'.
           05 SUB-NO-VIGENTES           PIC ZZ,ZZ9.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(18)
              VALUE 'PRECIOS LEIDOS:'.
           05 RES-LEIDOS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(15)
              VALUE '   BAJO COSTO:'.
           05 RES-BAJO-COSTO            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(15)
              VALUE '   NO VIGENTES:'.
           05 RES-NO-VIGENTES           PIC ZZ,ZZ9.

       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-PRIMERA-LISTA             PIC X(01) VALUE 'S'.
           88 ES-PRIMERA-LISTA                     VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-LISTA-ANTERIOR            PIC X(04) VALUE SPACES.
       01  WS-PCT-CALCULO               PIC S9(09)V99 COMP-3.

       01  WS-FUNCION-LSTP              PIC X(02).
       01  WS-LLAVE-LSTP                PIC X(09).
       01  WS-LLAVE-HASTA-LSTP          PIC X(09).
       01  WS-USUARIO-RLP               PIC X(08) VALUE 'REPLSTP'.
       01  WS-REG-LISTA-AUX.
           05 WS-LSTP-LLAVE-AUX.
              10 WS-LSTP-LISTA-AUX      PIC X(04).
              10 WS-LSTP-ARTICULO-AUX   PIC 9(05).
           05 WS-LSTP-PRECIO-AUX        PIC 9(05)V99.
           05 WS-LSTP-DESDE-AUX         PIC 9(08).
           05 WS-LSTP-HASTA-AUX         PIC 9(08).
       01  WS-CODIGO-LSTP               PIC X(02).

       01  WS-FUNCION-ART               PIC X(02).
       01  WS-LLAVE-ART                 PIC 9(05).
           COPY CPARTWS.
       01  WS-CODIGO-ART                PIC X(02).

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-BAJO-COSTO       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-NO-VIGENTES      PIC 9(05) VALUE ZEROS.
       01  WS-SUB-PRECIOS               PIC 9(05) VALUE ZEROS.
       01  WS-SUB-BAJO-COSTO            PIC 9(05) VALUE ZEROS.
       01  WS-SUB-NO-VIGENTES           PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'REPORTE-LISTAS-PREC'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-BAJO-COSTO           PIC 9(07).
       01  WS-STAT-NO-VIGENTES          PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-PRECIO
                   UNTIL WS-CODIGO-LSTP NOT EQUAL ZEROS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-RLP
                      WS-REG-ARTICULOS WS-CODIGO-ART

           MOVE 'AB' TO WS-FUNCION-LSTP
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LSTP WS-LLAVE-LSTP WS-LLAVE-HASTA-LSTP
                      WS-USUARIO-RLP WS-REG-LISTA-AUX WS-CODIGO-LSTP

           MOVE LOW-VALUES  TO WS-LLAVE-LSTP
           MOVE HIGH-VALUES TO WS-LLAVE-HASTA-LSTP
           MOVE 'RI' TO WS-FUNCION-LSTP
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LSTP WS-LLAVE-LSTP WS-LLAVE-HASTA-LSTP
                      WS-USUARIO-RLP WS-REG-LISTA-AUX WS-CODIGO-LSTP.
       1000-FIN.  EXIT.

       2000-PROCESA-PRECIO.
           ADD 1 TO WS-CONTADOR-LEIDOS

           IF WS-LSTP-LISTA-AUX NOT EQUAL WS-LISTA-ANTERIOR
                 OR ES-PRIMERA-LISTA
              IF NOT ES-PRIMERA-LISTA
                 PERFORM 2200-CIERRA-LISTA
              END-IF
              PERFORM 2300-ABRE-LISTA
           END-IF
           ADD 1 TO WS-SUB-PRECIOS

           PERFORM 2100-COMPARA-PRECIO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           MOVE 'RS' TO WS-FUNCION-LSTP
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LSTP WS-LLAVE-LSTP WS-LLAVE-HASTA-LSTP
                      WS-USUARIO-RLP WS-REG-LISTA-AUX WS-CODIGO-LSTP.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * DIFERENCIA % = (LISTA - ART-PRECIO) / ART-PRECIO.
      * MARGEN %     = (LISTA - ART-COSTO)  / LISTA.
      * BAJO COSTO TIENE PRIORIDAD SOBRE NO VIGENTE EN LA COLUMNA DE
      * OBSERVACION; LOS DOS SE CUENTAN.
      * -----------------------------------------------------------
       2100-COMPARA-PRECIO.
           MOVE WS-LSTP-ARTICULO-AUX TO DET-ARTICULO WS-LLAVE-ART
           MOVE WS-LSTP-PRECIO-AUX   TO DET-PRECIO-LISTA
           MOVE SPACES               TO DET-DESCRIPCION
                                        DET-OBSERVACION
           MOVE ZEROS                TO DET-PRECIO-ARTICULO DET-COSTO
                                        DET-PCT-DIFERENCIA
                                        DET-PCT-MARGEN

           IF WS-FECHA-HOY LESS THAN WS-LSTP-DESDE-AUX
                 OR WS-FECHA-HOY GREATER THAN WS-LSTP-HASTA-AUX
              MOVE 'NO VIGENTE' TO DET-OBSERVACION
              ADD 1 TO WS-CONTADOR-NO-VIGENTES WS-SUB-NO-VIGENTES
           END-IF

           MOVE 'LE' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-RLP
                      WS-REG-ARTICULOS WS-CODIGO-ART
           IF WS-CODIGO-ART NOT EQUAL ZEROS
              MOVE 'SIN ARTIC' TO DET-OBSERVACION
              GO TO 2100-FIN
           END-IF

           MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
           MOVE WS-ART-PRECIO      TO DET-PRECIO-ARTICULO
           MOVE WS-ART-COSTO       TO DET-COSTO

           IF WS-ART-PRECIO GREATER THAN ZEROS
              COMPUTE WS-PCT-CALCULO ROUNDED =
                      (WS-LSTP-PRECIO-AUX - WS-ART-PRECIO) * 100
                      / WS-ART-PRECIO
              PERFORM 2110-ACOTA-PORCENTAJE
              MOVE WS-PCT-CALCULO TO DET-PCT-DIFERENCIA
           END-IF

           COMPUTE WS-PCT-CALCULO ROUNDED =
                   (WS-LSTP-PRECIO-AUX - WS-ART-COSTO) * 100
                   / WS-LSTP-PRECIO-AUX
           PERFORM 2110-ACOTA-PORCENTAJE
           MOVE WS-PCT-CALCULO TO DET-PCT-MARGEN

           IF WS-LSTP-PRECIO-AUX LESS THAN WS-ART-COSTO
              MOVE 'BAJO COSTO' TO DET-OBSERVACION
              ADD 1 TO WS-CONTADOR-BAJO-COSTO WS-SUB-BAJO-COSTO
           END-IF.
       2100-FIN.  EXIT.

       2110-ACOTA-PORCENTAJE.
           IF WS-PCT-CALCULO GREATER THAN 999.9
              MOVE 999.9 TO WS-PCT-CALCULO
           END-IF
           IF WS-PCT-CALCULO LESS THAN -999.9
              MOVE -999.9 TO WS-PCT-CALCULO
           END-IF.
       2110-FIN.  EXIT.

       2200-CIERRA-LISTA.
           MOVE WS-SUB-PRECIOS     TO SUB-PRECIOS
           MOVE WS-SUB-BAJO-COSTO  TO SUB-BAJO-COSTO
           MOVE WS-SUB-NO-VIGENTES TO SUB-NO-VIGENTES
           WRITE REG-REPORTE FROM WS-LINEA-SUBTOTAL
                 AFTER ADVANCING 1 LINE
           MOVE ZEROS TO WS-SUB-PRECIOS WS-SUB-BAJO-COSTO
                         WS-SUB-NO-VIGENTES.
       2200-FIN.  EXIT.

       2300-ABRE-LISTA.
           MOVE 'N' TO SW-PRIMERA-LISTA
           MOVE WS-LSTP-LISTA-AUX TO WS-LISTA-ANTERIOR LIS-CODIGO
           WRITE REG-REPORTE FROM WS-LINEA-LISTA
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPORTE FROM WS-TITULO-2
                 AFTER ADVANCING 1 LINE.
       2300-FIN.  EXIT.

       9000-TERMINA.
           IF NOT ES-PRIMERA-LISTA
              PERFORM 2200-CIERRA-LISTA
           END-IF

           MOVE WS-CONTADOR-LEIDOS      TO RES-LEIDOS
           MOVE WS-CONTADOR-BAJO-COSTO  TO RES-BAJO-COSTO
           MOVE WS-CONTADOR-NO-VIGENTES TO RES-NO-VIGENTES
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE 'CI' TO WS-FUNCION-LSTP
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LSTP WS-LLAVE-LSTP WS-LLAVE-HASTA-LSTP
                      WS-USUARIO-RLP WS-REG-LISTA-AUX WS-CODIGO-LSTP
           MOVE 'CI' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-RLP
                      WS-REG-ARTICULOS WS-CODIGO-ART

           MOVE WS-CONTADOR-LEIDOS      TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-BAJO-COSTO  TO WS-STAT-BAJO-COSTO
           MOVE WS-CONTADOR-NO-VIGENTES TO WS-STAT-NO-VIGENTES
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-BAJO-COSTO WS-STAT-NO-VIGENTES

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
