       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-LISTAS-LOTE.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DE LAS LISTAS DE PRECIOS DE CLIENTES
      *                    MAYORISTAS E INSTITUCIONALES, MISMO ESQUEMA
      *                    QUE MANTENIMIENTO-CODALT-LOTE: LEE
      *                    TRANSACCIONES A/C/B (LISTA, ARTICULO,
      *                    PRECIO, VIGENCIA DESDE/HASTA) Y LAS APLICA
      *                    A TRAVES DE LISTAS-PRECIOS-I-O, QUE VALIDA
      *                    EL ARTICULO Y LA VIGENCIA Y DEJA CADA
      *                    CAMBIO EN AUDITORIA. HASTA EN CERO = SIN
      *                    VENCIMIENTO. RECHAZOS A SU ARCHIVO,
      *                    REPORTE Y ESTADISTICAS.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-LISTAS ASSIGN TO UT-S-TRANSLST
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT LISTAS-RECHAZADAS ASSIGN TO UT-S-RECHLST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RECH.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-LISTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-LISTA.
       01  REG-TRANS-LISTA.
           05 TRANS-TIPO                PIC X(01).
              88 TRANS-ES-ALTA                      VALUE 'A'.
              88 TRANS-ES-CAMBIO                    VALUE 'C'.
              88 TRANS-ES-BAJA                      VALUE 'B'.
           05 TRANS-LISTA               PIC X(04).
           05 TRANS-ARTICULO            PIC 9(05).
           05 TRANS-PRECIO              PIC 9(05)V99.
           05 TRANS-FECHA-DESDE         PIC 9(08).
           05 TRANS-FECHA-HASTA         PIC 9(08).
           05 FILLER                    PIC X(47).

       FD  LISTAS-RECHAZADAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-LISTA-RECHAZADA.
       01  REG-LISTA-RECHAZADA          PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MANTENIMIENTO LOTE LISTAS DE PRECIOS'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(05) VALUE 'TIPO'.
           05 FILLER                    PIC X(06) VALUE 'LISTA'.
           05 FILLER                    PIC X(07) VALUE 'ARTIC'.
           05 FILLER                    PIC X(10) VALUE '   PRECIO'.
           05 FILLER                    PIC X(11) VALUE 'RESULTADO'.
           05 FILLER                    PIC X(30) VALUE 'MENSAJE'.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 DET-LISTA                 PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-ARTICULO              PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-PRECIO                PIC ZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MENSAJE               PIC X(30).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(25)
              VALUE 'TRANSACCIONES LEIDAS:'.
           05 RES-LEIDAS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'APLICADAS:'.
           05 RES-APLICADAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-RECH               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.

       01  WS-FUNCION-LST               PIC X(02).
       01  WS-LLAVE-LST.
           05 WS-LLAVE-LST-LISTA        PIC X(04).
           05 WS-LLAVE-LST-ARTICULO     PIC 9(05).
       01  WS-LLAVE-HASTA-LST           PIC X(09) VALUE SPACES.
       01  WS-USUARIO-LST               PIC X(08) VALUE 'MANTLSTP'.
       01  WS-REG-LISTA-AUX.
           05 WS-LSTP-LISTA-AUX         PIC X(04).
           05 WS-LSTP-ARTICULO-AUX      PIC 9(05).
           05 WS-LSTP-PRECIO-AUX        PIC 9(05)V99.
           05 WS-LSTP-DESDE-AUX         PIC 9(08).
           05 WS-LSTP-HASTA-AUX         PIC 9(08).
       01  WS-CODIGO-LST                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-LISTAS-LOTE'.
       01  WS-STAT-LEIDOS                PIC 9(07).
       01  WS-STAT-APLICADAS             PIC 9(07).
       01  WS-STAT-RECHAZADAS            PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-TRANSACCION UNTIL FIN-DE-TRANS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           OPEN INPUT TRANS-LISTAS
           OPEN EXTEND LISTAS-RECHAZADAS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-LST
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LST WS-LLAVE-LST WS-LLAVE-HASTA-LST
                      WS-USUARIO-LST WS-REG-LISTA-AUX WS-CODIGO-LST

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-LISTAS
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRANS-TIPO           TO DET-TIPO
           MOVE TRANS-LISTA          TO DET-LISTA WS-LLAVE-LST-LISTA
           MOVE TRANS-ARTICULO       TO DET-ARTICULO
                                        WS-LLAVE-LST-ARTICULO
           MOVE ZEROS                TO DET-PRECIO
           MOVE SPACES               TO DET-RESULTADO DET-MENSAJE

           IF TRANS-LISTA EQUAL SPACES
              MOVE 'CODIGO DE LISTA EN BLANCO' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF

           IF NOT TRANS-ES-BAJA
              IF TRANS-PRECIO NOT NUMERIC
                    OR TRANS-FECHA-DESDE NOT NUMERIC
                    OR TRANS-FECHA-HASTA NOT NUMERIC
                 MOVE 'PRECIO O VIGENCIA NO NUMERICOS'
                      TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
                 GO TO 2000-ESCRIBE
              END-IF
              MOVE TRANS-PRECIO TO DET-PRECIO
           END-IF

           MOVE TRANS-LISTA          TO WS-LSTP-LISTA-AUX
           MOVE TRANS-ARTICULO       TO WS-LSTP-ARTICULO-AUX
           MOVE TRANS-PRECIO         TO WS-LSTP-PRECIO-AUX
           MOVE TRANS-FECHA-DESDE    TO WS-LSTP-DESDE-AUX
           MOVE TRANS-FECHA-HASTA    TO WS-LSTP-HASTA-AUX
           IF WS-LSTP-HASTA-AUX EQUAL ZEROS
              MOVE 99999999 TO WS-LSTP-HASTA-AUX
           END-IF

           EVALUATE TRUE
              WHEN TRANS-ES-ALTA
                 MOVE 'AL' TO WS-FUNCION-LST
                 PERFORM 2010-APLICA-FUNCION
              WHEN TRANS-ES-CAMBIO
                 MOVE 'CA' TO WS-FUNCION-LST
                 PERFORM 2010-APLICA-FUNCION
              WHEN TRANS-ES-BAJA
                 MOVE 'BJ' TO WS-FUNCION-LST
                 PERFORM 2010-APLICA-FUNCION
              WHEN OTHER
                 MOVE 'TIPO DE TRANSACCION DESCONOCIDO'
                      TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
           END-EVALUATE.

       2000-ESCRIBE.
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

       2010-APLICA-FUNCION.
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LST WS-LLAVE-LST WS-LLAVE-HASTA-LST
                      WS-USUARIO-LST WS-REG-LISTA-AUX WS-CODIGO-LST

           EVALUATE WS-CODIGO-LST
              WHEN '00'
                 MOVE 'APLICADA'  TO DET-RESULTADO
                 MOVE 'TRANSACCION REGISTRADA' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-APLICADAS
              WHEN 'AR'
                 MOVE 'ARTICULO INEXISTENTE O DE BAJA'
                      TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN 'PR'
                 MOVE 'PRECIO DE LISTA EN CERO' TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN 'VG'
                 MOVE 'VIGENCIA DESDE POSTERIOR A HASTA'
                      TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN '22'
                 MOVE 'PRECIO YA CARGADO EN LA LISTA'
                      TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN '23'
                 MOVE 'PRECIO NO CARGADO EN LA LISTA'
                      TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN OTHER
                 MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
           END-EVALUATE.
       2010-FIN.  EXIT.

       2100-RECHAZA-TRANSACCION.
           MOVE 'RECHAZADA' TO DET-RESULTADO
           ADD 1 TO WS-CONTADOR-RECHAZADAS
           MOVE REG-TRANS-LISTA TO REG-LISTA-RECHAZADA
           WRITE REG-LISTA-RECHAZADA.
       2100-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-LST
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LST WS-LLAVE-LST WS-LLAVE-HASTA-LST
                      WS-USUARIO-LST WS-REG-LISTA-AUX WS-CODIGO-LST

           MOVE WS-CONTADOR-LEIDAS     TO RES-LEIDAS
           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADAS WS-STAT-RECHAZADAS

           CLOSE TRANS-LISTAS LISTAS-RECHAZADAS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
