       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     REPORTE-VENCIMIENTOS-LOTES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. REPORTE SEMANAL DE
      *                    VENCIMIENTOS: RECORRE LOTES (CPLOTE01) VIA
      *                    LOTES-I-O Y LISTA, POR ARTICULO Y
      *                    SUCURSAL, LOS LOTES CON SALDO YA VENCIDOS
      *                    Y LOS QUE VENCEN DENTRO DE LOS PROXIMOS N
      *                    DIAS (TARJETA DIAS=NNN, 30 POR OMISION),
      *                    VALORIZADOS A COSTO PROMEDIO (ART-COSTO).
      *                    CADA LOTE VENCIDO SALE ADEMAS EN
      *                    UT-S-BAJALOTE COMO SALIDA DE
      *                    MOVIMIENTOS-STOCK CONTRA ESE LOTE
      *                    (REFERENCIA VENCIDO), PARA RETIRARLO Y
      *                    DARLO DE BAJA CON SU MOVIMIENTO DE STOCK
      *                    UNA VEZ CONFIRMADO EN LA GONDOLA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-VENC ASSIGN TO UT-S-PARMVENC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.

           SELECT BAJAS-LOTE ASSIGN TO UT-S-BAJALOTE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-BAJA.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-VENC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO-VENC.
       01  REG-PARAMETRO-VENC           PIC X(80).

      *    MISMO LAYOUT QUE TRANS-STOCK DE MOVIMIENTOS-STOCK,
      *    SIEMPRE SALIDA (TIPO S) CONTRA EL LOTE VENCIDO.
       FD  BAJAS-LOTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-BAJA-LOTE.
       01  REG-BAJA-LOTE.
           05 BAJ-ARTICULO              PIC 9(05).
           05 BAJ-TIPO                  PIC X(01).
           05 BAJ-CANTIDAD              PIC 9(05).
           05 BAJ-REFERENCIA            PIC X(10).
           05 BAJ-SUCURSAL              PIC 9(03).
           05 BAJ-LOTE                  PIC X(12).
           05 BAJ-VENCIMIENTO           PIC 9(08).
           05 FILLER                    PIC X(36).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(38)
              VALUE 'LOTES VENCIDOS Y POR VENCER AL'.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(22)
              VALUE 'POR VENCER DENTRO DE'.
           05 TIT-DIAS                  PIC ZZ9.
           05 FILLER                    PIC X(55) VALUE ' DIAS'.

       01  WS-TITULO-3.
           05 FILLER                    PIC X(06) VALUE 'ARTIC'.
           05 FILLER                    PIC X(16) VALUE 'DESCRIPCION'.
           05 FILLER                    PIC X(04) VALUE 'SUC'.
           05 FILLER                    PIC X(13) VALUE 'LOTE'.
           05 FILLER                    PIC X(09) VALUE 'VENCE'.
           05 FILLER                    PIC X(05) VALUE 'DIAS'.
           05 FILLER                    PIC X(07) VALUE 'CANTID'.
           05 FILLER                    PIC X(11) VALUE 'VALOR COSTO'.
           05 FILLER                    PIC X(09) VALUE ' ESTADO'.

       01  WS-DETALLE.
           05 DET-ARTICULO              PIC 9(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DESCRIPCION           PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-SUCURSAL              PIC 9(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-LOTE                  PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-VENCIMIENTO           PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DIAS                  PIC ----9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-CANTIDAD              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-VALOR                 PIC ZZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ESTADO                PIC X(07).

       01  WS-LINEA-RESUMEN-1.
           05 FILLER                    PIC X(17)
              VALUE 'LOTES VENCIDOS:'.
           05 RES-VENCIDOS              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(11)
              VALUE '  UNIDADES:'.
           05 RES-UNIDADES-VENCIDAS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(08)
              VALUE '  VALOR:'.
           05 RES-VALOR-VENCIDO         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  WS-LINEA-RESUMEN-2.
           05 FILLER                    PIC X(17)
              VALUE 'POR VENCER:'.
           05 RES-POR-VENCER            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(11)
              VALUE '  UNIDADES:'.
           05 RES-UNIDADES-POR-VENCER   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(08)
              VALUE '  VALOR:'.
           05 RES-VALOR-POR-VENCER      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-BAJA               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                          VALUE 'S'.

       01  WS-PARM-CAMPO                PIC X(11).
       01  WS-PARM-VALOR                PIC X(08).
       01  WS-DIAS-AVISO                PIC 9(03) VALUE 30.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-DIAS-AL-VENCIMIENTO       PIC S9(07).

       01  WS-FUNCION-LOTE              PIC X(02).
       01  WS-LLAVE-LOTE                PIC X(20) VALUE LOW-VALUES.
       01  WS-LLAVE-HASTA-LOTE          PIC X(20) VALUE HIGH-VALUES.
       01  WS-USUARIO-VENC              PIC X(08) VALUE 'VENCLOTE'.
       01  WS-REG-LOTE-AUX.
           05 WS-LOTE-ARTICULO-AUX      PIC 9(05).
           05 WS-LOTE-SUCURSAL-AUX      PIC 9(03).
           05 WS-LOTE-NUMERO-AUX        PIC X(12).
           05 WS-LOTE-VENCIMIENTO-AUX   PIC 9(08).
           05 WS-LOTE-CANTIDAD-AUX      PIC 9(05).
           05 WS-LOTE-TRANSITO-AUX      PIC 9(05).
           05 WS-LOTE-INGRESO-AUX       PIC 9(08).
       01  WS-CODIGO-LOTE               PIC X(02).

       01  WS-FUNCION-ART               PIC X(02).
       01  WS-LLAVE-ART                 PIC 9(05).
           COPY CPARTWS.
       01  WS-CODIGO-ART                PIC X(02).

       01  WS-VALOR-LINEA               PIC 9(11)V99 COMP-3.
       01  WS-TOTAL-VALOR-VENCIDO       PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-VALOR-POR-VENCER    PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-UNIDADES-VENCIDAS         PIC 9(09) VALUE ZEROS.
       01  WS-UNIDADES-POR-VENCER       PIC 9(09) VALUE ZEROS.

       01  WS-CONTADOR-LOTES            PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-VENCIDOS         PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-POR-VENCER       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'VENCIMIENTOS-LOTES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-VENCIDOS             PIC 9(07).
       01  WS-STAT-POR-VENCER           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-LOTE
                   UNTIL WS-CODIGO-LOTE NOT EQUAL ZEROS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           PERFORM 1100-LEE-PARAMETROS

           OPEN OUTPUT REPORTE BAJAS-LOTE
           MOVE WS-FECHA-HOY TO TIT-FECHA
           MOVE WS-DIAS-AVISO TO TIT-DIAS
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-VENC
                      WS-REG-ARTICULOS WS-CODIGO-ART

           MOVE 'AB' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-VENC
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE
           IF WS-CODIGO-LOTE NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR LOTES - STATUS: '
                      WS-CODIGO-LOTE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-FIN
           END-IF

           MOVE 'RI' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-VENC
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETA CAMPO=VALOR: DIAS=NNN (HORIZONTE DE AVISO DE LOS
      * LOTES POR VENCER).
      * -----------------------------------------------------------
       1100-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS-VENC
           IF WS-CODIGO-PARM NOT EQUAL ZEROS
              GO TO 1100-FIN
           END-IF
           PERFORM 1110-PROCESA-TARJETA UNTIL FIN-DE-PARM
           CLOSE PARAMETROS-VENC.
       1100-FIN.  EXIT.

       1110-PROCESA-TARJETA.
           READ PARAMETROS-VENC
              AT END MOVE 'S' TO SW-FIN-PARM
           END-READ
           IF FIN-DE-PARM
              GO TO 1110-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO-VENC DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE WS-PARM-CAMPO
              WHEN 'DIAS'
                 IF WS-PARM-VALOR(1:3) IS NUMERIC
                    MOVE WS-PARM-VALOR(1:3) TO WS-DIAS-AVISO
                 ELSE
                    DISPLAY 'DIAS INVALIDO, SE USAN '
                            WS-DIAS-AVISO ' DIAS'
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE VENCIMIENTOS DESCONOCIDA: '
                         REG-PARAMETRO-VENC
           END-EVALUATE.
       1110-FIN.  EXIT.

      * -----------------------------------------------------------
      * SOLO CUENTAN LOS LOTES CON SALDO EN LA SUCURSAL: EL
      * TRANSITO TODAVIA NO ESTA EN LA GONDOLA DE NADIE. EL LOTE
      * QUE VENCE DESPUES DEL HORIZONTE DE AVISO NO SE LISTA.
      * -----------------------------------------------------------
       2000-PROCESA-LOTE.
           ADD 1 TO WS-CONTADOR-LOTES
           IF WS-LOTE-CANTIDAD-AUX GREATER THAN ZEROS
              PERFORM 2050-CLASIFICA-LOTE
           END-IF

           MOVE 'RS' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-VENC
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE.
       2000-FIN.  EXIT.

       2050-CLASIFICA-LOTE.
           CALL 'DIAS-ENTRE-FECHAS'
                USING WS-FECHA-HOY WS-LOTE-VENCIMIENTO-AUX
                      WS-DIAS-AL-VENCIMIENTO
           IF WS-DIAS-AL-VENCIMIENTO GREATER THAN WS-DIAS-AVISO
              GO TO 2050-FIN
           END-IF

           PERFORM 2100-ARMA-DETALLE
           IF WS-DIAS-AL-VENCIMIENTO LESS THAN ZEROS
              PERFORM 2200-LOTE-VENCIDO
           ELSE
              ADD 1 TO WS-CONTADOR-POR-VENCER
              ADD WS-LOTE-CANTIDAD-AUX TO WS-UNIDADES-POR-VENCER
              ADD WS-VALOR-LINEA TO WS-TOTAL-VALOR-POR-VENCER
              MOVE 'VENCE'   TO DET-ESTADO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2050-FIN.  EXIT.

       2100-ARMA-DETALLE.
           MOVE WS-LOTE-ARTICULO-AUX TO WS-LLAVE-ART
           MOVE 'LE' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-VENC
                      WS-REG-ARTICULOS WS-CODIGO-ART
           IF WS-CODIGO-ART NOT EQUAL ZEROS
              MOVE 'ARTICULO INEXISTENTE' TO WS-ART-DESCRIPCION
              MOVE ZEROS                  TO WS-ART-COSTO
           END-IF

           COMPUTE WS-VALOR-LINEA =
                   WS-LOTE-CANTIDAD-AUX * WS-ART-COSTO

           MOVE WS-LOTE-ARTICULO-AUX    TO DET-ARTICULO
           MOVE WS-ART-DESCRIPCION      TO DET-DESCRIPCION
           MOVE WS-LOTE-SUCURSAL-AUX    TO DET-SUCURSAL
           MOVE WS-LOTE-NUMERO-AUX      TO DET-LOTE
           MOVE WS-LOTE-VENCIMIENTO-AUX TO DET-VENCIMIENTO
           MOVE WS-DIAS-AL-VENCIMIENTO  TO DET-DIAS
           MOVE WS-LOTE-CANTIDAD-AUX    TO DET-CANTIDAD
           MOVE WS-VALOR-LINEA          TO DET-VALOR.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL LOTE VENCIDO SALE A LA PROPUESTA DE BAJA COMO SALIDA DE
      * MOVIMIENTOS-STOCK CONTRA ESE LOTE POR TODO SU SALDO.
      * -----------------------------------------------------------
       2200-LOTE-VENCIDO.
           ADD 1 TO WS-CONTADOR-VENCIDOS
           ADD WS-LOTE-CANTIDAD-AUX TO WS-UNIDADES-VENCIDAS
           ADD WS-VALOR-LINEA TO WS-TOTAL-VALOR-VENCIDO
           MOVE 'VENCIDO' TO DET-ESTADO

           MOVE SPACES                  TO REG-BAJA-LOTE
           MOVE WS-LOTE-ARTICULO-AUX    TO BAJ-ARTICULO
           MOVE 'S'                     TO BAJ-TIPO
           MOVE WS-LOTE-CANTIDAD-AUX    TO BAJ-CANTIDAD
           MOVE 'VENCIDO   '            TO BAJ-REFERENCIA
           MOVE WS-LOTE-SUCURSAL-AUX    TO BAJ-SUCURSAL
           MOVE WS-LOTE-NUMERO-AUX      TO BAJ-LOTE
           MOVE WS-LOTE-VENCIMIENTO-AUX TO BAJ-VENCIMIENTO
           WRITE REG-BAJA-LOTE.
       2200-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-VENC
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE

           MOVE 'CI' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-VENC
                      WS-REG-ARTICULOS WS-CODIGO-ART

           MOVE WS-CONTADOR-VENCIDOS      TO RES-VENCIDOS
           MOVE WS-UNIDADES-VENCIDAS      TO RES-UNIDADES-VENCIDAS
           MOVE WS-TOTAL-VALOR-VENCIDO    TO RES-VALOR-VENCIDO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-1
                 AFTER ADVANCING 2 LINES
           MOVE WS-CONTADOR-POR-VENCER    TO RES-POR-VENCER
           MOVE WS-UNIDADES-POR-VENCER    TO RES-UNIDADES-POR-VENCER
           MOVE WS-TOTAL-VALOR-POR-VENCER TO RES-VALOR-POR-VENCER
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-2
                 AFTER ADVANCING 1 LINE

           MOVE WS-CONTADOR-LOTES      TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-VENCIDOS   TO WS-STAT-VENCIDOS
           MOVE WS-CONTADOR-POR-VENCER TO WS-STAT-POR-VENCER
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-VENCIDOS WS-STAT-POR-VENCER

           CLOSE REPORTE BAJAS-LOTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
