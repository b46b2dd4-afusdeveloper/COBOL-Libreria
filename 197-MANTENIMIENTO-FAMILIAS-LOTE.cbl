       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-FAMILIAS-LOTE.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DEL MAESTRO DE FAMILIAS Y SUBFAMILIAS DE
      *                    ARTICULOS, MISMO ESQUEMA QUE
      *                    MANTENIMIENTO-KITS-LOTE: LEE TRANSACCIONES
      *                    A/C/B (FAMILIA, SUBFAMILIA, DESCRIPCION;
      *                    SUBFAMILIA 000 ES LA FAMILIA MISMA) Y LAS
      *                    APLICA A TRAVES DE FAMILIAS-I-O, QUE VALIDA
      *                    LA JERARQUIA Y DEJA CADA CAMBIO EN
      *                    AUDITORIA. RECHAZOS A SU ARCHIVO, REPORTE
      *                    Y ESTADISTICAS.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FAMILIAS ASSIGN TO UT-S-TRANSFAM
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT FAMILIAS-RECHAZADAS ASSIGN TO UT-S-RECHFAM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RECH.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FAMILIAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-FAM.
       01  REG-TRANS-FAM.
           05 TRANS-TIPO                PIC X(01).
              88 TRANS-ES-ALTA                      VALUE 'A'.
              88 TRANS-ES-CAMBIO                    VALUE 'C'.
              88 TRANS-ES-BAJA                      VALUE 'B'.
           05 TRANS-FAMILIA             PIC 9(03).
           05 TRANS-SUBFAMILIA          PIC 9(03).
           05 TRANS-DESCRIPCION         PIC X(30).
           05 FILLER                    PIC X(43).

       FD  FAMILIAS-RECHAZADAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-FAM-RECHAZADA.
       01  REG-FAM-RECHAZADA            PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MANTENIMIENTO LOTE FAMILIAS'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(05) VALUE 'TIPO'.
           05 FILLER                    PIC X(05) VALUE 'FAM'.
           05 FILLER                    PIC X(05) VALUE 'SUB'.
           05 FILLER                    PIC X(22) VALUE 'DESCRIPCION'.
           05 FILLER                    PIC X(11) VALUE 'RESULTADO'.
           05 FILLER                    PIC X(30) VALUE 'MENSAJE'.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 DET-FAMILIA               PIC 9(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-SUBFAMILIA            PIC 9(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-DESCRIPCION           PIC X(21).
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

       01  WS-FUNCION-FAM               PIC X(02).
       01  WS-LLAVE-FAM.
           05 WS-LLAVE-FAM-FAMILIA      PIC 9(03).
           05 WS-LLAVE-FAM-SUBFAMILIA   PIC 9(03).
       01  WS-LLAVE-HASTA-FAM           PIC X(06) VALUE SPACES.
       01  WS-USUARIO-FAM               PIC X(08) VALUE 'MANTFAMI'.
       01  WS-REG-FAMILIA-AUX.
           05 WS-FAM-FAMILIA-AUX        PIC 9(03).
           05 WS-FAM-SUBFAMILIA-AUX     PIC 9(03).
           05 WS-FAM-DESCRIPCION-AUX    PIC X(30).
           05 WS-FAM-ESTADO-AUX         PIC X(01).
       01  WS-CODIGO-FAM                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-FAMILIAS-LOTE'.
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
           OPEN INPUT TRANS-FAMILIAS
           OPEN EXTEND FAMILIAS-RECHAZADAS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-FAM
           CALL 'FAMILIAS-I-O'
                USING WS-FUNCION-FAM WS-LLAVE-FAM WS-LLAVE-HASTA-FAM
                      WS-USUARIO-FAM WS-REG-FAMILIA-AUX WS-CODIGO-FAM

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-FAMILIAS
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRANS-TIPO           TO DET-TIPO
           MOVE TRANS-FAMILIA        TO DET-FAMILIA
                                        WS-LLAVE-FAM-FAMILIA
           MOVE TRANS-SUBFAMILIA     TO DET-SUBFAMILIA
                                        WS-LLAVE-FAM-SUBFAMILIA
           MOVE TRANS-DESCRIPCION    TO DET-DESCRIPCION
           MOVE SPACES               TO DET-RESULTADO DET-MENSAJE

           IF TRANS-FAMILIA NOT NUMERIC
              OR TRANS-SUBFAMILIA NOT NUMERIC
              MOVE 'FAMILIA O SUBFAMILIA NO NUMERICA' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF
           IF TRANS-FAMILIA EQUAL ZEROS
              MOVE 'LA FAMILIA 000 NO EXISTE' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF

           MOVE TRANS-FAMILIA        TO WS-FAM-FAMILIA-AUX
           MOVE TRANS-SUBFAMILIA     TO WS-FAM-SUBFAMILIA-AUX
           MOVE TRANS-DESCRIPCION    TO WS-FAM-DESCRIPCION-AUX
           MOVE 'A'                  TO WS-FAM-ESTADO-AUX

           EVALUATE TRUE
              WHEN TRANS-ES-ALTA
                 MOVE 'AL' TO WS-FUNCION-FAM
                 PERFORM 2010-APLICA-FUNCION
              WHEN TRANS-ES-CAMBIO
                 MOVE 'CA' TO WS-FUNCION-FAM
                 PERFORM 2010-APLICA-FUNCION
              WHEN TRANS-ES-BAJA
                 MOVE 'BJ' TO WS-FUNCION-FAM
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
           CALL 'FAMILIAS-I-O'
                USING WS-FUNCION-FAM WS-LLAVE-FAM WS-LLAVE-HASTA-FAM
                      WS-USUARIO-FAM WS-REG-FAMILIA-AUX WS-CODIGO-FAM

           EVALUATE WS-CODIGO-FAM
              WHEN '00'
                 MOVE 'APLICADA'  TO DET-RESULTADO
                 MOVE 'TRANSACCION REGISTRADA' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-APLICADAS
              WHEN 'DS'
                 MOVE 'DESCRIPCION EN BLANCO' TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN 'FM'
                 MOVE 'FAMILIA INEXISTENTE O DE BAJA'
                      TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN 'FH'
                 MOVE 'TIENE SUBFAMILIAS ACTIVAS' TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN '22'
                 MOVE 'FAMILIA YA CARGADA' TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN '23'
                 MOVE 'FAMILIA NO CARGADA' TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN OTHER
                 MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
           END-EVALUATE.
       2010-FIN.  EXIT.

       2100-RECHAZA-TRANSACCION.
           MOVE 'RECHAZADA' TO DET-RESULTADO
           ADD 1 TO WS-CONTADOR-RECHAZADAS
           MOVE REG-TRANS-FAM TO REG-FAM-RECHAZADA
           WRITE REG-FAM-RECHAZADA.
       2100-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-FAM
           CALL 'FAMILIAS-I-O'
                USING WS-FUNCION-FAM WS-LLAVE-FAM WS-LLAVE-HASTA-FAM
                      WS-USUARIO-FAM WS-REG-FAMILIA-AUX WS-CODIGO-FAM

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

           CLOSE TRANS-FAMILIAS FAMILIAS-RECHAZADAS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
