       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-KITS-LOTE.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DE LA LISTA DE MATERIALES DE LOS KITS,
      *                    MISMO ESQUEMA QUE MANTENIMIENTO-CODALT-LOTE:
      *                    LEE TRANSACCIONES A/C/B (ARTICULO KIT,
      *                    ARTICULO COMPONENTE, UNIDADES POR KIT) Y
      *                    LAS APLICA A TRAVES DE KITS-COMPONENTES-I-O,
      *                    QUE VALIDA LOS ARTICULOS Y DEJA CADA CAMBIO
      *                    EN AUDITORIA. RECHAZOS A SU ARCHIVO,
      *                    REPORTE Y ESTADISTICAS.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-KITS ASSIGN TO UT-S-TRANSKIT
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT KITS-RECHAZADOS ASSIGN TO UT-S-RECHKIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RECH.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-KITS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-KIT.
       01  REG-TRANS-KIT.
           05 TRANS-TIPO                PIC X(01).
              88 TRANS-ES-ALTA                      VALUE 'A'.
              88 TRANS-ES-CAMBIO                    VALUE 'C'.
              88 TRANS-ES-BAJA                      VALUE 'B'.
           05 TRANS-KIT                 PIC 9(05).
           05 TRANS-COMPONENTE          PIC 9(05).
           05 TRANS-CANTIDAD            PIC 9(05).
           05 FILLER                    PIC X(64).

       FD  KITS-RECHAZADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-KIT-RECHAZADO.
       01  REG-KIT-RECHAZADO            PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MANTENIMIENTO LOTE COMPONENTES KITS'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(05) VALUE 'TIPO'.
           05 FILLER                    PIC X(07) VALUE 'KIT'.
           05 FILLER                    PIC X(08) VALUE 'COMPON'.
           05 FILLER                    PIC X(08) VALUE ' UNIDAD'.
           05 FILLER                    PIC X(11) VALUE 'RESULTADO'.
           05 FILLER                    PIC X(30) VALUE 'MENSAJE'.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 DET-KIT                   PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-COMPONENTE            PIC 9(05).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-CANTIDAD              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
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

       01  WS-FUNCION-KIT               PIC X(02).
       01  WS-LLAVE-KIT.
           05 WS-LLAVE-KIT-ARTICULO     PIC 9(05).
           05 WS-LLAVE-KIT-COMPONENTE   PIC 9(05).
       01  WS-LLAVE-HASTA-KIT           PIC X(10) VALUE SPACES.
       01  WS-USUARIO-KIT               PIC X(08) VALUE 'MANTKITS'.
       01  WS-REG-KIT-AUX.
           05 WS-KIT-ARTICULO-AUX       PIC 9(05).
           05 WS-KIT-COMPONENTE-AUX     PIC 9(05).
           05 WS-KIT-CANTIDAD-AUX       PIC 9(05).
       01  WS-CODIGO-KIT                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-KITS-LOTE'.
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
           OPEN INPUT TRANS-KITS
           OPEN EXTEND KITS-RECHAZADOS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-KIT WS-REG-KIT-AUX WS-CODIGO-KIT

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-KITS
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRANS-TIPO           TO DET-TIPO
           MOVE TRANS-KIT            TO DET-KIT WS-LLAVE-KIT-ARTICULO
           MOVE TRANS-COMPONENTE     TO DET-COMPONENTE
                                        WS-LLAVE-KIT-COMPONENTE
           MOVE ZEROS                TO DET-CANTIDAD
           MOVE SPACES               TO DET-RESULTADO DET-MENSAJE

           IF TRANS-KIT NOT NUMERIC OR TRANS-COMPONENTE NOT NUMERIC
              MOVE 'KIT O COMPONENTE NO NUMERICO' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF
           IF NOT TRANS-ES-BAJA
              IF TRANS-CANTIDAD NOT NUMERIC
                 MOVE 'CANTIDAD NO NUMERICA' TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
                 GO TO 2000-ESCRIBE
              END-IF
              MOVE TRANS-CANTIDAD TO DET-CANTIDAD
           END-IF

           MOVE TRANS-KIT            TO WS-KIT-ARTICULO-AUX
           MOVE TRANS-COMPONENTE     TO WS-KIT-COMPONENTE-AUX
           MOVE TRANS-CANTIDAD       TO WS-KIT-CANTIDAD-AUX

           EVALUATE TRUE
              WHEN TRANS-ES-ALTA
                 MOVE 'AL' TO WS-FUNCION-KIT
                 PERFORM 2010-APLICA-FUNCION
              WHEN TRANS-ES-CAMBIO
                 MOVE 'CA' TO WS-FUNCION-KIT
                 PERFORM 2010-APLICA-FUNCION
              WHEN TRANS-ES-BAJA
                 MOVE 'BJ' TO WS-FUNCION-KIT
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
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-KIT WS-REG-KIT-AUX WS-CODIGO-KIT

           EVALUATE WS-CODIGO-KIT
              WHEN '00'
                 MOVE 'APLICADA'  TO DET-RESULTADO
                 MOVE 'TRANSACCION REGISTRADA' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-APLICADAS
              WHEN 'AR'
                 MOVE 'KIT O COMPONENTE INEXISTENTE'
                      TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN 'CN'
                 MOVE 'CANTIDAD POR KIT EN CERO' TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN 'KC'
                 MOVE 'KIT COMO COMPONENTE DE SI MISMO'
                      TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN 'KK'
                 MOVE 'EL COMPONENTE ES A SU VEZ UN KIT'
                      TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN '22'
                 MOVE 'COMPONENTE YA CARGADO EN EL KIT'
                      TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
              WHEN '23'
                 MOVE 'COMPONENTE NO CARGADO EN EL KIT'
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
           MOVE REG-TRANS-KIT TO REG-KIT-RECHAZADO
           WRITE REG-KIT-RECHAZADO.
       2100-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-KIT WS-REG-KIT-AUX WS-CODIGO-KIT

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

           CLOSE TRANS-KITS KITS-RECHAZADOS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
