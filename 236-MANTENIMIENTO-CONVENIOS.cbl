       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-CONVENIOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DEL MAESTRO DE GREMIOS Y CATEGORIAS DE
      *                    CONVENIO (CONVENIOS-I-O, CPCONV01), CON EL
      *                    MISMO ESQUEMA A/C/B DE
      *                    MANTENIMIENTO-AFILIACIONES: EL ALTA Y EL
      *                    CAMBIO VALIDAN GREMIO Y CATEGORIA DISTINTOS
      *                    DE CERO, BASICO MINIMO INFORMADO Y QUE LOS
      *                    PORCENTAJES NO PASEN DEL 10%; LA BASE DE
      *                    CALCULO LA VALIDA EL SUBPROGRAMA. RECHAZOS
      *                    LISTADOS Y RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-CONVENIOS ASSIGN TO UT-S-TRANSCNV
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-CONVENIOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-CONV.
       01  REG-TRANS-CONV.
           05 TRCV-TIPO                 PIC X(01).
              88 TRCV-ES-ALTA                       VALUE 'A'.
              88 TRCV-ES-CAMBIO                     VALUE 'C'.
              88 TRCV-ES-BAJA                       VALUE 'B'.
           05 TRCV-LLAVE.
              10 TRCV-GREMIO            PIC 9(03).
              10 TRCV-CATEGORIA         PIC 9(02).
           05 TRCV-NOMBRE-GREMIO        PIC X(20).
           05 TRCV-DESCRIPCION-CAT      PIC X(14).
           05 TRCV-SALARIO-MINIMO       PIC 9(07)V99.
           05 TRCV-BASE-CALCULO         PIC X(01).
           05 TRCV-PORC-CUOTA           PIC 9(02)V99.
           05 TRCV-PORC-SOLIDARIO       PIC 9(02)V99.
           05 TRCV-CUENTA-REMESA        PIC X(22).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MANTENIMIENTO DE CONVENIOS'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-GREMIO                PIC 9(03).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 DET-CATEGORIA             PIC 9(02).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
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
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-TRANS-INVALIDA            PIC X(01).
           88 TRANS-INVALIDA                       VALUE 'S'.

       01  WS-USUARIO-CNV               PIC X(08) VALUE 'MANTCONV'.
       01  WS-PORC-MAXIMO-GREMIAL       PIC 9(02)V99 VALUE 10.00.

       01  WS-FUNCION-CNV               PIC X(02).
       01  WS-LLAVE-CNV                 PIC 9(05).
       01  WS-REG-CONVENIO-AUX.
           05 WS-CONV-LLAVE-AUX         PIC 9(05).
           05 WS-CONV-GREMIO-NOM-AUX    PIC X(20).
           05 WS-CONV-DESC-CAT-AUX      PIC X(14).
           05 WS-CONV-MINIMO-AUX        PIC 9(07)V99.
           05 WS-CONV-BASE-AUX          PIC X(01).
           05 WS-CONV-PORC-CUOTA-AUX    PIC 9(02)V99.
           05 WS-CONV-PORC-SOLID-AUX    PIC 9(02)V99.
           05 WS-CONV-CUENTA-AUX        PIC X(22).
       01  WS-CODIGO-CNV                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-CONVENIOS'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADAS            PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-TRANSACCION UNTIL FIN-DE-TRANS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           OPEN INPUT TRANS-CONVENIOS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-CNV
           CALL 'CONVENIOS-I-O'
                USING WS-FUNCION-CNV WS-LLAVE-CNV WS-USUARIO-CNV
                      WS-REG-CONVENIO-AUX WS-CODIGO-CNV

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-CONVENIOS
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRCV-TIPO      TO DET-TIPO
           MOVE TRCV-GREMIO    TO DET-GREMIO
           MOVE TRCV-CATEGORIA TO DET-CATEGORIA
           MOVE TRCV-LLAVE     TO WS-LLAVE-CNV

           EVALUATE TRUE
              WHEN TRCV-ES-ALTA
                 PERFORM 2010-APLICA-ALTA
              WHEN TRCV-ES-CAMBIO
                 PERFORM 2020-APLICA-CAMBIO
              WHEN TRCV-ES-BAJA
                 PERFORM 2030-APLICA-BAJA
              WHEN OTHER
                 MOVE 'RECHAZADA' TO DET-RESULTADO
                 MOVE 'TIPO DE TRANSACCION INVALIDO' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-EVALUATE

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * VALIDACIONES COMUNES DE ALTA Y CAMBIO: LLAVE COMPLETA,
      * BASICO MINIMO INFORMADO Y PORCENTAJES GREMIALES RAZONABLES.
      * -----------------------------------------------------------
       2005-VALIDA-TRANSACCION.
           MOVE 'N' TO SW-TRANS-INVALIDA

           IF TRCV-GREMIO EQUAL ZEROS
              OR TRCV-CATEGORIA EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'GREMIO O CATEGORIA EN CERO' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           IF TRCV-SALARIO-MINIMO EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'BASICO MINIMO EN CERO' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           IF TRCV-PORC-CUOTA GREATER THAN WS-PORC-MAXIMO-GREMIAL
              OR TRCV-PORC-SOLIDARIO GREATER THAN
                 WS-PORC-MAXIMO-GREMIAL
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'PORCENTAJE GREMIAL EXCESIVO' TO DET-MENSAJE
           END-IF.
       2005-FIN.  EXIT.

       2010-APLICA-ALTA.
           PERFORM 2005-VALIDA-TRANSACCION
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2010-FIN
           END-IF

           PERFORM 2050-ARMA-REGISTRO
           MOVE 'AL' TO WS-FUNCION-CNV
           CALL 'CONVENIOS-I-O'
                USING WS-FUNCION-CNV WS-LLAVE-CNV WS-USUARIO-CNV
                      WS-REG-CONVENIO-AUX WS-CODIGO-CNV
           PERFORM 2060-EVALUA-RESULTADO.
       2010-FIN.  EXIT.

       2020-APLICA-CAMBIO.
           PERFORM 2005-VALIDA-TRANSACCION
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF

           MOVE 'LE' TO WS-FUNCION-CNV
           CALL 'CONVENIOS-I-O'
                USING WS-FUNCION-CNV WS-LLAVE-CNV WS-USUARIO-CNV
                      WS-REG-CONVENIO-AUX WS-CODIGO-CNV
           IF WS-CODIGO-CNV NOT EQUAL ZEROS
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'CATEGORIA INEXISTENTE' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF

           PERFORM 2050-ARMA-REGISTRO
           MOVE 'CA' TO WS-FUNCION-CNV
           CALL 'CONVENIOS-I-O'
                USING WS-FUNCION-CNV WS-LLAVE-CNV WS-USUARIO-CNV
                      WS-REG-CONVENIO-AUX WS-CODIGO-CNV
           PERFORM 2060-EVALUA-RESULTADO.
       2020-FIN.  EXIT.

       2030-APLICA-BAJA.
           MOVE 'BJ' TO WS-FUNCION-CNV
           CALL 'CONVENIOS-I-O'
                USING WS-FUNCION-CNV WS-LLAVE-CNV WS-USUARIO-CNV
                      WS-REG-CONVENIO-AUX WS-CODIGO-CNV
           IF WS-CODIGO-CNV NOT EQUAL ZEROS
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'CATEGORIA INEXISTENTE' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF

           MOVE 'APLICADA' TO DET-RESULTADO
           MOVE 'CATEGORIA ELIMINADA' TO DET-MENSAJE
           ADD 1 TO WS-CONTADOR-APLICADAS.
       2030-FIN.  EXIT.

       2050-ARMA-REGISTRO.
           MOVE TRCV-LLAVE           TO WS-CONV-LLAVE-AUX
           MOVE TRCV-NOMBRE-GREMIO   TO WS-CONV-GREMIO-NOM-AUX
           MOVE TRCV-DESCRIPCION-CAT TO WS-CONV-DESC-CAT-AUX
           MOVE TRCV-SALARIO-MINIMO  TO WS-CONV-MINIMO-AUX
           MOVE TRCV-BASE-CALCULO    TO WS-CONV-BASE-AUX
           MOVE TRCV-PORC-CUOTA      TO WS-CONV-PORC-CUOTA-AUX
           MOVE TRCV-PORC-SOLIDARIO  TO WS-CONV-PORC-SOLID-AUX
           MOVE TRCV-CUENTA-REMESA   TO WS-CONV-CUENTA-AUX.
       2050-FIN.  EXIT.

       2060-EVALUA-RESULTADO.
           IF WS-CODIGO-CNV EQUAL ZEROS
              MOVE 'APLICADA' TO DET-RESULTADO
              MOVE 'CATEGORIA REGISTRADA' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-APLICADAS
           ELSE
              MOVE 'RECHAZADA' TO DET-RESULTADO
              IF WS-CODIGO-CNV EQUAL 'BC'
                 MOVE 'BASE DE CALCULO INVALIDA' TO DET-MENSAJE
              ELSE
                 MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              END-IF
              ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-IF.
       2060-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-CNV
           CALL 'CONVENIOS-I-O'
                USING WS-FUNCION-CNV WS-LLAVE-CNV WS-USUARIO-CNV
                      WS-REG-CONVENIO-AUX WS-CODIGO-CNV

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

           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TRANS-CONVENIOS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
