       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ASIGNA-FRECUENCIAS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DEL GRUPO DE PAGO DE CADA LEGAJO
      *                    (EMPLEADO-FRECUENCIA, CPEMPFR1), MISMO
      *                    ESQUEMA A/C/B QUE ASIGNA-CONVENIOS: EL
      *                    ALTA Y EL CAMBIO VALIDAN QUE EL LEGAJO
      *                    EXISTA Y ESTE ACTIVO, QUE LA FRECUENCIA
      *                    SEA M (MENSUAL), Q (QUINCENAL) O S
      *                    (SEMANAL) Y QUE EL VALOR HORA SEA NUMERICO
      *                    (CERO = MENSUALIZADO, COBRA EL SALARIO DEL
      *                    MAESTRO). EL JORNALIZADO MENSUAL NO SE
      *                    ADMITE: LAS HORAS SE PAGAN POR QUINCENA O
      *                    POR SEMANA. LA BAJA DEVUELVE EL LEGAJO AL
      *                    GRUPO MENSUAL. CADA MOVIMIENTO DEJA
      *                    AUDITORIA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-ASIGNACIONES ASSIGN TO UT-S-TRANSFRA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRANS.

           SELECT EMPLEADO-FRECUENCIA ASSIGN TO UT-ARCHEFRC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPFRC-LLAVE
                  FILE STATUS IS WS-CODIGO-EFRC.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-ASIGNACIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-ASIGNACION.
       01  REG-TRANS-ASIGNACION.
           05 ASG-TIPO                  PIC X(01).
              88 ASG-ES-ALTA                        VALUE 'A'.
              88 ASG-ES-CAMBIO                      VALUE 'C'.
              88 ASG-ES-BAJA                        VALUE 'B'.
           05 ASG-LEGAJO                PIC 9(05).
           05 ASG-FRECUENCIA            PIC X(01).
              88 ASG-FRECUENCIA-VALIDA              VALUE 'M' 'Q' 'S'.
              88 ASG-ES-MENSUAL                     VALUE 'M'.
           05 ASG-VALOR-HORA            PIC 9(05)V99.
           05 FILLER                    PIC X(66).

       FD  EMPLEADO-FRECUENCIA
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS REG-EMPLEADO-FRECUENCIA.
           COPY CPEMPFR1.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'ASIGNACION DE GRUPOS DE PAGO'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-FRECUENCIA            PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-VALOR-HORA            PIC ZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(30).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(12)
              VALUE 'APLICADAS:'.
           05 RES-APLICADAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-EFRC               PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-OPERACION-AUD             PIC X(06).
       01  WS-USUARIO-ASG                PIC X(08) VALUE 'ASIGFREC'.

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'ASIGNA-FRECUENCIAS'.
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
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           OPEN INPUT TRANS-ASIGNACIONES
           OPEN I-O EMPLEADO-FRECUENCIA
           IF WS-CODIGO-EFRC EQUAL '35'
              OPEN OUTPUT EMPLEADO-FRECUENCIA
           END-IF
           OPEN EXTEND AUDITORIA
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-ASIGNACIONES
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE ASG-TIPO       TO DET-TIPO
           MOVE ASG-LEGAJO     TO DET-LEGAJO
           MOVE ASG-FRECUENCIA TO DET-FRECUENCIA
           IF ASG-VALOR-HORA IS NUMERIC
              MOVE ASG-VALOR-HORA TO DET-VALOR-HORA
           ELSE
              MOVE ZEROS TO DET-VALOR-HORA
           END-IF

           EVALUATE TRUE
              WHEN ASG-ES-ALTA
                 PERFORM 3000-APLICA-ASIGNACION
              WHEN ASG-ES-CAMBIO
                 PERFORM 3000-APLICA-ASIGNACION
              WHEN ASG-ES-BAJA
                 PERFORM 4000-APLICA-BAJA
              WHEN OTHER
                 PERFORM 2100-RECHAZA-TRANSACCION
                 MOVE 'TIPO DE TRANSACCION INVALIDO' TO DET-MENSAJE
           END-EVALUATE

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

       2100-RECHAZA-TRANSACCION.
           ADD 1 TO WS-CONTADOR-RECHAZADAS.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL ALTA Y EL CAMBIO COMPARTEN LA VALIDACION: LEGAJO ACTIVO,
      * FRECUENCIA M/Q/S Y VALOR HORA NUMERICO; EL JORNALIZADO
      * TIENE QUE COBRAR POR QUINCENA O POR SEMANA.
      * -----------------------------------------------------------
       3000-APLICA-ASIGNACION.
           MOVE ASG-LEGAJO TO WS-LLAVE-EMP
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           IF WS-CODIGO-EMP NOT EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'LEGAJO INEXISTENTE' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF WS-EMP-ESTADO NOT EQUAL 'A'
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'LEGAJO NO ACTIVO' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           IF NOT ASG-FRECUENCIA-VALIDA
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'FRECUENCIA INVALIDA' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           IF ASG-VALOR-HORA IS NOT NUMERIC
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'VALOR HORA INVALIDO' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF ASG-ES-MENSUAL AND ASG-VALOR-HORA GREATER THAN ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'JORNALIZADO NO PUEDE SER MENSUAL' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           MOVE ASG-LEGAJO     TO EMPFRC-LLAVE
           MOVE ASG-FRECUENCIA TO EMPFRC-FRECUENCIA
           MOVE ASG-VALOR-HORA TO EMPFRC-VALOR-HORA
           MOVE WS-FECHA-HOY   TO EMPFRC-FECHA-ASIGNACION
           IF ASG-ES-ALTA
              WRITE REG-EMPLEADO-FRECUENCIA
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
           ELSE
              REWRITE REG-EMPLEADO-FRECUENCIA
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
           END-IF
           IF WS-CODIGO-EFRC NOT EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-APLICADAS
           MOVE 'ASIGNACION REGISTRADA' TO DET-MENSAJE
           PERFORM 8000-ESCRIBE-AUDITORIA.
       3000-FIN.  EXIT.

       4000-APLICA-BAJA.
           MOVE ASG-LEGAJO TO EMPFRC-LLAVE
           DELETE EMPLEADO-FRECUENCIA
           IF WS-CODIGO-EFRC NOT EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'ASIGNACION INEXISTENTE' TO DET-MENSAJE
              GO TO 4000-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-APLICADAS
           MOVE 'ASIGNACION ELIMINADA' TO DET-MENSAJE
           MOVE 'BAJA  ' TO WS-OPERACION-AUD
           PERFORM 8000-ESCRIBE-AUDITORIA.
       4000-FIN.  EXIT.

       8000-ESCRIBE-AUDITORIA.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'EMPFRECUENC'    TO AUD-ARCHIVO
           MOVE ASG-LEGAJO       TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY     TO AUD-FECHA
           MOVE WS-HORA-AHORA    TO AUD-HORA
           MOVE WS-USUARIO-ASG   TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       8000-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADAS WS-STAT-RECHAZADAS

           CLOSE TRANS-ASIGNACIONES EMPLEADO-FRECUENCIA AUDITORIA
                 REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
