       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CARGA-RENDICIONES-GASTOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. CARGA DE LAS RENDICIONES
      *                    DE GASTOS DE VIAJE (RENDICIONES-GASTOS,
      *                    CPRGAS01) QUE HOY LLEGAN EN PAPEL. TARJETA
      *                    A = ALTA DE LA RENDICION (QUEDA PENDIENTE),
      *                    F = APROBADA POR FINANZAS, R = RECHAZADA
      *                    POR FINANZAS, B = BAJA. EL ALTA VALIDA
      *                    LEGAJO ACTIVO, TIPO DE GASTO, FECHA NO
      *                    FUTURA, IMPORTE Y COMPROBANTE; SIN CENTRO
      *                    DE COSTO TOMA EL DEL DEPARTAMENTO DEL
      *                    LEGAJO EN JERARQUIA-COSTOS Y EL INFORMADO
      *                    DEBE EXISTIR EN ELLA. LA RENDICION YA
      *                    LIQUIDADA NO SE MODIFICA NI SE BORRA.
      *                    AUDITORIA POR TARJETA, RECHAZOS LISTADOS Y
      *                    RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-RENDICIONES ASSIGN TO UT-S-TRANSRGA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRANS.

           SELECT RENDICIONES-GASTOS ASSIGN TO UT-ARCHRGAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RGAS-LLAVE
                  FILE STATUS IS WS-CODIGO-RGAS.

           SELECT JERARQUIA-COSTOS ASSIGN TO UT-S-JERARQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-JER.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-RENDICIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-RENDICION.
       01  REG-TRANS-RENDICION.
           05 TRGA-TIPO                 PIC X(01).
              88 TRGA-ES-ALTA                      VALUE 'A'.
              88 TRGA-ES-APROBACION                VALUE 'F'.
              88 TRGA-ES-RECHAZO                   VALUE 'R'.
              88 TRGA-ES-BAJA                      VALUE 'B'.
           05 TRGA-LEGAJO               PIC 9(05).
           05 TRGA-NUMERO               PIC 9(05).
           05 TRGA-TIPO-GASTO           PIC X(03).
           05 TRGA-FECHA-GASTO          PIC 9(08).
           05 TRGA-IMPORTE              PIC 9(07)V99.
           05 TRGA-COMPROBANTE          PIC X(15).
           05 TRGA-CENTRO-COSTO         PIC 9(03).
           05 TRGA-USUARIO              PIC X(08).
           05 FILLER                    PIC X(23).

       FD  RENDICIONES-GASTOS
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS REG-RENDICION.
           COPY CPRGAS01.

       FD  JERARQUIA-COSTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS REG-JERARQUIA.
           COPY CPJERAR1.

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
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'CARGA DE RENDICIONES DE GASTOS'.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 DET-NUMERO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-COMPROBANTE           PIC X(15).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(35).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(12)
              VALUE 'APLICADAS:'.
           05 RES-APLICADAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-RGAS               PIC X(02).
       01  WS-CODIGO-JER                PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-FIN-JER                   PIC X(01) VALUE 'N'.
           88 FIN-DE-JER                           VALUE 'S'.
       01  SW-HAY-JERARQUIA             PIC X(01) VALUE 'N'.
           88 HAY-JERARQUIA                        VALUE 'S'.
       01  SW-TRANS-INVALIDA            PIC X(01).
           88 TRANS-INVALIDA                       VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-OPERACION-AUD             PIC X(06).
       01  WS-USUARIO-AUD               PIC X(08).
       01  WS-USUARIO-RGA               PIC X(08) VALUE 'CARGRGAS'.
       01  WS-VALIDA                    PIC X(01).
           88 WS-FECHA-VALIDA                      VALUE 'S'.

      * CENTRO DE COSTO DE CADA DEPARTAMENTO (INDEXADA POR CODIGO DE
      * DEPARTAMENTO) Y MARCA DE LOS CENTROS QUE EXISTEN EN LA
      * JERARQUIA (INDEXADA POR CODIGO DE CENTRO).
       01  WS-TABLA-JERARQUIA.
           05 WS-JER-CENTRO-DEPTO       PIC 9(03) OCCURS 999 TIMES.
       01  WS-TABLA-CENTROS.
           05 WS-JER-CENTRO-EXISTE      PIC X(01) OCCURS 999 TIMES.

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CARGA-RENDICIONES'.
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

           PERFORM 1100-CARGA-JERARQUIA

           OPEN INPUT TRANS-RENDICIONES
           OPEN I-O RENDICIONES-GASTOS
           IF WS-CODIGO-RGAS EQUAL '35'
              OPEN OUTPUT RENDICIONES-GASTOS
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
           READ TRANS-RENDICIONES
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA JERARQUIA ES OPCIONAL: SIN ELLA EL ALTA DEBE TRAER EL
      * CENTRO DE COSTO, QUE SE ACEPTA SIN VALIDAR.
      * -----------------------------------------------------------
       1100-CARGA-JERARQUIA.
           MOVE ZEROS  TO WS-TABLA-JERARQUIA
           MOVE SPACES TO WS-TABLA-CENTROS
           OPEN INPUT JERARQUIA-COSTOS
           IF WS-CODIGO-JER NOT EQUAL ZEROS
              DISPLAY 'JERARQUIA-COSTOS NO DISPONIBLE: EL CENTRO DE '
                      'COSTO DEBE VENIR EN LA TARJETA'
              GO TO 1100-FIN
           END-IF

           MOVE 'S' TO SW-HAY-JERARQUIA
           PERFORM 1110-CARGA-UN-DEPTO UNTIL FIN-DE-JER
           CLOSE JERARQUIA-COSTOS.
       1100-FIN.  EXIT.

       1110-CARGA-UN-DEPTO.
           READ JERARQUIA-COSTOS
              AT END MOVE 'S' TO SW-FIN-JER
           END-READ
           IF FIN-DE-JER
              GO TO 1110-FIN
           END-IF

           IF JER-DEPARTAMENTO GREATER THAN ZEROS
              AND JER-CENTRO-COSTO GREATER THAN ZEROS
              MOVE JER-CENTRO-COSTO
                TO WS-JER-CENTRO-DEPTO (JER-DEPARTAMENTO)
              MOVE 'S' TO WS-JER-CENTRO-EXISTE (JER-CENTRO-COSTO)
           END-IF.
       1110-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRGA-TIPO        TO DET-TIPO
           MOVE TRGA-LEGAJO      TO DET-LEGAJO
           MOVE TRGA-NUMERO      TO DET-NUMERO
           MOVE TRGA-COMPROBANTE TO DET-COMPROBANTE
           MOVE SPACES           TO DET-MENSAJE
           MOVE 'N'              TO SW-TRANS-INVALIDA

           IF TRGA-USUARIO EQUAL SPACES
              MOVE WS-USUARIO-RGA TO WS-USUARIO-AUD
           ELSE
              MOVE TRGA-USUARIO   TO WS-USUARIO-AUD
           END-IF

           EVALUATE TRUE
              WHEN TRGA-ES-ALTA
                 PERFORM 3000-ALTA-RENDICION
              WHEN TRGA-ES-APROBACION
                 PERFORM 4000-APRUEBA-RENDICION
              WHEN TRGA-ES-RECHAZO
                 PERFORM 4500-RECHAZA-RENDICION
              WHEN TRGA-ES-BAJA
                 PERFORM 5000-BAJA-RENDICION
              WHEN OTHER
                 MOVE 'S' TO SW-TRANS-INVALIDA
                 MOVE 'TIPO DE TARJETA INVALIDO' TO DET-MENSAJE
           END-EVALUATE

           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
           ELSE
              MOVE 'APLICADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-APLICADAS
              PERFORM 8000-ESCRIBE-AUDITORIA
           END-IF

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * ALTA: LA RENDICION QUEDA PENDIENTE DE APROBACION DE
      * FINANZAS, CON EL CENTRO DE COSTO YA RESUELTO.
      * -----------------------------------------------------------
       3000-ALTA-RENDICION.
           PERFORM 3100-VALIDA-ALTA
           IF TRANS-INVALIDA
              GO TO 3000-FIN
           END-IF

           MOVE TRGA-LEGAJO      TO RGAS-LEGAJO
           MOVE TRGA-NUMERO      TO RGAS-NUMERO
           MOVE TRGA-TIPO-GASTO  TO RGAS-TIPO-GASTO
           MOVE TRGA-FECHA-GASTO TO RGAS-FECHA-GASTO
           MOVE TRGA-IMPORTE     TO RGAS-IMPORTE
           MOVE TRGA-COMPROBANTE TO RGAS-COMPROBANTE
           MOVE 'P'              TO RGAS-ESTADO
           MOVE SPACES           TO RGAS-MOTIVO-RECHAZO
           MOVE ZEROS            TO RGAS-PERIODO
           MOVE WS-FECHA-HOY     TO RGAS-FECHA-CARGA
           WRITE REG-RENDICION
           IF WS-CODIGO-RGAS EQUAL '22'
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'RENDICION YA CARGADA' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF WS-CODIGO-RGAS NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              DISPLAY 'ERROR AL GRABAR RENDICION - STATUS: '
                      WS-CODIGO-RGAS
              GO TO 3000-FIN
           END-IF

           MOVE 'PENDIENTE DE FINANZAS' TO DET-MENSAJE
           MOVE 'ALTA  ' TO WS-OPERACION-AUD.
       3000-FIN.  EXIT.

       3100-VALIDA-ALTA.
           MOVE TRGA-LEGAJO TO WS-LLAVE-EMP
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           IF WS-CODIGO-EMP NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'LEGAJO INEXISTENTE' TO DET-MENSAJE
              GO TO 3100-FIN
           END-IF
           IF WS-EMP-ESTADO NOT EQUAL 'A'
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'LEGAJO NO ACTIVO' TO DET-MENSAJE
              GO TO 3100-FIN
           END-IF

           IF TRGA-TIPO-GASTO EQUAL SPACES
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'TIPO DE GASTO NO INFORMADO' TO DET-MENSAJE
              GO TO 3100-FIN
           END-IF

           CALL 'VALIDA-FECHA' USING TRGA-FECHA-GASTO WS-VALIDA
           IF NOT WS-FECHA-VALIDA
              OR TRGA-FECHA-GASTO GREATER THAN WS-FECHA-HOY
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'FECHA DE GASTO INVALIDA' TO DET-MENSAJE
              GO TO 3100-FIN
           END-IF

           IF TRGA-IMPORTE NOT NUMERIC
              OR TRGA-IMPORTE EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'IMPORTE INVALIDO' TO DET-MENSAJE
              GO TO 3100-FIN
           END-IF

           IF TRGA-COMPROBANTE EQUAL SPACES
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'COMPROBANTE NO INFORMADO' TO DET-MENSAJE
              GO TO 3100-FIN
           END-IF

           PERFORM 3200-RESUELVE-CENTRO.
       3100-FIN.  EXIT.

      * -----------------------------------------------------------
      * SIN CENTRO EN LA TARJETA SE USA EL DEL DEPARTAMENTO DEL
      * LEGAJO; EL INFORMADO DEBE SER UN CENTRO DE LA JERARQUIA.
      * -----------------------------------------------------------
       3200-RESUELVE-CENTRO.
           IF TRGA-CENTRO-COSTO NOT NUMERIC
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CENTRO DE COSTO INVALIDO' TO DET-MENSAJE
              GO TO 3200-FIN
           END-IF

           IF TRGA-CENTRO-COSTO GREATER THAN ZEROS
              IF HAY-JERARQUIA
                 AND WS-JER-CENTRO-EXISTE (TRGA-CENTRO-COSTO)
                     NOT EQUAL 'S'
                 MOVE 'S' TO SW-TRANS-INVALIDA
                 MOVE 'CENTRO DE COSTO INEXISTENTE' TO DET-MENSAJE
              ELSE
                 MOVE TRGA-CENTRO-COSTO TO RGAS-CENTRO-COSTO
              END-IF
              GO TO 3200-FIN
           END-IF

           IF WS-EMP-DEPARTAMENTO EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CENTRO DE COSTO NO DETERMINADO' TO DET-MENSAJE
              GO TO 3200-FIN
           END-IF
           IF WS-JER-CENTRO-DEPTO (WS-EMP-DEPARTAMENTO) EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CENTRO DE COSTO NO DETERMINADO' TO DET-MENSAJE
              GO TO 3200-FIN
           END-IF
           MOVE WS-JER-CENTRO-DEPTO (WS-EMP-DEPARTAMENTO)
             TO RGAS-CENTRO-COSTO.
       3200-FIN.  EXIT.

      * -----------------------------------------------------------
      * FINANZAS APRUEBA SOLO LA RENDICION PENDIENTE; LIQUIDA-
      * RENDICIONES TOMA LAS APROBADAS EN SU PROXIMA CORRIDA.
      * -----------------------------------------------------------
       4000-APRUEBA-RENDICION.
           PERFORM 4900-LEE-RENDICION
           IF TRANS-INVALIDA
              GO TO 4000-FIN
           END-IF
           IF NOT RGAS-PENDIENTE
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'RENDICION NO ESTA PENDIENTE' TO DET-MENSAJE
              GO TO 4000-FIN
           END-IF

           MOVE 'A' TO RGAS-ESTADO
           PERFORM 4950-REGRABA-RENDICION
           IF NOT TRANS-INVALIDA
              MOVE 'APROBADA POR FINANZAS' TO DET-MENSAJE
           END-IF.
       4000-FIN.  EXIT.

      *    EL RECHAZO DE FINANZAS QUEDA SIN PERIODO: LO INFORMA AL
      *    GERENTE LA PROXIMA LIQUIDACION DE RENDICIONES.
       4500-RECHAZA-RENDICION.
           PERFORM 4900-LEE-RENDICION
           IF TRANS-INVALIDA
              GO TO 4500-FIN
           END-IF
           IF NOT RGAS-PENDIENTE AND NOT RGAS-APROBADA
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'RENDICION YA LIQUIDADA O RECHAZADA'
                TO DET-MENSAJE
              GO TO 4500-FIN
           END-IF

           MOVE 'R'    TO RGAS-ESTADO
           MOVE 'FI'   TO RGAS-MOTIVO-RECHAZO
           MOVE ZEROS  TO RGAS-PERIODO
           PERFORM 4950-REGRABA-RENDICION
           IF NOT TRANS-INVALIDA
              MOVE 'RECHAZADA POR FINANZAS' TO DET-MENSAJE
           END-IF.
       4500-FIN.  EXIT.

       4900-LEE-RENDICION.
           MOVE TRGA-LEGAJO TO RGAS-LEGAJO
           MOVE TRGA-NUMERO TO RGAS-NUMERO
           READ RENDICIONES-GASTOS
           IF WS-CODIGO-RGAS NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'RENDICION INEXISTENTE' TO DET-MENSAJE
           END-IF.
       4900-FIN.  EXIT.

       4950-REGRABA-RENDICION.
           REWRITE REG-RENDICION
           IF WS-CODIGO-RGAS NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              DISPLAY 'ERROR AL REGRABAR RENDICION - STATUS: '
                      WS-CODIGO-RGAS
              GO TO 4950-FIN
           END-IF
           MOVE 'CAMBIO' TO WS-OPERACION-AUD.
       4950-FIN.  EXIT.

       5000-BAJA-RENDICION.
           PERFORM 4900-LEE-RENDICION
           IF TRANS-INVALIDA
              GO TO 5000-FIN
           END-IF
           IF RGAS-LIQUIDADA
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'RENDICION YA LIQUIDADA' TO DET-MENSAJE
              GO TO 5000-FIN
           END-IF

           DELETE RENDICIONES-GASTOS
           IF WS-CODIGO-RGAS NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              GO TO 5000-FIN
           END-IF
           MOVE 'RENDICION BORRADA' TO DET-MENSAJE
           MOVE 'BAJA  ' TO WS-OPERACION-AUD.
       5000-FIN.  EXIT.

       8000-ESCRIBE-AUDITORIA.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'RENDICIONES'    TO AUD-ARCHIVO
           MOVE TRGA-LEGAJO      TO AUD-LLAVE(1:5)
           MOVE TRGA-NUMERO      TO AUD-LLAVE(6:5)
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY     TO AUD-FECHA
           MOVE WS-HORA-AHORA    TO AUD-HORA
           MOVE WS-USUARIO-AUD   TO AUD-USUARIO
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

           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TRANS-RENDICIONES RENDICIONES-GASTOS AUDITORIA
                 REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
