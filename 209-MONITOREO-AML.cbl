       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MONITOREO-AML.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. LOTE DIARIO DE PREVENCION
      *                    DE LAVADO DE DINERO SOBRE SALDOS-MOVIMIENTOS:
      *                    TOMA EL EFECTIVO DE CAJA-ONLINE (DEPEFE/
      *                    EXTEFE), LAS TRANSFERENCIAS (TRFCTA) Y LAS
      *                    ORDENES PERMANENTES (ORDPERM) DE LOS
      *                    ULTIMOS N DIAS, LOS ORDENA POR CUENTA Y
      *                    APLICA LAS REGLAS DE UMBRAL POR OPERACION,
      *                    ACUMULADO DE N DIAS (FRACCIONAMIENTO),
      *                    CUENTA DORMIDA E IMPORTE REDONDO A LOS
      *                    MOVIMIENTOS DEL DIA PROCESADO. CADA ALERTA
      *                    SE GRABA PENDIENTE EN ALERTAS-AML VIA
      *                    ALERTAS-AML-I-O PARA QUE LA TRABAJE EL
      *                    OFICIAL DE CUMPLIMIENTO. LOS LIMITES SALEN
      *                    DE LAS TARJETAS DE UT-S-PARMAML.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO UT-S-PARMAML
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.

           SELECT SALDOS-MOVIMIENTOS ASSIGN TO UT-S-SALDMOV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-MOV.

           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO.
       01  REG-PARAMETRO                PIC X(80).

       FD  SALDOS-MOVIMIENTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS REG-SALDO-MOVIMIENTO.
           COPY CPSALMOV.

       SD  ARCH-ORDENADO
           DATA RECORD IS REG-MOV-ORDENADO.
           COPY CPSALMOV REPLACING
                REG-SALDO-MOVIMIENTO BY REG-MOV-ORDENADO
                SALMOV-CUENTA BY ORD-CUENTA
                SALMOV-FECHA BY ORD-FECHA
                SALMOV-HORA BY ORD-HORA
                SALMOV-ORIGEN BY ORD-ORIGEN
                SALMOV-TIPO BY ORD-TIPO
                SALMOV-IMPORTE BY ORD-IMPORTE
                SALMOV-SALDO-DESPUES BY ORD-SALDO-DESPUES.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(18) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MONITOREO DE LAVADO DE DINERO - DIA'.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(09) VALUE 'CUENTA'.
           05 FILLER                    PIC X(10) VALUE 'HORA'.
           05 FILLER                    PIC X(06) VALUE 'REGLA'.
           05 FILLER                    PIC X(08) VALUE 'TIPO'.
           05 FILLER                    PIC X(17)
              VALUE '          IMPORTE'.
           05 FILLER                    PIC X(30) VALUE '  DETALLE'.

       01  WS-DETALLE.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-HORA                  PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-REGLA                 PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-TIPO                  PIC X(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(28).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(14)
              VALUE 'MOVIMIENTOS:'.
           05 RES-MOVIMIENTOS           PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '  ALERTAS:'.
           05 RES-ALERTAS               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(20)
              VALUE '  YA REGISTRADAS:'.
           05 RES-DUPLICADAS            PIC ZZ,ZZ9.

       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-MOV                PIC X(02).
       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).

       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                         VALUE 'S'.
       01  WS-PARM-CAMPO                PIC X(14).
       01  WS-PARM-VALOR                PIC X(08).
       01  WS-PARM-VALOR-NUMERICO REDEFINES WS-PARM-VALOR.
           05 WS-PARM-VALOR-3           PIC 9(03).
           05 FILLER                    PIC X(05).
       01  WS-PARM-VALOR-8 REDEFINES WS-PARM-VALOR
                                        PIC 9(08).

      * LIMITES DE LAS REGLAS (IMPORTES EN PESOS ENTEROS).
       01  WS-UMBRAL-EFECTIVO           PIC 9(08) VALUE 1000000.
       01  WS-DIAS-ACUMULADO            PIC 9(03) VALUE 5.
       01  WS-UMBRAL-ACUMULADO          PIC 9(08) VALUE ZEROS.
       01  WS-MINIMO-DORMIDA            PIC 9(08) VALUE ZEROS.
       01  WS-MINIMO-REDONDO            PIC 9(08) VALUE 100000.
       01  WS-MULTIPLO-REDONDO          PIC 9(08) VALUE 10000.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-FECHA-PROCESO             PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-DESDE               PIC 9(08).
       01  WS-DIAS-ATRAS                PIC S9(05).

       01  SW-FIN-MOVIMIENTOS           PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-MOVIMIENTOS              VALUE 'FIN'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMERA-CUENTA            PIC X(01) VALUE 'S'.
           88 ES-PRIMERA-CUENTA                   VALUE 'S'.
       01  SW-DEPOSITO-HOY              PIC X(01).
           88 HUBO-DEPOSITO-HOY                   VALUE 'S'.

       01  WS-CUENTA-ANTERIOR           PIC 9(07) VALUE ZEROS.
       01  WS-IMPORTE-ABS               PIC 9(11)V99 COMP-3.
       01  WS-COCIENTE                  PIC 9(11) COMP-3.
       01  WS-RESTO                     PIC 9(11)V99 COMP-3.

      * DEPOSITOS EN EFECTIVO DEBAJO DEL UMBRAL EN LA VENTANA DE LA
      * CUENTA, Y EL ULTIMO DEL DIA PROCESADO (LLAVE DE LA ALERTA).
       01  WS-ACUM-IMPORTE              PIC 9(11)V99 COMP-3.
       01  WS-ACUM-CANTIDAD             PIC 9(03).
       01  WS-ULT-HORA                  PIC 9(08).
       01  WS-ULT-ORIGEN                PIC X(08).
       01  WS-ULT-IMPORTE               PIC 9(11)V99 COMP-3.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
       01  WS-USUARIO-AML                PIC X(08) VALUE 'MONITAML'.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-ALE               PIC X(02).
       01  WS-LLAVE-ALE                 PIC X(27).
       01  WS-LLAVE-HASTA-ALE           PIC X(27) VALUE SPACES.
       01  WS-REG-ALERTA-AUX.
           05 WS-ALE-LLAVE-AUX.
              10 WS-ALE-FECHA-AUX       PIC 9(08).
              10 WS-ALE-CUENTA-AUX      PIC 9(07).
              10 WS-ALE-HORA-AUX        PIC 9(08).
              10 WS-ALE-REGLA-AUX       PIC X(04).
           05 WS-ALE-ORIGEN-AUX         PIC X(08).
           05 WS-ALE-TIPO-MOV-AUX       PIC X(06).
           05 WS-ALE-IMPORTE-AUX        PIC 9(11)V99.
           05 WS-ALE-ACUMULADO-AUX      PIC 9(11)V99.
           05 WS-ALE-CANTIDAD-AUX       PIC 9(03).
           05 WS-ALE-TITULAR-AUX        PIC 9(08).
           05 WS-ALE-ESTADO-AUX         PIC X(01).
           05 WS-ALE-FECHA-ESTADO-AUX   PIC 9(08).
           05 WS-ALE-OFICIAL-AUX        PIC X(08).
           05 WS-ALE-OBSERVACION-AUX    PIC X(40).
           05 WS-ALE-FECHA-REPORTE-AUX  PIC 9(08).
       01  WS-CODIGO-ALE                PIC X(02).

       01  WS-CONTADOR-MOVIMIENTOS      PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-ALERTAS          PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-DUPLICADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MONITOREO-AML'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-ALERTAS              PIC 9(07).
       01  WS-STAT-DUPLICADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-PROCESO
           PERFORM 0400-LEE-PARAMETROS

           COMPUTE WS-DIAS-ATRAS = 1 - WS-DIAS-ACUMULADO
           CALL 'SUMA-DIAS-FECHA'
                USING WS-FECHA-PROCESO WS-DIAS-ATRAS WS-FECHA-DESDE

           OPEN OUTPUT REPORTE
           MOVE WS-FECHA-PROCESO TO TIT-FECHA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AML WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-AML WS-REG-ALERTA-AUX WS-CODIGO-ALE
           IF WS-CODIGO-ALE NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR ALERTAS-AML, SE CANCELA'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-CUENTA ORD-FECHA ORD-HORA
                INPUT PROCEDURE IS 0500-FILTRA-MOVIMIENTOS
                OUTPUT PROCEDURE IS 1000-APLICA-REGLAS

           IF NOT ES-PRIMERA-CUENTA
              PERFORM 3000-CIERRA-CUENTA
           END-IF

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETAS (VALORES CON CEROS A LA IZQUIERDA):
      *   UMBRAL-EFECT=NNNNNNNN  OPERACION EN EFECTIVO A INFORMAR
      *                          (1.000.000 POR OMISION).
      *   ACUMULA-DIAS=NNN       DIAS DE LA VENTANA DE
      *                          FRACCIONAMIENTO (5 POR OMISION).
      *   ACUMULA-IMPTE=NNNNNNNN SUMA DE DEPOSITOS DE LA VENTANA QUE
      *                          DISPARA LA ALERTA (EL UMBRAL DE
      *                          EFECTIVO POR OMISION).
      *   DORMIDA-IMPTE=NNNNNNNN IMPORTE MINIMO EN CUENTA DORMIDA
      *                          (CERO: CUALQUIER MOVIMIENTO).
      *   REDONDO-MIN=NNNNNNNN   IMPORTE MINIMO DE LA REGLA DE
      *                          IMPORTE REDONDO (100.000).
      *   REDONDO-MULT=NNNNNNNN  MULTIPLO QUE SE CONSIDERA REDONDO
      *                          (10.000).
      *   FECHA-PROCESO=AAAAMMDD REPROCESA UN DIA ANTERIOR.
      * -----------------------------------------------------------
       0400-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-CODIGO-PARM NOT EQUAL ZEROS
              GO TO 0400-FIN
           END-IF

           PERFORM 0410-PROCESA-TARJETA UNTIL FIN-DE-PARM
           CLOSE PARAMETROS.
       0400-FIN.  EXIT.

       0410-PROCESA-TARJETA.
           READ PARAMETROS
              AT END MOVE 'S' TO SW-FIN-PARM
           END-READ
           IF FIN-DE-PARM
              GO TO 0410-FIN
           END-IF

           IF REG-PARAMETRO EQUAL SPACES
              GO TO 0410-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE WS-PARM-CAMPO
              WHEN 'UMBRAL-EFECT'
                 IF WS-PARM-VALOR-8 NUMERIC
                    MOVE WS-PARM-VALOR-8 TO WS-UMBRAL-EFECTIVO
                 END-IF
              WHEN 'ACUMULA-DIAS'
                 IF WS-PARM-VALOR-3 NUMERIC
                    AND WS-PARM-VALOR-3 GREATER THAN ZEROS
                    MOVE WS-PARM-VALOR-3 TO WS-DIAS-ACUMULADO
                 END-IF
              WHEN 'ACUMULA-IMPTE'
                 IF WS-PARM-VALOR-8 NUMERIC
                    MOVE WS-PARM-VALOR-8 TO WS-UMBRAL-ACUMULADO
                 END-IF
              WHEN 'DORMIDA-IMPTE'
                 IF WS-PARM-VALOR-8 NUMERIC
                    MOVE WS-PARM-VALOR-8 TO WS-MINIMO-DORMIDA
                 END-IF
              WHEN 'REDONDO-MIN'
                 IF WS-PARM-VALOR-8 NUMERIC
                    MOVE WS-PARM-VALOR-8 TO WS-MINIMO-REDONDO
                 END-IF
              WHEN 'REDONDO-MULT'
                 IF WS-PARM-VALOR-8 NUMERIC
                    AND WS-PARM-VALOR-8 GREATER THAN ZEROS
                    MOVE WS-PARM-VALOR-8 TO WS-MULTIPLO-REDONDO
                 END-IF
              WHEN 'FECHA-PROCESO'
                 IF WS-PARM-VALOR-8 NUMERIC
                    MOVE WS-PARM-VALOR-8 TO WS-FECHA-PROCESO
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE PARAMETRO DESCONOCIDA: '
                         REG-PARAMETRO
           END-EVALUATE.
       0410-FIN.  EXIT.

      * -----------------------------------------------------------
      * SOLO ENTRAN AL SORT LOS MOVIMIENTOS MONITOREADOS DE LA
      * VENTANA: EFECTIVO DE CAJA, TRANSFERENCIAS Y ORDENES
      * PERMANENTES DESDE FECHA-DESDE HASTA EL DIA PROCESADO.
      * -----------------------------------------------------------
       0500-FILTRA-MOVIMIENTOS.
           IF WS-UMBRAL-ACUMULADO EQUAL ZEROS
              MOVE WS-UMBRAL-EFECTIVO TO WS-UMBRAL-ACUMULADO
           END-IF

           OPEN INPUT SALDOS-MOVIMIENTOS
           IF WS-CODIGO-MOV NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR SALDOS-MOVIMIENTOS - STATUS: '
                      WS-CODIGO-MOV
              GO TO 0500-FIN
           END-IF
           PERFORM 0510-LEE-MOVIMIENTO
           PERFORM 0520-FILTRA-UN-MOVIMIENTO
                   UNTIL HAY-FIN-DE-MOVIMIENTOS
           CLOSE SALDOS-MOVIMIENTOS.
       0500-FIN.  EXIT.

       0510-LEE-MOVIMIENTO.
           READ SALDOS-MOVIMIENTOS AT END
                MOVE 'FIN' TO SW-FIN-MOVIMIENTOS
           END-READ.
       0510-FIN.  EXIT.

       0520-FILTRA-UN-MOVIMIENTO.
           IF SALMOV-FECHA NOT LESS THAN WS-FECHA-DESDE
              AND SALMOV-FECHA NOT GREATER THAN WS-FECHA-PROCESO
              IF SALMOV-TIPO EQUAL 'DEPEFE' OR 'EXTEFE'
                 OR SALMOV-ORIGEN EQUAL 'TRFCTA' OR 'ORDPERM'
                 RELEASE REG-MOV-ORDENADO FROM REG-SALDO-MOVIMIENTO
              END-IF
           END-IF
           PERFORM 0510-LEE-MOVIMIENTO.
       0520-FIN.  EXIT.

       1000-APLICA-REGLAS.
           PERFORM 1010-LEE-ORDENADO
           PERFORM 2000-PROCESA-MOVIMIENTO UNTIL HAY-FIN-DE-SORT.
       1000-FIN.  EXIT.

       1010-LEE-ORDENADO.
           RETURN ARCH-ORDENADO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * CORTE POR CUENTA. LAS REGLAS POR OPERACION SE APLICAN SOLO
      * A LOS MOVIMIENTOS DEL DIA PROCESADO; LOS DIAS ANTERIORES DE
      * LA VENTANA SOLO SUMAN AL ACUMULADO DE DEPOSITOS.
      * -----------------------------------------------------------
       2000-PROCESA-MOVIMIENTO.
           IF ES-PRIMERA-CUENTA
              MOVE 'N' TO SW-PRIMERA-CUENTA
              PERFORM 2500-ABRE-CUENTA
           ELSE
              IF ORD-CUENTA NOT EQUAL WS-CUENTA-ANTERIOR
                 PERFORM 3000-CIERRA-CUENTA
                 PERFORM 2500-ABRE-CUENTA
              END-IF
           END-IF

           ADD 1 TO WS-CONTADOR-MOVIMIENTOS
           IF ORD-IMPORTE LESS THAN ZEROS
              COMPUTE WS-IMPORTE-ABS = ORD-IMPORTE * -1
           ELSE
              MOVE ORD-IMPORTE TO WS-IMPORTE-ABS
           END-IF

           IF ORD-TIPO EQUAL 'DEPEFE'
              AND WS-IMPORTE-ABS LESS THAN WS-UMBRAL-EFECTIVO
              ADD WS-IMPORTE-ABS TO WS-ACUM-IMPORTE
              ADD 1 TO WS-ACUM-CANTIDAD
              IF ORD-FECHA EQUAL WS-FECHA-PROCESO
                 MOVE 'S'            TO SW-DEPOSITO-HOY
                 MOVE ORD-HORA       TO WS-ULT-HORA
                 MOVE ORD-ORIGEN     TO WS-ULT-ORIGEN
                 MOVE WS-IMPORTE-ABS TO WS-ULT-IMPORTE
              END-IF
           END-IF

           IF ORD-FECHA EQUAL WS-FECHA-PROCESO
              PERFORM 2100-REGLAS-OPERACION
           END-IF

           PERFORM 1010-LEE-ORDENADO.
       2000-FIN.  EXIT.

       2100-REGLAS-OPERACION.
           IF (ORD-TIPO EQUAL 'DEPEFE' OR 'EXTEFE')
              AND WS-IMPORTE-ABS NOT LESS THAN WS-UMBRAL-EFECTIVO
              MOVE 'UMBR' TO WS-ALE-REGLA-AUX
              MOVE 'EFECTIVO SOBRE EL UMBRAL' TO DET-MENSAJE
              PERFORM 2200-PREPARA-ALERTA
           END-IF

           IF (WS-SALDO-CTA-DORMIDA OR WS-SALDO-CTA-EN-ABANDONO)
              AND WS-IMPORTE-ABS NOT LESS THAN WS-MINIMO-DORMIDA
              MOVE 'DORM' TO WS-ALE-REGLA-AUX
              IF WS-SALDO-CTA-DORMIDA
                 MOVE 'MOVIMIENTO EN CUENTA DORMIDA' TO DET-MENSAJE
              ELSE
                 MOVE 'MOVIMIENTO CTA EN ABANDONO' TO DET-MENSAJE
              END-IF
              PERFORM 2200-PREPARA-ALERTA
           END-IF

           IF WS-IMPORTE-ABS NOT LESS THAN WS-MINIMO-REDONDO
              DIVIDE WS-IMPORTE-ABS BY WS-MULTIPLO-REDONDO
                     GIVING WS-COCIENTE REMAINDER WS-RESTO
              IF WS-RESTO EQUAL ZEROS
                 MOVE 'REDO' TO WS-ALE-REGLA-AUX
                 MOVE 'IMPORTE REDONDO' TO DET-MENSAJE
                 PERFORM 2200-PREPARA-ALERTA
              END-IF
           END-IF.
       2100-FIN.  EXIT.

       2200-PREPARA-ALERTA.
           MOVE ORD-FECHA      TO WS-ALE-FECHA-AUX
           MOVE ORD-CUENTA     TO WS-ALE-CUENTA-AUX
           MOVE ORD-HORA       TO WS-ALE-HORA-AUX
           MOVE ORD-ORIGEN     TO WS-ALE-ORIGEN-AUX
           MOVE ORD-TIPO       TO WS-ALE-TIPO-MOV-AUX
           MOVE WS-IMPORTE-ABS TO WS-ALE-IMPORTE-AUX
           MOVE ZEROS          TO WS-ALE-ACUMULADO-AUX
                                  WS-ALE-CANTIDAD-AUX
           PERFORM 2900-GRABA-ALERTA.
       2200-FIN.  EXIT.

       2500-ABRE-CUENTA.
           MOVE ORD-CUENTA TO WS-CUENTA-ANTERIOR
           MOVE ZEROS      TO WS-ACUM-IMPORTE WS-ACUM-CANTIDAD
           MOVE 'N'        TO SW-DEPOSITO-HOY

           MOVE ORD-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AML WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              MOVE ZEROS TO WS-SALDO-TITULAR
              MOVE 'A'   TO WS-SALDO-ACTIVIDAD
           END-IF.
       2500-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA ALERTA NACE PENDIENTE. SI YA EXISTE (DIA REPROCESADO) NO
      * SE PISA EL ESTADO QUE LE HAYA DADO EL OFICIAL.
      * -----------------------------------------------------------
       2900-GRABA-ALERTA.
           MOVE WS-SALDO-TITULAR TO WS-ALE-TITULAR-AUX
           MOVE 'P'              TO WS-ALE-ESTADO-AUX
           MOVE WS-FECHA-HOY     TO WS-ALE-FECHA-ESTADO-AUX
           MOVE WS-USUARIO-AML   TO WS-ALE-OFICIAL-AUX
           MOVE SPACES           TO WS-ALE-OBSERVACION-AUX
           MOVE ZEROS            TO WS-ALE-FECHA-REPORTE-AUX

           MOVE WS-ALE-LLAVE-AUX TO WS-LLAVE-ALE
           MOVE 'AL' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-AML WS-REG-ALERTA-AUX WS-CODIGO-ALE
           IF WS-CODIGO-ALE EQUAL '22'
              ADD 1 TO WS-CONTADOR-DUPLICADAS
              GO TO 2900-FIN
           END-IF
           IF WS-CODIGO-ALE NOT EQUAL ZEROS
              GO TO 2900-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-ALERTAS
           MOVE WS-ALE-CUENTA-AUX    TO DET-CUENTA
           MOVE WS-ALE-HORA-AUX      TO DET-HORA
           MOVE WS-ALE-REGLA-AUX     TO DET-REGLA
           MOVE WS-ALE-TIPO-MOV-AUX  TO DET-TIPO
           IF WS-ALE-REGLA-AUX EQUAL 'ACUM'
              MOVE WS-ALE-ACUMULADO-AUX TO DET-IMPORTE
           ELSE
              MOVE WS-ALE-IMPORTE-AUX   TO DET-IMPORTE
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2900-FIN.  EXIT.

      * -----------------------------------------------------------
      * FRACCIONAMIENTO: AL MENOS DOS DEPOSITOS EN EFECTIVO DEBAJO
      * DEL UMBRAL EN LA VENTANA, QUE JUNTOS LLEGAN AL ACUMULADO, Y
      * UNO DE ELLOS DEL DIA PROCESADO (ASI LA MISMA SERIE NO SE
      * VUELVE A ALERTAR LOS DIAS SIGUIENTES SIN DEPOSITOS NUEVOS).
      * -----------------------------------------------------------
       3000-CIERRA-CUENTA.
           IF HUBO-DEPOSITO-HOY
              AND WS-ACUM-CANTIDAD GREATER THAN 1
              AND WS-ACUM-IMPORTE NOT LESS THAN WS-UMBRAL-ACUMULADO
              MOVE WS-FECHA-PROCESO   TO WS-ALE-FECHA-AUX
              MOVE WS-CUENTA-ANTERIOR TO WS-ALE-CUENTA-AUX
              MOVE WS-ULT-HORA        TO WS-ALE-HORA-AUX
              MOVE 'ACUM'             TO WS-ALE-REGLA-AUX
              MOVE WS-ULT-ORIGEN      TO WS-ALE-ORIGEN-AUX
              MOVE 'DEPEFE'           TO WS-ALE-TIPO-MOV-AUX
              MOVE WS-ULT-IMPORTE     TO WS-ALE-IMPORTE-AUX
              MOVE WS-ACUM-IMPORTE    TO WS-ALE-ACUMULADO-AUX
              MOVE WS-ACUM-CANTIDAD   TO WS-ALE-CANTIDAD-AUX
              MOVE 'DEPOSITOS FRACCIONADOS'  TO DET-MENSAJE
              PERFORM 2900-GRABA-ALERTA
           END-IF.
       3000-FIN.  EXIT.


       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AML WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'CI' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-AML WS-REG-ALERTA-AUX WS-CODIGO-ALE

           MOVE WS-CONTADOR-MOVIMIENTOS TO RES-MOVIMIENTOS
           MOVE WS-CONTADOR-ALERTAS     TO RES-ALERTAS
           MOVE WS-CONTADOR-DUPLICADAS  TO RES-DUPLICADAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-MOVIMIENTOS TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-ALERTAS     TO WS-STAT-ALERTAS
           MOVE WS-CONTADOR-DUPLICADAS  TO WS-STAT-DUPLICADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-ALERTAS WS-STAT-DUPLICADAS

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
