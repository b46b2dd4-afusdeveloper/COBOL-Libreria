       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     PERIODO-NOMINA.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA COMPARTIDO
      *                    (EN EL ESPIRITU DE FIN-DE-MES) QUE TRADUCE
      *                    EL IDENTIFICADOR DE PERIODO DE NOMINA
      *                    AAAANN DE LOS GRUPOS DE PAGO:
      *                      NN 01-12  MENSUAL (EL MES, COMO SIEMPRE)
      *                      NN 13-15  ESPECIALES (AGUINALDO 13/14,
      *                                LIQUIDACION FINAL 15)
      *                      NN 16-39  QUINCENAL: 15 + (MES - 1) * 2
      *                                + QUINCENA (1 = DIAS 1-15,
      *                                2 = DIAS 16 A FIN DE MES)
      *                      NN 40-87  SEMANAL: 39 + (MES - 1) * 4
      *                                + SEMANA (DIAS 1-7, 8-14,
      *                                15-21 Y 22 A FIN DE MES)
      *                    ASI EL PERIODO SIGUE ENTRANDO EN LOS SEIS
      *                    DIGITOS DE LA LLAVE DE NOMINA-DETALLE Y
      *                    CONSERVA EL ANIO ADELANTE. FUNCIONES:
      *                    'PE' DADA LA FRECUENCIA (M/Q/S) Y UNA
      *                    FECHA DEVUELVE EL PERIODO QUE LA CONTIENE;
      *                    'DE' DADO UN PERIODO DEVUELVE SU
      *                    FRECUENCIA. AMBAS COMPLETAN EL MES
      *                    CALENDARIO, EL NUMERO DE SUBPERIODO Y
      *                    CUANTOS TIENE EL MES, LAS FECHAS DESDE Y
      *                    HASTA, LOS DIAS DEL MES Y LA FECHA DE PAGO
      *                    DEL GRUPO (ULTIMO DIA LABORABLE DEL
      *                    PERIODO SEGUN CONSULTA-CALENDARIO; SIN
      *                    CALENDARIO, EL ULTIMO DIA). CODIGOS: '00'
      *                    CORRECTO, 'ES' PERIODO ESPECIAL (SOLO EL
      *                    MES Y LA FRECUENCIA 'E'), 'PI' PERIODO O
      *                    FRECUENCIA INVALIDOS, 'FI' FUNCION
      *                    INVALIDA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ANIO                      PIC 9(04).
       01  WS-MES                       PIC 9(02).
       01  WS-DIA                       PIC 9(02).
       01  WS-NN                        PIC 9(02).
       01  WS-RESTO                     PIC 9(02).
       01  WS-COCIENTE                  PIC 9(02).
       01  WS-DIA-DESDE                 PIC 9(02).
       01  WS-DIA-HASTA                 PIC 9(02).
       01  WS-FECHA-MES                 PIC 9(08).
       01  WS-FECHA-FIN-MES             PIC 9(08).
       01  WS-FECHA-CONSULTA            PIC 9(08).
       01  WS-FECHA-ANTERIOR            PIC 9(08).
       01  WS-MENOS-UN-DIA              PIC S9(05) VALUE -1.
       01  WS-VUELTAS-PAGO              PIC 9(02).
       01  SW-PAGO-HALLADO              PIC X(01).
           88 PAGO-HALLADO                         VALUE 'S'.

       01  WS-MARCAS-CALENDARIO.
           05 WS-CAL-LABORABLE          PIC X(01).
              88 DIA-ES-LABORABLE                 VALUE 'S'.
           05 WS-CAL-FIN-PERIODO        PIC X(01).
           05 WS-CAL-DIA-PAGO           PIC X(01).
       01  WS-CODIGO-CAL                PIC X(02).

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-PERIODO-NOMINA.
           05 LK-PER-FRECUENCIA         PIC X(01).
           05 LK-PER-FECHA              PIC 9(08).
           05 LK-PER-PERIODO            PIC 9(06).
           05 LK-PER-ANIO-MES           PIC 9(06).
           05 LK-PER-SUBPERIODO         PIC 9(01).
           05 LK-PER-CANT-SUBPERIODOS   PIC 9(01).
           05 LK-PER-FECHA-DESDE        PIC 9(08).
           05 LK-PER-FECHA-HASTA        PIC 9(08).
           05 LK-PER-DIAS-MES           PIC 9(02).
           05 LK-PER-FECHA-PAGO         PIC 9(08).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-PERIODO-NOMINA
                                 LK-CODIGO.

       000-MAINLINE.
           MOVE '00' TO LK-CODIGO
           EVALUATE LK-FUNCION
              WHEN 'PE'
                 PERFORM 100-PERIODO-DE-FECHA
              WHEN 'DE'
                 PERFORM 200-DESGLOSA-PERIODO
              WHEN OTHER
                 MOVE 'FI' TO LK-CODIGO
           END-EVALUATE

           IF LK-CODIGO EQUAL '00'
              PERFORM 300-COMPLETA-PERIODO
           END-IF.
       000-FIN.  GOBACK.

      * -----------------------------------------------------------
      * DE LA FECHA SE TOMAN ANIO, MES Y DIA; EL DIA UBICA LA
      * QUINCENA O LA SEMANA DENTRO DEL MES. FRECUENCIA EN BLANCO
      * ES MENSUAL.
      * -----------------------------------------------------------
       100-PERIODO-DE-FECHA.
           MOVE LK-PER-FECHA(1:4) TO WS-ANIO
           MOVE LK-PER-FECHA(5:2) TO WS-MES
           MOVE LK-PER-FECHA(7:2) TO WS-DIA
           IF WS-MES < 1 OR WS-MES > 12 OR WS-DIA < 1
              MOVE 'PI' TO LK-CODIGO
              GO TO 100-FIN
           END-IF
           IF LK-PER-FRECUENCIA EQUAL SPACE
              MOVE 'M' TO LK-PER-FRECUENCIA
           END-IF

           EVALUATE LK-PER-FRECUENCIA
              WHEN 'M'
                 MOVE 1 TO LK-PER-SUBPERIODO
                 MOVE WS-MES TO WS-NN
              WHEN 'Q'
                 IF WS-DIA GREATER THAN 15
                    MOVE 2 TO LK-PER-SUBPERIODO
                 ELSE
                    MOVE 1 TO LK-PER-SUBPERIODO
                 END-IF
                 COMPUTE WS-NN = 15 + (WS-MES - 1) * 2
                                    + LK-PER-SUBPERIODO
              WHEN 'S'
                 EVALUATE TRUE
                    WHEN WS-DIA GREATER THAN 21
                       MOVE 4 TO LK-PER-SUBPERIODO
                    WHEN WS-DIA GREATER THAN 14
                       MOVE 3 TO LK-PER-SUBPERIODO
                    WHEN WS-DIA GREATER THAN 7
                       MOVE 2 TO LK-PER-SUBPERIODO
                    WHEN OTHER
                       MOVE 1 TO LK-PER-SUBPERIODO
                 END-EVALUATE
                 COMPUTE WS-NN = 39 + (WS-MES - 1) * 4
                                    + LK-PER-SUBPERIODO
              WHEN OTHER
                 MOVE 'PI' TO LK-CODIGO
                 GO TO 100-FIN
           END-EVALUATE

           COMPUTE LK-PER-PERIODO = WS-ANIO * 100 + WS-NN.
       100-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL NN DEL PERIODO DETERMINA LA FRECUENCIA, EL MES Y EL
      * SUBPERIODO. LOS PERIODOS ESPECIALES SOLO DEVUELVEN EL MES
      * DE DICIEMBRE DEL ANIO, PARA QUE EL LLAMADOR LOS RECONOZCA.
      * -----------------------------------------------------------
       200-DESGLOSA-PERIODO.
           MOVE LK-PER-PERIODO(1:4) TO WS-ANIO
           MOVE LK-PER-PERIODO(5:2) TO WS-NN
           EVALUATE TRUE
              WHEN WS-NN EQUAL ZEROS OR WS-NN GREATER THAN 87
                 MOVE 'PI' TO LK-CODIGO
              WHEN WS-NN NOT GREATER THAN 12
                 MOVE 'M'   TO LK-PER-FRECUENCIA
                 MOVE WS-NN TO WS-MES
                 MOVE 1     TO LK-PER-SUBPERIODO
              WHEN WS-NN NOT GREATER THAN 15
                 MOVE 'E' TO LK-PER-FRECUENCIA
                 MOVE 'ES' TO LK-CODIGO
                 COMPUTE LK-PER-ANIO-MES = WS-ANIO * 100 + 12
                 MOVE ZEROS TO LK-PER-SUBPERIODO
                               LK-PER-CANT-SUBPERIODOS
                               LK-PER-FECHA-DESDE LK-PER-FECHA-HASTA
                               LK-PER-DIAS-MES LK-PER-FECHA-PAGO
              WHEN WS-NN NOT GREATER THAN 39
                 MOVE 'Q' TO LK-PER-FRECUENCIA
                 COMPUTE WS-NN = WS-NN - 16
                 DIVIDE WS-NN BY 2 GIVING WS-COCIENTE
                        REMAINDER WS-RESTO
                 COMPUTE WS-MES = WS-COCIENTE + 1
                 COMPUTE LK-PER-SUBPERIODO = WS-RESTO + 1
              WHEN OTHER
                 MOVE 'S' TO LK-PER-FRECUENCIA
                 COMPUTE WS-NN = WS-NN - 40
                 DIVIDE WS-NN BY 4 GIVING WS-COCIENTE
                        REMAINDER WS-RESTO
                 COMPUTE WS-MES = WS-COCIENTE + 1
                 COMPUTE LK-PER-SUBPERIODO = WS-RESTO + 1
           END-EVALUATE.
       200-FIN.  EXIT.

      * -----------------------------------------------------------
      * MES CALENDARIO, RANGO DE DIAS DEL SUBPERIODO (EL ULTIMO
      * LLEGA HASTA EL FIN DE MES) Y FECHA DE PAGO DEL GRUPO.
      * -----------------------------------------------------------
       300-COMPLETA-PERIODO.
           COMPUTE LK-PER-ANIO-MES = WS-ANIO * 100 + WS-MES
           MOVE LK-PER-ANIO-MES TO WS-FECHA-MES(1:6)
           MOVE 01              TO WS-FECHA-MES(7:2)
           CALL 'FIN-DE-MES' USING WS-FECHA-MES LK-PER-DIAS-MES
                                    WS-FECHA-FIN-MES

           EVALUATE LK-PER-FRECUENCIA
              WHEN 'Q'
                 MOVE 2 TO LK-PER-CANT-SUBPERIODOS
                 COMPUTE WS-DIA-DESDE =
                         (LK-PER-SUBPERIODO - 1) * 15 + 1
              WHEN 'S'
                 MOVE 4 TO LK-PER-CANT-SUBPERIODOS
                 COMPUTE WS-DIA-DESDE =
                         (LK-PER-SUBPERIODO - 1) * 7 + 1
              WHEN OTHER
                 MOVE 1 TO LK-PER-CANT-SUBPERIODOS
                 MOVE 1 TO WS-DIA-DESDE
           END-EVALUATE

           IF LK-PER-SUBPERIODO EQUAL LK-PER-CANT-SUBPERIODOS
              MOVE LK-PER-DIAS-MES TO WS-DIA-HASTA
           ELSE
              IF LK-PER-FRECUENCIA EQUAL 'Q'
                 COMPUTE WS-DIA-HASTA = WS-DIA-DESDE + 14
              ELSE
                 COMPUTE WS-DIA-HASTA = WS-DIA-DESDE + 6
              END-IF
           END-IF

           MOVE WS-FECHA-MES TO LK-PER-FECHA-DESDE LK-PER-FECHA-HASTA
           MOVE WS-DIA-DESDE TO LK-PER-FECHA-DESDE(7:2)
           MOVE WS-DIA-HASTA TO LK-PER-FECHA-HASTA(7:2)

           PERFORM 310-BUSCA-FECHA-PAGO.
       300-FIN.  EXIT.

      * -----------------------------------------------------------
      * SE PAGA EL ULTIMO DIA DEL PERIODO; SI NO ES LABORABLE SE
      * ADELANTA AL LABORABLE ANTERIOR, SIN SALIR DEL PERIODO.
      * -----------------------------------------------------------
       310-BUSCA-FECHA-PAGO.
           MOVE LK-PER-FECHA-HASTA TO LK-PER-FECHA-PAGO
                                       WS-FECHA-CONSULTA
           MOVE 'N'   TO SW-PAGO-HALLADO
           MOVE ZEROS TO WS-VUELTAS-PAGO
           PERFORM 320-PRUEBA-DIA-PAGO
                   UNTIL PAGO-HALLADO
                   OR WS-FECHA-CONSULTA LESS THAN LK-PER-FECHA-DESDE
                   OR WS-VUELTAS-PAGO EQUAL 10.
       310-FIN.  EXIT.

       320-PRUEBA-DIA-PAGO.
           ADD 1 TO WS-VUELTAS-PAGO
           CALL 'CONSULTA-CALENDARIO'
                USING WS-FECHA-CONSULTA WS-MARCAS-CALENDARIO
                      WS-CODIGO-CAL
           IF WS-CODIGO-CAL NOT EQUAL '00'
              MOVE 'S' TO SW-PAGO-HALLADO
              GO TO 320-FIN
           END-IF
           IF DIA-ES-LABORABLE
              MOVE WS-FECHA-CONSULTA TO LK-PER-FECHA-PAGO
              MOVE 'S' TO SW-PAGO-HALLADO
              GO TO 320-FIN
           END-IF
           CALL 'SUMA-DIAS-FECHA'
                USING WS-FECHA-CONSULTA WS-MENOS-UN-DIA
                      WS-FECHA-ANTERIOR
           MOVE WS-FECHA-ANTERIOR TO WS-FECHA-CONSULTA.
       320-FIN.  EXIT.
      * ---------------------------------------------------------------
