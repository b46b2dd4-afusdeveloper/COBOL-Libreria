       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CAMBIO-FECHA-PROCESO.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. CAMBIO DE DIA DEL CIERRE
      *                    BANCARIO: ULTIMO PASO DEL CICLO DE FIN DE
      *                    DIA Y UNICO QUE MUEVE LA FECHA DE PROCESO
      *                    (UT-S-FECPROC, CPFPRO01) QUE FECHA-ACTUAL
      *                    DEVUELVE A TODOS LOS BATCH. DESDE LA FECHA
      *                    CERRADA AVANZA DIA POR DIA CONSULTANDO EL
      *                    CALENDARIO (CONSULTA-CALENDARIO) HASTA EL
      *                    PROXIMO DIA HABIL; EL DIA NO HABIL DEL MEDIO
      *                    TIENE SU PROPIO CICLO SI LLEVA FOTO
      *                    DE SALDOS (TARJETA FOTO-NO-HABILES=S, LA
      *                    OPCION POR OMISION, PORQUE EL PROMEDIO DE
      *                    SALDOS ES POR DIA CALENDARIO) O SI ESE DIA
      *                    VENCE ALGUN PLAZO FIJO VIGENTE; SI NO, SE
      *                    SALTEA Y QUEDA CONTADO EN EL CONTROL. LA
      *                    PRIMERA VEZ LA FECHA SALE DE LA TARJETA
      *                    FECHA-INICIAL=AAAAMMDD (UT-S-PARMFPRO). UNA
      *                    FECHA DE PROCESO YA ADELANTADA AL RELOJ NO
      *                    SE MUEVE (RETURN-CODE 8): EL CAMBIO DE DIA
      *                    YA SE HIZO. CALENDARIO NO DISPONIBLE O SIN
      *                    LA FECHA CARGADA = RETURN-CODE 4; SIN
      *                    CONTROL NI FECHA INICIAL = RETURN-CODE 16.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO UT-S-PARMFPRO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.

           SELECT FECHA-PROCESO ASSIGN TO UT-S-FECPROC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-FPRO.

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

       FD  FECHA-PROCESO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-FECHA-PROCESO.
           COPY CPFPRO01.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(18) VALUE SPACES.
           05 FILLER                    PIC X(34)
              VALUE 'CAMBIO DE DIA - FECHA DE PROCESO'.
           05 FILLER                    PIC X(08) VALUE 'RELOJ: '.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(12) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(10) VALUE 'FECHA'.
           05 FILLER                    PIC X(12) VALUE 'CALENDARIO'.
           05 FILLER                    PIC X(40) VALUE 'DECISION'.

       01  WS-DETALLE.
           05 DET-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CALENDARIO            PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-DECISION              PIC X(40).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(15)
              VALUE 'FECHA CERRADA:'.
           05 RES-CERRADA               PIC 9(08).
           05 FILLER                    PIC X(20)
              VALUE '  NUEVA DE PROCESO: '.
           05 RES-NUEVA                 PIC 9(08).
           05 FILLER                    PIC X(13)
              VALUE '  SALTEADOS:'.
           05 RES-SALTEADOS             PIC ZZ9.

       01  WS-LINEA-MENSAJE.
           05 MSJ-TEXTO                 PIC X(80).

       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-FPRO               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                          VALUE 'S'.
       01  WS-PARM-CAMPO                PIC X(16).
       01  WS-PARM-VALOR                PIC X(08).

       01  WS-FECHA-INICIAL             PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-VALIDA              PIC X(01).
           88 FECHA-INICIAL-VALIDA                VALUE 'S'.
       01  SW-FOTO-NO-HABILES           PIC X(01) VALUE 'S'.
           88 FOTO-EN-NO-HABILES                  VALUE 'S'.

       01  SW-HAY-CONTROL               PIC X(01) VALUE 'N'.
           88 HAY-CONTROL                         VALUE 'S'.
       01  SW-FECHA-HALLADA             PIC X(01) VALUE 'N'.
           88 FECHA-HALLADA                       VALUE 'S'.
       01  SW-CONTROL-GRABADO           PIC X(01) VALUE 'N'.
           88 CONTROL-GRABADO                     VALUE 'S'.

       01  WS-FECHA-SISTEMA             PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-FECHA-CERRADA             PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-NUEVA               PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-SIGUIENTE           PIC 9(08).
       01  WS-LABORABLE-NUEVA           PIC X(01) VALUE 'S'.
       01  WS-UN-DIA                    PIC S9(05) VALUE 1.
       01  WS-DIAS-AL-VENCIMIENTO       PIC S9(07).
       01  WS-DIAS-EXAMINADOS           PIC 9(03) VALUE ZEROS.
       01  WS-DIAS-SALTEADOS            PIC 9(03) VALUE ZEROS.
       01  WS-MAXIMO-DIAS               PIC 9(03) VALUE 31.
       01  WS-RETORNO                   PIC 9(02) VALUE ZEROS.

      * --- DIAS (1 A 31 DESDE LA FECHA CERRADA) CON ALGUN VENCIMIENTO
       01  WS-TABLA-VENCIMIENTOS.
           05 WS-VENCE-DIA              PIC X(01) OCCURS 31 TIMES.
       01  SW-VENCE-HOY                 PIC X(01).
           88 VENCE-EN-EL-DIA                     VALUE 'S'.

       01  WS-MARCAS-CALENDARIO.
           05 WS-CAL-LABORABLE          PIC X(01).
              88 DIA-ES-LABORABLE                 VALUE 'S'.
           05 WS-CAL-FIN-PERIODO        PIC X(01).
           05 WS-CAL-DIA-PAGO           PIC X(01).
       01  WS-CODIGO-CAL                PIC X(02).

       01  WS-FUNCION-PLZF              PIC X(02).
       01  WS-LLAVE-PLZF                PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-PLZF          PIC 9(08) VALUE 99999999.
       01  WS-USUARIO-FPRO              PIC X(08) VALUE 'CAMBDIA'.
       01  WS-REG-PLZF-AUX.
           05 WS-PLZF-CERTIFICADO-AUX   PIC 9(08).
           05 WS-PLZF-CUENTA-AUX        PIC 9(07).
           05 WS-PLZF-TITULAR-AUX       PIC 9(08).
           05 WS-PLZF-CAPITAL-AUX       PIC 9(11)V99.
           05 WS-PLZF-TASA-AUX          PIC 9(03)V9(04).
           05 WS-PLZF-INICIO-AUX        PIC 9(08).
           05 WS-PLZF-VENCIM-AUX        PIC 9(08).
           05 WS-PLZF-PLAZO-AUX         PIC 9(03).
           05 WS-PLZF-INTERES-AUX       PIC 9(11)V99.
           05 WS-PLZF-RENOVACION-AUX    PIC X(01).
           05 WS-PLZF-ESTADO-AUX        PIC X(01).
              88 WS-PLZF-VIGENTE-AUX             VALUE 'V'.
           05 WS-PLZF-MONEDA-AUX        PIC X(03).
       01  WS-CODIGO-PLZF               PIC X(02).

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CAMBIO-FECHA-PROCESO'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-GRABADOS             PIC 9(07).
       01  WS-STAT-SALTEADOS            PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-SISTEMA' USING WS-FECHA-SISTEMA
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-FECHA-SISTEMA TO TIT-FECHA
           PERFORM 0500-LEE-PARAMETROS

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           PERFORM 1000-LEE-CONTROL
           EVALUATE TRUE
              WHEN NOT HAY-CONTROL
                 PERFORM 1500-INICIALIZA-CONTROL
              WHEN WS-FECHA-CERRADA GREATER THAN WS-FECHA-SISTEMA
                 MOVE 'LA FECHA DE PROCESO YA ESTA ADELANTADA AL RELOJ:'
                      TO MSJ-TEXTO
                 PERFORM 8000-IMPRIME-MENSAJE
                 MOVE 'EL CAMBIO DE DIA YA SE HIZO, NO SE MUEVE'
                      TO MSJ-TEXTO
                 PERFORM 8000-IMPRIME-MENSAJE
                 MOVE WS-FECHA-CERRADA TO WS-FECHA-NUEVA
                 MOVE 8 TO WS-RETORNO
              WHEN OTHER
                 PERFORM 2000-CAMBIA-DIA
           END-EVALUATE

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETAS FECHA-INICIAL=AAAAMMDD (SOLO PARA CREAR EL CONTROL
      * LA PRIMERA VEZ) Y FOTO-NO-HABILES=S/N. SIN ARCHIVO, LOS DIAS
      * NO HABILES LLEVAN SU PROPIO CICLO.
      * -----------------------------------------------------------
       0500-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-CODIGO-PARM NOT EQUAL ZEROS
              GO TO 0500-FIN
           END-IF

           PERFORM 0510-PROCESA-TARJETA UNTIL FIN-DE-PARM
           CLOSE PARAMETROS.
       0500-FIN.  EXIT.

       0510-PROCESA-TARJETA.
           READ PARAMETROS
              AT END MOVE 'S' TO SW-FIN-PARM
           END-READ
           IF FIN-DE-PARM
              GO TO 0510-FIN
           END-IF

           IF REG-PARAMETRO EQUAL SPACES
              GO TO 0510-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE TRUE
              WHEN WS-PARM-CAMPO EQUAL 'FECHA-INICIAL'
                 IF WS-PARM-VALOR NUMERIC
                    MOVE WS-PARM-VALOR TO WS-FECHA-INICIAL
                 ELSE
                    DISPLAY 'FECHA-INICIAL NO NUMERICA - SE IGNORA: '
                            REG-PARAMETRO
                 END-IF
              WHEN WS-PARM-CAMPO EQUAL 'FOTO-NO-HABILES'
                 IF WS-PARM-VALOR (1:1) EQUAL 'S' OR 'N'
                    MOVE WS-PARM-VALOR (1:1) TO SW-FOTO-NO-HABILES
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE PARAMETRO DESCONOCIDA: '
                         REG-PARAMETRO
           END-EVALUATE.
       0510-FIN.  EXIT.

       1000-LEE-CONTROL.
           OPEN INPUT FECHA-PROCESO
           IF WS-CODIGO-FPRO NOT EQUAL ZEROS
              GO TO 1000-FIN
           END-IF

           READ FECHA-PROCESO
           IF WS-CODIGO-FPRO EQUAL ZEROS
              IF FPRO-FECHA-PROCESO NUMERIC
                 AND FPRO-FECHA-PROCESO GREATER THAN ZEROS
                 MOVE 'S' TO SW-HAY-CONTROL
                 MOVE FPRO-FECHA-PROCESO TO WS-FECHA-CERRADA
              END-IF
           END-IF

           CLOSE FECHA-PROCESO.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * PRIMERA VEZ: EL CONTROL SE CREA CON LA FECHA DE LA TARJETA,
      * SIN FECHA CERRADA.
      * -----------------------------------------------------------
       1500-INICIALIZA-CONTROL.
           IF WS-FECHA-INICIAL EQUAL ZEROS
              MOVE 'NO HAY FECHA DE PROCESO Y FALTA LA TARJETA '
                   TO MSJ-TEXTO
              PERFORM 8000-IMPRIME-MENSAJE
              MOVE 'FECHA-INICIAL=AAAAMMDD PARA CREARLA'
                   TO MSJ-TEXTO
              PERFORM 8000-IMPRIME-MENSAJE
              MOVE 16 TO WS-RETORNO
              GO TO 1500-FIN
           END-IF

           CALL 'VALIDA-FECHA' USING WS-FECHA-INICIAL WS-FECHA-VALIDA
           IF NOT FECHA-INICIAL-VALIDA
              MOVE 'LA FECHA-INICIAL DE LA TARJETA NO ES VALIDA'
                   TO MSJ-TEXTO
              PERFORM 8000-IMPRIME-MENSAJE
              MOVE 16 TO WS-RETORNO
              GO TO 1500-FIN
           END-IF

           MOVE WS-FECHA-INICIAL TO WS-FECHA-NUEVA
           PERFORM 2200-CONSULTA-CALENDARIO
           MOVE WS-FECHA-NUEVA TO DET-FECHA
           MOVE 'FECHA DE PROCESO INICIALIZADA' TO DET-DECISION
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           PERFORM 3000-GRABA-CONTROL.
       1500-FIN.  EXIT.

      * -----------------------------------------------------------
      * AVANZA DESDE LA FECHA CERRADA HASTA EL PRIMER DIA QUE DEBA
      * TENER SU PROPIO CICLO.
      * -----------------------------------------------------------
       2000-CAMBIA-DIA.
           IF WS-FECHA-INICIAL NOT EQUAL ZEROS
              MOVE 'YA HAY FECHA DE PROCESO: TARJETA FECHA-INICIAL '
                   TO MSJ-TEXTO
              PERFORM 8000-IMPRIME-MENSAJE
              MOVE 'IGNORADA' TO MSJ-TEXTO
              PERFORM 8000-IMPRIME-MENSAJE
              MOVE 4 TO WS-RETORNO
           END-IF

           MOVE ALL 'N' TO WS-TABLA-VENCIMIENTOS
           IF NOT FOTO-EN-NO-HABILES
              PERFORM 2500-CARGA-VENCIMIENTOS
           END-IF

           MOVE WS-FECHA-CERRADA TO WS-FECHA-NUEVA
           PERFORM 2100-EXAMINA-DIA UNTIL FECHA-HALLADA

           PERFORM 3000-GRABA-CONTROL.
       2000-FIN.  EXIT.

       2100-EXAMINA-DIA.
           ADD 1 TO WS-DIAS-EXAMINADOS
           CALL 'SUMA-DIAS-FECHA'
                USING WS-FECHA-NUEVA WS-UN-DIA WS-FECHA-SIGUIENTE
           MOVE WS-FECHA-SIGUIENTE TO WS-FECHA-NUEVA
           PERFORM 2200-CONSULTA-CALENDARIO

           MOVE 'N' TO SW-VENCE-HOY
           IF WS-DIAS-EXAMINADOS NOT GREATER THAN WS-MAXIMO-DIAS
              MOVE WS-VENCE-DIA (WS-DIAS-EXAMINADOS) TO SW-VENCE-HOY
           END-IF

           MOVE 'S' TO SW-FECHA-HALLADA
           EVALUATE TRUE
              WHEN WS-CODIGO-CAL EQUAL 'NF'
                 MOVE 'CALENDARIO NO DISPONIBLE: SE TOMA ESTE DIA'
                      TO DET-DECISION
                 MOVE 4 TO WS-RETORNO
              WHEN WS-CODIGO-CAL NOT EQUAL ZEROS
                 MOVE 'FECHA NO CARGADA: SE TOMA COMO NO HABIL'
                      TO DET-DECISION
                 MOVE 4 TO WS-RETORNO
              WHEN DIA-ES-LABORABLE
                 MOVE 'DIA HABIL: NUEVA FECHA DE PROCESO'
                      TO DET-DECISION
              WHEN FOTO-EN-NO-HABILES
                 MOVE 'NO HABIL CON CICLO PROPIO: FOTO DE SALDOS'
                      TO DET-DECISION
              WHEN VENCE-EN-EL-DIA
                 MOVE 'NO HABIL CON CICLO PROPIO: VENCE PLAZO FIJO'
                      TO DET-DECISION
              WHEN WS-DIAS-EXAMINADOS NOT LESS THAN WS-MAXIMO-DIAS
                 MOVE 'SIN DIA HABIL EN 31 DIAS: SE TOMA ESTE DIA'
                      TO DET-DECISION
                 MOVE 4 TO WS-RETORNO
              WHEN OTHER
                 MOVE 'N' TO SW-FECHA-HALLADA
                 ADD 1 TO WS-DIAS-SALTEADOS
                 MOVE 'NO HABIL SIN CICLO PROPIO: SE SALTEA'
                      TO DET-DECISION
           END-EVALUATE

           MOVE WS-FECHA-NUEVA TO DET-FECHA
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * SIN CALENDARIO EL DIA SE TOMA COMO HABIL (LOS LOTES DIARIOS
      * TAMBIEN CORREN AVISANDO); SIN LA FECHA CARGADA, COMO NO
      * HABIL, IGUAL QUE LOS LOTES QUE CONSULTAN EL CALENDARIO.
      * -----------------------------------------------------------
       2200-CONSULTA-CALENDARIO.
           CALL 'CONSULTA-CALENDARIO'
                USING WS-FECHA-NUEVA WS-MARCAS-CALENDARIO WS-CODIGO-CAL
           EVALUATE TRUE
              WHEN WS-CODIGO-CAL EQUAL 'NF'
                 MOVE 'S'          TO WS-LABORABLE-NUEVA
                 MOVE 'SIN CALEND'  TO DET-CALENDARIO
              WHEN WS-CODIGO-CAL NOT EQUAL ZEROS
                 MOVE 'N'          TO WS-LABORABLE-NUEVA
                 MOVE 'SIN CARGAR' TO DET-CALENDARIO
              WHEN DIA-ES-LABORABLE
                 MOVE 'S'          TO WS-LABORABLE-NUEVA
                 MOVE 'HABIL'      TO DET-CALENDARIO
              WHEN OTHER
                 MOVE 'N'          TO WS-LABORABLE-NUEVA
                 MOVE 'NO HABIL'   TO DET-CALENDARIO
           END-EVALUATE.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * MARCA LOS DIAS DEL PROXIMO MES EN QUE VENCE ALGUN PLAZO FIJO
      * VIGENTE; EL YA VENCIDO LO PAGA EL PROXIMO CICLO DE TODOS
      * MODOS.
      * -----------------------------------------------------------
       2500-CARGA-VENCIMIENTOS.
           MOVE 'AB' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-FPRO
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           IF WS-CODIGO-PLZF NOT EQUAL ZEROS
              MOVE 'PLAZOS FIJOS NO DISPONIBLES: NO SE MIRAN VENCIM.'
                   TO MSJ-TEXTO
              PERFORM 8000-IMPRIME-MENSAJE
              MOVE 4 TO WS-RETORNO
              GO TO 2500-FIN
           END-IF

           MOVE ZEROS TO WS-LLAVE-PLZF
           MOVE 'RI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-FPRO
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF

           PERFORM 2510-MARCA-VENCIMIENTO
                   UNTIL WS-CODIGO-PLZF NOT EQUAL ZEROS

           MOVE 'CI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-FPRO
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF.
       2500-FIN.  EXIT.

       2510-MARCA-VENCIMIENTO.
           IF WS-PLZF-VIGENTE-AUX
              AND WS-PLZF-VENCIM-AUX GREATER THAN WS-FECHA-CERRADA
              CALL 'DIAS-ENTRE-FECHAS'
                   USING WS-FECHA-CERRADA WS-PLZF-VENCIM-AUX
                         WS-DIAS-AL-VENCIMIENTO
              IF WS-DIAS-AL-VENCIMIENTO GREATER THAN ZEROS
                 AND WS-DIAS-AL-VENCIMIENTO NOT GREATER THAN
                     WS-MAXIMO-DIAS
                 MOVE 'S' TO WS-VENCE-DIA (WS-DIAS-AL-VENCIMIENTO)
              END-IF
           END-IF

           MOVE WS-PLZF-CERTIFICADO-AUX TO WS-LLAVE-PLZF
           MOVE 'RS' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-FPRO
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF.
       2510-FIN.  EXIT.

       3000-GRABA-CONTROL.
           OPEN OUTPUT FECHA-PROCESO
           IF WS-CODIGO-FPRO NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO GRABAR LA FECHA DE PROCESO - STATUS: '
                      WS-CODIGO-FPRO
              MOVE 16 TO WS-RETORNO
              GO TO 3000-FIN
           END-IF

           MOVE SPACES             TO REG-FECHA-PROCESO
           MOVE WS-FECHA-NUEVA     TO FPRO-FECHA-PROCESO
           MOVE WS-FECHA-CERRADA   TO FPRO-FECHA-ANTERIOR
           MOVE WS-LABORABLE-NUEVA TO FPRO-LABORABLE
           MOVE WS-DIAS-SALTEADOS  TO FPRO-DIAS-SALTEADOS
           MOVE WS-FECHA-SISTEMA   TO FPRO-FECHA-CAMBIO
           MOVE WS-HORA-AHORA      TO FPRO-HORA-CAMBIO
           WRITE REG-FECHA-PROCESO
           CLOSE FECHA-PROCESO
           MOVE 'S' TO SW-CONTROL-GRABADO.
       3000-FIN.  EXIT.

       8000-IMPRIME-MENSAJE.
           WRITE REG-REPORTE FROM WS-LINEA-MENSAJE
                 AFTER ADVANCING 1 LINE
           MOVE SPACES TO MSJ-TEXTO.
       8000-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-FECHA-CERRADA  TO RES-CERRADA
           MOVE WS-FECHA-NUEVA    TO RES-NUEVA
           MOVE WS-DIAS-SALTEADOS TO RES-SALTEADOS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           CLOSE REPORTE

           MOVE WS-DIAS-EXAMINADOS TO WS-STAT-LEIDOS
           MOVE ZEROS              TO WS-STAT-GRABADOS
           IF CONTROL-GRABADO
              MOVE 1 TO WS-STAT-GRABADOS
           END-IF
           MOVE WS-DIAS-SALTEADOS  TO WS-STAT-SALTEADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-SALTEADOS

           MOVE WS-RETORNO TO RETURN-CODE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
