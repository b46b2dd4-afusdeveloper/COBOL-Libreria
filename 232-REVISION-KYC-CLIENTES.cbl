       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     REVISION-KYC-CLIENTES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL ARCHIVO DE CARTAS QUEDA ANOTADO EN EL
      *                    REGISTRO DE INTERFACES (REGISTRO-INTERFACES,
      *                    CPREGIF1) COMO CARTAS-KYC CON LA CANTIDAD DE
      *                    CARTAS Y LA SUMA DE LOS NUMEROS DE CLIENTE.
      *   15/10/2026  AMF  VERSION ORIGINAL. CONTROL MENSUAL DE LA
      *                    REVISION DE CONOZCA A SU CLIENTE: CORRE SOLO
      *                    EN FIN DE PERIODO SEGUN EL CALENDARIO Y UNA
      *                    VEZ POR MES (CONTROL-CORRIDAS). RECORRE
      *                    CLIENTES Y VENCE LA REVISION A LOS MESES
      *                    QUE CORRESPONDEN AL RIESGO DEL CLIENTE
      *                    (TARJETAS MESES-RIESGO-ALTO=,
      *                    MESES-RIESGO-MEDIO= Y MESES-RIESGO-BAJO= EN
      *                    UT-S-PARMKYC; 12, 24 Y 60 POR OMISION; LA
      *                    PERSONA EXPUESTA POLITICAMENTE VA SIEMPRE
      *                    COMO RIESGO ALTO). LISTA LOS CLIENTES CON LA
      *                    REVISION VENCIDA O NUNCA HECHA Y LES IMPRIME
      *                    LA CARTA DE CITACION (UT-S-CARTKYC). EL
      *                    CLIENTE CON MAS DE DIAS-RESTRICCION= DIAS
      *                    DE VENCIDA (90 POR OMISION) QUEDA CON
      *                    CLI-RESTRICCION-KYC = S: SALDOS-ONLINE LA
      *                    MUESTRA Y CAJA-ONLINE NO PAGA EXTRACCIONES
      *                    HASTA QUE SE REGISTRA LA REVISION (ACCION K
      *                    DE MANTENIMIENTO-CLIENTES-LOTE).
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO UT-S-PARMKYC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.

           SELECT CARTAS ASSIGN TO UT-S-CARTKYC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CARTAS.

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

       FD  CARTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CARTA.
       01  REG-CARTA                    PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(48)
              VALUE 'REVISIONES DE CONOZCA A SU CLIENTE VENCIDAS'.
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(10) VALUE 'CLIENTE'.
           05 FILLER                    PIC X(21) VALUE 'NOMBRE'.
           05 FILLER                    PIC X(05) VALUE 'RSG'.
           05 FILLER                    PIC X(10) VALUE 'REVISADO'.
           05 FILLER                    PIC X(10) VALUE 'VENCIO'.
           05 FILLER                    PIC X(08) VALUE 'DIAS'.
           05 FILLER                    PIC X(12) VALUE 'ESTADO'.

       01  WS-DETALLE.
           05 DET-CLIENTE               PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-NOMBRE                PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-RIESGO                PIC X(01).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 DET-REVISION              PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-VENCE                 PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-DIAS                  PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-ESTADO                PIC X(12).

       01  WS-LINEA-RESUMEN-1.
           05 FILLER                    PIC X(20)
              VALUE 'CLIENTES LEIDOS:'.
           05 RES-LEIDOS                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(18)
              VALUE '  VENCIDAS:'.
           05 RES-VENCIDAS              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE '  SIN REVISION:'.
           05 RES-SIN-REVISION          PIC ZZZ,ZZ9.

       01  WS-LINEA-RESUMEN-2.
           05 FILLER                    PIC X(20)
              VALUE 'RESTRINGIDOS:'.
           05 RES-RESTRINGIDOS          PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(18)
              VALUE '  LEVANTADOS:'.
           05 RES-LEVANTADOS            PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE '  DIAS TOLER.:'.
           05 RES-DIAS-RESTRICCION      PIC ZZZ,ZZ9.

       01  WS-LINEA-CARTA-1.
           05 FILLER                    PIC X(08) VALUE 'SENOR/A '.
           05 CAR-NOMBRE                PIC X(35).
           05 FILLER                    PIC X(37) VALUE SPACES.
       01  WS-LINEA-CARTA-2.
           05 FILLER                    PIC X(11) VALUE 'DOMICILIO: '.
           05 CAR-DIRECCION             PIC X(35).
           05 FILLER                    PIC X(34) VALUE SPACES.
       01  WS-LINEA-CARTA-3.
           05 FILLER                    PIC X(40)
              VALUE 'DEBE ACTUALIZAR SUS DATOS PERSONALES Y '.
           05 FILLER                    PIC X(40)
              VALUE 'LABORALES. ACERQUESE A SU SUCURSAL CON'.
       01  WS-LINEA-CARTA-4.
           05 FILLER                    PIC X(40)
              VALUE 'SU DOCUMENTO Y CONSTANCIA DE CUIT.'.
           05 FILLER                    PIC X(40) VALUE SPACES.
       01  WS-LINEA-CARTA-5.
           05 FILLER                    PIC X(40)
              VALUE 'HASTA ENTONCES NO PODRA EXTRAER FONDOS '.
           05 FILLER                    PIC X(40)
              VALUE 'POR CAJA.'.
       01  WS-LINEA-CARTA-CORTE         PIC X(80) VALUE ALL '-'.

       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-CARTAS             PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                          VALUE 'S'.
       01  WS-PARM-CAMPO                PIC X(18).
       01  WS-PARM-VALOR                PIC X(03).

       01  WS-MESES-RIESGO-ALTO         PIC 9(03) VALUE 12.
       01  WS-MESES-RIESGO-MEDIO        PIC 9(03) VALUE 24.
       01  WS-MESES-RIESGO-BAJO         PIC 9(03) VALUE 60.
       01  WS-DIAS-RESTRICCION          PIC 9(03) VALUE 90.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-FECHA-VENCE               PIC 9(08).
       01  WS-PARTES-FECHA-VENCE REDEFINES WS-FECHA-VENCE.
           05 WS-ANIO-VENCE             PIC 9(04).
           05 WS-MES-VENCE              PIC 9(02).
           05 WS-DIA-VENCE              PIC 9(02).
       01  WS-MESES-REVISION            PIC 9(03).
       01  WS-ANIOS-SUMA                PIC 9(03).
       01  WS-MESES-SUMA                PIC 9(02).
       01  WS-DIAS-VENCIDA              PIC S9(07).
       01  WS-RESTRICCION-NUEVA         PIC X(01).
           88 CORRESPONDE-RESTRINGIR               VALUE 'S'.

       01  WS-MARCAS-CALENDARIO.
           05 WS-CAL-LABORABLE          PIC X(01).
           05 WS-CAL-FIN-PERIODO        PIC X(01).
              88 HOY-ES-FIN-PERIODO               VALUE 'S'.
           05 WS-CAL-DIA-PAGO           PIC X(01).
       01  WS-CODIGO-CAL                PIC X(02).

       01  WS-FUNCION-CTRL              PIC X(02).
       01  WS-PERIODO-CTRL              PIC 9(06).
       01  WS-CODIGO-CTRL               PIC X(02).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE 99999999.
       01  WS-USUARIO-KYC               PIC X(08) VALUE 'REVISKYC'.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-VENCIDAS         PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-SIN-REVISION     PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-RESTRINGIDOS     PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-LEVANTADOS       PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-CARTAS           PIC 9(07) VALUE ZEROS.
       01  WS-HASH-CLIENTES             PIC 9(13)V99 VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'REVISION-KYC'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-VENCIDAS             PIC 9(07).
       01  WS-STAT-RESTRINGIDOS         PIC 9(07).

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           CALL 'CONSULTA-CALENDARIO'
                USING WS-FECHA-HOY WS-MARCAS-CALENDARIO WS-CODIGO-CAL
           EVALUATE TRUE
              WHEN WS-CODIGO-CAL EQUAL 'NF'
                 DISPLAY 'CALENDARIO NO DISPONIBLE, SE CONTINUA'
              WHEN NOT HOY-ES-FIN-PERIODO
                 DISPLAY 'HOY NO ES FIN DE PERIODO SEGUN EL '
                         'CALENDARIO: NO SE REVISAN CLIENTES'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE 'VE' TO WS-FUNCION-CTRL
           MOVE WS-ANIO-MES-HOY-AM TO WS-PERIODO-CTRL
           CALL 'CONTROL-CORRIDAS'
                USING WS-FUNCION-CTRL WS-NOMBRE-PROGRAMA
                      WS-PERIODO-CTRL WS-CODIGO-CTRL
           IF WS-CODIGO-CTRL EQUAL 'YA'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 0500-LEE-PARAMETROS
           PERFORM 1000-INICIALIZA

           PERFORM 2000-PROCESA-CLIENTE
                   UNTIL WS-CODIGO-CLI NOT EQUAL ZEROS

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETAS MESES-RIESGO-ALTO=NNN, MESES-RIESGO-MEDIO=NNN,
      * MESES-RIESGO-BAJO=NNN Y DIAS-RESTRICCION=NNN; SIN ARCHIVO
      * QUEDAN 12, 24, 60 Y 90 POR OMISION.
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

           EVALUATE WS-PARM-CAMPO
              WHEN 'MESES-RIESGO-ALTO'
                 IF WS-PARM-VALOR NUMERIC
                    MOVE WS-PARM-VALOR TO WS-MESES-RIESGO-ALTO
                 END-IF
              WHEN 'MESES-RIESGO-MEDIO'
                 IF WS-PARM-VALOR NUMERIC
                    MOVE WS-PARM-VALOR TO WS-MESES-RIESGO-MEDIO
                 END-IF
              WHEN 'MESES-RIESGO-BAJO'
                 IF WS-PARM-VALOR NUMERIC
                    MOVE WS-PARM-VALOR TO WS-MESES-RIESGO-BAJO
                 END-IF
              WHEN 'DIAS-RESTRICCION'
                 IF WS-PARM-VALOR NUMERIC
                    MOVE WS-PARM-VALOR TO WS-DIAS-RESTRICCION
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE PARAMETRO DESCONOCIDA: '
                         REG-PARAMETRO
           END-EVALUATE.
       0510-FIN.  EXIT.

       1000-INICIALIZA.
           OPEN OUTPUT CARTAS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-KYC WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE ZEROS TO WS-LLAVE-CLI
           MOVE 'RI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-KYC WS-REG-CLIENTE WS-CODIGO-CLI.
       1000-FIN.  EXIT.

       2000-PROCESA-CLIENTE.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF NOT WS-CLI-DE-BAJA
              PERFORM 3000-REVISA-CLIENTE
           END-IF

           MOVE WS-CLIENTE-LLAVE TO WS-LLAVE-CLI
           MOVE 'RS' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-KYC WS-REG-CLIENTE WS-CODIGO-CLI.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL CLIENTE NUNCA REVISADO SE LISTA Y SE CITA PERO NO SE
      * RESTRINGE: NO TIENE FECHA DESDE LA CUAL CONTAR LOS DIAS DE
      * VENCIDA. EL RESTO VENCE A LOS MESES DE SU RIESGO Y SE
      * RESTRINGE PASADOS LOS DIAS DE TOLERANCIA. LA MARCA SOLO SE
      * REGRABA CUANDO CAMBIA, PARA NO LLENAR LA AUDITORIA.
      * -----------------------------------------------------------
       3000-REVISA-CLIENTE.
           MOVE ZEROS TO WS-FECHA-VENCE WS-DIAS-VENCIDA
           MOVE 'N'   TO WS-RESTRICCION-NUEVA

           IF WS-CLI-FECHA-REVISION-KYC EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-SIN-REVISION
              MOVE 'SIN REVISION' TO DET-ESTADO
              PERFORM 5000-LISTA-CLIENTE
              PERFORM 6000-EMITE-CARTA
              GO TO 3000-FIN
           END-IF

           PERFORM 4000-CALCULA-VENCIMIENTO
           IF WS-FECHA-VENCE NOT LESS THAN WS-FECHA-HOY
              PERFORM 3100-ACTUALIZA-RESTRICCION
              GO TO 3000-FIN
           END-IF

           CALL 'DIAS-ENTRE-FECHAS'
                USING WS-FECHA-VENCE WS-FECHA-HOY WS-DIAS-VENCIDA
           IF WS-DIAS-VENCIDA GREATER THAN WS-DIAS-RESTRICCION
              MOVE 'S' TO WS-RESTRICCION-NUEVA
           END-IF
           PERFORM 3100-ACTUALIZA-RESTRICCION

           ADD 1 TO WS-CONTADOR-VENCIDAS
           IF CORRESPONDE-RESTRINGIR
              MOVE 'RESTRINGIDO' TO DET-ESTADO
           ELSE
              MOVE 'CITADO'      TO DET-ESTADO
           END-IF
           PERFORM 5000-LISTA-CLIENTE
           PERFORM 6000-EMITE-CARTA.
       3000-FIN.  EXIT.

       3100-ACTUALIZA-RESTRICCION.
           IF CORRESPONDE-RESTRINGIR
              IF WS-CLI-RESTRINGIDO-KYC
                 GO TO 3100-FIN
              END-IF
              ADD 1 TO WS-CONTADOR-RESTRINGIDOS
           ELSE
              IF NOT WS-CLI-RESTRINGIDO-KYC
                 GO TO 3100-FIN
              END-IF
              ADD 1 TO WS-CONTADOR-LEVANTADOS
           END-IF

           MOVE WS-RESTRICCION-NUEVA TO WS-CLI-RESTRICCION-KYC
           MOVE WS-CLIENTE-LLAVE     TO WS-LLAVE-CLI
           MOVE 'CA' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-KYC WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              DISPLAY 'ERROR AL REGRABAR CLIENTE ' WS-CLIENTE-LLAVE
                      ' - STATUS: ' WS-CODIGO-CLI
              MOVE ZEROS TO WS-CODIGO-CLI
           END-IF.
       3100-FIN.  EXIT.

      * -----------------------------------------------------------
      * VENCIMIENTO = FECHA DE REVISION MAS LOS MESES DEL RIESGO;
      * LA PERSONA EXPUESTA POLITICAMENTE SE REVISA COMO RIESGO
      * ALTO Y EL CLIENTE SIN RIESGO ASIGNADO COMO RIESGO MEDIO.
      * LOS DIAS 29 A 31 SE LLEVAN AL 28 PARA QUE LA FECHA EXISTA
      * EN CUALQUIER MES.
      * -----------------------------------------------------------
       4000-CALCULA-VENCIMIENTO.
           EVALUATE TRUE
              WHEN WS-CLI-ES-PEP
                 MOVE WS-MESES-RIESGO-ALTO  TO WS-MESES-REVISION
              WHEN WS-CLI-RIESGO-ALTO
                 MOVE WS-MESES-RIESGO-ALTO  TO WS-MESES-REVISION
              WHEN WS-CLI-RIESGO-BAJO
                 MOVE WS-MESES-RIESGO-BAJO  TO WS-MESES-REVISION
              WHEN OTHER
                 MOVE WS-MESES-RIESGO-MEDIO TO WS-MESES-REVISION
           END-EVALUATE

           MOVE WS-CLI-FECHA-REVISION-KYC TO WS-FECHA-VENCE
           DIVIDE WS-MESES-REVISION BY 12
                  GIVING WS-ANIOS-SUMA REMAINDER WS-MESES-SUMA
           ADD WS-ANIOS-SUMA TO WS-ANIO-VENCE
           ADD WS-MESES-SUMA TO WS-MES-VENCE
           IF WS-MES-VENCE GREATER THAN 12
              SUBTRACT 12 FROM WS-MES-VENCE
              ADD 1 TO WS-ANIO-VENCE
           END-IF
           IF WS-DIA-VENCE GREATER THAN 28
              MOVE 28 TO WS-DIA-VENCE
           END-IF.
       4000-FIN.  EXIT.

       5000-LISTA-CLIENTE.
           MOVE WS-CLIENTE-LLAVE          TO DET-CLIENTE
           MOVE WS-CLI-NOMBRE             TO DET-NOMBRE
           MOVE WS-CLI-RIESGO             TO DET-RIESGO
           MOVE WS-CLI-FECHA-REVISION-KYC TO DET-REVISION
           MOVE WS-FECHA-VENCE            TO DET-VENCE
           MOVE WS-DIAS-VENCIDA           TO DET-DIAS
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       5000-FIN.  EXIT.

      * -----------------------------------------------------------
      * CARTA DE CITACION AL DOMICILIO DEL MAESTRO CLIENTES; AL
      * CLIENTE RESTRINGIDO SE LE AVISA ADEMAS QUE LA CAJA NO LE
      * PAGA EXTRACCIONES.
      * -----------------------------------------------------------
       6000-EMITE-CARTA.
           MOVE WS-CLI-NOMBRE    TO CAR-NOMBRE
           MOVE WS-CLI-DIRECCION TO CAR-DIRECCION
           WRITE REG-CARTA FROM WS-LINEA-CARTA-1
           WRITE REG-CARTA FROM WS-LINEA-CARTA-2
           WRITE REG-CARTA FROM WS-LINEA-CARTA-3
           WRITE REG-CARTA FROM WS-LINEA-CARTA-4
           IF CORRESPONDE-RESTRINGIR
              WRITE REG-CARTA FROM WS-LINEA-CARTA-5
           END-IF
           WRITE REG-CARTA FROM WS-LINEA-CARTA-CORTE
           ADD 1                 TO WS-CONTADOR-CARTAS
           ADD WS-CLIENTE-LLAVE  TO WS-HASH-CLIENTES.
       6000-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-LEIDOS       TO RES-LEIDOS
           MOVE WS-CONTADOR-VENCIDAS     TO RES-VENCIDAS
           MOVE WS-CONTADOR-SIN-REVISION TO RES-SIN-REVISION
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-1
                 AFTER ADVANCING 2 LINES
           MOVE WS-CONTADOR-RESTRINGIDOS TO RES-RESTRINGIDOS
           MOVE WS-CONTADOR-LEVANTADOS   TO RES-LEVANTADOS
           MOVE WS-DIAS-RESTRICCION      TO RES-DIAS-RESTRICCION
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-2
                 AFTER ADVANCING 1 LINE

           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-KYC WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'RE' TO WS-FUNCION-CTRL
           MOVE WS-ANIO-MES-HOY-AM TO WS-PERIODO-CTRL
           CALL 'CONTROL-CORRIDAS'
                USING WS-FUNCION-CTRL WS-NOMBRE-PROGRAMA
                      WS-PERIODO-CTRL WS-CODIGO-CTRL

           MOVE WS-CONTADOR-LEIDOS TO WS-STAT-LEIDOS
           COMPUTE WS-STAT-VENCIDAS = WS-CONTADOR-VENCIDAS
                   + WS-CONTADOR-SIN-REVISION
           MOVE WS-CONTADOR-RESTRINGIDOS TO WS-STAT-RESTRINGIDOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-VENCIDAS WS-STAT-RESTRINGIDOS

           CLOSE CARTAS REPORTE
           PERFORM 9200-REGISTRA-INTERFAZ.
       9000-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: EL ARCHIVO DE CARTAS CERRADO, CON LAS
      * CARTAS EMITIDAS Y LA SUMA DE LOS CLIENTES (NO LLEVA
      * TRAILER NI IMPORTE UNICO).
      * -----------------------------------------------------------
       9200-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'CARTAS-KYC'           TO REGI-INTERFAZ
           MOVE 'CARTKYC'              TO REGI-ARCHIVO
           MOVE WS-ANIO-MES-HOY-AM     TO REGI-PERIODO
           MOVE WS-CONTADOR-CARTAS     TO REGI-CANTIDAD
           MOVE WS-HASH-CLIENTES       TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9200-FIN.  EXIT.
      * ---------------------------------------------------------------
