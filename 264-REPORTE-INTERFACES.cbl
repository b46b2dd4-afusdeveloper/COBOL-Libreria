       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     REPORTE-INTERFACES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA FECHA SE TOMA DEL RELOJ (FECHA-SISTEMA) Y
      *                    NO DE LA FECHA DE PROCESO: ES EL MOMENTO
      *                    REAL, JUNTO CON LA HORA.
      *   15/10/2026  AMF  VERSION ORIGINAL. REPORTE DE LA MANANA DEL
      *                    REGISTRO DE INTERFACES (CPREGIF1): LISTA
      *                    CADA ARCHIVO DE SALIDA TODAVIA ABIERTO
      *                    (CREADO O ENVIADO SIN ACUSE) Y LOS CERRADOS
      *                    CON ACUSE DE LOS ULTIMOS DIAS-HISTORIA=NN
      *                    DIAS (1 POR OMISION), CON CANTIDAD, TOTAL
      *                    DE CONTROL Y ESTADO. SENALA EL ARCHIVO NO
      *                    ENVIADO A SU HORA DE CORTE (O, SIN HORA DE
      *                    CORTE, DENTRO DE HORAS-ENVIO=NN DESDE SU
      *                    CREACION), EL ENVIADO SIN ACUSE DENTRO DE
      *                    HORAS-ACUSE=NN (24 Y 24 POR OMISION, DE LA
      *                    TARJETA UT-S-PARMRINT) Y EL RECHAZADO POR
      *                    EL RECEPTOR. CON ALGUNA SENAL TERMINA CON
      *                    RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-ARCHIVO ASSIGN TO UT-ARCHRINT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REGI-LLAVE
                  FILE STATUS IS WS-CODIGO-REGI.

           SELECT PARAMETROS ASSIGN TO UT-S-PARMRINT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-ARCHIVO
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS REG-INTERFAZ.
           COPY CPREGIF1.

       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO.
       01  REG-PARAMETRO                PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(18) VALUE SPACES.
           05 FILLER                    PIC X(34)
              VALUE 'ESTADO DE INTERFACES DE SALIDA AL '.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 TIT-HORA                  PIC 9(04).
           05 FILLER                    PIC X(15) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(11) VALUE 'INTERFAZ'.
           05 FILLER                    PIC X(09) VALUE 'DD'.
           05 FILLER                    PIC X(07) VALUE 'PERIODO'.
           05 FILLER                    PIC X(14) VALUE 'CREADO'.
           05 FILLER                    PIC X(08) VALUE '   REGS.'.
           05 FILLER                    PIC X(18)
              VALUE '   TOTAL CONTROL'.
           05 FILLER                    PIC X(09) VALUE 'ESTADO'.

       01  WS-DETALLE.
           05 DET-INTERFAZ              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ARCHIVO               PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-HORA                  PIC 9(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-CANTIDAD              PIC ZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-TOTAL                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ESTADO                PIC X(09).

       01  WS-DETALLE-ALERTA.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(04) VALUE '*** '.
           05 ALE-MENSAJE               PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 ALE-MOTIVO                PIC X(20).
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(12)
              VALUE 'LISTADOS:'.
           05 RES-LISTADOS              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE '  NO ENVIADOS:'.
           05 RES-NO-ENVIADOS           PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  SIN ACUSE:'.
           05 RES-SIN-ACUSE             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  RECHAZADOS:'.
           05 RES-RECHAZADOS            PIC ZZ,ZZ9.

       01  WS-CODIGO-REGI               PIC X(02).
       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-REGI                  PIC X(01) VALUE 'N'.
           88 FIN-DE-REGISTRO                     VALUE 'S'.
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                         VALUE 'S'.
       01  WS-PARM-CAMPO                PIC X(16).
       01  WS-PARM-VALOR                PIC X(08).

       01  WS-HORAS-ENVIO               PIC 9(02) VALUE 24.
       01  WS-HORAS-ACUSE               PIC 9(02) VALUE 24.
       01  WS-DIAS-HISTORIA             PIC 9(02) VALUE 01.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-HORA-AHORA-R REDEFINES WS-HORA-AHORA.
           05 WS-HH-AHORA               PIC 9(02).
           05 WS-MM-AHORA               PIC 9(02).
           05 FILLER                    PIC 9(04).
       01  WS-HHMM-AHORA                PIC 9(04).
       01  WS-FECHA-DESDE               PIC 9(08).
       01  WS-HORA-DESDE                PIC 9(08).
       01  WS-HORA-DESDE-R REDEFINES WS-HORA-DESDE.
           05 WS-HH-DESDE               PIC 9(02).
           05 WS-MM-DESDE               PIC 9(02).
           05 FILLER                    PIC 9(04).
       01  WS-HORA-CREACION-AUX         PIC 9(08).
       01  WS-HORA-CREACION-AUX-R REDEFINES WS-HORA-CREACION-AUX.
           05 WS-HHMM-CREACION          PIC 9(04).
           05 FILLER                    PIC 9(04).
       01  WS-DIAS-TRANSCURRIDOS        PIC S9(07).
       01  WS-MINUTOS-TRANSCURRIDOS     PIC S9(09).
       01  WS-MINUTOS-LIMITE            PIC S9(09).
       01  WS-FECHA-CORTE               PIC 9(08).
       01  WS-UN-DIA                    PIC S9(05).
       01  SW-LISTAR                    PIC X(01).
           88 SE-LISTA                            VALUE 'S'.

       01  WS-CONTADOR-LEIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-LISTADOS         PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-NO-ENVIADOS      PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-SIN-ACUSE        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADOS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'REPORTE-INTERFACES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-GRABADOS             PIC 9(07).
       01  WS-STAT-RECHAZADOS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA

           OPEN INPUT REGISTRO-ARCHIVO
           IF WS-CODIGO-REGI NOT EQUAL ZEROS
              DISPLAY 'REGISTRO-INTERFACES VACIO O INEXISTENTE - '
                      'STATUS: ' WS-CODIGO-REGI
              PERFORM 9000-TERMINA
              GOBACK
           END-IF

           PERFORM 1010-LEE-REGISTRO
           PERFORM 2000-PROCESA-ENTRADA UNTIL FIN-DE-REGISTRO
           CLOSE REGISTRO-ARCHIVO
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-SISTEMA' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           COMPUTE WS-HHMM-AHORA = WS-HH-AHORA * 100 + WS-MM-AHORA
           MOVE WS-FECHA-HOY  TO TIT-FECHA
           MOVE WS-HHMM-AHORA TO TIT-HORA
           PERFORM 0500-LEE-PARAMETROS

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETAS HORAS-ENVIO=NN, HORAS-ACUSE=NN Y DIAS-HISTORIA=NN.
      * SIN ARCHIVO QUEDAN 24, 24 Y 1.
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
              WHEN WS-PARM-CAMPO EQUAL 'HORAS-ENVIO'
                 IF WS-PARM-VALOR (1:2) NUMERIC
                    MOVE WS-PARM-VALOR (1:2) TO WS-HORAS-ENVIO
                 END-IF
              WHEN WS-PARM-CAMPO EQUAL 'HORAS-ACUSE'
                 IF WS-PARM-VALOR (1:2) NUMERIC
                    MOVE WS-PARM-VALOR (1:2) TO WS-HORAS-ACUSE
                 END-IF
              WHEN WS-PARM-CAMPO EQUAL 'DIAS-HISTORIA'
                 IF WS-PARM-VALOR (1:2) NUMERIC
                    MOVE WS-PARM-VALOR (1:2) TO WS-DIAS-HISTORIA
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE PARAMETRO DESCONOCIDA: '
                         REG-PARAMETRO
           END-EVALUATE.
       0510-FIN.  EXIT.

       1010-LEE-REGISTRO.
           READ REGISTRO-ARCHIVO NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-REGI
           END-READ
           IF NOT FIN-DE-REGISTRO
              ADD 1 TO WS-CONTADOR-LEIDOS
           END-IF.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA ENTRADA SE CLASIFICA POR ESTADO; LA ALERTA, SI LA HAY,
      * SALE EN UNA SEGUNDA LINEA DEBAJO DEL DETALLE.
      * -----------------------------------------------------------
       2000-PROCESA-ENTRADA.
           MOVE 'N'    TO SW-LISTAR
           MOVE SPACES TO ALE-MENSAJE ALE-MOTIVO

           EVALUATE TRUE
              WHEN REGI-CREADO
                 MOVE 'S'       TO SW-LISTAR
                 MOVE 'CREADO'  TO DET-ESTADO
                 PERFORM 2100-CONTROLA-ENVIO
              WHEN REGI-ENVIADO
                 MOVE 'S'       TO SW-LISTAR
                 MOVE 'ENVIADO' TO DET-ESTADO
                 PERFORM 2200-CONTROLA-ACUSE
              WHEN REGI-ACEPTADO
                 MOVE 'ACEPTADO' TO DET-ESTADO
                 PERFORM 2300-CONTROLA-HISTORIA
              WHEN REGI-RECHAZADO
                 MOVE 'RECHAZADO' TO DET-ESTADO
                 PERFORM 2300-CONTROLA-HISTORIA
                 IF SE-LISTA
                    ADD 1 TO WS-CONTADOR-RECHAZADOS
                    MOVE 'RECHAZADO POR EL RECEPTOR' TO ALE-MENSAJE
                    MOVE REGI-MOTIVO-ACUSE           TO ALE-MOTIVO
                 END-IF
           END-EVALUATE

           IF SE-LISTA
              ADD 1 TO WS-CONTADOR-LISTADOS
              MOVE REGI-INTERFAZ       TO DET-INTERFAZ
              MOVE REGI-ARCHIVO        TO DET-ARCHIVO
              MOVE REGI-PERIODO        TO DET-PERIODO
              MOVE REGI-FECHA-CREACION TO DET-FECHA
              MOVE REGI-HORA-CREACION  TO WS-HORA-CREACION-AUX
              MOVE WS-HHMM-CREACION    TO DET-HORA
              MOVE REGI-CANTIDAD       TO DET-CANTIDAD
              MOVE REGI-TOTAL-CONTROL  TO DET-TOTAL
              WRITE REG-REPORTE FROM WS-DETALLE
                    AFTER ADVANCING 1 LINE
              IF ALE-MENSAJE NOT EQUAL SPACES
                 WRITE REG-REPORTE FROM WS-DETALLE-ALERTA
                       AFTER ADVANCING 1 LINE
              END-IF
           END-IF

           PERFORM 1010-LEE-REGISTRO.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * CREADO SIN ENVIAR: CON HORA DE CORTE, VENCE A ESA HORA DEL
      * DIA DE CREACION (O DEL SIGUIENTE SI SE CREO DESPUES DEL
      * CORTE); SIN HORA DE CORTE, A LAS HORAS-ENVIO DE CREADO.
      * -----------------------------------------------------------
       2100-CONTROLA-ENVIO.
           MOVE REGI-HORA-CREACION TO WS-HORA-CREACION-AUX
           IF REGI-HORA-CORTE GREATER THAN ZEROS
              MOVE REGI-FECHA-CREACION TO WS-FECHA-CORTE
              IF WS-HHMM-CREACION GREATER THAN REGI-HORA-CORTE
                 MOVE 1 TO WS-UN-DIA
                 CALL 'SUMA-DIAS-FECHA'
                      USING REGI-FECHA-CREACION WS-UN-DIA
                            WS-FECHA-CORTE
              END-IF
              IF WS-FECHA-HOY GREATER THAN WS-FECHA-CORTE
                 OR (WS-FECHA-HOY EQUAL WS-FECHA-CORTE
                     AND WS-HHMM-AHORA GREATER THAN REGI-HORA-CORTE)
                 ADD 1 TO WS-CONTADOR-NO-ENVIADOS
                 MOVE 'NO ENVIADO A LA HORA DE CORTE' TO ALE-MENSAJE
              END-IF
              GO TO 2100-FIN
           END-IF

           MOVE REGI-FECHA-CREACION TO WS-FECHA-DESDE
           MOVE REGI-HORA-CREACION  TO WS-HORA-DESDE
           PERFORM 8100-CALCULA-MINUTOS
           COMPUTE WS-MINUTOS-LIMITE = WS-HORAS-ENVIO * 60
           IF WS-MINUTOS-TRANSCURRIDOS GREATER THAN WS-MINUTOS-LIMITE
              ADD 1 TO WS-CONTADOR-NO-ENVIADOS
              MOVE 'NO ENVIADO EN EL PLAZO' TO ALE-MENSAJE
           END-IF.
       2100-FIN.  EXIT.

       2200-CONTROLA-ACUSE.
           MOVE REGI-FECHA-ENVIO TO WS-FECHA-DESDE
           MOVE REGI-HORA-ENVIO  TO WS-HORA-DESDE
           PERFORM 8100-CALCULA-MINUTOS
           COMPUTE WS-MINUTOS-LIMITE = WS-HORAS-ACUSE * 60
           IF WS-MINUTOS-TRANSCURRIDOS GREATER THAN WS-MINUTOS-LIMITE
              ADD 1 TO WS-CONTADOR-SIN-ACUSE
              MOVE 'SIN ACUSE EN EL PLAZO' TO ALE-MENSAJE
           END-IF.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * LOS CERRADOS SOLO SE LISTAN SI EL ACUSE LLEGO DENTRO DE LOS
      * ULTIMOS DIAS-HISTORIA DIAS.
      * -----------------------------------------------------------
       2300-CONTROLA-HISTORIA.
           CALL 'DIAS-ENTRE-FECHAS'
                USING REGI-FECHA-ACUSE WS-FECHA-HOY
                      WS-DIAS-TRANSCURRIDOS
           IF WS-DIAS-TRANSCURRIDOS NOT GREATER THAN WS-DIAS-HISTORIA
              MOVE 'S' TO SW-LISTAR
           END-IF.
       2300-FIN.  EXIT.

      * -----------------------------------------------------------
      * MINUTOS ENTRE WS-FECHA-DESDE / WS-HORA-DESDE (HHMMSSCC) Y
      * EL MOMENTO DE LA CORRIDA.
      * -----------------------------------------------------------
       8100-CALCULA-MINUTOS.
           CALL 'DIAS-ENTRE-FECHAS'
                USING WS-FECHA-DESDE WS-FECHA-HOY
                      WS-DIAS-TRANSCURRIDOS
           COMPUTE WS-MINUTOS-TRANSCURRIDOS =
                   WS-DIAS-TRANSCURRIDOS * 1440
                 + WS-HH-AHORA * 60 + WS-MM-AHORA
                 - WS-HH-DESDE * 60 - WS-MM-DESDE.
       8100-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-LISTADOS    TO RES-LISTADOS
           MOVE WS-CONTADOR-NO-ENVIADOS TO RES-NO-ENVIADOS
           MOVE WS-CONTADOR-SIN-ACUSE   TO RES-SIN-ACUSE
           MOVE WS-CONTADOR-RECHAZADOS  TO RES-RECHAZADOS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           CLOSE REPORTE

           MOVE WS-CONTADOR-LEIDOS   TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-LISTADOS TO WS-STAT-GRABADOS
           COMPUTE WS-STAT-RECHAZADOS = WS-CONTADOR-NO-ENVIADOS
                                      + WS-CONTADOR-SIN-ACUSE
                                      + WS-CONTADOR-RECHAZADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-RECHAZADOS

           IF WS-STAT-RECHAZADOS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
