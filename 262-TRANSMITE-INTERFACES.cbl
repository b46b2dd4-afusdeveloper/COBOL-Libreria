       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     TRANSMITE-INTERFACES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA FECHA SE TOMA DEL RELOJ (FECHA-SISTEMA) Y
      *                    NO DE LA FECHA DE PROCESO: ES EL MOMENTO
      *                    REAL, JUNTO CON LA HORA.
      *   15/10/2026  AMF  VERSION ORIGINAL. PASO DE TRANSMISION DEL
      *                    REGISTRO DE INTERFACES (CPREGIF1): CORRE
      *                    DESPUES DEL PASO QUE ENVIA LOS ARCHIVOS Y,
      *                    POR CADA TARJETA (INTERFAZ EN COLUMNAS 1-10
      *                    Y NOMBRE DE DD EN 12-19, EN BLANCO = TODOS
      *                    LOS DE LA INTERFAZ), MARCA ENVIADAS CON
      *                    FECHA Y HORA LAS ENTRADAS TODAVIA EN ESTADO
      *                    CREADO. LA ENTRADA ENVIADA DESPUES DE SU
      *                    HORA DE CORTE SE MARCA IGUAL Y SALE
      *                    SENALADA EN EL LISTADO. TARJETA SIN NADA
      *                    PARA MARCAR = RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-ARCHIVO ASSIGN TO UT-ARCHRINT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REGI-LLAVE
                  FILE STATUS IS WS-CODIGO-REGI.

           SELECT TARJETAS-ENVIO ASSIGN TO UT-S-TRANSINT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TARJ.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-ARCHIVO
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS REG-INTERFAZ.
           COPY CPREGIF1.

       FD  TARJETAS-ENVIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TARJETA-ENVIO.
       01  REG-TARJETA-ENVIO.
           05 TENV-INTERFAZ             PIC X(10).
           05 FILLER                    PIC X(01).
           05 TENV-ARCHIVO              PIC X(08).
           05 FILLER                    PIC X(61).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(32)
              VALUE 'TRANSMISION DE INTERFACES DEL '.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(11) VALUE 'INTERFAZ'.
           05 FILLER                    PIC X(09) VALUE 'DD'.
           05 FILLER                    PIC X(07) VALUE 'PERIODO'.
           05 FILLER                    PIC X(14) VALUE 'CREADO'.
           05 FILLER                    PIC X(08) VALUE 'REGS.'.
           05 FILLER                    PIC X(31) VALUE 'OBSERVACION'.

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
           05 DET-OBSERVACION           PIC X(30).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(20)
              VALUE 'TARJETAS LEIDAS:'.
           05 RES-TARJETAS              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(20)
              VALUE '  MARCADAS ENVIADAS:'.
           05 RES-MARCADAS              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE '  SIN ARCHIVOS:'.
           05 RES-VACIAS                PIC ZZ,ZZ9.

       01  WS-CODIGO-REGI               PIC X(02).
       01  WS-CODIGO-TARJ               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TARJ                  PIC X(01) VALUE 'N'.
           88 FIN-DE-TARJETAS                     VALUE 'S'.
       01  SW-FIN-INTERFAZ              PIC X(01).
           88 FIN-DE-INTERFAZ                     VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-HORA-AHORA-R REDEFINES WS-HORA-AHORA.
           05 WS-HHMM-AHORA             PIC 9(04).
           05 FILLER                    PIC 9(04).
       01  WS-HORA-CREACION-AUX         PIC 9(08).
       01  WS-HORA-CREACION-AUX-R REDEFINES WS-HORA-CREACION-AUX.
           05 WS-HHMM-CREACION          PIC 9(04).
           05 FILLER                    PIC 9(04).
       01  WS-MARCADAS-TARJETA          PIC 9(05).
       01  WS-FECHA-CORTE               PIC 9(08).
       01  WS-UN-DIA                    PIC S9(05).

       01  WS-CONTADOR-TARJETAS         PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-MARCADAS         PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-VACIAS           PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'TRANSMITE-INTERFACES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-GRABADOS             PIC 9(07).
       01  WS-STAT-RECHAZADOS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-SISTEMA' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-FECHA-HOY TO TIT-FECHA

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           OPEN I-O REGISTRO-ARCHIVO
           IF WS-CODIGO-REGI NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR REGISTRO-INTERFACES - STATUS: '
                      WS-CODIGO-REGI
              MOVE 16 TO RETURN-CODE
              CLOSE REPORTE
              GOBACK
           END-IF

           OPEN INPUT TARJETAS-ENVIO
           IF WS-CODIGO-TARJ NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR LAS TARJETAS DE ENVIO - '
                      'STATUS: ' WS-CODIGO-TARJ
              MOVE 16 TO RETURN-CODE
              CLOSE REGISTRO-ARCHIVO REPORTE
              GOBACK
           END-IF

           PERFORM 1010-LEE-TARJETA
           PERFORM 2000-PROCESA-TARJETA UNTIL FIN-DE-TARJETAS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1010-LEE-TARJETA.
           READ TARJETAS-ENVIO
              AT END MOVE 'S' TO SW-FIN-TARJ
           END-READ
           IF NOT FIN-DE-TARJETAS
              ADD 1 TO WS-CONTADOR-TARJETAS
           END-IF.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * SE POSICIONA EN LA PRIMERA ENTRADA DE LA INTERFAZ (Y DD, SI
      * LA TARJETA LO TRAE) Y RECORRE HASTA QUE CAMBIA.
      * -----------------------------------------------------------
       2000-PROCESA-TARJETA.
           MOVE ZEROS TO WS-MARCADAS-TARJETA
           IF TENV-INTERFAZ EQUAL SPACES
              PERFORM 1010-LEE-TARJETA
              GO TO 2000-FIN
           END-IF

           MOVE TENV-INTERFAZ TO REGI-INTERFAZ
           MOVE TENV-ARCHIVO  TO REGI-ARCHIVO
           MOVE ZEROS         TO REGI-FECHA-CREACION
                                 REGI-HORA-CREACION
           MOVE 'N' TO SW-FIN-INTERFAZ
           START REGISTRO-ARCHIVO KEY NOT LESS THAN REGI-LLAVE
              INVALID KEY MOVE 'S' TO SW-FIN-INTERFAZ
           END-START

           PERFORM 2100-MARCA-ENTRADA UNTIL FIN-DE-INTERFAZ

           IF WS-MARCADAS-TARJETA EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-VACIAS
              MOVE TENV-INTERFAZ TO DET-INTERFAZ
              MOVE TENV-ARCHIVO  TO DET-ARCHIVO
              MOVE ZEROS         TO DET-PERIODO DET-FECHA DET-HORA
                                    DET-CANTIDAD
              MOVE 'NADA PENDIENTE DE ENVIO' TO DET-OBSERVACION
              WRITE REG-REPORTE FROM WS-DETALLE
                    AFTER ADVANCING 1 LINE
           END-IF

           PERFORM 1010-LEE-TARJETA.
       2000-FIN.  EXIT.

       2100-MARCA-ENTRADA.
           READ REGISTRO-ARCHIVO NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-INTERFAZ
           END-READ
           IF FIN-DE-INTERFAZ
              GO TO 2100-FIN
           END-IF

           IF REGI-INTERFAZ NOT EQUAL TENV-INTERFAZ
              MOVE 'S' TO SW-FIN-INTERFAZ
              GO TO 2100-FIN
           END-IF
           IF TENV-ARCHIVO NOT EQUAL SPACES
              AND REGI-ARCHIVO NOT EQUAL TENV-ARCHIVO
              MOVE 'S' TO SW-FIN-INTERFAZ
              GO TO 2100-FIN
           END-IF
           IF NOT REGI-CREADO
              GO TO 2100-FIN
           END-IF

           MOVE 'E'           TO REGI-ESTADO
           MOVE WS-FECHA-HOY  TO REGI-FECHA-ENVIO
           MOVE WS-HORA-AHORA TO REGI-HORA-ENVIO
           REWRITE REG-INTERFAZ
           IF WS-CODIGO-REGI NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO MARCAR ENVIADA ' REGI-INTERFAZ
                      ' ' REGI-ARCHIVO ' - STATUS: ' WS-CODIGO-REGI
              GO TO 2100-FIN
           END-IF

           ADD 1 TO WS-MARCADAS-TARJETA WS-CONTADOR-MARCADAS
           MOVE REGI-INTERFAZ       TO DET-INTERFAZ
           MOVE REGI-ARCHIVO        TO DET-ARCHIVO
           MOVE REGI-PERIODO        TO DET-PERIODO
           MOVE REGI-FECHA-CREACION TO DET-FECHA
           MOVE REGI-HORA-CREACION  TO WS-HORA-CREACION-AUX
           MOVE WS-HHMM-CREACION    TO DET-HORA
           MOVE REGI-CANTIDAD       TO DET-CANTIDAD
           MOVE 'ENVIADO'           TO DET-OBSERVACION

           IF REGI-HORA-CORTE GREATER THAN ZEROS
              PERFORM 2150-CALCULA-CORTE
              IF WS-FECHA-HOY GREATER THAN WS-FECHA-CORTE
                 OR (WS-FECHA-HOY EQUAL WS-FECHA-CORTE
                     AND WS-HHMM-AHORA GREATER THAN REGI-HORA-CORTE)
                 MOVE 'ENVIADO FUERA DE HORA DE CORTE'
                      TO DET-OBSERVACION
              END-IF
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL CORTE ES EL DEL DIA DE CREACION; EL ARCHIVO CREADO
      * DESPUES DE LA HORA DE CORTE VA CON EL CORTE DEL DIA SIGUIENTE.
      * -----------------------------------------------------------
       2150-CALCULA-CORTE.
           MOVE REGI-FECHA-CREACION TO WS-FECHA-CORTE
           IF WS-HHMM-CREACION GREATER THAN REGI-HORA-CORTE
              MOVE 1 TO WS-UN-DIA
              CALL 'SUMA-DIAS-FECHA'
                   USING REGI-FECHA-CREACION WS-UN-DIA WS-FECHA-CORTE
           END-IF.
       2150-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-TARJETAS TO RES-TARJETAS
           MOVE WS-CONTADOR-MARCADAS TO RES-MARCADAS
           MOVE WS-CONTADOR-VACIAS   TO RES-VACIAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           CLOSE REGISTRO-ARCHIVO TARJETAS-ENVIO REPORTE

           MOVE WS-CONTADOR-TARJETAS TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-MARCADAS TO WS-STAT-GRABADOS
           MOVE WS-CONTADOR-VACIAS   TO WS-STAT-RECHAZADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-RECHAZADOS

           IF WS-CONTADOR-VACIAS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
