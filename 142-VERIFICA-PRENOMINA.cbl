       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LOS CAMBIOS DE DOBLE FIRMA TODAVIA
      *                    PENDIENTES SOBRE EMPLEADOS O DATOS
      *                    BANCARIOS (CAMBIOS-PENDIENTES, CPCAMPE1)
      *                    SE LISTAN COMO DEFICIENCIA DEL AREA
      *                    APROBAC. Y BLOQUEAN LA NOMINA COMO LAS
      *                    DEMAS. SIN EL ARCHIVO NO HAY CONTROL.
      *   02/09/2026  AMF  VERSION ORIGINAL. PUERTA DE CONTROL PREVIA
      *                    A LA NOMINA: BARRE TODOS LOS EMPLEADOS
      *                    ACTIVOS Y VERIFICA QUE CADA UNO TENGA SUS
                  RECORD KEY IS ESCALA-LLAVE
                  FILE STATUS IS WS-CODIGO-ESC.

           SELECT CAMBIOS-PENDIENTES ASSIGN TO UT-S-CAMBPEND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PEND.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
           DATA RECORD IS REG-ESCALA.
           COPY CPESC01.

       FD  CAMBIOS-PENDIENTES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS REG-CAMBIO-PENDIENTE.
           COPY CPCAMPE1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
       01  WS-CODIGO-DEPTO              PIC X(02).
       01  WS-CODIGO-ESC                PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-PEND               PIC X(02).
       01  SW-FIN-PEND                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PENDIENTES                   VALUE 'S'.

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
           PERFORM 1000-VERIFICA-LEGAJO
                   UNTIL WS-CODIGO-EMP NOT EQUAL ZEROS

           PERFORM 5000-VERIFICA-CAMBIOS-PEND

           MOVE WS-CONTADOR-BARRIDOS     TO RES-BARRIDOS
           MOVE WS-CONTADOR-DEFICIENCIAS TO RES-DEFICIENCIAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
           END-IF.
       4000-FIN.  EXIT.

      * -----------------------------------------------------------
      * CAMBIOS DE DOBLE FIRMA SIN RESOLVER SOBRE EL LEGAJO O SUS
      * DATOS BANCARIOS: LA NOMINA LIQUIDARIA CON EL VALOR VIEJO.
      * -----------------------------------------------------------
       5000-VERIFICA-CAMBIOS-PEND.
           OPEN INPUT CAMBIOS-PENDIENTES
           IF WS-CODIGO-PEND NOT EQUAL ZEROS
              GO TO 5000-FIN
           END-IF

           PERFORM 5100-VERIFICA-UN-CAMBIO UNTIL FIN-DE-PENDIENTES
           CLOSE CAMBIOS-PENDIENTES.
       5000-FIN.  EXIT.

       5100-VERIFICA-UN-CAMBIO.
           READ CAMBIOS-PENDIENTES
              AT END MOVE 'S' TO SW-FIN-PEND
           END-READ
           IF FIN-DE-PENDIENTES
              GO TO 5100-FIN
           END-IF

           IF CAMP-PENDIENTE
              AND (CAMP-ARCHIVO EQUAL 'EMPLEADOS'
                   OR CAMP-ARCHIVO EQUAL 'BANCO-EMP')
              MOVE CAMP-LLAVE (1:5) TO DET-LEGAJO
              MOVE 'APROBAC.'       TO DET-AREA
              MOVE SPACES           TO DET-DEFICIENCIA
              STRING 'CAMBIO SIN APROBAR ' DELIMITED BY SIZE
                     CAMP-CAMPO            DELIMITED BY SPACE
                     INTO DET-DEFICIENCIA
              PERFORM 8000-ESCRIBE-DEFICIENCIA
           END-IF.
       5100-FIN.  EXIT.

       8000-ESCRIBE-DEFICIENCIA.
           ADD 1 TO WS-CONTADOR-DEFICIENCIAS
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
