       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     IMPORTA-ACUSES-INTERFAZ.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA FECHA SE TOMA DEL RELOJ (FECHA-SISTEMA) Y
      *                    NO DE LA FECHA DE PROCESO: ES EL MOMENTO
      *                    REAL, JUNTO CON LA HORA.
      *   15/10/2026  AMF  VERSION ORIGINAL. IMPORTA LOS ACUSES DE LOS
      *                    RECEPTORES DE INTERFACES (UT-S-ACUSEINT, UN
      *                    REGISTRO POR ARCHIVO: INTERFAZ, NOMBRE DE
      *                    DD, FECHA DE CREACION OPCIONAL, RESULTADO
      *                    A ACEPTADO / R RECHAZADO Y MOTIVO) Y MARCA
      *                    LA ENTRADA DEL REGISTRO DE INTERFACES
      *                    (CPREGIF1). SIN FECHA SE TOMA LA ENTRADA
      *                    ENVIADA MAS RECIENTE DE ESA INTERFAZ Y DD.
      *                    UN ACUSE DE UN ARCHIVO QUE FIGURA CREADO
      *                    PERO NO ENVIADO SE ACEPTA IGUAL (EL ENVIO
      *                    SE HIZO FUERA DEL PASO DE TRANSMISION) Y
      *                    QUEDA CON FECHA DE ENVIO IGUAL A LA DEL
      *                    ACUSE. ACUSE SIN ENTRADA, CON RESULTADO
      *                    INVALIDO O RECHAZADO = RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-ARCHIVO ASSIGN TO UT-ARCHRINT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REGI-LLAVE
                  FILE STATUS IS WS-CODIGO-REGI.

           SELECT ACUSES ASSIGN TO UT-S-ACUSEINT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-ACUSE.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-ARCHIVO
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS REG-INTERFAZ.
           COPY CPREGIF1.

       FD  ACUSES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-ACUSE.
       01  REG-ACUSE.
           05 ACU-INTERFAZ              PIC X(10).
           05 FILLER                    PIC X(01).
           05 ACU-ARCHIVO               PIC X(08).
           05 FILLER                    PIC X(01).
           05 ACU-FECHA-CREACION        PIC 9(08).
           05 FILLER                    PIC X(01).
           05 ACU-RESULTADO             PIC X(01).
              88 ACU-ACEPTADO                     VALUE 'A'.
              88 ACU-RECHAZADO                    VALUE 'R'.
           05 FILLER                    PIC X(01).
           05 ACU-MOTIVO                PIC X(20).
           05 FILLER                    PIC X(29).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(32)
              VALUE 'ACUSES DE INTERFACES DEL '.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(11) VALUE 'INTERFAZ'.
           05 FILLER                    PIC X(09) VALUE 'DD'.
           05 FILLER                    PIC X(09) VALUE 'CREADO'.
           05 FILLER                    PIC X(02) VALUE 'R'.
           05 FILLER                    PIC X(21) VALUE 'MOTIVO'.
           05 FILLER                    PIC X(28) VALUE 'RESULTADO'.

       01  WS-DETALLE.
           05 DET-INTERFAZ              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ARCHIVO               PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-RESULTADO             PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MOTIVO                PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-OBSERVACION           PIC X(28).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(14)
              VALUE 'ACUSES:'.
           05 RES-LEIDOS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(13)
              VALUE '  ACEPTADOS:'.
           05 RES-ACEPTADOS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  RECHAZADOS:'.
           05 RES-RECHAZADOS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  SIN ENTRADA:'.
           05 RES-SIN-ENTRADA           PIC ZZ,ZZ9.

       01  WS-CODIGO-REGI               PIC X(02).
       01  WS-CODIGO-ACUSE              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-ACUSE                 PIC X(01) VALUE 'N'.
           88 FIN-DE-ACUSES                       VALUE 'S'.
       01  SW-FIN-INTERFAZ              PIC X(01).
           88 FIN-DE-INTERFAZ                     VALUE 'S'.
       01  SW-ENTRADA-HALLADA           PIC X(01).
           88 ENTRADA-HALLADA                     VALUE 'S'.
       01  WS-LLAVE-HALLADA             PIC X(34).

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).

       01  WS-CONTADOR-LEIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-ACEPTADOS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADOS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-SIN-ENTRADA      PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'IMPORTA-ACUSES-INTF'.
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

           OPEN INPUT ACUSES
           IF WS-CODIGO-ACUSE NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE ACUSES - '
                      'STATUS: ' WS-CODIGO-ACUSE
              MOVE 16 TO RETURN-CODE
              CLOSE REGISTRO-ARCHIVO REPORTE
              GOBACK
           END-IF

           PERFORM 1010-LEE-ACUSE
           PERFORM 2000-PROCESA-ACUSE UNTIL FIN-DE-ACUSES
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1010-LEE-ACUSE.
           READ ACUSES
              AT END MOVE 'S' TO SW-FIN-ACUSE
           END-READ
           IF NOT FIN-DE-ACUSES
              ADD 1 TO WS-CONTADOR-LEIDOS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-ACUSE.
           MOVE ACU-INTERFAZ  TO DET-INTERFAZ
           MOVE ACU-ARCHIVO   TO DET-ARCHIVO
           MOVE ACU-RESULTADO TO DET-RESULTADO
           MOVE ACU-MOTIVO    TO DET-MOTIVO
           IF ACU-FECHA-CREACION NUMERIC
              MOVE ACU-FECHA-CREACION TO DET-FECHA
           ELSE
              MOVE ZEROS              TO DET-FECHA
           END-IF

           PERFORM 2050-APLICA-ACUSE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 1010-LEE-ACUSE.
       2000-FIN.  EXIT.

       2050-APLICA-ACUSE.
           IF NOT ACU-ACEPTADO AND NOT ACU-RECHAZADO
              ADD 1 TO WS-CONTADOR-SIN-ENTRADA
              MOVE 'RESULTADO INVALIDO (A / R)' TO DET-OBSERVACION
              GO TO 2050-FIN
           END-IF

           PERFORM 2100-BUSCA-ENTRADA
           IF NOT ENTRADA-HALLADA
              ADD 1 TO WS-CONTADOR-SIN-ENTRADA
              MOVE 'SIN ARCHIVO ENVIADO A MARCAR' TO DET-OBSERVACION
              GO TO 2050-FIN
           END-IF

           MOVE WS-LLAVE-HALLADA TO REGI-LLAVE
           READ REGISTRO-ARCHIVO
           IF WS-CODIGO-REGI NOT EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-SIN-ENTRADA
              MOVE 'ERROR AL LEER LA ENTRADA' TO DET-OBSERVACION
              GO TO 2050-FIN
           END-IF

           IF REGI-CREADO
              MOVE WS-FECHA-HOY  TO REGI-FECHA-ENVIO
              MOVE WS-HORA-AHORA TO REGI-HORA-ENVIO
           END-IF
           MOVE ACU-RESULTADO TO REGI-ESTADO
           MOVE WS-FECHA-HOY  TO REGI-FECHA-ACUSE
           MOVE WS-HORA-AHORA TO REGI-HORA-ACUSE
           MOVE ACU-MOTIVO    TO REGI-MOTIVO-ACUSE
           REWRITE REG-INTERFAZ
           IF WS-CODIGO-REGI NOT EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-SIN-ENTRADA
              MOVE 'ERROR AL MARCAR LA ENTRADA' TO DET-OBSERVACION
              GO TO 2050-FIN
           END-IF

           MOVE REGI-FECHA-CREACION TO DET-FECHA
           IF ACU-ACEPTADO
              ADD 1 TO WS-CONTADOR-ACEPTADOS
              MOVE 'ACEPTADO' TO DET-OBSERVACION
           ELSE
              ADD 1 TO WS-CONTADOR-RECHAZADOS
              MOVE 'RECHAZADO POR EL RECEPTOR' TO DET-OBSERVACION
           END-IF.
       2050-FIN.  EXIT.

      * -----------------------------------------------------------
      * RECORRE LAS ENTRADAS DE LA INTERFAZ Y DD EN ORDEN DE
      * CREACION Y SE QUEDA CON LA ULTIMA ENVIADA (O CREADA) SIN
      * ACUSE; CON FECHA EN EL ACUSE, SOLO LAS DE ESA FECHA.
      * -----------------------------------------------------------
       2100-BUSCA-ENTRADA.
           MOVE 'N' TO SW-ENTRADA-HALLADA
           MOVE ACU-INTERFAZ TO REGI-INTERFAZ
           MOVE ACU-ARCHIVO  TO REGI-ARCHIVO
           MOVE ZEROS        TO REGI-FECHA-CREACION
                                REGI-HORA-CREACION
           MOVE 'N' TO SW-FIN-INTERFAZ
           START REGISTRO-ARCHIVO KEY NOT LESS THAN REGI-LLAVE
              INVALID KEY MOVE 'S' TO SW-FIN-INTERFAZ
           END-START

           PERFORM 2110-EXAMINA-ENTRADA UNTIL FIN-DE-INTERFAZ.
       2100-FIN.  EXIT.

       2110-EXAMINA-ENTRADA.
           READ REGISTRO-ARCHIVO NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-INTERFAZ
           END-READ
           IF FIN-DE-INTERFAZ
              GO TO 2110-FIN
           END-IF

           IF REGI-INTERFAZ NOT EQUAL ACU-INTERFAZ
              OR REGI-ARCHIVO NOT EQUAL ACU-ARCHIVO
              MOVE 'S' TO SW-FIN-INTERFAZ
              GO TO 2110-FIN
           END-IF

           IF DET-FECHA NOT EQUAL ZEROS
              AND REGI-FECHA-CREACION NOT EQUAL DET-FECHA
              GO TO 2110-FIN
           END-IF

           IF REGI-ENVIADO OR REGI-CREADO
              MOVE 'S'        TO SW-ENTRADA-HALLADA
              MOVE REGI-LLAVE TO WS-LLAVE-HALLADA
           END-IF.
       2110-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-LEIDOS      TO RES-LEIDOS
           MOVE WS-CONTADOR-ACEPTADOS   TO RES-ACEPTADOS
           MOVE WS-CONTADOR-RECHAZADOS  TO RES-RECHAZADOS
           MOVE WS-CONTADOR-SIN-ENTRADA TO RES-SIN-ENTRADA
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           CLOSE REGISTRO-ARCHIVO ACUSES REPORTE

           MOVE WS-CONTADOR-LEIDOS     TO WS-STAT-LEIDOS
           COMPUTE WS-STAT-GRABADOS = WS-CONTADOR-ACEPTADOS
                                    + WS-CONTADOR-RECHAZADOS
           MOVE WS-CONTADOR-SIN-ENTRADA TO WS-STAT-RECHAZADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-RECHAZADOS

           IF WS-CONTADOR-SIN-ENTRADA GREATER THAN ZEROS
              OR WS-CONTADOR-RECHAZADOS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
