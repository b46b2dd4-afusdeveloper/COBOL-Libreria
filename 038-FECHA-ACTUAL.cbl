       DATE-WRITTEN.                   09/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  DEVUELVE LA FECHA DE PROCESO DEL ARCHIVO DE
      *                    CONTROL UT-S-FECPROC (CPFPRO01), QUE SOLO
      *                    AVANZA EL CAMBIO DE DIA DEL CIERRE, EN VEZ
      *                    DE LA DEL SISTEMA; SIN ESE ARCHIVO (O VACIO)
      *                    SIGUE DEVOLVIENDO LA DEL SISTEMA. SE LEE UNA
      *                    SOLA VEZ POR CORRIDA. QUIEN NECESITE EL
      *                    RELOJ (TIEMPOS, LOG, SEGURIDAD) LLAMA A
      *                    FECHA-SISTEMA.
      *   09/08/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA COMPARTIDO QUE
      *                    DEVUELVE LA FECHA DEL SISTEMA (AAAAMMDD) EN
      *                    LK-FECHA-HOY, PARA QUE NINGUN PROGRAMA TENGA
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHA-PROCESO ASSIGN TO UT-S-FECPROC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  FECHA-PROCESO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-FECHA-PROCESO.
           COPY CPFPRO01.

       WORKING-STORAGE SECTION.
       01  WS-CODIGO                    PIC X(02).
       01  WS-FECHA-VIGENTE             PIC 9(08) VALUE ZEROS.
       01  SW-FECHA-LEIDA               PIC X(01) VALUE 'N'.
           88 FECHA-YA-LEIDA                       VALUE 'S'.

       LINKAGE SECTION.
       01  LK-FECHA-HOY                 PIC 9(08).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FECHA-HOY.

       000-MAINLINE.
           IF NOT FECHA-YA-LEIDA
              PERFORM 100-OBTIENE-FECHA
           END-IF
           MOVE WS-FECHA-VIGENTE TO LK-FECHA-HOY.
       000-FIN.  GOBACK.

      * -----------------------------------------------------------
      * LA DEL SISTEMA QUEDA COMO RESPALDO SI EL CONTROL NO ESTA
      * ASIGNADO O NO TIENE UNA FECHA CARGADA.
      * -----------------------------------------------------------
       100-OBTIENE-FECHA.
           MOVE 'S' TO SW-FECHA-LEIDA
           ACCEPT WS-FECHA-VIGENTE FROM DATE YYYYMMDD

           OPEN INPUT FECHA-PROCESO
           IF WS-CODIGO NOT EQUAL ZEROS
              GO TO 100-FIN
           END-IF

           READ FECHA-PROCESO
           IF WS-CODIGO EQUAL ZEROS
              IF FPRO-FECHA-PROCESO NUMERIC
                 AND FPRO-FECHA-PROCESO GREATER THAN ZEROS
                 MOVE FPRO-FECHA-PROCESO TO WS-FECHA-VIGENTE
              END-IF
           END-IF

           CLOSE FECHA-PROCESO.
       100-FIN.  EXIT.
      * ---------------------------------------------------------------
