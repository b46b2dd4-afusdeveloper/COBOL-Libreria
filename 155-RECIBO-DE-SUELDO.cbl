       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  ADICIONAL POR ANTIGUEDAD COMO CONCEPTO
      *                    PROPIO: DEBAJO DEL BRUTO SE ITEMIZA EL
      *                    ADICIONAL QUE LA NOMINA DEJO EN
      *                    ANTIGUEDAD-NOMINA (CPANTNOM) PARA EL
      *                    PERIODO, CON LOS ANIOS DE SERVICIO Y EL
      *                    PORCENTAJE DE LA ESCALA. EL ARCHIVO ES
      *                    OPCIONAL; DE UNA RELIQUIDACION VALE LA
      *                    ULTIMA LINEA DEL LEGAJO.
      *   15/10/2026  AMF  IMAGEN DE NOMINA-DETALLE A 40 POSICIONES
      *                    (CPNOMDET AGREGA LA RETENCION DE GANANCIAS
      *                    DEL PERIODO).
      *   02/09/2026  AMF  VERSION ORIGINAL. RECIBO DE SUELDO
      *                    INDIVIDUAL POR LEGAJO Y PERIODO: TOMA EL
      *                    BRUTO, LA DEDUCCION Y EL NETO DE
           SELECT RETENCIONES-NOMINA ASSIGN TO UT-S-RETENNOM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RETN.
           SELECT ANTIGUEDAD-NOMINA ASSIGN TO UT-S-ANTIGNOM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-ANTN.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
           DATA RECORD IS REG-RETENCION-NOMINA.
           COPY CPRETNOM.

       FD  ANTIGUEDAD-NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS REG-ANTIGUEDAD-NOMINA.
           COPY CPANTNOM.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 REC-BRUTO                 PIC ZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-ADICIONAL-ANT.
           05 FILLER                    PIC X(23)
              VALUE '  ADICIONAL ANTIGUEDAD'.
           05 ADI-ANIOS                 PIC Z9.
           05 FILLER                    PIC X(07) VALUE ' ANIOS '.
           05 ADI-PORCENTAJE            PIC ZZ9.99.
           05 FILLER                    PIC X(02) VALUE '% '.
           05 ADI-IMPORTE               PIC ZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-RETENCION.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RET-TIPO                  PIC X(03).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-RETN                  PIC X(01) VALUE 'N'.
           88 FIN-DE-RETENCIONES                   VALUE 'S'.
       01  WS-CODIGO-ANTN               PIC X(02).
       01  SW-FIN-ANTN                  PIC X(01) VALUE 'N'.
           88 FIN-DE-ANTIGUEDAD                    VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
              10 WS-TAB-RETN-REFCASO    PIC X(10).
              10 WS-TAB-RETN-IMPORTE    PIC S9(07)V99 COMP-3.

      * --- ADICIONALES POR ANTIGUEDAD DEL PERIODO, EN TABLA ---
       01  WS-MAXIMO-ADICIONALES        PIC 9(03) VALUE 500.
       01  WS-CANTIDAD-ADICIONALES      PIC 9(03) VALUE ZEROS.
       01  WS-IDX-ADIC                  PIC 9(03).
       01  WS-ADIC-HALLADO              PIC 9(03).
       01  WS-TABLA-ADICIONALES.
           05 WS-ADIC-ENTRADA OCCURS 500 TIMES.
              10 WS-TAB-ADIC-LEGAJO     PIC 9(05).
              10 WS-TAB-ADIC-ANIOS      PIC 9(02).
              10 WS-TAB-ADIC-PORCENTAJE PIC 9(03)V99.
              10 WS-TAB-ADIC-IMPORTE    PIC 9(07)V99.

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05).
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE 99999.
           05 WS-NOMDET-NETO-AUX        PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-FECHA-AUX       PIC 9(08).
           05 WS-NOMDET-ESTADO-AUX      PIC X(01).
           05 WS-NOMDET-IMPGAN-AUX      PIC S9(07)V99 COMP-3.
       01  WS-CODIGO-DET                PIC X(02).

       01  WS-FUNCION-REPO              PIC X(02).
                      WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO

           PERFORM 1100-CARGA-RETENCIONES
           PERFORM 1200-CARGA-ANTIGUEDAD

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
           END-READ.
       1110-FIN.  EXIT.

      * -----------------------------------------------------------
      * CARGA EN TABLA LOS ADICIONALES POR ANTIGUEDAD DEL PERIODO;
      * SI EL LEGAJO SE RELIQUIDO, LA ULTIMA LINEA PISA A LA
      * ANTERIOR. SIN ARCHIVO EL RECIBO NO ITEMIZA EL ADICIONAL.
      * -----------------------------------------------------------
       1200-CARGA-ANTIGUEDAD.
           OPEN INPUT ANTIGUEDAD-NOMINA
           IF WS-CODIGO-ANTN NOT EQUAL ZEROS
              GO TO 1200-FIN
           END-IF

           READ ANTIGUEDAD-NOMINA
                AT END MOVE 'S' TO SW-FIN-ANTN
           END-READ
           PERFORM 1210-CARGA-UN-ADICIONAL UNTIL FIN-DE-ANTIGUEDAD
           CLOSE ANTIGUEDAD-NOMINA.
       1200-FIN.  EXIT.

       1210-CARGA-UN-ADICIONAL.
           IF ANTN-PERIODO EQUAL WS-PERIODO-PROCESO
              PERFORM 1220-UBICA-ADICIONAL
              IF WS-ADIC-HALLADO GREATER THAN ZEROS
                 MOVE ANTN-LEGAJO TO
                      WS-TAB-ADIC-LEGAJO (WS-ADIC-HALLADO)
                 MOVE ANTN-ANIOS TO
                      WS-TAB-ADIC-ANIOS (WS-ADIC-HALLADO)
                 MOVE ANTN-PORCENTAJE TO
                      WS-TAB-ADIC-PORCENTAJE (WS-ADIC-HALLADO)
                 MOVE ANTN-IMPORTE TO
                      WS-TAB-ADIC-IMPORTE (WS-ADIC-HALLADO)
              END-IF
           END-IF

           READ ANTIGUEDAD-NOMINA
                AT END MOVE 'S' TO SW-FIN-ANTN
           END-READ.
       1210-FIN.  EXIT.

      * DEVUELVE EN WS-ADIC-HALLADO EL RENGLON DEL LEGAJO, O UNO
      * NUEVO (CERO CON LA TABLA LLENA).
       1220-UBICA-ADICIONAL.
           MOVE ZEROS TO WS-ADIC-HALLADO
           PERFORM 1230-COMPARA-ADICIONAL
                   VARYING WS-IDX-ADIC FROM 1 BY 1
                   UNTIL WS-IDX-ADIC > WS-CANTIDAD-ADICIONALES
                   OR WS-ADIC-HALLADO GREATER THAN ZEROS
           IF WS-ADIC-HALLADO GREATER THAN ZEROS
              GO TO 1220-FIN
           END-IF

           IF WS-CANTIDAD-ADICIONALES LESS THAN WS-MAXIMO-ADICIONALES
              ADD 1 TO WS-CANTIDAD-ADICIONALES
              MOVE WS-CANTIDAD-ADICIONALES TO WS-ADIC-HALLADO
           ELSE
              DISPLAY 'TABLA DE ADICIONALES LLENA: LEGAJO '
                      ANTN-LEGAJO ' SIN ADICIONAL EN EL RECIBO'
           END-IF.
       1220-FIN.  EXIT.

       1230-COMPARA-ADICIONAL.
           IF WS-TAB-ADIC-LEGAJO (WS-IDX-ADIC) EQUAL ANTN-LEGAJO
              MOVE WS-IDX-ADIC TO WS-ADIC-HALLADO
           END-IF.
       1230-FIN.  EXIT.

       2000-PROCESA-DETALLE.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-NOMDET-PERIODO-AUX EQUAL WS-PERIODO-PROCESO AND
           PERFORM 8850-IMPRIME-Y-GUARDA
           MOVE WS-LINEA-BRUTO TO REG-REPORTE WS-TEXTO-REPO
           PERFORM 8850-IMPRIME-Y-GUARDA
           IF WS-CANTIDAD-ADICIONALES GREATER THAN ZEROS
              PERFORM 3205-IMPRIME-ADICIONAL-ANT
                      VARYING WS-IDX-ADIC FROM 1 BY 1
                      UNTIL WS-IDX-ADIC > WS-CANTIDAD-ADICIONALES
           END-IF

           MOVE ZEROS TO WS-TOTAL-RETENIDO
           MOVE ZEROS TO WS-IDX-RETN
           PERFORM 8800-LINEA-SEPARADORA.
       3200-FIN.  EXIT.

       3205-IMPRIME-ADICIONAL-ANT.
           IF WS-TAB-ADIC-LEGAJO (WS-IDX-ADIC) EQUAL
              WS-NOMDET-LEGAJO-AUX
              MOVE WS-TAB-ADIC-ANIOS (WS-IDX-ADIC)      TO ADI-ANIOS
              MOVE WS-TAB-ADIC-PORCENTAJE (WS-IDX-ADIC)
                TO ADI-PORCENTAJE
              MOVE WS-TAB-ADIC-IMPORTE (WS-IDX-ADIC)    TO ADI-IMPORTE
              MOVE WS-LINEA-ADICIONAL-ANT TO REG-REPORTE
                                             WS-TEXTO-REPO
              PERFORM 8850-IMPRIME-Y-GUARDA
           END-IF.
       3205-FIN.  EXIT.

       3210-IMPRIME-RETENCION.
           ADD 1 TO WS-IDX-RETN
           IF WS-TAB-RETN-LEGAJO (WS-IDX-RETN) EQUAL
