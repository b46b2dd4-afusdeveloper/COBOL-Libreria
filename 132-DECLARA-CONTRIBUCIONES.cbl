       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA DECLARACION QUEDA ANOTADA EN EL REGISTRO
      *                    DE INTERFACES (REGISTRO-INTERFACES, CPREGIF1)
      *                    COMO CONTRIBUC CON LA CANTIDAD Y EL TOTAL
      *                    DEL TRAILER.
      *   15/10/2026  AMF  GRUPOS DE PAGO: LAS CONTRIBUCIONES DE LOS
      *                    SUBPERIODOS QUINCENALES Y SEMANALES DEL MES
      *                    (PERIODO-NOMINA) SE DECLARAN JUNTO CON LAS
      *                    DEL MES, LA DECLARACION SIGUE SIENDO UNA.
      *   02/09/2026  AMF  VERSION ORIGINAL. DECLARACION MENSUAL DE
      *                    APORTES PATRONALES: LEE CONTRIBUCIONES-
      *                    NOMINA (CPCONTR1), SELECCIONA EL PERIODO
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-PERIODO-PROCESO           PIC 9(06).
       01  SW-PERIODO-DEL-MES           PIC X(01).
           88 PERIODO-DEL-MES                     VALUE 'S'.
       01  WS-FUNCION-PER               PIC X(02).
       01  WS-PERIODO-NOMINA.
           05 WS-PER-FRECUENCIA         PIC X(01).
           05 WS-PER-FECHA              PIC 9(08).
           05 WS-PER-PERIODO            PIC 9(06).
           05 WS-PER-ANIO-MES           PIC 9(06).
           05 WS-PER-SUBPERIODO         PIC 9(01).
           05 WS-PER-CANT-SUBPERIODOS   PIC 9(01).
           05 WS-PER-FECHA-DESDE        PIC 9(08).
           05 WS-PER-FECHA-HASTA        PIC 9(08).
           05 WS-PER-DIAS-MES           PIC 9(02).
           05 WS-PER-FECHA-PAGO         PIC 9(08).
       01  WS-CODIGO-PER                PIC X(02).

       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-DECLARADAS           PIC 9(07).
       01  WS-STAT-CERO                 PIC 9(07) VALUE ZEROS.

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       1010-FIN.  EXIT.

       2000-PROCESA-CONTRIBUCION.
           PERFORM 2050-VERIFICA-PERIODO
           IF NOT PERIODO-DEL-MES
              GO TO 2000-SIGUE
           END-IF

           PERFORM 1010-LEE-CONTRIBUCION.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA CONTRIBUCION ES DEL MES A DECLARAR SI ES DEL PERIODO DE
      * PROCESO O DE UN SUBPERIODO QUINCENAL/SEMANAL DE ESE MES.
      * -----------------------------------------------------------
       2050-VERIFICA-PERIODO.
           MOVE 'N' TO SW-PERIODO-DEL-MES
           IF CONTR-PERIODO EQUAL WS-PERIODO-PROCESO
              MOVE 'S' TO SW-PERIODO-DEL-MES
              GO TO 2050-FIN
           END-IF

           MOVE 'DE'          TO WS-FUNCION-PER
           MOVE CONTR-PERIODO TO WS-PER-PERIODO
           CALL 'PERIODO-NOMINA'
                USING WS-FUNCION-PER WS-PERIODO-NOMINA WS-CODIGO-PER
           IF WS-CODIGO-PER EQUAL ZEROS
              AND WS-PER-ANIO-MES EQUAL WS-PERIODO-PROCESO
              MOVE 'S' TO SW-PERIODO-DEL-MES
           END-IF.
       2050-FIN.  EXIT.

       2100-ACUMULA-POR-TIPO.
           MOVE 'N' TO SW-TIPO-HALLADO
           PERFORM 2110-SUMA-TIPO
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-DECLARADAS WS-STAT-CERO

           CLOSE ARCHIVO-DECLARACION REPORTE

           PERFORM 9050-REGISTRA-INTERFAZ.
       9000-FIN.  EXIT.

       9050-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'CONTRIBUC'            TO REGI-INTERFAZ
           MOVE 'DECLARA'              TO REGI-ARCHIVO
           MOVE WS-PERIODO-PROCESO     TO REGI-PERIODO
           MOVE WS-CONTADOR-DECLARADAS TO REGI-CANTIDAD
           MOVE WS-TOTAL-DECLARADO     TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9050-FIN.  EXIT.

       9100-IMPRIME-TIPO.
           MOVE WS-TIP-CODIGO (WS-IDX-TIP)  TO DET-TIPO
           MOVE WS-TIP-LINEAS (WS-IDX-TIP)  TO DET-LINEAS
