       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  CADA ARCHIVO DE BANCO QUEDA ANOTADO EN EL
      *                    REGISTRO DE INTERFACES (REGISTRO-INTERFACES,
      *                    CPREGIF1) COMO DISPER-BBB CON SU DD, EL
      *                    PERIODO, LA CANTIDAD Y EL TOTAL DEL TRAILER
      *                    Y LA HORA DE CORTE DEL BANCO.
      *   15/10/2026  AMF  CADA ARCHIVO DE BANCO CON IMPORTE DEJA SU
      *                    DEBITO EN LIBRO-BANCO (CPLIBBC1) POR EL
      *                    TOTAL, A LA FECHA DE ACREDITACION, PARA LA
      *                    CONCILIACION DE LA CUENTA DE LA EMPRESA.
      *   15/10/2026  AMF  GRUPOS DE PAGO: LA COLUMNA 2 DE LA TARJETA
      *                    UT-S-PARMNOM ELIGE EL GRUPO (M/Q/S) Y SIN
      *                    TARJETA PERIODO= EL PERIODO ES EL DEL GRUPO
      *                    A LA FECHA (PERIODO-NOMINA). LOS HEADERS
      *                    LLEVAN LA FECHA DE ACREDITACION: LA FECHA
      *                    DE PAGO DEL SUBPERIODO PARA LOS GRUPOS
      *                    QUINCENAL Y SEMANAL, HOY PARA EL MENSUAL.
      *   15/10/2026  AMF  IMAGEN DE NOMINA-DETALLE A 40 POSICIONES
      *                    (CPNOMDET AGREGA LA RETENCION DE GANANCIAS
      *                    DEL PERIODO).
      *   22/08/2026  AMF  VERSION ORIGINAL. PASO POSTERIOR A LA
      *                    NOMINA: RECORRE NOMINA-DETALLE DEL PERIODO
      *                    EN CURSO, CRUZA CADA LEGAJO CONTRA EL
           SELECT COLA-REPAGO ASSIGN TO UT-S-REPAGO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-REPAGO.
           SELECT LIBRO-BANCO ASSIGN TO UT-S-LIBBCO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-LIBBCO.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
           SELECT OPTIONAL PARAMETROS-NOMINA ASSIGN TO UT-S-PARMNOM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 RPG-FECHA-RECHAZO         PIC 9(08).
           05 FILLER                    PIC X(06).

       FD  LIBRO-BANCO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-LIBRO-BANCO.
           COPY CPLIBBC1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       FD  PARAMETROS-NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO-NOM.
       01  REG-PARAMETRO-NOM.
           05 PARM-MODO                 PIC X(01).
           05 PARM-FRECUENCIA           PIC X(01).
              88 PARM-FRECUENCIA-VALIDA            VALUE 'M' 'Q' 'S'.
           05 FILLER                    PIC X(78).

       WORKING-STORAGE SECTION.
      * --- FORMATO '01' (ESTANDAR): HEADER / DETALLE / TRAILER ---
       01  WS-DISPER-HEADER.
           05 HDR-FECHA-GENERACION      PIC 9(08).
           05 HDR-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(08) VALUE 'HABERES '.
           05 HDR-FECHA-ACREDITACION    PIC 9(08).
           05 FILLER                    PIC X(49) VALUE SPACES.

       01  WS-DISPER-DETALLE.
           05 FILLER                    PIC X(01) VALUE 'D'.
           05 HEX-FECHA-GENERACION      PIC 9(08).
           05 HEX-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(08) VALUE 'HABERES '.
           05 HEX-FECHA-ACREDITACION    PIC 9(08).
           05 FILLER                    PIC X(15) VALUE SPACES.

       01  WS-DISPEX-DETALLE.
           05 FILLER                    PIC X(02) VALUE 'DE'.
       01  WS-CODIGO-DISPER-3           PIC X(02).
       01  WS-CODIGO-REPAGO             PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-LIBBCO             PIC X(02).
       01  WS-REFERENCIA-LIBRO.
           05 FILLER                    PIC X(03) VALUE 'HAB'.
           05 WS-REF-LIB-BANCO          PIC 9(03).
           05 WS-REF-LIB-FECHA          PIC 9(08).
       01  SW-FIN-REPAGO                PIC X(01) VALUE 'N'.
           88 FIN-REPAGO                          VALUE 'S'.
       01  SW-HAY-COLA-REPAGO           PIC X(01) VALUE 'N'.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-PERIODO-PROCESO           PIC 9(06).
       01  WS-FECHA-ACREDITACION        PIC 9(08).
       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-FRECUENCIA-GRUPO          PIC X(01) VALUE 'M'.
           88 GRUPO-MENSUAL                       VALUE 'M'.
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
           05 WS-NOMDET-NETO-AUX        PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-FECHA-AUX       PIC 9(08).
           05 WS-NOMDET-ESTADO-AUX      PIC X(01).
           05 WS-NOMDET-IMPGAN-AUX      PIC S9(07)V99 COMP-3.
       01  WS-CODIGO-DET                PIC X(02).

       01  WS-FUNCION-BAN               PIC X(02).
              10 WS-TAB-TOTAL           PIC S9(13)V99 COMP-3.

       01  WS-REG-SALIDA                PIC X(80).

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
       01  WS-NUMERO-DD                 PIC 9(01).
       01  WS-HORA-CORTE-AUX            PIC 9(04).
       01  FILLER REDEFINES WS-HORA-CORTE-AUX.
           05 WS-HORA-CORTE-HH          PIC 9(02).
           ELSE
              MOVE WS-ANIO-MES-HOY-AM TO WS-PERIODO-PROCESO
           END-IF
           MOVE WS-FECHA-HOY TO WS-FECHA-ACREDITACION
           PERFORM 1050-PERIODO-GRUPO-PAGO

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
                      WS-CODIGO-DET.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * GRUPO DE PAGO DE LA CORRIDA (COLUMNA 2 DE LA TARJETA DE LA
      * NOMINA; SIN TARJETA ES EL MENSUAL). PARA UN GRUPO QUINCENAL
      * O SEMANAL EL PERIODO SIN TARJETA PERIODO= ES EL SUBPERIODO
      * DE HOY, Y LA FECHA DE ACREDITACION ES LA FECHA DE PAGO DEL
      * SUBPERIODO. EL GRUPO MENSUAL SIGUE ACREDITANDO EN EL DIA.
      * -----------------------------------------------------------
       1050-PERIODO-GRUPO-PAGO.
           OPEN INPUT PARAMETROS-NOMINA
           IF WS-CODIGO-PARM EQUAL ZEROS
              READ PARAMETROS-NOMINA
              IF WS-CODIGO-PARM EQUAL ZEROS
                 AND PARM-FRECUENCIA-VALIDA
                 MOVE PARM-FRECUENCIA TO WS-FRECUENCIA-GRUPO
              END-IF
              CLOSE PARAMETROS-NOMINA
           END-IF

           IF GRUPO-MENSUAL
              GO TO 1050-FIN
           END-IF

           MOVE WS-FRECUENCIA-GRUPO TO WS-PER-FRECUENCIA
           IF WS-PARM-PERIODO GREATER THAN ZEROS
              MOVE 'DE'            TO WS-FUNCION-PER
              MOVE WS-PARM-PERIODO TO WS-PER-PERIODO
           ELSE
              MOVE 'PE'            TO WS-FUNCION-PER
              MOVE WS-FECHA-HOY    TO WS-PER-FECHA
           END-IF
           CALL 'PERIODO-NOMINA'
                USING WS-FUNCION-PER WS-PERIODO-NOMINA WS-CODIGO-PER
           IF WS-CODIGO-PER NOT EQUAL ZEROS
              GO TO 1050-FIN
           END-IF

           MOVE WS-PER-PERIODO    TO WS-PERIODO-PROCESO
           MOVE WS-PER-FECHA-PAGO TO WS-FECHA-ACREDITACION
           DISPLAY 'DISPERSION: GRUPO DE PAGO ' WS-FRECUENCIA-GRUPO
                   ' PERIODO ' WS-PERIODO-PROCESO
                   ' ACREDITACION ' WS-FECHA-ACREDITACION.
       1050-FIN.  EXIT.

      * -----------------------------------------------------------
      * CARGA LA TABLA DE BANCOS DESDE EL MAESTRO BANCO-MAESTRO,
      * EN ORDEN DE CODIGO: EL PRIMER BANCO ESCRIBE EN DISPER1,
                TO HEX-NOMBRE-BANCO
              MOVE WS-FECHA-HOY       TO HEX-FECHA-GENERACION
              MOVE WS-PERIODO-PROCESO TO HEX-PERIODO
              MOVE WS-FECHA-ACREDITACION TO HEX-FECHA-ACREDITACION
              MOVE WS-DISPEX-HEADER   TO WS-REG-SALIDA
           ELSE
              MOVE WS-FECHA-HOY       TO HDR-FECHA-GENERACION
              MOVE WS-PERIODO-PROCESO TO HDR-PERIODO
              MOVE WS-FECHA-ACREDITACION TO HDR-FECHA-ACREDITACION
              MOVE WS-DISPER-HEADER   TO WS-REG-SALIDA
           END-IF
           PERFORM 3200-ESCRIBE-SALIDA-BANCO.
           MOVE ZEROS TO WS-INDICE-BANCO
           PERFORM 9100-ESCRIBE-TRAILER-BANCO
                   WS-CANTIDAD-BANCOS TIMES
           PERFORM 9150-REGISTRA-LIBRO-BANCO

           WRITE REG-REPORTE FROM WS-TITULO-BANCOS
                 AFTER ADVANCING 2 LINES
           IF WS-CANTIDAD-BANCOS GREATER THAN 2
              CLOSE DISPERSION-BANCO-3
           END-IF

           MOVE ZEROS TO WS-INDICE-BANCO
           PERFORM 9170-REGISTRA-INTERFAZ
                   WS-CANTIDAD-BANCOS TIMES
           CLOSE REPORTE.
       9000-FIN.  EXIT.

           PERFORM 3200-ESCRIBE-SALIDA-BANCO.
       9100-FIN.  EXIT.

      * -----------------------------------------------------------
      * LIBRO-BANCO: UN DEBITO POR ARCHIVO DE BANCO CON IMPORTE, POR
      * EL TOTAL DEL TRAILER Y A LA FECHA DE ACREDITACION, QUE ES
      * COMO EL BANCO LO DEBITA EN EL EXTRACTO DE LA EMPRESA. EL
      * ARCHIVO SE ACUMULA HASTA QUE LA CONCILIACION LO CONSUME.
      * -----------------------------------------------------------
       9150-REGISTRA-LIBRO-BANCO.
           OPEN EXTEND LIBRO-BANCO
           IF WS-CODIGO-LIBBCO NOT EQUAL ZEROS
              OPEN OUTPUT LIBRO-BANCO
           END-IF
           IF WS-CODIGO-LIBBCO NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR LIBRO-BANCO - STATUS: '
                      WS-CODIGO-LIBBCO
              GO TO 9150-FIN
           END-IF

           MOVE ZEROS TO WS-INDICE-BANCO
           PERFORM 9160-DEBITO-LIBRO-BANCO
                   WS-CANTIDAD-BANCOS TIMES
           CLOSE LIBRO-BANCO.
       9150-FIN.  EXIT.

       9160-DEBITO-LIBRO-BANCO.
           ADD 1 TO WS-INDICE-BANCO
           IF WS-TAB-TOTAL (WS-INDICE-BANCO) NOT GREATER THAN ZEROS
              GO TO 9160-FIN
           END-IF

           MOVE WS-TAB-CODIGO (WS-INDICE-BANCO) TO WS-REF-LIB-BANCO
           MOVE WS-FECHA-ACREDITACION           TO WS-REF-LIB-FECHA
           MOVE SPACES                TO REG-LIBRO-BANCO
           MOVE WS-FECHA-ACREDITACION TO LBC-FECHA
           MOVE 'D'                   TO LBC-TIPO
           MOVE 'HAB'                 TO LBC-ORIGEN
           MOVE WS-REFERENCIA-LIBRO   TO LBC-REFERENCIA
           MOVE WS-TAB-TOTAL (WS-INDICE-BANCO) TO LBC-IMPORTE
           MOVE WS-NOMBRE-PROGRAMA    TO LBC-PROGRAMA
           WRITE REG-LIBRO-BANCO.
       9160-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: UNA ENTRADA POR ARCHIVO DE BANCO
      * (DD DISPER1 A DISPER3) CON LA HORA DE CORTE DEL BANCO.
      * -----------------------------------------------------------
       9170-REGISTRA-INTERFAZ.
           ADD 1 TO WS-INDICE-BANCO
           MOVE SPACES    TO REG-INTERFAZ
           MOVE 'DISPER-' TO REGI-INTERFAZ (1:7)
           MOVE WS-TAB-CODIGO (WS-INDICE-BANCO)
             TO REGI-INTERFAZ (8:3)
           MOVE WS-INDICE-BANCO TO WS-NUMERO-DD
           MOVE 'DISPER'  TO REGI-ARCHIVO
           MOVE WS-NUMERO-DD TO REGI-ARCHIVO (7:1)
           MOVE WS-PERIODO-PROCESO TO REGI-PERIODO
           MOVE WS-TAB-CANTIDAD (WS-INDICE-BANCO)  TO REGI-CANTIDAD
           MOVE WS-TAB-TOTAL (WS-INDICE-BANCO)
             TO REGI-TOTAL-CONTROL
           MOVE WS-TAB-HORA-CORTE (WS-INDICE-BANCO)
             TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9170-FIN.  EXIT.

       9200-RESUMEN-BANCO.
           ADD 1 TO WS-INDICE-BANCO
           MOVE WS-TAB-CODIGO (WS-INDICE-BANCO)     TO LBN-CODIGO
