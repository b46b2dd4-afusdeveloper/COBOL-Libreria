       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ADICIONAL-ANTIGUEDAD.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA COMPARTIDO
      *                    DEL ADICIONAL POR ANTIGUEDAD DEL CONVENIO,
      *                    PARA QUE LA NOMINA Y LA LIQUIDACION FINAL
      *                    LO CALCULEN IGUAL. FUNCION 'CA': DADO EL
      *                    LEGAJO, SU FECHA DE ALTA VIGENTE, LA FECHA
      *                    HASTA LA QUE SE COMPUTA Y EL SALARIO BASE,
      *                    DEVUELVE LOS ANIOS DE SERVICIO, EL
      *                    PORCENTAJE Y EL IMPORTE DEL ADICIONAL. LA
      *                    ANTIGUEDAD SUMA LA ETAPA EN CURSO (DESDE EL
      *                    ALTA, CON DIAS-ENTRE-FECHAS) Y LAS ETAPAS
      *                    CERRADAS DE PERIODOS-EMPLEO (ALTA ORIGINAL A
      *                    CIERRE DE CADA REINGRESO). LA ESCALA VIENE
      *                    EN TARJETAS UT-S-ESCANTIG (ANIOS DESDE Y
      *                    PORCENTAJE POR ANIO DE SERVICIO DEL TRAMO);
      *                    AMBOS ARCHIVOS SE CARGAN EN LA PRIMERA
      *                    LLAMADA. CODIGOS: '00' CALCULADO, 'NE' SIN
      *                    ESCALA (ADICIONAL CERO), 'FI' FUNCION
      *                    INVALIDA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALA-ANTIGUEDAD ASSIGN TO UT-S-ESCANTIG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-ESCA.

           SELECT PERIODOS-EMPLEO ASSIGN TO UT-S-PERIEMP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PEREMP.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ESCALA-ANTIGUEDAD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-ESCALA-ANTIGUEDAD.
       01  REG-ESCALA-ANTIGUEDAD.
           05 ESCA-ANIOS-DESDE          PIC 9(02).
           05 ESCA-PORCENTAJE-ANIO      PIC 9(02)V99.
           05 FILLER                    PIC X(74).

       FD  PERIODOS-EMPLEO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-PERIODO-EMPLEO.
           COPY CPPEREMP.

       WORKING-STORAGE SECTION.
       01  WS-CODIGO-ESCA               PIC X(02).
       01  WS-CODIGO-PEREMP             PIC X(02).
       01  SW-FIN-ESCA                  PIC X(01) VALUE 'N'.
           88 FIN-DE-ESCA                          VALUE 'S'.
       01  SW-FIN-PEREMP                PIC X(01) VALUE 'N'.
           88 FIN-DE-PEREMP                        VALUE 'S'.
       01  SW-TABLAS-CARGADAS           PIC X(01) VALUE 'N'.
           88 TABLAS-CARGADAS                      VALUE 'S'.

      * TRAMOS DE LA ESCALA: EL TRAMO QUE APLICA ES EL DE MAYOR
      * ANIOS-DESDE QUE NO SUPERE LA ANTIGUEDAD DEL LEGAJO.
       01  WS-CANTIDAD-TRAMOS           PIC 9(02) VALUE ZEROS.
       01  WS-IDX-TRAMO                 PIC 9(02).
       01  WS-TABLA-TRAMOS.
           05 WS-TRAMO-ENTRADA OCCURS 20 TIMES.
              10 WS-TRA-ANIOS-DESDE     PIC 9(02).
              10 WS-TRA-PORCENTAJE      PIC 9(02)V99.
       01  WS-TRAMO-HALLADO             PIC 9(02).

      * ETAPAS DE EMPLEO CERRADAS DE TODOS LOS LEGAJOS.
       01  WS-MAXIMO-ETAPAS             PIC 9(03) VALUE 500.
       01  WS-CANTIDAD-ETAPAS           PIC 9(03) VALUE ZEROS.
       01  WS-IDX-ETA                   PIC 9(03).
       01  WS-TABLA-ETAPAS.
           05 WS-ETAPA-ENTRADA OCCURS 500 TIMES.
              10 WS-ETA-LEGAJO          PIC 9(05).
              10 WS-ETA-DESDE           PIC 9(08).
              10 WS-ETA-HASTA           PIC 9(08).

       01  WS-FECHA-CORTE               PIC 9(08).
       01  WS-DIAS-ETAPA                PIC S9(07).
       01  WS-DIAS-SERVICIO             PIC S9(07).
       01  WS-ANIOS-SERVICIO            PIC 9(02).

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-ANTIGUEDAD.
           05 LK-ANT-LEGAJO             PIC 9(05).
           05 LK-ANT-FECHA-ALTA         PIC 9(08).
           05 LK-ANT-FECHA-HASTA        PIC 9(08).
           05 LK-ANT-SALARIO-BASE       PIC 9(07)V99.
           05 LK-ANT-ANIOS              PIC 9(02).
           05 LK-ANT-PORCENTAJE         PIC 9(03)V99.
           05 LK-ANT-IMPORTE            PIC 9(07)V99.
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-ANTIGUEDAD LK-CODIGO.

       000-MAINLINE.
           MOVE '00' TO LK-CODIGO
           IF LK-FUNCION NOT EQUAL 'CA'
              MOVE 'FI' TO LK-CODIGO
              GOBACK
           END-IF

           IF NOT TABLAS-CARGADAS
              PERFORM 100-CARGA-ESCALA
              PERFORM 200-CARGA-ETAPAS
              MOVE 'S' TO SW-TABLAS-CARGADAS
           END-IF

           PERFORM 300-CALCULA-ADICIONAL.
       000-FIN.  GOBACK.

      * -----------------------------------------------------------
      * SIN TARJETAS DE ESCALA NO HAY ADICIONAL (SE AVISA UNA VEZ).
      * -----------------------------------------------------------
       100-CARGA-ESCALA.
           OPEN INPUT ESCALA-ANTIGUEDAD
           IF WS-CODIGO-ESCA NOT EQUAL ZEROS
              DISPLAY 'SIN ESCALA DE ANTIGUEDAD: NO SE PAGA EL '
                      'ADICIONAL'
              GO TO 100-FIN
           END-IF

           PERFORM 110-CARGA-UN-TRAMO UNTIL FIN-DE-ESCA
           CLOSE ESCALA-ANTIGUEDAD.
       100-FIN.  EXIT.

       110-CARGA-UN-TRAMO.
           READ ESCALA-ANTIGUEDAD
              AT END MOVE 'S' TO SW-FIN-ESCA
           END-READ
           IF FIN-DE-ESCA
              GO TO 110-FIN
           END-IF

           IF ESCA-ANIOS-DESDE NOT NUMERIC
              OR ESCA-PORCENTAJE-ANIO NOT NUMERIC
              DISPLAY 'TARJETA DE ESCALA DE ANTIGUEDAD INVALIDA: '
                      REG-ESCALA-ANTIGUEDAD(1:6)
              GO TO 110-FIN
           END-IF

           IF WS-CANTIDAD-TRAMOS < 20
              ADD 1 TO WS-CANTIDAD-TRAMOS
              MOVE ESCA-ANIOS-DESDE TO
                   WS-TRA-ANIOS-DESDE (WS-CANTIDAD-TRAMOS)
              MOVE ESCA-PORCENTAJE-ANIO TO
                   WS-TRA-PORCENTAJE (WS-CANTIDAD-TRAMOS)
           END-IF.
       110-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA REINGRESO DEJO SU ETAPA CERRADA (ALTA ORIGINAL A
      * CIERRE); EL ARCHIVO ES OPCIONAL.
      * -----------------------------------------------------------
       200-CARGA-ETAPAS.
           OPEN INPUT PERIODOS-EMPLEO
           IF WS-CODIGO-PEREMP NOT EQUAL ZEROS
              GO TO 200-FIN
           END-IF

           PERFORM 210-CARGA-UNA-ETAPA UNTIL FIN-DE-PEREMP
           CLOSE PERIODOS-EMPLEO.
       200-FIN.  EXIT.

       210-CARGA-UNA-ETAPA.
           READ PERIODOS-EMPLEO
              AT END MOVE 'S' TO SW-FIN-PEREMP
           END-READ
           IF FIN-DE-PEREMP
              GO TO 210-FIN
           END-IF

           IF WS-CANTIDAD-ETAPAS < WS-MAXIMO-ETAPAS
              ADD 1 TO WS-CANTIDAD-ETAPAS
              MOVE PEREMP-LLAVE TO
                   WS-ETA-LEGAJO (WS-CANTIDAD-ETAPAS)
              MOVE PEREMP-FECHA-ALTA-ORIG TO
                   WS-ETA-DESDE (WS-CANTIDAD-ETAPAS)
              MOVE PEREMP-FECHA-CIERRE TO
                   WS-ETA-HASTA (WS-CANTIDAD-ETAPAS)
           ELSE
              DISPLAY 'TABLA DE PERIODOS DE EMPLEO LLENA: LEGAJO '
                      PEREMP-LLAVE ' SIN ETAPA ANTERIOR'
           END-IF.
       210-FIN.  EXIT.

      * -----------------------------------------------------------
      * ANIOS CUMPLIDOS DE SERVICIO A LA FECHA HASTA; EL ADICIONAL
      * ES EL PORCENTAJE POR ANIO DEL TRAMO POR LOS ANIOS, SOBRE EL
      * SALARIO BASE.
      * -----------------------------------------------------------
       300-CALCULA-ADICIONAL.
           MOVE ZEROS TO LK-ANT-ANIOS LK-ANT-PORCENTAJE
                         LK-ANT-IMPORTE

           CALL 'DIAS-ENTRE-FECHAS'
                USING LK-ANT-FECHA-ALTA LK-ANT-FECHA-HASTA
                      WS-DIAS-SERVICIO
           IF WS-DIAS-SERVICIO LESS THAN ZEROS
              MOVE ZEROS TO WS-DIAS-SERVICIO
           END-IF

           PERFORM 310-SUMA-ETAPA-CERRADA
                   VARYING WS-IDX-ETA FROM 1 BY 1
                   UNTIL WS-IDX-ETA > WS-CANTIDAD-ETAPAS

           COMPUTE WS-ANIOS-SERVICIO = WS-DIAS-SERVICIO / 365.25
           MOVE WS-ANIOS-SERVICIO TO LK-ANT-ANIOS

           IF WS-CANTIDAD-TRAMOS EQUAL ZEROS
              MOVE 'NE' TO LK-CODIGO
              GO TO 300-FIN
           END-IF

           MOVE ZEROS TO WS-TRAMO-HALLADO
           PERFORM 320-BUSCA-TRAMO
                   VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > WS-CANTIDAD-TRAMOS
           IF WS-TRAMO-HALLADO EQUAL ZEROS
              GO TO 300-FIN
           END-IF

           COMPUTE LK-ANT-PORCENTAJE =
                   WS-ANIOS-SERVICIO
                   * WS-TRA-PORCENTAJE (WS-TRAMO-HALLADO)
           COMPUTE LK-ANT-IMPORTE ROUNDED =
                   LK-ANT-SALARIO-BASE * LK-ANT-PORCENTAJE / 100.
       300-FIN.  EXIT.

      * UNA ETAPA CERRADA DESPUES DE LA FECHA HASTA (CALCULO DE UN
      * PERIODO ANTERIOR) CUENTA SOLO HASTA ESA FECHA.
       310-SUMA-ETAPA-CERRADA.
           IF WS-ETA-LEGAJO (WS-IDX-ETA) NOT EQUAL LK-ANT-LEGAJO
              GO TO 310-FIN
           END-IF
           IF WS-ETA-DESDE (WS-IDX-ETA) NOT LESS THAN
              LK-ANT-FECHA-HASTA
              GO TO 310-FIN
           END-IF

           MOVE WS-ETA-HASTA (WS-IDX-ETA) TO WS-FECHA-CORTE
           IF WS-FECHA-CORTE GREATER THAN LK-ANT-FECHA-HASTA
              MOVE LK-ANT-FECHA-HASTA TO WS-FECHA-CORTE
           END-IF
           CALL 'DIAS-ENTRE-FECHAS'
                USING WS-ETA-DESDE (WS-IDX-ETA) WS-FECHA-CORTE
                      WS-DIAS-ETAPA
           IF WS-DIAS-ETAPA GREATER THAN ZEROS
              ADD WS-DIAS-ETAPA TO WS-DIAS-SERVICIO
           END-IF.
       310-FIN.  EXIT.

       320-BUSCA-TRAMO.
           IF WS-TRA-ANIOS-DESDE (WS-IDX-TRAMO) NOT GREATER THAN
              WS-ANIOS-SERVICIO
              IF WS-TRAMO-HALLADO EQUAL ZEROS
                 MOVE WS-IDX-TRAMO TO WS-TRAMO-HALLADO
              ELSE
                 IF WS-TRA-ANIOS-DESDE (WS-IDX-TRAMO) GREATER THAN
                    WS-TRA-ANIOS-DESDE (WS-TRAMO-HALLADO)
                    MOVE WS-IDX-TRAMO TO WS-TRAMO-HALLADO
                 END-IF
              END-IF
           END-IF.
       320-FIN.  EXIT.
      * ---------------------------------------------------------------
