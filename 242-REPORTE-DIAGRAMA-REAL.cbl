       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     REPORTE-DIAGRAMA-REAL.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. DIAGRAMA DE TURNOS
      *                    CONTRA LO REALMENTE FICHADO: ORDENA LAS
      *                    FICHADAS DEL RELOJ POR LEGAJO + FECHA Y LAS
      *                    APAREA CON DIAGRAMA-TURNOS (CPDIAG01)
      *                    DENTRO DEL PERIODO QUE CUBREN LAS FICHADAS.
      *                    LISTA CADA HUECO DE COBERTURA (DIA
      *                    DIAGRAMADO SIN FICHADA) Y CADA FICHADA EN
      *                    FRANCO DIAGRAMADO, Y RESUME POR
      *                    DEPARTAMENTO DIAS DIAGRAMADOS, CUBIERTOS,
      *                    AUSENTES, TRABAJADOS FUERA DE DIAGRAMA Y
      *                    PORCENTAJE DE COBERTURA. LA TABLA DE
      *                    DEPARTAMENTOS SE INDEXA POR CODIGO COMO EN
      *                    REPORTE-HEADCOUNT-DEPTO.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT FICHADAS ASSIGN TO UT-S-FICHADAS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-FICH.

           SELECT DIAGRAMA-TURNOS ASSIGN TO UT-ARCHDIAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DIAG-LLAVE
                  FILE STATUS IS WS-CODIGO-DIAG.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       SD  ARCH-ORDENADO
           DATA RECORD IS REG-DIA-ORDENADO.
       01  REG-DIA-ORDENADO.
           05 ORD-LLAVE.
              10 ORD-LEGAJO             PIC 9(05).
              10 ORD-FECHA              PIC 9(08).

       FD  FICHADAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-FICHADA.
       01  REG-FICHADA.
           05 FIC-LEGAJO                PIC 9(05).
           05 FIC-FECHA                 PIC 9(08).
           05 FIC-HORA                  PIC 9(04).
           05 FIC-SENTIDO               PIC X(01).
           05 FILLER                    PIC X(62).

       FD  DIAGRAMA-TURNOS
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS REG-DIAGRAMA.
           COPY CPDIAG01.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(18) VALUE SPACES.
           05 FILLER                    PIC X(44)
              VALUE 'DIAGRAMA DE TURNOS CONTRA FICHADAS REALES'.
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(12)
              VALUE 'PERIODO DEL'.
           05 TIT-FECHA-DESDE           PIC 9(08).
           05 FILLER                    PIC X(04) VALUE ' AL '.
           05 TIT-FECHA-HASTA           PIC 9(08).

       01  WS-DETALLE-HUECO.
           05 DET-MOTIVO                PIC X(18).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-APELLIDO              PIC X(15).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-TURNO                 PIC X(03).
           05 FILLER                    PIC X(08)
              VALUE '  DEPTO '.
           05 DET-DEPTO                 PIC 9(03).

       01  WS-TITULO-DEPTOS.
           05 FILLER                    PIC X(07) VALUE 'DEPTO'.
           05 FILLER                    PIC X(13)
              VALUE 'DIAGRAMADOS'.
           05 FILLER                    PIC X(11)
              VALUE 'CUBIERTOS'.
           05 FILLER                    PIC X(10)
              VALUE 'AUSENTES'.
           05 FILLER                    PIC X(12)
              VALUE 'FUERA DIAG.'.
           05 FILLER                    PIC X(10)
              VALUE 'COBERTURA'.

       01  WS-DETALLE-DEPTO.
           05 DEP-DEPTO                 PIC 9(03).
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 DEP-DIAGRAMADOS           PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 DEP-CUBIERTOS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 DEP-AUSENTES              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 DEP-FUERA                 PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 DEP-COBERTURA             PIC ZZ9.99.
           05 FILLER                    PIC X(02) VALUE ' %'.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(13)
              VALUE 'DIAGRAMADOS:'.
           05 RES-DIAGRAMADOS           PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(13)
              VALUE '  CUBIERTOS:'.
           05 RES-CUBIERTOS             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '  AUSENTES:'.
           05 RES-AUSENTES              PIC ZZZ,ZZ9.

       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-FICH               PIC X(02).
       01  WS-CODIGO-DIAG               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-FICH                  PIC X(01) VALUE 'N'.
           88 FIN-DE-FICH                          VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-FIN-DIAGRAMA              PIC X(01) VALUE 'N'.
           88 FIN-DE-DIAGRAMA                      VALUE 'S'.

       01  WS-FECHA-MINIMA              PIC 9(08) VALUE 99999999.
       01  WS-FECHA-MAXIMA              PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-ANTERIOR.
           05 WS-LEGAJO-ANTERIOR        PIC 9(05) VALUE ZEROS.
           05 WS-FECHA-ANTERIOR         PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-DIA.
           05 WS-LLAVE-DIA-LEGAJO       PIC 9(05).
           05 WS-LLAVE-DIA-FECHA        PIC 9(08).
       01  WS-LEGAJO-LEIDO              PIC 9(05) VALUE ZEROS.
       01  WS-DEPTO-LEGAJO              PIC 9(03) VALUE ZEROS.
       01  WS-APELLIDO-LEGAJO           PIC X(15) VALUE SPACES.

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

      * ACUMULADORES POR DEPARTAMENTO, INDEXADOS DIRECTAMENTE POR EL
      * CODIGO DE DEPARTAMENTO (1 A 999). EL LEGAJO INEXISTENTE O SIN
      * DEPARTAMENTO SOLO SUMA A LOS TOTALES GENERALES.
       01  WS-TABLA-DEPTOS.
           05 WS-DEPTO-ACUM             OCCURS 999 TIMES.
              10 WS-DEP-DIAGRAMADOS     PIC 9(05).
              10 WS-DEP-CUBIERTOS       PIC 9(05).
              10 WS-DEP-AUSENTES        PIC 9(05).
              10 WS-DEP-FUERA           PIC 9(05).
       01  WS-IND-DEPTO                 PIC 9(03) COMP.
       01  WS-PORC-COBERTURA            PIC 9(03)V99.

       01  WS-CONTADOR-LEIDAS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-DIAGRAMADOS      PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-CUBIERTOS        PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-AUSENTES         PIC 9(07) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'DIAGRAMA-REAL'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-DIAGRAMADOS          PIC 9(07).
       01  WS-STAT-AUSENTES             PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           INITIALIZE WS-TABLA-DEPTOS

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           OPEN INPUT DIAGRAMA-TURNOS
           IF WS-CODIGO-DIAG NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR DIAGRAMA-TURNOS - STATUS: '
                      WS-CODIGO-DIAG
              MOVE 'S' TO SW-FIN-DIAGRAMA
           ELSE
              PERFORM 2720-LEE-DIAGRAMA
           END-IF

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-LEGAJO ORD-FECHA
                INPUT PROCEDURE IS 1000-LEE-FICHADAS
                OUTPUT PROCEDURE IS 2000-APAREA-DIAGRAMA

           MOVE 99999    TO WS-LLAVE-DIA-LEGAJO
           MOVE 99999999 TO WS-LLAVE-DIA-FECHA
           PERFORM 2710-AVANZA-DIAGRAMA UNTIL FIN-DE-DIAGRAMA

           PERFORM 3000-IMPRIME-DEPARTAMENTOS

           MOVE WS-CONTADOR-DIAGRAMADOS TO RES-DIAGRAMADOS
           MOVE WS-CONTADOR-CUBIERTOS   TO RES-CUBIERTOS
           MOVE WS-CONTADOR-AUSENTES    TO RES-AUSENTES
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE WS-CONTADOR-LEIDAS      TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-DIAGRAMADOS TO WS-STAT-DIAGRAMADOS
           MOVE WS-CONTADOR-AUSENTES    TO WS-STAT-AUSENTES
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-DIAGRAMADOS WS-STAT-AUSENTES

           CLOSE DIAGRAMA-TURNOS REPORTE
           GOBACK.
       0000-FIN.  EXIT.

       1000-LEE-FICHADAS.
           OPEN INPUT FICHADAS
           IF WS-CODIGO-FICH NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR FICHADAS - STATUS: '
                      WS-CODIGO-FICH
              MOVE 'S' TO SW-FIN-FICH
              GO TO 1000-FIN
           END-IF

           PERFORM 1010-LEE-UNA-FICHADA
           PERFORM 1020-LIBERA-FICHADA UNTIL FIN-DE-FICH
           CLOSE FICHADAS.
       1000-FIN.  EXIT.

       1010-LEE-UNA-FICHADA.
           READ FICHADAS
              AT END MOVE 'S' TO SW-FIN-FICH
           END-READ
           IF NOT FIN-DE-FICH
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       1020-LIBERA-FICHADA.
           IF FIC-FECHA LESS THAN WS-FECHA-MINIMA
              MOVE FIC-FECHA TO WS-FECHA-MINIMA
           END-IF
           IF FIC-FECHA GREATER THAN WS-FECHA-MAXIMA
              MOVE FIC-FECHA TO WS-FECHA-MAXIMA
           END-IF
           MOVE FIC-LEGAJO TO ORD-LEGAJO
           MOVE FIC-FECHA  TO ORD-FECHA
           RELEASE REG-DIA-ORDENADO
           PERFORM 1010-LEE-UNA-FICHADA.
       1020-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA LEGAJO + FECHA DISTINTO DE LAS FICHADAS ES UN DIA
      * TRABAJADO; SE APAREA CON EL DIAGRAMA EN LA MISMA SECUENCIA.
      * -----------------------------------------------------------
       2000-APAREA-DIAGRAMA.
           MOVE WS-FECHA-MINIMA TO TIT-FECHA-DESDE
           MOVE WS-FECHA-MAXIMA TO TIT-FECHA-HASTA
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE AFTER ADVANCING 1 LINE

           PERFORM 2010-RETORNA-DIA
           PERFORM 2100-PROCESA-DIA UNTIL HAY-FIN-DE-SORT.
       2000-FIN.  EXIT.

       2010-RETORNA-DIA.
           RETURN ARCH-ORDENADO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       2010-FIN.  EXIT.

       2100-PROCESA-DIA.
           IF ORD-LLAVE EQUAL WS-LLAVE-ANTERIOR
              PERFORM 2010-RETORNA-DIA
              GO TO 2100-FIN
           END-IF
           MOVE ORD-LLAVE TO WS-LLAVE-ANTERIOR
           MOVE ORD-LLAVE TO WS-LLAVE-DIA

           PERFORM 2710-AVANZA-DIAGRAMA
                   UNTIL FIN-DE-DIAGRAMA
                      OR DIAG-LLAVE NOT LESS THAN WS-LLAVE-DIA

           MOVE ORD-LEGAJO TO WS-LLAVE-EMP
           PERFORM 2800-UBICA-DEPARTAMENTO

           IF NOT FIN-DE-DIAGRAMA
              AND DIAG-LLAVE EQUAL WS-LLAVE-DIA
              IF DIAG-ES-FRANCO
                 MOVE 'FICHADA EN FRANCO' TO DET-MOTIVO
                 PERFORM 2900-ESCRIBE-HUECO
                 PERFORM 2830-SUMA-FUERA
              ELSE
                 PERFORM 2810-SUMA-DIAGRAMADO
                 PERFORM 2820-SUMA-CUBIERTO
              END-IF
              PERFORM 2720-LEE-DIAGRAMA
           ELSE
              PERFORM 2830-SUMA-FUERA
           END-IF

           PERFORM 2010-RETORNA-DIA.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * DIA DIAGRAMADO QUE QUEDO ATRAS SIN FICHADA: SI CAE DENTRO
      * DEL PERIODO Y NO ES FRANCO ES UN HUECO DE COBERTURA.
      * -----------------------------------------------------------
       2710-AVANZA-DIAGRAMA.
           IF DIAG-FECHA NOT LESS THAN WS-FECHA-MINIMA
              AND DIAG-FECHA NOT GREATER THAN WS-FECHA-MAXIMA
              AND NOT DIAG-ES-FRANCO
              MOVE DIAG-LEGAJO TO WS-LLAVE-EMP
              PERFORM 2800-UBICA-DEPARTAMENTO
              PERFORM 2810-SUMA-DIAGRAMADO
              ADD 1 TO WS-CONTADOR-AUSENTES
              IF WS-DEPTO-LEGAJO GREATER THAN ZEROS
                 ADD 1 TO WS-DEP-AUSENTES(WS-DEPTO-LEGAJO)
              END-IF
              MOVE 'AUSENTE SIN FICHAR' TO DET-MOTIVO
              PERFORM 2900-ESCRIBE-HUECO
           END-IF
           PERFORM 2720-LEE-DIAGRAMA.
       2710-FIN.  EXIT.

       2720-LEE-DIAGRAMA.
           READ DIAGRAMA-TURNOS NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-DIAGRAMA
           END-READ.
       2720-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEPARTAMENTO Y APELLIDO DEL LEGAJO, LEIDOS UNA SOLA VEZ POR
      * LEGAJO.
      * -----------------------------------------------------------
       2800-UBICA-DEPARTAMENTO.
           IF WS-LLAVE-EMP EQUAL WS-LEGAJO-LEIDO
              GO TO 2800-FIN
           END-IF
           MOVE WS-LLAVE-EMP TO WS-LEGAJO-LEIDO
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           IF WS-CODIGO-EMP EQUAL ZEROS
              MOVE WS-EMP-DEPARTAMENTO TO WS-DEPTO-LEGAJO
              MOVE WS-EMP-APELLIDO     TO WS-APELLIDO-LEGAJO
           ELSE
              MOVE ZEROS TO WS-DEPTO-LEGAJO
              MOVE 'INEXISTENTE' TO WS-APELLIDO-LEGAJO
           END-IF.
       2800-FIN.  EXIT.

       2810-SUMA-DIAGRAMADO.
           ADD 1 TO WS-CONTADOR-DIAGRAMADOS
           IF WS-DEPTO-LEGAJO GREATER THAN ZEROS
              ADD 1 TO WS-DEP-DIAGRAMADOS(WS-DEPTO-LEGAJO)
           END-IF.
       2810-FIN.  EXIT.

       2820-SUMA-CUBIERTO.
           ADD 1 TO WS-CONTADOR-CUBIERTOS
           IF WS-DEPTO-LEGAJO GREATER THAN ZEROS
              ADD 1 TO WS-DEP-CUBIERTOS(WS-DEPTO-LEGAJO)
           END-IF.
       2820-FIN.  EXIT.

       2830-SUMA-FUERA.
           IF WS-DEPTO-LEGAJO GREATER THAN ZEROS
              ADD 1 TO WS-DEP-FUERA(WS-DEPTO-LEGAJO)
           END-IF.
       2830-FIN.  EXIT.

       2900-ESCRIBE-HUECO.
           MOVE DIAG-LEGAJO        TO DET-LEGAJO
           MOVE WS-APELLIDO-LEGAJO TO DET-APELLIDO
           MOVE DIAG-FECHA         TO DET-FECHA
           MOVE DIAG-TURNO         TO DET-TURNO
           MOVE WS-DEPTO-LEGAJO    TO DET-DEPTO
           WRITE REG-REPORTE FROM WS-DETALLE-HUECO
                 AFTER ADVANCING 1 LINE.
       2900-FIN.  EXIT.

      * -----------------------------------------------------------
      * UNA LINEA POR DEPARTAMENTO CON MOVIMIENTO EN EL PERIODO.
      * COBERTURA = CUBIERTOS / DIAGRAMADOS.
      * -----------------------------------------------------------
       3000-IMPRIME-DEPARTAMENTOS.
           WRITE REG-REPORTE FROM WS-TITULO-DEPTOS
                 AFTER ADVANCING 2 LINES
           PERFORM 3010-IMPRIME-DEPTO
                   VARYING WS-IND-DEPTO FROM 1 BY 1
                   UNTIL WS-IND-DEPTO GREATER THAN 999.
       3000-FIN.  EXIT.

       3010-IMPRIME-DEPTO.
           IF WS-DEP-DIAGRAMADOS(WS-IND-DEPTO) EQUAL ZEROS
              AND WS-DEP-FUERA(WS-IND-DEPTO) EQUAL ZEROS
              GO TO 3010-FIN
           END-IF

           MOVE ZEROS TO WS-PORC-COBERTURA
           IF WS-DEP-DIAGRAMADOS(WS-IND-DEPTO) GREATER THAN ZEROS
              COMPUTE WS-PORC-COBERTURA ROUNDED =
                      WS-DEP-CUBIERTOS(WS-IND-DEPTO) * 100
                      / WS-DEP-DIAGRAMADOS(WS-IND-DEPTO)
           END-IF

           MOVE WS-IND-DEPTO                     TO DEP-DEPTO
           MOVE WS-DEP-DIAGRAMADOS(WS-IND-DEPTO) TO DEP-DIAGRAMADOS
           MOVE WS-DEP-CUBIERTOS(WS-IND-DEPTO)   TO DEP-CUBIERTOS
           MOVE WS-DEP-AUSENTES(WS-IND-DEPTO)    TO DEP-AUSENTES
           MOVE WS-DEP-FUERA(WS-IND-DEPTO)       TO DEP-FUERA
           MOVE WS-PORC-COBERTURA                TO DEP-COBERTURA
           WRITE REG-REPORTE FROM WS-DETALLE-DEPTO
                 AFTER ADVANCING 1 LINE.
       3010-FIN.  EXIT.
      * ---------------------------------------------------------------
