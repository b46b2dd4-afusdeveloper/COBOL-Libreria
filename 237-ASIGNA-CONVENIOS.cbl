       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ASIGNA-CONVENIOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DE LA ASIGNACION LEGAJO-GREMIO-CATEGORIA
      *                    (EMPLEADO-CONVENIO, CPEMPCV1), MISMO
      *                    ESQUEMA A/C/B QUE ASIGNA-PUESTOS: EL ALTA
      *                    Y EL CAMBIO VALIDAN QUE EL LEGAJO EXISTA Y
      *                    ESTE ACTIVO, QUE LA CATEGORIA EXISTA EN EL
      *                    MAESTRO CONVENIOS, QUE LA MARCA DE
      *                    AFILIADO SEA S O N Y QUE EL SALARIO DEL
      *                    LEGAJO NO QUEDE POR DEBAJO DEL BASICO
      *                    MINIMO DE LA CATEGORIA. CADA MOVIMIENTO
      *                    DEJA AUDITORIA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-ASIGNACIONES ASSIGN TO UT-S-TRANSCVA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRANS.

           SELECT EMPLEADO-CONVENIO ASSIGN TO UT-ARCHECNV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPCNV-LLAVE
                  FILE STATUS IS WS-CODIGO-ECNV.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-ASIGNACIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-ASIGNACION.
       01  REG-TRANS-ASIGNACION.
           05 ASG-TIPO                  PIC X(01).
              88 ASG-ES-ALTA                        VALUE 'A'.
              88 ASG-ES-CAMBIO                      VALUE 'C'.
              88 ASG-ES-BAJA                        VALUE 'B'.
           05 ASG-LEGAJO                PIC 9(05).
           05 ASG-GREMIO                PIC 9(03).
           05 ASG-CATEGORIA             PIC 9(02).
           05 ASG-AFILIADO              PIC X(01).
              88 ASG-AFILIADO-VALIDO                VALUE 'S' 'N'.
           05 FILLER                    PIC X(68).

       FD  EMPLEADO-CONVENIO
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS REG-EMPLEADO-CONVENIO.
           COPY CPEMPCV1.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'ASIGNACION DE CONVENIOS'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-GREMIO                PIC 9(03).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 DET-CATEGORIA             PIC 9(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-AFILIADO              PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(30).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(12)
              VALUE 'APLICADAS:'.
           05 RES-APLICADAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-ECNV               PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-OPERACION-AUD             PIC X(06).
       01  WS-USUARIO-ASG                PIC X(08) VALUE 'ASIGCONV'.

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-FUNCION-CNV               PIC X(02).
       01  WS-LLAVE-CNV.
           05 WS-LLAVE-CNV-GREMIO       PIC 9(03).
           05 WS-LLAVE-CNV-CATEGORIA    PIC 9(02).
       01  WS-REG-CONVENIO-AUX.
           05 WS-CONV-LLAVE-AUX         PIC 9(05).
           05 WS-CONV-GREMIO-NOM-AUX    PIC X(20).
           05 WS-CONV-DESC-CAT-AUX      PIC X(14).
           05 WS-CONV-MINIMO-AUX        PIC 9(07)V99.
           05 WS-CONV-BASE-AUX          PIC X(01).
           05 WS-CONV-PORC-CUOTA-AUX    PIC 9(02)V99.
           05 WS-CONV-PORC-SOLID-AUX    PIC 9(02)V99.
           05 WS-CONV-CUENTA-AUX        PIC X(22).
       01  WS-CODIGO-CNV                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'ASIGNA-CONVENIOS'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADAS            PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-TRANSACCION UNTIL FIN-DE-TRANS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           OPEN INPUT TRANS-ASIGNACIONES
           OPEN I-O EMPLEADO-CONVENIO
           IF WS-CODIGO-ECNV EQUAL '35'
              OPEN OUTPUT EMPLEADO-CONVENIO
           END-IF
           OPEN EXTEND AUDITORIA
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'AB' TO WS-FUNCION-CNV
           CALL 'CONVENIOS-I-O'
                USING WS-FUNCION-CNV WS-LLAVE-CNV WS-USUARIO-ASG
                      WS-REG-CONVENIO-AUX WS-CODIGO-CNV

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-ASIGNACIONES
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE ASG-TIPO   TO DET-TIPO
           MOVE ASG-LEGAJO TO DET-LEGAJO
           MOVE ASG-GREMIO    TO DET-GREMIO
           MOVE ASG-CATEGORIA TO DET-CATEGORIA
           MOVE ASG-AFILIADO  TO DET-AFILIADO

           EVALUATE TRUE
              WHEN ASG-ES-ALTA
                 PERFORM 3000-APLICA-ASIGNACION
              WHEN ASG-ES-CAMBIO
                 PERFORM 3000-APLICA-ASIGNACION
              WHEN ASG-ES-BAJA
                 PERFORM 4000-APLICA-BAJA
              WHEN OTHER
                 PERFORM 2100-RECHAZA-TRANSACCION
                 MOVE 'TIPO DE TRANSACCION INVALIDO' TO DET-MENSAJE
           END-EVALUATE

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

       2100-RECHAZA-TRANSACCION.
           ADD 1 TO WS-CONTADOR-RECHAZADAS.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL ALTA Y EL CAMBIO COMPARTEN LA VALIDACION: LEGAJO ACTIVO,
      * CATEGORIA EXISTENTE, MARCA DE AFILIADO S/N Y SALARIO NO
      * MENOR AL BASICO MINIMO DE LA CATEGORIA.
      * -----------------------------------------------------------
       3000-APLICA-ASIGNACION.
           MOVE ASG-LEGAJO TO WS-LLAVE-EMP
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           IF WS-CODIGO-EMP NOT EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'LEGAJO INEXISTENTE' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF WS-EMP-ESTADO NOT EQUAL 'A'
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'LEGAJO NO ACTIVO' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           IF NOT ASG-AFILIADO-VALIDO
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'MARCA DE AFILIADO INVALIDA' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           MOVE ASG-GREMIO    TO WS-LLAVE-CNV-GREMIO
           MOVE ASG-CATEGORIA TO WS-LLAVE-CNV-CATEGORIA
           MOVE 'LE' TO WS-FUNCION-CNV
           CALL 'CONVENIOS-I-O'
                USING WS-FUNCION-CNV WS-LLAVE-CNV WS-USUARIO-ASG
                      WS-REG-CONVENIO-AUX WS-CODIGO-CNV
           IF WS-CODIGO-CNV NOT EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'CATEGORIA INEXISTENTE' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF WS-EMP-SALARIO LESS THAN WS-CONV-MINIMO-AUX
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'SALARIO BAJO MINIMO CONVENIO' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           MOVE ASG-LEGAJO    TO EMPCNV-LLAVE
           MOVE ASG-GREMIO    TO EMPCNV-GREMIO
           MOVE ASG-CATEGORIA TO EMPCNV-CATEGORIA
           MOVE ASG-AFILIADO  TO EMPCNV-AFILIADO
           MOVE WS-FECHA-HOY  TO EMPCNV-FECHA-ASIGNACION
           IF ASG-ES-ALTA
              WRITE REG-EMPLEADO-CONVENIO
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
           ELSE
              REWRITE REG-EMPLEADO-CONVENIO
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
           END-IF
           IF WS-CODIGO-ECNV NOT EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-APLICADAS
           MOVE 'ASIGNACION REGISTRADA' TO DET-MENSAJE
           PERFORM 8000-ESCRIBE-AUDITORIA.
       3000-FIN.  EXIT.

       4000-APLICA-BAJA.
           MOVE ASG-LEGAJO TO EMPCNV-LLAVE
           DELETE EMPLEADO-CONVENIO
           IF WS-CODIGO-ECNV NOT EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'ASIGNACION INEXISTENTE' TO DET-MENSAJE
              GO TO 4000-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-APLICADAS
           MOVE 'ASIGNACION ELIMINADA' TO DET-MENSAJE
           MOVE 'BAJA  ' TO WS-OPERACION-AUD
           PERFORM 8000-ESCRIBE-AUDITORIA.
       4000-FIN.  EXIT.

       8000-ESCRIBE-AUDITORIA.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'EMPCONVENIO'    TO AUD-ARCHIVO
           MOVE ASG-LEGAJO       TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY     TO AUD-FECHA
           MOVE WS-HORA-AHORA    TO AUD-HORA
           MOVE WS-USUARIO-ASG   TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       8000-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'CI' TO WS-FUNCION-CNV
           CALL 'CONVENIOS-I-O'
                USING WS-FUNCION-CNV WS-LLAVE-CNV WS-USUARIO-ASG
                      WS-REG-CONVENIO-AUX WS-CODIGO-CNV

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADAS WS-STAT-RECHAZADAS

           CLOSE TRANS-ASIGNACIONES EMPLEADO-CONVENIO AUDITORIA
                 REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
