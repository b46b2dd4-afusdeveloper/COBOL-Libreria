       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CARGA-DECLARACIONES-GAN.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. CARGA POR LOTE DE LAS
      *                    DECLARACIONES JURADAS ANUALES DE
      *                    DEDUCCIONES PERSONALES PARA GANANCIAS
      *                    (CPDECGA1), CON EL ESQUEMA DE
      *                    MANTENIMIENTO-AFILIACIONES: VALIDA QUE EL
      *                    LEGAJO EXISTA Y ESTE ACTIVO, QUE EL ANIO
      *                    VENGA INFORMADO Y QUE LA MARCA DE CONYUGE
      *                    SEA S/N. SI EL EMPLEADO YA TIENE
      *                    DECLARACION PARA EL ANIO LA NUEVA LA
      *                    REEMPLAZA (CA); SI NO, SE DA DE ALTA (AL).
      *                    LA FECHA DE PRESENTACION ES LA DEL PROCESO.
      *                    RECHAZOS LISTADOS Y RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-DECLARACIONES ASSIGN TO UT-S-DECLGAN
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-DECLARACIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-DDJ.
       01  REG-TRANS-DDJ.
           05 TRDJ-LEGAJO               PIC 9(05).
           05 TRDJ-ANIO                 PIC 9(04).
           05 TRDJ-CONYUGE              PIC X(01).
              88 TRDJ-CONYUGE-VALIDO            VALUE 'S' 'N' SPACE.
           05 TRDJ-CANTIDAD-HIJOS       PIC 9(02).
           05 TRDJ-INTERESES-HIPOTECA   PIC 9(09)V99.
           05 TRDJ-SEGURO-SALUD         PIC 9(09)V99.
           05 TRDJ-SERVICIO-DOMESTICO   PIC 9(09)V99.
           05 FILLER                    PIC X(35).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(18) VALUE SPACES.
           05 FILLER                    PIC X(44)
              VALUE 'CARGA DE DECLARACIONES JURADAS DE GANANCIAS'.
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-ANIO                  PIC 9(04).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(30).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(25)
              VALUE 'DECLARACIONES LEIDAS:'.
           05 RES-LEIDAS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'APLICADAS:'.
           05 RES-APLICADAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-TRANS-INVALIDA            PIC X(01).
           88 TRANS-INVALIDA                       VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-USUARIO-DDJ               PIC X(08) VALUE 'CARGADDJ'.

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05).
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE 99999.
       01  WS-REG-EMPLEADOS-AUX.
           05 WS-EMP-LLAVE-AUX          PIC 9(05).
           05 WS-EMP-NOMBRE-AUX         PIC X(15).
           05 WS-EMP-APELLIDO-AUX       PIC X(15).
           05 WS-EMP-DEPARTAMENTO-AUX   PIC 9(03).
           05 WS-EMP-FECHA-ALTA-AUX     PIC 9(08).
           05 WS-EMP-SALARIO-AUX        PIC 9(07)V99.
           05 WS-EMP-ESTADO-AUX         PIC X(01).
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-FUNCION-DDJ               PIC X(02).
       01  WS-LLAVE-DDJ                 PIC 9(09).
       01  WS-LLAVE-HASTA-DDJ           PIC 9(09) VALUE 999999999.
       01  WS-REG-DECLARACION-AUX.
           05 WS-DDJ-LEGAJO-AUX         PIC 9(05).
           05 WS-DDJ-ANIO-AUX           PIC 9(04).
           05 WS-DDJ-CONYUGE-AUX        PIC X(01).
           05 WS-DDJ-HIJOS-AUX          PIC 9(02).
           05 WS-DDJ-HIPOTECA-AUX       PIC 9(09)V99.
           05 WS-DDJ-SALUD-AUX          PIC 9(09)V99.
           05 WS-DDJ-DOMESTICO-AUX      PIC 9(09)V99.
           05 WS-DDJ-PRESENTACION-AUX   PIC 9(08).
       01  WS-CODIGO-DDJ                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CARGA-DECLAR-GAN'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADAS            PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-DECLARACION UNTIL FIN-DE-TRANS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           OPEN INPUT TRANS-DECLARACIONES
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS-AUX WS-CODIGO-EMP

           MOVE 'AB' TO WS-FUNCION-DDJ
           CALL 'DECLARACIONES-GAN-I-O'
                USING WS-FUNCION-DDJ WS-LLAVE-DDJ WS-LLAVE-HASTA-DDJ
                      WS-USUARIO-DDJ WS-REG-DECLARACION-AUX
                      WS-CODIGO-DDJ

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-DECLARACIONES
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-DECLARACION.
           MOVE TRDJ-LEGAJO TO DET-LEGAJO
           MOVE TRDJ-ANIO   TO DET-ANIO

           PERFORM 2005-VALIDA-TRANSACCION
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
           ELSE
              PERFORM 2010-APLICA-DECLARACION
           END-IF

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * VALIDACIONES DE LA DECLARACION: LEGAJO ACTIVO, ANIO
      * INFORMADO Y MARCA DE CONYUGE S/N (BLANCO = N).
      * -----------------------------------------------------------
       2005-VALIDA-TRANSACCION.
           MOVE 'N' TO SW-TRANS-INVALIDA

           MOVE TRDJ-LEGAJO TO WS-LLAVE-EMP
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS-AUX WS-CODIGO-EMP
           IF WS-CODIGO-EMP NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'LEGAJO INEXISTENTE' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF WS-EMP-ESTADO-AUX NOT EQUAL 'A'
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'LEGAJO DE BAJA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           IF TRDJ-ANIO EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'ANIO NO INFORMADO' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           IF NOT TRDJ-CONYUGE-VALIDO
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'MARCA DE CONYUGE INVALIDA' TO DET-MENSAJE
           END-IF.
       2005-FIN.  EXIT.

      * -----------------------------------------------------------
      * SI YA HAY DECLARACION DEL ANIO LA NUEVA LA REEMPLAZA.
      * -----------------------------------------------------------
       2010-APLICA-DECLARACION.
           MOVE TRDJ-LEGAJO TO WS-LLAVE-DDJ(1:5)
           MOVE TRDJ-ANIO   TO WS-LLAVE-DDJ(6:4)
           MOVE 'LE' TO WS-FUNCION-DDJ
           CALL 'DECLARACIONES-GAN-I-O'
                USING WS-FUNCION-DDJ WS-LLAVE-DDJ WS-LLAVE-HASTA-DDJ
                      WS-USUARIO-DDJ WS-REG-DECLARACION-AUX
                      WS-CODIGO-DDJ
           IF WS-CODIGO-DDJ EQUAL ZEROS
              MOVE 'CA' TO WS-FUNCION-DDJ
              MOVE 'DECLARACION REEMPLAZADA' TO DET-MENSAJE
           ELSE
              MOVE 'AL' TO WS-FUNCION-DDJ
              MOVE 'DECLARACION REGISTRADA' TO DET-MENSAJE
           END-IF

           PERFORM 2050-ARMA-REGISTRO
           CALL 'DECLARACIONES-GAN-I-O'
                USING WS-FUNCION-DDJ WS-LLAVE-DDJ WS-LLAVE-HASTA-DDJ
                      WS-USUARIO-DDJ WS-REG-DECLARACION-AUX
                      WS-CODIGO-DDJ
           PERFORM 2060-EVALUA-RESULTADO.
       2010-FIN.  EXIT.

       2050-ARMA-REGISTRO.
           MOVE TRDJ-LEGAJO             TO WS-DDJ-LEGAJO-AUX
           MOVE TRDJ-ANIO               TO WS-DDJ-ANIO-AUX
           MOVE TRDJ-CONYUGE            TO WS-DDJ-CONYUGE-AUX
           IF TRDJ-CONYUGE EQUAL SPACE
              MOVE 'N' TO WS-DDJ-CONYUGE-AUX
           END-IF
           MOVE TRDJ-CANTIDAD-HIJOS     TO WS-DDJ-HIJOS-AUX
           MOVE TRDJ-INTERESES-HIPOTECA TO WS-DDJ-HIPOTECA-AUX
           MOVE TRDJ-SEGURO-SALUD       TO WS-DDJ-SALUD-AUX
           MOVE TRDJ-SERVICIO-DOMESTICO TO WS-DDJ-DOMESTICO-AUX
           MOVE WS-FECHA-HOY            TO WS-DDJ-PRESENTACION-AUX.
       2050-FIN.  EXIT.

       2060-EVALUA-RESULTADO.
           IF WS-CODIGO-DDJ EQUAL ZEROS
              MOVE 'APLICADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-APLICADAS
           ELSE
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-IF.
       2060-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS-AUX WS-CODIGO-EMP
           MOVE 'CI' TO WS-FUNCION-DDJ
           CALL 'DECLARACIONES-GAN-I-O'
                USING WS-FUNCION-DDJ WS-LLAVE-DDJ WS-LLAVE-HASTA-DDJ
                      WS-USUARIO-DDJ WS-REG-DECLARACION-AUX
                      WS-CODIGO-DDJ

           MOVE WS-CONTADOR-LEIDAS     TO RES-LEIDAS
           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADAS WS-STAT-RECHAZADAS

           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TRANS-DECLARACIONES REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
