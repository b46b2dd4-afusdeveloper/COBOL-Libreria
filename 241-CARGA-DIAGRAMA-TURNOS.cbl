       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CARGA-DIAGRAMA-TURNOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. CARGA SEMANAL DEL
      *                    DIAGRAMA DE TURNOS (DIAGRAMA-TURNOS,
      *                    CPDIAG01) QUE ENTREGAN LOS SUPERVISORES:
      *                    UNA TARJETA POR LEGAJO CON LA FECHA DEL
      *                    PRIMER DIA DE LA SEMANA Y EL CODIGO DE
      *                    TURNO DE CADA UNO DE LOS SIETE DIAS (EN
      *                    BLANCO = FRANCO). VALIDA LEGAJO ACTIVO,
      *                    FECHA, SUPERVISOR INFORMADO Y QUE CADA
      *                    TURNO EXISTA EN TURNOS; LA TARJETA SE
      *                    APLICA ENTERA O SE RECHAZA ENTERA. LA
      *                    RECARGA DE UNA SEMANA REEMPLAZA LOS DIAS
      *                    YA DIAGRAMADOS. AUDITORIA POR TARJETA,
      *                    RECHAZOS LISTADOS Y RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-DIAGRAMA ASSIGN TO UT-S-TRANSDIA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRANS.

           SELECT DIAGRAMA-TURNOS ASSIGN TO UT-ARCHDIAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DIAG-LLAVE
                  FILE STATUS IS WS-CODIGO-DIAG.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-DIAGRAMA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-DIAGRAMA.
       01  REG-TRANS-DIAGRAMA.
           05 TRDI-LEGAJO               PIC 9(05).
           05 TRDI-FECHA-DESDE          PIC 9(08).
           05 TRDI-TURNO-DIA            PIC X(03) OCCURS 7 TIMES.
           05 TRDI-SUPERVISOR           PIC X(08).
           05 FILLER                    PIC X(38).

       FD  DIAGRAMA-TURNOS
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS REG-DIAGRAMA.
           COPY CPDIAG01.

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
              VALUE 'CARGA DEL DIAGRAMA DE TURNOS'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-FECHA-DESDE           PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-SUPERVISOR            PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(30).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(12)
              VALUE 'APLICADAS:'.
           05 RES-APLICADAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(18)
              VALUE '  DIAS GRABADOS:'.
           05 RES-DIAS                  PIC ZZZ,ZZ9.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-DIAG               PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-TRANS-INVALIDA            PIC X(01).
           88 TRANS-INVALIDA                       VALUE 'S'.
       01  SW-SEMANA-REEMPLAZADA        PIC X(01).
           88 SEMANA-REEMPLAZADA                   VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-OPERACION-AUD             PIC X(06).
       01  WS-USUARIO-DIA               PIC X(08) VALUE 'CARGDIAG'.
       01  WS-VALIDA                    PIC X(01).
           88 WS-FECHA-VALIDA                      VALUE 'S'.
       01  WS-IND-DIA                   PIC 9(02) COMP.
       01  WS-DIAS-A-SUMAR              PIC S9(05).
       01  WS-FECHA-DIA                 PIC 9(08).

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-FUNCION-TUR               PIC X(02).
       01  WS-LLAVE-TUR                 PIC X(03).
       01  WS-REG-TURNO-AUX.
           05 WS-TURNO-LLAVE-AUX        PIC X(03).
           05 WS-TURNO-DESCRIP-AUX      PIC X(20).
           05 WS-TURNO-ENTRADA-AUX      PIC 9(04).
           05 WS-TURNO-SALIDA-AUX       PIC 9(04).
           05 WS-TURNO-DESCANSO-AUX     PIC 9(03).
           05 WS-TURNO-NOCTURNO-AUX     PIC X(01).
       01  WS-CODIGO-TUR                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-DIAS             PIC 9(06) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CARGA-DIAGRAMA'.
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

           OPEN INPUT TRANS-DIAGRAMA
           OPEN I-O DIAGRAMA-TURNOS
           IF WS-CODIGO-DIAG EQUAL '35'
              OPEN OUTPUT DIAGRAMA-TURNOS
           END-IF
           OPEN EXTEND AUDITORIA
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'AB' TO WS-FUNCION-TUR
           CALL 'TURNOS-I-O'
                USING WS-FUNCION-TUR WS-LLAVE-TUR WS-USUARIO-DIA
                      WS-REG-TURNO-AUX WS-CODIGO-TUR

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-DIAGRAMA
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRDI-LEGAJO      TO DET-LEGAJO
           MOVE TRDI-FECHA-DESDE TO DET-FECHA-DESDE
           MOVE TRDI-SUPERVISOR  TO DET-SUPERVISOR

           PERFORM 3000-VALIDA-TARJETA
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
           ELSE
              PERFORM 4000-GRABA-SEMANA
           END-IF

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA TARJETA ES VALIDA SI EL LEGAJO ESTA ACTIVO, LA FECHA ES
      * CORRECTA, EL SUPERVISOR ESTA INFORMADO Y TODOS LOS TURNOS
      * NO EN BLANCO EXISTEN EN EL MAESTRO TURNOS.
      * -----------------------------------------------------------
       3000-VALIDA-TARJETA.
           MOVE 'N' TO SW-TRANS-INVALIDA

           MOVE TRDI-LEGAJO TO WS-LLAVE-EMP
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           IF WS-CODIGO-EMP NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'LEGAJO INEXISTENTE' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF WS-EMP-ESTADO NOT EQUAL 'A'
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'LEGAJO NO ACTIVO' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           CALL 'VALIDA-FECHA' USING TRDI-FECHA-DESDE WS-VALIDA
           IF NOT WS-FECHA-VALIDA
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'FECHA DE SEMANA INVALIDA' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           IF TRDI-SUPERVISOR EQUAL SPACES
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'SUPERVISOR NO INFORMADO' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           PERFORM 3100-VALIDA-TURNO-DIA
                   VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA GREATER THAN 7
                      OR TRANS-INVALIDA.
       3000-FIN.  EXIT.

       3100-VALIDA-TURNO-DIA.
           IF TRDI-TURNO-DIA(WS-IND-DIA) EQUAL SPACES
              GO TO 3100-FIN
           END-IF

           MOVE TRDI-TURNO-DIA(WS-IND-DIA) TO WS-LLAVE-TUR
           MOVE 'LE' TO WS-FUNCION-TUR
           CALL 'TURNOS-I-O'
                USING WS-FUNCION-TUR WS-LLAVE-TUR WS-USUARIO-DIA
                      WS-REG-TURNO-AUX WS-CODIGO-TUR
           IF WS-CODIGO-TUR NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'TURNO INEXISTENTE' TO DET-MENSAJE
           END-IF.
       3100-FIN.  EXIT.

      * -----------------------------------------------------------
      * GRABA LOS SIETE DIAS DE LA SEMANA; EL DIA YA DIAGRAMADO
      * (STATUS 22) SE REESCRIBE CON LA NUEVA CARGA.
      * -----------------------------------------------------------
       4000-GRABA-SEMANA.
           MOVE 'N' TO SW-SEMANA-REEMPLAZADA
           PERFORM 4100-GRABA-DIA
                   VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA GREATER THAN 7
                      OR TRANS-INVALIDA
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 4000-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-APLICADAS
           MOVE 'APLICADA' TO DET-RESULTADO
           IF SEMANA-REEMPLAZADA
              MOVE 'SEMANA REEMPLAZADA' TO DET-MENSAJE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
           ELSE
              MOVE 'SEMANA DIAGRAMADA' TO DET-MENSAJE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
           END-IF
           PERFORM 8000-ESCRIBE-AUDITORIA.
       4000-FIN.  EXIT.

       4100-GRABA-DIA.
           COMPUTE WS-DIAS-A-SUMAR = WS-IND-DIA - 1
           CALL 'SUMA-DIAS-FECHA'
                USING TRDI-FECHA-DESDE WS-DIAS-A-SUMAR WS-FECHA-DIA

           MOVE TRDI-LEGAJO                TO DIAG-LEGAJO
           MOVE WS-FECHA-DIA               TO DIAG-FECHA
           MOVE TRDI-TURNO-DIA(WS-IND-DIA) TO DIAG-TURNO
           MOVE WS-FECHA-HOY               TO DIAG-FECHA-CARGA
           MOVE TRDI-SUPERVISOR            TO DIAG-SUPERVISOR
           WRITE REG-DIAGRAMA
           IF WS-CODIGO-DIAG EQUAL '22'
              REWRITE REG-DIAGRAMA
              MOVE 'S' TO SW-SEMANA-REEMPLAZADA
           END-IF
           IF WS-CODIGO-DIAG NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              GO TO 4100-FIN
           END-IF
           ADD 1 TO WS-CONTADOR-DIAS.
       4100-FIN.  EXIT.

       8000-ESCRIBE-AUDITORIA.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'DIAGRAMA'       TO AUD-ARCHIVO
           MOVE TRDI-LEGAJO      TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY     TO AUD-FECHA
           MOVE WS-HORA-AHORA    TO AUD-HORA
           MOVE TRDI-SUPERVISOR  TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       8000-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           MOVE WS-CONTADOR-DIAS       TO RES-DIAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'CI' TO WS-FUNCION-TUR
           CALL 'TURNOS-I-O'
                USING WS-FUNCION-TUR WS-LLAVE-TUR WS-USUARIO-DIA
                      WS-REG-TURNO-AUX WS-CODIGO-TUR

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADAS WS-STAT-RECHAZADAS

           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TRANS-DIAGRAMA DIAGRAMA-TURNOS AUDITORIA
                 REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
