       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     EXTRACTO-ROS-AML.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL EXTRACTO PASA AL DD PROPIO EXTRAML: EXTROS
      *                    ES EL EXTRACTO DE OBRA SOCIAL (154).
      *   15/10/2026  AMF  EL EXTRACTO QUEDA ANOTADO EN EL REGISTRO DE
      *                    INTERFACES (REGISTRO-INTERFACES, CPREGIF1)
      *                    COMO ROS-AML CON LAS ALERTAS REPORTADAS Y LA
      *                    SUMA DE SUS IMPORTES.
      *   15/10/2026  AMF  VERSION ORIGINAL. EXTRACTO PARA EL REPORTE
      *                    DE OPERACIONES SOSPECHOSAS AL REGULADOR:
      *                    RECORRE ALERTAS-AML, TOMA LAS ALERTAS
      *                    CONFIRMADAS POR EL OFICIAL DE CUMPLIMIENTO,
      *                    LAS COMPLETA CON NOMBRE Y DIRECCION DEL
      *                    TITULAR (CLIENTES-INDEXADOS-I-O; SIN
      *                    CLIENTE SE USA EL NOMBRE DE LA CUENTA) Y
      *                    LAS GRABA EN EXTRACTO-ROS (CPROSEX1). CADA
      *                    ALERTA EXTRAIDA QUEDA REPORTADA CON LA
      *                    FECHA DEL EXTRACTO, ASI NO SALE DOS VECES.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACTO-ROS ASSIGN TO UT-S-EXTRAML
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-EXTRACTO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO-ROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 212 CHARACTERS
           DATA RECORD IS REG-EXTRACTO-ROS.
           COPY CPROSEX1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(14) VALUE SPACES.
           05 FILLER                    PIC X(45)
              VALUE 'EXTRACTO DE OPERACIONES SOSPECHOSAS - FECHA'.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(10) VALUE 'FECHA'.
           05 FILLER                    PIC X(09) VALUE 'CUENTA'.
           05 FILLER                    PIC X(06) VALUE 'REGLA'.
           05 FILLER                    PIC X(17)
              VALUE '          IMPORTE'.
           05 FILLER                    PIC X(38) VALUE '  TITULAR'.

       01  WS-DETALLE.
           05 DET-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-REGLA                 PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-NOMBRE                PIC X(36).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(20)
              VALUE 'ALERTAS LEIDAS:'.
           05 RES-LEIDAS                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(22)
              VALUE '  REPORTADAS:'.
           05 RES-REPORTADAS            PIC ZZ,ZZ9.

       01  WS-CODIGO-EXTRACTO           PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-USUARIO-ROS                PIC X(08) VALUE 'EXTRAML'.

       01  WS-FUNCION-ALE               PIC X(02).
       01  WS-LLAVE-ALE                 PIC X(27) VALUE LOW-VALUES.
       01  WS-LLAVE-HASTA-ALE           PIC X(27) VALUE HIGH-VALUES.
       01  WS-REG-ALERTA-AUX.
           05 WS-ALE-LLAVE-AUX.
              10 WS-ALE-FECHA-AUX       PIC 9(08).
              10 WS-ALE-CUENTA-AUX      PIC 9(07).
              10 WS-ALE-HORA-AUX        PIC 9(08).
              10 WS-ALE-REGLA-AUX       PIC X(04).
           05 WS-ALE-ORIGEN-AUX         PIC X(08).
           05 WS-ALE-TIPO-MOV-AUX       PIC X(06).
           05 WS-ALE-IMPORTE-AUX        PIC 9(11)V99.
           05 WS-ALE-ACUMULADO-AUX      PIC 9(11)V99.
           05 WS-ALE-CANTIDAD-AUX       PIC 9(03).
           05 WS-ALE-TITULAR-AUX        PIC 9(08).
           05 WS-ALE-ESTADO-AUX         PIC X(01).
              88 WS-ALE-CONFIRMADA-AUX           VALUE 'C'.
           05 WS-ALE-FECHA-ESTADO-AUX   PIC 9(08).
           05 WS-ALE-OFICIAL-AUX        PIC X(08).
           05 WS-ALE-OBSERVACION-AUX    PIC X(40).
           05 WS-ALE-FECHA-REPORTE-AUX  PIC 9(08).
       01  WS-CODIGO-ALE                PIC X(02).

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-REPORTADAS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-ERRORES          PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-REPORTADO           PIC 9(13)V99 VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'EXTRACTO-ROS-AML'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-REPORTADAS           PIC 9(07).
       01  WS-STAT-ERRORES              PIC 9(07).

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           MOVE 'AB' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-ROS WS-REG-ALERTA-AUX WS-CODIGO-ALE
           IF WS-CODIGO-ALE NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR ALERTAS-AML, SE CANCELA'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT EXTRACTO-ROS
           OPEN OUTPUT REPORTE
           MOVE WS-FECHA-HOY TO TIT-FECHA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-ROS WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-ROS WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'RI' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-ROS WS-REG-ALERTA-AUX WS-CODIGO-ALE

           PERFORM 1000-PROCESA-ALERTA
                   UNTIL WS-CODIGO-ALE NOT EQUAL ZEROS

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-PROCESA-ALERTA.
           ADD 1 TO WS-CONTADOR-LEIDAS
           IF WS-ALE-CONFIRMADA-AUX
              PERFORM 2000-EXTRAE-ALERTA
           END-IF

           MOVE 'RS' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-ROS WS-REG-ALERTA-AUX WS-CODIGO-ALE.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA ALERTA SE MARCA REPORTADA ANTES DE GRABAR EL EXTRACTO:
      * SI LA MARCA FALLA NO SALE, Y QUEDA CONFIRMADA PARA LA
      * PROXIMA CORRIDA.
      * -----------------------------------------------------------
       2000-EXTRAE-ALERTA.
           MOVE WS-ALE-FECHA-ESTADO-AUX TO ROS-FECHA-CONFIRMA
           MOVE WS-ALE-OFICIAL-AUX      TO ROS-OFICIAL

           MOVE 'R'              TO WS-ALE-ESTADO-AUX
           MOVE WS-FECHA-HOY     TO WS-ALE-FECHA-REPORTE-AUX
           MOVE WS-ALE-LLAVE-AUX TO WS-LLAVE-ALE
           MOVE 'CA' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-ROS WS-REG-ALERTA-AUX WS-CODIGO-ALE
           IF WS-CODIGO-ALE NOT EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-ERRORES
              MOVE ZEROS TO WS-CODIGO-ALE
              GO TO 2000-FIN
           END-IF

           PERFORM 2100-BUSCA-TITULAR

           MOVE WS-FECHA-HOY           TO ROS-FECHA-REPORTE
           MOVE WS-ALE-FECHA-AUX       TO ROS-FECHA-OPERACION
           MOVE WS-ALE-HORA-AUX        TO ROS-HORA-OPERACION
           MOVE WS-ALE-CUENTA-AUX      TO ROS-CUENTA
           MOVE WS-ALE-REGLA-AUX       TO ROS-REGLA
           MOVE WS-ALE-TIPO-MOV-AUX    TO ROS-TIPO-MOV
           MOVE WS-ALE-ORIGEN-AUX      TO ROS-ORIGEN
           MOVE WS-ALE-IMPORTE-AUX     TO ROS-IMPORTE
           MOVE WS-ALE-ACUMULADO-AUX   TO ROS-ACUMULADO
           MOVE WS-ALE-CANTIDAD-AUX    TO ROS-CANTIDAD
           MOVE WS-ALE-TITULAR-AUX     TO ROS-TITULAR
           MOVE WS-ALE-OBSERVACION-AUX TO ROS-OBSERVACION
           WRITE REG-EXTRACTO-ROS
           ADD 1 TO WS-CONTADOR-REPORTADAS
           ADD ROS-IMPORTE TO WS-TOTAL-REPORTADO

           MOVE WS-ALE-FECHA-AUX  TO DET-FECHA
           MOVE WS-ALE-CUENTA-AUX TO DET-CUENTA
           MOVE WS-ALE-REGLA-AUX  TO DET-REGLA
           IF WS-ALE-REGLA-AUX EQUAL 'ACUM'
              MOVE WS-ALE-ACUMULADO-AUX TO DET-IMPORTE
           ELSE
              MOVE WS-ALE-IMPORTE-AUX   TO DET-IMPORTE
           END-IF
           MOVE ROS-NOMBRE        TO DET-NOMBRE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2000-FIN.  EXIT.

       2100-BUSCA-TITULAR.
           MOVE SPACES TO ROS-NOMBRE ROS-DIRECCION

           MOVE WS-ALE-CUENTA-AUX TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-ROS WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              MOVE WS-SALDO-NOMBRE TO ROS-NOMBRE
           END-IF

           IF WS-ALE-TITULAR-AUX GREATER THAN ZEROS
              MOVE WS-ALE-TITULAR-AUX TO WS-LLAVE-CLI
              MOVE 'LE' TO WS-FUNCION-CLI
              CALL 'CLIENTES-INDEXADOS-I-O'
                   USING WS-FUNCION-CLI WS-LLAVE-CLI
                         WS-LLAVE-HASTA-CLI WS-USUARIO-ROS
                         WS-REG-CLIENTE WS-CODIGO-CLI
              IF WS-CODIGO-CLI EQUAL ZEROS
                 MOVE WS-CLI-NOMBRE    TO ROS-NOMBRE
                 MOVE WS-CLI-DIRECCION TO ROS-DIRECCION
              END-IF
           END-IF.
       2100-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-ROS WS-REG-ALERTA-AUX WS-CODIGO-ALE

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-ROS WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-ROS WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE WS-CONTADOR-LEIDAS     TO RES-LEIDAS
           MOVE WS-CONTADOR-REPORTADAS TO RES-REPORTADAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-REPORTADAS TO WS-STAT-REPORTADAS
           MOVE WS-CONTADOR-ERRORES    TO WS-STAT-ERRORES
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-REPORTADAS WS-STAT-ERRORES

           CLOSE EXTRACTO-ROS REPORTE
           PERFORM 9200-REGISTRA-INTERFAZ.
       9000-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: EL EXTRACTO CERRADO, CON LAS ALERTAS
      * REPORTADAS Y LA SUMA DE SUS IMPORTES (NO LLEVA TRAILER).
      * -----------------------------------------------------------
       9200-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'ROS-AML'              TO REGI-INTERFAZ
           MOVE 'EXTRAML'              TO REGI-ARCHIVO
           MOVE WS-FECHA-HOY (1:6)     TO REGI-PERIODO
           MOVE WS-CONTADOR-REPORTADAS TO REGI-CANTIDAD
           MOVE WS-TOTAL-REPORTADO     TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9200-FIN.  EXIT.
      * ---------------------------------------------------------------
