       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     REGISTRO-INTERFACES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA FECHA SE TOMA DEL RELOJ (FECHA-SISTEMA) Y
      *                    NO DE LA FECHA DE PROCESO: ES EL MOMENTO
      *                    REAL, JUNTO CON LA HORA.
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA COMPARTIDO DEL
      *                    REGISTRO DE INTERFACES DE SALIDA (CPREGIF1):
      *                    LA FUNCION RE (REGISTRA) LA LLAMA CADA
      *                    PROGRAMA QUE PRODUCE UN ARCHIVO HACIA UN
      *                    TERCERO, AL CERRARLO, CON LA INTERFAZ, EL
      *                    PERIODO, EL NOMBRE DE DD, LA CANTIDAD DE
      *                    REGISTROS, EL TOTAL DE CONTROL Y LA HORA DE
      *                    CORTE DE ENVIO; QUEDA EN ESTADO CREADO CON
      *                    FECHA Y HORA. EL PASO DE TRANSMISION, LA
      *                    IMPORTACION DE ACUSES Y EL REPORTE DE LA
      *                    MANANA TRABAJAN SOBRE EL MISMO ARCHIVO. UNA
      *                    FALLA DEL REGISTRO SE INFORMA PERO NO FRENA
      *                    AL PROGRAMA QUE LLAMA: EL ARCHIVO YA ESTA
      *                    GRABADO.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-ARCHIVO ASSIGN TO UT-ARCHRINT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REGI-LLAVE
                  FILE STATUS IS WS-CODIGO.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-ARCHIVO
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS REG-INTERFAZ.
           COPY CPREGIF1.

       WORKING-STORAGE SECTION.
       01  WS-CODIGO                    PIC X(02).
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-INTENTOS                  PIC 9(02).

       01  WS-FUNCION                   PIC X(02).
           88 WS-FUN-REGISTRA                     VALUE 'RE'.

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-REG-INTERFAZ              PIC X(130).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-REG-INTERFAZ LK-CODIGO.

       000-MAINLINE.
           MOVE LK-FUNCION TO WS-FUNCION
           MOVE SPACES     TO WS-CODIGO

           EVALUATE TRUE
              WHEN WS-FUN-REGISTRA
                 PERFORM 100-REGISTRA-ARCHIVO
              WHEN OTHER
                 MOVE '99' TO WS-CODIGO
           END-EVALUATE

           MOVE WS-CODIGO TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

      * -----------------------------------------------------------
      * ALTA DE LA ENTRADA EN ESTADO CREADO. DOS ARCHIVOS DE LA
      * MISMA INTERFAZ Y DD EN EL MISMO SEGUNDO SE SEPARAN CORRIENDO
      * LA HORA DE CREACION UNA CENTESIMA.
      * -----------------------------------------------------------
       100-REGISTRA-ARCHIVO.
           OPEN I-O REGISTRO-ARCHIVO
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT REGISTRO-ARCHIVO
           END-IF
           IF WS-CODIGO NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR REGISTRO-INTERFACES - STATUS: '
                      WS-CODIGO
              GO TO 100-FIN
           END-IF

           CALL 'FECHA-SISTEMA' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME

           MOVE LK-REG-INTERFAZ TO REG-INTERFAZ
           MOVE WS-FECHA-HOY    TO REGI-FECHA-CREACION
           MOVE WS-HORA-AHORA   TO REGI-HORA-CREACION
           MOVE 'C'             TO REGI-ESTADO
           MOVE ZEROS           TO REGI-FECHA-ENVIO REGI-HORA-ENVIO
                                   REGI-FECHA-ACUSE REGI-HORA-ACUSE
           MOVE SPACES          TO REGI-MOTIVO-ACUSE

           MOVE ZEROS TO WS-INTENTOS
           MOVE '22'  TO WS-CODIGO
           PERFORM 110-GRABA-ENTRADA
                   UNTIL WS-CODIGO NOT EQUAL '22'
                      OR WS-INTENTOS EQUAL 10
           IF WS-CODIGO NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO REGISTRAR LA INTERFAZ ' REGI-INTERFAZ
                      ' ' REGI-ARCHIVO ' - STATUS: ' WS-CODIGO
           ELSE
              MOVE REG-INTERFAZ TO LK-REG-INTERFAZ
           END-IF

           CLOSE REGISTRO-ARCHIVO.
       100-FIN.  EXIT.

       110-GRABA-ENTRADA.
           IF WS-INTENTOS GREATER THAN ZEROS
              ADD 1 TO REGI-HORA-CREACION
           END-IF
           ADD 1 TO WS-INTENTOS
           WRITE REG-INTERFAZ.
       110-FIN.  EXIT.
      * ---------------------------------------------------------------
