       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     NUMERA-COMPROBANTES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE NUMERACION
      *                    FISCAL CORRELATIVA: MANTIENE EL ARCHIVO
      *                    INDEXADO NUMERACION-COMPROBANTES (CPNUMCP1,
      *                    UN CONTADOR POR SUCURSAL + PUNTO DE VENTA
      *                    + TIPO DE COMPROBANTE). AB ABRE EL ARCHIVO
      *                    (LO CREA SI NO EXISTE), PX ENTREGA EL
      *                    PROXIMO NUMERO DE LA SERIE RECIBIDA Y LO
      *                    DEJA GRABADO EN EL MISMO LLAMADO (LA SERIE
      *                    NUEVA ARRANCA EN 1), CI CIERRA. EL NUMERO
      *                    SE PIDE RECIEN CON LA OPERACION YA
      *                    ACEPTADA, PARA QUE UN RECHAZO NO DEJE UN
      *                    SALTO EN LA SERIE.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMERACION ASSIGN TO UT-ARCHNUMC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUMC-LLAVE
                  FILE STATUS IS WS-CODIGO.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  NUMERACION
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-NUMERACION.
           COPY CPNUMCP1.

       WORKING-STORAGE SECTION.
       01  WS-CODIGO                    PIC X(02).
       01  WS-FECHA-HOY                 PIC 9(08).

       01  WS-FUNCION                   PIC X(02).
           88 WS-FUN-ABRIR                        VALUE 'AB'.
           88 WS-FUN-PROXIMO                      VALUE 'PX'.
           88 WS-FUN-CERRAR                       VALUE 'CI'.
       01  SW-ARCHIVO-ABIERTO            PIC X(01) VALUE 'N'.
           88 ARCHIVO-ABIERTO-OK                   VALUE 'S'.

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-SERIE.
           05 LK-SERIE-SUCURSAL         PIC 9(03).
           05 LK-SERIE-PUNTO-VENTA      PIC 9(04).
           05 LK-SERIE-TIPO             PIC X(02).
       01  LK-NUMERO                    PIC 9(08).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-SERIE LK-NUMERO
                                 LK-CODIGO.

       000-MAINLINE.
           MOVE LK-FUNCION TO WS-FUNCION
           MOVE SPACES     TO WS-CODIGO

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVO
              WHEN WS-FUN-PROXIMO
                 PERFORM 040-PROXIMO-NUMERO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVO
           END-EVALUATE

           MOVE WS-CODIGO TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVO.
           OPEN I-O NUMERACION
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT NUMERACION
              CLOSE NUMERACION
              OPEN I-O NUMERACION
           END-IF
           IF WS-CODIGO NOT EQUAL ZEROS
              MOVE 'N' TO SW-ARCHIVO-ABIERTO
              PERFORM 900-MUESTRA-MENSAJE
              MOVE 16 TO RETURN-CODE
              GO TO 020-FIN
           END-IF

           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           MOVE 'S' TO SW-ARCHIVO-ABIERTO.
       020-FIN.  EXIT.

      * -----------------------------------------------------------
      * LEE EL CONTADOR DE LA SERIE, LO AVANZA Y LO REGRABA ANTES
      * DE DEVOLVER EL NUMERO. LA SERIE SIN CONTADOR SE DA DE ALTA
      * CON EL NUMERO 1. ANTE CUALQUIER ERROR SE DEVUELVE CERO.
      * -----------------------------------------------------------
       040-PROXIMO-NUMERO.
           MOVE ZEROS TO LK-NUMERO
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 040-FIN
           END-IF

           MOVE LK-SERIE-SUCURSAL    TO NUMC-SUCURSAL
           MOVE LK-SERIE-PUNTO-VENTA TO NUMC-PUNTO-VENTA
           MOVE LK-SERIE-TIPO        TO NUMC-TIPO-COMPROBANTE
           READ NUMERACION

           IF WS-CODIGO EQUAL '23'
              MOVE SPACES               TO REG-NUMERACION
              MOVE LK-SERIE-SUCURSAL    TO NUMC-SUCURSAL
              MOVE LK-SERIE-PUNTO-VENTA TO NUMC-PUNTO-VENTA
              MOVE LK-SERIE-TIPO        TO NUMC-TIPO-COMPROBANTE
              MOVE 1                    TO NUMC-ULTIMO-NUMERO
              MOVE WS-FECHA-HOY         TO NUMC-FECHA-ULTIMO
              WRITE REG-NUMERACION
           ELSE
              IF WS-CODIGO NOT EQUAL ZEROS
                 PERFORM 900-MUESTRA-MENSAJE
                 GO TO 040-FIN
              END-IF
              ADD 1 TO NUMC-ULTIMO-NUMERO
              MOVE WS-FECHA-HOY         TO NUMC-FECHA-ULTIMO
              REWRITE REG-NUMERACION
           END-IF

           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 040-FIN
           END-IF
           MOVE NUMC-ULTIMO-NUMERO TO LK-NUMERO.
       040-FIN.  EXIT.

       080-CIERRA-ARCHIVO.
           IF ARCHIVO-ABIERTO-OK
              CLOSE NUMERACION
           END-IF
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '98'
                 DISPLAY 'ARCHIVO NUMERACION-COMPROBANTES NO FUE '
                         'ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN NUMERACION-COMPROBANTES'
                         ' - STATUS: ' WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN NUMERACION-COMPROBANTES - SERIE: '
                         LK-SERIE ' STATUS: ' WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
