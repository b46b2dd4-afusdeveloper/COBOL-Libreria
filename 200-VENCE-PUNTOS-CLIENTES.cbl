       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     VENCE-PUNTOS-CLIENTES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. CORRIDA MENSUAL DE
      *                    VENCIMIENTO DE PUNTOS DE CLIENTES: ORDENA
      *                    MOVIMIENTOS-PUNTOS POR CLIENTE Y, PARA CADA
      *                    UNO, DA DE BAJA LOS PUNTOS CON VENCIMIENTO
      *                    ANTERIOR A LA FECHA DE LA CORRIDA QUE NO SE
      *                    CANJEARON NI VENCIERON ANTES (LOS CANJES
      *                    CONSUMEN PRIMERO LOS PUNTOS MAS VIEJOS).
      *                    GRABA UNA LINEA V EN EL LIBRO, DESCUENTA
      *                    CLI-PUNTOS-SALDO Y LISTA CADA CLIENTE CON
      *                    PUNTOS VENCIDOS. NO GENERA ASIENTO: EL
      *                    PASIVO QUE SE LIBERA LO AJUSTA EL CIERRE
      *                    MENSUAL DE PASIVO-PUNTOS-CLIENTES.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS-PUNTOS ASSIGN TO UT-S-PUNTOS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PTOS.

           SELECT ARCH-PUNTOS ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS-PUNTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-MOVIMIENTO-PUNTOS.
           COPY CPPTOMV1.

      *    UN RENGLON POR MOVIMIENTO DEL LIBRO, SOLO LO QUE HACE
      *    FALTA PARA EL VENCIMIENTO.
       SD  ARCH-PUNTOS
           DATA RECORD IS REG-PUNTOS-ORDEN.
       01  REG-PUNTOS-ORDEN.
           05 SRT-CLIENTE               PIC 9(08).
           05 SRT-TIPO                  PIC X(01).
           05 SRT-PUNTOS                PIC 9(07).
           05 SRT-VENCIMIENTO           PIC 9(08).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(12) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'VENCIMIENTO DE PUNTOS DE CLIENTES AL'.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(10) VALUE 'CLIENTE'.
           05 FILLER                    PIC X(36) VALUE 'NOMBRE'.
           05 FILLER                    PIC X(12) VALUE ' SALDO ANT.'.
           05 FILLER                    PIC X(11) VALUE '  VENCIDOS'.
           05 FILLER                    PIC X(11) VALUE '      SALDO'.

       01  WS-DETALLE.
           05 DET-CLIENTE               PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-NOMBRE                PIC X(35).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-SALDO-ANTERIOR        PIC -ZZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-VENCIDOS              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-SALDO                 PIC -ZZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                    PIC X(22)
              VALUE 'CLIENTES CON VENCIDOS:'.
           05 TOT-CLIENTES              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(20)
              VALUE '  PUNTOS VENCIDOS:'.
           05 TOT-PUNTOS                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(22)
              VALUE 'MOVIMIENTOS LEIDOS:'.
           05 RES-LEIDOS                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE '  CLIENTES:'.
           05 RES-CLIENTES              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-CODIGO-PTOS               PIC X(02).
       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-PTOS                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PTOS                          VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-LIBRO-ABIERTO             PIC X(01) VALUE 'N'.
           88 LIBRO-ABIERTO                        VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
       01  WS-USUARIO-PTOS              PIC X(08) VALUE 'VENCPTOS'.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

      *    POR CLIENTE: GANADOS Y REINTEGRADOS YA VENCIDOS, NETOS DE
      *    LOS REVERTIDOS QUE VENCIAN EN LA MISMA FECHA, CONTRA TODO
      *    LO QUE YA SALIO POR CANJE O POR VENCIMIENTOS ANTERIORES.
       01  WS-CLIENTE-ACTUAL            PIC 9(08).
       01  WS-PUNTOS-A-VENCER           PIC S9(09) COMP-3.
       01  WS-PUNTOS-CONSUMIDOS         PIC S9(09) COMP-3.
       01  WS-PUNTOS-VENCIDOS           PIC S9(09) COMP-3.

       01  WS-TOTAL-PUNTOS-VENCIDOS     PIC S9(09) COMP-3 VALUE ZEROS.

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-CLIENTES         PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-VENCIDOS         PIC 9(07) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'VENCE-PUNTOS-CLIEN'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-CLIENTES             PIC 9(07).
       01  WS-STAT-VENCIDOS             PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME

           OPEN OUTPUT REPORTE
           MOVE WS-FECHA-HOY TO TIT-FECHA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-PTOS WS-REG-CLIENTE WS-CODIGO-CLI

           SORT ARCH-PUNTOS
                ON ASCENDING KEY SRT-CLIENTE
                INPUT PROCEDURE IS 0500-LIBERA-MOVIMIENTOS
                OUTPUT PROCEDURE IS 1000-VENCE-CLIENTES

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * PASA TODO EL LIBRO AL SORT. SIN LIBRO NO HAY NADA QUE
      * VENCER.
      * -----------------------------------------------------------
       0500-LIBERA-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-PUNTOS
           IF WS-CODIGO-PTOS NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR MOVIMIENTOS-PUNTOS - STATUS: '
                      WS-CODIGO-PTOS
              MOVE 8 TO RETURN-CODE
              GO TO 0500-FIN
           END-IF
           PERFORM 0510-LIBERA-UN-MOVIMIENTO UNTIL FIN-DE-PTOS
           CLOSE MOVIMIENTOS-PUNTOS
           MOVE 'S' TO SW-LIBRO-ABIERTO.
       0500-FIN.  EXIT.

       0510-LIBERA-UN-MOVIMIENTO.
           READ MOVIMIENTOS-PUNTOS
              AT END MOVE 'S' TO SW-FIN-PTOS
           END-READ
           IF FIN-DE-PTOS
              GO TO 0510-FIN
           END-IF
           ADD 1 TO WS-CONTADOR-LEIDOS
           MOVE PTOMOV-CLIENTE     TO SRT-CLIENTE
           MOVE PTOMOV-TIPO        TO SRT-TIPO
           MOVE PTOMOV-PUNTOS      TO SRT-PUNTOS
           MOVE PTOMOV-VENCIMIENTO TO SRT-VENCIMIENTO
           RELEASE REG-PUNTOS-ORDEN.
       0510-FIN.  EXIT.

      * -----------------------------------------------------------
      * CORTE POR CLIENTE. LAS LINEAS V SE AGREGAN AL FINAL DEL
      * LIBRO, QUE EL SORT YA CERRO.
      * -----------------------------------------------------------
       1000-VENCE-CLIENTES.
           IF NOT LIBRO-ABIERTO
              GO TO 1000-FIN
           END-IF
           OPEN EXTEND MOVIMIENTOS-PUNTOS
           IF WS-CODIGO-PTOS NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR MOVIMIENTOS-PUNTOS - STATUS: '
                      WS-CODIGO-PTOS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-FIN
           END-IF

           MOVE SPACES TO SW-FIN-SORT
           PERFORM 1010-DEVUELVE-MOVIMIENTO
           PERFORM 1100-PROCESA-CLIENTE UNTIL HAY-FIN-DE-SORT
           CLOSE MOVIMIENTOS-PUNTOS.
       1000-FIN.  EXIT.

       1010-DEVUELVE-MOVIMIENTO.
           RETURN ARCH-PUNTOS
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       1010-FIN.  EXIT.

       1100-PROCESA-CLIENTE.
           MOVE SRT-CLIENTE TO WS-CLIENTE-ACTUAL
           MOVE ZEROS TO WS-PUNTOS-A-VENCER WS-PUNTOS-CONSUMIDOS
           ADD 1 TO WS-CONTADOR-CLIENTES
           PERFORM 1110-ACUMULA-MOVIMIENTO
                   UNTIL HAY-FIN-DE-SORT
                      OR SRT-CLIENTE NOT EQUAL WS-CLIENTE-ACTUAL

           COMPUTE WS-PUNTOS-VENCIDOS =
                   WS-PUNTOS-A-VENCER - WS-PUNTOS-CONSUMIDOS
           IF WS-PUNTOS-VENCIDOS GREATER THAN ZEROS
              PERFORM 1200-DA-DE-BAJA-VENCIDOS
           END-IF.
       1100-FIN.  EXIT.

       1110-ACUMULA-MOVIMIENTO.
           EVALUATE SRT-TIPO
              WHEN 'G'
              WHEN 'D'
                 IF SRT-VENCIMIENTO LESS THAN WS-FECHA-HOY
                    ADD SRT-PUNTOS TO WS-PUNTOS-A-VENCER
                 END-IF
              WHEN 'R'
                 IF SRT-VENCIMIENTO LESS THAN WS-FECHA-HOY
                    SUBTRACT SRT-PUNTOS FROM WS-PUNTOS-A-VENCER
                 END-IF
              WHEN 'C'
              WHEN 'V'
                 ADD SRT-PUNTOS TO WS-PUNTOS-CONSUMIDOS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 1010-DEVUELVE-MOVIMIENTO.
       1110-FIN.  EXIT.

      * -----------------------------------------------------------
      * LINEA V EN EL LIBRO, BAJA DEL SALDO DEL CLIENTE Y RENGLON
      * DEL LISTADO. EL CLIENTE QUE YA NO ESTA EN EL MAESTRO SE
      * LISTA IGUAL, SIN NOMBRE.
      * -----------------------------------------------------------
       1200-DA-DE-BAJA-VENCIDOS.
           MOVE SPACES             TO REG-MOVIMIENTO-PUNTOS
           MOVE WS-CLIENTE-ACTUAL  TO PTOMOV-CLIENTE
           MOVE WS-FECHA-HOY       TO PTOMOV-FECHA
           MOVE WS-HORA-AHORA      TO PTOMOV-HORA
           MOVE 'V'                TO PTOMOV-TIPO
           MOVE WS-PUNTOS-VENCIDOS TO PTOMOV-PUNTOS
           MOVE ZEROS              TO PTOMOV-VENCIMIENTO
                                      PTOMOV-ARTICULO
                                      PTOMOV-FECHA-VENTA
                                      PTOMOV-HORA-VENTA
                                      PTOMOV-IMPORTE
                                      PTOMOV-SUCURSAL
                                      PTOMOV-PUNTO-VENTA
                                      PTOMOV-NUMERO-COMPROBANTE
           MOVE WS-USUARIO-PTOS    TO PTOMOV-ORIGEN
           WRITE REG-MOVIMIENTO-PUNTOS
           ADD 1 TO WS-CONTADOR-VENCIDOS
           ADD WS-PUNTOS-VENCIDOS TO WS-TOTAL-PUNTOS-VENCIDOS

           MOVE WS-CLIENTE-ACTUAL  TO DET-CLIENTE WS-LLAVE-CLI
           MOVE WS-PUNTOS-VENCIDOS TO DET-VENCIDOS
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-PTOS WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              MOVE 'CLIENTE INEXISTENTE' TO DET-NOMBRE
              MOVE ZEROS TO DET-SALDO-ANTERIOR DET-SALDO
              GO TO 1200-IMPRIME
           END-IF

           MOVE WS-CLI-NOMBRE       TO DET-NOMBRE
           MOVE WS-CLI-PUNTOS-SALDO TO DET-SALDO-ANTERIOR
           SUBTRACT WS-PUNTOS-VENCIDOS FROM WS-CLI-PUNTOS-SALDO
           MOVE WS-CLI-PUNTOS-SALDO TO DET-SALDO
           MOVE 'CA' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-PTOS WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              DISPLAY 'NO SE ACTUALIZO EL SALDO DE PUNTOS DEL CLIENTE '
                      WS-LLAVE-CLI ' - STATUS: ' WS-CODIGO-CLI
           END-IF.

       1200-IMPRIME.
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       1200-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-VENCIDOS     TO TOT-CLIENTES
           MOVE WS-TOTAL-PUNTOS-VENCIDOS TO TOT-PUNTOS
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-LEIDOS   TO RES-LEIDOS
           MOVE WS-CONTADOR-CLIENTES TO RES-CLIENTES
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 1 LINE

           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-PTOS WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE WS-CONTADOR-LEIDOS   TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-CLIENTES TO WS-STAT-CLIENTES
           MOVE WS-CONTADOR-VENCIDOS TO WS-STAT-VENCIDOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-CLIENTES WS-STAT-VENCIDOS

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
