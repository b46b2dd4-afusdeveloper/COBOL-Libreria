       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     POSICION-IVA-MENSUAL.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LAS NOTAS DE DEBITO A PROVEEDOR (TIPO 'D'
      *                    EN IVA-COMPRAS) RESTAN DEL CREDITO FISCAL.
      *   15/10/2026  AMF  IVA-VENTAS PASA A 84 (COMPROBANTE FISCAL
      *                    DE CADA LINEA).
      *   15/10/2026  AMF  VERSION ORIGINAL. POSICION MENSUAL DE IVA
      *                    PARA LA DECLARACION JURADA: PARA EL
      *                    PERIODO DE LA TARJETA PERIODO=
      *                    (PARAMETROS-CORRIDA; SIN TARJETA, EL MES
      *                    DE LA FECHA DEL SISTEMA) SUMA EL DEBITO
      *                    FISCAL DE IVA-VENTAS (LAS NOTAS DE CREDITO
      *                    TIPO 'D' RESTAN, COMO EN LIBRO-IVA-VENTAS)
      *                    Y EL CREDITO FISCAL Y LAS PERCEPCIONES DE
      *                    IVA-COMPRAS (COMO EN LIBRO-IVA-COMPRAS).
      *                    AL DEBITO LE RESTA EL CREDITO, EL SALDO A
      *                    FAVOR DEL MES ANTERIOR (ULTIMA POSICION DE
      *                    UN PERIODO ANTERIOR EN POSICION-IVA) Y
      *                    LAS PERCEPCIONES: SI QUEDA POSITIVO ES EL
      *                    SALDO A PAGAR; SI NO, EL SALDO A FAVOR QUE
      *                    SE ARRASTRA. LA POSICION SE AGREGA A
      *                    POSICION-IVA (CPPOSIV1) Y EL REPORTE QUEDA
      *                    EN EL REPOSITORIO (ID POSICIVA).
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IVA-VENTAS ASSIGN TO UT-S-IVAVTAS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-IVAVTA.

           SELECT IVA-COMPRAS ASSIGN TO UT-S-IVACOMP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-IVACP.

           SELECT POSICION-IVA ASSIGN TO UT-S-POSIVA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-POSIVA.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  IVA-VENTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-IVA-VENTA.
           COPY CPIVAVT1.

       FD  IVA-COMPRAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-IVA-COMPRA.
           COPY CPIVACP1.

       FD  POSICION-IVA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-POSICION-IVA.
           COPY CPPOSIV1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(24)
              VALUE 'POSICION MENSUAL DE IVA'.
           05 FILLER                    PIC X(10) VALUE 'PERIODO: '.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-LINEA-IMPORTE.
           05 LIN-CONCEPTO              PIC X(40).
           05 LIN-IMPORTE               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-LINEA-CANTIDADES.
           05 FILLER                    PIC X(16)
              VALUE 'LINEAS VENTAS:'.
           05 CAN-VENTAS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(16)
              VALUE 'LINEAS COMPRAS:'.
           05 CAN-COMPRAS               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(32) VALUE SPACES.

       01  WS-CODIGO-IVAVTA             PIC X(02).
       01  WS-CODIGO-IVACP              PIC X(02).
       01  WS-CODIGO-POSIVA             PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-VENTAS                PIC X(01) VALUE 'N'.
           88 FIN-DE-VENTAS                        VALUE 'S'.
       01  SW-FIN-COMPRAS               PIC X(01) VALUE 'N'.
           88 FIN-DE-COMPRAS                       VALUE 'S'.
       01  SW-FIN-POSICION              PIC X(01) VALUE 'N'.
           88 FIN-DE-POSICION                      VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-PERIODO-PROCESO           PIC 9(06).
       01  WS-PERIODO-LINEA             PIC 9(06).
       01  WS-PERIODO-ARRASTRE          PIC 9(06) VALUE ZEROS.

       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
           05 WS-PARM-DEPTO-HASTA       PIC 9(03).
           05 WS-PARM-LEGAJO-DESDE      PIC 9(05).
           05 WS-PARM-LEGAJO-HASTA      PIC 9(05).
           05 WS-PARM-PERIODO           PIC 9(06).
       01  WS-CODIGO-PARMC              PIC X(02).

       01  WS-DEBITO-FISCAL             PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-CREDITO-FISCAL            PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-PERCEPCIONES              PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-SALDO-ANTERIOR            PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-SALDO-TECNICO             PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-SALDO-FINAL               PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-CONTADOR-VENTAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-COMPRAS          PIC 9(05) VALUE ZEROS.

       01  WS-TEXTO-REPO                PIC X(80).
       01  WS-FUNCION-REPO              PIC X(02).
       01  WS-ID-REPORTE-REPO           PIC X(08) VALUE 'POSICIVA'.
       01  WS-CODIGO-REPO               PIC X(02).

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'POSICION-IVA-MENSUAL'.
       01  WS-STAT-VENTAS               PIC 9(07).
       01  WS-STAT-COMPRAS              PIC 9(07).
       01  WS-STAT-CERO                 PIC 9(07) VALUE ZEROS.
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           CALL 'PARAMETROS-CORRIDA'
                USING WS-PARAMETROS-SELECCION WS-CODIGO-PARMC
           IF WS-PARM-PERIODO GREATER THAN ZEROS
              MOVE WS-PARM-PERIODO TO WS-PERIODO-PROCESO
           ELSE
              MOVE WS-ANIO-MES-HOY-AM TO WS-PERIODO-PROCESO
           END-IF
           MOVE WS-PERIODO-PROCESO TO TIT-PERIODO

           OPEN INPUT IVA-VENTAS
           IF WS-CODIGO-IVAVTA NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR IVA-VENTAS - STATUS: '
                      WS-CODIGO-IVAVTA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT IVA-COMPRAS
           IF WS-CODIGO-IVACP NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR IVA-COMPRAS - STATUS: '
                      WS-CODIGO-IVACP
              MOVE 8 TO RETURN-CODE
              CLOSE IVA-VENTAS
              GOBACK
           END-IF

           PERFORM 1000-SALDO-ANTERIOR

           PERFORM 1010-LEE-VENTA
           PERFORM 2000-SUMA-VENTA UNTIL FIN-DE-VENTAS
           PERFORM 1020-LEE-COMPRA
           PERFORM 2100-SUMA-COMPRA UNTIL FIN-DE-COMPRAS
           CLOSE IVA-VENTAS IVA-COMPRAS

           PERFORM 3000-CALCULA-POSICION
           PERFORM 3100-GRABA-POSICION
           PERFORM 4000-IMPRIME-POSICION

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL ARRASTRE ES EL SALDO A FAVOR DE LA ULTIMA POSICION
      * GRABADA PARA UN PERIODO ANTERIOR AL QUE SE CALCULA; LAS
      * DEL MISMO PERIODO (RECALCULOS) O POSTERIORES NO CUENTAN.
      * SIN HISTORIA (PRIMERA CORRIDA) NO HAY ARRASTRE.
      * -----------------------------------------------------------
       1000-SALDO-ANTERIOR.
           OPEN INPUT POSICION-IVA
           IF WS-CODIGO-POSIVA NOT EQUAL ZEROS
              DISPLAY 'POSICION-IVA SIN HISTORIA - SIN SALDO ANTERIOR'
              GO TO 1000-FIN
           END-IF
           PERFORM 1030-LEE-POSICION
           PERFORM 1040-EVALUA-POSICION UNTIL FIN-DE-POSICION
           CLOSE POSICION-IVA.
       1000-FIN.  EXIT.

       1010-LEE-VENTA.
           READ IVA-VENTAS
              AT END MOVE 'S' TO SW-FIN-VENTAS
           END-READ.
       1010-FIN.  EXIT.

       1020-LEE-COMPRA.
           READ IVA-COMPRAS
              AT END MOVE 'S' TO SW-FIN-COMPRAS
           END-READ.
       1020-FIN.  EXIT.

       1030-LEE-POSICION.
           READ POSICION-IVA
              AT END MOVE 'S' TO SW-FIN-POSICION
           END-READ.
       1030-FIN.  EXIT.

       1040-EVALUA-POSICION.
           IF POSIVA-PERIODO LESS THAN WS-PERIODO-PROCESO
              AND POSIVA-PERIODO NOT LESS THAN WS-PERIODO-ARRASTRE
              MOVE POSIVA-PERIODO       TO WS-PERIODO-ARRASTRE
              MOVE POSIVA-SALDO-A-FAVOR TO WS-SALDO-ANTERIOR
           END-IF
           PERFORM 1030-LEE-POSICION.
       1040-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEBITO FISCAL: IVA DE LAS VENTAS DEL PERIODO MENOS EL DE
      * LAS NOTAS DE CREDITO, IGUAL QUE EL TOTAL DEL LIBRO.
      * -----------------------------------------------------------
       2000-SUMA-VENTA.
           MOVE IVAVTA-FECHA(1:6) TO WS-PERIODO-LINEA
           IF WS-PERIODO-LINEA EQUAL WS-PERIODO-PROCESO
              ADD 1 TO WS-CONTADOR-VENTAS
              IF IVAVTA-ES-NOTA-CREDITO
                 SUBTRACT IVAVTA-IVA FROM WS-DEBITO-FISCAL
              ELSE
                 ADD IVAVTA-IVA TO WS-DEBITO-FISCAL
              END-IF
           END-IF
           PERFORM 1010-LEE-VENTA.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * CREDITO FISCAL: IVA DE LOS COMPROBANTES DEL PERIODO (SOLO
      * LA A LO DISCRIMINA), MENOS EL DE LAS NOTAS DE DEBITO POR
      * DEVOLUCIONES. LAS PERCEPCIONES SON PAGO A CUENTA.
      * -----------------------------------------------------------
       2100-SUMA-COMPRA.
           MOVE IVACP-FECHA(1:6) TO WS-PERIODO-LINEA
           IF WS-PERIODO-LINEA EQUAL WS-PERIODO-PROCESO
              ADD 1 TO WS-CONTADOR-COMPRAS
              IF IVACP-ES-NOTA-DEBITO
                 SUBTRACT IVACP-IVA FROM WS-CREDITO-FISCAL
              ELSE
                 ADD IVACP-IVA TO WS-CREDITO-FISCAL
              END-IF
              ADD IVACP-PERCEPCION TO WS-PERCEPCIONES
           END-IF
           PERFORM 1020-LEE-COMPRA.
       2100-FIN.  EXIT.

       3000-CALCULA-POSICION.
           COMPUTE WS-SALDO-TECNICO =
                   WS-DEBITO-FISCAL - WS-CREDITO-FISCAL
           COMPUTE WS-SALDO-FINAL = WS-SALDO-TECNICO
                   - WS-SALDO-ANTERIOR - WS-PERCEPCIONES.
       3000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA POSICION SE AGREGA AL HISTORICO; SI EL ARCHIVO NO
      * EXISTE SE CREA.
      * -----------------------------------------------------------
       3100-GRABA-POSICION.
           OPEN EXTEND POSICION-IVA
           IF WS-CODIGO-POSIVA NOT EQUAL ZEROS
              OPEN OUTPUT POSICION-IVA
           END-IF

           MOVE SPACES                TO REG-POSICION-IVA
           MOVE WS-PERIODO-PROCESO    TO POSIVA-PERIODO
           IF WS-DEBITO-FISCAL GREATER THAN ZEROS
              MOVE WS-DEBITO-FISCAL   TO POSIVA-DEBITO-FISCAL
           ELSE
              MOVE ZEROS              TO POSIVA-DEBITO-FISCAL
           END-IF
           MOVE WS-CREDITO-FISCAL     TO POSIVA-CREDITO-FISCAL
           MOVE WS-PERCEPCIONES       TO POSIVA-PERCEPCIONES
           MOVE WS-SALDO-ANTERIOR     TO POSIVA-SALDO-ANTERIOR
           IF WS-SALDO-FINAL GREATER THAN ZEROS
              MOVE WS-SALDO-FINAL     TO POSIVA-SALDO-A-PAGAR
              MOVE ZEROS              TO POSIVA-SALDO-A-FAVOR
           ELSE
              MOVE ZEROS              TO POSIVA-SALDO-A-PAGAR
              COMPUTE POSIVA-SALDO-A-FAVOR = ZEROS - WS-SALDO-FINAL
           END-IF
           MOVE WS-FECHA-HOY          TO POSIVA-FECHA-CALCULO
           WRITE REG-POSICION-IVA
           CLOSE POSICION-IVA.
       3100-FIN.  EXIT.

       4000-IMPRIME-POSICION.
           OPEN OUTPUT REPORTE
           MOVE 'AB' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO
           MOVE WS-TITULO-1 TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           PERFORM 8900-GRABA-REPOSITORIO

           MOVE 'DEBITO FISCAL (IVA VENTAS NETO DE NC)'
                TO LIN-CONCEPTO
           MOVE WS-DEBITO-FISCAL TO LIN-IMPORTE
           PERFORM 4010-IMPRIME-LINEA
           MOVE 'MENOS CREDITO FISCAL (IVA COMPRAS)' TO LIN-CONCEPTO
           MOVE WS-CREDITO-FISCAL TO LIN-IMPORTE
           PERFORM 4010-IMPRIME-LINEA
           MOVE 'SALDO TECNICO DEL PERIODO' TO LIN-CONCEPTO
           MOVE WS-SALDO-TECNICO TO LIN-IMPORTE
           PERFORM 4010-IMPRIME-LINEA
           MOVE 'MENOS SALDO A FAVOR MES ANTERIOR' TO LIN-CONCEPTO
           MOVE WS-SALDO-ANTERIOR TO LIN-IMPORTE
           PERFORM 4010-IMPRIME-LINEA
           MOVE 'MENOS PERCEPCIONES DE IVA SUFRIDAS' TO LIN-CONCEPTO
           MOVE WS-PERCEPCIONES TO LIN-IMPORTE
           PERFORM 4010-IMPRIME-LINEA

           MOVE POSIVA-SALDO-A-PAGAR TO LIN-IMPORTE
           MOVE 'SALDO A PAGAR EN LA DECLARACION JURADA'
                TO LIN-CONCEPTO
           PERFORM 4010-IMPRIME-LINEA
           MOVE POSIVA-SALDO-A-FAVOR TO LIN-IMPORTE
           MOVE 'SALDO A FAVOR AL MES SIGUIENTE' TO LIN-CONCEPTO
           PERFORM 4010-IMPRIME-LINEA

           MOVE WS-CONTADOR-VENTAS  TO CAN-VENTAS
           MOVE WS-CONTADOR-COMPRAS TO CAN-COMPRAS
           MOVE WS-LINEA-CANTIDADES TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-LINEA-CANTIDADES
                 AFTER ADVANCING 2 LINES
           PERFORM 8900-GRABA-REPOSITORIO.
       4000-FIN.  EXIT.

       4010-IMPRIME-LINEA.
           MOVE WS-LINEA-IMPORTE TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
                 AFTER ADVANCING 1 LINE
           PERFORM 8900-GRABA-REPOSITORIO.
       4010-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA LINEA IMPRESA QUEDA TAMBIEN EN EL REPOSITORIO DE
      * REPORTES, PARA REIMPRIMIRLA SIN RECORRER LOS DATOS.
      * -----------------------------------------------------------
       8900-GRABA-REPOSITORIO.
           MOVE 'LI' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO.
       8900-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO

           MOVE WS-CONTADOR-VENTAS  TO WS-STAT-VENTAS
           MOVE WS-CONTADOR-COMPRAS TO WS-STAT-COMPRAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-VENTAS
                      WS-STAT-COMPRAS WS-STAT-CERO

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
