       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     SUGIERE-TRANSFERENCIAS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUGERENCIA DE
      *                    TRANSFERENCIAS ENTRE SUCURSALES: RECORRE
      *                    STOCK-SUCURSAL (CPSTKSU1) POR ARTICULO VIA
      *                    STOCK-SUCURSAL-I-O Y, PARA CADA SUCURSAL
      *                    POR DEBAJO DE SU PUNTO DE REORDEN (CONTANDO
      *                    LO QUE YA VIENE EN TRANSITO), BUSCA OTRA
      *                    SUCURSAL DEL MISMO ARTICULO QUE TENGA
      *                    SOBRANTE: LO QUE SUPERA SU PUNTO DE REORDEN
      *                    MAS MEDIA COBERTURA (COMO LA REPOSICION DE
      *                    SUGIERE-ORDEN-COMPRA), SIN PASAR DE SU SALDO
      *                    FISICO. PROPONE EL ENVIO DESDE LA SUCURSAL
      *                    CON MAS SOBRANTE Y LO GRABA EN FORMATO DE
      *                    TRANSFERENCIAS-SUCURSAL (CPTRFSU1, TIPO E,
      *                    UT-S-TRFSUG) PARA CARGARLO TAL CUAL. LO QUE
      *                    NINGUNA SUCURSAL CUBRE VA A FALTANTES-
      *                    SUCURSAL (CPFALSU1, UT-S-FALTSUC), QUE TOMA
      *                    SUGIERE-ORDEN-COMPRA. LAS SUCURSALES CON
      *                    PUNTO DE REORDEN CERO NO TIENEN CONTROL: NI
      *                    PIDEN NI DAN.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFERENCIAS-SUGERIDAS ASSIGN TO UT-S-TRFSUG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRF.

           SELECT FALTANTES-SUCURSAL ASSIGN TO UT-S-FALTSUC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-FALT.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFERENCIAS-SUGERIDAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-TRANSFER.
           COPY CPTRFSU1.

       FD  FALTANTES-SUCURSAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-FALTANTE-SUCURSAL.
           COPY CPFALSU1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(18) VALUE SPACES.
           05 FILLER                    PIC X(44)
              VALUE 'TRANSFERENCIAS SUGERIDAS ENTRE SUCURSALES'.
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(10) VALUE 'ARTICULO'.
           05 FILLER                    PIC X(08) VALUE 'ORIGEN'.
           05 FILLER                    PIC X(09) VALUE 'DESTINO'.
           05 FILLER                    PIC X(09) VALUE 'CANTIDAD'.
           05 FILLER                    PIC X(44) VALUE 'OBSERVACION'.

       01  WS-DETALLE.
           05 DET-ARTICULO              PIC 9(05).
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 DET-ORIGEN                PIC 9(03).
           05 DET-ORIGEN-X REDEFINES DET-ORIGEN
                                        PIC X(03).
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 DET-DESTINO               PIC 9(03).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-CANTIDAD              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-MENSAJE               PIC X(44).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(22)
              VALUE 'REGISTROS LEIDOS:'.
           05 RES-LEIDOS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(18)
              VALUE '  TRANSFERENCIAS:'.
           05 RES-TRANSFERENCIAS        PIC ZZ,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '  UNIDADES:'.
           05 RES-UNIDADES              PIC ZZZ,ZZ9.

       01  WS-LINEA-RESUMEN-FALT.
           05 FILLER                    PIC X(22)
              VALUE 'ARTICULOS A COMPRAS:'.
           05 RES-ARTICULOS-FALT        PIC ZZ,ZZ9.
           05 FILLER                    PIC X(18)
              VALUE '  UNIDADES:'.
           05 RES-UNIDADES-FALT         PIC ZZZ,ZZ9.

       01  WS-CODIGO-TRF                PIC X(02).
       01  WS-CODIGO-FALT               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-SIN-DONANTE               PIC X(01) VALUE 'N'.
           88 NO-HAY-DONANTE                       VALUE 'S'.

       01  WS-FUNCION-STKS              PIC X(02).
       01  WS-LLAVE-STKS.
           05 WS-LLAVE-STKS-ARTICULO    PIC 9(05).
           05 WS-LLAVE-STKS-SUCURSAL    PIC 9(03).
       01  WS-LLAVE-HASTA-STKS          PIC 9(08) VALUE 99999999.
       01  WS-USUARIO-SUG                PIC X(08) VALUE 'SUGTRFSU'.
       01  WS-REG-STKSUC-AUX.
           05 WS-STKSUC-ARTICULO-AUX    PIC 9(05).
           05 WS-STKSUC-SUCURSAL-AUX    PIC 9(03).
           05 WS-STKSUC-CANTIDAD-AUX    PIC 9(05).
           05 WS-STKSUC-REORDEN-AUX     PIC 9(05).
           05 WS-STKSUC-TRANSITO-AUX    PIC 9(05).
       01  WS-CODIGO-STKS               PIC X(02).

      *    SUCURSALES DEL ARTICULO EN CURSO. FALTANTE: LO QUE LE
      *    FALTA PARA LLEGAR AL PUNTO DE REORDEN CONTANDO EL
      *    TRANSITO; SOBRANTE: LO QUE PUEDE CEDER SIN BAJAR DE SU
      *    PUNTO DE REORDEN MAS MEDIA COBERTURA.
       01  WS-TABLA-SUCURSALES.
           05 WS-TAB-SUC OCCURS 200 TIMES.
              10 TSU-SUCURSAL           PIC 9(03).
              10 TSU-FALTANTE           PIC S9(07) COMP-3.
              10 TSU-SOBRANTE           PIC S9(07) COMP-3.
       01  WS-CANTIDAD-SUCURSALES       PIC 9(03).
       01  WS-IDX-SUC                   PIC 9(03).
       01  WS-IDX-DESTINO               PIC 9(03).
       01  WS-IDX-ORIGEN                PIC 9(03).
       01  WS-ARTICULO-ACTUAL           PIC 9(05).
       01  WS-POSICION                  PIC S9(07) COMP-3.
       01  WS-COBERTURA                 PIC S9(07) COMP-3.
       01  WS-CANTIDAD-ENVIO            PIC S9(07) COMP-3.
       01  WS-FALTANTE-ARTICULO         PIC S9(07) COMP-3.
       01  WS-SUCURSALES-SIN-CUBRIR     PIC 9(03).

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-TRANSFERENCIAS   PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-UNIDADES            PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-FALTANTES        PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-UNIDADES-FALT       PIC 9(07) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'SUGIERE-TRANSFER'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-TRANSFERENCIAS       PIC 9(07).
       01  WS-STAT-FALTANTES            PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-ARTICULO
                   UNTIL WS-CODIGO-STKS NOT EQUAL ZEROS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           OPEN OUTPUT TRANSFERENCIAS-SUGERIDAS
           OPEN OUTPUT FALTANTES-SUCURSAL
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-SUG
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE ZEROS TO WS-LLAVE-STKS
           MOVE 'RI' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-SUG
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-STOCK.
           MOVE WS-STKSUC-ARTICULO-AUX TO WS-LLAVE-STKS-ARTICULO
           MOVE WS-STKSUC-SUCURSAL-AUX TO WS-LLAVE-STKS-SUCURSAL
           MOVE 'RS' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-SUG
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * CORTE POR ARTICULO: CARGA SUS SUCURSALES, CUBRE CADA
      * FALTANTE CON LOS SOBRANTES Y MANDA A COMPRAS EL RESTO.
      * -----------------------------------------------------------
       2000-PROCESA-ARTICULO.
           MOVE WS-STKSUC-ARTICULO-AUX TO WS-ARTICULO-ACTUAL
           MOVE ZEROS TO WS-CANTIDAD-SUCURSALES WS-FALTANTE-ARTICULO
                         WS-SUCURSALES-SIN-CUBRIR
           PERFORM 2010-CARGA-SUCURSAL
                   UNTIL WS-CODIGO-STKS NOT EQUAL ZEROS
                      OR WS-STKSUC-ARTICULO-AUX NOT EQUAL
                         WS-ARTICULO-ACTUAL

           PERFORM 2200-CUBRE-FALTANTE
                   VARYING WS-IDX-DESTINO FROM 1 BY 1
                   UNTIL WS-IDX-DESTINO > WS-CANTIDAD-SUCURSALES

           IF WS-FALTANTE-ARTICULO GREATER THAN ZEROS
              PERFORM 2400-GRABA-FALTANTE
           END-IF.
       2000-FIN.  EXIT.

       2010-CARGA-SUCURSAL.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-CANTIDAD-SUCURSALES NOT LESS THAN 200
              DISPLAY 'TABLA DE SUCURSALES LLENA: SE DESCARTA '
                      'SUCURSAL ' WS-STKSUC-SUCURSAL-AUX
                      ' DEL ARTICULO ' WS-STKSUC-ARTICULO-AUX
              GO TO 2010-LEE
           END-IF

           ADD 1 TO WS-CANTIDAD-SUCURSALES
           MOVE WS-CANTIDAD-SUCURSALES TO WS-IDX-SUC
           MOVE WS-STKSUC-SUCURSAL-AUX TO TSU-SUCURSAL (WS-IDX-SUC)
           MOVE ZEROS TO TSU-FALTANTE (WS-IDX-SUC)
                         TSU-SOBRANTE (WS-IDX-SUC)
           IF WS-STKSUC-REORDEN-AUX EQUAL ZEROS
              GO TO 2010-LEE
           END-IF

           COMPUTE WS-POSICION =
                   WS-STKSUC-CANTIDAD-AUX + WS-STKSUC-TRANSITO-AUX
           IF WS-STKSUC-CANTIDAD-AUX LESS THAN WS-STKSUC-REORDEN-AUX
              AND WS-POSICION LESS THAN WS-STKSUC-REORDEN-AUX
              COMPUTE TSU-FALTANTE (WS-IDX-SUC) =
                      WS-STKSUC-REORDEN-AUX - WS-POSICION
              GO TO 2010-LEE
           END-IF

           COMPUTE WS-COBERTURA = WS-STKSUC-REORDEN-AUX / 2
           COMPUTE TSU-SOBRANTE (WS-IDX-SUC) = WS-POSICION
                   - WS-STKSUC-REORDEN-AUX - WS-COBERTURA
           IF TSU-SOBRANTE (WS-IDX-SUC) GREATER THAN
              WS-STKSUC-CANTIDAD-AUX
              MOVE WS-STKSUC-CANTIDAD-AUX
                   TO TSU-SOBRANTE (WS-IDX-SUC)
           END-IF
           IF TSU-SOBRANTE (WS-IDX-SUC) LESS THAN ZEROS
              MOVE ZEROS TO TSU-SOBRANTE (WS-IDX-SUC)
           END-IF.

       2010-LEE.
           PERFORM 1010-LEE-SIGUIENTE-STOCK.
       2010-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL FALTANTE DE LA SUCURSAL SE CUBRE TOMANDO CADA VEZ DE LA
      * SUCURSAL CON MAS SOBRANTE, HASTA CUBRIRLO O QUEDARSE SIN
      * SOBRANTES.
      * -----------------------------------------------------------
       2200-CUBRE-FALTANTE.
           IF TSU-FALTANTE (WS-IDX-DESTINO) EQUAL ZEROS
              GO TO 2200-FIN
           END-IF

           MOVE 'N' TO SW-SIN-DONANTE
           PERFORM 2210-TOMA-SOBRANTE
                   UNTIL TSU-FALTANTE (WS-IDX-DESTINO) EQUAL ZEROS
                      OR NO-HAY-DONANTE

           IF TSU-FALTANTE (WS-IDX-DESTINO) GREATER THAN ZEROS
              ADD TSU-FALTANTE (WS-IDX-DESTINO) TO WS-FALTANTE-ARTICULO
              ADD 1 TO WS-SUCURSALES-SIN-CUBRIR
              MOVE WS-ARTICULO-ACTUAL TO DET-ARTICULO
              MOVE SPACES             TO DET-ORIGEN-X
              MOVE TSU-SUCURSAL (WS-IDX-DESTINO) TO DET-DESTINO
              MOVE TSU-FALTANTE (WS-IDX-DESTINO) TO DET-CANTIDAD
              MOVE 'SIN SOBRANTE EN OTRA SUCURSAL: A COMPRAS'
                   TO DET-MENSAJE
              WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           END-IF.
       2200-FIN.  EXIT.

       2210-TOMA-SOBRANTE.
           MOVE ZEROS TO WS-IDX-ORIGEN
           PERFORM 2220-BUSCA-MAYOR-SOBRANTE
                   VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANTIDAD-SUCURSALES
           IF WS-IDX-ORIGEN EQUAL ZEROS
              MOVE 'S' TO SW-SIN-DONANTE
              GO TO 2210-FIN
           END-IF

           IF TSU-SOBRANTE (WS-IDX-ORIGEN) LESS THAN
              TSU-FALTANTE (WS-IDX-DESTINO)
              MOVE TSU-SOBRANTE (WS-IDX-ORIGEN) TO WS-CANTIDAD-ENVIO
           ELSE
              MOVE TSU-FALTANTE (WS-IDX-DESTINO) TO WS-CANTIDAD-ENVIO
           END-IF
           SUBTRACT WS-CANTIDAD-ENVIO FROM TSU-SOBRANTE (WS-IDX-ORIGEN)
                                           TSU-FALTANTE (WS-IDX-DESTINO)
           PERFORM 2300-GRABA-TRANSFERENCIA.
       2210-FIN.  EXIT.

       2220-BUSCA-MAYOR-SOBRANTE.
           IF TSU-SOBRANTE (WS-IDX-SUC) GREATER THAN ZEROS
              IF WS-IDX-ORIGEN EQUAL ZEROS
                 MOVE WS-IDX-SUC TO WS-IDX-ORIGEN
              ELSE
                 IF TSU-SOBRANTE (WS-IDX-SUC) GREATER THAN
                    TSU-SOBRANTE (WS-IDX-ORIGEN)
                    MOVE WS-IDX-SUC TO WS-IDX-ORIGEN
                 END-IF
              END-IF
           END-IF.
       2220-FIN.  EXIT.

       2300-GRABA-TRANSFERENCIA.
           MOVE SPACES                        TO REG-TRANS-TRANSFER
           MOVE 'E'                           TO TRF-TIPO
           MOVE WS-ARTICULO-ACTUAL            TO TRF-ARTICULO
           MOVE TSU-SUCURSAL (WS-IDX-ORIGEN)  TO TRF-SUCURSAL-ORIGEN
           MOVE TSU-SUCURSAL (WS-IDX-DESTINO) TO TRF-SUCURSAL-DESTINO
           MOVE WS-CANTIDAD-ENVIO             TO TRF-CANTIDAD
           MOVE 'SUGERIDA'                    TO TRF-REFERENCIA
           WRITE REG-TRANS-TRANSFER
           ADD 1 TO WS-CONTADOR-TRANSFERENCIAS
           ADD WS-CANTIDAD-ENVIO TO WS-TOTAL-UNIDADES

           MOVE TRF-ARTICULO         TO DET-ARTICULO
           MOVE TRF-SUCURSAL-ORIGEN  TO DET-ORIGEN
           MOVE TRF-SUCURSAL-DESTINO TO DET-DESTINO
           MOVE TRF-CANTIDAD         TO DET-CANTIDAD
           MOVE 'TRANSFERENCIA SUGERIDA' TO DET-MENSAJE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2300-FIN.  EXIT.

       2400-GRABA-FALTANTE.
           MOVE SPACES                   TO REG-FALTANTE-SUCURSAL
           MOVE WS-ARTICULO-ACTUAL       TO FALSUC-ARTICULO
           MOVE WS-FALTANTE-ARTICULO     TO FALSUC-CANTIDAD
           MOVE WS-SUCURSALES-SIN-CUBRIR TO FALSUC-SUCURSALES
           WRITE REG-FALTANTE-SUCURSAL
           ADD 1 TO WS-CONTADOR-FALTANTES
           ADD WS-FALTANTE-ARTICULO TO WS-TOTAL-UNIDADES-FALT.
       2400-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-LEIDOS         TO RES-LEIDOS
           MOVE WS-CONTADOR-TRANSFERENCIAS TO RES-TRANSFERENCIAS
           MOVE WS-TOTAL-UNIDADES          TO RES-UNIDADES
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           MOVE WS-CONTADOR-FALTANTES      TO RES-ARTICULOS-FALT
           MOVE WS-TOTAL-UNIDADES-FALT     TO RES-UNIDADES-FALT
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-FALT
                 AFTER ADVANCING 1 LINE

           MOVE 'CI' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-SUG
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE WS-CONTADOR-LEIDOS         TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-TRANSFERENCIAS TO WS-STAT-TRANSFERENCIAS
           MOVE WS-CONTADOR-FALTANTES      TO WS-STAT-FALTANTES
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-TRANSFERENCIAS WS-STAT-FALTANTES

           CLOSE TRANSFERENCIAS-SUGERIDAS FALTANTES-SUCURSAL REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
