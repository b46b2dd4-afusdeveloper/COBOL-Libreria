       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     PARAMETROS-PUNTOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA COMPARTIDO DE
      *                    LECTURA DE LAS TARJETAS DEL PROGRAMA DE
      *                    PUNTOS DE CLIENTES (COMO PARAMETROS-
      *                    CORRIDA): LEE UT-S-PARMVTA, EL MISMO
      *                    ARCHIVO DE TARJETAS DE VENTAS-DIARIAS, Y
      *                    DEVUELVE LOS PUNTOS POR CADA $100 DE
      *                    VENTA (PUNTOS-TASA=NNN, 1 POR OMISION),
      *                    LA TASA PROPIA DE CADA FAMILIA DE
      *                    ARTICULOS (PUNTOS-FAMNNN=NNN; LA FAMILIA
      *                    SIN TARJETA TOMA LA GENERAL), LOS MESES DE
      *                    VIGENCIA DE LOS PUNTOS (PUNTOS-MESES=NNN,
      *                    12 POR OMISION) Y EL VALOR DE UN PUNTO EN
      *                    CENTAVOS (PUNTOS-VALOR=NNN, 100 = $1,00
      *                    POR OMISION). LAS DEMAS TARJETAS DEL
      *                    ARCHIVO SON DE OTROS PROCESOS Y SE SALTEAN
      *                    SIN AVISO.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-VENTAS ASSIGN TO UT-S-PARMVTA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-VENTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO-VTA.
       01  REG-PARAMETRO-VTA            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CODIGO                    PIC X(02).
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                          VALUE 'S'.
       01  WS-PARM-CAMPO                PIC X(14).
       01  WS-PARM-CAMPO-FAMILIA REDEFINES WS-PARM-CAMPO.
           05 WS-PARM-PREFIJO-FAMILIA   PIC X(10).
           05 WS-PARM-FAMILIA           PIC X(03).
           05 FILLER                    PIC X(01).
       01  WS-PARM-VALOR                PIC X(08).
       01  WS-PARM-VALOR-NUMERICO REDEFINES WS-PARM-VALOR.
           05 WS-PARM-VALOR-3           PIC 9(03).
           05 FILLER                    PIC X(05).
       01  WS-FAMILIA                   PIC 9(03).
       01  WS-IDX-FAM                   PIC 9(04).

      * MARCA DE LAS FAMILIAS CON TARJETA PROPIA: LAS DEMAS TOMAN
      * LA TASA GENERAL AL TERMINAR, SEA CUAL SEA EL ORDEN DE LAS
      * TARJETAS EN EL ARCHIVO.
       01  WS-TABLA-FAMILIA-CARGADA.
           05 WS-FAMILIA-CARGADA        PIC X(01) OCCURS 1000 TIMES.

       LINKAGE SECTION.
       01  LK-PARAMETROS-PUNTOS.
           05 LK-PTOS-TASA-GENERAL      PIC 9(03).
           05 LK-PTOS-MESES             PIC 9(03).
           05 LK-PTOS-VALOR             PIC 9(01)V99.
           05 LK-PTOS-TASA-FAMILIA      PIC 9(03) OCCURS 1000 TIMES.
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARAMETROS-PUNTOS LK-CODIGO.

       000-MAINLINE.
           MOVE 1     TO LK-PTOS-TASA-GENERAL
           MOVE 12    TO LK-PTOS-MESES
           MOVE 1     TO LK-PTOS-VALOR
           MOVE '00'  TO LK-CODIGO
           MOVE ALL 'N' TO WS-TABLA-FAMILIA-CARGADA

           OPEN INPUT PARAMETROS-VENTAS
           IF WS-CODIGO NOT EQUAL ZEROS
              MOVE 'NF' TO LK-CODIGO
           ELSE
              MOVE 'N' TO SW-FIN-PARM
              PERFORM 100-PROCESA-TARJETA UNTIL FIN-DE-PARM
              CLOSE PARAMETROS-VENTAS
           END-IF

           PERFORM 200-COMPLETA-FAMILIA
                   VARYING WS-IDX-FAM FROM 1 BY 1
                   UNTIL WS-IDX-FAM > 1000
           GOBACK.
       000-FIN.  EXIT.

       100-PROCESA-TARJETA.
           READ PARAMETROS-VENTAS
              AT END MOVE 'S' TO SW-FIN-PARM
           END-READ
           IF FIN-DE-PARM
              GO TO 100-FIN
           END-IF

           IF REG-PARAMETRO-VTA EQUAL SPACES
              GO TO 100-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO-VTA DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR
           IF WS-PARM-VALOR(1:3) NOT NUMERIC
              GO TO 100-FIN
           END-IF

           EVALUATE TRUE
              WHEN WS-PARM-CAMPO EQUAL 'PUNTOS-TASA'
                 MOVE WS-PARM-VALOR(1:3) TO LK-PTOS-TASA-GENERAL
              WHEN WS-PARM-CAMPO EQUAL 'PUNTOS-MESES'
                 MOVE WS-PARM-VALOR(1:3) TO LK-PTOS-MESES
              WHEN WS-PARM-CAMPO EQUAL 'PUNTOS-VALOR'
                 IF WS-PARM-VALOR-3 GREATER THAN ZEROS
                    COMPUTE LK-PTOS-VALOR = WS-PARM-VALOR-3 / 100
                 END-IF
              WHEN WS-PARM-PREFIJO-FAMILIA EQUAL 'PUNTOS-FAM'
                   AND WS-PARM-FAMILIA NUMERIC
                 MOVE WS-PARM-FAMILIA TO WS-FAMILIA
                 COMPUTE WS-IDX-FAM = WS-FAMILIA + 1
                 MOVE WS-PARM-VALOR(1:3)
                      TO LK-PTOS-TASA-FAMILIA (WS-IDX-FAM)
                 MOVE 'S' TO WS-FAMILIA-CARGADA (WS-IDX-FAM)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       100-FIN.  EXIT.

       200-COMPLETA-FAMILIA.
           IF WS-FAMILIA-CARGADA (WS-IDX-FAM) NOT EQUAL 'S'
              MOVE LK-PTOS-TASA-GENERAL
                   TO LK-PTOS-TASA-FAMILIA (WS-IDX-FAM)
           END-IF.
       200-FIN.  EXIT.
      * ---------------------------------------------------------------
