       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CIERRE-CAJA-TIENDA.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   15/10/2026  AMF  VERSION ORIGINAL. CIERRE DIARIO DE LAS
      *                    CAJAS DE LOS LOCALES, COMO EL ARQUEO DE
      *                    CAJA-ONLINE PERO POR SUCURSAL Y PUNTO DE
      *                    VENTA: DE VENTAS-HISTORIA TOMA LAS VENTAS
      *                    Y NOTAS DE CREDITO EMITIDAS EN LA FECHA
      *                    (TARJETA FECHA=, HOY POR OMISION) Y ARMA
      *                    LO ESPERADO EN EFECTIVO Y EN CADA MARCA DE
      *                    TARJETA; LA CUENTA CORRIENTE NO PASA POR
      *                    LA CAJA. LO COMPARA CON LO DECLARADO EN
      *                    UT-S-DECLCAJA (EFECTIVO CONTADO CON SU
      *                    FONDO FIJO, Y TOTAL DEL LOTE DEL POSNET
      *                    POR MARCA), IMPRIME LAS DIFERENCIAS Y
      *                    POSTEA EL SOBRANTE Y EL FALTANTE DE
      *                    EFECTIVO EN GL-INTERFAZ CONTRA LA CUENTA
      *                    DIFCAJA. LA CAJA CON MOVIMIENTO Y SIN
      *                    DECLARACION, O CON DIFERENCIAS, TERMINA
      *                    EL PASO CON RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-CIERRE ASSIGN TO UT-S-PARMCIER
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.

           SELECT VENTAS-HISTORIA ASSIGN TO UT-S-VTAHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-VTAH.

           SELECT DECLARACIONES-CAJA ASSIGN TO UT-S-DECLCAJA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-DECL.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.

           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-CIERRE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO-CIERRE.
       01  REG-PARAMETRO-CIERRE         PIC X(80).

       FD  VENTAS-HISTORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS REG-VENTA-HISTORIA.
           COPY CPVTAHS1.

      *    DECLARACION DEL CIERRE: UNA TARJETA E POR CAJA CON EL
      *    EFECTIVO CONTADO Y EL FONDO FIJO QUE QUEDO EN ELLA, Y UNA
      *    TARJETA T POR MARCA CON EL TOTAL DEL LOTE DEL POSNET.
       FD  DECLARACIONES-CAJA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-DECLARACION-CAJA.
       01  REG-DECLARACION-CAJA.
           05 DCL-SUCURSAL              PIC 9(03).
           05 DCL-PUNTO-VENTA           PIC 9(04).
           05 DCL-MEDIO                 PIC X(01).
              88 DCL-ES-EFECTIVO                   VALUE 'E'.
              88 DCL-ES-TARJETA                    VALUE 'T'.
           05 DCL-MARCA                 PIC X(02).
           05 DCL-FONDO                 PIC 9(07)V99.
           05 DCL-IMPORTE               PIC 9(09)V99.
           05 FILLER                    PIC X(50).

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       SD  ARCH-ORDENADO
           DATA RECORD IS REG-CAJA-ORDENADA.
       01  REG-CAJA-ORDENADA.
           05 ORD-SUCURSAL              PIC 9(03).
           05 ORD-PUNTO-VENTA           PIC 9(04).
           05 ORD-MEDIO                 PIC X(01).
              88 ORD-ES-EFECTIVO                   VALUE 'E'.
           05 ORD-MARCA                 PIC X(02).
           05 ORD-ORIGEN                PIC X(01).
              88 ORD-ES-DECLARACION                VALUE 'D'.
           05 ORD-ESPERADO              PIC S9(09)V99.
           05 ORD-DECLARADO             PIC 9(09)V99.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(32)
              VALUE 'CIERRE DE CAJAS DE LOCALES AL'.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(04) VALUE 'SUC'.
           05 FILLER                    PIC X(05) VALUE 'PVTA'.
           05 FILLER                    PIC X(09) VALUE 'MEDIO'.
           05 FILLER                    PIC X(14) VALUE '     ESPERADO'.
           05 FILLER                    PIC X(14) VALUE '    DECLARADO'.
           05 FILLER                    PIC X(14) VALUE '   DIFERENCIA'.
           05 FILLER                    PIC X(20) VALUE 'OBSERVACION'.

       01  WS-DETALLE.
           05 DET-SUCURSAL              PIC 9(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PUNTO-VENTA           PIC 9(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MEDIO.
              10 DET-MEDIO-NOMBRE       PIC X(05).
              10 DET-MEDIO-MARCA        PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ESPERADO              PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DECLARADO             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DIFERENCIA            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-OBSERVACION           PIC X(20).

       01  WS-LINEA-CAJA.
           05 FILLER                    PIC X(09) VALUE SPACES.
           05 FILLER                    PIC X(09) VALUE 'TOTAL'.
           05 CAJ-ESPERADO              PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 CAJ-DECLARADO             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 CAJ-DIFERENCIA            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(21) VALUE SPACES.

       01  WS-LINEA-RESUMEN-1.
           05 FILLER                    PIC X(08) VALUE 'CAJAS:'.
           05 RES-CAJAS                 PIC ZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE '  SIN DECLARAR:'.
           05 RES-SIN-DECLARAR          PIC ZZ,ZZ9.
           05 FILLER                    PIC X(19)
              VALUE '  CON DIFERENCIAS:'.
           05 RES-CON-DIFERENCIAS       PIC ZZ,ZZ9.
           05 FILLER                    PIC X(19) VALUE SPACES.

       01  WS-LINEA-RESUMEN-2.
           05 FILLER                    PIC X(20)
              VALUE 'SOBRANTE EFECTIVO:'.
           05 RES-SOBRANTE              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(20)
              VALUE '  FALTANTE EFECT.:'.
           05 RES-FALTANTE              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(12) VALUE SPACES.

       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-VTAH               PIC X(02).
       01  WS-CODIGO-DECL               PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                          VALUE 'S'.
       01  SW-FIN-VTAH                  PIC X(01) VALUE 'N'.
           88 FIN-DE-VTAH                          VALUE 'S'.
       01  SW-FIN-DECL                  PIC X(01) VALUE 'N'.
           88 FIN-DE-DECL                          VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMERA-CAJA              PIC X(01) VALUE 'S'.
           88 ES-PRIMERA-CAJA                     VALUE 'S'.
       01  SW-MEDIO-DECLARADO           PIC X(01).
           88 MEDIO-DECLARADO                     VALUE 'S'.
       01  SW-CAJA-OBSERVADA            PIC X(01).
           88 CAJA-OBSERVADA                      VALUE 'S'.

       01  WS-PARM-CAMPO                PIC X(11).
       01  WS-PARM-VALOR                PIC X(08).
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-FECHA-CIERRE              PIC 9(08).

       01  WS-FORMA-LINEA               PIC X(01).
           88 LINEA-EFECTIVO                       VALUE 'E'.
           88 LINEA-TARJETA                        VALUE 'T'.

       01  WS-SUCURSAL-ACTUAL           PIC 9(03).
       01  WS-PUNTO-VENTA-ACTUAL        PIC 9(04).
       01  WS-MEDIO-ACTUAL              PIC X(01).
           88 MEDIO-EFECTIVO                       VALUE 'E'.
       01  WS-MARCA-ACTUAL              PIC X(02).

       01  WS-ESPERADO-MEDIO            PIC S9(11)V99 COMP-3.
       01  WS-DECLARADO-MEDIO           PIC 9(11)V99 COMP-3.
       01  WS-DIFERENCIA-MEDIO          PIC S9(11)V99 COMP-3.
       01  WS-ESPERADO-CAJA             PIC S9(11)V99 COMP-3.
       01  WS-DECLARADO-CAJA            PIC 9(11)V99 COMP-3.
       01  WS-DIFERENCIA-CAJA           PIC S9(11)V99 COMP-3.
       01  WS-TOTAL-SOBRANTE            PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-FALTANTE            PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-SELECCIONADOS    PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-DECLARACIONES    PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-DECL-INVALIDAS   PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-CAJAS            PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-SIN-DECLARAR     PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-CON-DIFERENCIA   PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CIERRE-CAJA-TIENDA'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-CAJAS                PIC 9(07).
       01  WS-STAT-OBSERVADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-CIERRE
           PERFORM 0100-LEE-PARAMETROS

           OPEN OUTPUT REPORTE
           MOVE WS-FECHA-CIERRE TO TIT-FECHA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-SUCURSAL ORD-PUNTO-VENTA
                                 ORD-MEDIO ORD-MARCA
                INPUT PROCEDURE IS 0500-SELECCIONA-MOVIMIENTOS
                OUTPUT PROCEDURE IS 1000-CIERRA-CAJAS

           IF NOT ES-PRIMERA-CAJA
              PERFORM 2300-CIERRA-MEDIO
              PERFORM 2400-CIERRA-CAJA
           END-IF

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETA CAMPO=VALOR: FECHA=AAAAMMDD (DIA A CERRAR; SIN
      * TARJETA, LA FECHA DEL SISTEMA).
      * -----------------------------------------------------------
       0100-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS-CIERRE
           IF WS-CODIGO-PARM NOT EQUAL ZEROS
              GO TO 0100-FIN
           END-IF
           PERFORM 0110-PROCESA-TARJETA UNTIL FIN-DE-PARM
           CLOSE PARAMETROS-CIERRE.
       0100-FIN.  EXIT.

       0110-PROCESA-TARJETA.
           READ PARAMETROS-CIERRE
              AT END MOVE 'S' TO SW-FIN-PARM
           END-READ
           IF FIN-DE-PARM
              GO TO 0110-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO-CIERRE DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE WS-PARM-CAMPO
              WHEN 'FECHA'
                 IF WS-PARM-VALOR IS NUMERIC
                    MOVE WS-PARM-VALOR TO WS-FECHA-CIERRE
                 ELSE
                    DISPLAY 'FECHA INVALIDA, SE CIERRA EL '
                            WS-FECHA-CIERRE
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE CIERRE DESCONOCIDA: '
                         REG-PARAMETRO-CIERRE
           END-EVALUATE.
       0110-FIN.  EXIT.

      * -----------------------------------------------------------
      * ENTRAN AL SORT LAS VENTAS Y NOTAS DE CREDITO EMITIDAS EN LA
      * FECHA DEL CIERRE QUE PASARON POR LA CAJA (EFECTIVO O
      * TARJETA; LA NOTA DE CREDITO RESTA) Y LAS DECLARACIONES DE
      * LOS CAJEROS, CON EL FONDO FIJO SUMADO A LO ESPERADO.
      * -----------------------------------------------------------
       0500-SELECCIONA-MOVIMIENTOS.
           OPEN INPUT VENTAS-HISTORIA
           IF WS-CODIGO-VTAH NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR VENTAS-HISTORIA - STATUS: '
                      WS-CODIGO-VTAH
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 0510-LEE-HISTORIA
              PERFORM 0520-SELECCIONA-UNA-LINEA UNTIL FIN-DE-VTAH
              CLOSE VENTAS-HISTORIA
           END-IF

           OPEN INPUT DECLARACIONES-CAJA
           IF WS-CODIGO-DECL NOT EQUAL ZEROS
              DISPLAY 'SIN DECLARACIONES DE CAJA - STATUS: '
                      WS-CODIGO-DECL
              GO TO 0500-FIN
           END-IF
           PERFORM 0530-SELECCIONA-DECLARACION UNTIL FIN-DE-DECL
           CLOSE DECLARACIONES-CAJA.
       0500-FIN.  EXIT.

       0510-LEE-HISTORIA.
           READ VENTAS-HISTORIA
              AT END MOVE 'S' TO SW-FIN-VTAH
           END-READ
           IF NOT FIN-DE-VTAH
              ADD 1 TO WS-CONTADOR-LEIDOS
           END-IF.
       0510-FIN.  EXIT.

      *    LA HISTORIA ANTERIOR A LA FORMA DE PAGO: SIN CLIENTE FUE
      *    EFECTIVO; CON CLIENTE, CUENTA CORRIENTE.
       0520-SELECCIONA-UNA-LINEA.
           MOVE VTAHIST-FORMA-PAGO TO WS-FORMA-LINEA
           IF VTAHIST-FORMA-PAGO EQUAL SPACES
              AND VTAHIST-CLIENTE EQUAL ZEROS
              MOVE 'E' TO WS-FORMA-LINEA
           END-IF

           IF VTAHIST-FECHA-EMISION EQUAL WS-FECHA-CIERRE
              AND (LINEA-EFECTIVO OR LINEA-TARJETA)
              ADD 1 TO WS-CONTADOR-SELECCIONADOS
              MOVE VTAHIST-SUCURSAL    TO ORD-SUCURSAL
              MOVE VTAHIST-PUNTO-VENTA TO ORD-PUNTO-VENTA
              MOVE WS-FORMA-LINEA      TO ORD-MEDIO
              IF LINEA-TARJETA
                 MOVE VTAHIST-MARCA-TARJETA TO ORD-MARCA
              ELSE
                 MOVE SPACES TO ORD-MARCA
              END-IF
              MOVE 'H'                 TO ORD-ORIGEN
              IF VTAHIST-ES-DEVOLUCION
                 COMPUTE ORD-ESPERADO = ZERO - VTAHIST-IMPORTE
              ELSE
                 MOVE VTAHIST-IMPORTE TO ORD-ESPERADO
              END-IF
              MOVE ZEROS TO ORD-DECLARADO
              RELEASE REG-CAJA-ORDENADA
           END-IF
           PERFORM 0510-LEE-HISTORIA.
       0520-FIN.  EXIT.

      *    SUCURSAL Y PUNTO DE VENTA EN CERO SON 001 Y 0001, COMO EN
      *    LA VENTA.
       0530-SELECCIONA-DECLARACION.
           READ DECLARACIONES-CAJA
              AT END MOVE 'S' TO SW-FIN-DECL
           END-READ
           IF FIN-DE-DECL
              GO TO 0530-FIN
           END-IF

           IF DCL-SUCURSAL NOT NUMERIC
              OR DCL-PUNTO-VENTA NOT NUMERIC
              OR DCL-IMPORTE NOT NUMERIC
              OR NOT (DCL-ES-EFECTIVO OR DCL-ES-TARJETA)
              OR (DCL-ES-TARJETA AND DCL-MARCA EQUAL SPACES)
              OR (DCL-ES-EFECTIVO AND DCL-FONDO NOT NUMERIC)
              ADD 1 TO WS-CONTADOR-DECL-INVALIDAS
              DISPLAY 'DECLARACION DE CAJA INVALIDA, SE IGNORA: '
                      REG-DECLARACION-CAJA
              GO TO 0530-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-DECLARACIONES
           IF DCL-SUCURSAL EQUAL ZEROS
              MOVE 1 TO ORD-SUCURSAL
           ELSE
              MOVE DCL-SUCURSAL TO ORD-SUCURSAL
           END-IF
           IF DCL-PUNTO-VENTA EQUAL ZEROS
              MOVE 1 TO ORD-PUNTO-VENTA
           ELSE
              MOVE DCL-PUNTO-VENTA TO ORD-PUNTO-VENTA
           END-IF
           MOVE DCL-MEDIO   TO ORD-MEDIO
           MOVE 'D'         TO ORD-ORIGEN
           MOVE DCL-IMPORTE TO ORD-DECLARADO
           IF DCL-ES-EFECTIVO
              MOVE SPACES    TO ORD-MARCA
              MOVE DCL-FONDO TO ORD-ESPERADO
           ELSE
              MOVE DCL-MARCA TO ORD-MARCA
              MOVE ZEROS     TO ORD-ESPERADO
           END-IF
           RELEASE REG-CAJA-ORDENADA.
       0530-FIN.  EXIT.

       1000-CIERRA-CAJAS.
           PERFORM 1010-DEVUELVE-ORDENADO
           PERFORM 2000-PROCESA-RENGLON UNTIL HAY-FIN-DE-SORT.
       1000-FIN.  EXIT.

       1010-DEVUELVE-ORDENADO.
           RETURN ARCH-ORDENADO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * CORTE DE CONTROL POR CAJA (SUCURSAL + PUNTO DE VENTA) Y,
      * DENTRO DE ELLA, POR MEDIO DE PAGO (EFECTIVO O MARCA).
      * -----------------------------------------------------------
       2000-PROCESA-RENGLON.
           EVALUATE TRUE
              WHEN ES-PRIMERA-CAJA
                 PERFORM 2100-ABRE-CAJA
                 PERFORM 2200-ABRE-MEDIO
              WHEN ORD-SUCURSAL NOT EQUAL WS-SUCURSAL-ACTUAL
                 OR ORD-PUNTO-VENTA NOT EQUAL WS-PUNTO-VENTA-ACTUAL
                 PERFORM 2300-CIERRA-MEDIO
                 PERFORM 2400-CIERRA-CAJA
                 PERFORM 2100-ABRE-CAJA
                 PERFORM 2200-ABRE-MEDIO
              WHEN ORD-MEDIO NOT EQUAL WS-MEDIO-ACTUAL
                 OR ORD-MARCA NOT EQUAL WS-MARCA-ACTUAL
                 PERFORM 2300-CIERRA-MEDIO
                 PERFORM 2200-ABRE-MEDIO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           ADD ORD-ESPERADO  TO WS-ESPERADO-MEDIO
           ADD ORD-DECLARADO TO WS-DECLARADO-MEDIO
           IF ORD-ES-DECLARACION
              MOVE 'S' TO SW-MEDIO-DECLARADO
           END-IF

           PERFORM 1010-DEVUELVE-ORDENADO.
       2000-FIN.  EXIT.

       2100-ABRE-CAJA.
           MOVE 'N' TO SW-PRIMERA-CAJA SW-CAJA-OBSERVADA
           MOVE ORD-SUCURSAL    TO WS-SUCURSAL-ACTUAL
           MOVE ORD-PUNTO-VENTA TO WS-PUNTO-VENTA-ACTUAL
           MOVE ZEROS TO WS-ESPERADO-CAJA WS-DECLARADO-CAJA
           ADD 1 TO WS-CONTADOR-CAJAS.
       2100-FIN.  EXIT.

       2200-ABRE-MEDIO.
           MOVE ORD-MEDIO TO WS-MEDIO-ACTUAL
           MOVE ORD-MARCA TO WS-MARCA-ACTUAL
           MOVE 'N' TO SW-MEDIO-DECLARADO
           MOVE ZEROS TO WS-ESPERADO-MEDIO WS-DECLARADO-MEDIO.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * DIFERENCIA = DECLARADO - ESPERADO. EN EFECTIVO, POSITIVA ES
      * SOBRANTE Y NEGATIVA FALTANTE, Y SOLO SE POSTEA SI EL CAJERO
      * DECLARO; EN TARJETA ES DIFERENCIA CON EL LOTE DEL POSNET Y
      * QUEDA PARA CONCILIAR CON LA ADMINISTRADORA.
      * -----------------------------------------------------------
       2300-CIERRA-MEDIO.
           COMPUTE WS-DIFERENCIA-MEDIO =
                   WS-DECLARADO-MEDIO - WS-ESPERADO-MEDIO
           ADD WS-ESPERADO-MEDIO  TO WS-ESPERADO-CAJA
           ADD WS-DECLARADO-MEDIO TO WS-DECLARADO-CAJA

           MOVE WS-SUCURSAL-ACTUAL    TO DET-SUCURSAL
           MOVE WS-PUNTO-VENTA-ACTUAL TO DET-PUNTO-VENTA
           IF MEDIO-EFECTIVO
              MOVE 'EFECT'         TO DET-MEDIO-NOMBRE
              MOVE SPACES          TO DET-MEDIO-MARCA
           ELSE
              MOVE 'TARJ '         TO DET-MEDIO-NOMBRE
              MOVE WS-MARCA-ACTUAL TO DET-MEDIO-MARCA
           END-IF
           MOVE WS-ESPERADO-MEDIO   TO DET-ESPERADO
           MOVE WS-DECLARADO-MEDIO  TO DET-DECLARADO
           MOVE WS-DIFERENCIA-MEDIO TO DET-DIFERENCIA
           MOVE SPACES              TO DET-OBSERVACION

           EVALUATE TRUE
              WHEN NOT MEDIO-DECLARADO
                 MOVE 'SIN DECLARAR' TO DET-OBSERVACION
                 MOVE 'S' TO SW-CAJA-OBSERVADA
                 ADD 1 TO WS-CONTADOR-SIN-DECLARAR
              WHEN WS-DIFERENCIA-MEDIO EQUAL ZEROS
                 CONTINUE
              WHEN NOT MEDIO-EFECTIVO
                 MOVE 'DIFERENCIA CON LOTE' TO DET-OBSERVACION
                 MOVE 'S' TO SW-CAJA-OBSERVADA
              WHEN WS-DIFERENCIA-MEDIO GREATER THAN ZEROS
                 MOVE 'SOBRANTE' TO DET-OBSERVACION
                 MOVE 'S' TO SW-CAJA-OBSERVADA
                 ADD WS-DIFERENCIA-MEDIO TO WS-TOTAL-SOBRANTE
              WHEN OTHER
                 MOVE 'FALTANTE' TO DET-OBSERVACION
                 MOVE 'S' TO SW-CAJA-OBSERVADA
                 SUBTRACT WS-DIFERENCIA-MEDIO FROM WS-TOTAL-FALTANTE
           END-EVALUATE

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2300-FIN.  EXIT.

       2400-CIERRA-CAJA.
           COMPUTE WS-DIFERENCIA-CAJA =
                   WS-DECLARADO-CAJA - WS-ESPERADO-CAJA
           MOVE WS-ESPERADO-CAJA   TO CAJ-ESPERADO
           MOVE WS-DECLARADO-CAJA  TO CAJ-DECLARADO
           MOVE WS-DIFERENCIA-CAJA TO CAJ-DIFERENCIA
           WRITE REG-REPORTE FROM WS-LINEA-CAJA AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE AFTER ADVANCING 1 LINE

           IF CAJA-OBSERVADA
              ADD 1 TO WS-CONTADOR-CON-DIFERENCIA
           END-IF.
       2400-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-CAJAS          TO RES-CAJAS
           MOVE WS-CONTADOR-SIN-DECLARAR   TO RES-SIN-DECLARAR
           MOVE WS-CONTADOR-CON-DIFERENCIA TO RES-CON-DIFERENCIAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-1
                 AFTER ADVANCING 2 LINES
           MOVE WS-TOTAL-SOBRANTE TO RES-SOBRANTE
           MOVE WS-TOTAL-FALTANTE TO RES-FALTANTE
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-2
                 AFTER ADVANCING 1 LINE

           PERFORM 8950-GRABA-ASIENTO-GL

           IF (WS-CONTADOR-CON-DIFERENCIA GREATER THAN ZEROS
               OR WS-CONTADOR-DECL-INVALIDAS GREATER THAN ZEROS)
              AND RETURN-CODE LESS THAN 4
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-CONTADOR-LEIDOS         TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-CAJAS          TO WS-STAT-CAJAS
           MOVE WS-CONTADOR-CON-DIFERENCIA TO WS-STAT-OBSERVADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-CAJAS WS-STAT-OBSERVADAS

           CLOSE REPORTE.
       9000-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO DE LAS DIFERENCIAS DE EFECTIVO: EL SOBRANTE ENTRA A
      * CAJA CONTRA HABER DIFCAJA Y EL FALTANTE SALE DE CAJA CONTRA
      * DEBE DIFCAJA. SIN DIFERENCIAS NO SE ESCRIBE ASIENTO.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-TOTAL-SOBRANTE EQUAL ZEROS
              AND WS-TOTAL-FALTANTE EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              GO TO 8950-FIN
           END-IF

           MOVE WS-NOMBRE-PROGRAMA  TO GL-PROGRAMA
           MOVE WS-FECHA-CIERRE     TO GL-FECHA

           IF WS-TOTAL-SOBRANTE GREATER THAN ZEROS
              MOVE 'CAJA    '          TO GL-CUENTA
              MOVE 'D'                 TO GL-TIPO
              MOVE WS-TOTAL-SOBRANTE   TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
              MOVE 'DIFCAJA '          TO GL-CUENTA
              MOVE 'H'                 TO GL-TIPO
              MOVE WS-TOTAL-SOBRANTE   TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-FALTANTE GREATER THAN ZEROS
              MOVE 'DIFCAJA '          TO GL-CUENTA
              MOVE 'D'                 TO GL-TIPO
              MOVE WS-TOTAL-FALTANTE   TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
              MOVE 'CAJA    '          TO GL-CUENTA
              MOVE 'H'                 TO GL-TIPO
              MOVE WS-TOTAL-FALTANTE   TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.
      * ---------------------------------------------------------------
