       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-ACTIVOS-FIJOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DEL REGISTRO DE BIENES DE USO
      *                    (ACTIVOS-FIJOS-I-O, CPACTF01), CON EL
      *                    ESQUEMA A/C/B DE MANTENIMIENTO-TURNOS MAS
      *                    LA V DE VENTA O RETIRO. EL ALTA VALIDA LA
      *                    CATEGORIA (CATEGORIAS-ACTIVO, CPCATAF1), EL
      *                    CENTRO DE COSTO CONTRA JERARQUIA-COSTOS Y,
      *                    SI TRAE PROVEEDOR, QUE LA FACTURA EXISTA EN
      *                    CUENTAS-PAGAR (SIN COSTO EN LA TARJETA TOMA
      *                    EL NETO DE LA FACTURA); POSTEA DEBE AL
      *                    ACTIVO DE LA CATEGORIA Y HABER A PROVEEDO
      *                    (O A LA PUENTE ALTAACTF SI NO HAY FACTURA).
      *                    LA BAJA FISICA SOLO VA PARA EL BIEN SIN
      *                    AMORTIZAR Y REVIERTE EL ASIENTO DEL ALTA.
      *                    LA VENTA CALCULA EL RESULTADO (PRECIO MENOS
      *                    VALOR RESIDUAL), DEJA EL BIEN DADO DE BAJA
      *                    Y POSTEA LA SALIDA DEL COSTO Y DE LA
      *                    AMORTIZACION ACUMULADA CONTRA DEUDVTAF Y
      *                    EL RESULTADO EN RESVTAAF. LOS ASIENTOS VAN
      *                    CON LA FECHA DEL MOVIMIENTO. RECHAZOS
      *                    LISTADOS Y RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-ACTIVOS ASSIGN TO UT-S-TRANSACF
                  FILE STATUS IS WS-CODIGO-TRANS.

           SELECT CATEGORIAS-ACTIVO ASSIGN TO UT-S-CATACTF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CATAF.

           SELECT JERARQUIA-COSTOS ASSIGN TO UT-S-JERARQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-JER.

           SELECT CUENTAS-PAGAR ASSIGN TO UT-S-CTASPAG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTAPAG.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-ACTIVOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-ACTIVO.
       01  REG-TRANS-ACTIVO.
           05 TRAF-TIPO                 PIC X(01).
              88 TRAF-ES-ALTA                       VALUE 'A'.
              88 TRAF-ES-CAMBIO                     VALUE 'C'.
              88 TRAF-ES-BAJA                       VALUE 'B'.
              88 TRAF-ES-VENTA                      VALUE 'V'.
           05 TRAF-NUMERO               PIC 9(06).
           05 TRAF-DESCRIPCION          PIC X(26).
           05 TRAF-CATEGORIA            PIC X(03).
           05 TRAF-SUCURSAL             PIC 9(03).
           05 TRAF-CENTRO-COSTO         PIC 9(03).
      *    FECHA DE ALTA EN LA A, FECHA DE BAJA EN LA V.
           05 TRAF-FECHA                PIC 9(08).
      *    COSTO EN LA A, PRECIO DE VENTA EN LA V.
           05 TRAF-IMPORTE              PIC 9(09)V99.
           05 TRAF-VIDA-UTIL            PIC 9(03).
           05 TRAF-METODO               PIC X(01).
           05 TRAF-PROVEEDOR            PIC 9(05).
           05 TRAF-FACTURA              PIC X(10).

       FD  CATEGORIAS-ACTIVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CATEGORIA-ACTIVO.
           COPY CPCATAF1.

       FD  JERARQUIA-COSTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS REG-JERARQUIA.
           COPY CPJERAR1.

       FD  CUENTAS-PAGAR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CUENTA-PAGAR.
           COPY CPCTAPG1.

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MANTENIMIENTO DE BIENES DE USO'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-NUMERO                PIC 9(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CATEGORIA             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(34).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(25)
              VALUE 'TRANSACCIONES LEIDAS:'.
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
       01  WS-CODIGO-CATAF              PIC X(02).
       01  WS-CODIGO-JER                PIC X(02).
       01  WS-CODIGO-CTAPAG             PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-FIN-CATAF                 PIC X(01) VALUE 'N'.
           88 FIN-DE-CATAF                         VALUE 'S'.
       01  SW-FIN-JER                   PIC X(01) VALUE 'N'.
           88 FIN-DE-JER                           VALUE 'S'.
       01  SW-FIN-CTAPAG                PIC X(01).
           88 FIN-DE-CTAPAG                        VALUE 'S'.
       01  SW-TRANS-INVALIDA            PIC X(01).
           88 TRANS-INVALIDA                       VALUE 'S'.
       01  SW-HAY-JERARQUIA             PIC X(01) VALUE 'N'.
           88 HAY-JERARQUIA                        VALUE 'S'.
       01  SW-FACTURA-HALLADA           PIC X(01).
           88 FACTURA-HALLADA                      VALUE 'S'.
       01  SW-GL-ABIERTO                PIC X(01) VALUE 'N'.
           88 GL-ABIERTO                           VALUE 'S'.

       01  WS-USUARIO-ACF               PIC X(08) VALUE 'MANTACTF'.
       01  WS-VALIDA                    PIC X(01).
       01  WS-NETO-FACTURA              PIC 9(09)V99.
       01  WS-VALOR-RESIDUAL            PIC 9(11)V99.
       01  WS-CUENTA-CONTRAPARTIDA      PIC X(08).

      * CATEGORIAS DE BIENES DE USO CON SUS CUENTAS Y LOS VALORES
      * POR DEFECTO DEL ALTA.
       01  WS-TABLA-CATEGORIAS.
           05 WS-CANTIDAD-CATEGORIAS    PIC 9(02) VALUE ZEROS.
           05 WS-CATEGORIA OCCURS 50 TIMES.
              10 WS-CAT-CODIGO          PIC X(03).
              10 WS-CAT-CUENTA-ACTIVO   PIC X(08).
              10 WS-CAT-CUENTA-AMORT    PIC X(08).
              10 WS-CAT-VIDA-UTIL       PIC 9(03).
              10 WS-CAT-METODO          PIC X(01).
       01  WS-IDX-CAT                   PIC 9(02).
       01  WS-CATEGORIA-HALLADA         PIC 9(02).
       01  WS-CATEGORIA-BUSCADA         PIC X(03).

      * MARCA DE LOS CENTROS QUE EXISTEN EN LA JERARQUIA (INDEXADA
      * POR CODIGO DE CENTRO).
       01  WS-TABLA-CENTROS.
           05 WS-JER-CENTRO-EXISTE      PIC X(01) OCCURS 999 TIMES.

       01  WS-FUNCION-ACF               PIC X(02).
       01  WS-LLAVE-ACF                 PIC 9(06).
       01  WS-LLAVE-HASTA-ACF           PIC 9(06).
       01  WS-REG-ACTIVO-AUX.
           05 WS-ACTF-NUMERO-AUX        PIC 9(06).
           05 WS-ACTF-DESCRIPCION-AUX   PIC X(30).
           05 WS-ACTF-CATEGORIA-AUX     PIC X(03).
           05 WS-ACTF-SUCURSAL-AUX      PIC 9(03).
           05 WS-ACTF-CENTRO-AUX        PIC 9(03).
           05 WS-ACTF-FECHA-ALTA-AUX    PIC 9(08).
           05 WS-ACTF-COSTO-AUX         PIC 9(11)V99.
           05 WS-ACTF-VIDA-UTIL-AUX     PIC 9(03).
           05 WS-ACTF-METODO-AUX        PIC X(01).
           05 WS-ACTF-PROVEEDOR-AUX     PIC 9(05).
           05 WS-ACTF-FACTURA-AUX       PIC X(10).
           05 WS-ACTF-AMORT-ACUM-AUX    PIC 9(11)V99.
           05 WS-ACTF-MESES-AMORT-AUX   PIC 9(03).
           05 WS-ACTF-ULT-PERIODO-AUX   PIC 9(06).
           05 WS-ACTF-AMORT-ULT-MES-AUX PIC 9(11)V99.
           05 WS-ACTF-ESTADO-AUX        PIC X(01).
              88 WS-ACTF-DADO-DE-BAJA-AUX          VALUE 'B'.
           05 WS-ACTF-FECHA-BAJA-AUX    PIC 9(08).
           05 WS-ACTF-PRECIO-VENTA-AUX  PIC 9(11)V99.
           05 WS-ACTF-RESULTADO-AUX     PIC S9(11)V99.
       01  WS-CODIGO-ACF                PIC X(02).

      * --- LINEA DE ASIENTO A GRABAR ---
       01  WS-GL-CUENTA                 PIC X(08).
       01  WS-GL-TIPO                   PIC X(01).
       01  WS-GL-IMPORTE                PIC S9(11)V99 COMP-3.
       01  WS-GL-FECHA                  PIC 9(08).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-ACTIVOS-FIJOS'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADAS            PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF WS-CANTIDAD-CATEGORIAS EQUAL ZEROS
              GOBACK
           END-IF
           PERFORM 2000-PROCESA-TRANSACCION UNTIL FIN-DE-TRANS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           PERFORM 1100-CARGA-CATEGORIAS
           IF WS-CANTIDAD-CATEGORIAS EQUAL ZEROS
              DISPLAY 'CATEGORIAS-ACTIVO VACIO O AUSENTE: NO SE '
                      'PROCESA'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-FIN
           END-IF
           PERFORM 1200-CARGA-JERARQUIA

           OPEN INPUT TRANS-ACTIVOS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
           ELSE
              MOVE 'S' TO SW-GL-ABIERTO
           END-IF

           MOVE 'AB' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-ACTIVOS
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       1100-CARGA-CATEGORIAS.
           OPEN INPUT CATEGORIAS-ACTIVO
           IF WS-CODIGO-CATAF NOT EQUAL ZEROS
              GO TO 1100-FIN
           END-IF

           PERFORM 1110-CARGA-UNA-CATEGORIA UNTIL FIN-DE-CATAF
           CLOSE CATEGORIAS-ACTIVO.
       1100-FIN.  EXIT.

       1110-CARGA-UNA-CATEGORIA.
           READ CATEGORIAS-ACTIVO
              AT END MOVE 'S' TO SW-FIN-CATAF
           END-READ
           IF FIN-DE-CATAF
              GO TO 1110-FIN
           END-IF

           IF CATAF-CATEGORIA EQUAL SPACES
              OR WS-CANTIDAD-CATEGORIAS NOT LESS THAN 50
              GO TO 1110-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-CATEGORIAS
           MOVE WS-CANTIDAD-CATEGORIAS TO WS-IDX-CAT
           MOVE CATAF-CATEGORIA         TO WS-CAT-CODIGO (WS-IDX-CAT)
           MOVE CATAF-CUENTA-ACTIVO
             TO WS-CAT-CUENTA-ACTIVO (WS-IDX-CAT)
           MOVE CATAF-CUENTA-AMORT-ACUM
             TO WS-CAT-CUENTA-AMORT (WS-IDX-CAT)
           IF CATAF-VIDA-UTIL IS NUMERIC
              MOVE CATAF-VIDA-UTIL TO WS-CAT-VIDA-UTIL (WS-IDX-CAT)
           ELSE
              MOVE ZEROS TO WS-CAT-VIDA-UTIL (WS-IDX-CAT)
           END-IF
           MOVE CATAF-METODO            TO WS-CAT-METODO (WS-IDX-CAT).
       1110-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA JERARQUIA ES OPCIONAL: SIN ELLA EL CENTRO DE COSTO DE LA
      * TARJETA SE ACEPTA SIN VALIDAR.
      * -----------------------------------------------------------
       1200-CARGA-JERARQUIA.
           MOVE SPACES TO WS-TABLA-CENTROS
           OPEN INPUT JERARQUIA-COSTOS
           IF WS-CODIGO-JER NOT EQUAL ZEROS
              DISPLAY 'JERARQUIA-COSTOS NO DISPONIBLE: EL CENTRO DE '
                      'COSTO NO SE VALIDA'
              GO TO 1200-FIN
           END-IF

           MOVE 'S' TO SW-HAY-JERARQUIA
           PERFORM 1210-CARGA-UN-CENTRO UNTIL FIN-DE-JER
           CLOSE JERARQUIA-COSTOS.
       1200-FIN.  EXIT.

       1210-CARGA-UN-CENTRO.
           READ JERARQUIA-COSTOS
              AT END MOVE 'S' TO SW-FIN-JER
           END-READ
           IF FIN-DE-JER
              GO TO 1210-FIN
           END-IF

           IF JER-CENTRO-COSTO GREATER THAN ZEROS
              MOVE 'S' TO WS-JER-CENTRO-EXISTE (JER-CENTRO-COSTO)
           END-IF.
       1210-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRAF-TIPO         TO DET-TIPO
           MOVE TRAF-NUMERO       TO DET-NUMERO
           MOVE TRAF-CATEGORIA    TO DET-CATEGORIA
           MOVE ZEROS             TO DET-IMPORTE
           MOVE TRAF-NUMERO       TO WS-LLAVE-ACF

           EVALUATE TRUE
              WHEN TRAF-NUMERO NOT NUMERIC
                 OR TRAF-NUMERO EQUAL ZEROS
                 MOVE 'RECHAZADA' TO DET-RESULTADO
                 MOVE 'NUMERO DE BIEN INVALIDO' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-RECHAZADAS
              WHEN TRAF-ES-ALTA
                 PERFORM 2010-APLICA-ALTA
              WHEN TRAF-ES-CAMBIO
                 PERFORM 2020-APLICA-CAMBIO
              WHEN TRAF-ES-BAJA
                 PERFORM 2030-APLICA-BAJA
              WHEN TRAF-ES-VENTA
                 PERFORM 2040-APLICA-VENTA
              WHEN OTHER
                 MOVE 'RECHAZADA' TO DET-RESULTADO
                 MOVE 'TIPO DE TRANSACCION INVALIDO' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-EVALUATE

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * VALIDACIONES DEL ALTA: CATEGORIA DE LA TABLA, CENTRO DE LA
      * JERARQUIA, CAMPOS NUMERICOS Y, CON PROVEEDOR, FACTURA
      * EXISTENTE EN CUENTAS-PAGAR.
      * -----------------------------------------------------------
       2005-VALIDA-ALTA.
           MOVE 'N' TO SW-TRANS-INVALIDA

           MOVE TRAF-CATEGORIA TO WS-CATEGORIA-BUSCADA
           PERFORM 2080-BUSCA-CATEGORIA
           IF WS-CATEGORIA-HALLADA EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CATEGORIA INEXISTENTE' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           IF TRAF-SUCURSAL NOT NUMERIC
              OR TRAF-CENTRO-COSTO NOT NUMERIC
              OR TRAF-FECHA NOT NUMERIC
              OR TRAF-IMPORTE NOT NUMERIC
              OR TRAF-PROVEEDOR NOT NUMERIC
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CAMPOS NUMERICOS INVALIDOS' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           PERFORM 2075-VALIDA-CENTRO
           IF TRANS-INVALIDA
              GO TO 2005-FIN
           END-IF

           MOVE ZEROS TO WS-NETO-FACTURA
           IF TRAF-PROVEEDOR GREATER THAN ZEROS
              PERFORM 2070-BUSCA-FACTURA
              IF NOT FACTURA-HALLADA
                 MOVE 'S' TO SW-TRANS-INVALIDA
                 MOVE 'FACTURA INEXISTENTE EN CTAS A PAGAR'
                   TO DET-MENSAJE
                 GO TO 2005-FIN
              END-IF
           END-IF

           IF TRAF-IMPORTE EQUAL ZEROS
              AND WS-NETO-FACTURA EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'COSTO EN CERO' TO DET-MENSAJE
           END-IF.
       2005-FIN.  EXIT.

       2010-APLICA-ALTA.
           PERFORM 2005-VALIDA-ALTA
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2010-FIN
           END-IF

           INITIALIZE WS-REG-ACTIVO-AUX
           MOVE TRAF-NUMERO           TO WS-ACTF-NUMERO-AUX
           MOVE TRAF-DESCRIPCION      TO WS-ACTF-DESCRIPCION-AUX
           MOVE TRAF-CATEGORIA        TO WS-ACTF-CATEGORIA-AUX
           MOVE TRAF-SUCURSAL         TO WS-ACTF-SUCURSAL-AUX
           MOVE TRAF-CENTRO-COSTO     TO WS-ACTF-CENTRO-AUX
           MOVE TRAF-FECHA            TO WS-ACTF-FECHA-ALTA-AUX
           IF TRAF-IMPORTE GREATER THAN ZEROS
              MOVE TRAF-IMPORTE       TO WS-ACTF-COSTO-AUX
           ELSE
              MOVE WS-NETO-FACTURA    TO WS-ACTF-COSTO-AUX
           END-IF
           IF TRAF-VIDA-UTIL IS NUMERIC
              AND TRAF-VIDA-UTIL GREATER THAN ZEROS
              MOVE TRAF-VIDA-UTIL     TO WS-ACTF-VIDA-UTIL-AUX
           ELSE
              MOVE WS-CAT-VIDA-UTIL (WS-CATEGORIA-HALLADA)
                TO WS-ACTF-VIDA-UTIL-AUX
           END-IF
           IF TRAF-METODO NOT EQUAL SPACES
              MOVE TRAF-METODO        TO WS-ACTF-METODO-AUX
           ELSE
              MOVE WS-CAT-METODO (WS-CATEGORIA-HALLADA)
                TO WS-ACTF-METODO-AUX
           END-IF
           MOVE TRAF-PROVEEDOR        TO WS-ACTF-PROVEEDOR-AUX
           MOVE TRAF-FACTURA          TO WS-ACTF-FACTURA-AUX
           MOVE 'U'                   TO WS-ACTF-ESTADO-AUX

           MOVE 'AL' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF
           PERFORM 2060-EVALUA-RESULTADO
           IF WS-CODIGO-ACF NOT EQUAL ZEROS
              GO TO 2010-FIN
           END-IF

           MOVE WS-ACTF-COSTO-AUX TO DET-IMPORTE
           PERFORM 2085-CONTRAPARTIDA-ALTA
           MOVE WS-ACTF-FECHA-ALTA-AUX TO WS-GL-FECHA
           MOVE WS-CAT-CUENTA-ACTIVO (WS-CATEGORIA-HALLADA)
             TO WS-GL-CUENTA
           MOVE 'D' TO WS-GL-TIPO
           MOVE WS-ACTF-COSTO-AUX TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL
           MOVE WS-CUENTA-CONTRAPARTIDA TO WS-GL-CUENTA
           MOVE 'H' TO WS-GL-TIPO
           PERFORM 8100-ESCRIBE-LINEA-GL.
       2010-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL CAMBIO TOCA SOLO LOS CAMPOS INFORMADOS. COSTO Y CATEGORIA
      * NO SE CAMBIAN (DEFINEN LO YA POSTEADO): BAJA Y NUEVA ALTA.
      * -----------------------------------------------------------
       2020-APLICA-CAMBIO.
           MOVE 'LE' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF
           IF WS-CODIGO-ACF NOT EQUAL ZEROS
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'BIEN INEXISTENTE' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF

           MOVE 'N' TO SW-TRANS-INVALIDA
           IF WS-ACTF-DADO-DE-BAJA-AUX
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'BIEN DADO DE BAJA' TO DET-MENSAJE
           END-IF
           IF (TRAF-CATEGORIA NOT EQUAL SPACES
               AND TRAF-CATEGORIA NOT EQUAL WS-ACTF-CATEGORIA-AUX)
              OR (TRAF-IMPORTE IS NUMERIC
               AND TRAF-IMPORTE GREATER THAN ZEROS)
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'COSTO/CATEGORIA: BAJA Y NUEVA ALTA'
                TO DET-MENSAJE
           END-IF
           IF NOT TRANS-INVALIDA
              AND TRAF-CENTRO-COSTO IS NUMERIC
              AND TRAF-CENTRO-COSTO GREATER THAN ZEROS
              PERFORM 2075-VALIDA-CENTRO
           END-IF
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF

           IF TRAF-DESCRIPCION NOT EQUAL SPACES
              MOVE TRAF-DESCRIPCION   TO WS-ACTF-DESCRIPCION-AUX
           END-IF
           IF TRAF-SUCURSAL IS NUMERIC
              AND TRAF-SUCURSAL GREATER THAN ZEROS
              MOVE TRAF-SUCURSAL      TO WS-ACTF-SUCURSAL-AUX
           END-IF
           IF TRAF-CENTRO-COSTO IS NUMERIC
              AND TRAF-CENTRO-COSTO GREATER THAN ZEROS
              MOVE TRAF-CENTRO-COSTO  TO WS-ACTF-CENTRO-AUX
           END-IF
           IF TRAF-VIDA-UTIL IS NUMERIC
              AND TRAF-VIDA-UTIL GREATER THAN ZEROS
              MOVE TRAF-VIDA-UTIL     TO WS-ACTF-VIDA-UTIL-AUX
           END-IF
           IF TRAF-METODO NOT EQUAL SPACES
              MOVE TRAF-METODO        TO WS-ACTF-METODO-AUX
           END-IF

           MOVE 'CA' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF
           PERFORM 2060-EVALUA-RESULTADO.
       2020-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA BAJA FISICA ES PARA CORREGIR UN ALTA ERRONEA: SOLO SE
      * ACEPTA SIN AMORTIZACIONES Y REVIERTE EL ASIENTO DEL ALTA EN
      * SU MISMA FECHA. EL BIEN QUE SE VENDE O RETIRA VA POR LA V.
      * -----------------------------------------------------------
       2030-APLICA-BAJA.
           MOVE 'LE' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF
           IF WS-CODIGO-ACF NOT EQUAL ZEROS
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'BIEN INEXISTENTE' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF

           IF WS-ACTF-MESES-AMORT-AUX GREATER THAN ZEROS
              OR WS-ACTF-DADO-DE-BAJA-AUX
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'BIEN AMORTIZADO: USAR VENTA/RETIRO'
                TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF

           MOVE 'BJ' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF
           IF WS-CODIGO-ACF NOT EQUAL ZEROS
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF

           MOVE 'APLICADA' TO DET-RESULTADO
           MOVE 'BIEN ELIMINADO, ALTA REVERTIDA' TO DET-MENSAJE
           ADD 1 TO WS-CONTADOR-APLICADAS
           MOVE WS-ACTF-COSTO-AUX TO DET-IMPORTE

           MOVE WS-ACTF-CATEGORIA-AUX TO WS-CATEGORIA-BUSCADA
           PERFORM 2080-BUSCA-CATEGORIA
           IF WS-CATEGORIA-HALLADA EQUAL ZEROS
              DISPLAY 'BIEN ' WS-ACTF-NUMERO-AUX
                      ' SIN CATEGORIA EN LA TABLA: NO SE REVIERTE '
                      'EL ASIENTO'
              GO TO 2030-FIN
           END-IF
           PERFORM 2085-CONTRAPARTIDA-ALTA
           MOVE WS-ACTF-FECHA-ALTA-AUX TO WS-GL-FECHA
           MOVE WS-CUENTA-CONTRAPARTIDA TO WS-GL-CUENTA
           MOVE 'D' TO WS-GL-TIPO
           MOVE WS-ACTF-COSTO-AUX TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL
           MOVE WS-CAT-CUENTA-ACTIVO (WS-CATEGORIA-HALLADA)
             TO WS-GL-CUENTA
           MOVE 'H' TO WS-GL-TIPO
           PERFORM 8100-ESCRIBE-LINEA-GL.
       2030-FIN.  EXIT.

      * -----------------------------------------------------------
      * VENTA O RETIRO (PRECIO CERO): RESULTADO = PRECIO MENOS
      * VALOR RESIDUAL (COSTO MENOS AMORTIZACION ACUMULADA). EL BIEN
      * QUEDA EN EL REGISTRO DADO DE BAJA. ASIENTO: DEBE A LA
      * AMORTIZACION ACUMULADA Y AL DEUDOR POR LA VENTA, HABER AL
      * ACTIVO POR EL COSTO Y EL RESULTADO A RESVTAAF (HABER SI ES
      * GANANCIA, DEBE SI ES PERDIDA).
      * -----------------------------------------------------------
       2040-APLICA-VENTA.
           MOVE 'LE' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF
           IF WS-CODIGO-ACF NOT EQUAL ZEROS
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'BIEN INEXISTENTE' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2040-FIN
           END-IF

           MOVE 'N' TO SW-TRANS-INVALIDA
           MOVE WS-ACTF-CATEGORIA-AUX TO WS-CATEGORIA-BUSCADA
           PERFORM 2080-BUSCA-CATEGORIA
           EVALUATE TRUE
              WHEN WS-ACTF-DADO-DE-BAJA-AUX
                 MOVE 'S' TO SW-TRANS-INVALIDA
                 MOVE 'BIEN YA DADO DE BAJA' TO DET-MENSAJE
              WHEN WS-CATEGORIA-HALLADA EQUAL ZEROS
                 MOVE 'S' TO SW-TRANS-INVALIDA
                 MOVE 'CATEGORIA DEL BIEN INEXISTENTE' TO DET-MENSAJE
              WHEN TRAF-FECHA NOT NUMERIC
                 OR TRAF-IMPORTE NOT NUMERIC
                 MOVE 'S' TO SW-TRANS-INVALIDA
                 MOVE 'FECHA O PRECIO NO NUMERICO' TO DET-MENSAJE
              WHEN TRAF-FECHA LESS THAN WS-ACTF-FECHA-ALTA-AUX
                 MOVE 'S' TO SW-TRANS-INVALIDA
                 MOVE 'FECHA DE BAJA ANTERIOR AL ALTA' TO DET-MENSAJE
           END-EVALUATE
           IF NOT TRANS-INVALIDA
              CALL 'VALIDA-FECHA' USING TRAF-FECHA WS-VALIDA
              IF WS-VALIDA EQUAL 'N'
                 MOVE 'S' TO SW-TRANS-INVALIDA
                 MOVE 'FECHA DE BAJA INVALIDA' TO DET-MENSAJE
              END-IF
           END-IF
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2040-FIN
           END-IF

           COMPUTE WS-VALOR-RESIDUAL = WS-ACTF-COSTO-AUX
                   - WS-ACTF-AMORT-ACUM-AUX
           MOVE 'B'            TO WS-ACTF-ESTADO-AUX
           MOVE TRAF-FECHA     TO WS-ACTF-FECHA-BAJA-AUX
           MOVE TRAF-IMPORTE   TO WS-ACTF-PRECIO-VENTA-AUX
           COMPUTE WS-ACTF-RESULTADO-AUX = TRAF-IMPORTE
                   - WS-VALOR-RESIDUAL

           MOVE 'CA' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF
           PERFORM 2060-EVALUA-RESULTADO
           IF WS-CODIGO-ACF NOT EQUAL ZEROS
              GO TO 2040-FIN
           END-IF

           MOVE WS-ACTF-RESULTADO-AUX TO DET-IMPORTE
           IF WS-ACTF-RESULTADO-AUX LESS THAN ZEROS
              MOVE 'BAJA CON PERDIDA' TO DET-MENSAJE
           ELSE
              MOVE 'BAJA CON GANANCIA' TO DET-MENSAJE
           END-IF

           MOVE TRAF-FECHA TO WS-GL-FECHA
           MOVE 'D' TO WS-GL-TIPO
           MOVE WS-CAT-CUENTA-AMORT (WS-CATEGORIA-HALLADA)
             TO WS-GL-CUENTA
           MOVE WS-ACTF-AMORT-ACUM-AUX TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL
           MOVE 'DEUDVTAF' TO WS-GL-CUENTA
           MOVE WS-ACTF-PRECIO-VENTA-AUX TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL
           MOVE 'H' TO WS-GL-TIPO
           MOVE WS-CAT-CUENTA-ACTIVO (WS-CATEGORIA-HALLADA)
             TO WS-GL-CUENTA
           MOVE WS-ACTF-COSTO-AUX TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL
           MOVE 'RESVTAAF' TO WS-GL-CUENTA
           IF WS-ACTF-RESULTADO-AUX LESS THAN ZEROS
              MOVE 'D' TO WS-GL-TIPO
              COMPUTE WS-GL-IMPORTE = ZEROS - WS-ACTF-RESULTADO-AUX
           ELSE
              MOVE 'H' TO WS-GL-TIPO
              MOVE WS-ACTF-RESULTADO-AUX TO WS-GL-IMPORTE
           END-IF
           PERFORM 8100-ESCRIBE-LINEA-GL.
       2040-FIN.  EXIT.

       2060-EVALUA-RESULTADO.
           IF WS-CODIGO-ACF EQUAL ZEROS
              MOVE 'APLICADA' TO DET-RESULTADO
              MOVE 'BIEN REGISTRADO' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-APLICADAS
           ELSE
              MOVE 'RECHAZADA' TO DET-RESULTADO
              EVALUATE WS-CODIGO-ACF
                 WHEN '22'
                    MOVE 'BIEN DUPLICADO' TO DET-MENSAJE
                 WHEN 'FE'
                    MOVE 'FECHA DE ALTA INVALIDA' TO DET-MENSAJE
                 WHEN 'MT'
                    MOVE 'METODO DE AMORTIZACION INVALIDO'
                      TO DET-MENSAJE
                 WHEN 'VU'
                    MOVE 'VIDA UTIL EN CERO' TO DET-MENSAJE
                 WHEN OTHER
                    MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              END-EVALUATE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-IF.
       2060-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA FACTURA SE BUSCA POR PROVEEDOR + NUMERO; SE TOMA SU NETO
      * (SIN IVA NI PERCEPCIONES) COMO COSTO POR DEFECTO.
      * -----------------------------------------------------------
       2070-BUSCA-FACTURA.
           MOVE 'N' TO SW-FACTURA-HALLADA
           MOVE 'N' TO SW-FIN-CTAPAG
           OPEN INPUT CUENTAS-PAGAR
           IF WS-CODIGO-CTAPAG NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR CUENTAS-PAGAR - STATUS: '
                      WS-CODIGO-CTAPAG
              GO TO 2070-FIN
           END-IF

           PERFORM 2071-LEE-FACTURA
                   UNTIL FIN-DE-CTAPAG OR FACTURA-HALLADA
           CLOSE CUENTAS-PAGAR.
       2070-FIN.  EXIT.

       2071-LEE-FACTURA.
           READ CUENTAS-PAGAR
              AT END MOVE 'S' TO SW-FIN-CTAPAG
           END-READ
           IF FIN-DE-CTAPAG
              GO TO 2071-FIN
           END-IF

           IF CTAPAG-PROVEEDOR EQUAL TRAF-PROVEEDOR
              AND CTAPAG-FACTURA EQUAL TRAF-FACTURA
              MOVE 'S' TO SW-FACTURA-HALLADA
              MOVE CTAPAG-NETO TO WS-NETO-FACTURA
           END-IF.
       2071-FIN.  EXIT.

       2075-VALIDA-CENTRO.
           IF TRAF-CENTRO-COSTO EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CENTRO DE COSTO EN CERO' TO DET-MENSAJE
              GO TO 2075-FIN
           END-IF

           IF HAY-JERARQUIA
              AND WS-JER-CENTRO-EXISTE (TRAF-CENTRO-COSTO)
                  NOT EQUAL 'S'
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CENTRO FUERA DE LA JERARQUIA' TO DET-MENSAJE
           END-IF.
       2075-FIN.  EXIT.

       2080-BUSCA-CATEGORIA.
           MOVE ZEROS TO WS-CATEGORIA-HALLADA
           PERFORM 2081-COMPARA-CATEGORIA
                   VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-CANTIDAD-CATEGORIAS
                      OR WS-CATEGORIA-HALLADA GREATER THAN ZEROS.
       2080-FIN.  EXIT.

       2081-COMPARA-CATEGORIA.
           IF WS-CAT-CODIGO (WS-IDX-CAT) EQUAL WS-CATEGORIA-BUSCADA
              MOVE WS-IDX-CAT TO WS-CATEGORIA-HALLADA
           END-IF.
       2081-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA COMPRA CON FACTURA VA CONTRA LA DEUDA CON EL PROVEEDOR;
      * SIN FACTURA, CONTRA LA PUENTE QUE CANCELA TESORERIA.
      * -----------------------------------------------------------
       2085-CONTRAPARTIDA-ALTA.
           IF WS-ACTF-PROVEEDOR-AUX GREATER THAN ZEROS
              MOVE 'PROVEEDO' TO WS-CUENTA-CONTRAPARTIDA
           ELSE
              MOVE 'ALTAACTF' TO WS-CUENTA-CONTRAPARTIDA
           END-IF.
       2085-FIN.  EXIT.

      * -----------------------------------------------------------
      * GL-IMPORTE NO LLEVA SIGNO: LA LINEA EN CERO NO SE GRABA.
      * -----------------------------------------------------------
       8100-ESCRIBE-LINEA-GL.
           IF WS-GL-IMPORTE EQUAL ZEROS
              OR NOT GL-ABIERTO
              GO TO 8100-FIN
           END-IF

           MOVE WS-GL-CUENTA       TO GL-CUENTA
           MOVE WS-GL-TIPO         TO GL-TIPO
           MOVE WS-GL-IMPORTE      TO GL-IMPORTE
           MOVE WS-NOMBRE-PROGRAMA TO GL-PROGRAMA
           MOVE WS-GL-FECHA        TO GL-FECHA
           MOVE 'ARS'              TO GL-MONEDA
           MOVE ZEROS              TO GL-IMPORTE-ORIGEN
           WRITE REG-ASIENTO-GL.
       8100-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-ACF
           CALL 'ACTIVOS-FIJOS-I-O'
                USING WS-FUNCION-ACF WS-LLAVE-ACF WS-LLAVE-HASTA-ACF
                      WS-USUARIO-ACF WS-REG-ACTIVO-AUX WS-CODIGO-ACF

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

           IF GL-ABIERTO
              CLOSE GL-INTERFAZ
           END-IF
           CLOSE TRANS-ACTIVOS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
