       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FAMILIA Y SUBFAMILIA DEL ARTICULO (CPART01
      *                    PASA DE 70 A 76), VALIDADAS CONTRA EL
      *                    MAESTRO FAMILIAS-ARTICULOS VIA
      *                    FAMILIAS-I-O: EL ALTA LAS EXIGE, EL CAMBIO
      *                    SIN FAMILIA CONSERVA LA DEL MAESTRO, Y LA
      *                    TRANSACCION F (CAMBIO DE FAMILIA SOLO)
      *                    REASIGNA EL ARTICULO SIN TOCAR EL RESTO,
      *                    COMO LA P CON EL PRECIO.
      *   15/10/2026  AMF  TRANSACCION P (CAMBIO DE PRECIO SOLO): LEE
      *                    EL ARTICULO Y CAMBIA UNICAMENTE ART-PRECIO
      *                    POR TRANS-PRECIO, SIN PISAR EXISTENCIA NI
      *                    LOS DEMAS DATOS DEL MAESTRO. ES LA FORMA EN
      *                    QUE ENTRAN LAS REBAJAS PROPUESTAS POR
      *                    INVENTARIO-SIN-MOVIMIENTO (UT-S-CANDREBA).
      *   02/09/2026  AMF  LA TRANSACCION TRAE LA CATEGORIA DE IVA
      *                    (G=GRAVADO / E=EXENTO) Y LA TASA EN
      *                    PORCENTAJE DEL ARTICULO (CPART01 PASA DE
              88 TRANS-ES-ALTA                      VALUE 'A'.
              88 TRANS-ES-CAMBIO                    VALUE 'C'.
              88 TRANS-ES-BAJA                      VALUE 'B'.
              88 TRANS-ES-PRECIO                    VALUE 'P'.
              88 TRANS-ES-FAMILIA                   VALUE 'F'.
           05 TRANS-ARTICULO             PIC 9(05).
           05 TRANS-DESCRIPCION          PIC X(35).
           05 TRANS-PRECIO               PIC 9(05)V99.
              88 TRANS-IVA-GRAVADO                  VALUE 'G'.
              88 TRANS-IVA-EXENTO                   VALUE 'E'.
           05 TRANS-TASA-IVA             PIC 9(02)V99.
           05 TRANS-CLASIFICACION.
              10 TRANS-FAMILIA           PIC 9(03).
              10 TRANS-SUBFAMILIA        PIC 9(03).
           05 FILLER                     PIC X(04).

       FD  ARTICULOS-RECHAZADOS
           LABEL RECORDS ARE STANDARD
       01  WS-USUARIO-ART                PIC X(08) VALUE 'MANTART'.
           COPY CPARTWS.
       01  WS-CODIGO-ART                PIC X(02).
       01  WS-REG-ARTICULOS-NUEVO      PIC X(76).
       01  WS-FAMILIA-MAESTRO           PIC 9(03).
       01  WS-SUBFAMILIA-MAESTRO        PIC 9(03).

       01  WS-FUNCION-FAM               PIC X(02).
       01  WS-LLAVE-FAM.
           05 WS-LLAVE-FAM-FAMILIA      PIC 9(03).
           05 WS-LLAVE-FAM-SUBFAMILIA   PIC 9(03).
       01  WS-LLAVE-HASTA-FAM           PIC X(06) VALUE SPACES.
       01  WS-REG-FAMILIA-AUX.
           05 WS-FAM-FAMILIA-AUX        PIC 9(03).
           05 WS-FAM-SUBFAMILIA-AUX     PIC 9(03).
           05 WS-FAM-DESCRIPCION-AUX    PIC X(30).
           05 WS-FAM-ESTADO-AUX         PIC X(01).
              88 WS-FAM-ACTIVA-AUX                 VALUE 'A'.
       01  WS-CODIGO-FAM                PIC X(02).
       01  SW-FAMILIA-INVALIDA          PIC X(01).
           88 FAMILIA-INVALIDA                     VALUE 'S'.

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-ART
                      WS-REG-ARTICULOS WS-CODIGO-ART

           MOVE 'AB' TO WS-FUNCION-FAM
           CALL 'FAMILIAS-I-O'
                USING WS-FUNCION-FAM WS-LLAVE-FAM WS-LLAVE-HASTA-FAM
                      WS-USUARIO-ART WS-REG-FAMILIA-AUX WS-CODIGO-FAM

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

                 PERFORM 2020-APLICA-CAMBIO
              WHEN TRANS-ES-BAJA
                 PERFORM 2030-APLICA-BAJA
              WHEN TRANS-ES-PRECIO
                 PERFORM 2040-APLICA-PRECIO
              WHEN TRANS-ES-FAMILIA
                 PERFORM 2050-APLICA-FAMILIA
              WHEN OTHER
                 MOVE 'TIPO DE TRANSACCION DESCONOCIDO'
                      TO DET-MENSAJE
           MOVE TRANS-COSTO         TO WS-ART-COSTO
           MOVE TRANS-CATEGORIA-IVA TO WS-ART-CATEGORIA-IVA
           MOVE TRANS-TASA-IVA      TO WS-ART-TASA-IVA
           MOVE TRANS-FAMILIA       TO WS-ART-FAMILIA
           MOVE TRANS-SUBFAMILIA    TO WS-ART-SUBFAMILIA
           MOVE 'A'                 TO WS-ART-ESTADO.
       2005-FIN.  EXIT.

              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2010-FIN
           END-IF
           PERFORM 2060-VALIDA-FAMILIA
           IF FAMILIA-INVALIDA
              GO TO 2010-FIN
           END-IF

           PERFORM 2005-ARMA-REGISTRO
           MOVE 'AL' TO WS-FUNCION-ART
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2020-FIN
           END-IF
           IF TRANS-CLASIFICACION NOT EQUAL SPACES
              AND TRANS-CLASIFICACION NOT EQUAL ZEROS
              PERFORM 2060-VALIDA-FAMILIA
              IF FAMILIA-INVALIDA
                 GO TO 2020-FIN
              END-IF
           END-IF

           PERFORM 2005-ARMA-REGISTRO
           MOVE WS-REG-ARTICULOS TO WS-REG-ARTICULOS-NUEVO
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2020-FIN
           END-IF
           MOVE WS-ART-FAMILIA    TO WS-FAMILIA-MAESTRO
           MOVE WS-ART-SUBFAMILIA TO WS-SUBFAMILIA-MAESTRO

           MOVE WS-REG-ARTICULOS-NUEVO TO WS-REG-ARTICULOS
           IF TRANS-CLASIFICACION EQUAL SPACES
              OR TRANS-CLASIFICACION EQUAL ZEROS
              MOVE WS-FAMILIA-MAESTRO    TO WS-ART-FAMILIA
              MOVE WS-SUBFAMILIA-MAESTRO TO WS-ART-SUBFAMILIA
           END-IF
           MOVE 'CA' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-ART
           END-IF.
       2030-FIN.  EXIT.

      * -----------------------------------------------------------
      * CAMBIO DE PRECIO SOLO: EL RESTO DEL REGISTRO SE TOMA DEL
      * MAESTRO, ASI UNA REBAJA NO PISA LA EXISTENCIA QUE LOS LOTES
      * DE STOCK Y VENTAS HAYAN MOVIDO DESDE QUE SE ARMO LA
      * TRANSACCION.
      * -----------------------------------------------------------
       2040-APLICA-PRECIO.
           IF TRANS-PRECIO NOT NUMERIC OR TRANS-PRECIO EQUAL ZEROS
              MOVE 'PRECIO INVALIDO' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2040-FIN
           END-IF

           MOVE 'LE' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-ART
                      WS-REG-ARTICULOS WS-CODIGO-ART
           IF WS-CODIGO-ART NOT EQUAL ZEROS
              MOVE 'PRECIO DE ARTICULO INEXISTENTE'
                   TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2040-FIN
           END-IF

           MOVE TRANS-PRECIO TO WS-ART-PRECIO
           MOVE 'CA' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-ART
                      WS-REG-ARTICULOS WS-CODIGO-ART

           IF WS-CODIGO-ART EQUAL ZEROS
              MOVE 'APLICADA'          TO DET-RESULTADO
              MOVE 'PRECIO REGISTRADO' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-APLICADAS
           ELSE
              MOVE 'PRECIO RECHAZADO, VER FILE STATUS'
                   TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
           END-IF.
       2040-FIN.  EXIT.

      * -----------------------------------------------------------
      * CAMBIO DE FAMILIA SOLO: MISMO CRITERIO QUE EL CAMBIO DE
      * PRECIO, EL RESTO DEL REGISTRO SE TOMA DEL MAESTRO. ES LA
      * FORMA DE CLASIFICAR EL CATALOGO QUE YA ESTA CARGADO.
      * -----------------------------------------------------------
       2050-APLICA-FAMILIA.
           PERFORM 2060-VALIDA-FAMILIA
           IF FAMILIA-INVALIDA
              GO TO 2050-FIN
           END-IF

           MOVE 'LE' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-ART
                      WS-REG-ARTICULOS WS-CODIGO-ART
           IF WS-CODIGO-ART NOT EQUAL ZEROS
              MOVE 'FAMILIA DE ARTICULO INEXISTENTE'
                   TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2050-FIN
           END-IF

           MOVE TRANS-FAMILIA    TO WS-ART-FAMILIA
           MOVE TRANS-SUBFAMILIA TO WS-ART-SUBFAMILIA
           MOVE 'CA' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-ART
                      WS-REG-ARTICULOS WS-CODIGO-ART

           IF WS-CODIGO-ART EQUAL ZEROS
              MOVE 'APLICADA'          TO DET-RESULTADO
              MOVE 'FAMILIA REGISTRADA' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-APLICADAS
           ELSE
              MOVE 'FAMILIA RECHAZADA, VER FILE STATUS'
                   TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
           END-IF.
       2050-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA FAMILIA (O SUBFAMILIA) ASIGNADA DEBE EXISTIR Y ESTAR
      * ACTIVA EN FAMILIAS-ARTICULOS. SUBFAMILIA 000 ASIGNA EL
      * ARTICULO A LA FAMILIA SIN ABRIR.
      * -----------------------------------------------------------
       2060-VALIDA-FAMILIA.
           MOVE 'N' TO SW-FAMILIA-INVALIDA
           IF TRANS-FAMILIA NOT NUMERIC
              OR TRANS-SUBFAMILIA NOT NUMERIC
              OR TRANS-FAMILIA EQUAL ZEROS
              MOVE 'FAMILIA INVALIDA' TO DET-MENSAJE
              PERFORM 2065-RECHAZA-FAMILIA
              GO TO 2060-FIN
           END-IF

           MOVE TRANS-FAMILIA    TO WS-LLAVE-FAM-FAMILIA
           MOVE TRANS-SUBFAMILIA TO WS-LLAVE-FAM-SUBFAMILIA
           MOVE 'LE' TO WS-FUNCION-FAM
           CALL 'FAMILIAS-I-O'
                USING WS-FUNCION-FAM WS-LLAVE-FAM WS-LLAVE-HASTA-FAM
                      WS-USUARIO-ART WS-REG-FAMILIA-AUX WS-CODIGO-FAM
           IF WS-CODIGO-FAM NOT EQUAL ZEROS
              OR NOT WS-FAM-ACTIVA-AUX
              MOVE 'FAMILIA INEXISTENTE O DE BAJA' TO DET-MENSAJE
              PERFORM 2065-RECHAZA-FAMILIA
           END-IF.
       2060-FIN.  EXIT.

       2065-RECHAZA-FAMILIA.
           MOVE 'S' TO SW-FAMILIA-INVALIDA
           PERFORM 2100-RECHAZA-TRANSACCION.
       2065-FIN.  EXIT.

       2100-RECHAZA-TRANSACCION.
           MOVE 'RECHAZADA' TO DET-RESULTADO
           ADD 1 TO WS-CONTADOR-RECHAZADAS
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-ART
                      WS-REG-ARTICULOS WS-CODIGO-ART
           MOVE 'CI' TO WS-FUNCION-FAM
           CALL 'FAMILIAS-I-O'
                USING WS-FUNCION-FAM WS-LLAVE-FAM WS-LLAVE-HASTA-FAM
                      WS-USUARIO-ART WS-REG-FAMILIA-AUX WS-CODIGO-FAM

           MOVE WS-CONTADOR-LEIDAS     TO RES-LEIDAS
           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
