       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA DIFERENCIA DE INTERES BRUTO Y DE
      *                    RETENCION DE CADA CUENTA AJUSTADA SE
      *                    REPARTE ENTRE SUS DUENIOS DE TITULARES-
      *                    CUENTA POR PARTICIPACION Y SE GRABA CON
      *                    SIGNO EN RETENCIONES-INTERES (UT-S-RETINTER,
      *                    ORIGEN AJUSTE, FECHA DE HOY) PARA EL
      *                    CERTIFICADO ANUAL DE INTERESES.
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   15/10/2026  AMF  LA CUENTA CERRADA DESPUES DEL CIERRE DEL
      *                    PERIODO NO SE AJUSTA (QUEDA FUERA DEL
      *                    REPORTE Y DEL ASIENTO).
      *   02/09/2026  AMF  VERSION ORIGINAL. CORRECCION RETROACTIVA
      *                    DEL INTERES DE UN PERIODO CERRADO (TASA
      *                    EQUIVOCADA EN LA TABLA): TOMA EL PERIODO
           SELECT PARAMETROS-RETENCION ASSIGN TO UT-S-PARMRET
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARMR.

           SELECT RETENCIONES-INTERES ASSIGN TO UT-S-RETINTER
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RTI.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

           DATA RECORD IS REG-PARAMETRO-RET.
       01  REG-PARAMETRO-RET            PIC X(80).

       FD  RETENCIONES-INTERES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-RETENCION-INTERES.
           COPY CPRETINT.

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(14) VALUE SPACES.
       01  WS-GL-IMPORTE-FIRMADO        PIC S9(11)V99 COMP-3.
       01  WS-GL-LADO-POSITIVO          PIC X(01).

       01  WS-CODIGO-RTI                PIC X(02).
       01  WS-FUNCION-TIT               PIC X(02).
       01  WS-LLAVE-TIT.
           05 WS-LLAVE-TIT-CUENTA       PIC 9(07).
           05 WS-LLAVE-TIT-CLIENTE      PIC 9(08).
       01  WS-LLAVE-HASTA-TIT.
           05 WS-HASTA-TIT-CUENTA       PIC 9(07).
           05 WS-HASTA-TIT-CLIENTE      PIC 9(08).
           COPY CPTITCWS.
       01  WS-CODIGO-TIT                PIC X(02).

      *    DUENIOS DE LA CUENTA AJUSTADA, CON SU PARTE DEL AJUSTE.
       01  WS-TABLA-DUENIOS.
           05 WS-CANTIDAD-DUENIOS       PIC 9(02).
           05 WS-DUENIO OCCURS 20 TIMES.
              10 WS-DUE-CLIENTE         PIC 9(08).
              10 WS-DUE-ROL             PIC X(01).
              10 WS-DUE-PARTICIPACION   PIC 9(03)V99.
              10 WS-DUE-INTERES         PIC S9(09)V99 COMP-3.
              10 WS-DUE-RETENIDO        PIC S9(09)V99 COMP-3.
       01  WS-IDX-DUE                   PIC 9(02).
       01  WS-SUMA-PARTICIPACION        PIC 9(05)V99.
       01  WS-DIF-BRUTO                 PIC S9(09)V99 COMP-3.
       01  WS-BRUTO-REPARTIDO           PIC S9(09)V99 COMP-3.
       01  WS-RETENIDO-REPARTIDO        PIC S9(09)V99 COMP-3.

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-AJUSTADAS        PIC 9(05) VALUE ZEROS.

                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AJU WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-AJU WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT

           OPEN EXTEND RETENCIONES-INTERES
           IF WS-CODIGO-RTI NOT EQUAL ZEROS
              OPEN OUTPUT RETENCIONES-INTERES
           END-IF

           PERFORM 2000-CORRIGE-CUENTA
                   VARYING WS-IDX-COR FROM 1 BY 1
                   UNTIL WS-IDX-COR > WS-CANTIDAD-CUENTAS
              IF WS-CODIGO-SDO NOT EQUAL ZEROS
                 GO TO 2000-FIN
              END-IF
              IF WS-SALDO-CTA-CERRADA
                 GO TO 2000-FIN
              END-IF

              ADD WS-DIFERENCIA TO WS-SALDO-ACTUAL
              MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
           ADD 1 TO WS-CONTADOR-AJUSTADAS
           ADD WS-DIFERENCIA     TO WS-AJUSTE-NETO
           ADD WS-DIF-RETENCION  TO WS-AJUSTE-RETENCION
           PERFORM 2200-GRABA-RETENCIONES-INTERES

           MOVE WS-COR-CUENTA (WS-IDX-COR)   TO DET-CUENTA
           MOVE WS-COR-ORIGINAL (WS-IDX-COR) TO DET-ORIGINAL
                   - WS-RETENCION-CORR.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL AJUSTE DEL BRUTO Y DE LA RETENCION QUEDA EN RETENCIONES-
      * INTERES, REPARTIDO ENTRE LOS DUENIOS DE LA CUENTA, PARA EL
      * CERTIFICADO ANUAL. VA CON LA FECHA EN QUE SE POSTEA.
      * -----------------------------------------------------------
       2200-GRABA-RETENCIONES-INTERES.
           COMPUTE WS-DIF-BRUTO = WS-DIFERENCIA + WS-DIF-RETENCION
           MOVE ZEROS TO WS-BRUTO-REPARTIDO WS-RETENIDO-REPARTIDO
           PERFORM 2210-CARGA-DUENIOS
           PERFORM 2220-GRABA-RETENCION-DUENIO
                   VARYING WS-IDX-DUE FROM 1 BY 1
                   UNTIL WS-IDX-DUE > WS-CANTIDAD-DUENIOS.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * TITULARES Y COTITULARES ACTIVOS DE LA CUENTA. SIN PERSONAS
      * CARGADAS, LA CUENTA ES TODA DE SALDO-TITULAR.
      * -----------------------------------------------------------
       2210-CARGA-DUENIOS.
           MOVE ZEROS TO WS-CANTIDAD-DUENIOS WS-SUMA-PARTICIPACION
           MOVE WS-COR-CUENTA (WS-IDX-COR) TO WS-LLAVE-TIT-CUENTA
                                              WS-HASTA-TIT-CUENTA
           MOVE ZEROS               TO WS-LLAVE-TIT-CLIENTE
           MOVE 99999999            TO WS-HASTA-TIT-CLIENTE
           MOVE 'RI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-AJU WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           PERFORM 2215-CARGA-DUENIO
                   UNTIL WS-CODIGO-TIT NOT EQUAL ZEROS

           IF WS-SUMA-PARTICIPACION NOT EQUAL ZEROS
              GO TO 2210-FIN
           END-IF

           MOVE WS-COR-CUENTA (WS-IDX-COR) TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AJU WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              MOVE 1                    TO WS-CANTIDAD-DUENIOS
              MOVE WS-SALDO-TITULAR     TO WS-DUE-CLIENTE (1)
              MOVE 'T'                  TO WS-DUE-ROL (1)
              MOVE 100                  TO WS-DUE-PARTICIPACION (1)
                                           WS-SUMA-PARTICIPACION
           END-IF.
       2210-FIN.  EXIT.

       2215-CARGA-DUENIO.
           IF WS-TITC-ACTIVO AND WS-TITC-ES-DUENIO
                 AND WS-CANTIDAD-DUENIOS < 20
              ADD 1 TO WS-CANTIDAD-DUENIOS
              MOVE WS-TITC-CLIENTE TO
                   WS-DUE-CLIENTE (WS-CANTIDAD-DUENIOS)
              MOVE WS-TITC-ROL TO
                   WS-DUE-ROL (WS-CANTIDAD-DUENIOS)
              MOVE WS-TITC-PARTICIPACION TO
                   WS-DUE-PARTICIPACION (WS-CANTIDAD-DUENIOS)
              ADD WS-TITC-PARTICIPACION TO WS-SUMA-PARTICIPACION
           END-IF

           MOVE 'RS' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-AJU WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT.
       2215-FIN.  EXIT.

      *    LA PARTE DE CADA UNO ES PROPORCIONAL A SU PARTICIPACION
      *    SOBRE LA SUMA CARGADA; EL ULTIMO SE LLEVA EL RESTO.
       2220-GRABA-RETENCION-DUENIO.
           IF WS-IDX-DUE EQUAL WS-CANTIDAD-DUENIOS
              COMPUTE WS-DUE-INTERES (WS-IDX-DUE) =
                      WS-DIF-BRUTO - WS-BRUTO-REPARTIDO
              COMPUTE WS-DUE-RETENIDO (WS-IDX-DUE) =
                      WS-DIF-RETENCION - WS-RETENIDO-REPARTIDO
           ELSE
              COMPUTE WS-DUE-INTERES (WS-IDX-DUE) ROUNDED =
                      WS-DIF-BRUTO
                      * WS-DUE-PARTICIPACION (WS-IDX-DUE)
                      / WS-SUMA-PARTICIPACION
              COMPUTE WS-DUE-RETENIDO (WS-IDX-DUE) ROUNDED =
                      WS-DIF-RETENCION
                      * WS-DUE-PARTICIPACION (WS-IDX-DUE)
                      / WS-SUMA-PARTICIPACION
           END-IF
           ADD WS-DUE-INTERES (WS-IDX-DUE)  TO WS-BRUTO-REPARTIDO
           ADD WS-DUE-RETENIDO (WS-IDX-DUE) TO WS-RETENIDO-REPARTIDO

           IF WS-DUE-CLIENTE (WS-IDX-DUE) EQUAL ZEROS
              GO TO 2220-FIN
           END-IF

           MOVE SPACES                          TO REG-RETENCION-INTERES
           MOVE WS-FECHA-HOY                    TO RTI-FECHA
           MOVE WS-COR-CUENTA (WS-IDX-COR)      TO RTI-CUENTA
           MOVE WS-DUE-CLIENTE (WS-IDX-DUE)     TO RTI-CLIENTE
           MOVE WS-DUE-ROL (WS-IDX-DUE)         TO RTI-ROL
           MOVE WS-DUE-PARTICIPACION (WS-IDX-DUE)
                                                TO RTI-PARTICIPACION
           MOVE WS-DUE-INTERES (WS-IDX-DUE)     TO RTI-INTERES
           MOVE WS-DUE-RETENIDO (WS-IDX-DUE)    TO RTI-RETENIDO
           MOVE 'AJUSTE'                        TO RTI-ORIGEN
           WRITE REG-RETENCION-INTERES.
       2220-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO BALANCEADO DEL AJUSTE: EL BRUTO (NETO MAS DELTA DE
      * RETENCION) CONTRA GTOINTER, EL NETO CONTRA CTASSALD Y EL
                USING WS-FUNCION-TASI WS-LLAVE-TASI WS-USUARIO-AJU
                      WS-REG-TASA-INTERES WS-CODIGO-TASI

           MOVE 'CI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-AJU WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           CLOSE RETENCIONES-INTERES

           PERFORM 8950-GRABA-ASIENTO-GL

           MOVE 'RE' TO WS-FUNCION-CTRL
