       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ESTADOS-CONTABLES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. BALANCE GENERAL Y ESTADO
      *                    DE RESULTADOS DESDE EL LIBRO MAYOR PARA EL
      *                    PERIODO DE LA TARJETA PERIODO= (EL MES EN
      *                    CURSO POR OMISION). LOS RUBROS SALEN DE
      *                    ESTRUCTURA-EEFF (CPESTFIN), QUE AGRUPA
      *                    RANGOS DE CUENTAS-GL; EL SIGNO DE CADA
      *                    CUENTA VA SEGUN SU CTA-TIPO (ACTIVO DEUDOR,
      *                    PASIVO ACREEDOR, RESULTADO SEGUN SEA
      *                    INGRESO O EGRESO). TRES COLUMNAS: EL MES,
      *                    EL ACUMULADO (SALDO AL CIERRE EN EL
      *                    BALANCE, EN EL ANIO EN RESULTADOS) Y EL
      *                    MISMO PERIODO DEL ANIO ANTERIOR. COPIA
      *                    DELIMITADA POR '|' PARA LOS AUDITORES
      *                    (UT-S-EEFFDEL). SOLO CORRE SOBRE UN PERIODO
      *                    CERRADO POR CIERRA-PERIODO-GL, SALVO CON
      *                    LA TARJETA MODO=B (UT-S-PARMEEFF), QUE LO
      *                    EMITE COMO BORRADOR. SIN PERIODO CERRADO O
      *                    SIN ESTRUCTURA TERMINA CON RETURN-CODE 8;
      *                    SI HAY CUENTAS SIN RUBRO O EL BALANCE NO
      *                    CUADRA, CON 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTRUCTURA-EEFF ASSIGN TO UT-S-ESTRUCFF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-EST.

           SELECT PERIODOS-GL ASSIGN TO UT-S-PERGL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PER.

           SELECT PARAMETROS-EEFF ASSIGN TO UT-S-PARMEEFF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.

           SELECT SALIDA-AUDITORES ASSIGN TO UT-S-EEFFDEL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-SALIDA.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ESTRUCTURA-EEFF
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-ESTRUCTURA-EEFF.
           COPY CPESTFIN.

       FD  PERIODOS-GL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PERIODO-GL.
       01  REG-PERIODO-GL.
           05 PERGL-PERIODO             PIC 9(06).
           05 PERGL-ESTADO              PIC X(01).
              88 PERGL-CERRADO                  VALUE 'C'.
           05 FILLER                    PIC X(73).

       FD  PARAMETROS-EEFF
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO-EEFF.
       01  REG-PARAMETRO-EEFF.
           05 PARM-MODO                 PIC X(01).
              88 PARM-ES-BORRADOR                  VALUE 'B'.
           05 FILLER                    PIC X(79).

       FD  SALIDA-AUDITORES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS REG-SALIDA-AUDITORES.
       01  REG-SALIDA-AUDITORES         PIC X(130).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(15) VALUE SPACES.
           05 TIT-ESTADO                PIC X(32).
           05 FILLER                    PIC X(10) VALUE 'PERIODO '.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-TITULO-BORRADOR.
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(60) VALUE
              '*** BORRADOR: PERIODO NO CERRADO POR CIERRA-PERIODO-GL *
      -       '**'.
           05 FILLER                    PIC X(10) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(32) VALUE 'RUBRO'.
           05 TIT-COLUMNA-1             PIC X(16).
           05 TIT-COLUMNA-2             PIC X(16).
           05 TIT-COLUMNA-3             PIC X(16).

       01  WS-DETALLE.
           05 DET-DESCRIPCION           PIC X(30).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-COLUMNA-1             PIC -,---,---,--9.99.
           05 DET-COLUMNA-2             PIC -,---,---,--9.99.
           05 DET-COLUMNA-3             PIC -,---,---,--9.99.

       01  WS-LINEA-SIN-RUBRO.
           05 FILLER                    PIC X(40)
              VALUE '*** CUENTAS DEL MAYOR SIN RUBRO:'.
           05 SRU-CANTIDAD              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(34) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO          PIC X(130) VALUE
           'ESTADO|PERIODO|TIPO_LINEA|RUBRO|DESCRIPCION|MES|ACUMULADO|A
      -    'NIO_ANTERIOR|BORRADOR'.

      * IMPORTES CON SIGNO PARA LA COPIA DELIMITADA.
       01  WS-DEL-COLUMNA-1             PIC -9(13).99.
       01  WS-DEL-COLUMNA-2             PIC -9(13).99.
       01  WS-DEL-COLUMNA-3             PIC -9(13).99.

       01  WS-CODIGO-EST                PIC X(02).
       01  WS-CODIGO-PER                PIC X(02).
       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-SALIDA             PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-EST                   PIC X(01) VALUE 'N'.
           88 FIN-DE-ESTRUCTURA                    VALUE 'S'.
       01  SW-FIN-PER                   PIC X(01) VALUE 'N'.
           88 FIN-DE-PERIODOS                      VALUE 'S'.
       01  SW-PERIODO-CERRADO           PIC X(01) VALUE 'N'.
           88 PERIODO-CERRADO                      VALUE 'S'.
       01  SW-MODO-CORRIDA              PIC X(01) VALUE 'N'.
           88 CORRIDA-BORRADOR                     VALUE 'B'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-PERIODO-PROCESO           PIC 9(06).
       01  WS-PERIODO-PARTES REDEFINES WS-PERIODO-PROCESO.
           05 WS-PERIODO-ANIO           PIC 9(04).
           05 WS-PERIODO-MES            PIC 9(02).
       01  WS-INICIO-ANIO               PIC 9(06).
       01  WS-PERIODO-ANTERIOR          PIC 9(06).
       01  WS-INICIO-ANIO-ANTERIOR      PIC 9(06).
       01  WS-USUARIO-EEF               PIC X(08) VALUE 'ESTCONTA'.

       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
           05 WS-PARM-DEPTO-HASTA       PIC 9(03).
           05 WS-PARM-LEGAJO-DESDE      PIC 9(05).
           05 WS-PARM-LEGAJO-HASTA      PIC 9(05).
           05 WS-PARM-PERIODO           PIC 9(06).
       01  WS-CODIGO-PARMC              PIC X(02).

      * --- RUBROS DE LOS ESTADOS Y SUS IMPORTES ---
      *     MES       MOVIMIENTO DEL PERIODO
      *     ANIO      DESDE ENERO HASTA EL PERIODO
      *     ACUM      TODO LO POSTEADO HASTA EL PERIODO (SALDO)
      *     ANT-ANIO  Y ANT-ACUM, LO MISMO UN ANIO ATRAS
       01  WS-MAXIMO-RUBROS             PIC 9(02) VALUE 40.
       01  WS-CANTIDAD-RUBROS           PIC 9(02) VALUE ZEROS.
       01  WS-TABLA-RUBROS.
           05 WS-RUB-ENTRADA OCCURS 40 TIMES.
              10 WS-RUB-ESTADO          PIC X(01).
              10 WS-RUB-RUBRO           PIC 9(02).
              10 WS-RUB-GRUPO           PIC X(01).
              10 WS-RUB-DESCRIPCION     PIC X(30).
              10 WS-RUB-MES             PIC S9(13)V99 COMP-3.
              10 WS-RUB-ANIO            PIC S9(13)V99 COMP-3.
              10 WS-RUB-ACUM            PIC S9(13)V99 COMP-3.
              10 WS-RUB-ANT-ANIO        PIC S9(13)V99 COMP-3.
              10 WS-RUB-ANT-ACUM        PIC S9(13)V99 COMP-3.
       01  WS-IDX-RUB                   PIC 9(02).
       01  WS-RUB-HALLADO               PIC 9(02).

       01  WS-MAXIMO-RANGOS             PIC 9(03) VALUE 100.
       01  WS-CANTIDAD-RANGOS           PIC 9(03) VALUE ZEROS.
       01  WS-TABLA-RANGOS.
           05 WS-RNG-ENTRADA OCCURS 100 TIMES.
              10 WS-RNG-DESDE           PIC X(08).
              10 WS-RNG-HASTA           PIC X(08).
              10 WS-RNG-RUBRO           PIC 9(02).
       01  WS-IDX-RNG                   PIC 9(03).

      * --- CUENTA DEL MAYOR EN CURSO ---
       01  WS-CUENTA-ANTERIOR           PIC X(08) VALUE LOW-VALUES.
       01  WS-TIPO-CUENTA               PIC X(01).
           88 WS-TIPO-ACTIVO                       VALUE 'A'.
           88 WS-TIPO-PASIVO                       VALUE 'P'.
           88 WS-TIPO-RESULTADO                    VALUE 'R'.
       01  WS-RUBRO-CUENTA              PIC 9(02).
       01  SW-SALDO-ACREEDOR            PIC X(01).
           88 SALDO-ACREEDOR                       VALUE 'S'.
       01  WS-IMPORTE-MOV               PIC S9(13)V99 COMP-3.
       01  WS-RESULTADO-MOV             PIC S9(13)V99 COMP-3.

      * RESULTADOS NO TRASLADADOS A PATRIMONIO: TODAS LAS CUENTAS DE
      * RESULTADO, CON SALDO ACREEDOR, PARA QUE EL BALANCE CIERRE.
       01  WS-RES-MES                   PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-RES-ACUM                  PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-RES-ANT-ACUM              PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

      * --- LINEA A IMPRIMIR Y SUBTOTALES ---
       01  WS-ESTADO-ACTUAL             PIC X(01).
           88 ESTADO-ES-BALANCE                    VALUE 'B'.
       01  WS-GRUPO-ACTUAL              PIC X(01).
       01  WS-TIPO-LINEA                PIC X(01).
       01  WS-DESCRIPCION-LINEA         PIC X(30).
       01  WS-RUBRO-LINEA               PIC 9(02).
       01  WS-COLUMNA-1                 PIC S9(13)V99 COMP-3.
       01  WS-COLUMNA-2                 PIC S9(13)V99 COMP-3.
       01  WS-COLUMNA-3                 PIC S9(13)V99 COMP-3.
       01  WS-GRUPO-1                   PIC S9(13)V99 COMP-3.
       01  WS-GRUPO-2                   PIC S9(13)V99 COMP-3.
       01  WS-GRUPO-3                   PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-A-1                 PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-A-2                 PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-A-3                 PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-B-1                 PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-B-2                 PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-B-3                 PIC S9(13)V99 COMP-3.

       01  WS-FUNCION-MAY               PIC X(02).
       01  WS-LLAVE-MAY                 PIC X(14).
       01  WS-LLAVE-HASTA-MAY           PIC X(14)
                                         VALUE HIGH-VALUES.
       01  WS-REG-MAYOR-AUX.
           05 WS-MAY-CUENTA-AUX         PIC X(08).
           05 WS-MAY-PERIODO-AUX        PIC 9(06).
           05 WS-MAY-DEBE-AUX           PIC S9(13)V99 COMP-3.
           05 WS-MAY-HABER-AUX          PIC S9(13)V99 COMP-3.
       01  WS-CODIGO-MAY                PIC X(02).

       01  WS-FUNCION-CTA               PIC X(02).
       01  WS-LLAVE-CTA                 PIC X(08).
       01  WS-LLAVE-HASTA-CTA           PIC X(08)
                                         VALUE HIGH-VALUES.
       01  WS-REG-CUENTA-AUX.
           05 WS-CTA-CUENTA-AUX         PIC X(08).
           05 WS-CTA-NOMBRE-AUX         PIC X(30).
           05 WS-CTA-TIPO-AUX           PIC X(01).
           05 WS-CTA-ESTADO-AUX         PIC X(01).
       01  WS-CODIGO-CTA                PIC X(02).

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-LINEAS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-SIN-RUBRO        PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'ESTADOS-CONTABLES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-GRABADOS             PIC 9(07).
       01  WS-STAT-SIN-RUBRO            PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE EQUAL 8
              GOBACK
           END-IF

           PERFORM 2000-ACUMULA-MAYOR
           PERFORM 5000-IMPRIME-BALANCE
           PERFORM 6000-IMPRIME-RESULTADOS

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           CALL 'PARAMETROS-CORRIDA'
                USING WS-PARAMETROS-SELECCION WS-CODIGO-PARMC
           IF WS-PARM-PERIODO GREATER THAN ZEROS
              MOVE WS-PARM-PERIODO TO WS-PERIODO-PROCESO
           ELSE
              MOVE WS-ANIO-MES-HOY-AM TO WS-PERIODO-PROCESO
           END-IF
           COMPUTE WS-INICIO-ANIO = WS-PERIODO-ANIO * 100 + 1
           COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO-PROCESO - 100
           COMPUTE WS-INICIO-ANIO-ANTERIOR = WS-INICIO-ANIO - 100

           PERFORM 1100-LEE-PARAMETROS
           PERFORM 1200-VERIFICA-CIERRE
           IF NOT PERIODO-CERRADO AND NOT CORRIDA-BORRADOR
              DISPLAY 'EL PERIODO ' WS-PERIODO-PROCESO
                      ' NO ESTA CERRADO POR CIERRA-PERIODO-GL: '
                      'SOLO SE EMITE COMO BORRADOR (MODO=B)'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-FIN
           END-IF

           PERFORM 1300-CARGA-ESTRUCTURA
           IF WS-CANTIDAD-RANGOS EQUAL ZEROS
              DISPLAY 'SIN ESTRUCTURA DE ESTADOS CONTABLES '
                      '(UT-S-ESTRUCFF): NO HAY RUBROS QUE EMITIR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-FIN
           END-IF

           OPEN OUTPUT REPORTE
           OPEN OUTPUT SALIDA-AUDITORES
           WRITE REG-SALIDA-AUDITORES FROM WS-LINEA-ENCABEZADO

           MOVE 'AB' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-EEF WS-REG-MAYOR-AUX WS-CODIGO-MAY
           MOVE 'AB' TO WS-FUNCION-CTA
           CALL 'CUENTAS-GL-I-O'
                USING WS-FUNCION-CTA WS-LLAVE-CTA WS-LLAVE-HASTA-CTA
                      WS-USUARIO-EEF WS-REG-CUENTA-AUX WS-CODIGO-CTA.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA TARJETA MODO=B PIDE EL BORRADOR DE UN PERIODO ABIERTO.
      * SIN ARCHIVO O SIN TARJETA LA CORRIDA ES DEFINITIVA.
      * -----------------------------------------------------------
       1100-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS-EEFF
           IF WS-CODIGO-PARM NOT EQUAL ZEROS
              GO TO 1100-FIN
           END-IF

           READ PARAMETROS-EEFF
              AT END MOVE SPACES TO REG-PARAMETRO-EEFF
           END-READ
           IF PARM-ES-BORRADOR
              MOVE 'B' TO SW-MODO-CORRIDA
           END-IF
           CLOSE PARAMETROS-EEFF.
       1100-FIN.  EXIT.

       1200-VERIFICA-CIERRE.
           OPEN INPUT PERIODOS-GL
           IF WS-CODIGO-PER NOT EQUAL ZEROS
              GO TO 1200-FIN
           END-IF
           PERFORM 1210-LEE-UN-PERIODO UNTIL FIN-DE-PERIODOS
           CLOSE PERIODOS-GL.
       1200-FIN.  EXIT.

       1210-LEE-UN-PERIODO.
           READ PERIODOS-GL
              AT END MOVE 'S' TO SW-FIN-PER
           END-READ
           IF FIN-DE-PERIODOS
              GO TO 1210-FIN
           END-IF
           IF PERGL-PERIODO EQUAL WS-PERIODO-PROCESO
              IF PERGL-CERRADO
                 MOVE 'S' TO SW-PERIODO-CERRADO
              ELSE
                 MOVE 'N' TO SW-PERIODO-CERRADO
              END-IF
           END-IF.
       1210-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA REGISTRO DE LA ESTRUCTURA ES UN RANGO DE CUENTAS; LOS
      * RANGOS DEL MISMO ESTADO Y RUBRO SE SUMAN EN UN SOLO RUBRO,
      * QUE TOMA LA DESCRIPCION Y EL GRUPO DEL PRIMERO.
      * -----------------------------------------------------------
       1300-CARGA-ESTRUCTURA.
           OPEN INPUT ESTRUCTURA-EEFF
           IF WS-CODIGO-EST NOT EQUAL ZEROS
              GO TO 1300-FIN
           END-IF
           PERFORM 1310-CARGA-UN-RANGO UNTIL FIN-DE-ESTRUCTURA
           CLOSE ESTRUCTURA-EEFF.
       1300-FIN.  EXIT.

       1310-CARGA-UN-RANGO.
           READ ESTRUCTURA-EEFF
              AT END MOVE 'S' TO SW-FIN-EST
           END-READ
           IF FIN-DE-ESTRUCTURA
              GO TO 1310-FIN
           END-IF
           IF REG-ESTRUCTURA-EEFF EQUAL SPACES
              OR EEF-ESTADO EQUAL '*'
              GO TO 1310-FIN
           END-IF
           IF NOT EEF-ES-BALANCE AND NOT EEF-ES-RESULTADOS
              OR NOT EEF-GRUPO-VALIDO
              OR EEF-RUBRO NOT NUMERIC
              DISPLAY 'RUBRO INVALIDO EN LA ESTRUCTURA: '
                      REG-ESTRUCTURA-EEFF(1:50)
              GO TO 1310-FIN
           END-IF
           IF WS-CANTIDAD-RANGOS NOT LESS THAN WS-MAXIMO-RANGOS
              DISPLAY 'TABLA DE RANGOS LLENA: SE IGNORA '
                      EEF-CUENTA-DESDE ' A ' EEF-CUENTA-HASTA
              GO TO 1310-FIN
           END-IF

           MOVE ZEROS TO WS-RUB-HALLADO
           PERFORM 1320-BUSCA-RUBRO
                   VARYING WS-IDX-RUB FROM 1 BY 1
                   UNTIL WS-IDX-RUB > WS-CANTIDAD-RUBROS
                   OR WS-RUB-HALLADO GREATER THAN ZEROS
           IF WS-RUB-HALLADO EQUAL ZEROS
              IF WS-CANTIDAD-RUBROS NOT LESS THAN WS-MAXIMO-RUBROS
                 DISPLAY 'TABLA DE RUBROS LLENA: SE IGNORA '
                         EEF-DESCRIPCION
                 GO TO 1310-FIN
              END-IF
              ADD 1 TO WS-CANTIDAD-RUBROS
              MOVE WS-CANTIDAD-RUBROS TO WS-RUB-HALLADO
              MOVE EEF-ESTADO      TO WS-RUB-ESTADO (WS-RUB-HALLADO)
              MOVE EEF-RUBRO       TO WS-RUB-RUBRO (WS-RUB-HALLADO)
              MOVE EEF-GRUPO       TO WS-RUB-GRUPO (WS-RUB-HALLADO)
              MOVE EEF-DESCRIPCION
                TO WS-RUB-DESCRIPCION (WS-RUB-HALLADO)
              MOVE ZEROS TO WS-RUB-MES (WS-RUB-HALLADO)
                            WS-RUB-ANIO (WS-RUB-HALLADO)
                            WS-RUB-ACUM (WS-RUB-HALLADO)
                            WS-RUB-ANT-ANIO (WS-RUB-HALLADO)
                            WS-RUB-ANT-ACUM (WS-RUB-HALLADO)
           END-IF

           ADD 1 TO WS-CANTIDAD-RANGOS
           MOVE EEF-CUENTA-DESDE TO WS-RNG-DESDE (WS-CANTIDAD-RANGOS)
           MOVE EEF-CUENTA-HASTA TO WS-RNG-HASTA (WS-CANTIDAD-RANGOS)
           MOVE WS-RUB-HALLADO   TO WS-RNG-RUBRO (WS-CANTIDAD-RANGOS).
       1310-FIN.  EXIT.

       1320-BUSCA-RUBRO.
           IF WS-RUB-ESTADO (WS-IDX-RUB) EQUAL EEF-ESTADO
              AND WS-RUB-RUBRO (WS-IDX-RUB) EQUAL EEF-RUBRO
              MOVE WS-IDX-RUB TO WS-RUB-HALLADO
           END-IF.
       1320-FIN.  EXIT.

      * -----------------------------------------------------------
      * UNA SOLA PASADA POR EL LIBRO MAYOR (CUENTA + PERIODO). AL
      * CAMBIAR DE CUENTA SE BUSCA SU TIPO EN EL PLAN Y SU RUBRO EN
      * LA ESTRUCTURA; CADA PERIODO HASTA EL PROCESADO SE REPARTE EN
      * LAS COLUMNAS QUE LE TOCAN.
      * -----------------------------------------------------------
       2000-ACUMULA-MAYOR.
           MOVE LOW-VALUES TO WS-LLAVE-MAY
           MOVE 'RI' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-EEF WS-REG-MAYOR-AUX WS-CODIGO-MAY
           PERFORM 2010-PROCESA-SALDO
                   UNTIL WS-CODIGO-MAY NOT EQUAL ZEROS.
       2000-FIN.  EXIT.

       2010-PROCESA-SALDO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-MAY-PERIODO-AUX NOT GREATER THAN WS-PERIODO-PROCESO
              IF WS-MAY-CUENTA-AUX NOT EQUAL WS-CUENTA-ANTERIOR
                 PERFORM 2100-CAMBIO-CUENTA
              END-IF
              PERFORM 2200-DISTRIBUYE-PERIODO
           END-IF

           MOVE WS-MAY-CUENTA-AUX  TO WS-LLAVE-MAY(1:8)
           MOVE WS-MAY-PERIODO-AUX TO WS-LLAVE-MAY(9:6)
           MOVE 'RS' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-EEF WS-REG-MAYOR-AUX WS-CODIGO-MAY.
       2010-FIN.  EXIT.

       2100-CAMBIO-CUENTA.
           MOVE WS-MAY-CUENTA-AUX TO WS-CUENTA-ANTERIOR WS-LLAVE-CTA
           MOVE 'LE' TO WS-FUNCION-CTA
           CALL 'CUENTAS-GL-I-O'
                USING WS-FUNCION-CTA WS-LLAVE-CTA WS-LLAVE-HASTA-CTA
                      WS-USUARIO-EEF WS-REG-CUENTA-AUX WS-CODIGO-CTA
           IF WS-CODIGO-CTA EQUAL ZEROS
              MOVE WS-CTA-TIPO-AUX TO WS-TIPO-CUENTA
           ELSE
              MOVE SPACES TO WS-TIPO-CUENTA
           END-IF

           MOVE ZEROS TO WS-RUBRO-CUENTA
           PERFORM 2110-BUSCA-RANGO
                   VARYING WS-IDX-RNG FROM 1 BY 1
                   UNTIL WS-IDX-RNG > WS-CANTIDAD-RANGOS
                   OR WS-RUBRO-CUENTA GREATER THAN ZEROS
           IF WS-RUBRO-CUENTA EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-SIN-RUBRO
              DISPLAY 'CUENTA DEL MAYOR SIN RUBRO EN LA ESTRUCTURA: '
                      WS-MAY-CUENTA-AUX
           END-IF

      *    SIGNO NATURAL: EL ACTIVO ES DEUDOR Y EL PASIVO ACREEDOR;
      *    UNA CUENTA DE RESULTADO ES ACREEDORA SI ESTA EN UN RUBRO
      *    DE INGRESOS. SIN PLAN, MANDA EL GRUPO DEL RUBRO.
           MOVE 'N' TO SW-SALDO-ACREEDOR
           EVALUATE TRUE
              WHEN WS-TIPO-ACTIVO
                 CONTINUE
              WHEN WS-TIPO-PASIVO
                 MOVE 'S' TO SW-SALDO-ACREEDOR
              WHEN WS-RUBRO-CUENTA EQUAL ZEROS
                 IF WS-TIPO-RESULTADO
                    MOVE 'S' TO SW-SALDO-ACREEDOR
                 END-IF
              WHEN WS-RUB-GRUPO (WS-RUBRO-CUENTA) EQUAL 'I'
                 OR WS-RUB-GRUPO (WS-RUBRO-CUENTA) EQUAL 'P'
                 OR WS-RUB-GRUPO (WS-RUBRO-CUENTA) EQUAL 'N'
                 MOVE 'S' TO SW-SALDO-ACREEDOR
           END-EVALUATE.
       2100-FIN.  EXIT.

       2110-BUSCA-RANGO.
           IF WS-MAY-CUENTA-AUX NOT LESS THAN WS-RNG-DESDE (WS-IDX-RNG)
              AND WS-MAY-CUENTA-AUX NOT GREATER THAN
                  WS-RNG-HASTA (WS-IDX-RNG)
              MOVE WS-RNG-RUBRO (WS-IDX-RNG) TO WS-RUBRO-CUENTA
           END-IF.
       2110-FIN.  EXIT.

       2200-DISTRIBUYE-PERIODO.
           IF SALDO-ACREEDOR
              COMPUTE WS-IMPORTE-MOV =
                      WS-MAY-HABER-AUX - WS-MAY-DEBE-AUX
           ELSE
              COMPUTE WS-IMPORTE-MOV =
                      WS-MAY-DEBE-AUX - WS-MAY-HABER-AUX
           END-IF

           IF WS-TIPO-RESULTADO
              COMPUTE WS-RESULTADO-MOV =
                      WS-MAY-HABER-AUX - WS-MAY-DEBE-AUX
              ADD WS-RESULTADO-MOV TO WS-RES-ACUM
              IF WS-MAY-PERIODO-AUX EQUAL WS-PERIODO-PROCESO
                 ADD WS-RESULTADO-MOV TO WS-RES-MES
              END-IF
              IF WS-MAY-PERIODO-AUX NOT GREATER THAN
                 WS-PERIODO-ANTERIOR
                 ADD WS-RESULTADO-MOV TO WS-RES-ANT-ACUM
              END-IF
           END-IF

           IF WS-RUBRO-CUENTA EQUAL ZEROS
              GO TO 2200-FIN
           END-IF

           ADD WS-IMPORTE-MOV TO WS-RUB-ACUM (WS-RUBRO-CUENTA)
           IF WS-MAY-PERIODO-AUX EQUAL WS-PERIODO-PROCESO
              ADD WS-IMPORTE-MOV TO WS-RUB-MES (WS-RUBRO-CUENTA)
           END-IF
           IF WS-MAY-PERIODO-AUX NOT LESS THAN WS-INICIO-ANIO
              ADD WS-IMPORTE-MOV TO WS-RUB-ANIO (WS-RUBRO-CUENTA)
           END-IF
           IF WS-MAY-PERIODO-AUX NOT GREATER THAN WS-PERIODO-ANTERIOR
              ADD WS-IMPORTE-MOV TO WS-RUB-ANT-ACUM (WS-RUBRO-CUENTA)
              IF WS-MAY-PERIODO-AUX NOT LESS THAN
                 WS-INICIO-ANIO-ANTERIOR
                 ADD WS-IMPORTE-MOV
                  TO WS-RUB-ANT-ANIO (WS-RUBRO-CUENTA)
              END-IF
           END-IF.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * BALANCE GENERAL: MOVIMIENTO DEL MES, SALDO AL CIERRE Y
      * SALDO AL MISMO CIERRE DEL ANIO ANTERIOR. EL PATRIMONIO NETO
      * SUMA LOS RESULTADOS ACUMULADOS; ACTIVO DEBE IGUALAR A
      * PASIVO MAS PATRIMONIO NETO.
      * -----------------------------------------------------------
       5000-IMPRIME-BALANCE.
           MOVE 'B' TO WS-ESTADO-ACTUAL
           MOVE 'BALANCE GENERAL -' TO TIT-ESTADO
           MOVE '             MES' TO TIT-COLUMNA-1
           MOVE '       AL CIERRE' TO TIT-COLUMNA-2
           MOVE '   ANIO ANTERIOR' TO TIT-COLUMNA-3
           PERFORM 5800-ENCABEZA-ESTADO

           MOVE 'A' TO WS-GRUPO-ACTUAL
           PERFORM 5100-IMPRIME-GRUPO
           MOVE WS-GRUPO-1 TO WS-TOTAL-A-1
           MOVE WS-GRUPO-2 TO WS-TOTAL-A-2
           MOVE WS-GRUPO-3 TO WS-TOTAL-A-3
           MOVE 'TOTAL ACTIVO' TO WS-DESCRIPCION-LINEA
           PERFORM 5200-IMPRIME-TOTAL

           MOVE 'P' TO WS-GRUPO-ACTUAL
           PERFORM 5100-IMPRIME-GRUPO
           MOVE WS-GRUPO-1 TO WS-TOTAL-B-1
           MOVE WS-GRUPO-2 TO WS-TOTAL-B-2
           MOVE WS-GRUPO-3 TO WS-TOTAL-B-3
           MOVE 'TOTAL PASIVO' TO WS-DESCRIPCION-LINEA
           PERFORM 5200-IMPRIME-TOTAL

           MOVE 'N' TO WS-GRUPO-ACTUAL
           PERFORM 5100-IMPRIME-GRUPO
           MOVE 'RESULTADOS ACUMULADOS' TO WS-DESCRIPCION-LINEA
           MOVE WS-RES-MES      TO WS-COLUMNA-1
           MOVE WS-RES-ACUM     TO WS-COLUMNA-2
           MOVE WS-RES-ANT-ACUM TO WS-COLUMNA-3
           MOVE ZEROS TO WS-RUBRO-LINEA
           MOVE 'R'   TO WS-TIPO-LINEA
           PERFORM 5900-ESCRIBE-LINEA
           ADD WS-COLUMNA-1 TO WS-GRUPO-1
           ADD WS-COLUMNA-2 TO WS-GRUPO-2
           ADD WS-COLUMNA-3 TO WS-GRUPO-3
           MOVE 'TOTAL PATRIMONIO NETO' TO WS-DESCRIPCION-LINEA
           PERFORM 5200-IMPRIME-TOTAL

           ADD WS-GRUPO-1 TO WS-TOTAL-B-1
           ADD WS-GRUPO-2 TO WS-TOTAL-B-2
           ADD WS-GRUPO-3 TO WS-TOTAL-B-3
           MOVE WS-TOTAL-B-1 TO WS-GRUPO-1
           MOVE WS-TOTAL-B-2 TO WS-GRUPO-2
           MOVE WS-TOTAL-B-3 TO WS-GRUPO-3
           MOVE 'TOTAL PASIVO Y PATRIMONIO NETO'
             TO WS-DESCRIPCION-LINEA
           PERFORM 5200-IMPRIME-TOTAL

           IF WS-TOTAL-A-1 NOT EQUAL WS-TOTAL-B-1
              OR WS-TOTAL-A-2 NOT EQUAL WS-TOTAL-B-2
              OR WS-TOTAL-A-3 NOT EQUAL WS-TOTAL-B-3
              COMPUTE WS-GRUPO-1 = WS-TOTAL-A-1 - WS-TOTAL-B-1
              COMPUTE WS-GRUPO-2 = WS-TOTAL-A-2 - WS-TOTAL-B-2
              COMPUTE WS-GRUPO-3 = WS-TOTAL-A-3 - WS-TOTAL-B-3
              MOVE '*** DIFERENCIA - NO CUADRA ***'
                TO WS-DESCRIPCION-LINEA
              PERFORM 5200-IMPRIME-TOTAL
              MOVE 4 TO RETURN-CODE
           END-IF.
       5000-FIN.  EXIT.

      * IMPRIME LOS RUBROS DEL ESTADO Y GRUPO EN CURSO, EN EL ORDEN
      * DE LA ESTRUCTURA, Y DEJA SU SUMA EN WS-GRUPO-1 A 3.
       5100-IMPRIME-GRUPO.
           MOVE ZEROS TO WS-GRUPO-1 WS-GRUPO-2 WS-GRUPO-3
           PERFORM 5110-IMPRIME-RUBRO
                   VARYING WS-IDX-RUB FROM 1 BY 1
                   UNTIL WS-IDX-RUB > WS-CANTIDAD-RUBROS.
       5100-FIN.  EXIT.

       5110-IMPRIME-RUBRO.
           IF WS-RUB-ESTADO (WS-IDX-RUB) NOT EQUAL WS-ESTADO-ACTUAL
              OR WS-RUB-GRUPO (WS-IDX-RUB) NOT EQUAL WS-GRUPO-ACTUAL
              GO TO 5110-FIN
           END-IF

           MOVE WS-RUB-MES (WS-IDX-RUB) TO WS-COLUMNA-1
           IF ESTADO-ES-BALANCE
              MOVE WS-RUB-ACUM (WS-IDX-RUB)     TO WS-COLUMNA-2
              MOVE WS-RUB-ANT-ACUM (WS-IDX-RUB) TO WS-COLUMNA-3
           ELSE
              MOVE WS-RUB-ANIO (WS-IDX-RUB)     TO WS-COLUMNA-2
              MOVE WS-RUB-ANT-ANIO (WS-IDX-RUB) TO WS-COLUMNA-3
           END-IF
           ADD WS-COLUMNA-1 TO WS-GRUPO-1
           ADD WS-COLUMNA-2 TO WS-GRUPO-2
           ADD WS-COLUMNA-3 TO WS-GRUPO-3

           MOVE WS-RUB-DESCRIPCION (WS-IDX-RUB) TO WS-DESCRIPCION-LINEA
           MOVE WS-RUB-RUBRO (WS-IDX-RUB)       TO WS-RUBRO-LINEA
           MOVE 'R' TO WS-TIPO-LINEA
           PERFORM 5900-ESCRIBE-LINEA.
       5110-FIN.  EXIT.

       5200-IMPRIME-TOTAL.
           MOVE WS-GRUPO-1 TO WS-COLUMNA-1
           MOVE WS-GRUPO-2 TO WS-COLUMNA-2
           MOVE WS-GRUPO-3 TO WS-COLUMNA-3
           MOVE ZEROS TO WS-RUBRO-LINEA
           MOVE 'T'   TO WS-TIPO-LINEA
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE AFTER ADVANCING 1 LINE
           PERFORM 5900-ESCRIBE-LINEA
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE AFTER ADVANCING 1 LINE.
       5200-FIN.  EXIT.

       5800-ENCABEZA-ESTADO.
           MOVE WS-PERIODO-PROCESO TO TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           IF CORRIDA-BORRADOR
              WRITE REG-REPORTE FROM WS-TITULO-BORRADOR
                    AFTER ADVANCING 1 LINE
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES.
       5800-FIN.  EXIT.

      * CADA LINEA DEL ESTADO VA AL REPORTE Y A LA COPIA DELIMITADA.
       5900-ESCRIBE-LINEA.
           ADD 1 TO WS-CONTADOR-LINEAS
           MOVE WS-DESCRIPCION-LINEA TO DET-DESCRIPCION
           MOVE WS-COLUMNA-1 TO DET-COLUMNA-1 WS-DEL-COLUMNA-1
           MOVE WS-COLUMNA-2 TO DET-COLUMNA-2 WS-DEL-COLUMNA-2
           MOVE WS-COLUMNA-3 TO DET-COLUMNA-3 WS-DEL-COLUMNA-3
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           MOVE SPACES TO REG-SALIDA-AUDITORES
           STRING WS-ESTADO-ACTUAL        DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  WS-PERIODO-PROCESO      DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  WS-TIPO-LINEA           DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  WS-RUBRO-LINEA          DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  WS-DESCRIPCION-LINEA    DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  WS-DEL-COLUMNA-1        DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  WS-DEL-COLUMNA-2        DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  WS-DEL-COLUMNA-3        DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  SW-MODO-CORRIDA         DELIMITED BY SIZE
                  INTO REG-SALIDA-AUDITORES
           WRITE REG-SALIDA-AUDITORES.
       5900-FIN.  EXIT.

      * -----------------------------------------------------------
      * ESTADO DE RESULTADOS: EL MES, LO ACUMULADO DEL ANIO Y LO
      * ACUMULADO AL MISMO MES DEL ANIO ANTERIOR.
      * -----------------------------------------------------------
       6000-IMPRIME-RESULTADOS.
           MOVE 'R' TO WS-ESTADO-ACTUAL
           MOVE 'ESTADO DE RESULTADOS -' TO TIT-ESTADO
           MOVE '             MES' TO TIT-COLUMNA-1
           MOVE '  ACUMULADO ANIO' TO TIT-COLUMNA-2
           MOVE '   ANIO ANTERIOR' TO TIT-COLUMNA-3
           PERFORM 5800-ENCABEZA-ESTADO

           MOVE 'I' TO WS-GRUPO-ACTUAL
           PERFORM 5100-IMPRIME-GRUPO
           MOVE WS-GRUPO-1 TO WS-TOTAL-A-1
           MOVE WS-GRUPO-2 TO WS-TOTAL-A-2
           MOVE WS-GRUPO-3 TO WS-TOTAL-A-3
           MOVE 'TOTAL INGRESOS' TO WS-DESCRIPCION-LINEA
           PERFORM 5200-IMPRIME-TOTAL

           MOVE 'C' TO WS-GRUPO-ACTUAL
           PERFORM 5100-IMPRIME-GRUPO
           MOVE 'TOTAL COSTO DE VENTAS' TO WS-DESCRIPCION-LINEA
           PERFORM 5200-IMPRIME-TOTAL
           SUBTRACT WS-GRUPO-1 FROM WS-TOTAL-A-1
           SUBTRACT WS-GRUPO-2 FROM WS-TOTAL-A-2
           SUBTRACT WS-GRUPO-3 FROM WS-TOTAL-A-3
           MOVE WS-TOTAL-A-1 TO WS-GRUPO-1
           MOVE WS-TOTAL-A-2 TO WS-GRUPO-2
           MOVE WS-TOTAL-A-3 TO WS-GRUPO-3
           MOVE 'RESULTADO BRUTO' TO WS-DESCRIPCION-LINEA
           PERFORM 5200-IMPRIME-TOTAL

           MOVE 'E' TO WS-GRUPO-ACTUAL
           PERFORM 5100-IMPRIME-GRUPO
           MOVE 'TOTAL GASTOS' TO WS-DESCRIPCION-LINEA
           PERFORM 5200-IMPRIME-TOTAL
           SUBTRACT WS-GRUPO-1 FROM WS-TOTAL-A-1
           SUBTRACT WS-GRUPO-2 FROM WS-TOTAL-A-2
           SUBTRACT WS-GRUPO-3 FROM WS-TOTAL-A-3
           MOVE WS-TOTAL-A-1 TO WS-GRUPO-1
           MOVE WS-TOTAL-A-2 TO WS-GRUPO-2
           MOVE WS-TOTAL-A-3 TO WS-GRUPO-3
           MOVE 'RESULTADO DEL PERIODO' TO WS-DESCRIPCION-LINEA
           PERFORM 5200-IMPRIME-TOTAL

           IF WS-CONTADOR-SIN-RUBRO GREATER THAN ZEROS
              MOVE WS-CONTADOR-SIN-RUBRO TO SRU-CANTIDAD
              WRITE REG-REPORTE FROM WS-LINEA-SIN-RUBRO
                    AFTER ADVANCING 2 LINES
              MOVE 4 TO RETURN-CODE
           END-IF.
       6000-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-EEF WS-REG-MAYOR-AUX WS-CODIGO-MAY
           MOVE 'CI' TO WS-FUNCION-CTA
           CALL 'CUENTAS-GL-I-O'
                USING WS-FUNCION-CTA WS-LLAVE-CTA WS-LLAVE-HASTA-CTA
                      WS-USUARIO-EEF WS-REG-CUENTA-AUX WS-CODIGO-CTA

           MOVE WS-CONTADOR-LEIDOS    TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-LINEAS    TO WS-STAT-GRABADOS
           MOVE WS-CONTADOR-SIN-RUBRO TO WS-STAT-SIN-RUBRO
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-SIN-RUBRO

           CLOSE SALIDA-AUDITORES REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
