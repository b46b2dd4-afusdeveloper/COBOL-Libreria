       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CONCILIA-BANCO-EMPRESA.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. CONCILIACION DE LA CUENTA
      *                    BANCARIA OPERATIVA DE LA EMPRESA CONTRA EL
      *                    EXTRACTO ELECTRONICO DEL BANCO (UT-S-EXTBCO,
      *                    CPEXTBC1). EL EXTRACTO SE VALIDA CONTRA SU
      *                    TRAILER (CANTIDAD, TOTALES Y SALDO INICIAL
      *                    + CREDITOS - DEBITOS = SALDO FINAL); SI NO
      *                    CIERRA NO SE CONCILIA NADA (RETURN-CODE 8).
      *                    CADA MOVIMIENTO DEL BANCO SE APAREA: EL
      *                    CHEQUE ('CHQ') CONTRA REGISTRO-CHEQUES POR
      *                    NUMERO E IMPORTE, DEBITADO ENTRE LA EMISION
      *                    Y LA EMISION MAS DIAS-TOLERANCIA=NNN (30 POR
      *                    OMISION); EL RESTO CONTRA LIBRO-BANCO
      *                    (CPLIBBC1: DISPERSION DE HABERES Y PAGO A
      *                    PROVEEDORES) POR SENTIDO, IMPORTE Y
      *                    REFERENCIA. EL REPORTE LISTA LO CONCILIADO,
      *                    LO QUE ESTA EN EL BANCO Y NO EN LIBROS
      *                    (COMISIONES, INTERESES), LO QUE ESTA EN
      *                    LIBROS Y NO EN EL BANCO (CHEQUES PENDIENTES,
      *                    TRANSFERENCIAS EN TRANSITO) Y EL SALDO
      *                    SEGUN LIBROS QUE RESULTA DEL SALDO DEL
      *                    BANCO. LOS CHEQUES CONCILIADOS SALEN COMO
      *                    TARJETAS UT-S-COBROCHQ PARA REGISTRA-COBRO-
      *                    CHEQUES; LO PENDIENTE DE LIBRO-BANCO PASA
      *                    AL ARCHIVO NUEVO (UT-S-LIBBCONU). LOS
      *                    MOVIMIENTOS DEL BANCO NO REGISTRADOS CUYO
      *                    CODIGO TIENE TARJETA CODIGO-XXX=CUENTA SE
      *                    PROPONEN COMO ASIENTO EN UT-S-GLPROBCO, CON
      *                    EL LAYOUT DE GL-INTERFAZ, CONTRA LA CUENTA
      *                    CUENTA-BANCO= ('BANCOS' POR OMISION), PARA
      *                    QUE TESORERIA LOS REVISE ANTES DE AGREGARLOS
      *                    A LA INTERFAZ. PARTIDAS SIN CONCILIAR,
      *                    RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO UT-S-PARMCBCO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.
           SELECT EXTRACTO-BANCO ASSIGN TO UT-S-EXTBCO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-EXTRACTO.
           SELECT LIBRO-BANCO ASSIGN TO UT-S-LIBBCO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-LIBBCO.
           SELECT LIBRO-BANCO-NUEVO ASSIGN TO UT-S-LIBBCONU
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-LIBBCON.
           SELECT COBROS-CHEQUES ASSIGN TO UT-S-COBROCHQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-COBRO.
           SELECT PROPUESTA-GL ASSIGN TO UT-S-GLPROBCO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO.
       01  REG-PARAMETRO                PIC X(80).

       FD  EXTRACTO-BANCO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-EXTRACTO-BANCO.
           COPY CPEXTBC1.

       FD  LIBRO-BANCO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-LIBRO-BANCO.
           COPY CPLIBBC1.

       FD  LIBRO-BANCO-NUEVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-LIBRO-BANCO-NUEVO.
       01  REG-LIBRO-BANCO-NUEVO        PIC X(80).

       FD  COBROS-CHEQUES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-COBRO.
       01  REG-COBRO.
           05 COB-NUMERO                PIC 9(08).
           05 COB-FECHA-COBRO           PIC 9(08).
           05 FILLER                    PIC X(64).

       FD  PROPUESTA-GL
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
           05 FILLER                    PIC X(18) VALUE SPACES.
           05 FILLER                    PIC X(44)
              VALUE 'CONCILIACION BANCARIA DE LA CUENTA EMPRESA'.
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-TITULO-CUENTA.
           05 FILLER                    PIC X(08) VALUE 'CUENTA: '.
           05 TIT-CUENTA                PIC X(22).
           05 FILLER                    PIC X(08) VALUE '  DESDE '.
           05 TIT-FECHA-DESDE           PIC 9(08).
           05 FILLER                    PIC X(08) VALUE '  HASTA '.
           05 TIT-FECHA-HASTA           PIC 9(08).
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-TITULO-SECCION.
           05 TIT-SECCION               PIC X(50).
           05 FILLER                    PIC X(30) VALUE SPACES.

       01  WS-TITULO-COLUMNAS.
           05 FILLER                    PIC X(09) VALUE 'FECHA'.
           05 FILLER                    PIC X(02) VALUE 'S'.
           05 FILLER                    PIC X(04) VALUE 'COD'.
           05 FILLER                    PIC X(16) VALUE 'REFERENCIA'.
           05 FILLER                    PIC X(15)
              VALUE '        IMPORTE'.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(33) VALUE 'OBSERVACION'.

       01  WS-DETALLE.
           05 DET-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-SIGNO                 PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-CODIGO                PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-REFERENCIA            PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-OBSERVACION           PIC X(33).

       01  WS-LINEA-SUBTOTAL.
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE 'PARTIDAS:'.
           05 SUB-CANTIDAD              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'TOTAL:'.
           05 SUB-IMPORTE               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(21) VALUE SPACES.

       01  WS-LINEA-SALDO.
           05 SAL-CONCEPTO              PIC X(45).
           05 SAL-IMPORTE               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  WS-LINEA-PROPUESTOS.
           05 FILLER                    PIC X(45)
              VALUE 'MOVIMIENTOS PROPUESTOS COMO ASIENTO'.
           05 PRO-CANTIDAD              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(29) VALUE SPACES.

       01  WS-LINEA-EXTRACTO-INVALIDO.
           05 FILLER                    PIC X(30)
              VALUE 'EXTRACTO RECHAZADO: '.
           05 INV-MOTIVO                PIC X(50).

       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-EXTRACTO           PIC X(02).
       01  WS-CODIGO-LIBBCO             PIC X(02).
       01  WS-CODIGO-LIBBCON            PIC X(02).
       01  WS-CODIGO-COBRO              PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                          VALUE 'S'.
       01  SW-FIN-EXTRACTO              PIC X(01) VALUE 'N'.
           88 FIN-DE-EXTRACTO                      VALUE 'S'.
       01  SW-FIN-LIBBCO                PIC X(01) VALUE 'N'.
           88 FIN-DE-LIBBCO                        VALUE 'S'.
       01  SW-HAY-LIBRO-BANCO           PIC X(01) VALUE 'N'.
           88 HAY-LIBRO-BANCO                      VALUE 'S'.
       01  SW-EXTRACTO-VALIDO           PIC X(01) VALUE 'S'.
           88 EXTRACTO-VALIDO                      VALUE 'S'.
       01  SW-HAY-TRAILER               PIC X(01) VALUE 'N'.
           88 HAY-TRAILER                          VALUE 'S'.

       01  WS-PARM-CAMPO                PIC X(16).
       01  WS-PARM-VALOR                PIC X(08).

       01  WS-DIAS-TOLERANCIA           PIC 9(03) VALUE 30.
       01  WS-CUENTA-BANCO              PIC X(08) VALUE 'BANCOS  '.
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-DIAS-TRANSCURRIDOS        PIC S9(07).
       01  WS-USUARIO-CBC               PIC X(08) VALUE 'CONCBCO'.

      * --- CUENTA CONTABLE POR CODIGO DE OPERACION DEL BANCO ---
       01  WS-MAXIMO-CODIGOS            PIC 9(02) VALUE 20.
       01  WS-CANTIDAD-CODIGOS          PIC 9(02) VALUE ZEROS.
       01  WS-IDX-COD                   PIC 9(02) COMP.
       01  WS-CODIGO-HALLADO            PIC 9(02) COMP.
       01  WS-TABLA-CODIGOS.
           05 WS-CODIGO-ENTRADA OCCURS 20 TIMES.
              10 WS-COD-OPERACION       PIC X(03).
              10 WS-COD-CUENTA          PIC X(08).

      * --- DATOS DEL HEADER Y CONTROLES DEL EXTRACTO ---
       01  WS-EXT-CUENTA                PIC X(22) VALUE SPACES.
       01  WS-EXT-FECHA-DESDE           PIC 9(08) VALUE ZEROS.
       01  WS-EXT-FECHA-HASTA           PIC 9(08) VALUE ZEROS.
       01  WS-SALDO-INICIAL             PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-SALDO-FINAL               PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-SALDO-CALCULADO           PIC S9(13)V99 COMP-3.
       01  WS-EXT-TOTAL-DEBITOS         PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-EXT-TOTAL-CREDITOS        PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-EXT-CANTIDAD-DETALLES     PIC 9(07) VALUE ZEROS.

      * --- MOVIMIENTOS DEL EXTRACTO ---
      * SITUACION: P = PENDIENTE, C = CONCILIADO CON LIBRO-BANCO,
      * Q = CONCILIADO CON REGISTRO-CHEQUES.
       01  WS-MAXIMO-MOVIMIENTOS        PIC 9(04) VALUE 3000.
       01  WS-CANTIDAD-MOVIMIENTOS      PIC 9(04) VALUE ZEROS.
       01  WS-IDX-MOV                   PIC 9(04) COMP.
       01  WS-TABLA-MOVIMIENTOS.
           05 WS-MOVIMIENTO OCCURS 3000 TIMES.
              10 WS-MOV-FECHA           PIC 9(08).
              10 WS-MOV-SIGNO           PIC X(01).
              10 WS-MOV-IMPORTE         PIC 9(11)V99.
              10 WS-MOV-CODIGO          PIC X(03).
              10 WS-MOV-CHEQUE          PIC 9(08).
              10 WS-MOV-REFERENCIA      PIC X(15).
              10 WS-MOV-DESCRIPCION     PIC X(20).
              10 WS-MOV-SITUACION       PIC X(01).
              10 WS-MOV-ORIGEN          PIC X(03).

      * --- PARTIDAS PENDIENTES DE LIBRO-BANCO ---
      * SITUACION: P = PENDIENTE, C = CONCILIADA.
       01  WS-MAXIMO-LIBRO              PIC 9(04) VALUE 2000.
       01  WS-CANTIDAD-LIBRO            PIC 9(04) VALUE ZEROS.
       01  WS-IDX-LIB                   PIC 9(04) COMP.
       01  WS-LIBRO-HALLADO             PIC 9(04) COMP.
       01  WS-TABLA-LIBRO.
           05 WS-PARTIDA-LIBRO OCCURS 2000 TIMES.
              10 WS-LIB-FECHA           PIC 9(08).
              10 WS-LIB-TIPO            PIC X(01).
              10 WS-LIB-ORIGEN          PIC X(03).
              10 WS-LIB-REFERENCIA      PIC X(15).
              10 WS-LIB-IMPORTE         PIC 9(11)V99.
              10 WS-LIB-PROGRAMA        PIC X(20).
              10 WS-LIB-SITUACION       PIC X(01).

      * --- CHEQUES EMITIDOS HASTA EL CIERRE DEL EXTRACTO ---
      * SITUACION: P = PENDIENTE DE DEBITO, C = CONCILIADO.
       01  WS-MAXIMO-CHEQUES            PIC 9(04) VALUE 2000.
       01  WS-CANTIDAD-CHEQUES          PIC 9(04) VALUE ZEROS.
       01  WS-IDX-CHQ                   PIC 9(04) COMP.
       01  WS-CHEQUE-HALLADO            PIC 9(04) COMP.
       01  WS-TABLA-CHEQUES.
           05 WS-CHEQUE-PENDIENTE OCCURS 2000 TIMES.
              10 WS-TCH-NUMERO          PIC 9(08).
              10 WS-TCH-IMPORTE         PIC 9(11)V99.
              10 WS-TCH-FECHA-EMISION   PIC 9(08).
              10 WS-TCH-SITUACION       PIC X(01).

       01  WS-FUNCION-CHQ               PIC X(02).
       01  WS-LLAVE-CHQ                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CHQ           PIC 9(08) VALUE 99999999.
       01  WS-REG-CHEQUE-AUX.
           05 WS-CHQ-NUMERO-AUX         PIC 9(08).
           05 WS-CHQ-LEGAJO-AUX         PIC 9(05).
           05 WS-CHQ-PERIODO-AUX        PIC 9(06).
           05 WS-CHQ-IMPORTE-AUX        PIC 9(11)V99.
           05 WS-CHQ-FECHA-EMI-AUX      PIC 9(08).
           05 WS-CHQ-FECHA-COBRO-AUX    PIC 9(08).
           05 WS-CHQ-ESTADO-AUX         PIC X(01).
       01  WS-CODIGO-CHQ                PIC X(02).

      * --- ACUMULADORES DEL REPORTE ---
       01  WS-CONTADOR-PARTIDAS         PIC 9(05).
       01  WS-TOTAL-PARTIDAS            PIC S9(13)V99 COMP-3.
       01  WS-CONTADOR-CONCILIADOS      PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-SOLO-BANCO       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-SOLO-LIBROS      PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-PROPUESTOS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-ARRASTRADOS      PIC 9(05) VALUE ZEROS.
       01  WS-BANCO-DEBITOS-PEND        PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-BANCO-CREDITOS-PEND       PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-LIBROS-DEBITOS-PEND       PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-LIBROS-CREDITOS-PEND      PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-SALDO-LIBROS              PIC S9(13)V99 COMP-3.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CONCILIA-BANCO'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-GRABADOS             PIC 9(07).
       01  WS-STAT-RECHAZADOS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 1100-CARGA-EXTRACTO
           IF NOT EXTRACTO-VALIDO
              PERFORM 9500-EXTRACTO-INVALIDO
              GOBACK
           END-IF

           PERFORM 1200-CARGA-LIBRO-BANCO
           PERFORM 1300-CARGA-CHEQUES

           OPEN OUTPUT COBROS-CHEQUES
           PERFORM 2000-CONCILIA-MOVIMIENTO
                   VARYING WS-IDX-MOV FROM 1 BY 1
                   UNTIL WS-IDX-MOV > WS-CANTIDAD-MOVIMIENTOS
           CLOSE COBROS-CHEQUES

           PERFORM 3000-IMPRIME-CONCILIADOS
           PERFORM 3100-IMPRIME-SOLO-BANCO
           PERFORM 3200-IMPRIME-SOLO-LIBROS
           PERFORM 8000-RESUMEN-SALDOS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           PERFORM 0500-LEE-PARAMETROS

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETAS DIAS-TOLERANCIA=NNN, CUENTA-BANCO=CUENTA Y UNA
      * CODIGO-XXX=CUENTA POR CODIGO DE OPERACION DEL BANCO QUE SE
      * QUIERE PROPONER COMO ASIENTO (CODIGO-COM=GASTBANC). SIN
      * ARCHIVO QUEDAN 30 DIAS, LA CUENTA BANCOS Y SIN PROPUESTAS.
      * -----------------------------------------------------------
       0500-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-CODIGO-PARM NOT EQUAL ZEROS
              GO TO 0500-FIN
           END-IF

           PERFORM 0510-PROCESA-TARJETA UNTIL FIN-DE-PARM
           CLOSE PARAMETROS.
       0500-FIN.  EXIT.

       0510-PROCESA-TARJETA.
           READ PARAMETROS
              AT END MOVE 'S' TO SW-FIN-PARM
           END-READ
           IF FIN-DE-PARM
              GO TO 0510-FIN
           END-IF

           IF REG-PARAMETRO EQUAL SPACES
              GO TO 0510-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE TRUE
              WHEN WS-PARM-CAMPO EQUAL 'DIAS-TOLERANCIA'
                 IF WS-PARM-VALOR (1:3) NUMERIC
                    MOVE WS-PARM-VALOR (1:3) TO WS-DIAS-TOLERANCIA
                 END-IF
              WHEN WS-PARM-CAMPO EQUAL 'CUENTA-BANCO'
                 IF WS-PARM-VALOR NOT EQUAL SPACES
                    MOVE WS-PARM-VALOR TO WS-CUENTA-BANCO
                 END-IF
              WHEN WS-PARM-CAMPO (1:7) EQUAL 'CODIGO-'
                 IF WS-CANTIDAD-CODIGOS < WS-MAXIMO-CODIGOS
                    ADD 1 TO WS-CANTIDAD-CODIGOS
                    MOVE WS-PARM-CAMPO (8:3)
                      TO WS-COD-OPERACION (WS-CANTIDAD-CODIGOS)
                    MOVE WS-PARM-VALOR
                      TO WS-COD-CUENTA (WS-CANTIDAD-CODIGOS)
                 ELSE
                    DISPLAY 'CONCILIA BANCO: MAS DE 20 CODIGOS - '
                            'SE IGNORA: ' REG-PARAMETRO
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE PARAMETRO DESCONOCIDA: '
                         REG-PARAMETRO
           END-EVALUATE.
       0510-FIN.  EXIT.

      * -----------------------------------------------------------
      * CARGA Y VALIDA EL EXTRACTO: UN HEADER, LOS MOVIMIENTOS Y UN
      * TRAILER QUE TIENE QUE CERRAR CON LO LEIDO. CUALQUIER FALLA
      * DEJA EL EXTRACTO RECHAZADO CON SU MOTIVO.
      * -----------------------------------------------------------
       1100-CARGA-EXTRACTO.
           OPEN INPUT EXTRACTO-BANCO
           IF WS-CODIGO-EXTRACTO NOT EQUAL ZEROS
              MOVE 'N' TO SW-EXTRACTO-VALIDO
              MOVE 'NO SE PUDO ABRIR EL ARCHIVO' TO INV-MOTIVO
              GO TO 1100-FIN
           END-IF

           READ EXTRACTO-BANCO
              AT END MOVE 'S' TO SW-FIN-EXTRACTO
           END-READ
           IF FIN-DE-EXTRACTO OR NOT EXT-ES-HEADER
              MOVE 'N' TO SW-EXTRACTO-VALIDO
              MOVE 'FALTA EL REGISTRO HEADER' TO INV-MOTIVO
              CLOSE EXTRACTO-BANCO
              GO TO 1100-FIN
           END-IF

           MOVE EXT-H-CUENTA        TO WS-EXT-CUENTA
           MOVE EXT-H-FECHA-DESDE   TO WS-EXT-FECHA-DESDE
           MOVE EXT-H-FECHA-HASTA   TO WS-EXT-FECHA-HASTA
           MOVE EXT-H-SALDO-INICIAL TO WS-SALDO-INICIAL
           IF EXT-H-SIGNO-INICIAL EQUAL '-'
              COMPUTE WS-SALDO-INICIAL = WS-SALDO-INICIAL * -1
           END-IF

           PERFORM 1110-LEE-EXTRACTO
                   UNTIL FIN-DE-EXTRACTO OR NOT EXTRACTO-VALIDO
           CLOSE EXTRACTO-BANCO

           IF EXTRACTO-VALIDO
              PERFORM 1120-VALIDA-TRAILER
           END-IF

           MOVE WS-EXT-CUENTA      TO TIT-CUENTA
           MOVE WS-EXT-FECHA-DESDE TO TIT-FECHA-DESDE
           MOVE WS-EXT-FECHA-HASTA TO TIT-FECHA-HASTA
           WRITE REG-REPORTE FROM WS-TITULO-CUENTA
                 AFTER ADVANCING 2 LINES.
       1100-FIN.  EXIT.

       1110-LEE-EXTRACTO.
           READ EXTRACTO-BANCO
              AT END MOVE 'S' TO SW-FIN-EXTRACTO
           END-READ
           IF FIN-DE-EXTRACTO
              GO TO 1110-FIN
           END-IF

           IF HAY-TRAILER
              MOVE 'N' TO SW-EXTRACTO-VALIDO
              MOVE 'REGISTROS DESPUES DEL TRAILER' TO INV-MOTIVO
              GO TO 1110-FIN
           END-IF

           EVALUATE TRUE
              WHEN EXT-ES-DETALLE
                 PERFORM 1115-AGREGA-MOVIMIENTO
              WHEN EXT-ES-TRAILER
                 MOVE 'S' TO SW-HAY-TRAILER
                 MOVE EXT-T-SALDO-FINAL TO WS-SALDO-FINAL
                 IF EXT-T-SIGNO-FINAL EQUAL '-'
                    COMPUTE WS-SALDO-FINAL = WS-SALDO-FINAL * -1
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO SW-EXTRACTO-VALIDO
                 MOVE 'TIPO DE REGISTRO INVALIDO' TO INV-MOTIVO
           END-EVALUATE.
       1110-FIN.  EXIT.

       1115-AGREGA-MOVIMIENTO.
           IF NOT EXT-D-DEBITO AND NOT EXT-D-CREDITO
              MOVE 'N' TO SW-EXTRACTO-VALIDO
              MOVE 'MOVIMIENTO SIN SIGNO DEBITO/CREDITO' TO INV-MOTIVO
              GO TO 1115-FIN
           END-IF

           IF WS-CANTIDAD-MOVIMIENTOS EQUAL WS-MAXIMO-MOVIMIENTOS
              MOVE 'N' TO SW-EXTRACTO-VALIDO
              MOVE 'MAS DE 3000 MOVIMIENTOS' TO INV-MOTIVO
              GO TO 1115-FIN
           END-IF

           ADD 1 TO WS-EXT-CANTIDAD-DETALLES
           IF EXT-D-DEBITO
              ADD EXT-D-IMPORTE TO WS-EXT-TOTAL-DEBITOS
           ELSE
              ADD EXT-D-IMPORTE TO WS-EXT-TOTAL-CREDITOS
           END-IF

           ADD 1 TO WS-CANTIDAD-MOVIMIENTOS
           MOVE WS-CANTIDAD-MOVIMIENTOS TO WS-IDX-MOV
           MOVE EXT-D-FECHA       TO WS-MOV-FECHA (WS-IDX-MOV)
           MOVE EXT-D-SIGNO       TO WS-MOV-SIGNO (WS-IDX-MOV)
           MOVE EXT-D-IMPORTE     TO WS-MOV-IMPORTE (WS-IDX-MOV)
           MOVE EXT-D-CODIGO      TO WS-MOV-CODIGO (WS-IDX-MOV)
           MOVE EXT-D-CHEQUE      TO WS-MOV-CHEQUE (WS-IDX-MOV)
           MOVE EXT-D-REFERENCIA  TO WS-MOV-REFERENCIA (WS-IDX-MOV)
           MOVE EXT-D-DESCRIPCION TO WS-MOV-DESCRIPCION (WS-IDX-MOV)
           MOVE 'P'               TO WS-MOV-SITUACION (WS-IDX-MOV)
           MOVE SPACES            TO WS-MOV-ORIGEN (WS-IDX-MOV).
       1115-FIN.  EXIT.

       1120-VALIDA-TRAILER.
           COMPUTE WS-SALDO-CALCULADO = WS-SALDO-INICIAL
                                      + WS-EXT-TOTAL-CREDITOS
                                      - WS-EXT-TOTAL-DEBITOS
           EVALUATE TRUE
              WHEN NOT HAY-TRAILER
                 MOVE 'N' TO SW-EXTRACTO-VALIDO
                 MOVE 'FALTA EL REGISTRO TRAILER' TO INV-MOTIVO
              WHEN EXT-T-CANTIDAD NOT EQUAL WS-EXT-CANTIDAD-DETALLES
                 MOVE 'N' TO SW-EXTRACTO-VALIDO
                 MOVE 'CANTIDAD DEL TRAILER NO COINCIDE' TO INV-MOTIVO
              WHEN EXT-T-TOTAL-DEBITOS NOT EQUAL WS-EXT-TOTAL-DEBITOS
                 MOVE 'N' TO SW-EXTRACTO-VALIDO
                 MOVE 'TOTAL DE DEBITOS NO COINCIDE' TO INV-MOTIVO
              WHEN EXT-T-TOTAL-CREDITOS NOT EQUAL
                   WS-EXT-TOTAL-CREDITOS
                 MOVE 'N' TO SW-EXTRACTO-VALIDO
                 MOVE 'TOTAL DE CREDITOS NO COINCIDE' TO INV-MOTIVO
              WHEN WS-SALDO-CALCULADO NOT EQUAL WS-SALDO-FINAL
                 MOVE 'N' TO SW-EXTRACTO-VALIDO
                 MOVE 'SALDO INICIAL + MOVIMIENTOS NO DA SALDO FINAL'
                   TO INV-MOTIVO
           END-EVALUATE.
       1120-FIN.  EXIT.

      * -----------------------------------------------------------
      * PARTIDAS DE LIBRO-BANCO PENDIENTES DE CONCILIAR. SIN
      * ARCHIVO (PRIMERA CORRIDA) NO HAY PARTIDAS DE LIBROS.
      * -----------------------------------------------------------
       1200-CARGA-LIBRO-BANCO.
           OPEN INPUT LIBRO-BANCO
           IF WS-CODIGO-LIBBCO NOT EQUAL ZEROS
              GO TO 1200-FIN
           END-IF
           MOVE 'S' TO SW-HAY-LIBRO-BANCO

           PERFORM 1210-LEE-LIBRO-BANCO UNTIL FIN-DE-LIBBCO
           CLOSE LIBRO-BANCO.
       1200-FIN.  EXIT.

       1210-LEE-LIBRO-BANCO.
           READ LIBRO-BANCO
              AT END MOVE 'S' TO SW-FIN-LIBBCO
           END-READ
           IF FIN-DE-LIBBCO
              GO TO 1210-FIN
           END-IF

           IF WS-CANTIDAD-LIBRO EQUAL WS-MAXIMO-LIBRO
              DISPLAY 'CONCILIA BANCO: MAS DE 2000 PARTIDAS EN '
                      'LIBRO-BANCO'
              MOVE 16 TO RETURN-CODE
              CLOSE LIBRO-BANCO REPORTE
              GOBACK
           END-IF

           ADD 1 TO WS-CANTIDAD-LIBRO
           MOVE WS-CANTIDAD-LIBRO TO WS-IDX-LIB
           MOVE LBC-FECHA      TO WS-LIB-FECHA (WS-IDX-LIB)
           MOVE LBC-TIPO       TO WS-LIB-TIPO (WS-IDX-LIB)
           MOVE LBC-ORIGEN     TO WS-LIB-ORIGEN (WS-IDX-LIB)
           MOVE LBC-REFERENCIA TO WS-LIB-REFERENCIA (WS-IDX-LIB)
           MOVE LBC-IMPORTE    TO WS-LIB-IMPORTE (WS-IDX-LIB)
           MOVE LBC-PROGRAMA   TO WS-LIB-PROGRAMA (WS-IDX-LIB)
           MOVE 'P'            TO WS-LIB-SITUACION (WS-IDX-LIB).
       1210-FIN.  EXIT.

      * -----------------------------------------------------------
      * CHEQUES EMITIDOS Y NO COBRADOS HASTA LA FECHA DE CIERRE DEL
      * EXTRACTO: SON LOS QUE EL BANCO PUEDE HABER DEBITADO.
      * -----------------------------------------------------------
       1300-CARGA-CHEQUES.
           MOVE 'AB' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-CBC WS-REG-CHEQUE-AUX
                      WS-CODIGO-CHQ

           MOVE ZEROS TO WS-LLAVE-CHQ
           MOVE 'RI' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-CBC WS-REG-CHEQUE-AUX
                      WS-CODIGO-CHQ
           PERFORM 1310-AGREGA-CHEQUE
                   UNTIL WS-CODIGO-CHQ NOT EQUAL ZEROS

           MOVE 'CI' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-CBC WS-REG-CHEQUE-AUX
                      WS-CODIGO-CHQ.
       1300-FIN.  EXIT.

       1310-AGREGA-CHEQUE.
           IF WS-CHQ-ESTADO-AUX EQUAL 'E' AND
              WS-CHQ-FECHA-EMI-AUX NOT GREATER THAN WS-EXT-FECHA-HASTA
              IF WS-CANTIDAD-CHEQUES < WS-MAXIMO-CHEQUES
                 ADD 1 TO WS-CANTIDAD-CHEQUES
                 MOVE WS-CANTIDAD-CHEQUES TO WS-IDX-CHQ
                 MOVE WS-CHQ-NUMERO-AUX
                   TO WS-TCH-NUMERO (WS-IDX-CHQ)
                 MOVE WS-CHQ-IMPORTE-AUX
                   TO WS-TCH-IMPORTE (WS-IDX-CHQ)
                 MOVE WS-CHQ-FECHA-EMI-AUX
                   TO WS-TCH-FECHA-EMISION (WS-IDX-CHQ)
                 MOVE 'P' TO WS-TCH-SITUACION (WS-IDX-CHQ)
              ELSE
                 DISPLAY 'CONCILIA BANCO: MAS DE 2000 CHEQUES '
                         'PENDIENTES - SE IGNORA: ' WS-CHQ-NUMERO-AUX
              END-IF
           END-IF

           MOVE 'RS' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-CBC WS-REG-CHEQUE-AUX
                      WS-CODIGO-CHQ.
       1310-FIN.  EXIT.

      * -----------------------------------------------------------
      * APAREO DE UN MOVIMIENTO DEL BANCO: EL CHEQUE PAGADO CONTRA
      * REGISTRO-CHEQUES, EL RESTO CONTRA LIBRO-BANCO. CADA PARTIDA
      * DE LIBROS SE CONCILIA UNA SOLA VEZ.
      * -----------------------------------------------------------
       2000-CONCILIA-MOVIMIENTO.
           IF WS-MOV-CODIGO (WS-IDX-MOV) EQUAL 'CHQ' AND
              WS-MOV-CHEQUE (WS-IDX-MOV) GREATER THAN ZEROS
              PERFORM 2100-BUSCA-CHEQUE
           ELSE
              PERFORM 2200-BUSCA-LIBRO
           END-IF.
       2000-FIN.  EXIT.

       2100-BUSCA-CHEQUE.
           MOVE ZEROS TO WS-CHEQUE-HALLADO
           PERFORM 2110-COMPARA-CHEQUE
                   VARYING WS-IDX-CHQ FROM 1 BY 1
                   UNTIL WS-IDX-CHQ > WS-CANTIDAD-CHEQUES
                      OR WS-CHEQUE-HALLADO GREATER THAN ZEROS
           IF WS-CHEQUE-HALLADO EQUAL ZEROS
              GO TO 2100-FIN
           END-IF

           MOVE 'C'   TO WS-TCH-SITUACION (WS-CHEQUE-HALLADO)
           MOVE 'Q'   TO WS-MOV-SITUACION (WS-IDX-MOV)
           MOVE 'CHQ' TO WS-MOV-ORIGEN (WS-IDX-MOV)

           MOVE SPACES TO REG-COBRO
           MOVE WS-TCH-NUMERO (WS-CHEQUE-HALLADO) TO COB-NUMERO
           MOVE WS-MOV-FECHA (WS-IDX-MOV)         TO COB-FECHA-COBRO
           WRITE REG-COBRO.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * MISMO NUMERO E IMPORTE, Y DEBITADO ENTRE LA EMISION Y LA
      * EMISION MAS LOS DIAS DE TOLERANCIA.
      * -----------------------------------------------------------
       2110-COMPARA-CHEQUE.
           IF WS-TCH-SITUACION (WS-IDX-CHQ) NOT EQUAL 'P'
              GO TO 2110-FIN
           END-IF
           IF WS-TCH-NUMERO (WS-IDX-CHQ) NOT EQUAL
              WS-MOV-CHEQUE (WS-IDX-MOV)
              GO TO 2110-FIN
           END-IF
           IF WS-TCH-IMPORTE (WS-IDX-CHQ) NOT EQUAL
              WS-MOV-IMPORTE (WS-IDX-MOV)
              GO TO 2110-FIN
           END-IF

           CALL 'DIAS-ENTRE-FECHAS'
                USING WS-TCH-FECHA-EMISION (WS-IDX-CHQ)
                      WS-MOV-FECHA (WS-IDX-MOV)
                      WS-DIAS-TRANSCURRIDOS
           IF WS-DIAS-TRANSCURRIDOS < ZEROS OR
              WS-DIAS-TRANSCURRIDOS > WS-DIAS-TOLERANCIA
              GO TO 2110-FIN
           END-IF

           MOVE WS-IDX-CHQ TO WS-CHEQUE-HALLADO.
       2110-FIN.  EXIT.

       2200-BUSCA-LIBRO.
           MOVE ZEROS TO WS-LIBRO-HALLADO
           PERFORM 2210-COMPARA-LIBRO
                   VARYING WS-IDX-LIB FROM 1 BY 1
                   UNTIL WS-IDX-LIB > WS-CANTIDAD-LIBRO
                      OR WS-LIBRO-HALLADO GREATER THAN ZEROS
           IF WS-LIBRO-HALLADO EQUAL ZEROS
              GO TO 2200-FIN
           END-IF

           MOVE 'C' TO WS-LIB-SITUACION (WS-LIBRO-HALLADO)
           MOVE 'C' TO WS-MOV-SITUACION (WS-IDX-MOV)
           MOVE WS-LIB-ORIGEN (WS-LIBRO-HALLADO)
             TO WS-MOV-ORIGEN (WS-IDX-MOV).
       2200-FIN.  EXIT.

       2210-COMPARA-LIBRO.
           IF WS-LIB-SITUACION (WS-IDX-LIB) EQUAL 'P' AND
              WS-LIB-TIPO (WS-IDX-LIB) EQUAL
              WS-MOV-SIGNO (WS-IDX-MOV) AND
              WS-LIB-IMPORTE (WS-IDX-LIB) EQUAL
              WS-MOV-IMPORTE (WS-IDX-MOV) AND
              WS-LIB-REFERENCIA (WS-IDX-LIB) EQUAL
              WS-MOV-REFERENCIA (WS-IDX-MOV)
              MOVE WS-IDX-LIB TO WS-LIBRO-HALLADO
           END-IF.
       2210-FIN.  EXIT.

      * -----------------------------------------------------------
      * SECCION 1: MOVIMIENTOS DEL BANCO CONCILIADOS, CON EL ORIGEN
      * DE LA PARTIDA DE LIBROS QUE LOS EXPLICA.
      * -----------------------------------------------------------
       3000-IMPRIME-CONCILIADOS.
           MOVE 'MOVIMIENTOS CONCILIADOS' TO TIT-SECCION
           PERFORM 3900-TITULO-SECCION
           PERFORM 3010-LINEA-CONCILIADO
                   VARYING WS-IDX-MOV FROM 1 BY 1
                   UNTIL WS-IDX-MOV > WS-CANTIDAD-MOVIMIENTOS
           MOVE WS-CONTADOR-PARTIDAS TO WS-CONTADOR-CONCILIADOS
           PERFORM 3950-SUBTOTAL-SECCION.
       3000-FIN.  EXIT.

       3010-LINEA-CONCILIADO.
           IF WS-MOV-SITUACION (WS-IDX-MOV) EQUAL 'P'
              GO TO 3010-FIN
           END-IF

           PERFORM 3800-DETALLE-MOVIMIENTO
           EVALUATE WS-MOV-ORIGEN (WS-IDX-MOV)
              WHEN 'CHQ'
                 MOVE 'CHEQUE DE HABERES COBRADO'  TO DET-OBSERVACION
              WHEN 'HAB'
                 MOVE 'DISPERSION DE HABERES'      TO DET-OBSERVACION
              WHEN 'PRV'
                 MOVE 'PAGO A PROVEEDORES'         TO DET-OBSERVACION
              WHEN OTHER
                 MOVE 'PARTIDA DE LIBRO-BANCO'     TO DET-OBSERVACION
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-DETALLE
                 AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CONTADOR-PARTIDAS
           ADD WS-MOV-IMPORTE (WS-IDX-MOV) TO WS-TOTAL-PARTIDAS.
       3010-FIN.  EXIT.

      * -----------------------------------------------------------
      * SECCION 2: EN EL BANCO Y NO EN LIBROS (COMISIONES,
      * INTERESES, IMPUESTOS, CHEQUES QUE NO CIERRAN). LOS QUE
      * TIENEN CUENTA POR CODIGO SE PROPONEN COMO ASIENTO.
      * -----------------------------------------------------------
       3100-IMPRIME-SOLO-BANCO.
           OPEN OUTPUT PROPUESTA-GL
           MOVE 'EN EL BANCO Y NO EN LIBROS' TO TIT-SECCION
           PERFORM 3900-TITULO-SECCION
           PERFORM 3110-LINEA-SOLO-BANCO
                   VARYING WS-IDX-MOV FROM 1 BY 1
                   UNTIL WS-IDX-MOV > WS-CANTIDAD-MOVIMIENTOS
           MOVE WS-CONTADOR-PARTIDAS TO WS-CONTADOR-SOLO-BANCO
           PERFORM 3950-SUBTOTAL-SECCION
           CLOSE PROPUESTA-GL.
       3100-FIN.  EXIT.

       3110-LINEA-SOLO-BANCO.
           IF WS-MOV-SITUACION (WS-IDX-MOV) NOT EQUAL 'P'
              GO TO 3110-FIN
           END-IF

           PERFORM 3800-DETALLE-MOVIMIENTO
           MOVE WS-MOV-DESCRIPCION (WS-IDX-MOV) TO DET-OBSERVACION
           IF WS-MOV-SIGNO (WS-IDX-MOV) EQUAL 'D'
              ADD WS-MOV-IMPORTE (WS-IDX-MOV) TO WS-BANCO-DEBITOS-PEND
           ELSE
              ADD WS-MOV-IMPORTE (WS-IDX-MOV) TO WS-BANCO-CREDITOS-PEND
           END-IF

           PERFORM 3130-BUSCA-CODIGO
           IF WS-CODIGO-HALLADO GREATER THAN ZEROS
              PERFORM 3120-PROPONE-ASIENTO
              MOVE ' GL ' TO DET-OBSERVACION (21:4)
              MOVE WS-COD-CUENTA (WS-CODIGO-HALLADO)
                TO DET-OBSERVACION (25:8)
           END-IF

           WRITE REG-REPORTE FROM WS-DETALLE
                 AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CONTADOR-PARTIDAS
           ADD WS-MOV-IMPORTE (WS-IDX-MOV) TO WS-TOTAL-PARTIDAS.
       3110-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO PROPUESTO: UN DEBITO DEL BANCO VA AL DEBE DE LA
      * CUENTA DEL CODIGO CONTRA EL HABER DE LA CUENTA DEL BANCO;
      * UN CREDITO, AL REVES.
      * -----------------------------------------------------------
       3120-PROPONE-ASIENTO.
           ADD 1 TO WS-CONTADOR-PROPUESTOS
           MOVE WS-NOMBRE-PROGRAMA          TO GL-PROGRAMA
           MOVE WS-MOV-FECHA (WS-IDX-MOV)   TO GL-FECHA
           MOVE 'ARS'                       TO GL-MONEDA
           MOVE ZEROS                       TO GL-IMPORTE-ORIGEN
           MOVE WS-MOV-IMPORTE (WS-IDX-MOV) TO GL-IMPORTE

           MOVE WS-COD-CUENTA (WS-CODIGO-HALLADO) TO GL-CUENTA
           IF WS-MOV-SIGNO (WS-IDX-MOV) EQUAL 'D'
              MOVE 'D' TO GL-TIPO
           ELSE
              MOVE 'H' TO GL-TIPO
           END-IF
           WRITE REG-ASIENTO-GL

           MOVE WS-CUENTA-BANCO TO GL-CUENTA
           IF WS-MOV-SIGNO (WS-IDX-MOV) EQUAL 'D'
              MOVE 'H' TO GL-TIPO
           ELSE
              MOVE 'D' TO GL-TIPO
           END-IF
           WRITE REG-ASIENTO-GL.
       3120-FIN.  EXIT.

       3130-BUSCA-CODIGO.
           MOVE ZEROS TO WS-CODIGO-HALLADO
           PERFORM 3140-COMPARA-CODIGO
                   VARYING WS-IDX-COD FROM 1 BY 1
                   UNTIL WS-IDX-COD > WS-CANTIDAD-CODIGOS
                      OR WS-CODIGO-HALLADO GREATER THAN ZEROS.
       3130-FIN.  EXIT.

       3140-COMPARA-CODIGO.
           IF WS-COD-OPERACION (WS-IDX-COD) EQUAL
              WS-MOV-CODIGO (WS-IDX-MOV)
              MOVE WS-IDX-COD TO WS-CODIGO-HALLADO
           END-IF.
       3140-FIN.  EXIT.

      * -----------------------------------------------------------
      * SECCION 3: EN LIBROS Y NO EN EL BANCO: TRANSFERENCIAS EN
      * TRANSITO DE LIBRO-BANCO Y CHEQUES PENDIENTES DE COBRO. LAS
      * PARTIDAS DE LIBRO-BANCO SIN CONCILIAR PASAN AL ARCHIVO
      * NUEVO; LAS POSTERIORES AL CIERRE DEL EXTRACTO SE ARRASTRAN
      * SIN LISTARSE, TODAVIA NO PUEDEN ESTAR EN EL BANCO.
      * -----------------------------------------------------------
       3200-IMPRIME-SOLO-LIBROS.
           OPEN OUTPUT LIBRO-BANCO-NUEVO
           MOVE 'EN LIBROS Y NO EN EL BANCO' TO TIT-SECCION
           PERFORM 3900-TITULO-SECCION
           PERFORM 3210-LINEA-LIBRO-PENDIENTE
                   VARYING WS-IDX-LIB FROM 1 BY 1
                   UNTIL WS-IDX-LIB > WS-CANTIDAD-LIBRO
           PERFORM 3220-LINEA-CHEQUE-PENDIENTE
                   VARYING WS-IDX-CHQ FROM 1 BY 1
                   UNTIL WS-IDX-CHQ > WS-CANTIDAD-CHEQUES
           MOVE WS-CONTADOR-PARTIDAS TO WS-CONTADOR-SOLO-LIBROS
           PERFORM 3950-SUBTOTAL-SECCION
           CLOSE LIBRO-BANCO-NUEVO.
       3200-FIN.  EXIT.

       3210-LINEA-LIBRO-PENDIENTE.
           IF WS-LIB-SITUACION (WS-IDX-LIB) NOT EQUAL 'P'
              GO TO 3210-FIN
           END-IF

           MOVE SPACES TO REG-LIBRO-BANCO
           MOVE WS-LIB-FECHA (WS-IDX-LIB)      TO LBC-FECHA
           MOVE WS-LIB-TIPO (WS-IDX-LIB)       TO LBC-TIPO
           MOVE WS-LIB-ORIGEN (WS-IDX-LIB)     TO LBC-ORIGEN
           MOVE WS-LIB-REFERENCIA (WS-IDX-LIB) TO LBC-REFERENCIA
           MOVE WS-LIB-IMPORTE (WS-IDX-LIB)    TO LBC-IMPORTE
           MOVE WS-LIB-PROGRAMA (WS-IDX-LIB)   TO LBC-PROGRAMA
           WRITE REG-LIBRO-BANCO-NUEVO FROM REG-LIBRO-BANCO
           ADD 1 TO WS-CONTADOR-ARRASTRADOS

           IF WS-LIB-FECHA (WS-IDX-LIB) GREATER THAN WS-EXT-FECHA-HASTA
              GO TO 3210-FIN
           END-IF

           MOVE WS-LIB-FECHA (WS-IDX-LIB)      TO DET-FECHA
           MOVE WS-LIB-TIPO (WS-IDX-LIB)       TO DET-SIGNO
           MOVE WS-LIB-ORIGEN (WS-IDX-LIB)     TO DET-CODIGO
           MOVE WS-LIB-REFERENCIA (WS-IDX-LIB) TO DET-REFERENCIA
           MOVE WS-LIB-IMPORTE (WS-IDX-LIB)    TO DET-IMPORTE
           MOVE 'TRANSFERENCIA EN TRANSITO'    TO DET-OBSERVACION
           IF WS-LIB-TIPO (WS-IDX-LIB) EQUAL 'D'
              ADD WS-LIB-IMPORTE (WS-IDX-LIB) TO WS-LIBROS-DEBITOS-PEND
           ELSE
              ADD WS-LIB-IMPORTE (WS-IDX-LIB) TO WS-LIBROS-CREDITOS-PEND
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE
                 AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CONTADOR-PARTIDAS
           ADD WS-LIB-IMPORTE (WS-IDX-LIB) TO WS-TOTAL-PARTIDAS.
       3210-FIN.  EXIT.

       3220-LINEA-CHEQUE-PENDIENTE.
           IF WS-TCH-SITUACION (WS-IDX-CHQ) NOT EQUAL 'P'
              GO TO 3220-FIN
           END-IF

           MOVE WS-TCH-FECHA-EMISION (WS-IDX-CHQ) TO DET-FECHA
           MOVE 'D'                               TO DET-SIGNO
           MOVE 'CHQ'                             TO DET-CODIGO
           MOVE SPACES                            TO DET-REFERENCIA
           MOVE WS-TCH-NUMERO (WS-IDX-CHQ)     TO DET-REFERENCIA (1:8)
           MOVE WS-TCH-IMPORTE (WS-IDX-CHQ)       TO DET-IMPORTE
           MOVE 'CHEQUE PENDIENTE DE COBRO'       TO DET-OBSERVACION
           ADD WS-TCH-IMPORTE (WS-IDX-CHQ) TO WS-LIBROS-DEBITOS-PEND
           WRITE REG-REPORTE FROM WS-DETALLE
                 AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CONTADOR-PARTIDAS
           ADD WS-TCH-IMPORTE (WS-IDX-CHQ) TO WS-TOTAL-PARTIDAS.
       3220-FIN.  EXIT.

       3800-DETALLE-MOVIMIENTO.
           MOVE WS-MOV-FECHA (WS-IDX-MOV)      TO DET-FECHA
           MOVE WS-MOV-SIGNO (WS-IDX-MOV)      TO DET-SIGNO
           MOVE WS-MOV-CODIGO (WS-IDX-MOV)     TO DET-CODIGO
           IF WS-MOV-CODIGO (WS-IDX-MOV) EQUAL 'CHQ'
              MOVE SPACES TO DET-REFERENCIA
              MOVE WS-MOV-CHEQUE (WS-IDX-MOV) TO DET-REFERENCIA (1:8)
           ELSE
              MOVE WS-MOV-REFERENCIA (WS-IDX-MOV) TO DET-REFERENCIA
           END-IF
           MOVE WS-MOV-IMPORTE (WS-IDX-MOV)    TO DET-IMPORTE.
       3800-FIN.  EXIT.

       3900-TITULO-SECCION.
           MOVE ZEROS TO WS-CONTADOR-PARTIDAS WS-TOTAL-PARTIDAS
           WRITE REG-REPORTE FROM WS-TITULO-SECCION
                 AFTER ADVANCING 3 LINES
           WRITE REG-REPORTE FROM WS-TITULO-COLUMNAS
                 AFTER ADVANCING 1 LINE.
       3900-FIN.  EXIT.

       3950-SUBTOTAL-SECCION.
           MOVE WS-CONTADOR-PARTIDAS TO SUB-CANTIDAD
           MOVE WS-TOTAL-PARTIDAS    TO SUB-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-SUBTOTAL
                 AFTER ADVANCING 2 LINES.
       3950-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEL SALDO DEL BANCO AL SALDO SEGUN LIBROS: SE RESTA LO
      * DEBITADO EN LIBROS QUE EL BANCO TODAVIA NO DEBITO, SE SUMA
      * LO ACREDITADO EN LIBROS Y NO EN EL BANCO, Y SE REVIERTE LO
      * QUE EL BANCO MOVIO Y LOS LIBROS TODAVIA NO REGISTRARON.
      * -----------------------------------------------------------
       8000-RESUMEN-SALDOS.
           MOVE 'RESUMEN DE LA CONCILIACION' TO TIT-SECCION
           WRITE REG-REPORTE FROM WS-TITULO-SECCION
                 AFTER ADVANCING 3 LINES

           MOVE 'SALDO INICIAL SEGUN BANCO' TO SAL-CONCEPTO
           MOVE WS-SALDO-INICIAL TO SAL-IMPORTE
           PERFORM 8100-LINEA-SALDO
           MOVE '  + CREDITOS DEL EXTRACTO' TO SAL-CONCEPTO
           MOVE WS-EXT-TOTAL-CREDITOS TO SAL-IMPORTE
           PERFORM 8100-LINEA-SALDO
           MOVE '  - DEBITOS DEL EXTRACTO' TO SAL-CONCEPTO
           MOVE WS-EXT-TOTAL-DEBITOS TO SAL-IMPORTE
           PERFORM 8100-LINEA-SALDO
           MOVE 'SALDO FINAL SEGUN BANCO' TO SAL-CONCEPTO
           MOVE WS-SALDO-FINAL TO SAL-IMPORTE
           PERFORM 8100-LINEA-SALDO

           MOVE '  - DEBITOS EN LIBROS NO EN BANCO' TO SAL-CONCEPTO
           MOVE WS-LIBROS-DEBITOS-PEND TO SAL-IMPORTE
           PERFORM 8100-LINEA-SALDO
           MOVE '  + CREDITOS EN LIBROS NO EN BANCO' TO SAL-CONCEPTO
           MOVE WS-LIBROS-CREDITOS-PEND TO SAL-IMPORTE
           PERFORM 8100-LINEA-SALDO
           MOVE '  + DEBITOS EN BANCO NO EN LIBROS' TO SAL-CONCEPTO
           MOVE WS-BANCO-DEBITOS-PEND TO SAL-IMPORTE
           PERFORM 8100-LINEA-SALDO
           MOVE '  - CREDITOS EN BANCO NO EN LIBROS' TO SAL-CONCEPTO
           MOVE WS-BANCO-CREDITOS-PEND TO SAL-IMPORTE
           PERFORM 8100-LINEA-SALDO

           COMPUTE WS-SALDO-LIBROS = WS-SALDO-FINAL
                                   - WS-LIBROS-DEBITOS-PEND
                                   + WS-LIBROS-CREDITOS-PEND
                                   + WS-BANCO-DEBITOS-PEND
                                   - WS-BANCO-CREDITOS-PEND
           MOVE 'SALDO SEGUN LIBROS CONCILIADO' TO SAL-CONCEPTO
           MOVE WS-SALDO-LIBROS TO SAL-IMPORTE
           PERFORM 8100-LINEA-SALDO

           MOVE WS-CONTADOR-PROPUESTOS TO PRO-CANTIDAD
           WRITE REG-REPORTE FROM WS-LINEA-PROPUESTOS
                 AFTER ADVANCING 2 LINES.
       8000-FIN.  EXIT.

       8100-LINEA-SALDO.
           WRITE REG-REPORTE FROM WS-LINEA-SALDO
                 AFTER ADVANCING 1 LINE.
       8100-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CANTIDAD-MOVIMIENTOS TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-CONCILIADOS TO WS-STAT-GRABADOS
           MOVE WS-CONTADOR-SOLO-BANCO  TO WS-STAT-RECHAZADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-RECHAZADOS

           DISPLAY 'CONCILIA BANCO: CONCILIADOS '
                   WS-CONTADOR-CONCILIADOS
                   ' SOLO BANCO ' WS-CONTADOR-SOLO-BANCO
                   ' SOLO LIBROS ' WS-CONTADOR-SOLO-LIBROS
                   ' ARRASTRADOS ' WS-CONTADOR-ARRASTRADOS

           IF WS-CONTADOR-SOLO-BANCO GREATER THAN ZEROS OR
              WS-CONTADOR-SOLO-LIBROS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE REPORTE.
       9000-FIN.  EXIT.

      * -----------------------------------------------------------
      * EXTRACTO QUE NO CIERRA CONTRA SU TRAILER: NO SE CONCILIA NI
      * SE GENERA NINGUN ARCHIVO, LIBRO-BANCO QUEDA COMO ESTABA.
      * -----------------------------------------------------------
       9500-EXTRACTO-INVALIDO.
           WRITE REG-REPORTE FROM WS-LINEA-EXTRACTO-INVALIDO
                 AFTER ADVANCING 2 LINES
           DISPLAY 'CONCILIA BANCO: EXTRACTO RECHAZADO - ' INV-MOTIVO
           MOVE 8 TO RETURN-CODE
           CLOSE REPORTE.
       9500-FIN.  EXIT.
      * ---------------------------------------------------------------
