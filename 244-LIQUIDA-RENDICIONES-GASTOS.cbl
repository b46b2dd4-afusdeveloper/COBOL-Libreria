       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     LIQUIDA-RENDICIONES-GASTOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. LIQUIDACION MENSUAL DE LAS
      *                    RENDICIONES DE GASTOS APROBADAS POR FINANZAS
      *                    (RENDICIONES-GASTOS, CPRGAS01) PARA EL
      *                    PERIODO DE LA TARJETA PERIODO= (SIN TARJETA,
      *                    EL MES DE LA FECHA DEL SISTEMA). PRIMERO
      *                    RECHAZA LA RENDICION APROBADA CUYO
      *                    COMPROBANTE YA FUE RENDIDO (POR CUALQUIER
      *                    LEGAJO). DESPUES VALIDA CADA APROBADA CONTRA
      *                    EL TOPE DIARIO DE SU TIPO DE GASTO (TARJETAS
      *                    UT-S-TOPEGAS), SUMANDO LO YA LIQUIDADO DEL
      *                    MISMO LEGAJO, FECHA Y TIPO; LA QUE PASA
      *                    QUEDA LIQUIDADA EN EL PERIODO. GRABA UN
      *                    CONCEPTO 'RGA' NO REMUNERATIVO POR LEGAJO EN
      *                    CONCEPTOS-NOMINA (REEMPLAZA LOS DE UNA
      *                    CORRIDA ANTERIOR, ASI LA LIQUIDACION PUEDE
      *                    REPETIRSE) Y POSTEA EL GASTO EN GL-INTERFAZ:
      *                    DEBE A LA CUENTA DE VIATICOS DE CADA
      *                    DEPARTAMENTO (MAPA-CUENTAS-DEPTO, GTOVIATI
      *                    SIN MAPA) Y HABER A LA CUENTA PUENTE
      *                    REINTPAG, QUE CANCELA PROCESO-NOMINA AL
      *                    PAGAR. LAS RECHAZADAS (POR ESTE PASO O POR
      *                    FINANZAS) SE LISTAN EN HOJA APARTE PARA EL
      *                    GERENTE DEL DEPARTAMENTO DE CADA EMPLEADO.
      *                    CON RECHAZOS, RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENDICIONES-GASTOS ASSIGN TO UT-ARCHRGAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RGAS-LLAVE
                  FILE STATUS IS WS-CODIGO-RGAS.

           SELECT TOPES-GASTOS ASSIGN TO UT-S-TOPEGAS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TOPES.

           SELECT MAPA-CUENTAS-DEPTO ASSIGN TO UT-S-MAPGLDEP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-MAPGL.

           SELECT CONCEPTOS-NOMINA ASSIGN TO UT-S-CONCNOM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CONC.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.

           SELECT ARCH-COMPROBANTES ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT ARCH-CONCEPTOS ASSIGN TO UT-S-WORK2
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT ARCH-RECHAZOS ASSIGN TO UT-S-WORK3
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RENDICIONES-GASTOS
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS REG-RENDICION.
           COPY CPRGAS01.

      *    TOPE DIARIO POR TIPO DE GASTO: EL TIPO QUE NO FIGURA NO SE
      *    REINTEGRA.
       FD  TOPES-GASTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TOPE-GASTO.
       01  REG-TOPE-GASTO.
           05 TOPE-TIPO-GASTO           PIC X(03).
           05 TOPE-DESCRIPCION          PIC X(20).
           05 TOPE-IMPORTE-DIARIO       PIC 9(07)V99.
           05 FILLER                    PIC X(48).

       FD  MAPA-CUENTAS-DEPTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-MAPA-CUENTA.
       01  REG-MAPA-CUENTA.
           05 MAPGL-DEPTO               PIC 9(03).
           05 MAPGL-CUENTA-GASTO        PIC X(08).
           05 MAPGL-CUENTA-CONTR        PIC X(08).
           05 MAPGL-CUENTA-VIATICOS     PIC X(08).
           05 FILLER                    PIC X(53).

       FD  CONCEPTOS-NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CONCEPTO-NOM.
       01  REG-CONCEPTO-NOM.
           05 CONC-LEGAJO               PIC 9(05).
           05 CONC-CODIGO               PIC X(03).
           05 CONC-DESCRIPCION          PIC X(20).
           05 CONC-SIGNO                PIC X(01).
           05 CONC-IMPORTE              PIC 9(07)V99.
           05 CONC-REMUNERATIVO         PIC X(01).
           05 FILLER                    PIC X(41).

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

      *    RANGO 1 = YA LIQUIDADA, 2 = APROBADA: DENTRO DE UN MISMO
      *    COMPROBANTE VALE LA PRIMERA, LAS APROBADAS QUE SIGUEN SON
      *    DUPLICADAS.
       SD  ARCH-COMPROBANTES
           DATA RECORD IS REG-COMPROBANTE-ORDENADO.
       01  REG-COMPROBANTE-ORDENADO.
           05 CMP-COMPROBANTE           PIC X(15).
           05 CMP-RANGO                 PIC 9(01).
              88 CMP-ES-APROBADA                   VALUE 2.
           05 CMP-FECHA-CARGA           PIC 9(08).
           05 CMP-LLAVE.
              10 CMP-LEGAJO             PIC 9(05).
              10 CMP-NUMERO             PIC 9(05).

       SD  ARCH-CONCEPTOS
           DATA RECORD IS REG-CONCEPTO-ORDENADO.
       01  REG-CONCEPTO-ORDENADO.
           05 SRT-LEGAJO                PIC 9(05).
           05 SRT-RESTO                 PIC X(75).

       SD  ARCH-RECHAZOS
           DATA RECORD IS REG-RECHAZO-ORDENADO.
       01  REG-RECHAZO-ORDENADO.
           05 RCH-GERENTE               PIC 9(05).
           05 RCH-LEGAJO                PIC 9(05).
           05 RCH-NUMERO                PIC 9(05).
           05 RCH-APELLIDO              PIC X(15).
           05 RCH-DEPARTAMENTO          PIC 9(03).
           05 RCH-FECHA-GASTO           PIC 9(08).
           05 RCH-TIPO-GASTO            PIC X(03).
           05 RCH-IMPORTE               PIC 9(07)V99.
           05 RCH-COMPROBANTE           PIC X(15).
           05 RCH-MOTIVO                PIC X(02).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(14) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'LIQUIDACION DE RENDICIONES DE GASTOS'.
           05 FILLER                    PIC X(10) VALUE 'PERIODO: '.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(10) VALUE SPACES.

       01  WS-TITULO-RECHAZOS.
           05 FILLER                    PIC X(14) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'RENDICIONES DE GASTOS RECHAZADAS'.
           05 FILLER                    PIC X(10) VALUE 'PERIODO: '.
           05 TRC-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(10) VALUE SPACES.

       01  WS-LINEA-GERENTE.
           05 FILLER                    PIC X(10) VALUE 'GERENTE:'.
           05 GER-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 GER-APELLIDO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 GER-NOMBRE                PIC X(15).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 GER-OBSERVACION           PIC X(30).

       01  WS-TITULO-2.
           05 FILLER                    PIC X(07) VALUE 'LEGAJO'.
           05 FILLER                    PIC X(17) VALUE 'APELLIDO'.
           05 FILLER                    PIC X(07) VALUE 'NUMERO'.
           05 FILLER                    PIC X(10) VALUE 'FECHA'.
           05 FILLER                    PIC X(05) VALUE 'TIPO'.
           05 FILLER                    PIC X(12) VALUE '   IMPORTE'.
           05 FILLER                    PIC X(22) VALUE 'COMPROBANTE'.

       01  WS-DETALLE-RECHAZO.
           05 DET-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-APELLIDO              PIC X(15).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-NUMERO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-FECHA-GASTO           PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-TIPO-GASTO            PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-COMPROBANTE           PIC X(15).
           05 FILLER                    PIC X(07) VALUE SPACES.

       01  WS-DETALLE-MOTIVO.
           05 FILLER                    PIC X(07) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'MOTIVO:'.
           05 DET-MOTIVO                PIC X(30).
           05 FILLER                    PIC X(35) VALUE SPACES.

       01  WS-LINEA-TOTAL-GERENTE.
           05 FILLER                    PIC X(45)
              VALUE 'TOTAL RECHAZADO DEL SECTOR'.
           05 TOT-IMPORTE               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-LINEA-RESUMEN-1.
           05 FILLER                    PIC X(12)
              VALUE 'LIQUIDADAS:'.
           05 RES-LIQUIDADAS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '  IMPORTE:'.
           05 RES-IMPORTE               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(14)
              VALUE '  LEGAJOS:'.
           05 RES-LEGAJOS               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-LINEA-RESUMEN-2.
           05 FILLER                    PIC X(12)
              VALUE 'RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(15)
              VALUE '  DUPLICADAS:'.
           05 RES-DUPLICADAS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(26)
              VALUE '  INFORMADAS A GERENTES:'.
           05 RES-INFORMADAS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(09) VALUE SPACES.

       01  WS-CODIGO-RGAS               PIC X(02).
       01  WS-CODIGO-TOPES              PIC X(02).
       01  WS-CODIGO-MAPGL              PIC X(02).
       01  WS-CODIGO-CONC               PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-RGAS                  PIC X(01) VALUE 'N'.
           88 FIN-DE-RGAS                          VALUE 'S'.
       01  SW-FIN-TOPES                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TOPES                         VALUE 'S'.
       01  SW-FIN-MAPGL                 PIC X(01) VALUE 'N'.
           88 FIN-DE-MAPGL                         VALUE 'S'.
       01  SW-FIN-CONC                  PIC X(01) VALUE 'N'.
           88 FIN-DE-CONC                          VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMER-LEGAJO             PIC X(01) VALUE 'S'.
           88 ES-PRIMER-LEGAJO                    VALUE 'S'.
       01  SW-PRIMER-GERENTE            PIC X(01) VALUE 'S'.
           88 ES-PRIMER-GERENTE                   VALUE 'S'.
       01  SW-LEGAJO-VALIDO             PIC X(01).
           88 LEGAJO-VALIDO                       VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-PERIODO-PROCESO           PIC 9(06).

       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
           05 WS-PARM-DEPTO-HASTA       PIC 9(03).
           05 WS-PARM-LEGAJO-DESDE      PIC 9(05).
           05 WS-PARM-LEGAJO-HASTA      PIC 9(05).
           05 WS-PARM-PERIODO           PIC 9(06).
       01  WS-CODIGO-PARMC              PIC X(02).

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-FUNCION-DEPTO             PIC X(02).
       01  WS-LLAVE-DEPTO               PIC 9(03) VALUE ZEROS.
       01  WS-LLAVE-HASTA-DEPTO         PIC 9(03) VALUE 999.
       01  WS-USUARIO-DEPTO             PIC X(08) VALUE 'LIQRGAS'.
       01  WS-REG-DEPARTAMENTO-AUX.
           05 WS-DEPARTAMENTO-LLAVE-AUX PIC 9(03).
           05 WS-DEPTO-NOMBRE-AUX       PIC X(20).
           05 WS-DEPTO-GERENTE-LEG-AUX  PIC 9(05).
           05 FILLER                    PIC X(10).
       01  WS-CODIGO-DEPTO              PIC X(02).

      * TOPES DIARIOS POR TIPO DE GASTO.
       01  WS-TABLA-TOPES.
           05 WS-CANTIDAD-TOPES         PIC 9(02) VALUE ZEROS.
           05 WS-TOPE-GASTO OCCURS 50 TIMES.
              10 WS-TOP-TIPO            PIC X(03).
              10 WS-TOP-IMPORTE         PIC 9(07)V99.
       01  WS-IDX-TOP                   PIC 9(02).
       01  WS-TOPE-HALLADO              PIC 9(02).

      * CUENTA DE VIATICOS DE CADA DEPARTAMENTO (INDEXADA POR CODIGO)
      * E IMPORTE LIQUIDADO EN LA CORRIDA A IMPUTARLE.
       01  WS-TABLA-MAPA-VIATICOS.
           05 WS-MAP-CUENTA-VIATICOS    PIC X(08) OCCURS 999 TIMES.
       01  WS-TABLA-GL-VIATICOS.
           05 WS-GLV-IMPORTE            PIC S9(11)V99 COMP-3
                                        OCCURS 999 TIMES.
       01  WS-IDX-GLV                   PIC 9(03).
       01  WS-DEPTO-GL                  PIC 9(03).

      * GASTOS DEL LEGAJO EN PROCESO POR FECHA Y TIPO, PARA EL TOPE.
       01  WS-TABLA-GASTOS-DIA.
           05 WS-CANTIDAD-DIAS          PIC 9(03) VALUE ZEROS.
           05 WS-GASTO-DIA OCCURS 200 TIMES.
              10 WS-GDI-FECHA           PIC 9(08).
              10 WS-GDI-TIPO            PIC X(03).
              10 WS-GDI-ACUMULADO       PIC 9(09)V99.
       01  WS-IDX-GDI                   PIC 9(03).
       01  WS-DIA-HALLADO               PIC 9(03).
       01  WS-ACUMULADO-NUEVO           PIC 9(09)V99.

      * CONCEPTOS A GRABAR: UNO POR LEGAJO CON REINTEGRO.
       01  WS-TABLA-REINTEGROS.
           05 WS-CANTIDAD-REINTEGROS    PIC 9(04) VALUE ZEROS.
           05 WS-REINTEGRO-LEGAJO OCCURS 2000 TIMES.
              10 WS-REI-LEGAJO          PIC 9(05).
              10 WS-REI-IMPORTE         PIC 9(07)V99.
       01  WS-IDX-REI                   PIC 9(04).

       01  WS-LEGAJO-ACTUAL             PIC 9(05).
       01  WS-DEPTO-LEGAJO              PIC 9(03).
       01  WS-GERENTE-LEGAJO            PIC 9(05).
       01  WS-APELLIDO-LEGAJO           PIC X(15).
       01  WS-REINTEGRO-ACTUAL          PIC 9(09)V99.
       01  WS-COMPROBANTE-ANTERIOR      PIC X(15).
       01  WS-GERENTE-ACTUAL            PIC 9(05).
       01  WS-TOTAL-GERENTE             PIC 9(09)V99.
       01  WS-TOTAL-LIQUIDADO           PIC 9(11)V99 VALUE ZEROS.

       01  WS-CONTADOR-LEIDAS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-LIQUIDADAS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-DUPLICADAS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-INFORMADAS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-REEMPLAZADOS     PIC 9(05) VALUE ZEROS.

       01  WS-DESCRIPCION-CONCEPTO.
           05 FILLER                    PIC X(14)
              VALUE 'REINT. GASTOS '.
           05 WS-DESC-PERIODO           PIC 9(06).

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'LIQUIDA-RENDICIONES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-LIQUIDADAS           PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).
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
           MOVE WS-PERIODO-PROCESO TO TIT-PERIODO TRC-PERIODO
                                      WS-DESC-PERIODO

           PERFORM 0100-CARGA-TOPES
           IF WS-CANTIDAD-TOPES EQUAL ZEROS
              DISPLAY 'TOPES DE GASTOS VACIOS O AUSENTES: NO SE '
                      'LIQUIDA'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 0200-CARGA-MAPA-CUENTAS
           INITIALIZE WS-TABLA-GL-VIATICOS

           OPEN I-O RENDICIONES-GASTOS
           IF WS-CODIGO-RGAS NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR RENDICIONES-GASTOS - STATUS: '
                      WS-CODIGO-RGAS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPORTE
           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           MOVE 'AB' TO WS-FUNCION-DEPTO
           CALL 'DEPARTAMENTO-INDEXADOS-I-O'
                USING WS-FUNCION-DEPTO WS-LLAVE-DEPTO
                      WS-LLAVE-HASTA-DEPTO
                      WS-USUARIO-DEPTO WS-REG-DEPARTAMENTO-AUX
                      WS-CODIGO-DEPTO

           SORT ARCH-COMPROBANTES
                ON ASCENDING KEY CMP-COMPROBANTE CMP-RANGO
                                 CMP-FECHA-CARGA CMP-LLAVE
                INPUT PROCEDURE IS 1000-SELECCIONA-COMPROBANTES
                OUTPUT PROCEDURE IS 1500-MARCA-DUPLICADOS

           SORT ARCH-RECHAZOS
                ON ASCENDING KEY RCH-GERENTE RCH-LEGAJO RCH-NUMERO
                INPUT PROCEDURE IS 2000-LIQUIDA-RENDICIONES
                OUTPUT PROCEDURE IS 5000-INFORMA-RECHAZOS

           SORT ARCH-CONCEPTOS
                ON ASCENDING KEY SRT-LEGAJO
                INPUT PROCEDURE IS 6000-JUNTA-CONCEPTOS
                OUTPUT PROCEDURE IS 6500-GRABA-CONCEPTOS

           PERFORM 7000-GRABA-ASIENTO-GL
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       0100-CARGA-TOPES.
           OPEN INPUT TOPES-GASTOS
           IF WS-CODIGO-TOPES NOT EQUAL ZEROS
              GO TO 0100-FIN
           END-IF

           PERFORM 0110-CARGA-TOPE UNTIL FIN-DE-TOPES
           CLOSE TOPES-GASTOS.
       0100-FIN.  EXIT.

       0110-CARGA-TOPE.
           READ TOPES-GASTOS
              AT END MOVE 'S' TO SW-FIN-TOPES
           END-READ
           IF FIN-DE-TOPES
              GO TO 0110-FIN
           END-IF
           IF TOPE-IMPORTE-DIARIO NOT NUMERIC
              OR TOPE-TIPO-GASTO EQUAL SPACES
              DISPLAY 'TOPE DE GASTO INVALIDO, SE IGNORA: '
                      REG-TOPE-GASTO
              GO TO 0110-FIN
           END-IF

           IF WS-CANTIDAD-TOPES < 50
              ADD 1 TO WS-CANTIDAD-TOPES
              MOVE TOPE-TIPO-GASTO
                TO WS-TOP-TIPO (WS-CANTIDAD-TOPES)
              MOVE TOPE-IMPORTE-DIARIO
                TO WS-TOP-IMPORTE (WS-CANTIDAD-TOPES)
           ELSE
              DISPLAY 'TABLA DE TOPES LLENA: SE DESCARTA EL TIPO '
                      TOPE-TIPO-GASTO
           END-IF.
       0110-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL MAPA DE CUENTAS ES OPCIONAL: SIN ARCHIVO, O SIN CUENTA
      * DE VIATICOS PARA EL DEPARTAMENTO, EL GASTO VA A GTOVIATI.
      * -----------------------------------------------------------
       0200-CARGA-MAPA-CUENTAS.
           MOVE SPACES TO WS-TABLA-MAPA-VIATICOS
           OPEN INPUT MAPA-CUENTAS-DEPTO
           IF WS-CODIGO-MAPGL NOT EQUAL ZEROS
              GO TO 0200-FIN
           END-IF

           PERFORM 0210-CARGA-UNA-CUENTA UNTIL FIN-DE-MAPGL
           CLOSE MAPA-CUENTAS-DEPTO.
       0200-FIN.  EXIT.

       0210-CARGA-UNA-CUENTA.
           READ MAPA-CUENTAS-DEPTO
              AT END MOVE 'S' TO SW-FIN-MAPGL
           END-READ
           IF FIN-DE-MAPGL
              GO TO 0210-FIN
           END-IF

           IF MAPGL-DEPTO GREATER THAN ZEROS
              MOVE MAPGL-CUENTA-VIATICOS
                TO WS-MAP-CUENTA-VIATICOS (MAPGL-DEPTO)
           END-IF.
       0210-FIN.  EXIT.

      * -----------------------------------------------------------
      * ENTRAN AL SORT LOS COMPROBANTES DE LAS RENDICIONES YA
      * LIQUIDADAS Y DE LAS APROBADAS: LAS PENDIENTES Y RECHAZADAS
      * TODAVIA NO CUENTAN COMO RENDIDAS.
      * -----------------------------------------------------------
       1000-SELECCIONA-COMPROBANTES.
           PERFORM 1010-LEE-RENDICION
           PERFORM 1020-SELECCIONA-UNA UNTIL FIN-DE-RGAS.
       1000-FIN.  EXIT.

       1010-LEE-RENDICION.
           READ RENDICIONES-GASTOS NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-RGAS
           END-READ.
       1010-FIN.  EXIT.

       1020-SELECCIONA-UNA.
           IF RGAS-LIQUIDADA OR RGAS-APROBADA
              MOVE RGAS-COMPROBANTE TO CMP-COMPROBANTE
              IF RGAS-LIQUIDADA
                 MOVE 1 TO CMP-RANGO
              ELSE
                 MOVE 2 TO CMP-RANGO
              END-IF
              MOVE RGAS-FECHA-CARGA TO CMP-FECHA-CARGA
              MOVE RGAS-LLAVE       TO CMP-LLAVE
              RELEASE REG-COMPROBANTE-ORDENADO
           END-IF
           PERFORM 1010-LEE-RENDICION.
       1020-FIN.  EXIT.

       1500-MARCA-DUPLICADOS.
           MOVE SPACES TO WS-COMPROBANTE-ANTERIOR
           PERFORM 1510-DEVUELVE-COMPROBANTE
           PERFORM 1520-COMPARA-COMPROBANTE UNTIL HAY-FIN-DE-SORT.
       1500-FIN.  EXIT.

       1510-DEVUELVE-COMPROBANTE.
           RETURN ARCH-COMPROBANTES
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       1510-FIN.  EXIT.

      *    LA DUPLICADA QUEDA RECHAZADA SIN PERIODO: LA INFORMA AL
      *    GERENTE EL PASO SIGUIENTE.
       1520-COMPARA-COMPROBANTE.
           IF CMP-COMPROBANTE EQUAL WS-COMPROBANTE-ANTERIOR
              AND CMP-ES-APROBADA
              MOVE CMP-LLAVE TO RGAS-LLAVE
              READ RENDICIONES-GASTOS
              IF WS-CODIGO-RGAS EQUAL ZEROS
                 MOVE 'R'   TO RGAS-ESTADO
                 MOVE 'CD'  TO RGAS-MOTIVO-RECHAZO
                 MOVE ZEROS TO RGAS-PERIODO
                 REWRITE REG-RENDICION
                 ADD 1 TO WS-CONTADOR-DUPLICADAS
              END-IF
           END-IF
           MOVE CMP-COMPROBANTE TO WS-COMPROBANTE-ANTERIOR
           PERFORM 1510-DEVUELVE-COMPROBANTE.
       1520-FIN.  EXIT.

      * -----------------------------------------------------------
      * RECORRE LAS RENDICIONES POR LEGAJO: LIQUIDA LAS APROBADAS
      * QUE PASAN EL TOPE DIARIO Y MANDA AL SORT DE RECHAZOS LAS
      * RECHAZADAS AUN NO INFORMADAS (O INFORMADAS EN ESTE MISMO
      * PERIODO, SI LA CORRIDA SE REPITE).
      * -----------------------------------------------------------
       2000-LIQUIDA-RENDICIONES.
           MOVE 'N' TO SW-FIN-RGAS
           MOVE ZEROS TO RGAS-LLAVE
           START RENDICIONES-GASTOS KEY IS NOT LESS THAN RGAS-LLAVE
           IF WS-CODIGO-RGAS NOT EQUAL ZEROS
              GO TO 2000-FIN
           END-IF

           PERFORM 1010-LEE-RENDICION
           PERFORM 2100-PROCESA-RENDICION UNTIL FIN-DE-RGAS
           IF NOT ES-PRIMER-LEGAJO
              PERFORM 2900-CIERRA-LEGAJO
           END-IF.
       2000-FIN.  EXIT.

       2100-PROCESA-RENDICION.
           ADD 1 TO WS-CONTADOR-LEIDAS
           EVALUATE TRUE
              WHEN ES-PRIMER-LEGAJO
                 PERFORM 2200-ABRE-LEGAJO
              WHEN RGAS-LEGAJO NOT EQUAL WS-LEGAJO-ACTUAL
                 PERFORM 2900-CIERRA-LEGAJO
                 PERFORM 2200-ABRE-LEGAJO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           EVALUATE TRUE
              WHEN RGAS-LIQUIDADA
                 PERFORM 2300-BUSCA-DIA
                 IF WS-DIA-HALLADO GREATER THAN ZEROS
                    ADD RGAS-IMPORTE
                     TO WS-GDI-ACUMULADO (WS-DIA-HALLADO)
                 END-IF
                 IF RGAS-PERIODO EQUAL WS-PERIODO-PROCESO
                    ADD RGAS-IMPORTE TO WS-REINTEGRO-ACTUAL
                 END-IF
              WHEN RGAS-APROBADA
                 PERFORM 2400-LIQUIDA-APROBADA
              WHEN RGAS-RECHAZADA
                 IF RGAS-PERIODO EQUAL ZEROS
                    OR RGAS-PERIODO EQUAL WS-PERIODO-PROCESO
                    PERFORM 2600-INFORMA-RECHAZO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 1010-LEE-RENDICION.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * DATOS DEL LEGAJO Y GERENTE DE SU DEPARTAMENTO. SE REINTEGRA
      * SOLO AL LEGAJO EXISTENTE Y ACTIVO.
      * -----------------------------------------------------------
       2200-ABRE-LEGAJO.
           MOVE 'N' TO SW-PRIMER-LEGAJO
           MOVE RGAS-LEGAJO TO WS-LEGAJO-ACTUAL
           MOVE ZEROS TO WS-CANTIDAD-DIAS WS-REINTEGRO-ACTUAL
           MOVE ZEROS TO WS-DEPTO-LEGAJO WS-GERENTE-LEGAJO
           MOVE 'N' TO SW-LEGAJO-VALIDO

           MOVE RGAS-LEGAJO TO WS-LLAVE-EMP
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           IF WS-CODIGO-EMP NOT EQUAL ZEROS
              MOVE '*** INEXISTENTE' TO WS-APELLIDO-LEGAJO
              GO TO 2200-FIN
           END-IF

           MOVE WS-EMP-APELLIDO     TO WS-APELLIDO-LEGAJO
           MOVE WS-EMP-DEPARTAMENTO TO WS-DEPTO-LEGAJO
           IF WS-EMP-ESTADO EQUAL 'A'
              MOVE 'S' TO SW-LEGAJO-VALIDO
           END-IF
           IF WS-DEPTO-LEGAJO EQUAL ZEROS
              GO TO 2200-FIN
           END-IF

           MOVE WS-DEPTO-LEGAJO TO WS-LLAVE-DEPTO
           MOVE 'LE' TO WS-FUNCION-DEPTO
           CALL 'DEPARTAMENTO-INDEXADOS-I-O'
                USING WS-FUNCION-DEPTO WS-LLAVE-DEPTO
                      WS-LLAVE-HASTA-DEPTO
                      WS-USUARIO-DEPTO WS-REG-DEPARTAMENTO-AUX
                      WS-CODIGO-DEPTO
           IF WS-CODIGO-DEPTO EQUAL ZEROS
              MOVE WS-DEPTO-GERENTE-LEG-AUX TO WS-GERENTE-LEGAJO
           END-IF.
       2200-FIN.  EXIT.

      *    UBICA (O AGREGA) EL ACUMULADO DEL LEGAJO PARA LA FECHA Y
      *    EL TIPO DE LA RENDICION; CERO SI LA TABLA ESTA LLENA.
       2300-BUSCA-DIA.
           MOVE ZEROS TO WS-DIA-HALLADO
           PERFORM 2310-COMPARA-DIA
                   VARYING WS-IDX-GDI FROM 1 BY 1
                   UNTIL WS-IDX-GDI > WS-CANTIDAD-DIAS
                   OR WS-DIA-HALLADO GREATER THAN ZEROS
           IF WS-DIA-HALLADO GREATER THAN ZEROS
              GO TO 2300-FIN
           END-IF
           IF WS-CANTIDAD-DIAS NOT LESS THAN 200
              GO TO 2300-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-DIAS
           MOVE WS-CANTIDAD-DIAS TO WS-DIA-HALLADO
           MOVE RGAS-FECHA-GASTO TO WS-GDI-FECHA (WS-DIA-HALLADO)
           MOVE RGAS-TIPO-GASTO  TO WS-GDI-TIPO (WS-DIA-HALLADO)
           MOVE ZEROS            TO WS-GDI-ACUMULADO (WS-DIA-HALLADO).
       2300-FIN.  EXIT.

       2310-COMPARA-DIA.
           IF WS-GDI-FECHA (WS-IDX-GDI) EQUAL RGAS-FECHA-GASTO
              AND WS-GDI-TIPO (WS-IDX-GDI) EQUAL RGAS-TIPO-GASTO
              MOVE WS-IDX-GDI TO WS-DIA-HALLADO
           END-IF.
       2310-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA APROBADA SE LIQUIDA SI EL LEGAJO ESTA ACTIVO, EL TIPO
      * TIENE TOPE Y LO GASTADO ESE DIA EN ESE TIPO (CON ESTA
      * RENDICION) NO LO SUPERA. SI LA TABLA DE DIAS SE LLENA, LA
      * RENDICION QUEDA APROBADA PARA LA PROXIMA CORRIDA.
      * -----------------------------------------------------------
       2400-LIQUIDA-APROBADA.
           IF NOT LEGAJO-VALIDO
              MOVE 'LB' TO RGAS-MOTIVO-RECHAZO
              PERFORM 2500-RECHAZA-RENDICION
              GO TO 2400-FIN
           END-IF

           MOVE ZEROS TO WS-TOPE-HALLADO
           PERFORM 2410-COMPARA-TOPE
                   VARYING WS-IDX-TOP FROM 1 BY 1
                   UNTIL WS-IDX-TOP > WS-CANTIDAD-TOPES
                   OR WS-TOPE-HALLADO GREATER THAN ZEROS
           IF WS-TOPE-HALLADO EQUAL ZEROS
              MOVE 'TG' TO RGAS-MOTIVO-RECHAZO
              PERFORM 2500-RECHAZA-RENDICION
              GO TO 2400-FIN
           END-IF

           PERFORM 2300-BUSCA-DIA
           IF WS-DIA-HALLADO EQUAL ZEROS
              DISPLAY 'TABLA DE GASTOS DIARIOS LLENA: QUEDA APROBADA '
                      'LA RENDICION ' RGAS-LLAVE
              GO TO 2400-FIN
           END-IF
           COMPUTE WS-ACUMULADO-NUEVO =
                   WS-GDI-ACUMULADO (WS-DIA-HALLADO) + RGAS-IMPORTE
           IF WS-ACUMULADO-NUEVO GREATER THAN
                 WS-TOP-IMPORTE (WS-TOPE-HALLADO)
              MOVE 'TD' TO RGAS-MOTIVO-RECHAZO
              PERFORM 2500-RECHAZA-RENDICION
              GO TO 2400-FIN
           END-IF

           MOVE 'L'                TO RGAS-ESTADO
           MOVE SPACES             TO RGAS-MOTIVO-RECHAZO
           MOVE WS-PERIODO-PROCESO TO RGAS-PERIODO
           REWRITE REG-RENDICION
           IF WS-CODIGO-RGAS NOT EQUAL ZEROS
              DISPLAY 'ERROR AL REGRABAR RENDICION ' RGAS-LLAVE
                      ' - STATUS: ' WS-CODIGO-RGAS
              GO TO 2400-FIN
           END-IF

           MOVE WS-ACUMULADO-NUEVO TO WS-GDI-ACUMULADO (WS-DIA-HALLADO)
           ADD RGAS-IMPORTE TO WS-REINTEGRO-ACTUAL
           ADD RGAS-IMPORTE TO WS-TOTAL-LIQUIDADO
           ADD 1 TO WS-CONTADOR-LIQUIDADAS

           MOVE 999 TO WS-DEPTO-GL
           IF WS-DEPTO-LEGAJO GREATER THAN ZEROS
              MOVE WS-DEPTO-LEGAJO TO WS-DEPTO-GL
           END-IF
           ADD RGAS-IMPORTE TO WS-GLV-IMPORTE (WS-DEPTO-GL).
       2400-FIN.  EXIT.

       2410-COMPARA-TOPE.
           IF WS-TOP-TIPO (WS-IDX-TOP) EQUAL RGAS-TIPO-GASTO
              MOVE WS-IDX-TOP TO WS-TOPE-HALLADO
           END-IF.
       2410-FIN.  EXIT.

       2500-RECHAZA-RENDICION.
           MOVE 'R' TO RGAS-ESTADO
           ADD 1 TO WS-CONTADOR-RECHAZADAS
           PERFORM 2600-INFORMA-RECHAZO.
       2500-FIN.  EXIT.

      *    LA RECHAZADA QUEDA CON EL PERIODO EN QUE SE INFORMO, PARA
      *    NO VOLVER A LISTARLA EN LOS MESES SIGUIENTES.
       2600-INFORMA-RECHAZO.
           MOVE WS-PERIODO-PROCESO TO RGAS-PERIODO
           REWRITE REG-RENDICION
           IF WS-CODIGO-RGAS NOT EQUAL ZEROS
              DISPLAY 'ERROR AL REGRABAR RENDICION ' RGAS-LLAVE
                      ' - STATUS: ' WS-CODIGO-RGAS
           END-IF

           MOVE WS-GERENTE-LEGAJO   TO RCH-GERENTE
           MOVE RGAS-LEGAJO         TO RCH-LEGAJO
           MOVE RGAS-NUMERO         TO RCH-NUMERO
           MOVE WS-APELLIDO-LEGAJO  TO RCH-APELLIDO
           MOVE WS-DEPTO-LEGAJO     TO RCH-DEPARTAMENTO
           MOVE RGAS-FECHA-GASTO    TO RCH-FECHA-GASTO
           MOVE RGAS-TIPO-GASTO     TO RCH-TIPO-GASTO
           MOVE RGAS-IMPORTE        TO RCH-IMPORTE
           MOVE RGAS-COMPROBANTE    TO RCH-COMPROBANTE
           MOVE RGAS-MOTIVO-RECHAZO TO RCH-MOTIVO
           RELEASE REG-RECHAZO-ORDENADO
           ADD 1 TO WS-CONTADOR-INFORMADAS.
       2600-FIN.  EXIT.

       2900-CIERRA-LEGAJO.
           IF WS-REINTEGRO-ACTUAL EQUAL ZEROS
              GO TO 2900-FIN
           END-IF
           IF WS-CANTIDAD-REINTEGROS NOT LESS THAN 2000
              DISPLAY 'TABLA DE REINTEGROS LLENA: NO SE GRABA EL '
                      'CONCEPTO DEL LEGAJO ' WS-LEGAJO-ACTUAL
              MOVE 8 TO RETURN-CODE
              GO TO 2900-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-REINTEGROS
           MOVE WS-LEGAJO-ACTUAL
             TO WS-REI-LEGAJO (WS-CANTIDAD-REINTEGROS)
           MOVE WS-REINTEGRO-ACTUAL
             TO WS-REI-IMPORTE (WS-CANTIDAD-REINTEGROS).
       2900-FIN.  EXIT.

      * -----------------------------------------------------------
      * UNA HOJA POR GERENTE CON LAS RENDICIONES RECHAZADAS DE LOS
      * EMPLEADOS DE SU DEPARTAMENTO; LAS DE DEPARTAMENTOS SIN
      * GERENTE SALEN JUNTAS AL PRINCIPIO (GERENTE 00000).
      * -----------------------------------------------------------
       5000-INFORMA-RECHAZOS.
           MOVE SPACES TO SW-FIN-SORT
           PERFORM 5010-DEVUELVE-RECHAZO
           PERFORM 5100-LISTA-RECHAZO UNTIL HAY-FIN-DE-SORT
           IF NOT ES-PRIMER-GERENTE
              PERFORM 5300-CIERRA-GERENTE
           END-IF.
       5000-FIN.  EXIT.

       5010-DEVUELVE-RECHAZO.
           RETURN ARCH-RECHAZOS
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       5010-FIN.  EXIT.

       5100-LISTA-RECHAZO.
           EVALUATE TRUE
              WHEN ES-PRIMER-GERENTE
                 PERFORM 5200-ABRE-GERENTE
              WHEN RCH-GERENTE NOT EQUAL WS-GERENTE-ACTUAL
                 PERFORM 5300-CIERRA-GERENTE
                 PERFORM 5200-ABRE-GERENTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE RCH-LEGAJO      TO DET-LEGAJO
           MOVE RCH-APELLIDO    TO DET-APELLIDO
           MOVE RCH-NUMERO      TO DET-NUMERO
           MOVE RCH-FECHA-GASTO TO DET-FECHA-GASTO
           MOVE RCH-TIPO-GASTO  TO DET-TIPO-GASTO
           MOVE RCH-IMPORTE     TO DET-IMPORTE
           MOVE RCH-COMPROBANTE TO DET-COMPROBANTE
           EVALUATE RCH-MOTIVO
              WHEN 'FI'
                 MOVE 'RECHAZADA POR FINANZAS' TO DET-MOTIVO
              WHEN 'TD'
                 MOVE 'EXCEDE EL TOPE DIARIO DEL TIPO' TO DET-MOTIVO
              WHEN 'CD'
                 MOVE 'COMPROBANTE YA RENDIDO' TO DET-MOTIVO
              WHEN 'TG'
                 MOVE 'TIPO DE GASTO SIN TOPE' TO DET-MOTIVO
              WHEN 'LB'
                 MOVE 'LEGAJO INEXISTENTE O DE BAJA' TO DET-MOTIVO
              WHEN OTHER
                 MOVE RCH-MOTIVO TO DET-MOTIVO
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-DETALLE-RECHAZO
                 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-DETALLE-MOTIVO
                 AFTER ADVANCING 1 LINE
           ADD RCH-IMPORTE TO WS-TOTAL-GERENTE

           PERFORM 5010-DEVUELVE-RECHAZO.
       5100-FIN.  EXIT.

       5200-ABRE-GERENTE.
           MOVE 'N' TO SW-PRIMER-GERENTE
           MOVE RCH-GERENTE TO WS-GERENTE-ACTUAL GER-LEGAJO
           MOVE ZEROS TO WS-TOTAL-GERENTE
           MOVE SPACES TO GER-APELLIDO GER-NOMBRE GER-OBSERVACION

           IF RCH-GERENTE EQUAL ZEROS
              MOVE '*** DEPARTAMENTO SIN GERENTE' TO GER-OBSERVACION
           ELSE
              MOVE RCH-GERENTE TO WS-LLAVE-EMP
              MOVE 'LE' TO WS-FUNCION-EMP
              CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                   USING WS-FUNCION-EMP WS-LLAVE-EMP
                         WS-LLAVE-HASTA-EMP
                         WS-REG-EMPLEADOS WS-CODIGO-EMP
              IF WS-CODIGO-EMP EQUAL ZEROS
                 MOVE WS-EMP-APELLIDO TO GER-APELLIDO
                 MOVE WS-EMP-NOMBRE   TO GER-NOMBRE
              ELSE
                 MOVE '*** GERENTE INEXISTENTE' TO GER-OBSERVACION
              END-IF
           END-IF

           WRITE REG-REPORTE FROM WS-TITULO-RECHAZOS
                 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-LINEA-GERENTE
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES.
       5200-FIN.  EXIT.

       5300-CIERRA-GERENTE.
           MOVE WS-TOTAL-GERENTE TO TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL-GERENTE
                 AFTER ADVANCING 2 LINES.
       5300-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONCEPTOS-NOMINA SE REARMA ORDENADO POR LEGAJO, COMO LO LEE
      * PROCESO-NOMINA: LOS CONCEPTOS QUE YA TENIA (SALVO LOS 'RGA'
      * DE UNA LIQUIDACION ANTERIOR) MAS UNO 'RGA' NO REMUNERATIVO
      * POR LEGAJO CON LO LIQUIDADO EN EL PERIODO.
      * -----------------------------------------------------------
       6000-JUNTA-CONCEPTOS.
           OPEN INPUT CONCEPTOS-NOMINA
           IF WS-CODIGO-CONC EQUAL ZEROS
              PERFORM 6010-PASA-CONCEPTO UNTIL FIN-DE-CONC
              CLOSE CONCEPTOS-NOMINA
           END-IF

           PERFORM 6020-LIBERA-REINTEGRO
                   VARYING WS-IDX-REI FROM 1 BY 1
                   UNTIL WS-IDX-REI > WS-CANTIDAD-REINTEGROS.
       6000-FIN.  EXIT.

       6010-PASA-CONCEPTO.
           READ CONCEPTOS-NOMINA
              AT END MOVE 'S' TO SW-FIN-CONC
           END-READ
           IF FIN-DE-CONC
              GO TO 6010-FIN
           END-IF

           IF CONC-CODIGO EQUAL 'RGA'
              ADD 1 TO WS-CONTADOR-REEMPLAZADOS
           ELSE
              RELEASE REG-CONCEPTO-ORDENADO FROM REG-CONCEPTO-NOM
           END-IF.
       6010-FIN.  EXIT.

       6020-LIBERA-REINTEGRO.
           MOVE SPACES TO REG-CONCEPTO-NOM
           MOVE WS-REI-LEGAJO (WS-IDX-REI)  TO CONC-LEGAJO
           MOVE 'RGA'                       TO CONC-CODIGO
           MOVE WS-DESCRIPCION-CONCEPTO     TO CONC-DESCRIPCION
           MOVE '+'                         TO CONC-SIGNO
           MOVE WS-REI-IMPORTE (WS-IDX-REI) TO CONC-IMPORTE
           MOVE 'N'                         TO CONC-REMUNERATIVO
           RELEASE REG-CONCEPTO-ORDENADO FROM REG-CONCEPTO-NOM.
       6020-FIN.  EXIT.

       6500-GRABA-CONCEPTOS.
           OPEN OUTPUT CONCEPTOS-NOMINA
           MOVE SPACES TO SW-FIN-SORT
           PERFORM 6510-DEVUELVE-CONCEPTO
           PERFORM 6520-GRABA-UN-CONCEPTO UNTIL HAY-FIN-DE-SORT
           CLOSE CONCEPTOS-NOMINA.
       6500-FIN.  EXIT.

       6510-DEVUELVE-CONCEPTO.
           RETURN ARCH-CONCEPTOS
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       6510-FIN.  EXIT.

       6520-GRABA-UN-CONCEPTO.
           WRITE REG-CONCEPTO-NOM FROM REG-CONCEPTO-ORDENADO
           PERFORM 6510-DEVUELVE-CONCEPTO.
       6520-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO BALANCEADO DE LO LIQUIDADO EN ESTA CORRIDA: DEBE A
      * LA CUENTA DE VIATICOS DE CADA DEPARTAMENTO, HABER A LA
      * CUENTA PUENTE REINTPAG. UNA CORRIDA REPETIDA NO VUELVE A
      * POSTEAR LO QUE YA ESTABA LIQUIDADO.
      * -----------------------------------------------------------
       7000-GRABA-ASIENTO-GL.
           IF WS-TOTAL-LIQUIDADO EQUAL ZEROS
              GO TO 7000-FIN
           END-IF

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              MOVE 8 TO RETURN-CODE
              GO TO 7000-FIN
           END-IF

           MOVE WS-NOMBRE-PROGRAMA TO GL-PROGRAMA
           MOVE WS-FECHA-HOY       TO GL-FECHA
           MOVE 'ARS'              TO GL-MONEDA
           MOVE ZEROS              TO GL-IMPORTE-ORIGEN

           MOVE ZEROS TO WS-IDX-GLV
           PERFORM 7100-POSTEA-VIATICOS-DEPTO 999 TIMES

           MOVE 'REINTPAG'         TO GL-CUENTA
           MOVE 'H'                TO GL-TIPO
           MOVE WS-TOTAL-LIQUIDADO TO GL-IMPORTE
           WRITE REG-ASIENTO-GL

           CLOSE GL-INTERFAZ.
       7000-FIN.  EXIT.

       7100-POSTEA-VIATICOS-DEPTO.
           ADD 1 TO WS-IDX-GLV
           IF WS-GLV-IMPORTE (WS-IDX-GLV) EQUAL ZEROS
              GO TO 7100-FIN
           END-IF
           IF WS-MAP-CUENTA-VIATICOS (WS-IDX-GLV) NOT EQUAL SPACES
              MOVE WS-MAP-CUENTA-VIATICOS (WS-IDX-GLV) TO GL-CUENTA
           ELSE
              MOVE 'GTOVIATI' TO GL-CUENTA
           END-IF
           MOVE 'D' TO GL-TIPO
           MOVE WS-GLV-IMPORTE (WS-IDX-GLV) TO GL-IMPORTE
           WRITE REG-ASIENTO-GL.
       7100-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-LIQUIDADAS TO RES-LIQUIDADAS
           MOVE WS-TOTAL-LIQUIDADO     TO RES-IMPORTE
           MOVE WS-CANTIDAD-REINTEGROS TO RES-LEGAJOS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           MOVE WS-CONTADOR-DUPLICADAS TO RES-DUPLICADAS
           MOVE WS-CONTADOR-INFORMADAS TO RES-INFORMADAS
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-1
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-2
                 AFTER ADVANCING 1 LINE

           IF WS-CONTADOR-REEMPLAZADOS GREATER THAN ZEROS
              DISPLAY 'CONCEPTOS RGA ANTERIORES REEMPLAZADOS: '
                      WS-CONTADOR-REEMPLAZADOS
           END-IF
           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
              OR WS-CONTADOR-DUPLICADAS GREATER THAN ZEROS
              IF RETURN-CODE LESS THAN 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           MOVE 'CI' TO WS-FUNCION-DEPTO
           CALL 'DEPARTAMENTO-INDEXADOS-I-O'
                USING WS-FUNCION-DEPTO WS-LLAVE-DEPTO
                      WS-LLAVE-HASTA-DEPTO
                      WS-USUARIO-DEPTO WS-REG-DEPARTAMENTO-AUX
                      WS-CODIGO-DEPTO

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-LIQUIDADAS TO WS-STAT-LIQUIDADAS
           COMPUTE WS-STAT-RECHAZADAS =
                   WS-CONTADOR-RECHAZADAS + WS-CONTADOR-DUPLICADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-LIQUIDADAS WS-STAT-RECHAZADAS

           CLOSE RENDICIONES-GASTOS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
