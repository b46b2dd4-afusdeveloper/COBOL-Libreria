       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     REMESA-SINDICAL.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA REMESA QUEDA ANOTADA EN EL REGISTRO DE
      *                    INTERFACES (REGISTRO-INTERFACES, CPREGIF1)
      *                    COMO REMSINDIC CON LA CANTIDAD DE GREMIOS Y
      *                    EL TOTAL DEL TRAILER.
      *   15/10/2026  AMF  GRUPOS DE PAGO: LOS DESCUENTOS DE LOS
      *                    SUBPERIODOS QUINCENALES Y SEMANALES DEL MES
      *                    (PERIODO-NOMINA) ENTRAN EN LA REMESA DEL
      *                    MES JUNTO CON LOS DEL PERIODO MENSUAL.
      *   15/10/2026  AMF  VERSION ORIGINAL. REMESA MENSUAL A LOS
      *                    GREMIOS POSTERIOR A LA NOMINA: ORDENA LOS
      *                    DESCUENTOS GREMIALES DEL PERIODO DE
      *                    CUOTAS-SINDICALES (CPCUOSIN) POR GREMIO Y
      *                    LEGAJO (SORT CON INPUT/OUTPUT PROCEDURE),
      *                    GENERA EL ARCHIVO DE REMESAS (UN DETALLE
      *                    POR GREMIO CON LA CUENTA DEL CONVENIO,
      *                    CANTIDAD DE LEGAJOS, TOTAL DE CUOTAS Y
      *                    TOTAL DE CONTRIBUCIONES SOLIDARIAS, ENTRE
      *                    HEADER Y TRAILER) Y EL LISTADO NOMINAL DE
      *                    CADA GREMIO CON LEGAJO, NOMBRE, CATEGORIA,
      *                    BASE E IMPORTE. EL PERIODO SALE DE LAS
      *                    TARJETAS COMPARTIDAS (PARAMETROS-CORRIDA);
      *                    SIN TARJETAS ES EL MES DE LA FECHA DEL
      *                    SISTEMA, COMO EN PROCESO-NOMINA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT CUOTAS-SINDICALES ASSIGN TO UT-S-CUOTASIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CSIN.

           SELECT ARCHIVO-REMESAS ASSIGN TO UT-S-REMSIND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-REM.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       SD  ARCH-ORDENADO
           DATA RECORD IS REG-CUOTA-ORDENADA.
           COPY CPCUOSIN REPLACING
                REG-CUOTA-SINDICAL BY REG-CUOTA-ORDENADA
                CSIN-LEGAJO BY ORD-LEGAJO
                CSIN-PERIODO BY ORD-PERIODO
                CSIN-GREMIO BY ORD-GREMIO
                CSIN-CATEGORIA BY ORD-CATEGORIA
                CSIN-TIPO BY ORD-TIPO
                CSIN-ES-CUOTA BY ORD-ES-CUOTA
                CSIN-ES-SOLIDARIA BY ORD-ES-SOLIDARIA
                CSIN-BASE BY ORD-BASE
                CSIN-PORCENTAJE BY ORD-PORCENTAJE
                CSIN-IMPORTE BY ORD-IMPORTE.

       FD  CUOTAS-SINDICALES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS REG-CUOTA-SINDICAL.
           COPY CPCUOSIN.

       FD  ARCHIVO-REMESAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REMESA.
       01  REG-REMESA                   PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REMESA-HEADER.
           05 FILLER                    PIC X(01) VALUE 'H'.
           05 HDR-FECHA                 PIC 9(08).
           05 HDR-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(08) VALUE 'GREMIOS '.
           05 FILLER                    PIC X(57) VALUE SPACES.

       01  WS-REMESA-DETALLE.
           05 FILLER                    PIC X(01) VALUE 'D'.
           05 REM-GREMIO                PIC 9(03).
           05 REM-CUENTA                PIC X(22).
           05 REM-CANTIDAD              PIC 9(05).
           05 REM-CUOTAS                PIC 9(09)V99.
           05 REM-SOLIDARIOS            PIC 9(09)V99.
           05 REM-TOTAL                 PIC 9(09)V99.
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  WS-REMESA-TRAILER.
           05 FILLER                    PIC X(01) VALUE 'T'.
           05 TRL-CANTIDAD              PIC 9(07).
           05 TRL-TOTAL                 PIC 9(13)V99.
           05 FILLER                    PIC X(57) VALUE SPACES.

       01  WS-TITULO-1.
           05 FILLER                    PIC X(18) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'LISTADO NOMINAL DE APORTES GREMIALES'.
           05 FILLER                    PIC X(09) VALUE ' PERIODO '.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(11) VALUE SPACES.

       01  WS-LINEA-GREMIO.
           05 FILLER                    PIC X(08)
              VALUE 'GREMIO '.
           05 GRE-CODIGO                PIC 9(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 GRE-NOMBRE                PIC X(20).
           05 FILLER                    PIC X(10)
              VALUE '  CUENTA: '.
           05 GRE-CUENTA                PIC X(22).

       01  WS-DETALLE.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-APELLIDO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-NOMBRE                PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-CATEGORIA             PIC 9(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-TIPO                  PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-BASE                  PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PORCENTAJE            PIC Z9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZZ,ZZ9.99.

       01  WS-LINEA-SUBTOTAL.
           05 FILLER                    PIC X(12)
              VALUE '   CUOTAS:'.
           05 SUB-CUOTAS                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(14)
              VALUE '  SOLIDARIOS:'.
           05 SUB-SOLIDARIOS            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(09)
              VALUE '  TOTAL:'.
           05 SUB-TOTAL                 PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(10)
              VALUE 'GREMIOS:'.
           05 RES-GREMIOS               PIC ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '  LEGAJOS:'.
           05 RES-LEGAJOS               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(11)
              VALUE '  IMPORTE:'.
           05 RES-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-CSIN               PIC X(02).
       01  WS-CODIGO-REM                PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-CSIN                  PIC X(01) VALUE 'N'.
           88 FIN-DE-CSIN                          VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMER-GREMIO             PIC X(01) VALUE 'S'.
           88 ES-PRIMER-GREMIO                     VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-PERIODO-PROCESO           PIC 9(06).
       01  WS-FUNCION-PER               PIC X(02).
       01  WS-PERIODO-NOMINA.
           05 WS-PER-FRECUENCIA         PIC X(01).
           05 WS-PER-FECHA              PIC 9(08).
           05 WS-PER-PERIODO            PIC 9(06).
           05 WS-PER-ANIO-MES           PIC 9(06).
           05 WS-PER-SUBPERIODO         PIC 9(01).
           05 WS-PER-CANT-SUBPERIODOS   PIC 9(01).
           05 WS-PER-FECHA-DESDE        PIC 9(08).
           05 WS-PER-FECHA-HASTA        PIC 9(08).
           05 WS-PER-DIAS-MES           PIC 9(02).
           05 WS-PER-FECHA-PAGO         PIC 9(08).
       01  WS-CODIGO-PER                PIC X(02).
       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
           05 WS-PARM-DEPTO-HASTA       PIC 9(03).
           05 WS-PARM-LEGAJO-DESDE      PIC 9(05).
           05 WS-PARM-LEGAJO-HASTA      PIC 9(05).
           05 WS-PARM-PERIODO           PIC 9(06).
       01  WS-CODIGO-PARMC              PIC X(02).

       01  WS-USUARIO-REM               PIC X(08) VALUE 'REMSIND'.
       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-FUNCION-CNV               PIC X(02).
       01  WS-LLAVE-CNV.
           05 WS-LLAVE-CNV-GREMIO       PIC 9(03).
           05 WS-LLAVE-CNV-CATEGORIA    PIC 9(02).
       01  WS-REG-CONVENIO-AUX.
           05 WS-CONV-LLAVE-AUX         PIC 9(05).
           05 WS-CONV-GREMIO-NOM-AUX    PIC X(20).
           05 WS-CONV-DESC-CAT-AUX      PIC X(14).
           05 WS-CONV-MINIMO-AUX        PIC 9(07)V99.
           05 WS-CONV-BASE-AUX          PIC X(01).
           05 WS-CONV-PORC-CUOTA-AUX    PIC 9(02)V99.
           05 WS-CONV-PORC-SOLID-AUX    PIC 9(02)V99.
           05 WS-CONV-CUENTA-AUX        PIC X(22).
       01  WS-CODIGO-CNV                PIC X(02).

       01  WS-GREMIO-ANTERIOR           PIC 9(03) VALUE ZEROS.
       01  WS-CUENTA-GREMIO             PIC X(22) VALUE SPACES.
       01  WS-CANTIDAD-GREMIO           PIC 9(05) VALUE ZEROS.
       01  WS-CUOTAS-GREMIO             PIC 9(09)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-SOLIDARIOS-GREMIO         PIC 9(09)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-GREMIO              PIC 9(09)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-CONTADOR-LEIDAS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-SELECCIONADAS    PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-GREMIOS          PIC 9(03) VALUE ZEROS.
       01  WS-TOTAL-REMITIDO            PIC 9(13)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'REMESA-SINDICAL'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-SELECCIONADAS        PIC 9(07).
       01  WS-STAT-GREMIOS              PIC 9(07).

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
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

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           MOVE 'AB' TO WS-FUNCION-CNV
           CALL 'CONVENIOS-I-O'
                USING WS-FUNCION-CNV WS-LLAVE-CNV WS-USUARIO-REM
                      WS-REG-CONVENIO-AUX WS-CODIGO-CNV

           OPEN OUTPUT REPORTE
           MOVE WS-PERIODO-PROCESO TO TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           OPEN OUTPUT ARCHIVO-REMESAS
           MOVE WS-FECHA-HOY       TO HDR-FECHA
           MOVE WS-PERIODO-PROCESO TO HDR-PERIODO
           WRITE REG-REMESA FROM WS-REMESA-HEADER

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-GREMIO ORD-LEGAJO
                INPUT PROCEDURE IS 1000-SELECCIONA-CUOTAS
                OUTPUT PROCEDURE IS 2000-REMITE-POR-GREMIO

           IF NOT ES-PRIMER-GREMIO
              PERFORM 2200-CIERRA-GREMIO
           END-IF

           MOVE WS-CONTADOR-GREMIOS TO TRL-CANTIDAD
           MOVE WS-TOTAL-REMITIDO   TO TRL-TOTAL
           WRITE REG-REMESA FROM WS-REMESA-TRAILER

           MOVE WS-CONTADOR-GREMIOS       TO RES-GREMIOS
           MOVE WS-CONTADOR-SELECCIONADAS TO RES-LEGAJOS
           MOVE WS-TOTAL-REMITIDO         TO RES-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           MOVE 'CI' TO WS-FUNCION-CNV
           CALL 'CONVENIOS-I-O'
                USING WS-FUNCION-CNV WS-LLAVE-CNV WS-USUARIO-REM
                      WS-REG-CONVENIO-AUX WS-CODIGO-CNV

           MOVE WS-CONTADOR-LEIDAS        TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-SELECCIONADAS TO WS-STAT-SELECCIONADAS
           MOVE WS-CONTADOR-GREMIOS       TO WS-STAT-GREMIOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-SELECCIONADAS WS-STAT-GREMIOS

           CLOSE ARCHIVO-REMESAS REPORTE
           PERFORM 9200-REGISTRA-INTERFAZ
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * SOLO LOS DESCUENTOS DEL PERIODO (Y DE LOS SUBPERIODOS
      * QUINCENALES/SEMANALES DEL MISMO MES) ENTRAN AL SORT; LOS DE
      * OTROS PERIODOS YA SE REMITIERON EN SU MES.
      * -----------------------------------------------------------
       1000-SELECCIONA-CUOTAS.
           OPEN INPUT CUOTAS-SINDICALES
           IF WS-CODIGO-CSIN NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR CUOTAS SINDICALES - STATUS: '
                      WS-CODIGO-CSIN
              MOVE 'S' TO SW-FIN-CSIN
              GO TO 1000-FIN
           END-IF

           PERFORM 1010-LEE-CUOTA
           PERFORM 1020-FILTRA-CUOTA UNTIL FIN-DE-CSIN
           CLOSE CUOTAS-SINDICALES.
       1000-FIN.  EXIT.

       1010-LEE-CUOTA.
           READ CUOTAS-SINDICALES
              AT END MOVE 'S' TO SW-FIN-CSIN
           END-READ
           IF NOT FIN-DE-CSIN
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       1020-FILTRA-CUOTA.
           IF CSIN-PERIODO EQUAL WS-PERIODO-PROCESO
              RELEASE REG-CUOTA-ORDENADA FROM REG-CUOTA-SINDICAL
           ELSE
              MOVE 'DE'         TO WS-FUNCION-PER
              MOVE CSIN-PERIODO TO WS-PER-PERIODO
              CALL 'PERIODO-NOMINA'
                   USING WS-FUNCION-PER WS-PERIODO-NOMINA
                         WS-CODIGO-PER
              IF WS-CODIGO-PER EQUAL ZEROS
                 AND WS-PER-ANIO-MES EQUAL WS-PERIODO-PROCESO
                 RELEASE REG-CUOTA-ORDENADA FROM REG-CUOTA-SINDICAL
              END-IF
           END-IF
           PERFORM 1010-LEE-CUOTA.
       1020-FIN.  EXIT.

       2000-REMITE-POR-GREMIO.
           PERFORM 2010-RETORNA-CUOTA
           PERFORM 2100-PROCESA-CUOTA UNTIL HAY-FIN-DE-SORT.
       2000-FIN.  EXIT.

       2010-RETORNA-CUOTA.
           RETURN ARCH-ORDENADO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       2010-FIN.  EXIT.

       2100-PROCESA-CUOTA.
           IF ES-PRIMER-GREMIO
              OR ORD-GREMIO NOT EQUAL WS-GREMIO-ANTERIOR
              IF NOT ES-PRIMER-GREMIO
                 PERFORM 2200-CIERRA-GREMIO
              END-IF
              PERFORM 2300-ABRE-GREMIO
           END-IF

           ADD 1 TO WS-CONTADOR-SELECCIONADAS
           ADD 1 TO WS-CANTIDAD-GREMIO
           IF ORD-ES-CUOTA
              ADD ORD-IMPORTE TO WS-CUOTAS-GREMIO
           ELSE
              ADD ORD-IMPORTE TO WS-SOLIDARIOS-GREMIO
           END-IF
           ADD ORD-IMPORTE TO WS-TOTAL-GREMIO
           ADD ORD-IMPORTE TO WS-TOTAL-REMITIDO

           MOVE ORD-LEGAJO TO WS-LLAVE-EMP
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           IF WS-CODIGO-EMP EQUAL ZEROS
              MOVE WS-EMP-APELLIDO TO DET-APELLIDO
              MOVE WS-EMP-NOMBRE   TO DET-NOMBRE
           ELSE
              MOVE '*SIN LEGAJO*'  TO DET-APELLIDO
              MOVE SPACES          TO DET-NOMBRE
           END-IF

           MOVE ORD-LEGAJO      TO DET-LEGAJO
           MOVE ORD-CATEGORIA   TO DET-CATEGORIA
           MOVE ORD-TIPO        TO DET-TIPO
           MOVE ORD-BASE        TO DET-BASE
           MOVE ORD-PORCENTAJE  TO DET-PORCENTAJE
           MOVE ORD-IMPORTE     TO DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           PERFORM 2010-RETORNA-CUOTA.
       2100-FIN.  EXIT.

       2200-CIERRA-GREMIO.
           ADD 1 TO WS-CONTADOR-GREMIOS
           MOVE WS-GREMIO-ANTERIOR   TO REM-GREMIO
           MOVE WS-CUENTA-GREMIO     TO REM-CUENTA
           MOVE WS-CANTIDAD-GREMIO   TO REM-CANTIDAD
           MOVE WS-CUOTAS-GREMIO     TO REM-CUOTAS
           MOVE WS-SOLIDARIOS-GREMIO TO REM-SOLIDARIOS
           MOVE WS-TOTAL-GREMIO      TO REM-TOTAL
           WRITE REG-REMESA FROM WS-REMESA-DETALLE

           MOVE WS-CUOTAS-GREMIO     TO SUB-CUOTAS
           MOVE WS-SOLIDARIOS-GREMIO TO SUB-SOLIDARIOS
           MOVE WS-TOTAL-GREMIO      TO SUB-TOTAL
           WRITE REG-REPORTE FROM WS-LINEA-SUBTOTAL
                 AFTER ADVANCING 1 LINE

           MOVE ZEROS TO WS-CANTIDAD-GREMIO
           MOVE ZEROS TO WS-CUOTAS-GREMIO
           MOVE ZEROS TO WS-SOLIDARIOS-GREMIO
           MOVE ZEROS TO WS-TOTAL-GREMIO.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * NOMBRE Y CUENTA DEL GREMIO SALEN DEL CONVENIO DE LA
      * CATEGORIA DEL PRIMER LEGAJO: TODAS LAS CATEGORIAS DE UN
      * GREMIO COMPARTEN LA CUENTA DE REMESA.
      * -----------------------------------------------------------
       2300-ABRE-GREMIO.
           MOVE 'N' TO SW-PRIMER-GREMIO
           MOVE ORD-GREMIO TO WS-GREMIO-ANTERIOR GRE-CODIGO

           MOVE ORD-GREMIO    TO WS-LLAVE-CNV-GREMIO
           MOVE ORD-CATEGORIA TO WS-LLAVE-CNV-CATEGORIA
           MOVE 'LE' TO WS-FUNCION-CNV
           CALL 'CONVENIOS-I-O'
                USING WS-FUNCION-CNV WS-LLAVE-CNV WS-USUARIO-REM
                      WS-REG-CONVENIO-AUX WS-CODIGO-CNV
           IF WS-CODIGO-CNV EQUAL ZEROS
              MOVE WS-CONV-GREMIO-NOM-AUX TO GRE-NOMBRE
              MOVE WS-CONV-CUENTA-AUX     TO WS-CUENTA-GREMIO
           ELSE
              DISPLAY 'GREMIO SIN CONVENIO EN EL MAESTRO: '
                      ORD-GREMIO
              MOVE '*SIN CONVENIO*'       TO GRE-NOMBRE
              MOVE SPACES                 TO WS-CUENTA-GREMIO
           END-IF
           MOVE WS-CUENTA-GREMIO TO GRE-CUENTA

           WRITE REG-REPORTE FROM WS-LINEA-GREMIO
                 AFTER ADVANCING 2 LINES.
       2300-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: LA REMESA CERRADA, CON LA CANTIDAD
      * Y EL TOTAL DEL TRAILER.
      * -----------------------------------------------------------
       9200-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'REMSINDIC'            TO REGI-INTERFAZ
           MOVE 'REMSIND'              TO REGI-ARCHIVO
           MOVE WS-PERIODO-PROCESO     TO REGI-PERIODO
           MOVE WS-CONTADOR-GREMIOS    TO REGI-CANTIDAD
           MOVE WS-TOTAL-REMITIDO      TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9200-FIN.  EXIT.
      * ---------------------------------------------------------------
