       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     RINDE-RETENCIONES-PROV.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA PRESENTACION QUEDA ANOTADA EN EL
      *                    REGISTRO DE INTERFACES (REGISTRO-INTERFACES,
      *                    CPREGIF1) COMO RETPROV CON LA CANTIDAD Y EL
      *                    TOTAL DEL TRAILER.
      *   15/10/2026  AMF  VERSION ORIGINAL. RENDICION MENSUAL AL
      *                    FISCO DE LAS RETENCIONES PRACTICADAS A
      *                    PROVEEDORES, MISMO ESQUEMA QUE
      *                    RINDE-RETENCIONES: ORDENA POR IMPUESTO,
      *                    PROVEEDOR Y CERTIFICADO LAS RETENCIONES NO
      *                    REMITIDAS DE RETENCIONES-PROVEEDORES
      *                    (CPRETPRV) CON PAGO HASTA EL ULTIMO DIA DEL
      *                    MES CERRADO, GENERA EL ARCHIVO DE
      *                    PRESENTACION (UN DETALLE POR CERTIFICADO E
      *                    IMPUESTO CON CUIT, BASE Y RETENIDO, ENTRE
      *                    HEADER Y TRAILER) Y EL REPORTE DE RENDICION
      *                    CON SUBTOTAL POR IMPUESTO PARA EL DEPOSITO.
      *                    LA RETENCION DE UN MES ANTERIOR AL CERRADO
      *                    SALE MARCADA FUERA DE PERIODO. LAS DEL MES
      *                    EN CURSO Y LAS YA REMITIDAS PASAN SIN
      *                    CAMBIOS AL ARCHIVO ACTUALIZADO, QUE
      *                    REEMPLAZA AL DE ENTRADA EN EL JCL.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT RETENCIONES-PROVEEDORES ASSIGN TO UT-S-RETENPRV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RETP.

           SELECT RETENCIONES-ACTUALIZADAS ASSIGN TO UT-S-RETPRVAC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RACT.

           SELECT PRESENTACION-FISCO ASSIGN TO UT-S-PRESRETP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PRES.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       SD  ARCH-ORDENADO
           DATA RECORD IS REG-RETP-ORDENADA.
           COPY CPRETPRV REPLACING
                REG-RETENCION-PROVEEDOR BY REG-RETP-ORDENADA
                RETP-CERTIFICADO BY ORD-CERTIFICADO
                RETP-PROVEEDOR BY ORD-PROVEEDOR
                RETP-CUIT BY ORD-CUIT
                RETP-IMPUESTO BY ORD-IMPUESTO
                RETP-GANANCIAS BY ORD-GANANCIAS
                RETP-INGRESOS-BRUTOS BY ORD-INGRESOS-BRUTOS
                RETP-CONDICION BY ORD-CONDICION
                RETP-FECHA-PAGO BY ORD-FECHA-PAGO
                RETP-REFERENCIA-PAGO BY ORD-REFERENCIA-PAGO
                RETP-IMPORTE-PAGO BY ORD-IMPORTE-PAGO
                RETP-BASE-IMPONIBLE BY ORD-BASE-IMPONIBLE
                RETP-PORCENTAJE BY ORD-PORCENTAJE
                RETP-IMPORTE BY ORD-IMPORTE
                RETP-REMITIDA BY ORD-REMITIDA
                RETP-YA-REMITIDA BY ORD-YA-REMITIDA
                RETP-FECHA-REMESA BY ORD-FECHA-REMESA.

       FD  RETENCIONES-PROVEEDORES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-RETENCION-PROVEEDOR.
           COPY CPRETPRV.

       FD  RETENCIONES-ACTUALIZADAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-RETENCION-ACT.
       01  REG-RETENCION-ACT            PIC X(100).

       FD  PRESENTACION-FISCO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PRESENTACION.
       01  REG-PRESENTACION             PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRES-HEADER.
           05 FILLER                    PIC X(01) VALUE 'H'.
           05 HDR-FECHA                 PIC 9(08).
           05 HDR-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(08) VALUE 'RETPROV '.
           05 FILLER                    PIC X(57) VALUE SPACES.

       01  WS-PRES-DETALLE.
           05 FILLER                    PIC X(01) VALUE 'D'.
           05 PRE-IMPUESTO              PIC X(03).
           05 PRE-CUIT                  PIC X(11).
           05 PRE-CERTIFICADO           PIC 9(08).
           05 PRE-FECHA-PAGO            PIC 9(08).
           05 PRE-BASE                  PIC 9(11)V99.
           05 PRE-PORCENTAJE            PIC 9(02)V99.
           05 PRE-IMPORTE               PIC 9(11)V99.
           05 FILLER                    PIC X(19) VALUE SPACES.

       01  WS-PRES-TRAILER.
           05 FILLER                    PIC X(01) VALUE 'T'.
           05 TRL-CANTIDAD              PIC 9(07).
           05 TRL-TOTAL                 PIC 9(13)V99.
           05 FILLER                    PIC X(57) VALUE SPACES.

       01  WS-TITULO-1.
           05 FILLER                    PIC X(18) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'RENDICION RETENCIONES A PROVEEDORES'.
           05 FILLER                    PIC X(09) VALUE 'PERIODO '.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(07) VALUE SPACES.

       01  WS-LINEA-IMPUESTO.
           05 FILLER                    PIC X(10)
              VALUE 'IMPUESTO '.
           05 IMP-CODIGO                PIC X(03).
           05 FILLER                    PIC X(67) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(07) VALUE 'PROV'.
           05 FILLER                    PIC X(13) VALUE 'CUIT'.
           05 FILLER                    PIC X(10) VALUE 'CERTIF'.
           05 FILLER                    PIC X(10) VALUE 'FECHA'.
           05 FILLER                    PIC X(13) VALUE 'RETENIDO'.
           05 FILLER                    PIC X(27) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-PROVEEDOR             PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CUIT                  PIC X(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CERTIFICADO           PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MARCA                 PIC X(18).

       01  WS-LINEA-SUBTOTAL.
           05 FILLER                    PIC X(28)
              VALUE '   TOTAL A DEPOSITAR'.
           05 SUB-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(30)
              VALUE '   FIRMA: ______________'.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(12)
              VALUE 'REMITIDAS:'.
           05 RES-REMITIDAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(20)
              VALUE '  FUERA DE PERIODO:'.
           05 RES-FUERA-PERIODO         PIC ZZ,ZZ9.
           05 FILLER                    PIC X(11)
              VALUE '  IMPORTE:'.
           05 RES-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-RETP               PIC X(02).
       01  WS-CODIGO-RACT               PIC X(02).
       01  WS-CODIGO-PRES               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-RETP                  PIC X(01) VALUE 'N'.
           88 FIN-DE-RETP                          VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMER-IMPUESTO           PIC X(01) VALUE 'S'.
           88 ES-PRIMER-IMPUESTO                   VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-FECHA-HOY-PARTES REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY           PIC 9(06).
           05 WS-DIA-HOY                PIC 9(02).
       01  WS-FECHA-PRIMERO-MES         PIC 9(08).
       01  WS-FECHA-CORTE               PIC 9(08).
       01  WS-FECHA-CORTE-PARTES REDEFINES WS-FECHA-CORTE.
           05 WS-ANIO-MES-CORTE         PIC 9(06).
           05 WS-DIA-CORTE              PIC 9(02).
       01  WS-FECHA-INICIO-PERIODO      PIC 9(08).
       01  WS-MENOS-UN-DIA              PIC S9(05) VALUE -1.

       01  WS-IMPUESTO-ANTERIOR         PIC X(03) VALUE SPACES.
       01  WS-SUBTOTAL-IMPUESTO         PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-CONTADOR-LEIDAS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-REMITIDAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-FUERA-PERIODO    PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-REMITIDO            PIC 9(13)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'RINDE-RETEN-PROV'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-REMITIDAS            PIC 9(07).
       01  WS-STAT-FUERA-PERIODO        PIC 9(07).

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CALCULA-PERIODO

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           OPEN OUTPUT PRESENTACION-FISCO
           MOVE WS-FECHA-HOY      TO HDR-FECHA
           MOVE WS-ANIO-MES-CORTE TO HDR-PERIODO
           WRITE REG-PRESENTACION FROM WS-PRES-HEADER

           OPEN OUTPUT RETENCIONES-ACTUALIZADAS

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-IMPUESTO ORD-PROVEEDOR
                               ORD-CERTIFICADO
                INPUT PROCEDURE IS 1000-SELECCIONA-RETENCIONES
                OUTPUT PROCEDURE IS 2000-RINDE-POR-IMPUESTO

           IF NOT ES-PRIMER-IMPUESTO
              PERFORM 2200-CIERRA-IMPUESTO
           END-IF

           MOVE WS-CONTADOR-REMITIDAS TO TRL-CANTIDAD
           MOVE WS-TOTAL-REMITIDO     TO TRL-TOTAL
           WRITE REG-PRESENTACION FROM WS-PRES-TRAILER

           MOVE WS-CONTADOR-REMITIDAS     TO RES-REMITIDAS
           MOVE WS-CONTADOR-FUERA-PERIODO TO RES-FUERA-PERIODO
           MOVE WS-TOTAL-REMITIDO         TO RES-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-LEIDAS        TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-REMITIDAS     TO WS-STAT-REMITIDAS
           MOVE WS-CONTADOR-FUERA-PERIODO TO WS-STAT-FUERA-PERIODO
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-REMITIDAS WS-STAT-FUERA-PERIODO

           CLOSE PRESENTACION-FISCO RETENCIONES-ACTUALIZADAS REPORTE
           PERFORM 9200-REGISTRA-INTERFAZ
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * SE RINDE EL MES CERRADO: CORTE = DIA ANTERIOR AL PRIMERO
      * DEL MES DE LA CORRIDA.
      * -----------------------------------------------------------
       0100-CALCULA-PERIODO.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           COMPUTE WS-FECHA-PRIMERO-MES = WS-ANIO-MES-HOY * 100 + 1
           CALL 'SUMA-DIAS-FECHA'
                USING WS-FECHA-PRIMERO-MES WS-MENOS-UN-DIA
                      WS-FECHA-CORTE

           MOVE WS-ANIO-MES-CORTE TO TIT-PERIODO
           COMPUTE WS-FECHA-INICIO-PERIODO =
                   WS-ANIO-MES-CORTE * 100 + 1.
       0100-FIN.  EXIT.

      * -----------------------------------------------------------
      * LAS YA REMITIDAS Y LAS DEL MES EN CURSO PASAN DERECHO AL
      * ARCHIVO ACTUALIZADO; LAS PENDIENTES HASTA EL CORTE ENTRAN
      * AL SORT PARA AGRUPARSE POR IMPUESTO.
      * -----------------------------------------------------------
       1000-SELECCIONA-RETENCIONES.
           OPEN INPUT RETENCIONES-PROVEEDORES
           IF WS-CODIGO-RETP NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR RETENCIONES-PROV - STATUS: '
                      WS-CODIGO-RETP
              MOVE 'S' TO SW-FIN-RETP
              GO TO 1000-FIN
           END-IF

           PERFORM 1010-LEE-RETENCION
           PERFORM 1020-FILTRA-RETENCION UNTIL FIN-DE-RETP
           CLOSE RETENCIONES-PROVEEDORES.
       1000-FIN.  EXIT.

       1010-LEE-RETENCION.
           READ RETENCIONES-PROVEEDORES
              AT END MOVE 'S' TO SW-FIN-RETP
           END-READ
           IF NOT FIN-DE-RETP
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       1020-FILTRA-RETENCION.
           IF RETP-YA-REMITIDA
              OR RETP-FECHA-PAGO GREATER THAN WS-FECHA-CORTE
              WRITE REG-RETENCION-ACT FROM REG-RETENCION-PROVEEDOR
           ELSE
              RELEASE REG-RETP-ORDENADA FROM REG-RETENCION-PROVEEDOR
           END-IF
           PERFORM 1010-LEE-RETENCION.
       1020-FIN.  EXIT.

       2000-RINDE-POR-IMPUESTO.
           PERFORM 2010-RETORNA-RETENCION
           PERFORM 2100-PROCESA-RETENCION UNTIL HAY-FIN-DE-SORT.
       2000-FIN.  EXIT.

       2010-RETORNA-RETENCION.
           RETURN ARCH-ORDENADO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       2010-FIN.  EXIT.

       2100-PROCESA-RETENCION.
           IF ORD-IMPUESTO NOT EQUAL WS-IMPUESTO-ANTERIOR
              IF NOT ES-PRIMER-IMPUESTO
                 PERFORM 2200-CIERRA-IMPUESTO
              END-IF
              PERFORM 2300-ABRE-IMPUESTO
           END-IF

           ADD 1 TO WS-CONTADOR-REMITIDAS
           ADD ORD-IMPORTE TO WS-SUBTOTAL-IMPUESTO
           ADD ORD-IMPORTE TO WS-TOTAL-REMITIDO

      *    LA RETENCION DE UN MES ANTERIOR AL RENDIDO SALE MARCADA:
      *    DEBIO DEPOSITARSE EN SU PROPIO PERIODO.
           IF ORD-FECHA-PAGO LESS THAN WS-FECHA-INICIO-PERIODO
              ADD 1 TO WS-CONTADOR-FUERA-PERIODO
              MOVE '*FUERA DE PERIODO*' TO DET-MARCA
           ELSE
              MOVE SPACES TO DET-MARCA
           END-IF

           MOVE ORD-PROVEEDOR       TO DET-PROVEEDOR
           MOVE ORD-CUIT            TO DET-CUIT
           MOVE ORD-CERTIFICADO     TO DET-CERTIFICADO
           MOVE ORD-FECHA-PAGO      TO DET-FECHA
           MOVE ORD-IMPORTE         TO DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           MOVE ORD-IMPUESTO        TO PRE-IMPUESTO
           MOVE ORD-CUIT            TO PRE-CUIT
           MOVE ORD-CERTIFICADO     TO PRE-CERTIFICADO
           MOVE ORD-FECHA-PAGO      TO PRE-FECHA-PAGO
           MOVE ORD-BASE-IMPONIBLE  TO PRE-BASE
           MOVE ORD-PORCENTAJE      TO PRE-PORCENTAJE
           MOVE ORD-IMPORTE         TO PRE-IMPORTE
           WRITE REG-PRESENTACION FROM WS-PRES-DETALLE

      *    LA RETENCION SALE REMESADA AL ARCHIVO ACTUALIZADO.
           MOVE 'S'          TO ORD-REMITIDA
           MOVE WS-FECHA-HOY TO ORD-FECHA-REMESA
           WRITE REG-RETENCION-ACT FROM REG-RETP-ORDENADA

           PERFORM 2010-RETORNA-RETENCION.
       2100-FIN.  EXIT.

       2200-CIERRA-IMPUESTO.
           MOVE WS-SUBTOTAL-IMPUESTO TO SUB-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-SUBTOTAL
                 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-SUBTOTAL-IMPUESTO.
       2200-FIN.  EXIT.

       2300-ABRE-IMPUESTO.
           MOVE 'N' TO SW-PRIMER-IMPUESTO
           MOVE ORD-IMPUESTO TO WS-IMPUESTO-ANTERIOR IMP-CODIGO
           WRITE REG-REPORTE FROM WS-LINEA-IMPUESTO
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPORTE FROM WS-TITULO-2
                 AFTER ADVANCING 1 LINE.
       2300-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: LA PRESENTACION CERRADA, CON LA
      * CANTIDAD Y EL TOTAL DEL TRAILER.
      * -----------------------------------------------------------
       9200-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'RETPROV'              TO REGI-INTERFAZ
           MOVE 'PRESRETP'             TO REGI-ARCHIVO
           MOVE WS-ANIO-MES-CORTE      TO REGI-PERIODO
           MOVE WS-CONTADOR-REMITIDAS  TO REGI-CANTIDAD
           MOVE WS-TOTAL-REMITIDO      TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9200-FIN.  EXIT.
      * ---------------------------------------------------------------
