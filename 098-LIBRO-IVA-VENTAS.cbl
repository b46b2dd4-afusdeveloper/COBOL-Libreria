       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL LIBRO MUESTRA EL COMPROBANTE FISCAL DE
      *                    CADA LINEA (SUCURSAL, TIPO, PUNTO DE VENTA
      *                    Y NUMERO) EN LUGAR DEL ARTICULO;
      *                    IVA-VENTAS PASA A 84 BYTES.
      *   02/09/2026  AMF  NOTAS DE CREDITO EN EL LIBRO: LAS LINEAS
      *                    TIPO 'D' QUE DEJA DEVOLUCIONES-VENTAS EN
      *                    IVA-VENTAS (CPIVAVT1, AHORA 67 BYTES) SE
       FILE SECTION.
       FD  IVA-VENTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-IVA-VENTA.
           COPY CPIVAVT1.

           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(09) VALUE 'FECHA'.
           05 FILLER                    PIC X(21)
              VALUE 'SUC COMPROBANTE'.
           05 FILLER                    PIC X(09) VALUE 'CLIENTE'.
           05 FILLER                    PIC X(06) VALUE 'TASA'.
           05 FILLER                    PIC X(11) VALUE 'NETO'.
           05 FILLER                    PIC X(11) VALUE 'IVA'.
           05 FILLER                    PIC X(13) VALUE 'TOTAL'.

       01  WS-DETALLE.
           05 DET-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-SUCURSAL              PIC 9(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-TIPO-COMPROBANTE      PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PUNTO-VENTA           PIC 9(04).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 DET-NUMERO-COMPROBANTE    PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-CLIENTE               PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-TASA                  PIC Z9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-NETO                  PIC Z(06)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-IVA                   PIC Z(06)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-TOTAL                 PIC Z(06)9.99.
           05 DET-MARCA                 PIC X(03).

       01  WS-LINEA-TOTAL.
           END-IF

           MOVE IVAVTA-FECHA    TO DET-FECHA
           MOVE IVAVTA-SUCURSAL TO DET-SUCURSAL
           MOVE IVAVTA-TIPO-COMPROBANTE   TO DET-TIPO-COMPROBANTE
           MOVE IVAVTA-PUNTO-VENTA        TO DET-PUNTO-VENTA
           MOVE IVAVTA-NUMERO-COMPROBANTE TO DET-NUMERO-COMPROBANTE
           MOVE IVAVTA-CLIENTE  TO DET-CLIENTE
           MOVE IVAVTA-TASA     TO DET-TASA
           MOVE IVAVTA-NETO     TO DET-NETO
