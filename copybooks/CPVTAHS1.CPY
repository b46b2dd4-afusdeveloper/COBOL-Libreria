      *   ORIGINAL QUE SE REVIERTE, PARA QUE LAS DEVOLUCIONES
      *   ACUMULADAS DE UNA MISMA VENTA PUEDAN VALIDARSE CONTRA LO
      *   REALMENTE VENDIDO.
      *   15/10/2026: NUMERACION FISCAL: SE AGREGAN EL COMPROBANTE
      *   (SUCURSAL, PUNTO DE VENTA, TIPO FA/FB/CA/CB Y NUMERO,
      *   TOMADO DE NUMERACION-COMPROBANTES) Y SU FECHA DE EMISION,
      *   QUE EN LA NOTA DE CREDITO ES LA DEL DIA Y NO LA DE LA
      *   VENTA ORIGINAL; EL REGISTRO PASA DE 53 A 78.
      *   15/10/2026: SE AGREGA VTAHIST-VENDEDOR (LEGAJO DEL MAESTRO
      *   EMPLEADOS QUE HIZO LA VENTA; CERO = SIN VENDEDOR) PARA LA
      *   LIQUIDACION DE COMISIONES. LA NOTA DE CREDITO LLEVA EL
      *   VENDEDOR DE LA VENTA ORIGINAL; EL REGISTRO PASA DE 78 A 83.
      *   15/10/2026: SE AGREGA LA FORMA DE PAGO (E=EFECTIVO,
      *   T=TARJETA, C=CUENTA CORRIENTE) CON LA MARCA Y EL CODIGO DE
      *   AUTORIZACION DE LA TARJETA, PARA EL CIERRE DE CAJA DE CADA
      *   PUNTO DE VENTA. EN LA NOTA DE CREDITO ES LA FORMA EN QUE SE
      *   REEMBOLSO. EN BLANCO (HISTORIA ANTERIOR) SE LEE COMO C SI
      *   HAY CLIENTE Y COMO E SI NO; EL REGISTRO PASA DE 83 A 92.
      *   15/10/2026: FORMA DE PAGO P = CANJE DE PUNTOS DEL CLIENTE
      *   (EL DETALLE DEL CANJE QUEDA EN MOVIMIENTOS-PUNTOS).
      * ---------------------------------------------------------------
       01  REG-VENTA-HISTORIA.
           05 VTAHIST-LLAVE            PIC 9(05).
           05 VTAHIST-TIPO             PIC X(01).
              88 VTAHIST-ES-VENTA              VALUE 'V'.
              88 VTAHIST-ES-DEVOLUCION         VALUE 'D'.
           05 VTAHIST-COMPROBANTE.
              10 VTAHIST-SUCURSAL      PIC 9(03).
              10 VTAHIST-PUNTO-VENTA   PIC 9(04).
              10 VTAHIST-TIPO-COMPROBANTE PIC X(02).
                 88 VTAHIST-FACTURA-A          VALUE 'FA'.
              10 VTAHIST-NUMERO-COMPROBANTE PIC 9(08).
           05 VTAHIST-FECHA-EMISION    PIC 9(08).
           05 VTAHIST-VENDEDOR         PIC 9(05).
           05 VTAHIST-FORMA-PAGO       PIC X(01).
              88 VTAHIST-PAGO-EFECTIVO         VALUE 'E'.
              88 VTAHIST-PAGO-TARJETA          VALUE 'T'.
              88 VTAHIST-PAGO-CTA-CTE          VALUE 'C'.
              88 VTAHIST-PAGO-PUNTOS           VALUE 'P'.
           05 VTAHIST-MARCA-TARJETA    PIC X(02).
           05 VTAHIST-AUTORIZA-TARJETA PIC X(06).
