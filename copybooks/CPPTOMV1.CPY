      * ---------------------------------------------------------------
      * CPPTOMV1 - LAYOUT DEL REGISTRO DEL ARCHIVO MOVIMIENTOS-PUNTOS
      *            (FD REG-MOVIMIENTO-PUNTOS): LIBRO DE PUNTOS DE LOS
      *            CLIENTES DEL MOSTRADOR. CADA ALTA O BAJA DE PUNTOS
      *            DEJA UNA LINEA; CLI-PUNTOS-SALDO (CPCLI01) ES EL
      *            NETO DE ESTE ARCHIVO Y LOS PROCESOS DE VENCIMIENTO
      *            Y DE PASIVO SE RECALCULAN DESDE AQUI.
      *            TIPOS: G = GANADOS EN UNA VENTA, R = REVERTIDOS
      *            POR DEVOLUCION DE UNA VENTA QUE LOS GANO, C =
      *            CANJEADOS COMO FORMA DE PAGO, D = REINTEGRO DE UN
      *            CANJE POR DEVOLUCION, V = VENCIDOS.
      *            FECHA Y HORA SON LAS DEL MOVIMIENTO; FECHA-VENTA,
      *            HORA-VENTA Y ARTICULO IDENTIFICAN LA LINEA DE
      *            VENTAS-HISTORIA QUE LO ORIGINO (CERO EN V).
      *            VENCIMIENTO SE INFORMA EN G, R Y D (EN R ES EL DE
      *            LOS PUNTOS QUE SE REVIERTEN) Y VA EN CERO EN C Y
      *            V. IMPORTE ES LA BASE EN PESOS DE LA VENTA EN G Y
      *            R, Y LOS PESOS PAGADOS O REINTEGRADOS EN C Y D.
      * ---------------------------------------------------------------
       01  REG-MOVIMIENTO-PUNTOS.
           05 PTOMOV-CLIENTE           PIC 9(08).
           05 PTOMOV-FECHA             PIC 9(08).
           05 PTOMOV-HORA              PIC 9(08).
           05 PTOMOV-TIPO              PIC X(01).
              88 PTOMOV-GANADOS                VALUE 'G'.
              88 PTOMOV-REVERTIDOS             VALUE 'R'.
              88 PTOMOV-CANJEADOS              VALUE 'C'.
              88 PTOMOV-REINTEGRADOS           VALUE 'D'.
              88 PTOMOV-VENCIDOS               VALUE 'V'.
           05 PTOMOV-PUNTOS            PIC 9(07).
           05 PTOMOV-VENCIMIENTO       PIC 9(08).
           05 PTOMOV-ARTICULO          PIC 9(05).
           05 PTOMOV-FECHA-VENTA       PIC 9(08).
           05 PTOMOV-HORA-VENTA        PIC 9(08).
           05 PTOMOV-IMPORTE           PIC 9(09)V99.
           05 PTOMOV-COMPROBANTE.
              10 PTOMOV-SUCURSAL       PIC 9(03).
              10 PTOMOV-PUNTO-VENTA    PIC 9(04).
              10 PTOMOV-TIPO-COMPROBANTE PIC X(02).
              10 PTOMOV-NUMERO-COMPROBANTE PIC 9(08).
           05 PTOMOV-ORIGEN            PIC X(08).
           05 FILLER                   PIC X(03).
