      * ---------------------------------------------------------------
      * CPKIT01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *           KITS-COMPONENTES (FD REG-KIT-COMPONENTE): LISTA DE
      *           MATERIALES DE LOS ARTICULOS COMPUESTOS (CANASTAS,
      *           KITS DE INICIO). UN REGISTRO POR CADA COMPONENTE
      *           DEL KIT CON LAS UNIDADES QUE LLEVA CADA KIT. LLAVE =
      *           ARTICULO KIT + ARTICULO COMPONENTE. UN ARTICULO ES
      *           KIT CUANDO TIENE COMPONENTES AQUI: NO TIENE
      *           EXISTENCIA PROPIA Y SU VENTA O DEVOLUCION MUEVE EL
      *           STOCK DE SUS COMPONENTES. UN COMPONENTE NO PUEDE
      *           SER A SU VEZ UN KIT.
      * ---------------------------------------------------------------
       01  REG-KIT-COMPONENTE.
           05 KIT-LLAVE.
              10 KIT-ARTICULO          PIC 9(05).
              10 KIT-COMPONENTE        PIC 9(05).
           05 KIT-CANTIDAD             PIC 9(05).
