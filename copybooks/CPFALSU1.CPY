      * ---------------------------------------------------------------
      * CPFALSU1 - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            FALTANTES-SUCURSAL (FD REG-FALTANTE-SUCURSAL): UNA
      *            LINEA POR ARTICULO, EN ORDEN DE ARTICULO, CON LAS
      *            UNIDADES QUE FALTAN PARA LLEVAR LAS SUCURSALES A SU
      *            PUNTO DE REORDEN Y QUE NINGUNA OTRA SUCURSAL PUEDE
      *            CUBRIR CON SU SOBRANTE. LO GRABA
      *            SUGIERE-TRANSFERENCIAS Y LO TOMA
      *            SUGIERE-ORDEN-COMPRA COMO NECESIDAD DE COMPRA.
      * ---------------------------------------------------------------
       01  REG-FALTANTE-SUCURSAL.
           05 FALSUC-ARTICULO           PIC 9(05).
           05 FALSUC-CANTIDAD           PIC 9(07).
           05 FALSUC-SUCURSALES         PIC 9(03).
           05 FILLER                    PIC X(05).
