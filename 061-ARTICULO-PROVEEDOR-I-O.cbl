       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL REGISTRO DE PROVEEDORES PASA A 119 CON
      *                    EL CUIT Y LA CONDICION ANTE GANANCIAS E
      *                    INGRESOS BRUTOS.
      *   15/10/2026  AMF  EL REGISTRO DE PROVEEDORES PASA A 106 CON
      *                    EL BANCO Y EL CBU DEL PROVEEDOR.
      *   22/08/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL CRUCE INDEXADO
      *                    ARTICULO-PROVEEDOR (LLAVE ARTICULO +
           COPY CPART01.

       FD  PROVEEDORES
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS REG-PROVEEDOR.
           COPY CPPROV01.

