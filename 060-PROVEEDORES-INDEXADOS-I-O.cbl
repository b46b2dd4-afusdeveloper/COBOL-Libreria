       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL REGISTRO DE PROVEEDORES PASA A 119 CON
      *                    EL CUIT Y LA CONDICION ANTE GANANCIAS E
      *                    INGRESOS BRUTOS.
      *   15/10/2026  AMF  EL REGISTRO DE PROVEEDORES PASA A 106 CON
      *                    EL BANCO Y EL CBU DEL PROVEEDOR.
      *   22/08/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    PROVEEDORES, MISMO ESQUEMA DE CODIGO DE
       DATA DIVISION.
       FILE SECTION.
       FD  PROVEEDORES
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS REG-PROVEEDOR.
           COPY CPPROV01.

           05 LK-PROV-CONTACTO          PIC X(30).
           05 LK-PROV-CONDICION-PAGO    PIC X(15).
           05 LK-PROV-ESTADO            PIC X(01).
           05 LK-PROV-CODIGO-BANCO      PIC 9(03).
           05 LK-PROV-CBU               PIC X(22).
           05 LK-PROV-CUIT              PIC X(11).
           05 LK-PROV-COND-GANANCIAS    PIC X(01).
           05 LK-PROV-COND-IIBB         PIC X(01).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
