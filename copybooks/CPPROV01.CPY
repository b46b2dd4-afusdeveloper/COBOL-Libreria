      *            SOCIAL, CONTACTO Y CONDICION DE PAGO DE CADA
      *            PROVEEDOR DE ARTICULOS, PARA QUE LA REPOSICION NO
      *            DEPENDA DE PAPELES SUELTOS.
      *   15/10/2026: DATOS BANCARIOS DEL PROVEEDOR (CODIGO DE BANCO
      *   DEL MAESTRO BANCO-MAESTRO Y CBU) PARA PAGARLE POR
      *   TRANSFERENCIA. EL REGISTRO PASA DE 81 A 106.
      *   15/10/2026: CUIT Y CONDICION FRENTE A GANANCIAS E INGRESOS
      *   BRUTOS PARA LAS RETENCIONES DEL PAGO A PROVEEDORES. EL
      *   REGISTRO PASA DE 106 A 119.
      * ---------------------------------------------------------------
       01  REG-PROVEEDOR.
           05 PROVEEDOR-LLAVE          PIC 9(05).
           05 PROV-ESTADO              PIC X(01).
              88 PROV-ACTIVO                   VALUE 'A'.
              88 PROV-DE-BAJA                  VALUE 'B'.
           05 PROV-CODIGO-BANCO        PIC 9(03).
           05 PROV-CBU                 PIC X(22).
           05 PROV-CUIT                PIC X(11).
           05 PROV-COND-GANANCIAS      PIC X(01).
              88 PROV-GAN-INSCRIPTO            VALUE 'I'.
              88 PROV-GAN-NO-INSCRIPTO         VALUE 'N'.
              88 PROV-GAN-EXENTO               VALUE 'E'.
           05 PROV-COND-IIBB           PIC X(01).
              88 PROV-IIBB-LOCAL               VALUE 'L'.
              88 PROV-IIBB-CONVENIO            VALUE 'C'.
              88 PROV-IIBB-NO-INSCRIPTO        VALUE 'N'.
              88 PROV-IIBB-EXENTO              VALUE 'E'.
