      * ---------------------------------------------------------------
      * CPDECGA1 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            DECLARACIONES-GANANCIAS (FD REG-DECLARACION-GAN):
      *            LA DECLARACION JURADA ANUAL DE CADA EMPLEADO CON
      *            LAS DEDUCCIONES PERSONALES QUE COMPUTA PARA LA
      *            RETENCION DE GANANCIAS. LLAVE = LEGAJO + ANIO.
      *            CONYUGE E HIJOS SE COMPUTAN POR EL IMPORTE LEGAL
      *            DE LA ESCALA; INTERESES HIPOTECARIOS, SEGURO DE
      *            SALUD Y SERVICIO DOMESTICO SON LOS IMPORTES
      *            ANUALES DECLARADOS, QUE LA NOMINA TOPEA CON EL
      *            MAXIMO LEGAL DE CADA UNO. LA CARGA
      *            CARGA-DECLARACIONES-GAN REEMPLAZA LA DECLARACION
      *            DEL ANIO CUANDO EL EMPLEADO PRESENTA UNA NUEVA.
      * ---------------------------------------------------------------
       01  REG-DECLARACION-GAN.
           05 DDJ-LLAVE.
              10 DDJ-LEGAJO            PIC 9(05).
              10 DDJ-ANIO              PIC 9(04).
           05 DDJ-CONYUGE              PIC X(01).
              88 DDJ-CON-CONYUGE               VALUE 'S'.
           05 DDJ-CANTIDAD-HIJOS       PIC 9(02).
           05 DDJ-INTERESES-HIPOTECA   PIC 9(09)V99.
           05 DDJ-SEGURO-SALUD         PIC 9(09)V99.
           05 DDJ-SERVICIO-DOMESTICO   PIC 9(09)V99.
           05 DDJ-FECHA-PRESENTACION   PIC 9(08).
