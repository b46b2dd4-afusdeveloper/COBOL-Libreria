      * ---------------------------------------------------------------
      * CPREGIF1 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            REGISTRO-INTERFACES (UT-ARCHRINT): UNA ENTRADA POR
      *            ARCHIVO DE SALIDA HACIA UN TERCERO (BANCOS,
      *            ORGANISMOS, OBRA SOCIAL, RRHH, DW, BENEFICIARIOS
      *            DE RETENCIONES). LA GRABA EL PROGRAMA QUE PRODUCE
      *            EL ARCHIVO VIA REGISTRO-INTERFACES (FUNCION RE),
      *            LA MARCA ENVIADA EL PASO DE TRANSMISION (EN) Y
      *            ACEPTADA O RECHAZADA LA IMPORTACION DE ACUSES (AC).
      *            REGI-ARCHIVO ES EL NOMBRE DE DD DEL ARCHIVO.
      *            REGI-TOTAL-CONTROL ES EL TOTAL DE IMPORTES DEL
      *            TRAILER O, SI EL ARCHIVO NO LLEVA IMPORTES, LA SUMA
      *            DE LAS LLAVES (TOTAL HASH).
      *            REGI-HORA-CORTE HHMM ES LA HORA LIMITE DE ENVIO
      *            DEL DIA DE CREACION (CEROS = SIN HORA DE CORTE).
      *            ESTADO: C CREADO, E ENVIADO, A ACEPTADO POR EL
      *            RECEPTOR, R RECHAZADO POR EL RECEPTOR.
      * ---------------------------------------------------------------
       01  REG-INTERFAZ.
           05 REGI-LLAVE.
              10 REGI-INTERFAZ         PIC X(10).
              10 REGI-ARCHIVO          PIC X(08).
              10 REGI-FECHA-CREACION   PIC 9(08).
              10 REGI-HORA-CREACION    PIC 9(08).
           05 REGI-PERIODO             PIC 9(06).
           05 REGI-CANTIDAD            PIC 9(07).
           05 REGI-TOTAL-CONTROL       PIC 9(13)V99.
           05 REGI-HORA-CORTE          PIC 9(04).
           05 REGI-ESTADO              PIC X(01).
              88 REGI-CREADO                   VALUE 'C'.
              88 REGI-ENVIADO                  VALUE 'E'.
              88 REGI-ACEPTADO                 VALUE 'A'.
              88 REGI-RECHAZADO                VALUE 'R'.
           05 REGI-FECHA-ENVIO         PIC 9(08).
           05 REGI-HORA-ENVIO          PIC 9(08).
           05 REGI-FECHA-ACUSE         PIC 9(08).
           05 REGI-HORA-ACUSE          PIC 9(08).
           05 REGI-MOTIVO-ACUSE        PIC X(20).
           05 FILLER                   PIC X(11).
