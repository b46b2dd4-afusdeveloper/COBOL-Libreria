      * ---------------------------------------------------------------
      * CPLSTP01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            LISTAS-PRECIOS (FD REG-LISTA-PRECIO): PRECIO
      *            NEGOCIADO DE UN ARTICULO EN UNA LISTA DE PRECIOS
      *            (MAYORISTAS, INSTITUCIONES), CON SU VIGENCIA
      *            DESDE/HASTA. LLAVE = CODIGO DE LISTA + ARTICULO.
      *            EL CLIENTE LLEVA SU LISTA EN CLI-LISTA-PRECIOS Y EL
      *            LOTE DE VENTAS TOMA DE AQUI EL PRECIO DE LA LINEA
      *            ANTES DE LAS PROMOCIONES; ESE PRECIO ES EL
      *            AUTORIZADO PARA LA GUARDIA DE PRECIOS.
      * ---------------------------------------------------------------
       01  REG-LISTA-PRECIO.
           05 LSTP-LLAVE.
              10 LSTP-LISTA            PIC X(04).
              10 LSTP-ARTICULO         PIC 9(05).
           05 LSTP-PRECIO              PIC 9(05)V99.
           05 LSTP-FECHA-DESDE         PIC 9(08).
           05 LSTP-FECHA-HASTA         PIC 9(08).
