      * ---------------------------------------------------------------
      * CPFAM01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *           FAMILIAS-ARTICULOS (FD REG-FAMILIA): JERARQUIA
      *           COMERCIAL DE DOS NIVELES DEL CATALOGO. LLAVE =
      *           FAMILIA + SUBFAMILIA; EL REGISTRO CON SUBFAMILIA
      *           000 ES LA CABECERA DE LA FAMILIA Y LOS DEMAS SON
      *           SUS SUBFAMILIAS. CADA ARTICULO APUNTA A UNA LLAVE DE
      *           ESTE ARCHIVO (ART-FAMILIA / ART-SUBFAMILIA EN
      *           CPART01). LA BAJA ES LOGICA (FAM-ESTADO) PARA NO
      *           DEJAR HUERFANOS A LOS ARTICULOS NI A LA HISTORIA.
      * ---------------------------------------------------------------
       01  REG-FAMILIA.
           05 FAM-LLAVE.
              10 FAM-FAMILIA           PIC 9(03).
              10 FAM-SUBFAMILIA        PIC 9(03).
           05 FAM-DESCRIPCION          PIC X(30).
           05 FAM-ESTADO               PIC X(01).
              88 FAM-ACTIVA                   VALUE 'A'.
              88 FAM-DE-BAJA                  VALUE 'B'.
