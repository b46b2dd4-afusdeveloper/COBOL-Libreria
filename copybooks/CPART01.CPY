      *   PORCENTAJE (ART-TASA-IVA), PARA QUE EL LOTE DE VENTAS
      *   CALCULE EL IMPUESTO EN VEZ DE QUE CONTADURIA LO
      *   RECONSTRUYA A MANO; EL REGISTRO PASA DE 65 A 70.
      *   15/10/2026: SE AGREGA LA FAMILIA Y SUBFAMILIA DEL ARTICULO
      *   (ART-FAMILIA / ART-SUBFAMILIA, LLAVE DEL MAESTRO
      *   FAMILIAS-ARTICULOS, CPFAM01; SUBFAMILIA 000 = ASIGNADO A
      *   LA FAMILIA SIN ABRIR) PARA EL ANALISIS DE VENTAS POR
      *   FAMILIA; EL REGISTRO PASA DE 70 A 76.
      * ---------------------------------------------------------------
       01  REG-ARTICULOS.
           05 ARTICULOS-LLAVE          PIC 9(05).
              88 ART-IVA-GRAVADO              VALUE 'G'.
              88 ART-IVA-EXENTO               VALUE 'E'.
           05 ART-TASA-IVA             PIC 9(02)V99.
           05 ART-FAMILIA              PIC 9(03).
           05 ART-SUBFAMILIA           PIC 9(03).
