              88 WS-ART-IVA-GRAVADO           VALUE 'G'.
              88 WS-ART-IVA-EXENTO            VALUE 'E'.
           05 WS-ART-TASA-IVA          PIC 9(02)V99.
           05 WS-ART-FAMILIA           PIC 9(03).
           05 WS-ART-SUBFAMILIA        PIC 9(03).
