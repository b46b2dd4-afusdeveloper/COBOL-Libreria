           05 WS-PROV-ESTADO           PIC X(01).
              88 WS-PROV-ACTIVO                VALUE 'A'.
              88 WS-PROV-DE-BAJA               VALUE 'B'.
           05 WS-PROV-CODIGO-BANCO     PIC 9(03).
           05 WS-PROV-CBU              PIC X(22).
           05 WS-PROV-CUIT             PIC X(11).
           05 WS-PROV-COND-GANANCIAS   PIC X(01).
              88 WS-PROV-GAN-INSCRIPTO         VALUE 'I'.
              88 WS-PROV-GAN-NO-INSCRIPTO      VALUE 'N'.
              88 WS-PROV-GAN-EXENTO            VALUE 'E'.
           05 WS-PROV-COND-IIBB        PIC X(01).
              88 WS-PROV-IIBB-LOCAL            VALUE 'L'.
              88 WS-PROV-IIBB-CONVENIO         VALUE 'C'.
              88 WS-PROV-IIBB-NO-INSCRIPTO     VALUE 'N'.
              88 WS-PROV-IIBB-EXENTO           VALUE 'E'.
