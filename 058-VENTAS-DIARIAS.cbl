       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  REGISTRO AUXILIAR DE COMPONENTES DE KIT
      *                    CON FAMILIA Y SUBFAMILIA DEL ARTICULO.
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   15/10/2026  AMF  PUNTOS DE CLIENTES: LA VENTA APLICADA A UN
      *                    CLIENTE IDENTIFICADO GANA PUNTOS POR CADA
      *                    $100 A LA TASA DE LA FAMILIA DEL ARTICULO
      *                    (PARAMETROS-PUNTOS) CON VENCIMIENTO AL FIN
      *                    DEL MES EN QUE SE CUMPLEN LOS MESES DE
      *                    VIGENCIA. NUEVA FORMA DE PAGO P = CANJE DE
      *                    PUNTOS: EXIGE CLIENTE Y SALDO DE PUNTOS QUE
      *                    CUBRA LA LINEA AL VALOR DEL PUNTO; SI NO,
      *                    LA LINEA SE RECHAZA. CADA ALTA O CANJE
      *                    QUEDA EN MOVIMIENTOS-PUNTOS (CPPTOMV1) Y EN
      *                    CLI-PUNTOS-SALDO. EL ASIENTO DEL DIA LLEVA
      *                    DEBE PUNTOS POR LO PAGADO CON PUNTOS.
      *   15/10/2026  AMF  FORMA DE PAGO: LA TRANSACCION TRAE
      *                    VTA-FORMA-PAGO (E=EFECTIVO, T=TARJETA,
      *                    C=CUENTA CORRIENTE; EN BLANCO SE TOMA C SI
      *                    HAY CLIENTE Y E SI NO, COMO HASTA AHORA) Y,
      *                    CON TARJETA, LA MARCA Y EL CODIGO DE
      *                    AUTORIZACION, QUE SON OBLIGATORIOS. LA
      *                    CUENTA CORRIENTE EXIGE CLIENTE; UN CLIENTE
      *                    QUE PAGA EN EFECTIVO O CON TARJETA YA NO SE
      *                    CARGA A LA CUENTA NI PASA POR EL CONTROL DE
      *                    CREDITO. LA FORMA DE PAGO QUEDA EN VENTAS-
      *                    HISTORIA (AHORA 92) PARA EL CIERRE DE CAJA
      *                    Y EL ASIENTO DEL DIA SEPARA DEBE TARJETAS
      *                    DE DEBE CAJA.
      *   15/10/2026  AMF  LOTES: LA VENTA (Y CADA COMPONENTE DE UN
      *                    KIT) DESCUENTA TAMBIEN LOS LOTES DEL
      *                    ARTICULO EN LA SUCURSAL, EMPEZANDO POR EL
      *                    QUE VENCE ANTES, VIA LOTES-I-O. LO QUE LOS
      *                    LOTES NO CUBREN ES STOCK SIN LOTE Y NO
      *                    FRENA LA VENTA.
      *   15/10/2026  AMF  KITS: SI EL ARTICULO VENDIDO TIENE
      *                    COMPONENTES EN KITS-COMPONENTES, LA VENTA
      *                    SE EXPLOTA EN SUS PARTES. LA EXISTENCIA DE
      *                    LA EMPRESA Y DE LA SUCURSAL SE CONTROLA Y
      *                    SE DESCUENTA POR COMPONENTE (UNIDADES POR
      *                    KIT POR CANTIDAD VENDIDA), CADA UNO CON SU
      *                    SALIDA EN STOCK-HISTORIA (REFERENCIA 'KIT'
      *                    Y EL ARTICULO KIT); EL KIT NO TIENE STOCK
      *                    PROPIO Y VENTAS-HISTORIA CONSERVA LA LINEA
      *                    DEL KIT. LA GUARDIA DE PRECIOS TOMA COMO
      *                    COSTO DEL KIT LA SUMA DE SUS PARTES.
      *   15/10/2026  AMF  LISTAS DE PRECIOS DE CLIENTES: SI EL
      *                    CLIENTE DE LA VENTA TIENE LISTA ASIGNADA
      *                    (CLI-LISTA-PRECIOS) Y EL ARTICULO TIENE
      *                    PRECIO VIGENTE EN ELLA (LISTAS-PRECIOS-I-O),
      *                    ESE PRECIO RESUELVE LA LINEA ANTES DE LAS
      *                    PROMOCIONES: SIN PRECIO TECLEADO, O CON UNO
      *                    MAYOR O IGUAL, SE COBRA EL DE LA LISTA Y LA
      *                    GUARDIA DE PRECIOS LO TOMA COMO AUTORIZADO;
      *                    UN PRECIO TECLEADO MENOR SE CONTROLA CONTRA
      *                    LA LISTA EN VEZ DE ART-PRECIO. LAS LINEAS
      *                    COBRADAS A PRECIO DE LISTA SALEN CONTADAS
      *                    AL PIE DEL REPORTE.
      *   15/10/2026  AMF  VENDEDOR DE LA VENTA DE MOSTRADOR: LA
      *                    TRANSACCION TRAE EL LEGAJO DEL VENDEDOR
      *                    (VTA-VENDEDOR; BLANCO O CERO = SIN
      *                    VENDEDOR), QUE SE VALIDA CONTRA EL
      *                    MAESTRO EMPLEADOS (INEXISTENTE O DE BAJA
      *                    RECHAZA LA LINEA) Y QUEDA EN VENTAS-
      *                    HISTORIA (AHORA 83) PARA LA LIQUIDACION
      *                    MENSUAL DE COMISIONES.
      *   15/10/2026  AMF  NUMERACION FISCAL CORRELATIVA: LA
      *                    TRANSACCION TRAE EL PUNTO DE VENTA (CERO =
      *                    0001) Y LA LETRA DE LA FACTURA (A SOLO
      *                    PARA CLIENTE EN CUENTA; BLANCO = B). CADA
      *                    VENTA APLICADA TOMA EL PROXIMO NUMERO DE
      *                    SU SERIE (SUCURSAL + PUNTO DE VENTA + FA/
      *                    FB) DE NUMERA-COMPROBANTES Y LO LLEVA A
      *                    VENTAS-HISTORIA (AHORA 78), IVA-VENTAS
      *                    (84) Y CUENTAS-COBRAR (71). EL NUMERO SE
      *                    PIDE CON LA VENTA YA ACEPTADA, ASI UN
      *                    RECHAZO NO DEJA SALTOS EN LA SERIE.
      *   15/10/2026  AMF  RETENCION POR CREDITO DE LA VENTA EN
      *                    CUENTA: AL ARRANCAR SE CARGA DE CUENTAS-
      *                    COBRAR EL SALDO ABIERTO DE CADA CLIENTE Y
      *                    LA DEUDA MAS VIEJA QUE LA TARJETA
      *                    DIAS-MORA-MAX= (90 POR OMISION, PAGOS
      *                    APLICADOS A LO MAS VIEJO COMO EN
      *                    REPORTE-ANTIGUEDAD-DEUDA). LA VENTA EN
      *                    CUENTA DE UN CLIENTE RETENIDO POR CREDITOS
      *                    (CLI-BLOQUEO-CREDITO), CON DEUDA VENCIDA
      *                    PASADA LA BANDA, O CUYO SALDO MAS LA VENTA
      *                    SUPERA CLI-LIMITE-CREDITO, SE DESVIA A
      *                    VENTAS-EXCEPCION CON MOTIVO DE CREDITO EN
      *                    VEZ DE CARGARSE, SALVO QUE LA TRANSACCION
      *                    TRAIGA EL CODIGO DE LIBERACION DE CREDITOS
      *                    (VTA-AUTORIZA-CREDITO). EL REGISTRO DE
      *                    EXCEPCION PASA A 120: LA TRANSACCION TAL
      *                    COMO LLEGO MAS EL MOTIVO Y SU TEXTO, PARA
      *                    REINGRESARLA CON LA LIBERACION AL DIA
      *                    SIGUIENTE.
      *   02/09/2026  AMF  EL LECTOR DE PARAMETROS SOLO MIRABA LA
      *                    PRIMERA TARJETA: AHORA RECORRE EL ARCHIVO
      *                    HASTA EL FINAL COMO LOS DEMAS LECTORES,
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-EXCV.

           SELECT MOVIMIENTOS-PUNTOS ASSIGN TO UT-S-PUNTOS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PTOS.

      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 VTA-CODIGO-ALTERNO        PIC X(20).
           05 VTA-SUCURSAL              PIC 9(03).
           05 VTA-AUTORIZACION          PIC X(06).
           05 VTA-AUTORIZA-CREDITO      PIC X(06).
           05 VTA-PUNTO-VENTA           PIC 9(04).
           05 VTA-LETRA                 PIC X(01).
              88 VTA-FACTURA-A                     VALUE 'A'.
              88 VTA-FACTURA-B                     VALUE 'B' ' '.
           05 VTA-VENDEDOR              PIC 9(05).
           05 VTA-VENDEDOR-X REDEFINES VTA-VENDEDOR
                                        PIC X(05).
           05 VTA-FORMA-PAGO            PIC X(01).
           05 VTA-MARCA-TARJETA         PIC X(02).
           05 VTA-AUTORIZA-TARJETA      PIC X(06).
           05 FILLER                    PIC X(01).

       FD  VENTAS-HISTORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS REG-VENTA-HISTORIA.
           COPY CPVTAHS1.


       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       FD  CUENTAS-COBRAR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS REG-CUENTA-COBRAR.
           COPY CPCTACB1.

       FD  IVA-VENTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-IVA-VENTA.
           COPY CPIVAVT1.


       FD  VENTAS-EXCEPCION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REG-VENTA-EXCEPCION.
       01  REG-VENTA-EXCEPCION.
           05 EXCV-TRANSACCION          PIC X(80).
           05 EXCV-MOTIVO               PIC X(01).
              88 EXCV-POR-PRECIO                   VALUE 'P'.
              88 EXCV-POR-CREDITO                  VALUE 'C'.
           05 EXCV-DESCRIPCION          PIC X(28).
           05 FILLER                    PIC X(11).

       FD  MOVIMIENTOS-PUNTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-MOVIMIENTO-PUNTOS.
           COPY CPPTOMV1.

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           88 SUCURSAL-SIN-STOCK                   VALUE 'S'.
       01  WS-MENSAJE-SUCURSAL          PIC X(28).

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).
       01  SW-VENDEDOR-INVALIDO         PIC X(01) VALUE 'N'.
           88 VENDEDOR-INVALIDO                    VALUE 'S'.
       01  WS-MENSAJE-VENDEDOR          PIC X(28).
       01  WS-VENDEDOR-VENTA            PIC 9(05).

       01  WS-FORMA-PAGO                PIC X(01).
           88 PAGO-EFECTIVO                        VALUE 'E'.
           88 PAGO-TARJETA                         VALUE 'T'.
           88 PAGO-CTA-CTE                         VALUE 'C'.
           88 PAGO-PUNTOS                          VALUE 'P'.
       01  SW-PAGO-INVALIDO             PIC X(01) VALUE 'N'.
           88 PAGO-INVALIDO                        VALUE 'S'.
       01  WS-MENSAJE-PAGO              PIC X(28).

       01  WS-CODIGO-PTOS               PIC X(02).
       01  WS-PARAMETROS-PUNTOS.
           05 WS-PTOS-TASA-GENERAL      PIC 9(03).
           05 WS-PTOS-MESES             PIC 9(03).
           05 WS-PTOS-VALOR             PIC 9(01)V99.
           05 WS-PTOS-TASA-FAMILIA      PIC 9(03) OCCURS 1000 TIMES.
       01  WS-CODIGO-PARMP              PIC X(02).
       01  WS-IDX-FAM-PTOS              PIC 9(04).
       01  SW-PUNTOS-INSUFICIENTES      PIC X(01) VALUE 'N'.
           88 PUNTOS-INSUFICIENTES                 VALUE 'S'.
       01  WS-PUNTOS-LINEA              PIC S9(09) COMP-3.
       01  WS-IMPORTE-PUNTOS            PIC 9(11)V99 COMP-3.
       01  WS-VENCIMIENTO-PUNTOS        PIC 9(08).
       01  WS-MES-VENCIMIENTO.
           05 WS-MES-VENC-ANIO          PIC 9(04).
           05 WS-MES-VENC-MES           PIC 9(02).
           05 WS-MES-VENC-DIA           PIC 9(02).
       01  WS-MES-VENCIMIENTO-9 REDEFINES WS-MES-VENCIMIENTO
                                        PIC 9(08).
       01  WS-MESES-CORRIDOS            PIC 9(06).
       01  WS-ULTIMO-DIA-VENC           PIC 9(02).
       01  WS-TOTAL-PAGO-PUNTOS         PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-PUNTOS-GANADOS      PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-PUNTOS-CANJEADOS    PIC 9(09) VALUE ZEROS.

       01  WS-LINEA-RESUMEN-PUNTOS.
           05 FILLER                    PIC X(19)
              VALUE 'PAGADO CON PUNTOS:'.
           05 RES-PAGO-PUNTOS           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(11) VALUE '  GANADOS:'.
           05 RES-PUNTOS-GANADOS        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(13)
              VALUE '  CANJEADOS:'.
           05 RES-PUNTOS-CANJEADOS      PIC ZZ,ZZZ,ZZ9.

       01  WS-FUNCION-NUMC              PIC X(02).
       01  WS-SERIE-COMPROBANTE.
           05 WS-SERIE-SUCURSAL         PIC 9(03).
           05 WS-SERIE-PUNTO-VENTA      PIC 9(04).
           05 WS-SERIE-TIPO             PIC X(02).
       01  WS-NUMERO-COMPROBANTE        PIC 9(08).
       01  WS-CODIGO-NUMC               PIC X(02).
       01  WS-CONTADOR-SIN-NUMERO       PIC 9(05) VALUE ZEROS.

       01  WS-CODIGO-PARMV              PIC X(02).
       01  WS-CODIGO-EXCV               PIC X(02).
       01  SW-FIN-PARMV                 PIC X(01) VALUE 'N'.
       01  WS-MENSAJE-PRECIO            PIC X(28).
       01  WS-CONTADOR-AUTORIZADAS      PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-DESVIADAS        PIC 9(05) VALUE ZEROS.
       01  WS-PRECIO-UNITARIO           PIC 9(05)V99.
       01  WS-PRECIO-REFERENCIA         PIC 9(05)V99.

       01  WS-FUNCION-LSTP              PIC X(02).
       01  WS-LLAVE-LSTP.
           05 WS-LLAVE-LSTP-LISTA       PIC X(04).
           05 WS-LLAVE-LSTP-ARTICULO    PIC 9(05).
       01  WS-LLAVE-HASTA-LSTP          PIC X(09) VALUE SPACES.
       01  WS-REG-LISTA-AUX.
           05 WS-LSTP-LISTA-AUX         PIC X(04).
           05 WS-LSTP-ARTICULO-AUX      PIC 9(05).
           05 WS-LSTP-PRECIO-AUX        PIC 9(05)V99.
           05 WS-LSTP-DESDE-AUX         PIC 9(08).
           05 WS-LSTP-HASTA-AUX         PIC 9(08).
       01  WS-CODIGO-LSTP               PIC X(02).
       01  SW-LISTA-VIGENTE             PIC X(01) VALUE 'N'.
           88 HAY-LISTA-VIGENTE                    VALUE 'S'.
       01  SW-PRECIO-DE-LISTA           PIC X(01) VALUE 'N'.
           88 COBRA-PRECIO-DE-LISTA                VALUE 'S'.
       01  WS-CONTADOR-PRECIO-LISTA     PIC 9(05) VALUE ZEROS.

       01  WS-FUNCION-KIT               PIC X(02).
       01  WS-LLAVE-KIT.
           05 WS-LLAVE-KIT-ARTICULO     PIC 9(05).
           05 WS-LLAVE-KIT-COMPONENTE   PIC 9(05).
       01  WS-LLAVE-HASTA-KIT.
           05 WS-HASTA-KIT-ARTICULO     PIC 9(05).
           05 WS-HASTA-KIT-COMPONENTE   PIC 9(05).
       01  WS-REG-KIT-AUX.
           05 WS-KIT-ARTICULO-AUX       PIC 9(05).
           05 WS-KIT-COMPONENTE-AUX     PIC 9(05).
           05 WS-KIT-CANTIDAD-AUX       PIC 9(05).
       01  WS-CODIGO-KIT                PIC X(02).
       01  SW-ES-KIT                    PIC X(01) VALUE 'N'.
           88 ES-KIT                               VALUE 'S'.
       01  SW-KIT-INCOMPLETO            PIC X(01) VALUE 'N'.
           88 KIT-INCOMPLETO                       VALUE 'S'.
       01  WS-REFERENCIA-KIT.
           05 FILLER                    PIC X(04) VALUE 'KIT '.
           05 WS-REFERENCIA-KIT-ART     PIC 9(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
       01  WS-COSTO-KIT                 PIC 9(07)V99 COMP-3.
       01  WS-COSTO-LINEA               PIC 9(07)V99 COMP-3.

      * COMPONENTES DEL KIT EN CURSO Y LAS UNIDADES QUE CONSUME LA
      * LINEA (UNIDADES POR KIT POR CANTIDAD VENDIDA).
       01  WS-TABLA-KIT.
           05 WS-CANTIDAD-KIT           PIC 9(02) VALUE ZEROS.
           05 WS-COMPONENTE-KIT OCCURS 20 TIMES.
              10 WS-KIT-TAB-ARTICULO    PIC 9(05).
              10 WS-KIT-TAB-UNIDADES    PIC 9(05).
              10 WS-KIT-TAB-CONSUMO     PIC 9(07).
       01  WS-IDX-KIT                   PIC 9(02).

       01  WS-FUNCION-LOTE              PIC X(02).
       01  WS-LLAVE-LOTE                PIC X(20) VALUE SPACES.
       01  WS-LLAVE-HASTA-LOTE          PIC X(20) VALUE SPACES.
       01  WS-REG-LOTE-AUX.
           05 WS-LOTE-ARTICULO-AUX      PIC 9(05).
           05 WS-LOTE-SUCURSAL-AUX      PIC 9(03).
           05 WS-LOTE-NUMERO-AUX        PIC X(12).
           05 WS-LOTE-VENCIMIENTO-AUX   PIC 9(08).
           05 WS-LOTE-CANTIDAD-AUX      PIC 9(05).
           05 WS-LOTE-TRANSITO-AUX      PIC 9(05).
           05 WS-LOTE-INGRESO-AUX       PIC 9(08).
       01  WS-CODIGO-LOTE               PIC X(02).
       01  WS-ARTICULO-LOTE             PIC 9(05).
       01  WS-PENDIENTE-LOTE            PIC 9(05).

       01  WS-LLAVE-ARTCMP              PIC 9(05).
       01  WS-REG-ARTCMP-AUX.
           05 WS-ARTCMP-LLAVE-AUX       PIC 9(05).
           05 WS-ARTCMP-DESCRIPCION-AUX PIC X(35).
           05 WS-ARTCMP-PRECIO-AUX      PIC 9(05)V99.
           05 WS-ARTCMP-CANTIDAD-AUX    PIC 9(05).
           05 WS-ARTCMP-REORDEN-AUX     PIC 9(05).
           05 WS-ARTCMP-ESTADO-AUX      PIC X(01).
           05 WS-ARTCMP-COSTO-AUX       PIC 9(05)V99.
           05 WS-ARTCMP-CAT-IVA-AUX     PIC X(01).
           05 WS-ARTCMP-TASA-IVA-AUX    PIC 9(02)V99.
           05 WS-ARTCMP-FAMILIA-AUX     PIC 9(03).
           05 WS-ARTCMP-SUBFAMILIA-AUX  PIC 9(03).
       01  WS-CODIGO-ARTCMP             PIC X(02).

       01  WS-LINEA-RESUMEN-PAGO.
           05 FILLER                    PIC X(10) VALUE 'EFECTIVO:'.
           05 RES-EFECTIVO              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(11) VALUE '  TARJETA:'.
           05 RES-TARJETAS              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(11) VALUE '  CTA CTE:'.
           05 RES-CTA-CORRIENTE         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(06) VALUE SPACES.

       01  WS-LINEA-RESUMEN-LISTA.
           05 FILLER                    PIC X(26)
              VALUE 'A PRECIO LISTA CLIENTE:'.
           05 RES-PRECIO-LISTA          PIC ZZ,ZZ9.

       01  WS-LINEA-RESUMEN-PRECIO.
           05 FILLER                    PIC X(26)
              VALUE 'DESVIADAS A EXCEPCION:'.
           05 RES-DESVIADAS             PIC ZZ,ZZ9.

       01  WS-LINEA-RESUMEN-CREDITO.
           05 FILLER                    PIC X(26)
              VALUE 'RETENIDAS POR CREDITO:'.
           05 RES-RETENIDAS-CREDITO     PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(24)
              VALUE 'LIBERADAS POR CREDITOS:'.
           05 RES-LIBERADAS-CREDITO     PIC ZZ,ZZ9.

      * SALDO ABIERTO Y DEUDA VENCIDA POR CLIENTE, CARGADOS DE
      * CUENTAS-COBRAR AL ARRANCAR Y ACTUALIZADOS CON CADA CARGO
      * DEL DIA PARA QUE DOS VENTAS SEGUIDAS NO ESQUIVEN EL LIMITE.
       01  WS-TABLA-CREDITO.
           05 WS-CANTIDAD-CREDITO       PIC 9(03) VALUE ZEROS.
           05 WS-CREDITO-CLIENTE OCCURS 500 TIMES.
              10 WS-CRED-TAB-LLAVE      PIC 9(08).
              10 WS-CRED-TAB-SALDO      PIC S9(11)V99 COMP-3.
              10 WS-CRED-TAB-VENCIDO    PIC S9(11)V99 COMP-3.
              10 WS-CRED-TAB-PAGOS      PIC S9(11)V99 COMP-3.
       01  WS-IDX-CRED                  PIC 9(03).
       01  SW-CREDITO-HALLADO           PIC X(01).
           88 CREDITO-HALLADO                     VALUE 'S'.
       01  SW-TABLA-CREDITO-LLENA       PIC X(01) VALUE 'N'.
           88 TABLA-CREDITO-LLENA                 VALUE 'S'.
       01  SW-FIN-CTACOB                PIC X(01) VALUE 'N'.
           88 FIN-DE-CTACOB                       VALUE 'S'.
       01  SW-CREDITO-RETENIDO          PIC X(01) VALUE 'N'.
           88 CREDITO-RETENIDO                    VALUE 'S'.
       01  WS-DIAS-MORA-MAXIMO          PIC 9(03) VALUE 90.
       01  WS-DIAS-ANTIGUEDAD           PIC S9(07).
       01  WS-SALDO-CON-VENTA           PIC S9(11)V99 COMP-3.
       01  WS-MENSAJE-CREDITO           PIC X(28).
       01  WS-CONTADOR-RETENIDAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-LIBERADAS        PIC 9(05) VALUE ZEROS.

       01  WS-IMPORTE-VENTA             PIC 9(09)V99 COMP-3.
       01  WS-IVA-LINEA                 PIC 9(09)V99 COMP-3.
       01  WS-NETO-LINEA                PIC 9(09)V99 COMP-3.
                                         VALUE ZEROS.
       01  WS-TOTAL-CTA-CORRIENTE       PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-TARJETAS            PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-IVA                 PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-DESCUENTOS         PIC 9(11)V99 COMP-3
       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           PERFORM 1020-LEE-PARAMETROS-VENTAS
           PERFORM 1040-CARGA-CREDITO-CLIENTES
           CALL 'PARAMETROS-PUNTOS'
                USING WS-PARAMETROS-PUNTOS WS-CODIGO-PARMP
           PERFORM 1080-CALCULA-VENCIMIENTO-PTOS

           OPEN INPUT TRANS-VENTAS
           OPEN OUTPUT VENTAS-EXCEPCION
           OPEN EXTEND STOCK-HISTORIA
           OPEN EXTEND CUENTAS-COBRAR
           OPEN EXTEND IVA-VENTAS
           OPEN EXTEND MOVIMIENTOS-PUNTOS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES
                      WS-LLAVE-HASTA-STKS WS-USUARIO-VTA
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE 'AB' TO WS-FUNCION-NUMC
           CALL 'NUMERA-COMPROBANTES'
                USING WS-FUNCION-NUMC WS-SERIE-COMPROBANTE
                      WS-NUMERO-COMPROBANTE WS-CODIGO-NUMC

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'AB' TO WS-FUNCION-LSTP
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LSTP WS-LLAVE-LSTP WS-LLAVE-HASTA-LSTP
                      WS-USUARIO-VTA WS-REG-LISTA-AUX WS-CODIGO-LSTP

           MOVE 'AB' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-VTA WS-REG-KIT-AUX WS-CODIGO-KIT

           MOVE 'AB' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE WS-LLAVE-HASTA-LOTE
                      WS-USUARIO-VTA WS-REG-LOTE-AUX WS-CODIGO-LOTE

           PERFORM 1010-LEE-SIGUIENTE-VENTA.
       1000-FIN.  EXIT.

           IF PARMV-CAMPO EQUAL 'DESCUENTO-MAX='
                 AND PARMV-VALOR NUMERIC
              MOVE PARMV-VALOR TO WS-DESCUENTO-MAXIMO-PCT
           END-IF
           IF PARMV-CAMPO EQUAL 'DIAS-MORA-MAX='
                 AND PARMV-VALOR NUMERIC
              MOVE PARMV-VALOR TO WS-DIAS-MORA-MAXIMO
           END-IF.
       1030-FIN.  EXIT.

      * -----------------------------------------------------------
      * SALDO ABIERTO POR CLIENTE: SE RECORRE EL SUBDIARIO ANTES DE
      * ABRIRLO EN EXTENSION. LOS CARGOS MAS VIEJOS QUE LA BANDA DE
      * MORA SE ACUMULAN APARTE Y LOS PAGOS SE APLICAN PRIMERO A
      * ESA DEUDA, COMO EN EL REPORTE DE ANTIGUEDAD.
      * -----------------------------------------------------------
       1040-CARGA-CREDITO-CLIENTES.
           OPEN INPUT CUENTAS-COBRAR
           IF WS-CODIGO-CTACOB NOT EQUAL ZEROS
              GO TO 1040-FIN
           END-IF

           PERFORM 1050-ACUMULA-CTACOB UNTIL FIN-DE-CTACOB
           CLOSE CUENTAS-COBRAR

           PERFORM 1070-CIERRA-CREDITO-CLIENTE
                   VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > WS-CANTIDAD-CREDITO.
       1040-FIN.  EXIT.

       1050-ACUMULA-CTACOB.
           READ CUENTAS-COBRAR
              AT END MOVE 'S' TO SW-FIN-CTACOB
           END-READ
           IF FIN-DE-CTACOB
              GO TO 1050-FIN
           END-IF

           MOVE CTACOB-CLIENTE TO WS-LLAVE-CLI
           PERFORM 1060-UBICA-CREDITO-CLIENTE
           IF NOT CREDITO-HALLADO
              GO TO 1050-FIN
           END-IF

           IF CTACOB-ES-PAGO
              ADD CTACOB-IMPORTE TO WS-CRED-TAB-PAGOS (WS-IDX-CRED)
              SUBTRACT CTACOB-IMPORTE
                  FROM WS-CRED-TAB-SALDO (WS-IDX-CRED)
              GO TO 1050-FIN
           END-IF

           ADD CTACOB-IMPORTE TO WS-CRED-TAB-SALDO (WS-IDX-CRED)
           CALL 'DIAS-ENTRE-FECHAS'
                USING CTACOB-FECHA WS-FECHA-HOY WS-DIAS-ANTIGUEDAD
           IF WS-DIAS-ANTIGUEDAD GREATER THAN WS-DIAS-MORA-MAXIMO
              ADD CTACOB-IMPORTE TO WS-CRED-TAB-VENCIDO (WS-IDX-CRED)
           END-IF.
       1050-FIN.  EXIT.

      * -----------------------------------------------------------
      * BUSCA AL CLIENTE DE WS-LLAVE-CLI EN LA TABLA DE CREDITO Y,
      * SI NO ESTA, LO AGREGA EN CERO. CON LA TABLA LLENA EL
      * CLIENTE QUEDA SIN CONTROL Y SE AVISA UNA SOLA VEZ.
      * -----------------------------------------------------------
       1060-UBICA-CREDITO-CLIENTE.
           MOVE 'N' TO SW-CREDITO-HALLADO
           PERFORM 1065-COMPARA-CREDITO
                   VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > WS-CANTIDAD-CREDITO
                   OR CREDITO-HALLADO
           IF CREDITO-HALLADO
              SUBTRACT 1 FROM WS-IDX-CRED
              GO TO 1060-FIN
           END-IF

           IF WS-CANTIDAD-CREDITO NOT LESS THAN 500
              IF NOT TABLA-CREDITO-LLENA
                 MOVE 'S' TO SW-TABLA-CREDITO-LLENA
                 DISPLAY 'TABLA DE CREDITO LLENA: SIN CONTROL PARA '
                         'EL CLIENTE ' WS-LLAVE-CLI
              END-IF
              GO TO 1060-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-CREDITO
           MOVE WS-CANTIDAD-CREDITO TO WS-IDX-CRED
           MOVE WS-LLAVE-CLI TO WS-CRED-TAB-LLAVE (WS-IDX-CRED)
           MOVE ZEROS TO WS-CRED-TAB-SALDO (WS-IDX-CRED)
                         WS-CRED-TAB-VENCIDO (WS-IDX-CRED)
                         WS-CRED-TAB-PAGOS (WS-IDX-CRED)
           MOVE 'S' TO SW-CREDITO-HALLADO.
       1060-FIN.  EXIT.

       1065-COMPARA-CREDITO.
           IF WS-CRED-TAB-LLAVE (WS-IDX-CRED) EQUAL WS-LLAVE-CLI
              MOVE 'S' TO SW-CREDITO-HALLADO
           END-IF.
       1065-FIN.  EXIT.

      *    LOS PAGOS CANCELAN PRIMERO LA DEUDA VENCIDA; LO QUE QUEDA
      *    DE ELLA ES LO QUE RETIENE AL CLIENTE.
       1070-CIERRA-CREDITO-CLIENTE.
           IF WS-CRED-TAB-PAGOS (WS-IDX-CRED) NOT LESS THAN
                 WS-CRED-TAB-VENCIDO (WS-IDX-CRED)
              MOVE ZEROS TO WS-CRED-TAB-VENCIDO (WS-IDX-CRED)
           ELSE
              SUBTRACT WS-CRED-TAB-PAGOS (WS-IDX-CRED)
                  FROM WS-CRED-TAB-VENCIDO (WS-IDX-CRED)
           END-IF.
       1070-FIN.  EXIT.

      * -----------------------------------------------------------
      * LOS PUNTOS GANADOS HOY VENCEN EL ULTIMO DIA DEL MES QUE SE
      * CUMPLE AL SUMAR LOS MESES DE VIGENCIA AL MES DE LA CORRIDA.
      * -----------------------------------------------------------
       1080-CALCULA-VENCIMIENTO-PTOS.
           MOVE WS-FECHA-HOY TO WS-MES-VENCIMIENTO-9
           COMPUTE WS-MESES-CORRIDOS = WS-MES-VENC-ANIO * 12
                   + WS-MES-VENC-MES - 1 + WS-PTOS-MESES
           DIVIDE WS-MESES-CORRIDOS BY 12
                  GIVING WS-MES-VENC-ANIO REMAINDER WS-MES-VENC-MES
           ADD 1 TO WS-MES-VENC-MES
           MOVE 1 TO WS-MES-VENC-DIA
           CALL 'FIN-DE-MES' USING WS-MES-VENCIMIENTO-9
                                   WS-ULTIMO-DIA-VENC
                                   WS-VENCIMIENTO-PUNTOS.
       1080-FIN.  EXIT.

       2000-PROCESA-VENTA.
           PERFORM 2030-RESUELVE-CODIGO-ALTERNO

           MOVE VTA-ARTICULO TO DET-ARTICULO WS-LLAVE-ART
           MOVE VTA-CANTIDAD TO DET-CANTIDAD
           MOVE VTA-PRECIO   TO WS-PRECIO-UNITARIO
           COMPUTE WS-IMPORTE-VENTA = VTA-CANTIDAD * WS-PRECIO-UNITARIO
           MOVE WS-IMPORTE-VENTA TO DET-IMPORTE
           MOVE SPACES TO DET-DESCRIPCION

                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-VTA
                      WS-REG-ARTICULOS WS-CODIGO-ART

           PERFORM 2045-CARGA-COMPONENTES-KIT
           PERFORM 2040-VALIDA-VENDEDOR
           PERFORM 2050-VALIDA-CLIENTE
           PERFORM 2035-RESUELVE-FORMA-PAGO
           PERFORM 2055-RESUELVE-PRECIO-LISTA
           PERFORM 2060-VALIDA-STOCK-SUCURSAL
           PERFORM 2070-CONTROLA-PRECIO
           PERFORM 2080-CONTROLA-CREDITO
           PERFORM 2085-CONTROLA-PUNTOS

           EVALUATE TRUE
              WHEN CODIGO-SIN-CRUCE
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2100-RECHAZA-VENTA
                 MOVE 'ARTICULO DADO DE BAJA' TO DET-MENSAJE
              WHEN KIT-INCOMPLETO
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2100-RECHAZA-VENTA
                 MOVE 'KIT CON MAS DE 20 PARTES' TO DET-MENSAJE
              WHEN NOT ES-KIT
                   AND VTA-CANTIDAD GREATER THAN WS-ART-CANTIDAD
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2100-RECHAZA-VENTA
                 MOVE 'CANTIDAD SUPERA EXISTENCIA' TO DET-MENSAJE
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2100-RECHAZA-VENTA
                 MOVE WS-MENSAJE-CLIENTE TO DET-MENSAJE
              WHEN VENDEDOR-INVALIDO
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2100-RECHAZA-VENTA
                 MOVE WS-MENSAJE-VENDEDOR TO DET-MENSAJE
              WHEN PAGO-INVALIDO
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2100-RECHAZA-VENTA
                 MOVE WS-MENSAJE-PAGO TO DET-MENSAJE
              WHEN NOT VTA-FACTURA-A AND NOT VTA-FACTURA-B
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2100-RECHAZA-VENTA
                 MOVE 'LETRA DE FACTURA INVALIDA' TO DET-MENSAJE
              WHEN VTA-FACTURA-A AND VTA-CLIENTE EQUAL ZEROS
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2100-RECHAZA-VENTA
                 MOVE 'FACTURA A SIN CLIENTE' TO DET-MENSAJE
              WHEN SUCURSAL-SIN-STOCK
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2100-RECHAZA-VENTA
                 MOVE WS-MENSAJE-SUCURSAL TO DET-MENSAJE
              WHEN PUNTOS-INSUFICIENTES
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2100-RECHAZA-VENTA
                 MOVE 'PUNTOS INSUFICIENTES' TO DET-MENSAJE
              WHEN PRECIO-OBSERVADO
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2150-DESVIA-A-EXCEPCION
              WHEN CREDITO-RETENIDO
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2160-DESVIA-POR-CREDITO
              WHEN OTHER
                 MOVE WS-ART-DESCRIPCION TO DET-DESCRIPCION
                 PERFORM 2200-APLICA-VENTA
           END-IF.
       2030-FIN.  EXIT.

      * -----------------------------------------------------------
      * FORMA DE PAGO EN BLANCO: CUENTA CORRIENTE SI LA VENTA TRAE
      * CLIENTE Y EFECTIVO SI NO, COMO ANTES DE EXISTIR EL CAMPO.
      * LA TARJETA EXIGE MARCA Y AUTORIZACION DEL POSNET; LA CUENTA
      * CORRIENTE Y EL CANJE DE PUNTOS EXIGEN CLIENTE.
      * -----------------------------------------------------------
       2035-RESUELVE-FORMA-PAGO.
           MOVE 'N' TO SW-PAGO-INVALIDO
           IF VTA-FORMA-PAGO EQUAL SPACES
              IF VTA-CLIENTE GREATER THAN ZEROS
                 MOVE 'C' TO WS-FORMA-PAGO
              ELSE
                 MOVE 'E' TO WS-FORMA-PAGO
              END-IF
              GO TO 2035-FIN
           END-IF

           MOVE VTA-FORMA-PAGO TO WS-FORMA-PAGO
           EVALUATE TRUE
              WHEN PAGO-EFECTIVO
                 CONTINUE
              WHEN PAGO-TARJETA
                 IF VTA-MARCA-TARJETA EQUAL SPACES
                    OR VTA-AUTORIZA-TARJETA EQUAL SPACES
                    MOVE 'S' TO SW-PAGO-INVALIDO
                    MOVE 'TARJETA SIN MARCA O AUTORIZ.'
                         TO WS-MENSAJE-PAGO
                 END-IF
              WHEN PAGO-CTA-CTE
                 IF VTA-CLIENTE EQUAL ZEROS
                    MOVE 'S' TO SW-PAGO-INVALIDO
                    MOVE 'CUENTA CORRIENTE SIN CLIENTE'
                         TO WS-MENSAJE-PAGO
                 END-IF
              WHEN PAGO-PUNTOS
                 IF VTA-CLIENTE EQUAL ZEROS
                    MOVE 'S' TO SW-PAGO-INVALIDO
                    MOVE 'PAGO CON PUNTOS SIN CLIENTE'
                         TO WS-MENSAJE-PAGO
                 END-IF
              WHEN OTHER
                 MOVE 'S' TO SW-PAGO-INVALIDO
                 MOVE 'FORMA DE PAGO INVALIDA' TO WS-MENSAJE-PAGO
           END-EVALUATE.
       2035-FIN.  EXIT.

      * -----------------------------------------------------------
      * VENDEDOR EN BLANCO O CERO ES VENTA SIN VENDEDOR (NO
      * COMISIONA); DISTINTO DE CERO DEBE SER UN LEGAJO ACTIVO DEL
      * MAESTRO EMPLEADOS.
      * -----------------------------------------------------------
       2040-VALIDA-VENDEDOR.
           MOVE 'N' TO SW-VENDEDOR-INVALIDO
           MOVE ZEROS TO WS-VENDEDOR-VENTA
           IF VTA-VENDEDOR-X EQUAL SPACES
              GO TO 2040-FIN
           END-IF
           IF VTA-VENDEDOR NOT NUMERIC
              MOVE 'S' TO SW-VENDEDOR-INVALIDO
              MOVE 'LEGAJO DE VENDEDOR INVALIDO' TO WS-MENSAJE-VENDEDOR
              GO TO 2040-FIN
           END-IF
           IF VTA-VENDEDOR EQUAL ZEROS
              GO TO 2040-FIN
           END-IF

           MOVE VTA-VENDEDOR TO WS-LLAVE-EMP WS-VENDEDOR-VENTA
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           EVALUATE TRUE
              WHEN WS-CODIGO-EMP NOT EQUAL ZEROS
                 MOVE 'S' TO SW-VENDEDOR-INVALIDO
                 MOVE 'VENDEDOR INEXISTENTE' TO WS-MENSAJE-VENDEDOR
              WHEN WS-EMP-ESTADO NOT EQUAL 'A'
                 MOVE 'S' TO SW-VENDEDOR-INVALIDO
                 MOVE 'VENDEDOR DADO DE BAJA' TO WS-MENSAJE-VENDEDOR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       2040-FIN.  EXIT.

      * -----------------------------------------------------------
      * UN ARTICULO CON COMPONENTES EN KITS-COMPONENTES ES UN KIT:
      * SE CARGAN SUS PARTES CON LAS UNIDADES QUE CONSUME LA LINEA.
      * EL KIT NO TIENE STOCK PROPIO; LOS CONTROLES Y DESCUENTOS DE
      * EXISTENCIA SE HACEN SOBRE CADA COMPONENTE.
      * -----------------------------------------------------------
       2045-CARGA-COMPONENTES-KIT.
           MOVE 'N'   TO SW-ES-KIT SW-KIT-INCOMPLETO
           MOVE ZEROS TO WS-CANTIDAD-KIT
           IF WS-CODIGO-ART NOT EQUAL ZEROS
              GO TO 2045-FIN
           END-IF

           MOVE VTA-ARTICULO TO WS-LLAVE-KIT-ARTICULO
                                WS-HASTA-KIT-ARTICULO
           MOVE ZEROS        TO WS-LLAVE-KIT-COMPONENTE
           MOVE 99999        TO WS-HASTA-KIT-COMPONENTE
           MOVE 'RI' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-VTA WS-REG-KIT-AUX WS-CODIGO-KIT

           PERFORM 2046-AGREGA-COMPONENTE-KIT
                   UNTIL WS-CODIGO-KIT NOT EQUAL ZEROS

           IF WS-CANTIDAD-KIT GREATER THAN ZEROS
              MOVE 'S' TO SW-ES-KIT
           END-IF.
       2045-FIN.  EXIT.

       2046-AGREGA-COMPONENTE-KIT.
           IF WS-CANTIDAD-KIT NOT LESS THAN 20
              MOVE 'S' TO SW-KIT-INCOMPLETO
           ELSE
              ADD 1 TO WS-CANTIDAD-KIT
              MOVE WS-KIT-COMPONENTE-AUX
                   TO WS-KIT-TAB-ARTICULO (WS-CANTIDAD-KIT)
              MOVE WS-KIT-CANTIDAD-AUX
                   TO WS-KIT-TAB-UNIDADES (WS-CANTIDAD-KIT)
              COMPUTE WS-KIT-TAB-CONSUMO (WS-CANTIDAD-KIT) =
                      WS-KIT-CANTIDAD-AUX * VTA-CANTIDAD
           END-IF

           MOVE 'RS' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-VTA WS-REG-KIT-AUX WS-CODIGO-KIT.
       2046-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA SUCURSAL DE LA VENTA (CERO = 001) DEBE TENER REGISTRO
      * DEL ARTICULO Y SALDO SUFICIENTE EN STOCK-SUCURSAL; SI NO,
              MOVE VTA-SUCURSAL TO WS-SUCURSAL-VENTA
           END-IF

           IF ES-KIT
              MOVE ZEROS TO WS-COSTO-KIT
              PERFORM 2065-VALIDA-COMPONENTE-KIT
                      VARYING WS-IDX-KIT FROM 1 BY 1
                      UNTIL WS-IDX-KIT > WS-CANTIDAD-KIT
                      OR SUCURSAL-SIN-STOCK
              GO TO 2060-FIN
           END-IF

           MOVE VTA-ARTICULO      TO WS-LLAVE-STKS-ARTICULO
           MOVE WS-SUCURSAL-VENTA TO WS-LLAVE-STKS-SUCURSAL
           MOVE 'LE' TO WS-FUNCION-STKS
           END-EVALUATE.
       2060-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA COMPONENTE DEL KIT DEBE EXISTIR Y CUBRIR SU CONSUMO EN
      * LA EMPRESA Y EN LA SUCURSAL; DE PASO SE ACUMULA EL COSTO
      * DEL KIT COMO SUMA DE SUS PARTES.
      * -----------------------------------------------------------
       2065-VALIDA-COMPONENTE-KIT.
           MOVE WS-KIT-TAB-ARTICULO (WS-IDX-KIT) TO WS-LLAVE-ARTCMP
           MOVE 'LE' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ARTCMP WS-USUARIO-VTA
                      WS-REG-ARTCMP-AUX WS-CODIGO-ARTCMP
           IF WS-CODIGO-ARTCMP NOT EQUAL ZEROS
              MOVE 'S' TO SW-SUCURSAL-SIN-STOCK
              MOVE 'COMPONENTE KIT INEXISTENTE'
                   TO WS-MENSAJE-SUCURSAL
              GO TO 2065-FIN
           END-IF
           IF WS-KIT-TAB-CONSUMO (WS-IDX-KIT)
                 GREATER THAN WS-ARTCMP-CANTIDAD-AUX
              MOVE 'S' TO SW-SUCURSAL-SIN-STOCK
              MOVE 'COMPONENTE SUPERA EXISTENCIA'
                   TO WS-MENSAJE-SUCURSAL
              GO TO 2065-FIN
           END-IF
           COMPUTE WS-COSTO-KIT = WS-COSTO-KIT
                   + WS-ARTCMP-COSTO-AUX
                   * WS-KIT-TAB-UNIDADES (WS-IDX-KIT)

           MOVE WS-KIT-TAB-ARTICULO (WS-IDX-KIT)
                                  TO WS-LLAVE-STKS-ARTICULO
           MOVE WS-SUCURSAL-VENTA TO WS-LLAVE-STKS-SUCURSAL
           MOVE 'LE' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-VTA
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           EVALUATE TRUE
              WHEN WS-CODIGO-STKS NOT EQUAL ZEROS
                 MOVE 'S' TO SW-SUCURSAL-SIN-STOCK
                 MOVE 'COMPONENTE SIN STOCK CARGADO'
                      TO WS-MENSAJE-SUCURSAL
              WHEN WS-KIT-TAB-CONSUMO (WS-IDX-KIT)
                      GREATER THAN WS-STKSUC-CANTIDAD-AUX
                 MOVE 'S' TO SW-SUCURSAL-SIN-STOCK
                 MOVE 'COMPONENTE SUPERA SUCURSAL'
                      TO WS-MENSAJE-SUCURSAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       2065-FIN.  EXIT.

      * -----------------------------------------------------------
      * CLIENTE CERO ES VENTA DE CONTADO Y NO SE VALIDA; DISTINTO
      * DE CERO DEBE EXISTIR Y ESTAR ACTIVO EN EL MAESTRO CLIENTES.
           END-EVALUATE.
       2050-FIN.  EXIT.

      * -----------------------------------------------------------
      * PRECIO DE LA LISTA DEL CLIENTE: SI EL CLIENTE TIENE LISTA Y
      * EL ARTICULO TIENE EN ELLA UN PRECIO VIGENTE HOY, ESE PRECIO
      * PASA A SER LA REFERENCIA DE LA GUARDIA. SIN PRECIO TECLEADO,
      * O CON UNO MAYOR O IGUAL AL DE LA LISTA, LA LINEA SE COBRA A
      * PRECIO DE LISTA; UN PRECIO MENOR QUEDA COMO VINO.
      * -----------------------------------------------------------
       2055-RESUELVE-PRECIO-LISTA.
           MOVE 'N' TO SW-LISTA-VIGENTE SW-PRECIO-DE-LISTA
           IF VTA-CLIENTE EQUAL ZEROS
                 OR CLIENTE-INVALIDO
                 OR WS-CODIGO-ART NOT EQUAL ZEROS
              GO TO 2055-FIN
           END-IF
           IF WS-CLI-LISTA-PRECIOS EQUAL SPACES
              GO TO 2055-FIN
           END-IF

           MOVE WS-CLI-LISTA-PRECIOS TO WS-LLAVE-LSTP-LISTA
           MOVE VTA-ARTICULO         TO WS-LLAVE-LSTP-ARTICULO
           MOVE 'LE' TO WS-FUNCION-LSTP
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LSTP WS-LLAVE-LSTP WS-LLAVE-HASTA-LSTP
                      WS-USUARIO-VTA WS-REG-LISTA-AUX WS-CODIGO-LSTP
           IF WS-CODIGO-LSTP NOT EQUAL ZEROS
              GO TO 2055-FIN
           END-IF
           IF WS-FECHA-HOY LESS THAN WS-LSTP-DESDE-AUX
              OR WS-FECHA-HOY GREATER THAN WS-LSTP-HASTA-AUX
              GO TO 2055-FIN
           END-IF

           MOVE 'S' TO SW-LISTA-VIGENTE
           IF VTA-PRECIO LESS THAN WS-LSTP-PRECIO-AUX
                 AND VTA-PRECIO GREATER THAN ZEROS
              GO TO 2055-FIN
           END-IF

           MOVE 'S' TO SW-PRECIO-DE-LISTA
           MOVE WS-LSTP-PRECIO-AUX TO WS-PRECIO-UNITARIO
           COMPUTE WS-IMPORTE-VENTA = VTA-CANTIDAD * WS-PRECIO-UNITARIO
           MOVE WS-IMPORTE-VENTA TO DET-IMPORTE.
       2055-FIN.  EXIT.

      * -----------------------------------------------------------
      * GUARDIA DE PRECIOS: EL PRECIO COBRADO POR DEBAJO DEL COSTO,
      * O MAS DE DESCUENTO-MAX POR CIENTO BAJO EL PRECIO DE LISTA,
      * OBSERVA LA LINEA. EL CODIGO DE AUTORIZACION DE SUPERVISOR
      * LA DEJA PASAR Y QUEDA CONTADA PARA EL RESUMEN. EL PRECIO DE
      * LA LISTA DEL CLIENTE YA ES UN PRECIO AUTORIZADO; SI HAY
      * LISTA VIGENTE, EL DESCUENTO SE MIDE CONTRA ELLA.
      * -----------------------------------------------------------
       2070-CONTROLA-PRECIO.
           MOVE 'N' TO SW-PRECIO-OBSERVADO
           IF WS-CODIGO-ART NOT EQUAL ZEROS
              OR COBRA-PRECIO-DE-LISTA
              GO TO 2070-FIN
           END-IF

           IF HAY-LISTA-VIGENTE
              MOVE WS-LSTP-PRECIO-AUX TO WS-PRECIO-REFERENCIA
           ELSE
              MOVE WS-ART-PRECIO      TO WS-PRECIO-REFERENCIA
           END-IF
           COMPUTE WS-PRECIO-PISO ROUNDED =
                   WS-PRECIO-REFERENCIA
                   * (100 - WS-DESCUENTO-MAXIMO-PCT) / 100
           IF ES-KIT
              MOVE WS-COSTO-KIT TO WS-COSTO-LINEA
           ELSE
              MOVE WS-ART-COSTO TO WS-COSTO-LINEA
           END-IF

           EVALUATE TRUE
              WHEN WS-PRECIO-UNITARIO LESS THAN WS-COSTO-LINEA
                 MOVE 'PRECIO DEBAJO DEL COSTO'
                      TO WS-MENSAJE-PRECIO
              WHEN WS-PRECIO-UNITARIO LESS THAN WS-PRECIO-PISO
                 MOVE 'DESCUENTO SUPERA EL MAXIMO'
                      TO WS-MENSAJE-PRECIO
              WHEN OTHER
           MOVE 'S' TO SW-PRECIO-OBSERVADO.
       2070-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONTROL DE CREDITO DE LA VENTA EN CUENTA: CLIENTE RETENIDO
      * POR CREDITOS, DEUDA VENCIDA PASADA LA BANDA DE MORA, O
      * SALDO ABIERTO MAS EL IMPORTE DE LA LINEA (A PRECIO COBRADO,
      * ANTES DE PROMOCION) SOBRE EL LIMITE DEL CLIENTE. LIMITE
      * CERO ES CLIENTE SIN TOPE ASIGNADO. EL CODIGO DE LIBERACION
      * DE CREDITOS DEJA PASAR LA LINEA Y QUEDA CONTADO.
      * -----------------------------------------------------------
       2080-CONTROLA-CREDITO.
           MOVE 'N' TO SW-CREDITO-RETENIDO
           IF NOT PAGO-CTA-CTE
              OR VTA-CLIENTE EQUAL ZEROS
              OR CLIENTE-INVALIDO
              OR WS-CODIGO-ART NOT EQUAL ZEROS
              GO TO 2080-FIN
           END-IF

           MOVE VTA-CLIENTE TO WS-LLAVE-CLI
           PERFORM 1060-UBICA-CREDITO-CLIENTE
           IF NOT CREDITO-HALLADO
              GO TO 2080-FIN
           END-IF

           COMPUTE WS-SALDO-CON-VENTA =
                   WS-CRED-TAB-SALDO (WS-IDX-CRED) + WS-IMPORTE-VENTA

           EVALUATE TRUE
              WHEN WS-CLI-CREDITO-BLOQUEADO
                 MOVE 'CLIENTE RETENIDO POR CREDITO'
                      TO WS-MENSAJE-CREDITO
              WHEN WS-CRED-TAB-VENCIDO (WS-IDX-CRED) GREATER THAN
                      ZEROS
                 MOVE 'RETENIDA: DEUDA VENCIDA'
                      TO WS-MENSAJE-CREDITO
              WHEN WS-CLI-LIMITE-CREDITO GREATER THAN ZEROS
                 AND WS-SALDO-CON-VENTA GREATER THAN
                     WS-CLI-LIMITE-CREDITO
                 MOVE 'RETENIDA: SUPERA LIMITE'
                      TO WS-MENSAJE-CREDITO
              WHEN OTHER
                 GO TO 2080-FIN
           END-EVALUATE

           IF VTA-AUTORIZA-CREDITO NOT EQUAL SPACES
              ADD 1 TO WS-CONTADOR-LIBERADAS
              GO TO 2080-FIN
           END-IF

           MOVE 'S' TO SW-CREDITO-RETENIDO.
       2080-FIN.  EXIT.

      * -----------------------------------------------------------
      * PAGO CON PUNTOS: LA LINEA A PRECIO COBRADO (ANTES DE
      * PROMOCION, COMO EL CONTROL DE CREDITO) PASADA A PUNTOS DEBE
      * QUEDAR CUBIERTA POR EL SALDO DE PUNTOS DEL CLIENTE. EL
      * CANJE REAL SE CALCULA AL APLICAR, SOBRE EL IMPORTE FINAL.
      * -----------------------------------------------------------
       2085-CONTROLA-PUNTOS.
           MOVE 'N' TO SW-PUNTOS-INSUFICIENTES
           IF NOT PAGO-PUNTOS
              OR VTA-CLIENTE EQUAL ZEROS
              OR CLIENTE-INVALIDO
              OR WS-CODIGO-ART NOT EQUAL ZEROS
              GO TO 2085-FIN
           END-IF

           PERFORM 2087-CALCULA-PUNTOS-CANJE
           IF WS-PUNTOS-LINEA GREATER THAN WS-CLI-PUNTOS-SALDO
              MOVE 'S' TO SW-PUNTOS-INSUFICIENTES
           END-IF.
       2085-FIN.  EXIT.

      *    PUNTOS QUE CUBREN EL IMPORTE DE LA LINEA AL VALOR DEL
      *    PUNTO; LA FRACCION DE PUNTO SE COBRA ENTERA.
       2087-CALCULA-PUNTOS-CANJE.
           DIVIDE WS-IMPORTE-VENTA BY WS-PTOS-VALOR
                  GIVING WS-PUNTOS-LINEA
           COMPUTE WS-IMPORTE-PUNTOS = WS-PUNTOS-LINEA * WS-PTOS-VALOR
           IF WS-IMPORTE-PUNTOS LESS THAN WS-IMPORTE-VENTA
              ADD 1 TO WS-PUNTOS-LINEA
           END-IF.
       2087-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA LINEA OBSERVADA SIN AUTORIZACION NO SE FACTURA: QUEDA EN
      * EL ARCHIVO DE EXCEPCIONES PARA REVISION DEL SUPERVISOR.
           ADD 1 TO WS-CONTADOR-RECHAZADAS
           ADD 1 TO WS-CONTADOR-DESVIADAS
           MOVE WS-MENSAJE-PRECIO TO DET-MENSAJE
           MOVE SPACES            TO REG-VENTA-EXCEPCION
           MOVE REG-TRANS-VENTA   TO EXCV-TRANSACCION
           MOVE 'P'               TO EXCV-MOTIVO
           MOVE WS-MENSAJE-PRECIO TO EXCV-DESCRIPCION
           WRITE REG-VENTA-EXCEPCION.
       2150-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA VENTA RETENIDA POR CREDITO NO SE CARGA A LA CUENTA:
      * QUEDA EN EXCEPCIONES CON SU MOTIVO PARA QUE CREDITOS LA
      * LIBERE CON SU CODIGO EN LA CORRIDA SIGUIENTE.
      * -----------------------------------------------------------
       2160-DESVIA-POR-CREDITO.
           ADD 1 TO WS-CONTADOR-RECHAZADAS
           ADD 1 TO WS-CONTADOR-RETENIDAS
           MOVE WS-MENSAJE-CREDITO TO DET-MENSAJE
           MOVE SPACES             TO REG-VENTA-EXCEPCION
           MOVE REG-TRANS-VENTA    TO EXCV-TRANSACCION
           MOVE 'C'                TO EXCV-MOTIVO
           MOVE WS-MENSAJE-CREDITO TO EXCV-DESCRIPCION
           WRITE REG-VENTA-EXCEPCION.
       2160-FIN.  EXIT.

       2100-RECHAZA-VENTA.
           ADD 1 TO WS-CONTADOR-RECHAZADAS.
       2100-FIN.  EXIT.

       2200-APLICA-VENTA.
           IF ES-KIT
              MOVE ZEROS TO WS-CODIGO-ARTCMP
              PERFORM 2217-DESCUENTA-COMPONENTE-KIT
                      VARYING WS-IDX-KIT FROM 1 BY 1
                      UNTIL WS-IDX-KIT > WS-CANTIDAD-KIT
                      OR WS-CODIGO-ARTCMP NOT EQUAL ZEROS
              IF WS-CODIGO-ARTCMP NOT EQUAL ZEROS
                 PERFORM 2100-RECHAZA-VENTA
                 MOVE 'ERROR AL GRABAR, VER STATUS' TO DET-MENSAJE
                 GO TO 2200-FIN
              END-IF
           ELSE
              SUBTRACT VTA-CANTIDAD FROM WS-ART-CANTIDAD
              MOVE 'CA' TO WS-FUNCION-ART
              CALL 'PROG0020'
                   USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-VTA
                         WS-REG-ARTICULOS WS-CODIGO-ART
              IF WS-CODIGO-ART NOT EQUAL ZEROS
                 PERFORM 2100-RECHAZA-VENTA
                 MOVE 'ERROR AL GRABAR, VER STATUS' TO DET-MENSAJE
                 GO TO 2200-FIN
              END-IF
              PERFORM 2215-DESCUENTA-SUCURSAL
              MOVE VTA-ARTICULO TO WS-ARTICULO-LOTE
              MOVE VTA-CANTIDAD TO WS-PENDIENTE-LOTE
              PERFORM 2218-DESCUENTA-LOTES
           END-IF

           PERFORM 2220-APLICA-PROMOCION
           PERFORM 2210-NUMERA-FACTURA

           ADD 1 TO WS-CONTADOR-APLICADAS
           IF COBRA-PRECIO-DE-LISTA
              ADD 1 TO WS-CONTADOR-PRECIO-LISTA
           END-IF
           ADD WS-IMPORTE-VENTA TO WS-TOTAL-FACTURADO
           PERFORM 2230-CALCULA-IVA-LINEA
           EVALUATE TRUE
              WHEN PAGO-CTA-CTE
                 ADD WS-IMPORTE-VENTA TO WS-TOTAL-CTA-CORRIENTE
                 MOVE 'VENTA EN CUENTA CORRIENTE' TO DET-MENSAJE
                 PERFORM 2250-GRABA-CARGO-CLIENTE
              WHEN PAGO-TARJETA
                 ADD WS-IMPORTE-VENTA TO WS-TOTAL-TARJETAS
                 MOVE 'VENTA CON TARJETA' TO DET-MENSAJE
              WHEN PAGO-PUNTOS
                 ADD WS-IMPORTE-VENTA TO WS-TOTAL-PAGO-PUNTOS
                 MOVE 'VENTA PAGADA CON PUNTOS' TO DET-MENSAJE
              WHEN OTHER
                 ADD WS-IMPORTE-VENTA TO WS-TOTAL-CONTADO
                 MOVE 'VENTA REGISTRADA' TO DET-MENSAJE
           END-EVALUATE

           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE VTA-ARTICULO     TO VTAHIST-LLAVE
              COMPUTE WS-PRECIO-EFECTIVO ROUNDED =
                      WS-IMPORTE-VENTA / VTA-CANTIDAD
           ELSE
              MOVE WS-PRECIO-UNITARIO TO WS-PRECIO-EFECTIVO
           END-IF
           MOVE WS-PRECIO-EFECTIVO TO VTAHIST-PRECIO-COBRADO
           MOVE WS-IMPORTE-VENTA TO VTAHIST-IMPORTE
           MOVE VTA-CLIENTE      TO VTAHIST-CLIENTE
           MOVE 'V'              TO VTAHIST-TIPO
           MOVE WS-SERIE-SUCURSAL     TO VTAHIST-SUCURSAL
           MOVE WS-SERIE-PUNTO-VENTA  TO VTAHIST-PUNTO-VENTA
           MOVE WS-SERIE-TIPO         TO VTAHIST-TIPO-COMPROBANTE
           MOVE WS-NUMERO-COMPROBANTE TO VTAHIST-NUMERO-COMPROBANTE
           MOVE WS-FECHA-HOY          TO VTAHIST-FECHA-EMISION
           MOVE WS-VENDEDOR-VENTA     TO VTAHIST-VENDEDOR
           MOVE WS-FORMA-PAGO         TO VTAHIST-FORMA-PAGO
           IF PAGO-TARJETA
              MOVE VTA-MARCA-TARJETA    TO VTAHIST-MARCA-TARJETA
              MOVE VTA-AUTORIZA-TARJETA TO VTAHIST-AUTORIZA-TARJETA
           ELSE
              MOVE SPACES TO VTAHIST-MARCA-TARJETA
                             VTAHIST-AUTORIZA-TARJETA
           END-IF
           WRITE REG-VENTA-HISTORIA
           PERFORM 2260-MOVIMIENTO-PUNTOS

      *    LA SALIDA DEL KIT YA QUEDO EN STOCK-HISTORIA POR
      *    COMPONENTE.
           IF ES-KIT
              GO TO 2200-FIN
           END-IF

           MOVE VTA-ARTICULO     TO STKHIST-LLAVE
           MOVE WS-FECHA-HOY     TO STKHIST-FECHA
           WRITE REG-STOCK-HISTORIA.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA VENTA YA ACEPTADA TOMA EL PROXIMO NUMERO DE SU SERIE:
      * SUCURSAL DE LA VENTA, PUNTO DE VENTA (CERO = 0001) Y TIPO
      * FA O FB SEGUN LA LETRA. SI LA NUMERACION FALLA LA VENTA
      * QUEDA CON NUMERO CERO, SE AVISA Y SE CUENTA AL PIE PARA
      * QUE EL CONTROL DE NUMERACION LA MARQUE.
      * -----------------------------------------------------------
       2210-NUMERA-FACTURA.
           MOVE WS-SUCURSAL-VENTA TO WS-SERIE-SUCURSAL
           IF VTA-PUNTO-VENTA NUMERIC
                 AND VTA-PUNTO-VENTA GREATER THAN ZEROS
              MOVE VTA-PUNTO-VENTA TO WS-SERIE-PUNTO-VENTA
           ELSE
              MOVE 1 TO WS-SERIE-PUNTO-VENTA
           END-IF
           IF VTA-FACTURA-A
              MOVE 'FA' TO WS-SERIE-TIPO
           ELSE
              MOVE 'FB' TO WS-SERIE-TIPO
           END-IF

           MOVE 'PX' TO WS-FUNCION-NUMC
           CALL 'NUMERA-COMPROBANTES'
                USING WS-FUNCION-NUMC WS-SERIE-COMPROBANTE
                      WS-NUMERO-COMPROBANTE WS-CODIGO-NUMC
           IF WS-CODIGO-NUMC NOT EQUAL ZEROS
              MOVE ZEROS TO WS-NUMERO-COMPROBANTE
              ADD 1 TO WS-CONTADOR-SIN-NUMERO
              DISPLAY 'VENTA SIN NUMERO DE COMPROBANTE - ARTICULO '
                      VTA-ARTICULO ' SERIE ' WS-SERIE-COMPROBANTE
           END-IF.
       2210-FIN.  EXIT.

      * -----------------------------------------------------------
      * DESCUENTA LA VENTA DEL SALDO DE LA SUCURSAL (YA VALIDADO EN
      * 2060); EL REGISTRO DE LA SUCURSAL QUEDA EN EL AUX.
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS.
       2215-FIN.  EXIT.

      * -----------------------------------------------------------
      * DESCUENTA UN COMPONENTE DEL KIT VENDIDO DE LA EMPRESA Y DE
      * LA SUCURSAL Y DEJA SU SALIDA EN STOCK-HISTORIA CON EL
      * ARTICULO KIT COMO REFERENCIA.
      * -----------------------------------------------------------
       2217-DESCUENTA-COMPONENTE-KIT.
           MOVE WS-KIT-TAB-ARTICULO (WS-IDX-KIT) TO WS-LLAVE-ARTCMP
           MOVE 'LE' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ARTCMP WS-USUARIO-VTA
                      WS-REG-ARTCMP-AUX WS-CODIGO-ARTCMP
           IF WS-CODIGO-ARTCMP NOT EQUAL ZEROS
              GO TO 2217-FIN
           END-IF

           SUBTRACT WS-KIT-TAB-CONSUMO (WS-IDX-KIT)
               FROM WS-ARTCMP-CANTIDAD-AUX
           MOVE 'CA' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ARTCMP WS-USUARIO-VTA
                      WS-REG-ARTCMP-AUX WS-CODIGO-ARTCMP
           IF WS-CODIGO-ARTCMP NOT EQUAL ZEROS
              GO TO 2217-FIN
           END-IF

           MOVE WS-KIT-TAB-ARTICULO (WS-IDX-KIT)
                                  TO WS-LLAVE-STKS-ARTICULO
           MOVE WS-SUCURSAL-VENTA TO WS-LLAVE-STKS-SUCURSAL
           MOVE 'LE' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-VTA
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS
           IF WS-CODIGO-STKS EQUAL ZEROS
              SUBTRACT WS-KIT-TAB-CONSUMO (WS-IDX-KIT)
                  FROM WS-STKSUC-CANTIDAD-AUX
              MOVE 'CA' TO WS-FUNCION-STKS
              CALL 'STOCK-SUCURSAL-I-O'
                   USING WS-FUNCION-STKS WS-LLAVE-STKS
                         WS-LLAVE-HASTA-STKS WS-USUARIO-VTA
                         WS-REG-STKSUC-AUX WS-CODIGO-STKS
           END-IF

           MOVE WS-KIT-TAB-ARTICULO (WS-IDX-KIT) TO WS-ARTICULO-LOTE
           MOVE WS-KIT-TAB-CONSUMO (WS-IDX-KIT)  TO WS-PENDIENTE-LOTE
           PERFORM 2218-DESCUENTA-LOTES

           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE VTA-ARTICULO     TO WS-REFERENCIA-KIT-ART
           MOVE WS-KIT-TAB-ARTICULO (WS-IDX-KIT) TO STKHIST-LLAVE
           MOVE WS-FECHA-HOY     TO STKHIST-FECHA
           MOVE WS-HORA-AHORA    TO STKHIST-HORA
           MOVE 'S'              TO STKHIST-TIPO
           COMPUTE STKHIST-CANTIDAD =
                   ZERO - WS-KIT-TAB-CONSUMO (WS-IDX-KIT)
           MOVE WS-ARTCMP-CANTIDAD-AUX TO STKHIST-RESULTANTE
           MOVE WS-REFERENCIA-KIT TO STKHIST-REFERENCIA
           MOVE WS-USUARIO-VTA   TO STKHIST-ORIGEN
           WRITE REG-STOCK-HISTORIA.
       2217-FIN.  EXIT.

      * -----------------------------------------------------------
      * DESCUENTA LA SALIDA DE LOS LOTES DEL ARTICULO EN LA
      * SUCURSAL DE LA VENTA, UN LOTE POR LLAMADA Y EMPEZANDO POR
      * EL QUE VENCE ANTES, HASTA CUBRIRLA O QUEDARSE SIN LOTES
      * (EL RESTO ES STOCK ANTERIOR A LOS LOTES).
      * -----------------------------------------------------------
       2218-DESCUENTA-LOTES.
           MOVE ZEROS TO WS-CODIGO-LOTE
           PERFORM 2219-CONSUME-LOTE
                   UNTIL WS-PENDIENTE-LOTE EQUAL ZEROS
                   OR WS-CODIGO-LOTE NOT EQUAL ZEROS.
       2218-FIN.  EXIT.

       2219-CONSUME-LOTE.
           MOVE WS-ARTICULO-LOTE  TO WS-LOTE-ARTICULO-AUX
           MOVE WS-SUCURSAL-VENTA TO WS-LOTE-SUCURSAL-AUX
           MOVE WS-PENDIENTE-LOTE TO WS-LOTE-CANTIDAD-AUX
           MOVE 'CF' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE WS-LLAVE-HASTA-LOTE
                      WS-USUARIO-VTA WS-REG-LOTE-AUX WS-CODIGO-LOTE
           IF WS-CODIGO-LOTE EQUAL ZEROS
              SUBTRACT WS-LOTE-CANTIDAD-AUX FROM WS-PENDIENTE-LOTE
           END-IF.
       2219-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONSULTA LA PROMOCION DEL ARTICULO: SI ESTA VIGENTE A LA
      * FECHA DE CORRIDA Y EL UMBRAL DE CANTIDAD SE CUMPLE, EL
                        GIVING WS-UNIDADES-GRATIS
                 COMPUTE WS-IMPORTE-VENTA =
                         (VTA-CANTIDAD - WS-UNIDADES-GRATIS)
                         * WS-PRECIO-UNITARIO
              WHEN OTHER
                 GO TO 2220-FIN
           END-EVALUATE
           MOVE WS-IVA-LINEA     TO IVAVTA-IVA
           MOVE WS-IMPORTE-VENTA TO IVAVTA-TOTAL
           MOVE 'V'              TO IVAVTA-TIPO
           MOVE WS-SERIE-SUCURSAL     TO IVAVTA-SUCURSAL
           MOVE WS-SERIE-PUNTO-VENTA  TO IVAVTA-PUNTO-VENTA
           MOVE WS-SERIE-TIPO         TO IVAVTA-TIPO-COMPROBANTE
           MOVE WS-NUMERO-COMPROBANTE TO IVAVTA-NUMERO-COMPROBANTE
           WRITE REG-IVA-VENTA.
       2230-FIN.  EXIT.

           MOVE 'VENTA CRED'     TO CTACOB-REFERENCIA
           MOVE WS-USUARIO-VTA   TO CTACOB-ORIGEN
           MOVE WS-IMPORTE-VENTA TO CTACOB-IMPORTE
           MOVE WS-SERIE-SUCURSAL     TO CTACOB-SUCURSAL
           MOVE WS-SERIE-PUNTO-VENTA  TO CTACOB-PUNTO-VENTA
           MOVE WS-SERIE-TIPO         TO CTACOB-TIPO-COMPROBANTE
           MOVE WS-NUMERO-COMPROBANTE TO CTACOB-NUMERO-COMPROBANTE
           WRITE REG-CUENTA-COBRAR

           MOVE VTA-CLIENTE TO WS-LLAVE-CLI
           PERFORM 1060-UBICA-CREDITO-CLIENTE
           IF CREDITO-HALLADO
              ADD WS-IMPORTE-VENTA TO WS-CRED-TAB-SALDO (WS-IDX-CRED)
           END-IF.
       2250-FIN.  EXIT.

      * -----------------------------------------------------------
      * PUNTOS DE LA VENTA DEL CLIENTE: EL PAGO CON PUNTOS CANJEA
      * LOS QUE CUBREN EL IMPORTE FINAL DE LA LINEA; CUALQUIER
      * OTRA FORMA DE PAGO GANA, POR CADA $100, LOS PUNTOS DE LA
      * TASA DE LA FAMILIA DEL ARTICULO (SIN FRACCION). EL
      * MOVIMIENTO LLEVA FECHA, HORA Y ARTICULO DE LA LINEA DE
      * VENTAS-HISTORIA PARA QUE LA DEVOLUCION LO ENCUENTRE.
      * -----------------------------------------------------------
       2260-MOVIMIENTO-PUNTOS.
           IF VTA-CLIENTE EQUAL ZEROS
              GO TO 2260-FIN
           END-IF

           MOVE SPACES                TO REG-MOVIMIENTO-PUNTOS
           MOVE VTA-CLIENTE           TO PTOMOV-CLIENTE
           MOVE WS-FECHA-HOY          TO PTOMOV-FECHA
                                         PTOMOV-FECHA-VENTA
           MOVE WS-HORA-AHORA         TO PTOMOV-HORA
                                         PTOMOV-HORA-VENTA
           MOVE VTA-ARTICULO          TO PTOMOV-ARTICULO
           MOVE WS-IMPORTE-VENTA      TO PTOMOV-IMPORTE
           MOVE WS-SERIE-SUCURSAL     TO PTOMOV-SUCURSAL
           MOVE WS-SERIE-PUNTO-VENTA  TO PTOMOV-PUNTO-VENTA
           MOVE WS-SERIE-TIPO         TO PTOMOV-TIPO-COMPROBANTE
           MOVE WS-NUMERO-COMPROBANTE TO PTOMOV-NUMERO-COMPROBANTE
           MOVE WS-USUARIO-VTA        TO PTOMOV-ORIGEN

           IF PAGO-PUNTOS
              PERFORM 2087-CALCULA-PUNTOS-CANJE
              MOVE 'C'               TO PTOMOV-TIPO
              MOVE ZEROS             TO PTOMOV-VENCIMIENTO
              SUBTRACT WS-PUNTOS-LINEA FROM WS-CLI-PUNTOS-SALDO
              ADD WS-PUNTOS-LINEA TO WS-TOTAL-PUNTOS-CANJEADOS
           ELSE
              COMPUTE WS-IDX-FAM-PTOS = WS-ART-FAMILIA + 1
              COMPUTE WS-PUNTOS-LINEA = WS-IMPORTE-VENTA
                      * WS-PTOS-TASA-FAMILIA (WS-IDX-FAM-PTOS) / 100
              IF WS-PUNTOS-LINEA EQUAL ZEROS
                 GO TO 2260-FIN
              END-IF
              MOVE 'G'               TO PTOMOV-TIPO
              MOVE WS-VENCIMIENTO-PUNTOS TO PTOMOV-VENCIMIENTO
              ADD WS-PUNTOS-LINEA TO WS-CLI-PUNTOS-SALDO
              ADD WS-PUNTOS-LINEA TO WS-TOTAL-PUNTOS-GANADOS
           END-IF
           MOVE WS-PUNTOS-LINEA TO PTOMOV-PUNTOS
           WRITE REG-MOVIMIENTO-PUNTOS

           MOVE VTA-CLIENTE TO WS-LLAVE-CLI
           MOVE 'CA' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-VTA WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              DISPLAY 'NO SE ACTUALIZO EL SALDO DE PUNTOS DEL CLIENTE '
                      VTA-CLIENTE ' - STATUS: ' WS-CODIGO-CLI
           END-IF.
       2260-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-ART
           CALL 'PROG0020'
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-TOTAL-CONTADO        TO RES-EFECTIVO
           MOVE WS-TOTAL-TARJETAS       TO RES-TARJETAS
           MOVE WS-TOTAL-CTA-CORRIENTE  TO RES-CTA-CORRIENTE
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-PAGO
                 AFTER ADVANCING 1 LINE

           MOVE WS-TOTAL-PAGO-PUNTOS      TO RES-PAGO-PUNTOS
           MOVE WS-TOTAL-PUNTOS-GANADOS   TO RES-PUNTOS-GANADOS
           MOVE WS-TOTAL-PUNTOS-CANJEADOS TO RES-PUNTOS-CANJEADOS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-PUNTOS
                 AFTER ADVANCING 1 LINE

           MOVE WS-CONTADOR-PROMOCIONES TO RES-PROMOCIONES
           MOVE WS-TOTAL-DESCUENTOS     TO RES-DESCUENTOS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-PROMO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-PRECIO
                 AFTER ADVANCING 1 LINE

           MOVE WS-CONTADOR-PRECIO-LISTA TO RES-PRECIO-LISTA
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-LISTA
                 AFTER ADVANCING 1 LINE

           MOVE WS-CONTADOR-RETENIDAS   TO RES-RETENIDAS-CREDITO
           MOVE WS-CONTADOR-LIBERADAS   TO RES-LIBERADAS-CREDITO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-CREDITO
                 AFTER ADVANCING 1 LINE

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-VTA
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'CI' TO WS-FUNCION-LSTP
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LSTP WS-LLAVE-LSTP WS-LLAVE-HASTA-LSTP
                      WS-USUARIO-VTA WS-REG-LISTA-AUX WS-CODIGO-LSTP

           MOVE 'CI' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-VTA WS-REG-KIT-AUX WS-CODIGO-KIT

           MOVE 'CI' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE WS-LLAVE-HASTA-LOTE
                      WS-USUARIO-VTA WS-REG-LOTE-AUX WS-CODIGO-LOTE

           MOVE 'CI' TO WS-FUNCION-NUMC
           CALL 'NUMERA-COMPROBANTES'
                USING WS-FUNCION-NUMC WS-SERIE-COMPROBANTE
                      WS-NUMERO-COMPROBANTE WS-CODIGO-NUMC
           IF WS-CONTADOR-SIN-NUMERO GREATER THAN ZEROS
              DISPLAY 'VENTAS SIN NUMERO DE COMPROBANTE: '
                      WS-CONTADOR-SIN-NUMERO
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TRANS-VENTAS VENTAS-HISTORIA STOCK-HISTORIA
                 CUENTAS-COBRAR IVA-VENTAS VENTAS-EXCEPCION
                 MOVIMIENTOS-PUNTOS REPORTE.
       9000-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO BALANCEADO DEL DIA: DEBE CAJA POR EL EFECTIVO, DEBE
      * TARJETAS POR LO COBRADO CON TARJETA (A LIQUIDAR POR LAS
      * ADMINISTRADORAS), DEBE CTASCOBR POR LA VENTA EN CUENTA,
      * DEBE PUNTOS POR LO PAGADO CON PUNTOS (BAJA DEL PASIVO DE
      * PUNTOS DE CLIENTES), HABER VENTAS POR EL NETO Y HABER
      * IVAVENTA POR EL IVA DEBITO FISCAL. SIN VENTAS NO SE
      * ESCRIBE ASIENTO.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-TARJETAS GREATER THAN ZEROS
              MOVE 'TARJETAS'          TO GL-CUENTA
              MOVE 'D'                 TO GL-TIPO
              MOVE WS-TOTAL-TARJETAS   TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-CTA-CORRIENTE GREATER THAN ZEROS
              MOVE 'CTASCOBR'          TO GL-CUENTA
              MOVE 'D'                 TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-PAGO-PUNTOS GREATER THAN ZEROS
              MOVE 'PUNTOS  '          TO GL-CUENTA
              MOVE 'D'                 TO GL-TIPO
              MOVE WS-TOTAL-PAGO-PUNTOS TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           MOVE 'VENTAS  '          TO GL-CUENTA
           MOVE 'H'                 TO GL-TIPO
           COMPUTE GL-IMPORTE =
