       DATE-WRITTEN.                   09/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA CONSOLIDACION SE PUEDE REPETIR: CADA
      *                    ARCHIVO DEL PERIODO YA AGREGADO QUEDA
      *                    MARCADO EN SU CHECKPOINT (ESTADO 'M' CON LA
      *                    CANTIDAD DE MEZCLAS HECHAS) Y AL REPETIRSE
      *                    NO SE VUELVE A AGREGAR.
      *   15/10/2026  AMF  NOMINA PARTICIONADA POR RANGO DE LEGAJOS:
      *                    LA TARJETA UT-S-PARMNOM LLEVA EN LAS
      *                    COLUMNAS 3-4 EL NUMERO DE PARTICION Y EN
      *                    5-14 SU RANGO DESDE/HASTA. CADA PARTICION
      *                    CORRE EN SU PROPIO TRABAJO, EN PARALELO,
      *                    CON SU CHECKPOINT Y SUS SALIDAS (PLANILLA,
      *                    EXCEPCIONES, APORTES, RETENCIONES, CUOTAS
      *                    GREMIALES Y ANTIGUEDAD) EN ARCHIVOS
      *                    PROPIOS: LA PRIMERA CORRIDA DEL PERIODO
      *                    LOS ABRE VACIOS Y EL REARRANQUE LOS
      *                    EXTIENDE. LA PARTICION NO GRABA ASIENTO,
      *                    REPOSITORIO NI ESTADISTICAS, NO REGISTRA
      *                    EL PERIODO Y AL TERMINAR LIMPIA SOLO
      *                    MARCA SU CHECKPOINT COMPLETO; VUELTA A
      *                    CORRER YA COMPLETA NO LIQUIDA NADA. CON
      *                    MODO 'C' Y LA CANTIDAD DE PARTICIONES EN
      *                    3-4 LA CORRIDA CONSOLIDA: VERIFICA LOS
      *                    CHECKPOINTS DE TODAS LAS PARTICIONES,
      *                    JUNTA LAS PLANILLAS EN EL REPORTE Y EL
      *                    REPOSITORIO, LAS EXCEPCIONES EN
      *                    EXCEPCIONES-NOMINA Y, SOLO SI TODAS
      *                    TERMINARON LIMPIAS, AGREGA APORTES,
      *                    RETENCIONES, CUOTAS Y ANTIGUEDAD A LOS
      *                    ARCHIVOS DEL PERIODO, GRABA EL ASIENTO
      *                    UNICO Y REGISTRA EL PERIODO EN
      *                    CONTROL-CORRIDAS; SI NO, RETURN-CODE 8.
      *                    MARCA-CRONO RECIBE PROCESO-NOMINA-Pnn O
      *                    PROCESO-NOMINA-CONS PARA QUE LOS TIEMPOS
      *                    DE LAS PARTICIONES NO SE MEZCLEN.
      *   15/10/2026  AMF  ADICIONAL POR ANTIGUEDAD AUTOMATICO: EL
      *                    SUBPROGRAMA ADICIONAL-ANTIGUEDAD COMPUTA LOS
      *                    ANIOS DE SERVICIO AL FIN DEL PERIODO (ALTA
      *                    VIGENTE MAS LAS ETAPAS CERRADAS DE
      *                    PERIODOS-EMPLEO) Y APLICA LA ESCALA DEL
      *                    CONVENIO (TARJETAS UT-S-ESCANTIG) SOBRE EL
      *                    SALARIO BASE. EL ADICIONAL SE PRORRATEA CON
      *                    LOS MISMOS DIAS QUE EL SALARIO, SUMA AL
      *                    BRUTO (Y POR ESO A LA BASE DEL AGUINALDO)
      *                    Y SALE ITEMIZADO 'ANT'; LA CORRIDA REAL LO
      *                    DEJA EN ANTIGUEDAD-NOMINA (CPANTNOM) PARA
      *                    EL RECIBO DE SUELDO. REEMPLAZA EL CONCEPTO
      *                    TIPEADO A MANO. EL JORNALIZADO NO TIENE
      *                    SALARIO BASE Y NO LO COBRA POR ESTA VIA.
      *   15/10/2026  AMF  GRUPOS DE PAGO QUINCENAL Y SEMANAL: LA
      *                    COLUMNA 2 DE LA TARJETA UT-S-PARMNOM ELIGE
      *                    EL GRUPO (M/BLANCO MENSUAL, Q QUINCENAL, S
      *                    SEMANAL) Y EL PERIODO AAAANN DEL GRUPO SALE
      *                    DEL SUBPROGRAMA PERIODO-NOMINA (CON TARJETA
      *                    DE PERIODO, ESE; SIN ELLA, EL QUE CONTIENE
      *                    LA FECHA DEL DIA). SOLO SE LIQUIDAN LOS
      *                    LEGAJOS DEL GRUPO SEGUN EMPLEADO-FRECUENCIA
      *                    (CPEMPFR1, OPCIONAL: SIN REGISTRO EL LEGAJO
      *                    ES MENSUAL). EL GRUPO NO MENSUAL CORRE EL
      *                    DIA DE PAGO DE SU PERIODO; CONTROL-CORRIDAS
      *                    YA DISTINGUE LOS GRUPOS POR EL PERIODO Y EL
      *                    CHECKPOINT GUARDA UN REGISTRO POR GRUPO.
      *                    EL MENSUALIZADO COBRA LOS DIAS DEL
      *                    SUBPERIODO SOBRE LOS DEL MES; EL JORNALIZADO
      *                    (VALOR HORA) NO COBRA SALARIO, SOLO LAS
      *                    HORAS QUE IMPORTA-FICHADAS DEJA EN
      *                    CONCEPTOS, Y SIN HORAS ES EXCEPCION 'SH'.
      *                    LO MENSUAL SE REPARTE: LA ASIGNACION
      *                    FAMILIAR EN PARTES IGUALES (LA ULTIMA LLEVA
      *                    EL REDONDEO), GANANCIAS PROPORCIONA LA
      *                    ESCALA A LA FRACCION DEL ANIO TRANSCURRIDA
      *                    Y ORDENA LOS PERIODOS ANTERIORES POR FECHA,
      *                    Y LA TARJETA DE TASAS PATRONALES ADMITE UN
      *                    TOPE DE BASE MENSUAL QUE DESCUENTA LO YA
      *                    APORTADO EN LOS SUBPERIODOS DEL MES.
      *   15/10/2026  AMF  RELIQUIDACION DE LEGAJOS REVERTIDOS: CON EL
      *                    PERIODO YA COMPLETO EN CONTROL-CORRIDAS, LA
      *                    CORRIDA ACOTADA POR TARJETA YA NO SE FRENA:
      *                    LIQUIDA SOLO LOS LEGAJOS DEL RANGO CUYO
      *                    DETALLE REVERSA-NOMINA-LEGAJO DEJO EN
      *                    ESTADO 'V' Y SALTEA LOS DEMAS. SIN
      *                    CHECKPOINT, SIN NUEVOS APORTES NI CUOTAS
      *                    GREMIALES (LOS ORIGINALES NO SE REVIERTEN)
      *                    Y CON EL ASIENTO ARMADO SOLO CON LO
      *                    RELIQUIDADO EN LA CORRIDA.
      *   15/10/2026  AMF  CONCEPTOS NO REMUNERATIVOS: EL CONCEPTO CON
      *                    CONC-REMUNERATIVO = 'N' (REINTEGRO DE
      *                    GASTOS DE LIQUIDA-RENDICIONES) NO SUMA AL
      *                    BRUTO NI A LAS BASES DE RETENCION Y APORTES,
      *                    SOLO AL NETO. EN EL ASIENTO, ESE IMPORTE VA
      *                    AL DEBE DE REINTPAG, LA CUENTA PUENTE QUE
      *                    ACREDITO LA LIQUIDACION DE RENDICIONES.
      *   15/10/2026  AMF  DESCUENTOS GREMIALES POR CONVENIO: CON LOS
      *                    MAESTROS CONVENIOS (CPCONV01) Y
      *                    EMPLEADO-CONVENIO (CPEMPCV1) EN EL JCL, AL
      *                    LEGAJO CON GREMIO Y CATEGORIA SE LE
      *                    DESCUENTA LA CUOTA SINDICAL SI ES AFILIADO
      *                    O LA CONTRIBUCION SOLIDARIA SI NO LO ES,
      *                    COMO PORCENTAJE DE LA BASE DEL CONVENIO
      *                    (BASICO DE LA CATEGORIA O BRUTO LIQUIDADO),
      *                    ITEMIZADO 'SIN'. LA CORRIDA REAL DEJA CADA
      *                    DESCUENTO EN CUOTAS-SINDICALES (CPCUOSIN)
      *                    PARA LA REMESA MENSUAL A LOS GREMIOS. SIN
      *                    LOS MAESTROS NO HAY DESCUENTO GREMIAL.
      *   15/10/2026  AMF  RETENCION DE GANANCIAS ACUMULATIVA: CON
      *                    LA ESCALA ANUAL EN TARJETAS (UT-S-ESCGANA)
      *                    EL IMPUESTO SE CALCULA SOBRE EL BRUTO DEL
      *                    ANIO (PERIODOS ANTERIORES DE NOMINA-DETALLE
      *                    MAS EL PERIODO) MENOS LAS DEDUCCIONES
      *                    PERSONALES DE LA DECLARACION JURADA
      *                    (DECLARACIONES-GAN-I-O), CON ESCALA Y
      *                    DEDUCCIONES PROPORCIONADAS AL MES; SE
      *                    RETIENE LA DIFERENCIA CONTRA LO YA
      *                    RETENIDO, DEVOLVIENDO SI DA NEGATIVA, Y
      *                    DICIEMBRE ES EL AJUSTE ANUAL. LA RETENCION
      *                    QUEDA EN NOMDET-IMPUESTO-GAN, ITEMIZADA
      *                    'GAN', Y SALE UNA HOJA DE CALCULO POR
      *                    EMPLEADO (UT-S-HOJAGAN). SIN ESCALA SIGUE
      *                    LA TASA PLANA DEL MES COMO SIEMPRE.
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   02/09/2026  AMF  EL MAESTRO DE EMPLEADOS SE CERRABA ANTES
      *                    DE GRABAR EL ASIENTO, ASI QUE EL DESGLOSE
      *                    POR DEPARTAMENTO (QUE RESUELVE EL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RETN.

           SELECT ESCALA-GANANCIAS ASSIGN TO UT-S-ESCGANA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-ESCG.

           SELECT HOJA-GANANCIAS ASSIGN TO UT-S-HOJAGAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-HGAN.

           SELECT CONVENIOS ASSIGN TO UT-ARCHCONV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CONV-LLAVE
                  FILE STATUS IS WS-CODIGO-CONV.

           SELECT EMPLEADO-CONVENIO ASSIGN TO UT-ARCHECNV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPCNV-LLAVE
                  FILE STATUS IS WS-CODIGO-ECNV.

           SELECT CUOTAS-SINDICALES ASSIGN TO UT-S-CUOTASIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CSIN.

           SELECT EMPLEADO-FRECUENCIA ASSIGN TO UT-ARCHEFRC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPFRC-LLAVE
                  FILE STATUS IS WS-CODIGO-EFRC.

           SELECT ANTIGUEDAD-NOMINA ASSIGN TO UT-S-ANTIGNOM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-ANTN.

      *    SALIDAS DE LAS PARTICIONES, CONCATENADAS EN EL JCL DE LA
      *    CONSOLIDACION.
           SELECT CHECKPOINT-PARTICIONES ASSIGN TO UT-S-CHKPPART
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PCHK.

           SELECT PLANILLA-PARTICIONES ASSIGN TO UT-S-PLANPART
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PPLA.

           SELECT EXCEPCIONES-PARTICIONES ASSIGN TO UT-S-EXCPART
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PEXC.

           SELECT CONTRIBUCIONES-PARTICIONES ASSIGN TO UT-S-CONTPART
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PCON.

           SELECT RETENCIONES-PARTICIONES ASSIGN TO UT-S-RETNPART
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PRET.

           SELECT CUOTAS-PARTICIONES ASSIGN TO UT-S-CUOTPART
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PCUO.

           SELECT ANTIGUEDAD-PARTICIONES ASSIGN TO UT-S-ANTGPART
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PANT.

      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01  REG-PARAMETRO-NOM.
           05 PARM-MODO                 PIC X(01).
              88 PARM-ES-SIMULACION                VALUE 'S'.
              88 PARM-ES-CONSOLIDACION             VALUE 'C'.
           05 PARM-FRECUENCIA           PIC X(01).
              88 PARM-FRECUENCIA-VALIDA            VALUE ' ' 'M'
                                                         'Q' 'S'.
      *    NUMERO DE PARTICION Y SU RANGO DE LEGAJOS (EN BLANCO LA
      *    CORRIDA NO ES PARTICIONADA); CON MODO 'C', CANTIDAD DE
      *    PARTICIONES A CONSOLIDAR.
           05 PARM-PARTICION            PIC X(02).
           05 PARM-PART-DESDE           PIC X(05).
           05 PARM-PART-HASTA           PIC X(05).
           05 FILLER                    PIC X(66).

       FD  CHECKPOINT-NOMINA
           LABEL RECORDS ARE STANDARD
           05 CHKP-ESTADO               PIC X(01).
              88 CHKP-EN-PROCESO                   VALUE 'P'.
              88 CHKP-COMPLETA                     VALUE 'C'.
              88 CHKP-MEZCLADA                     VALUE 'M'.

       FD  CONCEPTOS-NOMINA
           LABEL RECORDS ARE STANDARD
           05 CONC-SIGNO                PIC X(01).
              88 CONC-ES-DESCUENTO                 VALUE '-'.
           05 CONC-IMPORTE              PIC 9(07)V99.
           05 CONC-REMUNERATIVO         PIC X(01).
              88 CONC-NO-REMUNERATIVO              VALUE 'N'.
           05 FILLER                    PIC X(41).

       FD  EXCEPCIONES-NOMINA
           LABEL RECORDS ARE STANDARD
           05 MAPGL-DEPTO               PIC 9(03).
           05 MAPGL-CUENTA-GASTO        PIC X(08).
           05 MAPGL-CUENTA-CONTR        PIC X(08).
           05 MAPGL-CUENTA-VIATICOS     PIC X(08).
           05 FILLER                    PIC X(53).

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       01  REG-TASA-CONTRIBUCION.
           05 TCON-TIPO                 PIC X(03).
           05 TCON-PORCENTAJE           PIC 9(02)V99.
           05 TCON-TOPE-BASE            PIC 9(07)V99.
           05 FILLER                    PIC X(64).

       FD  CONTRIBUCIONES-NOMINA
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-RETENCION-NOMINA.
           COPY CPRETNOM.

       FD  CONVENIOS
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS REG-CONVENIO.
           COPY CPCONV01.

       FD  EMPLEADO-CONVENIO
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS REG-EMPLEADO-CONVENIO.
           COPY CPEMPCV1.

       FD  CUOTAS-SINDICALES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS REG-CUOTA-SINDICAL.
           COPY CPCUOSIN.

       FD  EMPLEADO-FRECUENCIA
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS REG-EMPLEADO-FRECUENCIA.
           COPY CPEMPFR1.

       FD  ANTIGUEDAD-NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS REG-ANTIGUEDAD-NOMINA.
           COPY CPANTNOM.

       FD  RESUMEN-AUSENCIAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 7 CHARACTERS
           05 RESAUS-LEGAJO             PIC 9(05).
           05 RESAUS-DIAS-SIN-GOCE      PIC 9(02).

       FD  CHECKPOINT-PARTICIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS REG-CHECKPOINT-PART.
       01  REG-CHECKPOINT-PART.
           05 PCHK-PERIODO              PIC 9(06).
           05 PCHK-ULTIMO-LEGAJO        PIC 9(05).
           05 PCHK-ESTADO               PIC X(01).
              88 PCHK-COMPLETA                     VALUE 'C'.

       FD  PLANILLA-PARTICIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PLANILLA-PART.
       01  REG-PLANILLA-PART            PIC X(80).

       FD  EXCEPCIONES-PARTICIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-EXCEPCION-PART.
       01  REG-EXCEPCION-PART           PIC X(80).

       FD  CONTRIBUCIONES-PARTICIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS REG-CONTRIBUCION-PART.
       01  REG-CONTRIBUCION-PART        PIC X(32).

       FD  RETENCIONES-PARTICIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS REG-RETENCION-PART.
       01  REG-RETENCION-PART           PIC X(72).

       FD  CUOTAS-PARTICIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS REG-CUOTA-PART.
       01  REG-CUOTA-PART               PIC X(41).

       FD  ANTIGUEDAD-PARTICIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS REG-ANTIGUEDAD-PART.
       01  REG-ANTIGUEDAD-PART          PIC X(44).

      * ESCALA ANUAL DE GANANCIAS: TARJETAS 'T' CON LOS TRAMOS
      * (DESDE, HASTA EN CERO = SIN TOPE, FIJO Y PORCENTAJE SOBRE
      * EL EXCEDENTE) Y TARJETAS 'D' CON LAS DEDUCCIONES
      * PERSONALES ANUALES (MNI, ESP, CON, HIJ POR HIJO Y LOS
      * TOPES HIP, SAL Y DOM).
       FD  ESCALA-GANANCIAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-ESCALA-GAN.
       01  REG-ESCALA-GAN.
           05 ESCG-TIPO                 PIC X(01).
              88 ESCG-ES-TRAMO                     VALUE 'T'.
              88 ESCG-ES-DEDUCCION                 VALUE 'D'.
           05 ESCG-DESDE                PIC 9(09)V99.
           05 ESCG-HASTA                PIC 9(09)V99.
           05 ESCG-FIJO                 PIC 9(09)V99.
           05 ESCG-PORCENTAJE           PIC 9(02)V99.
           05 FILLER                    PIC X(42).
       01  REG-ESCALA-GAN-DEDUCCION REDEFINES REG-ESCALA-GAN.
           05 FILLER                    PIC X(01).
           05 ESCG-CODIGO-DEDUCCION     PIC X(03).
           05 ESCG-IMPORTE-DEDUCCION    PIC 9(09)V99.
           05 FILLER                    PIC X(65).

       FD  HOJA-GANANCIAS
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-HOJA-GAN.
       01  REG-HOJA-GAN                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(25) VALUE SPACES.
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                          VALUE 'S'.

      * NOMINA PARTICIONADA: LA PARTICION LIQUIDA SU RANGO DE
      * LEGAJOS CON SALIDAS PROPIAS; LA CONSOLIDACION LAS JUNTA Y
      * CIERRA EL PERIODO.
       01  SW-PARTICIONADA              PIC X(01) VALUE 'N'.
           88 CORRIDA-PARTICION                    VALUE 'P'.
           88 CORRIDA-CONSOLIDACION                VALUE 'C'.
       01  WS-NUMERO-PARTICION          PIC 9(02) VALUE ZEROS.
       01  WS-PART-DESDE                PIC 9(05) VALUE ZEROS.
       01  WS-PART-HASTA                PIC 9(05) VALUE ZEROS.
       01  SW-PARTICION-NUEVA           PIC X(01) VALUE 'S'.
           88 PARTICION-NUEVA                      VALUE 'S'.
       01  SW-SALIDAS-NUEVAS            PIC X(01) VALUE 'N'.
           88 SALIDAS-NUEVAS                       VALUE 'S'.
       01  SW-PARTICIONES-PENDIENTES    PIC X(01) VALUE 'N'.
           88 PARTICIONES-PENDIENTES               VALUE 'S'.
       01  WS-NOMBRE-CRONO              PIC X(20)
           VALUE 'PROCESO-NOMINA'.
       01  WS-CODIGO-PCHK               PIC X(02).
       01  WS-CODIGO-PPLA               PIC X(02).
       01  WS-CODIGO-PEXC               PIC X(02).
       01  WS-CODIGO-PCON               PIC X(02).
       01  WS-CODIGO-PRET               PIC X(02).
       01  WS-CODIGO-PCUO               PIC X(02).
       01  WS-CODIGO-PANT               PIC X(02).
       01  WS-PART-COMPLETAS            PIC 9(02) VALUE ZEROS.
       01  WS-CONTADOR-EXC-PARTICIONES  PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-MEZCLA           PIC 9(07) VALUE ZEROS.
       01  WS-MEZCLAS-HECHAS            PIC 9(01) VALUE ZEROS.

       01  WS-TITULO-CONSOLIDACION.
           05 FILLER                    PIC X(36)
              VALUE 'CONSOLIDACION DE PARTICIONES PERIODO'.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 TCO-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(13) VALUE
              'PARTICIONES: '.
           05 TCO-PARTICIONES           PIC Z9.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-LINEA-PART-PENDIENTE.
           05 FILLER                    PIC X(37)
              VALUE 'PARTICION EN PROCESO - ULTIMO LEGAJO '.
           05 LPP-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(38) VALUE SPACES.

       01  WS-LINEA-PART-RESUMEN.
           05 FILLER                    PIC X(23)
              VALUE 'PARTICIONES COMPLETAS: '.
           05 LPR-COMPLETAS             PIC Z9.
           05 FILLER                    PIC X(04) VALUE ' DE '.
           05 LPR-PARTICIONES           PIC Z9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LPR-RESULTADO             PIC X(47).

       01  WS-LINEA-PART-MEZCLA.
           05 FILLER                    PIC X(10) VALUE 'AGREGADOS '.
           05 LPM-ARCHIVO               PIC X(25).
           05 LPM-CANTIDAD              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(36) VALUE SPACES.

       01  WS-FECHA-HOY                  PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 WS-SALDO-LIMITE-AUX       PIC 9(09)V99 COMP-3.
           05 WS-SALDO-TASA-DESC-AUX    PIC 9(03)V9(04) COMP-3.
           05 WS-SALDO-ACTIVIDAD-AUX    PIC X(01).
           05 WS-SALDO-RETENIDO-AUX     PIC 9(11)V99 COMP-3.
           05 WS-SALDO-FECHA-CIERRE-AUX PIC 9(08).
           05 WS-SALDO-MONEDA-AUX       PIC X(03).
       01  WS-CODIGO-SDO                 PIC X(02).

       01  WS-FUNCION-DET                PIC X(02).
           05 WS-NOMDET-NETO-AUX        PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-FECHA-AUX       PIC 9(08).
           05 WS-NOMDET-ESTADO-AUX      PIC X(01).
           05 WS-NOMDET-IMPGAN-AUX      PIC S9(07)V99 COMP-3.
       01  WS-CODIGO-DET                 PIC X(02).

       01  WS-DIAS-PERIODO                PIC 9(02) VALUE 30.
       01  WS-BRUTO-PRORRATEADO           PIC S9(07)V99 COMP-3.
       01  WS-DEDUCCION                   PIC S9(07)V99 COMP-3.
       01  WS-NETO                        PIC S9(07)V99 COMP-3.
       01  WS-NO-REMUNERATIVO             PIC S9(07)V99 COMP-3.

       01  WS-DIFERENCIA-SIM              PIC S9(07)V99 COMP-3.
       01  WS-CHKP-ESTADO-GRABAR          PIC X(01).
       01  WS-CODIGO-PARMC                PIC X(02).
       01  SW-SELECCION-EXPLICITA         PIC X(01) VALUE 'N'.
           88 SELECCION-EXPLICITA                    VALUE 'S'.
       01  SW-RELIQUIDACION               PIC X(01) VALUE 'N'.
           88 RELIQUIDACION-REVERTIDOS               VALUE 'S'.
       01  SW-LEGAJO-A-LIQUIDAR           PIC X(01) VALUE 'S'.
           88 LEGAJO-A-LIQUIDAR                      VALUE 'S'.
       01  SW-ENTRA-EN-ASIENTO            PIC X(01) VALUE 'S'.
           88 ENTRA-EN-ASIENTO                       VALUE 'S'.
       01  WS-CONTADOR-NO-REVERTIDOS      PIC 9(05) VALUE ZEROS.
       01  WS-PERIODO-PROCESO             PIC 9(06).

      * GRUPO DE PAGO DE LA CORRIDA Y SU PERIODO SEGUN
      * PERIODO-NOMINA: MES CALENDARIO, SUBPERIODO DENTRO DEL MES,
      * FECHAS DESDE/HASTA Y FECHA DE PAGO. EL GRUPO MENSUAL ES UN
      * SOLO SUBPERIODO QUE CUBRE EL MES ENTERO.
       01  WS-FRECUENCIA-GRUPO            PIC X(01) VALUE 'M'.
           88 GRUPO-MENSUAL                          VALUE 'M'.
       01  SW-PERIODO-VALIDO              PIC X(01) VALUE 'S'.
           88 PERIODO-VALIDO                         VALUE 'S'.
       01  WS-ANIO-MES-PROCESO            PIC 9(06).
       01  WS-MES-PROCESO                 PIC 9(02).
       01  WS-SUBPERIODO-PROCESO          PIC 9(01) VALUE 1.
       01  WS-CANT-SUBPERIODOS            PIC 9(01) VALUE 1.
       01  WS-FECHA-DESDE-PROCESO         PIC 9(08).
       01  WS-FECHA-HASTA-PROCESO         PIC 9(08).
       01  WS-DIA-DESDE-PROCESO           PIC 9(02).
       01  WS-DIA-HASTA-PROCESO           PIC 9(02).
       01  WS-FECHA-PAGO-GRUPO            PIC 9(08).
       01  WS-FUNCION-PER                 PIC X(02).
       01  WS-PERIODO-NOMINA.
           05 WS-PER-FRECUENCIA           PIC X(01).
           05 WS-PER-FECHA                PIC 9(08).
           05 WS-PER-PERIODO              PIC 9(06).
           05 WS-PER-ANIO-MES             PIC 9(06).
           05 WS-PER-SUBPERIODO           PIC 9(01).
           05 WS-PER-CANT-SUBPERIODOS     PIC 9(01).
           05 WS-PER-FECHA-DESDE          PIC 9(08).
           05 WS-PER-FECHA-HASTA          PIC 9(08).
           05 WS-PER-DIAS-MES             PIC 9(02).
           05 WS-PER-FECHA-PAGO           PIC 9(08).
       01  WS-CODIGO-PER                  PIC X(02).
      * DESGLOSE DE UN PERIODO AJENO (DETALLE O CHECKPOINT).
       01  WS-PERIODO-DETALLE.
           05 WS-PDT-FRECUENCIA           PIC X(01).
           05 WS-PDT-FECHA                PIC 9(08).
           05 WS-PDT-PERIODO              PIC 9(06).
           05 WS-PDT-ANIO-MES             PIC 9(06).
           05 WS-PDT-SUBPERIODO           PIC 9(01).
           05 WS-PDT-CANT-SUBPERIODOS     PIC 9(01).
           05 WS-PDT-FECHA-DESDE          PIC 9(08).
           05 WS-PDT-FECHA-HASTA          PIC 9(08).
           05 WS-PDT-DIAS-MES             PIC 9(02).
           05 WS-PDT-FECHA-PAGO           PIC 9(08).
       01  WS-CODIGO-PDT                  PIC X(02).

      * GRUPO DEL LEGAJO EN PROCESO (EMPLEADO-FRECUENCIA). SIN
      * ARCHIVO O SIN REGISTRO EL LEGAJO ES MENSUAL Y MENSUALIZADO.
       01  WS-CODIGO-EFRC                 PIC X(02).
       01  SW-FRECUENCIAS-ABIERTAS        PIC X(01) VALUE 'N'.
           88 FRECUENCIAS-ABIERTAS-OK               VALUE 'S'.
       01  WS-FRECUENCIA-EMP              PIC X(01).
       01  SW-JORNALIZADO                 PIC X(01) VALUE 'N'.
           88 LEGAJO-JORNALIZADO                    VALUE 'S'.
       01  WS-CONTADOR-OTRO-GRUPO         PIC 9(05) VALUE ZEROS.

      * EL CHECKPOINT LLEVA UN REGISTRO POR GRUPO DE PAGO: LOS DE
      * LOS OTROS GRUPOS SE CONSERVAN AL REESCRIBIRLO.
       01  WS-TABLA-CHKP-OTROS.
           05 WS-CANTIDAD-CHKP-OTROS    PIC 9(01) VALUE ZEROS.
           05 WS-CHKP-OTRO OCCURS 3 TIMES
                                        PIC X(12).
       01  WS-IDX-CHKP                  PIC 9(01).

       01  WS-LINEA-RESUMEN-CONC.
           05 FILLER                    PIC X(25)
      * AJUSTA AQUI CUANDO EL VALOR LEGAL CAMBIA.
       01  WS-MONTO-ASIGNACION          PIC 9(05)V99 VALUE 1500.00.
       01  WS-ASIGNACION-FAMILIAR       PIC S9(07)V99 COMP-3.
       01  WS-PARTE-SUBPERIODO          PIC S9(07)V99 COMP-3.

      * ADICIONAL POR ANTIGUEDAD (SUBPROGRAMA ADICIONAL-ANTIGUEDAD).
       01  WS-FUNCION-ANT               PIC X(02) VALUE 'CA'.
       01  WS-AREA-ANTIGUEDAD.
           05 WS-ANT-LEGAJO             PIC 9(05).
           05 WS-ANT-FECHA-ALTA         PIC 9(08).
           05 WS-ANT-FECHA-HASTA        PIC 9(08).
           05 WS-ANT-SALARIO-BASE       PIC 9(07)V99.
           05 WS-ANT-ANIOS              PIC 9(02).
           05 WS-ANT-PORCENTAJE         PIC 9(03)V99.
           05 WS-ANT-IMPORTE            PIC 9(07)V99.
       01  WS-CODIGO-ANT                PIC X(02).
       01  WS-ANTIGUEDAD-MENSUAL        PIC S9(07)V99 COMP-3.
       01  WS-ADICIONAL-ANTIGUEDAD      PIC S9(07)V99 COMP-3.
       01  WS-CODIGO-ANTN               PIC X(02).
       01  SW-ANTIGUEDAD-ABIERTA        PIC X(01) VALUE 'N'.
           88 ANTIGUEDAD-ABIERTA-OK                VALUE 'S'.

       01  WS-TABLA-DEDR-EMP.
           05 WS-CANTIDAD-DEDR-EMP      PIC 9(02) VALUE ZEROS.
           05 WS-TASA-CONTR-TABLA OCCURS 10 TIMES.
              10 WS-TCON-TIPO           PIC X(03).
              10 WS-TCON-PORCENTAJE     PIC 9(02)V99.
              10 WS-TCON-TOPE-BASE      PIC 9(07)V99.
       01  WS-IDX-TCON                  PIC 9(02).
      * BASE YA APORTADA EN LOS SUBPERIODOS ANTERIORES DEL MES, PARA
      * EL TOPE MENSUAL DE LA TARJETA DE TASAS.
       01  WS-BASE-APORTADA-MES         PIC S9(09)V99 COMP-3.
       01  WS-BASE-CONTRIBUCION         PIC S9(09)V99 COMP-3.
       01  WS-TOPE-DISPONIBLE           PIC S9(09)V99 COMP-3.
       01  WS-IMPORTE-CONTRIBUCION      PIC 9(07)V99 COMP-3.
       01  WS-GL-TOTAL-CONTRIBUCIONES   PIC S9(13)V99 COMP-3.

      * RETENCION ACUMULATIVA DE GANANCIAS. CON LA ESCALA ANUAL
      * CARGADA DE LAS TARJETAS UT-S-ESCGANA EL IMPUESTO SE CALCULA
      * SOBRE EL ACUMULADO DEL ANIO; SIN TARJETAS SIGUE LA TASA
      * PLANA DE TASAS-INDEXADAS SOBRE EL BRUTO DEL MES.
       01  WS-CODIGO-ESCG                 PIC X(02).
       01  WS-CODIGO-HGAN                 PIC X(02).
       01  SW-FIN-ESCG                    PIC X(01) VALUE 'N'.
           88 FIN-DE-ESCG                           VALUE 'S'.
       01  SW-ESCALA-GANANCIAS            PIC X(01) VALUE 'N'.
           88 ESCALA-GANANCIAS-ACTIVA               VALUE 'S'.
       01  WS-TABLA-ESCALA-GAN.
           05 WS-CANTIDAD-TRAMOS-GAN    PIC 9(02) VALUE ZEROS.
           05 WS-TRAMO-GAN OCCURS 15 TIMES.
              10 WS-TGAN-DESDE          PIC 9(09)V99.
              10 WS-TGAN-HASTA          PIC 9(09)V99.
              10 WS-TGAN-FIJO           PIC 9(09)V99.
              10 WS-TGAN-PORCENTAJE     PIC 9(02)V99.
       01  WS-IDX-TGAN                  PIC 9(02).
       01  WS-TRAMO-GAN-HALLADO         PIC 9(02).
       01  WS-DEDUCCIONES-LEGALES-GAN.
           05 WS-GAN-MINIMO-NO-IMPON    PIC 9(09)V99 VALUE ZEROS.
           05 WS-GAN-DEDUCCION-ESPECIAL PIC 9(09)V99 VALUE ZEROS.
           05 WS-GAN-CONYUGE            PIC 9(09)V99 VALUE ZEROS.
           05 WS-GAN-HIJO               PIC 9(09)V99 VALUE ZEROS.
           05 WS-GAN-TOPE-HIPOTECA      PIC 9(09)V99 VALUE ZEROS.
           05 WS-GAN-TOPE-SALUD         PIC 9(09)V99 VALUE ZEROS.
           05 WS-GAN-TOPE-DOMESTICO     PIC 9(09)V99 VALUE ZEROS.

       01  WS-FUNCION-DDJ               PIC X(02).
       01  WS-LLAVE-DDJ.
           05 WS-LLAVE-DDJ-LEGAJO       PIC 9(05).
           05 WS-LLAVE-DDJ-ANIO         PIC 9(04).
       01  WS-LLAVE-HASTA-DDJ           PIC 9(09) VALUE ZEROS.
       01  WS-REG-DECLARACION-AUX.
           05 WS-DDJ-LEGAJO-AUX         PIC 9(05).
           05 WS-DDJ-ANIO-AUX           PIC 9(04).
           05 WS-DDJ-CONYUGE-AUX        PIC X(01).
              88 WS-DDJ-CON-CONYUGE-AUX         VALUE 'S'.
           05 WS-DDJ-HIJOS-AUX          PIC 9(02).
           05 WS-DDJ-HIPOTECA-AUX       PIC 9(09)V99.
           05 WS-DDJ-SALUD-AUX          PIC 9(09)V99.
           05 WS-DDJ-DOMESTICO-AUX      PIC 9(09)V99.
           05 WS-DDJ-PRESENTACION-AUX   PIC 9(08).
       01  WS-CODIGO-DDJ                PIC X(02).

      * CALCULO DEL EMPLEADO EN PROCESO. LOS IMPORTES ANUALES DE
      * DEDUCCIONES Y DE LA ESCALA SE PROPORCIONAN A LOS MESES
      * TRANSCURRIDOS (MES / 12); EN DICIEMBRE VAN COMPLETOS Y LA
      * LIQUIDACION ES EL AJUSTE ANUAL. EN LOS GRUPOS QUINCENAL Y
      * SEMANAL EL MES LLEVA LA FRACCION DEL SUBPERIODO.
       01  WS-GAN-MES                   PIC 9(02)V9(04).
       01  WS-GAN-AM-LIQUIDACION        PIC 9(06).
       01  WS-IMPUESTO-GAN              PIC S9(07)V99 COMP-3.
       01  WS-GAN-BRUTO-ANTERIOR        PIC S9(09)V99 COMP-3.
       01  WS-GAN-RETENIDO-ANTERIOR     PIC S9(09)V99 COMP-3.
       01  WS-GAN-BRUTO-ACUMULADO       PIC S9(09)V99 COMP-3.
       01  WS-GAN-DED-MINIMO            PIC S9(09)V99 COMP-3.
       01  WS-GAN-DED-ESPECIAL          PIC S9(09)V99 COMP-3.
       01  WS-GAN-DED-CONYUGE           PIC S9(09)V99 COMP-3.
       01  WS-GAN-DED-HIJOS             PIC S9(09)V99 COMP-3.
       01  WS-GAN-DED-HIPOTECA          PIC S9(09)V99 COMP-3.
       01  WS-GAN-DED-SALUD             PIC S9(09)V99 COMP-3.
       01  WS-GAN-DED-DOMESTICO         PIC S9(09)V99 COMP-3.
       01  WS-GAN-TOTAL-DEDUCCIONES     PIC S9(09)V99 COMP-3.
       01  WS-GAN-BASE-IMPONIBLE        PIC S9(09)V99 COMP-3.
       01  WS-GAN-IMPUESTO-ACUM         PIC S9(09)V99 COMP-3.
       01  WS-GAN-IMPORTE-TOPEADO       PIC S9(09)V99 COMP-3.
       01  WS-GAN-DESDE-PROP            PIC S9(09)V99 COMP-3.
       01  WS-GAN-HASTA-PROP            PIC S9(09)V99 COMP-3.
       01  WS-GAN-FIJO-PROP             PIC S9(09)V99 COMP-3.

       01  WS-TITULO-HOJA-GAN.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'HOJA DE CALCULO DE RETENCION GANANCIAS'.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-ENCAB-HOJA-GAN.
           05 FILLER                    PIC X(07) VALUE 'LEGAJO '.
           05 HGE-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 HGE-APELLIDO              PIC X(15).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 HGE-NOMBRE                PIC X(15).
           05 FILLER                    PIC X(09) VALUE ' PERIODO '.
           05 HGE-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 HGE-OBSERVACION           PIC X(13).

       01  WS-LINEA-HOJA-GAN.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 HGL-CONCEPTO              PIC X(40).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 HGL-IMPORTE               PIC -ZZZ,ZZZ,ZZ9.99.

      * DESCUENTO GREMIAL DEL LEGAJO EN PROCESO SEGUN SU GREMIO Y
      * CATEGORIA DE CONVENIO. SIN LOS MAESTROS EN EL JCL NO HAY
      * DESCUENTO GREMIAL.
       01  WS-CODIGO-CONV                 PIC X(02).
       01  WS-CODIGO-ECNV                 PIC X(02).
       01  WS-CODIGO-CSIN                 PIC X(02).
       01  SW-CONVENIOS-ABIERTOS          PIC X(01) VALUE 'N'.
           88 CONVENIOS-ABIERTOS-OK                 VALUE 'S'.
       01  SW-CUOTAS-ABIERTAS             PIC X(01) VALUE 'N'.
           88 CUOTAS-ABIERTAS-OK                    VALUE 'S'.
       01  WS-CUOTA-SINDICAL              PIC S9(07)V99 COMP-3.
       01  WS-BASE-SINDICAL               PIC S9(07)V99 COMP-3.
       01  WS-PORC-SINDICAL               PIC 9(02)V99.
       01  WS-TIPO-SINDICAL               PIC X(03).

       01  WS-CONTADOR-LIQUIDADOS         PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-NETO                  PIC S9(09)V99 COMP-3
                                           VALUE ZEROS.
       01  WS-GL-TOTAL-BRUTO              PIC S9(13)V99 COMP-3.
       01  WS-GL-TOTAL-DEDUCCIONES        PIC S9(13)V99 COMP-3.
       01  WS-GL-TOTAL-NETO               PIC S9(13)V99 COMP-3.
       01  WS-GL-TOTAL-NO-REMUN           PIC S9(13)V99 COMP-3.

      * MAPA DEPARTAMENTO -> CUENTAS DE GASTO Y DE APORTES, PARA
      * PARTIR EL ASIENTO DE NOMINA POR DEPARTAMENTO. SIN ARCHIVO
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           PERFORM 0500-LEE-PARAMETROS
           MOVE 'I' TO WS-TIPO-CRONO
           CALL 'MARCA-CRONO'
                USING WS-NOMBRE-CRONO WS-TIPO-CRONO
           PERFORM 0550-LEE-SELECCION
           IF CORRIDA-PARTICION OR CORRIDA-CONSOLIDACION
              PERFORM 0560-APLICA-PARTICION
           END-IF
           IF NOT PERIODO-VALIDO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF CORRIDA-REAL AND GRUPO-MENSUAL
              CALL 'CONSULTA-CALENDARIO'
                   USING WS-FECHA-HOY WS-MARCAS-CALENDARIO
                         WS-CODIGO-CAL
              END-EVALUATE
           END-IF

      *    EL GRUPO QUINCENAL O SEMANAL CORRE EL DIA DE PAGO DE SU
      *    PERIODO; CON PERIODO POR TARJETA MANDA LA TARJETA.
           IF CORRIDA-REAL AND NOT GRUPO-MENSUAL
              AND WS-PARM-PERIODO EQUAL ZEROS
              AND WS-FECHA-HOY NOT EQUAL WS-FECHA-PAGO-GRUPO
              DISPLAY 'HOY NO ES DIA DE PAGO DEL GRUPO '
                      WS-FRECUENCIA-GRUPO ': PAGA EL '
                      WS-FECHA-PAGO-GRUPO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF CORRIDA-REAL
              MOVE 'VE' TO WS-FUNCION-CTRL
              MOVE WS-PERIODO-PROCESO TO WS-PERIODO-CTRL
              CALL 'CONTROL-CORRIDAS'
                   USING WS-FUNCION-CTRL WS-NOMBRE-PROGRAMA
                         WS-PERIODO-CTRL WS-CODIGO-CTRL
      *       CON EL PERIODO COMPLETO, LA CORRIDA ACOTADA POR TARJETA
      *       SOLO RELIQUIDA LOS LEGAJOS REVERTIDOS DEL RANGO.
              IF WS-CODIGO-CTRL EQUAL 'YA'
                 IF SELECCION-EXPLICITA AND NOT CORRIDA-PARTICION
                    MOVE 'S' TO SW-RELIQUIDACION
                    DISPLAY 'PERIODO COMPLETO: SOLO SE RELIQUIDAN '
                            'LOS LEGAJOS REVERTIDOS DEL RANGO'
                 ELSE
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
           END-IF

      *    EL CHECKPOINT SE LEE ANTES DE ABRIR LAS SALIDAS: LA
      *    PARTICION QUE REARRANCA EN EL PERIODO LAS EXTIENDE Y LA
      *    CONSOLIDACION QUE SE REPITE SALTEA LAS MEZCLAS HECHAS.
           IF CORRIDA-REAL
              PERFORM 0600-LEE-CHECKPOINT
           END-IF
           IF CORRIDA-PARTICION AND PARTICION-NUEVA
              MOVE 'S' TO SW-SALIDAS-NUEVAS
           END-IF

           IF CORRIDA-PARTICION AND NOT PARTICION-NUEVA
              OPEN EXTEND REPORTE
              OPEN EXTEND EXCEPCIONES-NOMINA
           ELSE
              OPEN OUTPUT REPORTE
              OPEN OUTPUT EXCEPCIONES-NOMINA
           END-IF
      *    SOLO LA CORRIDA REAL SE CAPTURA EN EL REPOSITORIO: UNA
      *    SIMULACION DEL MISMO DIA PISARIA LA PLANILLA REAL
      *    GUARDADA (REESCRIBE Y BORRA LA COLA POR ID + FECHA). LA
      *    PLANILLA PARTICIONADA LA CAPTURA LA CONSOLIDACION.
           IF CORRIDA-REAL AND NOT CORRIDA-PARTICION
              MOVE 'AB' TO WS-FUNCION-REPO
              CALL 'REPOSITORIO-REPORTES'
                   USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                         WS-FECHA-HOY WS-TEXTO-REPO WS-CODIGO-REPO
           END-IF
           WRITE REG-EXCEPCION-NOM FROM WS-TITULO-EXCEPCIONES
           MOVE WS-TITULO-1 TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
              PERFORM 8900-GRABA-REPOSITORIO
           END-IF

           PERFORM 1000-ABRE-MAESTROS
           EVALUATE TRUE
              WHEN CORRIDA-CONSOLIDACION
                 PERFORM 6000-CONSOLIDA-PARTICIONES
              WHEN NOT NOMINA-YA-COMPLETA
                 PERFORM 2000-LIQUIDA-NOMINA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 9000-TERMINA
           MOVE 'F' TO WS-TIPO-CRONO
           CALL 'MARCA-CRONO'
                USING WS-NOMBRE-CRONO WS-TIPO-CRONO
           GOBACK.
       0000-FIN.  EXIT.

              IF PARM-ES-SIMULACION
                 MOVE 'S' TO SW-MODO-CORRIDA
              END-IF
              IF NOT PARM-FRECUENCIA-VALIDA
                 DISPLAY 'GRUPO DE PAGO INVALIDO EN PARAMETROS: '
                         PARM-FRECUENCIA
                 MOVE 'N' TO SW-PERIODO-VALIDO
              END-IF
              IF PARM-FRECUENCIA NOT EQUAL SPACE
                 MOVE PARM-FRECUENCIA TO WS-FRECUENCIA-GRUPO
              END-IF
              PERFORM 0510-LEE-PARTICION
           END-IF

           CLOSE PARAMETROS-NOMINA.
       0500-FIN.  EXIT.

      * -----------------------------------------------------------
      * PARTICION DE LA TARJETA: NUMERO Y RANGO DE LEGAJOS, O CON
      * MODO 'C' LA CANTIDAD DE PARTICIONES A CONSOLIDAR. EL NOMBRE
      * PARA MARCA-CRONO DISTINGUE CADA PARTICION.
      * -----------------------------------------------------------
       0510-LEE-PARTICION.
           IF PARM-ES-CONSOLIDACION
              IF PARM-PARTICION NUMERIC
                    AND PARM-PARTICION GREATER THAN '00'
                 MOVE 'C' TO SW-PARTICIONADA
                 MOVE PARM-PARTICION TO WS-NUMERO-PARTICION
                 MOVE 'PROCESO-NOMINA-CONS' TO WS-NOMBRE-CRONO
              ELSE
                 DISPLAY 'CANTIDAD DE PARTICIONES INVALIDA: '
                         PARM-PARTICION
                 MOVE 'N' TO SW-PERIODO-VALIDO
              END-IF
              GO TO 0510-FIN
           END-IF

           IF PARM-PARTICION EQUAL SPACES OR PARM-PARTICION EQUAL '00'
              GO TO 0510-FIN
           END-IF

           IF PARM-PARTICION NUMERIC AND PARM-PART-DESDE NUMERIC
                 AND PARM-PART-HASTA NUMERIC
                 AND PARM-PART-DESDE NOT GREATER THAN PARM-PART-HASTA
              MOVE 'P' TO SW-PARTICIONADA
              MOVE PARM-PARTICION  TO WS-NUMERO-PARTICION
              MOVE PARM-PART-DESDE TO WS-PART-DESDE
              MOVE PARM-PART-HASTA TO WS-PART-HASTA
              STRING 'PROCESO-NOMINA-P' DELIMITED BY SIZE
                     PARM-PARTICION     DELIMITED BY SIZE
                     INTO WS-NOMBRE-CRONO
           ELSE
              DISPLAY 'PARTICION INVALIDA EN PARAMETROS: '
                      PARM-PARTICION ' ' PARM-PART-DESDE
                      ' ' PARM-PART-HASTA
              MOVE 'N' TO SW-PERIODO-VALIDO
           END-IF.
       0510-FIN.  EXIT.

      * -----------------------------------------------------------
      * RANGO DE LEGAJOS Y PERIODO DE PROCESO DESDE LAS TARJETAS
      * COMPARTIDAS; SIN TARJETAS LA CORRIDA ES COMPLETA Y EL
      * PERIODO ES EL DEL GRUPO DE PAGO QUE CONTIENE LA FECHA DEL
      * SISTEMA. EL PERIODO DE LA TARJETA TIENE QUE SER DEL GRUPO.
      * -----------------------------------------------------------
       0550-LEE-SELECCION.
           CALL 'PARAMETROS-CORRIDA'
              MOVE 'S' TO SW-SELECCION-EXPLICITA
           END-IF

           MOVE WS-FRECUENCIA-GRUPO TO WS-PER-FRECUENCIA
           IF WS-PARM-PERIODO GREATER THAN ZEROS
              MOVE 'DE'            TO WS-FUNCION-PER
              MOVE WS-PARM-PERIODO TO WS-PER-PERIODO
           ELSE
              MOVE 'PE'            TO WS-FUNCION-PER
              MOVE WS-FECHA-HOY    TO WS-PER-FECHA
           END-IF
           CALL 'PERIODO-NOMINA'
                USING WS-FUNCION-PER WS-PERIODO-NOMINA WS-CODIGO-PER

           IF WS-CODIGO-PER NOT EQUAL ZEROS
              DISPLAY 'PERIODO DE PROCESO INVALIDO O ESPECIAL: '
                      WS-PARM-PERIODO ' CODIGO ' WS-CODIGO-PER
              MOVE 'N' TO SW-PERIODO-VALIDO
              GO TO 0550-FIN
           END-IF
           IF WS-PER-FRECUENCIA NOT EQUAL WS-FRECUENCIA-GRUPO
              DISPLAY 'EL PERIODO ' WS-PER-PERIODO
                      ' NO ES DEL GRUPO DE PAGO ' WS-FRECUENCIA-GRUPO
              MOVE 'N' TO SW-PERIODO-VALIDO
              GO TO 0550-FIN
           END-IF

           MOVE WS-PER-PERIODO          TO WS-PERIODO-PROCESO
           MOVE WS-PER-ANIO-MES         TO WS-ANIO-MES-PROCESO
           MOVE WS-PER-ANIO-MES(5:2)    TO WS-MES-PROCESO
           MOVE WS-PER-SUBPERIODO       TO WS-SUBPERIODO-PROCESO
           MOVE WS-PER-CANT-SUBPERIODOS TO WS-CANT-SUBPERIODOS
           MOVE WS-PER-FECHA-DESDE      TO WS-FECHA-DESDE-PROCESO
           MOVE WS-PER-FECHA-HASTA      TO WS-FECHA-HASTA-PROCESO
           MOVE WS-PER-FECHA-DESDE(7:2) TO WS-DIA-DESDE-PROCESO
           MOVE WS-PER-FECHA-HASTA(7:2) TO WS-DIA-HASTA-PROCESO
           MOVE WS-PER-FECHA-PAGO       TO WS-FECHA-PAGO-GRUPO

      *    LOS DIAS DEL PERIODO SON LOS DEL MES REAL (VIA
      *    FIN-DE-MES EN PERIODO-NOMINA), NO UNA BASE FIJA DE 30.
           IF WS-PER-DIAS-MES GREATER THAN ZEROS
              MOVE WS-PER-DIAS-MES TO WS-DIAS-PERIODO
           END-IF

           DISPLAY 'GRUPO DE PAGO ' WS-FRECUENCIA-GRUPO
                   ' PERIODO ' WS-PERIODO-PROCESO
                   ' DEL ' WS-FECHA-DESDE-PROCESO
                   ' AL ' WS-FECHA-HASTA-PROCESO.
       0550-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA PARTICION LIQUIDA SU RANGO; UNA SELECCION POR TARJETA
      * (RELIQUIDAR EXCEPCIONES) TIENE QUE CAER DENTRO DE EL. LA
      * CONSOLIDACION ES DEL PERIODO ENTERO Y NO ADMITE SELECCION.
      * -----------------------------------------------------------
       0560-APLICA-PARTICION.
           IF CORRIDA-CONSOLIDACION
              IF SELECCION-EXPLICITA
                 DISPLAY 'LA CONSOLIDACION NO ADMITE SELECCION DE '
                         'LEGAJOS POR TARJETA'
                 MOVE 'N' TO SW-PERIODO-VALIDO
              END-IF
              GO TO 0560-FIN
           END-IF

           IF SELECCION-EXPLICITA
              IF WS-PARM-LEGAJO-DESDE LESS THAN WS-PART-DESDE
                    OR WS-PARM-LEGAJO-HASTA GREATER THAN
                       WS-PART-HASTA
                 DISPLAY 'SELECCION ' WS-PARM-LEGAJO-DESDE '-'
                         WS-PARM-LEGAJO-HASTA ' FUERA DE LA '
                         'PARTICION ' WS-NUMERO-PARTICION
                 MOVE 'N' TO SW-PERIODO-VALIDO
              END-IF
           ELSE
              MOVE WS-PART-DESDE TO WS-LLAVE-EMP
              MOVE WS-PART-HASTA TO WS-LLAVE-HASTA-EMP
           END-IF

           DISPLAY 'PARTICION ' WS-NUMERO-PARTICION
                   ' LEGAJOS ' WS-PART-DESDE ' A ' WS-PART-HASTA.
       0560-FIN.  EXIT.

      * -----------------------------------------------------------
      * REARRANQUE: SI HAY UN CHECKPOINT EN PROCESO DEL PERIODO EN
      * CURSO, LA CORRIDA ANTERIOR ABENDEO; SE RETOMA EN EL LEGAJO
      * SIGUIENTE AL ULTIMO ACREDITADO. SIN CHECKPOINT (O DE OTRO
      * PERIODO) SE ARRANCA DESDE EL PRIMER LEGAJO. HAY UN REGISTRO
      * POR GRUPO DE PAGO: LOS DE LOS OTROS GRUPOS SE GUARDAN PARA
      * REESCRIBIRLOS EN 8010.
      * -----------------------------------------------------------
       0600-LEE-CHECKPOINT.
      *    LA SELECCION EXPLICITA POR TARJETA MANDA: LA CORRIDA
           IF SELECCION-EXPLICITA
              DISPLAY 'SELECCION POR TARJETA: SE IGNORA EL '
                      'CHECKPOINT'
           END-IF

           OPEN INPUT CHECKPOINT-NOMINA
              GO TO 0600-FIN
           END-IF

           PERFORM 0610-LEE-UN-CHECKPOINT
                   UNTIL WS-CODIGO-CHKP NOT EQUAL ZEROS

           CLOSE CHECKPOINT-NOMINA.
       0600-FIN.  EXIT.

       0610-LEE-UN-CHECKPOINT.
           READ CHECKPOINT-NOMINA
           IF WS-CODIGO-CHKP NOT EQUAL ZEROS
              GO TO 0610-FIN
           END-IF

           MOVE 'DE'         TO WS-FUNCION-PER
           MOVE CHKP-PERIODO TO WS-PDT-PERIODO
           CALL 'PERIODO-NOMINA'
                USING WS-FUNCION-PER WS-PERIODO-DETALLE WS-CODIGO-PDT
           IF WS-CODIGO-PDT NOT EQUAL ZEROS
              GO TO 0610-FIN
           END-IF

           IF WS-PDT-FRECUENCIA NOT EQUAL WS-FRECUENCIA-GRUPO
              IF WS-CANTIDAD-CHKP-OTROS < 3
                 ADD 1 TO WS-CANTIDAD-CHKP-OTROS
                 MOVE REG-CHECKPOINT-NOM TO
                      WS-CHKP-OTRO (WS-CANTIDAD-CHKP-OTROS)
              END-IF
              GO TO 0610-FIN
           END-IF

      *    LA PARTICION QUE YA CORRIO EN EL PERIODO CONSERVA SUS
      *    SALIDAS; LA PRIMERA CORRIDA DEL PERIODO LAS ARRANCA VACIAS.
           IF CHKP-PERIODO EQUAL WS-PERIODO-PROCESO
              MOVE 'N' TO SW-PARTICION-NUEVA
           END-IF

           IF SELECCION-EXPLICITA
              GO TO 0610-FIN
           END-IF

           IF CORRIDA-CONSOLIDACION
              IF CHKP-PERIODO EQUAL WS-PERIODO-PROCESO
                    AND CHKP-MEZCLADA
                 MOVE CHKP-ULTIMO-LEGAJO TO WS-MEZCLAS-HECHAS
              END-IF
              GO TO 0610-FIN
           END-IF

           IF CORRIDA-PARTICION AND CHKP-COMPLETA
                 AND CHKP-PERIODO EQUAL WS-PERIODO-PROCESO
              MOVE 'S' TO SW-NOMINA-YA-COMPLETA
              DISPLAY 'PARTICION ' WS-NUMERO-PARTICION
                      ' YA COMPLETA EN EL PERIODO: NO SE LIQUIDA'
              GO TO 0610-FIN
           END-IF

           IF CHKP-PERIODO EQUAL WS-PERIODO-PROCESO
                 AND CHKP-EN-PROCESO
              IF CHKP-ULTIMO-LEGAJO NOT LESS THAN
                    WS-LLAVE-HASTA-EMP
                 MOVE 'S' TO SW-NOMINA-YA-COMPLETA
              ELSE
                 IF CHKP-ULTIMO-LEGAJO NOT LESS THAN WS-LLAVE-EMP
                    COMPUTE WS-LLAVE-EMP = CHKP-ULTIMO-LEGAJO + 1
                    DISPLAY 'NOMINA RETOMA DESPUES DEL LEGAJO: '
                            CHKP-ULTIMO-LEGAJO
                 END-IF
              END-IF
           END-IF.
       0610-FIN.  EXIT.

       1000-ABRE-MAESTROS.
           MOVE 'AB' TO WS-FUNCION-EMP

           PERFORM 1100-ABRE-CONCEPTOS
           PERFORM 1200-ABRE-AUSENCIAS
           PERFORM 1400-CARGA-ESCALA-GANANCIAS
           PERFORM 1500-ABRE-CONVENIOS
           PERFORM 1600-ABRE-FRECUENCIAS
           IF CORRIDA-REAL
              PERFORM 1300-CARGA-TASAS-CONTRIBUCION
              IF SALIDAS-NUEVAS
                 OPEN OUTPUT RETENCIONES-NOMINA
              ELSE
                 OPEN EXTEND RETENCIONES-NOMINA
                 IF WS-CODIGO-RETN NOT EQUAL ZEROS
                    OPEN OUTPUT RETENCIONES-NOMINA
                 END-IF
              END-IF
              IF WS-CODIGO-RETN EQUAL ZEROS
                 MOVE 'S' TO SW-RETENCIONES-ABIERTAS
              END-IF
              IF SALIDAS-NUEVAS
                 OPEN OUTPUT ANTIGUEDAD-NOMINA
              ELSE
                 OPEN EXTEND ANTIGUEDAD-NOMINA
                 IF WS-CODIGO-ANTN NOT EQUAL ZEROS
                    OPEN OUTPUT ANTIGUEDAD-NOMINA
                 END-IF
              END-IF
              IF WS-CODIGO-ANTN EQUAL ZEROS
                 MOVE 'S' TO SW-ANTIGUEDAD-ABIERTA
              END-IF
           END-IF.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TASAS PATRONALES POR TARJETA (TIPO + PORCENTAJE + TOPE DE
      * BASE MENSUAL, CERO O BLANCO SIN TOPE); SIN ARCHIVO NO SE
      * CALCULAN APORTES, AVISANDO POR CONSOLA.
      * -----------------------------------------------------------
       1300-CARGA-TASAS-CONTRIBUCION.
           OPEN INPUT TASAS-CONTRIBUCIONES

           IF WS-CANTIDAD-TASAS-CONTR GREATER THAN ZEROS
              MOVE 'S' TO SW-CONTRIBUCIONES-ACTIVAS
              IF SALIDAS-NUEVAS
                 OPEN OUTPUT CONTRIBUCIONES-NOMINA
              ELSE
                 OPEN EXTEND CONTRIBUCIONES-NOMINA
                 IF WS-CODIGO-CONTR NOT EQUAL ZEROS
                    OPEN OUTPUT CONTRIBUCIONES-NOMINA
                 END-IF
              END-IF
           END-IF.
       1300-FIN.  EXIT.
                      WS-TCON-TIPO (WS-CANTIDAD-TASAS-CONTR)
                 MOVE TCON-PORCENTAJE TO
                      WS-TCON-PORCENTAJE (WS-CANTIDAD-TASAS-CONTR)
                 IF TCON-TOPE-BASE IS NUMERIC
                    MOVE TCON-TOPE-BASE TO
                         WS-TCON-TOPE-BASE (WS-CANTIDAD-TASAS-CONTR)
                 ELSE
                    MOVE ZEROS TO
                         WS-TCON-TOPE-BASE (WS-CANTIDAD-TASAS-CONTR)
                 END-IF
              END-IF
           END-IF.
       1310-FIN.  EXIT.

      * -----------------------------------------------------------
      * ESCALA ANUAL DE GANANCIAS POR TARJETA. SIN ARCHIVO (O SIN
      * TRAMOS) LA RETENCION SIGUE SIENDO LA TASA PLANA DEL MES,
      * COMO SIEMPRE. CON ESCALA SE ABREN LAS DECLARACIONES
      * JURADAS Y LA HOJA DE CALCULO POR EMPLEADO.
      * -----------------------------------------------------------
       1400-CARGA-ESCALA-GANANCIAS.
           OPEN INPUT ESCALA-GANANCIAS
           IF WS-CODIGO-ESCG NOT EQUAL ZEROS
              GO TO 1400-FIN
           END-IF

           PERFORM 1410-CARGA-UNA-TARJETA-GAN UNTIL FIN-DE-ESCG
           CLOSE ESCALA-GANANCIAS

           IF WS-CANTIDAD-TRAMOS-GAN EQUAL ZEROS
              DISPLAY 'ESCALA DE GANANCIAS SIN TRAMOS: SE RETIENE '
                      'CON LA TASA PLANA'
              GO TO 1400-FIN
           END-IF

           MOVE 'S' TO SW-ESCALA-GANANCIAS
           MOVE 'AB' TO WS-FUNCION-DDJ
           CALL 'DECLARACIONES-GAN-I-O'
                USING WS-FUNCION-DDJ WS-LLAVE-DDJ WS-LLAVE-HASTA-DDJ
                      WS-USUARIO-NOMINA WS-REG-DECLARACION-AUX
                      WS-CODIGO-DDJ
           IF WS-CODIGO-DDJ NOT EQUAL ZEROS
              DISPLAY 'SIN DECLARACIONES DE GANANCIAS: SOLO SE '
                      'COMPUTAN MINIMO Y DEDUCCION ESPECIAL'
           END-IF

           OPEN OUTPUT HOJA-GANANCIAS
           WRITE REG-HOJA-GAN FROM WS-TITULO-HOJA-GAN
                 AFTER ADVANCING 1 LINE.
       1400-FIN.  EXIT.

       1410-CARGA-UNA-TARJETA-GAN.
           READ ESCALA-GANANCIAS
              AT END MOVE 'S' TO SW-FIN-ESCG
           END-READ
           IF FIN-DE-ESCG
              GO TO 1410-FIN
           END-IF

           EVALUATE TRUE
              WHEN ESCG-ES-TRAMO
                 IF WS-CANTIDAD-TRAMOS-GAN < 15
                    ADD 1 TO WS-CANTIDAD-TRAMOS-GAN
                    MOVE ESCG-DESDE TO
                         WS-TGAN-DESDE (WS-CANTIDAD-TRAMOS-GAN)
                    MOVE ESCG-HASTA TO
                         WS-TGAN-HASTA (WS-CANTIDAD-TRAMOS-GAN)
                    MOVE ESCG-FIJO TO
                         WS-TGAN-FIJO (WS-CANTIDAD-TRAMOS-GAN)
                    MOVE ESCG-PORCENTAJE TO
                         WS-TGAN-PORCENTAJE (WS-CANTIDAD-TRAMOS-GAN)
                 END-IF
              WHEN ESCG-ES-DEDUCCION
                 PERFORM 1420-CARGA-DEDUCCION-GAN
              WHEN OTHER
                 DISPLAY 'TARJETA DE ESCALA DE GANANCIAS INVALIDA: '
                         ESCG-TIPO
           END-EVALUATE.
       1410-FIN.  EXIT.

       1420-CARGA-DEDUCCION-GAN.
           EVALUATE ESCG-CODIGO-DEDUCCION
              WHEN 'MNI'
                 MOVE ESCG-IMPORTE-DEDUCCION TO WS-GAN-MINIMO-NO-IMPON
              WHEN 'ESP'
                 MOVE ESCG-IMPORTE-DEDUCCION
                   TO WS-GAN-DEDUCCION-ESPECIAL
              WHEN 'CON'
                 MOVE ESCG-IMPORTE-DEDUCCION TO WS-GAN-CONYUGE
              WHEN 'HIJ'
                 MOVE ESCG-IMPORTE-DEDUCCION TO WS-GAN-HIJO
              WHEN 'HIP'
                 MOVE ESCG-IMPORTE-DEDUCCION TO WS-GAN-TOPE-HIPOTECA
              WHEN 'SAL'
                 MOVE ESCG-IMPORTE-DEDUCCION TO WS-GAN-TOPE-SALUD
              WHEN 'DOM'
                 MOVE ESCG-IMPORTE-DEDUCCION TO WS-GAN-TOPE-DOMESTICO
              WHEN OTHER
                 DISPLAY 'DEDUCCION DE GANANCIAS DESCONOCIDA: '
                         ESCG-CODIGO-DEDUCCION
           END-EVALUATE.
       1420-FIN.  EXIT.

      * -----------------------------------------------------------
      * LOS MAESTROS DE CONVENIO SON OPCIONALES: SIN ELLOS NO SE
      * DESCUENTAN CUOTAS GREMIALES. LA CORRIDA REAL DEJA CADA
      * DESCUENTO EN CUOTAS-SINDICALES PARA LA REMESA DEL MES.
      * -----------------------------------------------------------
       1500-ABRE-CONVENIOS.
           OPEN INPUT CONVENIOS
           IF WS-CODIGO-CONV NOT EQUAL ZEROS
              GO TO 1500-FIN
           END-IF
           OPEN INPUT EMPLEADO-CONVENIO
           IF WS-CODIGO-ECNV NOT EQUAL ZEROS
              CLOSE CONVENIOS
              GO TO 1500-FIN
           END-IF
           MOVE 'S' TO SW-CONVENIOS-ABIERTOS

           IF CORRIDA-REAL
              IF SALIDAS-NUEVAS
                 OPEN OUTPUT CUOTAS-SINDICALES
              ELSE
                 OPEN EXTEND CUOTAS-SINDICALES
                 IF WS-CODIGO-CSIN NOT EQUAL ZEROS
                    OPEN OUTPUT CUOTAS-SINDICALES
                 END-IF
              END-IF
              IF WS-CODIGO-CSIN EQUAL ZEROS
                 MOVE 'S' TO SW-CUOTAS-ABIERTAS
              END-IF
           END-IF.
       1500-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL MAESTRO DE GRUPOS DE PAGO ES OPCIONAL: SIN EL TODOS LOS
      * LEGAJOS SON MENSUALES Y MENSUALIZADOS, COMO SIEMPRE.
      * -----------------------------------------------------------
       1600-ABRE-FRECUENCIAS.
           OPEN INPUT EMPLEADO-FRECUENCIA
           IF WS-CODIGO-EFRC EQUAL ZEROS
              MOVE 'S' TO SW-FRECUENCIAS-ABIERTAS
           END-IF.
       1600-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL ARCHIVO DE CONCEPTOS ES OPCIONAL: SI NO VIENE EN EL JCL
      * LA NOMINA LIQUIDA SOLO EL SALARIO BASE, COMO SIEMPRE.
       2000-FIN.  EXIT.

       2010-PROCESA-EMPLEADO.
           MOVE 'S' TO SW-LEGAJO-A-LIQUIDAR
           IF WS-EMP-ACTIVO-AUX
              PERFORM 2030-VERIFICA-GRUPO-PAGO
           END-IF
           IF WS-EMP-ACTIVO-AUX AND RELIQUIDACION-REVERTIDOS
              AND LEGAJO-A-LIQUIDAR
              PERFORM 2020-VERIFICA-REVERSION
           END-IF

           IF WS-EMP-ACTIVO-AUX AND LEGAJO-A-LIQUIDAR
              PERFORM 3000-CALCULA-LIQUIDACION
              IF EXCEPCION-DETECTADA
                 PERFORM 7000-REGISTRA-EXCEPCION
              ELSE
                 IF CORRIDA-REAL
                    PERFORM 4000-ACREDITA-SALDO
                    IF NOT RELIQUIDACION-REVERTIDOS
                       PERFORM 8000-GRABA-CHECKPOINT
                    END-IF
                 END-IF
                 PERFORM 5000-IMPRIME-DETALLE
              END-IF
                      WS-REG-EMPLEADOS-AUX WS-CODIGO-EMP.
       2010-FIN.  EXIT.

      * -----------------------------------------------------------
      * EN UN PERIODO YA COMPLETO SOLO SE VUELVE A LIQUIDAR EL
      * LEGAJO CUYO DETALLE FUE REVERTIDO; EL QUE SIGUE LIQUIDADO
      * (O NUNCA LO FUE) SE SALTEA, AVISANDO POR CONSOLA.
      * -----------------------------------------------------------
       2020-VERIFICA-REVERSION.
           MOVE WS-EMP-LLAVE-AUX     TO WS-LLAVE-DET-LEGAJO
           MOVE WS-PERIODO-PROCESO   TO WS-LLAVE-DET-PERIODO
           MOVE 'LE' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-NOMINA WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET

           IF WS-CODIGO-DET EQUAL ZEROS
              AND WS-NOMDET-ESTADO-AUX EQUAL 'V'
              GO TO 2020-FIN
           END-IF

           MOVE 'N' TO SW-LEGAJO-A-LIQUIDAR
           ADD 1 TO WS-CONTADOR-NO-REVERTIDOS
           DISPLAY 'LEGAJO ' WS-EMP-LLAVE-AUX
                   ' SIN REVERSION EN EL PERIODO: NO SE RELIQUIDA'.
       2020-FIN.  EXIT.

      * -----------------------------------------------------------
      * GRUPO DE PAGO Y VALOR HORA DEL LEGAJO. EL LEGAJO DE OTRO
      * GRUPO SE SALTEA: LO LIQUIDA LA CORRIDA DE SU GRUPO.
      * -----------------------------------------------------------
       2030-VERIFICA-GRUPO-PAGO.
           MOVE 'M' TO WS-FRECUENCIA-EMP
           MOVE 'N' TO SW-JORNALIZADO
           IF FRECUENCIAS-ABIERTAS-OK
              MOVE WS-EMP-LLAVE-AUX TO EMPFRC-LLAVE
              READ EMPLEADO-FRECUENCIA
              IF WS-CODIGO-EFRC EQUAL ZEROS
                 MOVE EMPFRC-FRECUENCIA TO WS-FRECUENCIA-EMP
                 IF EMPFRC-VALOR-HORA GREATER THAN ZEROS
                    MOVE 'S' TO SW-JORNALIZADO
                 END-IF
              END-IF
           END-IF

           IF WS-FRECUENCIA-EMP NOT EQUAL WS-FRECUENCIA-GRUPO
              MOVE 'N' TO SW-LEGAJO-A-LIQUIDAR
              ADD 1 TO WS-CONTADOR-OTRO-GRUPO
           END-IF.
       2030-FIN.  EXIT.

       3000-CALCULA-LIQUIDACION.
           MOVE 'N' TO SW-EXCEPCION-EMPLEADO
           IF WS-EMP-SALARIO-AUX EQUAL ZEROS
              AND NOT LEGAJO-JORNALIZADO
              MOVE 'S'  TO SW-EXCEPCION-EMPLEADO
              MOVE 'SC' TO WS-EXC-CODIGO-DETECTADO
              MOVE 'SALARIO CERO' TO WS-EXC-MOTIVO-DETECTADO
           END-IF

      *    EL JORNALIZADO NO COBRA SALARIO: SU BRUTO SON LAS HORAS
      *    QUE IMPORTA-FICHADAS DEJA EN EL ARCHIVO DE CONCEPTOS.
           MOVE WS-EMP-SALARIO-AUX TO WS-BRUTO
           IF LEGAJO-JORNALIZADO
              MOVE ZEROS TO WS-BRUTO
           END-IF

      *    EL MENSUALIZADO COBRA LOS DIAS DEL SUBPERIODO (EL MES
      *    ENTERO EN EL GRUPO MENSUAL) DESDE SU ALTA.
           EVALUATE TRUE
              WHEN WS-EMP-ANIO-MES-ALTA-AUX NOT EQUAL
                   WS-ANIO-MES-PROCESO
                 COMPUTE WS-DIAS-A-PRORRATEAR =
                         WS-DIA-HASTA-PROCESO - WS-DIA-DESDE-PROCESO
                         + 1
              WHEN WS-EMP-DIA-ALTA-AUX NOT GREATER THAN
                   WS-DIA-DESDE-PROCESO
                 COMPUTE WS-DIAS-A-PRORRATEAR =
                         WS-DIA-HASTA-PROCESO - WS-DIA-DESDE-PROCESO
                         + 1
              WHEN WS-EMP-DIA-ALTA-AUX GREATER THAN
                   WS-DIA-HASTA-PROCESO
                 MOVE ZEROS TO WS-DIAS-A-PRORRATEAR
              WHEN OTHER
                 COMPUTE WS-DIAS-A-PRORRATEAR =
                         WS-DIA-HASTA-PROCESO - WS-EMP-DIA-ALTA-AUX
                         + 1
           END-EVALUATE

           PERFORM 3100-DESCUENTA-AUSENCIAS

           CALL 'PRORRATEA-IMPORTE'
                      WS-REDONDEAR WS-BRUTO-PRORRATEADO

           PERFORM 3200-APLICA-CONCEPTOS
           IF LEGAJO-JORNALIZADO
              AND WS-BRUTO-PRORRATEADO NOT GREATER THAN ZEROS
              IF NOT EXCEPCION-DETECTADA
                 MOVE 'S'  TO SW-EXCEPCION-EMPLEADO
                 MOVE 'SH' TO WS-EXC-CODIGO-DETECTADO
                 MOVE 'JORNALIZADO SIN HORAS'
                      TO WS-EXC-MOTIVO-DETECTADO
              END-IF
           END-IF
           PERFORM 3250-SUMA-ASIGNACION-FAMILIAR
           PERFORM 3270-SUMA-ADICIONAL-ANTIGUEDAD

           IF ESCALA-GANANCIAS-ACTIVA
              PERFORM 3400-CALCULA-GANANCIAS
           ELSE
              PERFORM 3380-RETENCION-TASA-PLANA
           END-IF

           PERFORM 3300-APLICA-DEDUCCIONES-REC
           ADD WS-DEDUCCION-REC TO WS-DEDUCCION
           PERFORM 3360-APLICA-OBRA-SOCIAL
           ADD WS-PRIMA-SALUD TO WS-DEDUCCION

           PERFORM 3370-APLICA-CUOTA-SINDICAL
           ADD WS-CUOTA-SINDICAL TO WS-DEDUCCION

           COMPUTE WS-NETO = WS-BRUTO-PRORRATEADO - WS-DEDUCCION
                           + WS-NO-REMUNERATIVO

           IF WS-NETO LESS THAN ZEROS
              IF NOT EXCEPCION-DETECTADA
           IF CORRIDA-REAL
              PERFORM 3345-CONFIRMA-DEDUCCIONES-REC
              PERFORM 3500-GRABA-DETALLE-NOMINA
              PERFORM 3580-GRABA-ANTIGUEDAD
              IF NOT RELIQUIDACION-REVERTIDOS
                 PERFORM 3550-GRABA-CONTRIBUCIONES
                 PERFORM 3570-GRABA-CUOTA-SINDICAL
              END-IF
           ELSE
              PERFORM 3600-COMPARA-CONTRA-REAL
           END-IF.

      * -----------------------------------------------------------
      * APORTES PATRONALES DEL LEGAJO LIQUIDADO: UNA LINEA POR TIPO
      * DE LA TABLA, SOBRE EL BRUTO LIQUIDADO. EL TIPO CON TOPE DE
      * BASE MENSUAL APORTA HASTA EL TOPE MENOS LA BASE YA APORTADA
      * EN LOS SUBPERIODOS ANTERIORES DEL MES.
      * -----------------------------------------------------------
       3550-GRABA-CONTRIBUCIONES.
           IF NOT CONTRIBUCIONES-ACTIVAS
              GO TO 3550-FIN
           END-IF

           PERFORM 3555-BASE-APORTADA-MES
           PERFORM 3560-GRABA-UNA-CONTRIBUCION
                   VARYING WS-IDX-TCON FROM 1 BY 1
                   UNTIL WS-IDX-TCON > WS-CANTIDAD-TASAS-CONTR.
       3550-FIN.  EXIT.

      * BRUTO DEL LEGAJO EN LOS SUBPERIODOS DEL MES ANTERIORES AL
      * DE PROCESO (CERO EN EL PRIMERO Y EN EL GRUPO MENSUAL).
       3555-BASE-APORTADA-MES.
           MOVE ZEROS TO WS-BASE-APORTADA-MES
           IF WS-SUBPERIODO-PROCESO NOT GREATER THAN 1
              GO TO 3555-FIN
           END-IF

           MOVE WS-EMP-LLAVE-AUX   TO WS-LLAVE-DET-LEGAJO
           MOVE WS-PERIODO-PROCESO TO WS-LLAVE-DET-PERIODO
           MOVE '01'               TO WS-LLAVE-DET(10:2)
           MOVE WS-LLAVE-DET       TO WS-LLAVE-HASTA-DET
           MOVE '99'               TO WS-LLAVE-HASTA-DET(10:2)
           MOVE 'RI' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-NOMINA WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET

           PERFORM 3557-SUMA-SUBPERIODO-MES
                   UNTIL WS-CODIGO-DET NOT EQUAL ZEROS.
       3555-FIN.  EXIT.

       3557-SUMA-SUBPERIODO-MES.
           MOVE 'DE'                  TO WS-FUNCION-PER
           MOVE WS-NOMDET-PERIODO-AUX TO WS-PDT-PERIODO
           CALL 'PERIODO-NOMINA'
                USING WS-FUNCION-PER WS-PERIODO-DETALLE WS-CODIGO-PDT
           IF WS-CODIGO-PDT EQUAL ZEROS
              AND WS-PDT-ANIO-MES EQUAL WS-ANIO-MES-PROCESO
              AND WS-PDT-FECHA-HASTA LESS THAN WS-FECHA-DESDE-PROCESO
              ADD WS-NOMDET-BRUTO-AUX TO WS-BASE-APORTADA-MES
           END-IF

           MOVE WS-NOMDET-LEGAJO-AUX  TO WS-LLAVE-DET(1:5)
           MOVE WS-NOMDET-PERIODO-AUX TO WS-LLAVE-DET(6:6)
           MOVE 'RS' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-NOMINA WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET.
       3557-FIN.  EXIT.

       3560-GRABA-UNA-CONTRIBUCION.
           MOVE WS-BRUTO-PRORRATEADO TO WS-BASE-CONTRIBUCION
           IF WS-TCON-TOPE-BASE (WS-IDX-TCON) GREATER THAN ZEROS
              COMPUTE WS-TOPE-DISPONIBLE =
                      WS-TCON-TOPE-BASE (WS-IDX-TCON)
                      - WS-BASE-APORTADA-MES
              IF WS-TOPE-DISPONIBLE LESS THAN ZEROS
                 MOVE ZEROS TO WS-TOPE-DISPONIBLE
              END-IF
              IF WS-BASE-CONTRIBUCION GREATER THAN WS-TOPE-DISPONIBLE
                 MOVE WS-TOPE-DISPONIBLE TO WS-BASE-CONTRIBUCION
              END-IF
           END-IF

           COMPUTE WS-IMPORTE-CONTRIBUCION ROUNDED =
                   WS-BASE-CONTRIBUCION
                   * WS-TCON-PORCENTAJE (WS-IDX-TCON) / 100

           MOVE WS-EMP-LLAVE-AUX           TO CONTR-LEGAJO
           MOVE WS-PERIODO-PROCESO         TO CONTR-PERIODO
           MOVE WS-TCON-TIPO (WS-IDX-TCON) TO CONTR-TIPO
           MOVE WS-BASE-CONTRIBUCION       TO CONTR-BASE
           MOVE WS-IMPORTE-CONTRIBUCION    TO CONTR-IMPORTE
           WRITE REG-CONTRIBUCION.
       3560-FIN.  EXIT.

      * -----------------------------------------------------------
      * DESCUENTO GREMIAL DEL LEGAJO LIQUIDADO, PARA LA REMESA.
      * -----------------------------------------------------------
       3570-GRABA-CUOTA-SINDICAL.
           IF NOT CUOTAS-ABIERTAS-OK
              GO TO 3570-FIN
           END-IF
           IF WS-CUOTA-SINDICAL NOT GREATER THAN ZEROS
              GO TO 3570-FIN
           END-IF

           MOVE WS-EMP-LLAVE-AUX   TO CSIN-LEGAJO
           MOVE WS-PERIODO-PROCESO TO CSIN-PERIODO
           MOVE EMPCNV-GREMIO      TO CSIN-GREMIO
           MOVE EMPCNV-CATEGORIA   TO CSIN-CATEGORIA
           MOVE WS-TIPO-SINDICAL   TO CSIN-TIPO
           MOVE WS-BASE-SINDICAL   TO CSIN-BASE
           MOVE WS-PORC-SINDICAL   TO CSIN-PORCENTAJE
           MOVE WS-CUOTA-SINDICAL  TO CSIN-IMPORTE
           WRITE REG-CUOTA-SINDICAL.
       3570-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL ADICIONAL POR ANTIGUEDAD PAGADO QUEDA EN
      * ANTIGUEDAD-NOMINA PARA EL RECIBO DE SUELDO.
      * -----------------------------------------------------------
       3580-GRABA-ANTIGUEDAD.
           IF NOT ANTIGUEDAD-ABIERTA-OK
              OR WS-ADICIONAL-ANTIGUEDAD EQUAL ZEROS
              GO TO 3580-FIN
           END-IF

           MOVE WS-EMP-LLAVE-AUX        TO ANTN-LEGAJO
           MOVE WS-PERIODO-PROCESO      TO ANTN-PERIODO
           MOVE WS-ANT-ANIOS            TO ANTN-ANIOS
           MOVE WS-ANT-PORCENTAJE       TO ANTN-PORCENTAJE
           MOVE WS-ANT-SALARIO-BASE     TO ANTN-SALARIO-BASE
           MOVE WS-ADICIONAL-ANTIGUEDAD TO ANTN-IMPORTE
           MOVE WS-FECHA-HOY            TO ANTN-FECHA-LIQUIDACION
           WRITE REG-ANTIGUEDAD-NOMINA
           IF WS-CODIGO-ANTN NOT EQUAL ZEROS
              DISPLAY 'ERROR AL GRABAR ANTIGUEDAD-NOMINA - LEGAJO: '
                      WS-EMP-LLAVE-AUX ' STATUS: ' WS-CODIGO-ANTN
           END-IF.
       3580-FIN.  EXIT.

      * -----------------------------------------------------------
      * CRUZA EL RESUMEN DE AUSENCIAS (ORDENADO POR LEGAJO) CONTRA
      * EL EMPLEADO EN PROCESO Y DESCUENTA LOS DIAS SIN GOCE DEL
      * EL EMPLEADO EN PROCESO: LOS CONCEPTOS DE LEGAJOS MENORES SE
      * SALTEAN (LEGAJO INEXISTENTE O INACTIVO) Y LOS DEL LEGAJO
      * ACTUAL SE SUMAN O RESTAN AL BRUTO PRORRATEADO, GUARDANDOLOS
      * EN TABLA PARA ITEMIZARLOS EN LA PLANILLA. LOS CONCEPTOS NO
      * REMUNERATIVOS VAN APARTE: SOLO SE SUMAN AL NETO.
      * -----------------------------------------------------------
       3200-APLICA-CONCEPTOS.
           MOVE ZEROS TO WS-CANTIDAD-CONC-EMP
           MOVE ZEROS TO WS-NO-REMUNERATIVO
           PERFORM 3210-SALTEA-CONCEPTO
                   UNTIL FIN-DE-CONCEPTOS
                   OR CONC-LEGAJO NOT LESS THAN WS-EMP-LLAVE-AUX
           IF CONC-ES-DESCUENTO
              COMPUTE WS-IMPORTE-CONC = ZERO - WS-IMPORTE-CONC
           END-IF
           IF CONC-NO-REMUNERATIVO
              ADD WS-IMPORTE-CONC TO WS-NO-REMUNERATIVO
           ELSE
              ADD WS-IMPORTE-CONC TO WS-BRUTO-PRORRATEADO
           END-IF
           ADD 1 TO WS-CONTADOR-CONC-APLICADOS

           IF WS-CANTIDAD-CONC-EMP < 20
      * -----------------------------------------------------------
      * CUENTA LOS DEPENDIENTES DEL LEGAJO Y SUMA LA ASIGNACION
      * FAMILIAR (MONTO FIJO POR DEPENDIENTE) AL BRUTO, ITEMIZADA
      * COMO CONCEPTO ASG. EL MONTO ES MENSUAL: EN LOS GRUPOS
      * QUINCENAL Y SEMANAL SE REPARTE ENTRE LOS SUBPERIODOS.
      * -----------------------------------------------------------
       3250-SUMA-ASIGNACION-FAMILIAR.
           MOVE ZEROS TO WS-CANTIDAD-DEPENDIENTES

           COMPUTE WS-ASIGNACION-FAMILIAR =
                   WS-CANTIDAD-DEPENDIENTES * WS-MONTO-ASIGNACION
           IF WS-CANT-SUBPERIODOS GREATER THAN 1
              PERFORM 3255-PARTE-DEL-SUBPERIODO
           END-IF
           ADD WS-ASIGNACION-FAMILIAR TO WS-BRUTO-PRORRATEADO

           IF WS-CANTIDAD-CONC-EMP < 20
           END-IF.
       3250-FIN.  EXIT.

      * PARTES IGUALES REDONDEADAS; EL ULTIMO SUBPERIODO DEL MES
      * LLEVA LA DIFERENCIA PARA QUE EL MES SUME EL MONTO EXACTO.
       3255-PARTE-DEL-SUBPERIODO.
           COMPUTE WS-PARTE-SUBPERIODO ROUNDED =
                   WS-ASIGNACION-FAMILIAR / WS-CANT-SUBPERIODOS
           IF WS-SUBPERIODO-PROCESO EQUAL WS-CANT-SUBPERIODOS
              COMPUTE WS-ASIGNACION-FAMILIAR =
                      WS-ASIGNACION-FAMILIAR - WS-PARTE-SUBPERIODO
                      * (WS-CANT-SUBPERIODOS - 1)
           ELSE
              MOVE WS-PARTE-SUBPERIODO TO WS-ASIGNACION-FAMILIAR
           END-IF.
       3255-FIN.  EXIT.

       3260-CUENTA-DEPENDIENTE.
           IF WS-DEP-COMPUTA-AUX NOT EQUAL 'N'
              ADD 1 TO WS-CANTIDAD-DEPENDIENTES
                      WS-CODIGO-DPD.
       3260-FIN.  EXIT.

      * -----------------------------------------------------------
      * ADICIONAL POR ANTIGUEDAD DEL CONVENIO SOBRE EL SALARIO BASE,
      * CON LOS ANIOS DE SERVICIO AL ULTIMO DIA DEL PERIODO,
      * PRORRATEADO COMO EL SALARIO E ITEMIZADO COMO CONCEPTO ANT.
      * -----------------------------------------------------------
       3270-SUMA-ADICIONAL-ANTIGUEDAD.
           MOVE ZEROS TO WS-ADICIONAL-ANTIGUEDAD WS-ANT-ANIOS
                         WS-ANT-PORCENTAJE
           IF LEGAJO-JORNALIZADO
              GO TO 3270-FIN
           END-IF

           MOVE WS-EMP-LLAVE-AUX       TO WS-ANT-LEGAJO
           MOVE WS-EMP-FECHA-ALTA-AUX  TO WS-ANT-FECHA-ALTA
           MOVE WS-FECHA-HASTA-PROCESO TO WS-ANT-FECHA-HASTA
           MOVE WS-EMP-SALARIO-AUX     TO WS-ANT-SALARIO-BASE
           CALL 'ADICIONAL-ANTIGUEDAD'
                USING WS-FUNCION-ANT WS-AREA-ANTIGUEDAD WS-CODIGO-ANT
           IF WS-CODIGO-ANT NOT EQUAL '00'
              OR WS-ANT-IMPORTE EQUAL ZEROS
              GO TO 3270-FIN
           END-IF

           MOVE WS-ANT-IMPORTE TO WS-ANTIGUEDAD-MENSUAL
           CALL 'PRORRATEA-IMPORTE'
                USING WS-ANTIGUEDAD-MENSUAL WS-DIAS-PERIODO
                      WS-DIAS-A-PRORRATEAR WS-REDONDEAR
                      WS-ADICIONAL-ANTIGUEDAD
           ADD WS-ADICIONAL-ANTIGUEDAD TO WS-BRUTO-PRORRATEADO

           IF WS-CANTIDAD-CONC-EMP < 20
              ADD 1 TO WS-CANTIDAD-CONC-EMP
              MOVE 'ANT' TO
                   WS-CONC-EMP-CODIGO (WS-CANTIDAD-CONC-EMP)
              MOVE 'ADICIONAL ANTIGUEDAD' TO
                   WS-CONC-EMP-DESCRIPCION (WS-CANTIDAD-CONC-EMP)
              MOVE WS-ADICIONAL-ANTIGUEDAD TO
                   WS-CONC-EMP-IMPORTE (WS-CANTIDAD-CONC-EMP)
           END-IF.
       3270-FIN.  EXIT.

      * -----------------------------------------------------------
      * TRAE POR RANGO TODAS LAS DEDUCCIONES RECURRENTES ACTIVAS DEL
      * LEGAJO Y LAS APLICA EN ORDEN DE PRIORIDAD (0 A 9) SOBRE EL
           END-IF.
       3360-FIN.  EXIT.

      * -----------------------------------------------------------
      * DESCUENTO GREMIAL: SI EL LEGAJO TIENE GREMIO Y CATEGORIA
      * DE CONVENIO, EL AFILIADO PAGA LA CUOTA SINDICAL Y EL NO
      * AFILIADO LA CONTRIBUCION SOLIDARIA, COMO PORCENTAJE DE LA
      * BASE QUE FIJA EL CONVENIO: EL BASICO DE LA CATEGORIA O EL
      * BRUTO LIQUIDADO. SALE ITEMIZADO EN LA PLANILLA COMO 'SIN'.
      * CATEGORIA INEXISTENTE AVISA POR CONSOLA Y NO DESCUENTA.
      * -----------------------------------------------------------
       3370-APLICA-CUOTA-SINDICAL.
           MOVE ZEROS TO WS-CUOTA-SINDICAL
           IF NOT CONVENIOS-ABIERTOS-OK
              GO TO 3370-FIN
           END-IF

           MOVE WS-EMP-LLAVE-AUX TO EMPCNV-LLAVE
           READ EMPLEADO-CONVENIO
           IF WS-CODIGO-ECNV NOT EQUAL ZEROS
              GO TO 3370-FIN
           END-IF

           MOVE EMPCNV-GREMIO    TO CONV-GREMIO
           MOVE EMPCNV-CATEGORIA TO CONV-CATEGORIA
           READ CONVENIOS
           IF WS-CODIGO-CONV NOT EQUAL ZEROS
              DISPLAY 'CATEGORIA DE CONVENIO INEXISTENTE - LEGAJO: '
                      WS-EMP-LLAVE-AUX ' CONVENIO: ' CONV-LLAVE
              GO TO 3370-FIN
           END-IF

           IF CONV-BASE-BASICO
              MOVE CONV-SALARIO-MINIMO  TO WS-BASE-SINDICAL
           ELSE
              MOVE WS-BRUTO-PRORRATEADO TO WS-BASE-SINDICAL
           END-IF

           IF EMPCNV-ES-AFILIADO
              MOVE 'CUO'               TO WS-TIPO-SINDICAL
              MOVE CONV-PORC-CUOTA     TO WS-PORC-SINDICAL
           ELSE
              MOVE 'SOL'               TO WS-TIPO-SINDICAL
              MOVE CONV-PORC-SOLIDARIO TO WS-PORC-SINDICAL
           END-IF

           COMPUTE WS-CUOTA-SINDICAL ROUNDED =
                   WS-BASE-SINDICAL * WS-PORC-SINDICAL / 100
           IF WS-CUOTA-SINDICAL NOT GREATER THAN ZEROS
              GO TO 3370-FIN
           END-IF

           IF WS-CANTIDAD-CONC-EMP LESS THAN 20
              ADD 1 TO WS-CANTIDAD-CONC-EMP
              MOVE 'SIN'         TO
                   WS-CONC-EMP-CODIGO (WS-CANTIDAD-CONC-EMP)
              IF EMPCNV-ES-AFILIADO
                 MOVE 'CUOTA SINDICAL'     TO
                      WS-CONC-EMP-DESCRIPCION (WS-CANTIDAD-CONC-EMP)
              ELSE
                 MOVE 'CONTRIB. SOLIDARIA' TO
                      WS-CONC-EMP-DESCRIPCION (WS-CANTIDAD-CONC-EMP)
              END-IF
              COMPUTE WS-CONC-EMP-IMPORTE (WS-CANTIDAD-CONC-EMP) =
                      ZERO - WS-CUOTA-SINDICAL
           END-IF.
       3370-FIN.  EXIT.

      * -----------------------------------------------------------
      * EN CORRIDA REAL EL SALDO RESTANTE DE LA DEDUCCION BAJA CON
      * LO RETENIDO; AL LLEGAR A CERO LA DEDUCCION QUEDA CANCELADA.
                      WS-REG-DEDR-AUX WS-CODIGO-DEDR.
       3340-FIN.  EXIT.

      * -----------------------------------------------------------
      * RETENCION SIN ESCALA DE GANANCIAS: UN PORCENTAJE PLANO DE
      * TASAS-INDEXADAS SOBRE EL BRUTO DEL MES, COMO SIEMPRE. EN LOS
      * GRUPOS QUINCENAL Y SEMANAL EL TRAMO SE BUSCA CON EL BRUTO
      * LLEVADO AL MES Y EL PORCENTAJE SE APLICA AL DEL SUBPERIODO.
      * -----------------------------------------------------------
       3380-RETENCION-TASA-PLANA.
           COMPUTE WS-LLAVE-TASA =
                   WS-BRUTO-PRORRATEADO * WS-CANT-SUBPERIODOS
           MOVE 'LI' TO WS-FUNCION-TASA
           CALL 'TASAS-INDEXADAS-I-O'
                USING WS-FUNCION-TASA WS-LLAVE-TASA WS-USUARIO-NOMINA
                      WS-REG-TASA-AUX WS-CODIGO-TASA

           IF WS-CODIGO-TASA EQUAL ZEROS
              COMPUTE WS-DEDUCCION ROUNDED =
                      WS-BRUTO-PRORRATEADO * WS-TASA-PORCENTAJE-AUX
                      / 100
           ELSE
              MOVE ZEROS TO WS-DEDUCCION
              IF NOT EXCEPCION-DETECTADA
                 MOVE 'S'  TO SW-EXCEPCION-EMPLEADO
                 MOVE 'ST' TO WS-EXC-CODIGO-DETECTADO
                 MOVE 'SIN TRAMO DE TASA PARA BRUTO'
                      TO WS-EXC-MOTIVO-DETECTADO
              END-IF
           END-IF
           MOVE WS-DEDUCCION TO WS-IMPUESTO-GAN.
       3380-FIN.  EXIT.

      * -----------------------------------------------------------
      * RETENCION DE GANANCIAS ACUMULATIVA DEL ANIO: AL BRUTO DE
      * LOS PERIODOS ANTERIORES (NOMINA-DETALLE) SE SUMA EL DEL
      * PERIODO, SE RESTAN LAS DEDUCCIONES PERSONALES PROPORCIONADAS
      * AL MES Y SE APLICA LA ESCALA ANUAL, TAMBIEN PROPORCIONADA.
      * LA RETENCION DEL PERIODO ES EL IMPUESTO ACUMULADO MENOS LO
      * YA RETENIDO EN EL ANIO; SI DA NEGATIVA SE DEVUELVE. EN
      * DICIEMBRE LA PROPORCION ES 12/12: AJUSTE ANUAL. EN LOS
      * GRUPOS QUINCENAL Y SEMANAL EL MES EN CURSO CUENTA POR LA
      * FRACCION DE SUBPERIODOS YA CUMPLIDA.
      * -----------------------------------------------------------
       3400-CALCULA-GANANCIAS.
           COMPUTE WS-GAN-MES = WS-MES-PROCESO - 1
                   + WS-SUBPERIODO-PROCESO / WS-CANT-SUBPERIODOS
           PERFORM 3410-ACUMULA-ANIO-ANTERIOR
           COMPUTE WS-GAN-BRUTO-ACUMULADO =
                   WS-GAN-BRUTO-ANTERIOR + WS-BRUTO-PRORRATEADO

           PERFORM 3420-DEDUCCIONES-PERSONALES
           COMPUTE WS-GAN-BASE-IMPONIBLE =
                   WS-GAN-BRUTO-ACUMULADO - WS-GAN-TOTAL-DEDUCCIONES
           IF WS-GAN-BASE-IMPONIBLE LESS THAN ZEROS
              MOVE ZEROS TO WS-GAN-BASE-IMPONIBLE
           END-IF

           PERFORM 3440-APLICA-ESCALA-GAN
           COMPUTE WS-IMPUESTO-GAN =
                   WS-GAN-IMPUESTO-ACUM - WS-GAN-RETENIDO-ANTERIOR
           MOVE WS-IMPUESTO-GAN TO WS-DEDUCCION

           IF WS-IMPUESTO-GAN NOT EQUAL ZEROS
              PERFORM 3450-ITEMIZA-GANANCIAS
           END-IF.
       3400-FIN.  EXIT.

      * -----------------------------------------------------------
      * BRUTO Y RETENCION DE LOS PERIODOS DEL ANIO YA LIQUIDADOS:
      * LOS PERIODOS TERMINADOS ANTES DEL INICIO DEL DE PROCESO
      * (MESES, QUINCENAS O SEMANAS, SEGUN PERIODO-NOMINA) Y LOS
      * PERIODOS ESPECIALES (AGUINALDO 13/14, LIQUIDACION FINAL 15)
      * YA LIQUIDADOS A LA FECHA. EL PERIODO EN PROCESO NO SE CUENTA
      * (EN UNA RECORRIDA SE ESTA REEMPLAZANDO).
      * -----------------------------------------------------------
       3410-ACUMULA-ANIO-ANTERIOR.
           MOVE ZEROS TO WS-GAN-BRUTO-ANTERIOR
           MOVE ZEROS TO WS-GAN-RETENIDO-ANTERIOR

           MOVE WS-EMP-LLAVE-AUX   TO WS-LLAVE-DET-LEGAJO
           MOVE WS-PERIODO-PROCESO TO WS-LLAVE-DET-PERIODO
           MOVE '01'               TO WS-LLAVE-DET(10:2)
           MOVE WS-LLAVE-DET       TO WS-LLAVE-HASTA-DET
           MOVE '99'               TO WS-LLAVE-HASTA-DET(10:2)
           MOVE 'RI' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-NOMINA WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET

           PERFORM 3415-SUMA-PERIODO-ANTERIOR
                   UNTIL WS-CODIGO-DET NOT EQUAL ZEROS.
       3410-FIN.  EXIT.

       3415-SUMA-PERIODO-ANTERIOR.
           MOVE WS-NOMDET-FECHA-AUX(1:6)   TO WS-GAN-AM-LIQUIDACION
           MOVE 'DE'                  TO WS-FUNCION-PER
           MOVE WS-NOMDET-PERIODO-AUX TO WS-PDT-PERIODO
           CALL 'PERIODO-NOMINA'
                USING WS-FUNCION-PER WS-PERIODO-DETALLE WS-CODIGO-PDT

           EVALUATE TRUE
              WHEN WS-NOMDET-PERIODO-AUX EQUAL WS-PERIODO-PROCESO
                 CONTINUE
              WHEN WS-CODIGO-PDT EQUAL ZEROS
                 AND WS-PDT-FECHA-HASTA LESS THAN
                     WS-FECHA-DESDE-PROCESO
                 ADD WS-NOMDET-BRUTO-AUX  TO WS-GAN-BRUTO-ANTERIOR
                 ADD WS-NOMDET-IMPGAN-AUX TO WS-GAN-RETENIDO-ANTERIOR
              WHEN WS-CODIGO-PDT EQUAL 'ES'
                 AND WS-GAN-AM-LIQUIDACION
                     NOT GREATER THAN WS-ANIO-MES-PROCESO
                 ADD WS-NOMDET-BRUTO-AUX  TO WS-GAN-BRUTO-ANTERIOR
                 ADD WS-NOMDET-IMPGAN-AUX TO WS-GAN-RETENIDO-ANTERIOR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE WS-NOMDET-LEGAJO-AUX  TO WS-LLAVE-DET(1:5)
           MOVE WS-NOMDET-PERIODO-AUX TO WS-LLAVE-DET(6:6)
           MOVE 'RS' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-NOMINA WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET.
       3415-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEDUCCIONES PERSONALES PROPORCIONADAS AL MES: MINIMO NO
      * IMPONIBLE Y DEDUCCION ESPECIAL SIEMPRE; CONYUGE, HIJOS Y
      * LOS IMPORTES DECLARADOS (TOPEADOS CON EL MAXIMO LEGAL DE
      * LA ESCALA) SOLO SI EL EMPLEADO PRESENTO DECLARACION JURADA
      * DEL ANIO. SIN TARJETA DE TOPE EL CONCEPTO NO SE DEDUCE.
      * -----------------------------------------------------------
       3420-DEDUCCIONES-PERSONALES.
           MOVE ZEROS TO WS-GAN-DED-CONYUGE
           MOVE ZEROS TO WS-GAN-DED-HIJOS
           MOVE ZEROS TO WS-GAN-DED-HIPOTECA
           MOVE ZEROS TO WS-GAN-DED-SALUD
           MOVE ZEROS TO WS-GAN-DED-DOMESTICO
           COMPUTE WS-GAN-DED-MINIMO ROUNDED =
                   WS-GAN-MINIMO-NO-IMPON * WS-GAN-MES / 12
           COMPUTE WS-GAN-DED-ESPECIAL ROUNDED =
                   WS-GAN-DEDUCCION-ESPECIAL * WS-GAN-MES / 12

           MOVE WS-EMP-LLAVE-AUX        TO WS-LLAVE-DDJ-LEGAJO
           MOVE WS-PERIODO-PROCESO(1:4) TO WS-LLAVE-DDJ-ANIO
           MOVE 'LE' TO WS-FUNCION-DDJ
           CALL 'DECLARACIONES-GAN-I-O'
                USING WS-FUNCION-DDJ WS-LLAVE-DDJ WS-LLAVE-HASTA-DDJ
                      WS-USUARIO-NOMINA WS-REG-DECLARACION-AUX
                      WS-CODIGO-DDJ
           IF WS-CODIGO-DDJ EQUAL ZEROS
              PERFORM 3425-DEDUCCIONES-DECLARADAS
           END-IF

           COMPUTE WS-GAN-TOTAL-DEDUCCIONES =
                   WS-GAN-DED-MINIMO   + WS-GAN-DED-ESPECIAL +
                   WS-GAN-DED-CONYUGE  + WS-GAN-DED-HIJOS    +
                   WS-GAN-DED-HIPOTECA + WS-GAN-DED-SALUD    +
                   WS-GAN-DED-DOMESTICO.
       3420-FIN.  EXIT.

       3425-DEDUCCIONES-DECLARADAS.
           IF WS-DDJ-CON-CONYUGE-AUX
              COMPUTE WS-GAN-DED-CONYUGE ROUNDED =
                      WS-GAN-CONYUGE * WS-GAN-MES / 12
           END-IF
           COMPUTE WS-GAN-DED-HIJOS ROUNDED =
                   WS-GAN-HIJO * WS-DDJ-HIJOS-AUX * WS-GAN-MES / 12

           MOVE WS-DDJ-HIPOTECA-AUX TO WS-GAN-IMPORTE-TOPEADO
           IF WS-GAN-IMPORTE-TOPEADO GREATER THAN WS-GAN-TOPE-HIPOTECA
              MOVE WS-GAN-TOPE-HIPOTECA TO WS-GAN-IMPORTE-TOPEADO
           END-IF
           COMPUTE WS-GAN-DED-HIPOTECA ROUNDED =
                   WS-GAN-IMPORTE-TOPEADO * WS-GAN-MES / 12

           MOVE WS-DDJ-SALUD-AUX TO WS-GAN-IMPORTE-TOPEADO
           IF WS-GAN-IMPORTE-TOPEADO GREATER THAN WS-GAN-TOPE-SALUD
              MOVE WS-GAN-TOPE-SALUD TO WS-GAN-IMPORTE-TOPEADO
           END-IF
           COMPUTE WS-GAN-DED-SALUD ROUNDED =
                   WS-GAN-IMPORTE-TOPEADO * WS-GAN-MES / 12

           MOVE WS-DDJ-DOMESTICO-AUX TO WS-GAN-IMPORTE-TOPEADO
           IF WS-GAN-IMPORTE-TOPEADO GREATER THAN WS-GAN-TOPE-DOMESTICO
              MOVE WS-GAN-TOPE-DOMESTICO TO WS-GAN-IMPORTE-TOPEADO
           END-IF
           COMPUTE WS-GAN-DED-DOMESTICO ROUNDED =
                   WS-GAN-IMPORTE-TOPEADO * WS-GAN-MES / 12.
       3425-FIN.  EXIT.

      * -----------------------------------------------------------
      * IMPUESTO ACUMULADO SEGUN EL TRAMO DE LA ESCALA (DESDE,
      * HASTA Y FIJO PROPORCIONADOS AL MES) EN QUE CAE LA GANANCIA
      * NETA: FIJO + EXCEDENTE SOBRE DESDE * PORCENTAJE. UNA BASE
      * SIN TRAMO (ESCALA CON HUECOS) ES EXCEPCION 'ST'.
      * -----------------------------------------------------------
       3440-APLICA-ESCALA-GAN.
           MOVE ZEROS TO WS-GAN-IMPUESTO-ACUM
           MOVE ZEROS TO WS-TRAMO-GAN-HALLADO
           PERFORM 3445-BUSCA-TRAMO-GAN
                   VARYING WS-IDX-TGAN FROM 1 BY 1
                   UNTIL WS-IDX-TGAN > WS-CANTIDAD-TRAMOS-GAN
                   OR WS-TRAMO-GAN-HALLADO GREATER THAN ZEROS

           IF WS-TRAMO-GAN-HALLADO EQUAL ZEROS
              IF NOT EXCEPCION-DETECTADA
                 MOVE 'S'  TO SW-EXCEPCION-EMPLEADO
                 MOVE 'ST' TO WS-EXC-CODIGO-DETECTADO
                 MOVE 'SIN TRAMO DE ESCALA GANANCIAS'
                      TO WS-EXC-MOTIVO-DETECTADO
              END-IF
              GO TO 3440-FIN
           END-IF

           MOVE WS-TRAMO-GAN-HALLADO TO WS-IDX-TGAN
           COMPUTE WS-GAN-DESDE-PROP ROUNDED =
                   WS-TGAN-DESDE (WS-IDX-TGAN) * WS-GAN-MES / 12
           COMPUTE WS-GAN-FIJO-PROP ROUNDED =
                   WS-TGAN-FIJO (WS-IDX-TGAN) * WS-GAN-MES / 12
           COMPUTE WS-GAN-IMPUESTO-ACUM ROUNDED =
                   WS-GAN-FIJO-PROP +
                   (WS-GAN-BASE-IMPONIBLE - WS-GAN-DESDE-PROP) *
                   WS-TGAN-PORCENTAJE (WS-IDX-TGAN) / 100.
       3440-FIN.  EXIT.

       3445-BUSCA-TRAMO-GAN.
           COMPUTE WS-GAN-DESDE-PROP ROUNDED =
                   WS-TGAN-DESDE (WS-IDX-TGAN) * WS-GAN-MES / 12
           COMPUTE WS-GAN-HASTA-PROP ROUNDED =
                   WS-TGAN-HASTA (WS-IDX-TGAN) * WS-GAN-MES / 12
           IF WS-GAN-BASE-IMPONIBLE LESS THAN WS-GAN-DESDE-PROP
              GO TO 3445-FIN
           END-IF
           IF WS-TGAN-HASTA (WS-IDX-TGAN) EQUAL ZEROS
              OR WS-GAN-BASE-IMPONIBLE LESS THAN WS-GAN-HASTA-PROP
              MOVE WS-IDX-TGAN TO WS-TRAMO-GAN-HALLADO
           END-IF.
       3445-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA RETENCION (O DEVOLUCION) DEL PERIODO SE ITEMIZA EN LA
      * PLANILLA COMO CONCEPTO 'GAN'.
      * -----------------------------------------------------------
       3450-ITEMIZA-GANANCIAS.
           IF WS-CANTIDAD-CONC-EMP NOT LESS THAN 20
              GO TO 3450-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-CONC-EMP
           MOVE 'GAN' TO WS-CONC-EMP-CODIGO (WS-CANTIDAD-CONC-EMP)
           IF WS-IMPUESTO-GAN LESS THAN ZEROS
              MOVE 'DEVOLUCION GANANCIAS' TO
                   WS-CONC-EMP-DESCRIPCION (WS-CANTIDAD-CONC-EMP)
           ELSE
              MOVE 'RETENCION GANANCIAS' TO
                   WS-CONC-EMP-DESCRIPCION (WS-CANTIDAD-CONC-EMP)
           END-IF
           COMPUTE WS-CONC-EMP-IMPORTE (WS-CANTIDAD-CONC-EMP) =
                   ZERO - WS-IMPUESTO-GAN.
       3450-FIN.  EXIT.

      * -----------------------------------------------------------
      * PERSISTE LA LIQUIDACION DEL EMPLEADO EN NOMINA-DETALLE
      * (LEGAJO + PERIODO). SI EL PERIODO YA EXISTE (RECORRIDA), SE
           MOVE WS-NETO               TO WS-NOMDET-NETO-AUX
           MOVE WS-FECHA-HOY          TO WS-NOMDET-FECHA-AUX
           MOVE SPACE                 TO WS-NOMDET-ESTADO-AUX
           MOVE WS-IMPUESTO-GAN       TO WS-NOMDET-IMPGAN-AUX
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-NOMINA WS-REG-NOMINA-DET-AUX
              MOVE ZEROS                  TO WS-SALDO-LIMITE-AUX
              MOVE ZEROS                  TO WS-SALDO-TASA-DESC-AUX
              MOVE 'A'                    TO WS-SALDO-ACTIVIDAD-AUX
              MOVE ZEROS                  TO WS-SALDO-RETENIDO-AUX
              MOVE ZEROS                  TO WS-SALDO-FECHA-CIERRE-AUX
              MOVE 'ARS'                  TO WS-SALDO-MONEDA-AUX
              MOVE 'AL' TO WS-FUNCION-SDO
           END-IF

       7000-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL CHECKPOINT ES UN ARCHIVO DE UN REGISTRO POR GRUPO DE PAGO
      * QUE SE REESCRIBE COMPLETO DESPUES DE CADA EMPLEADO
      * ACREDITADO.
      * -----------------------------------------------------------
       8000-GRABA-CHECKPOINT.
           MOVE 'P'              TO WS-CHKP-ESTADO-GRABAR
                      WS-CODIGO-CHKP
              GO TO 8010-FIN
           END-IF
           PERFORM 8015-ESCRIBE-CHKP-OTRO
                   VARYING WS-IDX-CHKP FROM 1 BY 1
                   UNTIL WS-IDX-CHKP > WS-CANTIDAD-CHKP-OTROS
           MOVE WS-PERIODO-PROCESO     TO CHKP-PERIODO
           MOVE WS-CHKP-LEGAJO-GRABAR  TO CHKP-ULTIMO-LEGAJO
           MOVE WS-CHKP-ESTADO-GRABAR  TO CHKP-ESTADO
           CLOSE CHECKPOINT-NOMINA.
       8010-FIN.  EXIT.

       8015-ESCRIBE-CHKP-OTRO.
           WRITE REG-CHECKPOINT-NOM FROM WS-CHKP-OTRO (WS-IDX-CHKP).
       8015-FIN.  EXIT.

       5000-IMPRIME-DETALLE.
           ADD 1 TO WS-CONTADOR-LIQUIDADOS
           ADD WS-NETO TO WS-TOTAL-NETO

           PERFORM 5100-IMPRIME-CONCEPTO
                   VARYING WS-IDX-CONC FROM 1 BY 1
                   UNTIL WS-IDX-CONC > WS-CANTIDAD-CONC-EMP

           IF ESCALA-GANANCIAS-ACTIVA
              PERFORM 5200-IMPRIME-HOJA-GANANCIAS
           END-IF.
       5000-FIN.  EXIT.

       5100-IMPRIME-CONCEPTO.
           PERFORM 8900-GRABA-REPOSITORIO.
       5100-FIN.  EXIT.

      * -----------------------------------------------------------
      * HOJA DE CALCULO DE GANANCIAS DEL EMPLEADO LIQUIDADO, PARA
      * QUE EL EMPLEADO Y RECURSOS HUMANOS PUEDAN SEGUIR EL CALCULO
      * ACUMULATIVO DE PUNTA A PUNTA.
      * -----------------------------------------------------------
       5200-IMPRIME-HOJA-GANANCIAS.
           MOVE WS-EMP-LLAVE-AUX    TO HGE-LEGAJO
           MOVE WS-EMP-APELLIDO-AUX TO HGE-APELLIDO
           MOVE WS-EMP-NOMBRE-AUX   TO HGE-NOMBRE
           MOVE WS-PERIODO-PROCESO  TO HGE-PERIODO
           IF WS-GAN-MES EQUAL 12
              MOVE 'AJUSTE ANUAL' TO HGE-OBSERVACION
           ELSE
              MOVE SPACES TO HGE-OBSERVACION
           END-IF
           WRITE REG-HOJA-GAN FROM WS-ENCAB-HOJA-GAN
                 AFTER ADVANCING 2 LINES

           MOVE 'BRUTO DE PERIODOS ANTERIORES DEL ANIO'
             TO HGL-CONCEPTO
           MOVE WS-GAN-BRUTO-ANTERIOR TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE 'BRUTO DEL PERIODO' TO HGL-CONCEPTO
           MOVE WS-BRUTO-PRORRATEADO TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE 'BRUTO ACUMULADO' TO HGL-CONCEPTO
           MOVE WS-GAN-BRUTO-ACUMULADO TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE '  MINIMO NO IMPONIBLE' TO HGL-CONCEPTO
           MOVE WS-GAN-DED-MINIMO TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE '  DEDUCCION ESPECIAL' TO HGL-CONCEPTO
           MOVE WS-GAN-DED-ESPECIAL TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE '  CONYUGE' TO HGL-CONCEPTO
           MOVE WS-GAN-DED-CONYUGE TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE '  HIJOS' TO HGL-CONCEPTO
           MOVE WS-GAN-DED-HIJOS TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE '  INTERESES HIPOTECARIOS' TO HGL-CONCEPTO
           MOVE WS-GAN-DED-HIPOTECA TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE '  SEGURO DE SALUD' TO HGL-CONCEPTO
           MOVE WS-GAN-DED-SALUD TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE '  SERVICIO DOMESTICO' TO HGL-CONCEPTO
           MOVE WS-GAN-DED-DOMESTICO TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE 'TOTAL DEDUCCIONES PERSONALES' TO HGL-CONCEPTO
           MOVE WS-GAN-TOTAL-DEDUCCIONES TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE 'GANANCIA NETA SUJETA A IMPUESTO' TO HGL-CONCEPTO
           MOVE WS-GAN-BASE-IMPONIBLE TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE 'IMPUESTO DETERMINADO ACUMULADO' TO HGL-CONCEPTO
           MOVE WS-GAN-IMPUESTO-ACUM TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           MOVE 'RETENIDO EN PERIODOS ANTERIORES' TO HGL-CONCEPTO
           MOVE WS-GAN-RETENIDO-ANTERIOR TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA
           IF WS-IMPUESTO-GAN LESS THAN ZEROS
              MOVE 'DEVOLUCION DEL PERIODO' TO HGL-CONCEPTO
           ELSE
              MOVE 'RETENCION DEL PERIODO' TO HGL-CONCEPTO
           END-IF
           MOVE WS-IMPUESTO-GAN TO HGL-IMPORTE
           PERFORM 5210-ESCRIBE-LINEA-HOJA.
       5200-FIN.  EXIT.

       5210-ESCRIBE-LINEA-HOJA.
           WRITE REG-HOJA-GAN FROM WS-LINEA-HOJA-GAN
                 AFTER ADVANCING 1 LINE.
       5210-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONSOLIDACION DE LA NOMINA PARTICIONADA: LAS PLANILLAS Y LAS
      * EXCEPCIONES DE TODAS LAS PARTICIONES SE JUNTAN SIEMPRE, PARA
      * REVISION; LOS ARCHIVOS DEL PERIODO (APORTES, RETENCIONES,
      * CUOTAS GREMIALES Y ANTIGUEDAD) SOLO CUANDO EL CHECKPOINT DE
      * CADA PARTICION QUEDO COMPLETO, ASI UNA PARTICION PENDIENTE
      * SE REARRANCA SOLA Y LA CONSOLIDACION SE REPITE ENTERA. LOS
      * ARCHIVOS DEL PERIODO YA AGREGADOS NO SE REPITEN (6400).
      * -----------------------------------------------------------
       6000-CONSOLIDA-PARTICIONES.
           MOVE WS-PERIODO-PROCESO  TO TCO-PERIODO
           MOVE WS-NUMERO-PARTICION TO TCO-PARTICIONES
           MOVE WS-TITULO-CONSOLIDACION TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-TITULO-CONSOLIDACION
                 AFTER ADVANCING 2 LINES
           PERFORM 8900-GRABA-REPOSITORIO

           PERFORM 6200-JUNTA-PLANILLAS
           PERFORM 6100-VERIFICA-CHECKPOINTS
           PERFORM 6300-JUNTA-EXCEPCIONES
           IF NOT PARTICIONES-PENDIENTES
              PERFORM 6400-JUNTA-ARCHIVOS-PERIODO
           END-IF
           PERFORM 6500-TOTALIZA-DETALLE.
       6000-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA PARTICION TERMINADA LIMPIA DEJA SU CHECKPOINT DEL
      * PERIODO COMPLETO; LA QUE QUEDO EN PROCESO SE LISTA CON SU
      * ULTIMO LEGAJO Y LA QUE NO CORRIO NO DEJA REGISTRO.
      * -----------------------------------------------------------
       6100-VERIFICA-CHECKPOINTS.
           OPEN INPUT CHECKPOINT-PARTICIONES
           IF WS-CODIGO-PCHK EQUAL ZEROS
              PERFORM 6110-VERIFICA-UN-CHECKPOINT
                      UNTIL WS-CODIGO-PCHK NOT EQUAL ZEROS
              CLOSE CHECKPOINT-PARTICIONES
           ELSE
              DISPLAY 'SIN CHECKPOINTS DE LAS PARTICIONES - STATUS: '
                      WS-CODIGO-PCHK
           END-IF

           MOVE WS-PART-COMPLETAS   TO LPR-COMPLETAS
           MOVE WS-NUMERO-PARTICION TO LPR-PARTICIONES
           IF WS-PART-COMPLETAS EQUAL WS-NUMERO-PARTICION
              MOVE 'TODAS LIMPIAS: SE CIERRA EL PERIODO'
                   TO LPR-RESULTADO
           ELSE
              MOVE 'S' TO SW-PARTICIONES-PENDIENTES
              MOVE 'PERIODO SIN CERRAR: REARRANCAR LAS PENDIENTES'
                   TO LPR-RESULTADO
           END-IF
           MOVE WS-LINEA-PART-RESUMEN TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-LINEA-PART-RESUMEN
                 AFTER ADVANCING 2 LINES
           PERFORM 8900-GRABA-REPOSITORIO.
       6100-FIN.  EXIT.

       6110-VERIFICA-UN-CHECKPOINT.
           READ CHECKPOINT-PARTICIONES
              AT END MOVE '10' TO WS-CODIGO-PCHK
           END-READ
           IF WS-CODIGO-PCHK NOT EQUAL ZEROS
              GO TO 6110-FIN
           END-IF
           IF PCHK-PERIODO NOT EQUAL WS-PERIODO-PROCESO
              GO TO 6110-FIN
           END-IF

           IF PCHK-COMPLETA
              ADD 1 TO WS-PART-COMPLETAS
           ELSE
              MOVE PCHK-ULTIMO-LEGAJO TO LPP-LEGAJO
              MOVE WS-LINEA-PART-PENDIENTE TO WS-TEXTO-REPO
              WRITE REG-REPORTE FROM WS-LINEA-PART-PENDIENTE
                    AFTER ADVANCING 1 LINE
              PERFORM 8900-GRABA-REPOSITORIO
           END-IF.
       6110-FIN.  EXIT.

       6200-JUNTA-PLANILLAS.
           OPEN INPUT PLANILLA-PARTICIONES
           IF WS-CODIGO-PPLA NOT EQUAL ZEROS
              DISPLAY 'SIN PLANILLAS DE LAS PARTICIONES - STATUS: '
                      WS-CODIGO-PPLA
              GO TO 6200-FIN
           END-IF

           PERFORM 6210-COPIA-LINEA-PLANILLA
                   UNTIL WS-CODIGO-PPLA NOT EQUAL ZEROS
           CLOSE PLANILLA-PARTICIONES.
       6200-FIN.  EXIT.

       6210-COPIA-LINEA-PLANILLA.
           READ PLANILLA-PARTICIONES
              AT END MOVE '10' TO WS-CODIGO-PPLA
           END-READ
           IF WS-CODIGO-PPLA EQUAL ZEROS
              MOVE REG-PLANILLA-PART TO WS-TEXTO-REPO
              WRITE REG-REPORTE FROM REG-PLANILLA-PART
                    AFTER ADVANCING 1 LINE
              PERFORM 8900-GRABA-REPOSITORIO
           END-IF.
       6210-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA PARTICION (Y CADA REARRANQUE) ENCABEZA SUS EXCEPCIONES
      * CON EL TITULO: EN EL ARCHIVO DEL PERIODO QUEDA UNO SOLO.
      * -----------------------------------------------------------
       6300-JUNTA-EXCEPCIONES.
           OPEN INPUT EXCEPCIONES-PARTICIONES
           IF WS-CODIGO-PEXC NOT EQUAL ZEROS
              GO TO 6300-FIN
           END-IF

           PERFORM 6310-COPIA-EXCEPCION
                   UNTIL WS-CODIGO-PEXC NOT EQUAL ZEROS
           CLOSE EXCEPCIONES-PARTICIONES

      *    COMO EN LA CORRIDA UNICA, CON EXCEPCIONES NO HAY ASIENTO.
           ADD WS-CONTADOR-EXC-PARTICIONES TO WS-CONTADOR-EXCEPCIONES
           IF WS-CONTADOR-EXC-PARTICIONES GREATER THAN ZEROS
              DISPLAY 'EXCEPCIONES DE LAS PARTICIONES: '
                      WS-CONTADOR-EXC-PARTICIONES
           END-IF.
       6300-FIN.  EXIT.

       6310-COPIA-EXCEPCION.
           READ EXCEPCIONES-PARTICIONES
              AT END MOVE '10' TO WS-CODIGO-PEXC
           END-READ
           IF WS-CODIGO-PEXC EQUAL ZEROS
              AND REG-EXCEPCION-PART NOT EQUAL WS-TITULO-EXCEPCIONES
              WRITE REG-EXCEPCION-NOM FROM REG-EXCEPCION-PART
              ADD 1 TO WS-CONTADOR-EXC-PARTICIONES
           END-IF.
       6310-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA ARCHIVO DEL PERIODO QUE TERMINA DE AGREGARSE SE MARCA
      * EN EL CHECKPOINT DE LA CONSOLIDACION; SI LA CONSOLIDACION
      * CORTA ANTES DE REGISTRAR EL PERIODO EN CONTROL-CORRIDAS, AL
      * REPETIRLA SOLO SE AGREGAN LOS QUE FALTABAN.
      * -----------------------------------------------------------
       6400-JUNTA-ARCHIVOS-PERIODO.
           IF WS-MEZCLAS-HECHAS GREATER THAN ZEROS
              DISPLAY 'CONSOLIDACION REPETIDA: ' WS-MEZCLAS-HECHAS
                      ' DE 4 ARCHIVOS DEL PERIODO YA AGREGADOS'
           END-IF

           IF WS-MEZCLAS-HECHAS LESS THAN 1
              PERFORM 6410-JUNTA-CONTRIBUCIONES
              MOVE 1 TO WS-MEZCLAS-HECHAS
              PERFORM 6480-MARCA-MEZCLA
           END-IF
           IF WS-MEZCLAS-HECHAS LESS THAN 2
              PERFORM 6420-JUNTA-RETENCIONES
              MOVE 2 TO WS-MEZCLAS-HECHAS
              PERFORM 6480-MARCA-MEZCLA
           END-IF
           IF WS-MEZCLAS-HECHAS LESS THAN 3
              PERFORM 6430-JUNTA-CUOTAS
              MOVE 3 TO WS-MEZCLAS-HECHAS
              PERFORM 6480-MARCA-MEZCLA
           END-IF
           IF WS-MEZCLAS-HECHAS LESS THAN 4
              PERFORM 6440-JUNTA-ANTIGUEDAD
              MOVE 4 TO WS-MEZCLAS-HECHAS
              PERFORM 6480-MARCA-MEZCLA
           END-IF.
       6400-FIN.  EXIT.

       6410-JUNTA-CONTRIBUCIONES.
           IF NOT CONTRIBUCIONES-ACTIVAS
              GO TO 6410-FIN
           END-IF

           MOVE ZEROS TO WS-CONTADOR-MEZCLA
           OPEN INPUT CONTRIBUCIONES-PARTICIONES
           IF WS-CODIGO-PCON EQUAL ZEROS
              PERFORM 6415-AGREGA-CONTRIBUCION
                      UNTIL WS-CODIGO-PCON NOT EQUAL ZEROS
              CLOSE CONTRIBUCIONES-PARTICIONES
           END-IF
           CLOSE CONTRIBUCIONES-NOMINA
           OPEN EXTEND CONTRIBUCIONES-NOMINA
           MOVE 'CONTRIBUCIONES-NOMINA' TO LPM-ARCHIVO
           PERFORM 6490-IMPRIME-MEZCLA.
       6410-FIN.  EXIT.

       6415-AGREGA-CONTRIBUCION.
           READ CONTRIBUCIONES-PARTICIONES
              AT END MOVE '10' TO WS-CODIGO-PCON
           END-READ
           IF WS-CODIGO-PCON EQUAL ZEROS
              WRITE REG-CONTRIBUCION FROM REG-CONTRIBUCION-PART
              ADD 1 TO WS-CONTADOR-MEZCLA
           END-IF.
       6415-FIN.  EXIT.

       6420-JUNTA-RETENCIONES.
           IF NOT RETENCIONES-ABIERTAS-OK
              GO TO 6420-FIN
           END-IF

           MOVE ZEROS TO WS-CONTADOR-MEZCLA
           OPEN INPUT RETENCIONES-PARTICIONES
           IF WS-CODIGO-PRET EQUAL ZEROS
              PERFORM 6425-AGREGA-RETENCION
                      UNTIL WS-CODIGO-PRET NOT EQUAL ZEROS
              CLOSE RETENCIONES-PARTICIONES
           END-IF
           CLOSE RETENCIONES-NOMINA
           OPEN EXTEND RETENCIONES-NOMINA
           MOVE 'RETENCIONES-NOMINA' TO LPM-ARCHIVO
           PERFORM 6490-IMPRIME-MEZCLA.
       6420-FIN.  EXIT.

       6425-AGREGA-RETENCION.
           READ RETENCIONES-PARTICIONES
              AT END MOVE '10' TO WS-CODIGO-PRET
           END-READ
           IF WS-CODIGO-PRET EQUAL ZEROS
              WRITE REG-RETENCION-NOMINA FROM REG-RETENCION-PART
              ADD 1 TO WS-CONTADOR-MEZCLA
           END-IF.
       6425-FIN.  EXIT.

       6430-JUNTA-CUOTAS.
           IF NOT CUOTAS-ABIERTAS-OK
              GO TO 6430-FIN
           END-IF

           MOVE ZEROS TO WS-CONTADOR-MEZCLA
           OPEN INPUT CUOTAS-PARTICIONES
           IF WS-CODIGO-PCUO EQUAL ZEROS
              PERFORM 6435-AGREGA-CUOTA
                      UNTIL WS-CODIGO-PCUO NOT EQUAL ZEROS
              CLOSE CUOTAS-PARTICIONES
           END-IF
           CLOSE CUOTAS-SINDICALES
           OPEN EXTEND CUOTAS-SINDICALES
           MOVE 'CUOTAS-SINDICALES' TO LPM-ARCHIVO
           PERFORM 6490-IMPRIME-MEZCLA.
       6430-FIN.  EXIT.

       6435-AGREGA-CUOTA.
           READ CUOTAS-PARTICIONES
              AT END MOVE '10' TO WS-CODIGO-PCUO
           END-READ
           IF WS-CODIGO-PCUO EQUAL ZEROS
              WRITE REG-CUOTA-SINDICAL FROM REG-CUOTA-PART
              ADD 1 TO WS-CONTADOR-MEZCLA
           END-IF.
       6435-FIN.  EXIT.

       6440-JUNTA-ANTIGUEDAD.
           IF NOT ANTIGUEDAD-ABIERTA-OK
              GO TO 6440-FIN
           END-IF

           MOVE ZEROS TO WS-CONTADOR-MEZCLA
           OPEN INPUT ANTIGUEDAD-PARTICIONES
           IF WS-CODIGO-PANT EQUAL ZEROS
              PERFORM 6445-AGREGA-ANTIGUEDAD
                      UNTIL WS-CODIGO-PANT NOT EQUAL ZEROS
              CLOSE ANTIGUEDAD-PARTICIONES
           END-IF
           CLOSE ANTIGUEDAD-NOMINA
           OPEN EXTEND ANTIGUEDAD-NOMINA
           MOVE 'ANTIGUEDAD-NOMINA' TO LPM-ARCHIVO
           PERFORM 6490-IMPRIME-MEZCLA.
       6440-FIN.  EXIT.

       6445-AGREGA-ANTIGUEDAD.
           READ ANTIGUEDAD-PARTICIONES
              AT END MOVE '10' TO WS-CODIGO-PANT
           END-READ
           IF WS-CODIGO-PANT EQUAL ZEROS
              WRITE REG-ANTIGUEDAD-NOMINA FROM REG-ANTIGUEDAD-PART
              ADD 1 TO WS-CONTADOR-MEZCLA
           END-IF.
       6445-FIN.  EXIT.

      *    LO AGREGADO YA QUEDO EN DISCO: 6410 A 6440 CIERRAN Y
      *    REABREN SU ARCHIVO DEL PERIODO ANTES DE ESTA MARCA.
       6480-MARCA-MEZCLA.
           MOVE 'M'               TO WS-CHKP-ESTADO-GRABAR
           MOVE WS-MEZCLAS-HECHAS TO WS-CHKP-LEGAJO-GRABAR
           PERFORM 8010-ESCRIBE-CHECKPOINT.
       6480-FIN.  EXIT.

       6490-IMPRIME-MEZCLA.
           MOVE WS-CONTADOR-MEZCLA TO LPM-CANTIDAD
           MOVE WS-LINEA-PART-MEZCLA TO WS-TEXTO-REPO
           WRITE REG-REPORTE FROM WS-LINEA-PART-MEZCLA
                 AFTER ADVANCING 1 LINE
           PERFORM 8900-GRABA-REPOSITORIO.
       6490-FIN.  EXIT.

      * -----------------------------------------------------------
      * LEGAJOS Y NETO DEL PERIODO PARA EL RESUMEN: TODO LO QUE LAS
      * PARTICIONES DEJARON EN NOMINA-DETALLE.
      * -----------------------------------------------------------
       6500-TOTALIZA-DETALLE.
           MOVE ZEROS TO WS-LLAVE-DET
           MOVE 99999999999 TO WS-LLAVE-HASTA-DET
           MOVE 'RI' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-NOMINA WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET

           PERFORM 6510-SUMA-DETALLE
                   UNTIL WS-CODIGO-DET NOT EQUAL ZEROS.
       6500-FIN.  EXIT.

       6510-SUMA-DETALLE.
           IF WS-NOMDET-PERIODO-AUX EQUAL WS-PERIODO-PROCESO
              ADD 1 TO WS-CONTADOR-LIQUIDADOS
              ADD WS-NOMDET-NETO-AUX TO WS-TOTAL-NETO
           END-IF

           MOVE WS-NOMDET-LEGAJO-AUX  TO WS-LLAVE-DET(1:5)
           MOVE WS-NOMDET-PERIODO-AUX TO WS-LLAVE-DET(6:6)
           MOVE 'RS' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-NOMINA WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET.
       6510-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA LINEA IMPRESA QUEDA TAMBIEN EN EL REPOSITORIO DE
      * REPORTES, PARA REIMPRIMIRLA SIN RECORRER LOS DATOS.
      * -----------------------------------------------------------
       8900-GRABA-REPOSITORIO.
           IF NOT CORRIDA-REAL OR CORRIDA-PARTICION
              GO TO 8900-FIN
           END-IF
           MOVE 'LI' TO WS-FUNCION-REPO
       8900-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO BALANCEADO DE LA NOMINA: DEBE BRUTO Y REINTEGROS,
      * HABER RETENCIONES Y NETO (BRUTO + REINTEGROS NO
      * REMUNERATIVOS = RETENCIONES + NETO).
      * LOS TOTALES SE ARMAN RECORRIENDO NOMINA-DETALLE DEL
      * PERIODO EN PROCESO, QUE TRAS UN REARRANQUE CONTIENE
      * TAMBIEN LO LIQUIDADO POR LA CORRIDA ABORTADA.
           MOVE ZEROS TO WS-GL-TOTAL-BRUTO
           MOVE ZEROS TO WS-GL-TOTAL-DEDUCCIONES
           MOVE ZEROS TO WS-GL-TOTAL-NETO
           MOVE ZEROS TO WS-GL-TOTAL-NO-REMUN
           INITIALIZE WS-TABLA-GL-DEPTO

           MOVE ZEROS TO WS-LLAVE-DET
              WRITE REG-ASIENTO-GL
           END-IF

      *    EL NETO INCLUYE LOS REINTEGROS NO REMUNERATIVOS, QUE YA
      *    SE IMPUTARON AL GASTO AL LIQUIDAR LAS RENDICIONES: SE
      *    CANCELA LA CUENTA PUENTE REINTPAG.
           IF WS-GL-TOTAL-NO-REMUN GREATER THAN ZEROS
              MOVE 'REINTPAG'           TO GL-CUENTA
              MOVE 'D'                  TO GL-TIPO
              MOVE WS-GL-TOTAL-NO-REMUN TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           PERFORM 8955-POSTEA-RETENCIONES-GL

           MOVE 'CTASPAGO'        TO GL-CUENTA
                      WS-CANTIDAD-RETN-TIPOS TIMES
           END-IF

      *    LAS DEVOLUCIONES DE GANANCIAS RESTAN DE LA DEDUCCION:
      *    SI SUPERAN AL RESTO, RETENCIO VA AL DEBE POR LA
      *    DIFERENCIA (GL-IMPORTE NO LLEVA SIGNO).
           IF WS-RESTO-RETENCIO GREATER THAN ZEROS
              MOVE 'RETENCIO'         TO GL-CUENTA
              MOVE 'H'                TO GL-TIPO
              MOVE WS-RESTO-RETENCIO  TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF
           IF WS-RESTO-RETENCIO LESS THAN ZEROS
              MOVE 'RETENCIO'         TO GL-CUENTA
              MOVE 'D'                TO GL-TIPO
              COMPUTE GL-IMPORTE = ZERO - WS-RESTO-RETENCIO
              WRITE REG-ASIENTO-GL
           END-IF.
       8955-FIN.  EXIT.

           IF RETN-PERIODO NOT EQUAL WS-PERIODO-PROCESO
              GO TO 8957-FIN
           END-IF
           IF RELIQUIDACION-REVERTIDOS
              IF RETN-FECHA-RETENCION NOT EQUAL WS-FECHA-HOY
                 OR RETN-LEGAJO LESS THAN WS-PARM-LEGAJO-DESDE
                 OR RETN-LEGAJO GREATER THAN WS-PARM-LEGAJO-HASTA
                 GO TO 8957-FIN
              END-IF
           END-IF

           MOVE ZEROS TO WS-RTIPO-HALLADO
           MOVE ZEROS TO WS-IDX-RTIPO
           IF NOT CONTRIBUCIONES-ACTIVAS
              GO TO 8970-FIN
           END-IF
           IF RELIQUIDACION-REVERTIDOS
              GO TO 8970-FIN
           END-IF

           MOVE ZEROS TO WS-GL-TOTAL-CONTRIBUCIONES
           OPEN INPUT CONTRIBUCIONES-NOMINA
       8985-FIN.  EXIT.

       8960-ACUMULA-GL-PERIODO.
           MOVE 'S' TO SW-ENTRA-EN-ASIENTO
           IF RELIQUIDACION-REVERTIDOS
              PERFORM 8961-FILTRA-RELIQUIDADO
           END-IF

           IF WS-NOMDET-PERIODO-AUX EQUAL WS-PERIODO-PROCESO
              AND ENTRA-EN-ASIENTO
              ADD WS-NOMDET-BRUTO-AUX     TO WS-GL-TOTAL-BRUTO
              ADD WS-NOMDET-DEDUCCION-AUX TO WS-GL-TOTAL-DEDUCCIONES
              ADD WS-NOMDET-NETO-AUX      TO WS-GL-TOTAL-NETO
              COMPUTE WS-GL-TOTAL-NO-REMUN = WS-GL-TOTAL-NO-REMUN
                      + WS-NOMDET-NETO-AUX - WS-NOMDET-BRUTO-AUX
                      + WS-NOMDET-DEDUCCION-AUX
              IF MAPA-ACTIVO
                 PERFORM 8965-ACUMULA-GL-DEPTO
                 ADD WS-NOMDET-BRUTO-AUX
                      WS-CODIGO-DET.
       8960-FIN.  EXIT.

      * -----------------------------------------------------------
      * EN LA RELIQUIDACION EL ASIENTO ES SOLO DE LO RELIQUIDADO EN
      * ESTA CORRIDA (LEGAJO DEL RANGO, LIQUIDADO HOY): EL RESTO
      * DEL PERIODO YA SE POSTEO EN LA CORRIDA ORIGINAL.
      * -----------------------------------------------------------
       8961-FILTRA-RELIQUIDADO.
           IF WS-NOMDET-FECHA-AUX NOT EQUAL WS-FECHA-HOY
              OR WS-NOMDET-LEGAJO-AUX LESS THAN WS-PARM-LEGAJO-DESDE
              OR WS-NOMDET-LEGAJO-AUX GREATER THAN
                 WS-PARM-LEGAJO-HASTA
              MOVE 'N' TO SW-ENTRA-EN-ASIENTO
           END-IF.
       8961-FIN.  EXIT.

      * -----------------------------------------------------------
      * RESUELVE EL DEPARTAMENTO DEL LEGAJO DEL DETALLE; UN LEGAJO
      * YA INEXISTENTE EN EL MAESTRO CAE EN EL DEPARTAMENTO 999
              CLOSE RESUMEN-AUSENCIAS
           END-IF

           IF WS-CONTADOR-NO-REVERTIDOS GREATER THAN ZEROS
              DISPLAY 'LEGAJOS SALTEADOS POR NO ESTAR REVERTIDOS: '
                      WS-CONTADOR-NO-REVERTIDOS
           END-IF
           IF WS-CONTADOR-OTRO-GRUPO GREATER THAN ZEROS
              DISPLAY 'LEGAJOS DE OTRO GRUPO DE PAGO SALTEADOS: '
                      WS-CONTADOR-OTRO-GRUPO
           END-IF
           IF WS-CONTADOR-EXCEPCIONES GREATER THAN ZEROS
              DISPLAY 'NOMINA CON EXCEPCIONES: '
                      WS-CONTADOR-EXCEPCIONES
           IF RETENCIONES-ABIERTAS-OK
              CLOSE RETENCIONES-NOMINA
           END-IF
           IF ANTIGUEDAD-ABIERTA-OK
              CLOSE ANTIGUEDAD-NOMINA
           END-IF
           IF CONVENIOS-ABIERTOS-OK
              CLOSE CONVENIOS EMPLEADO-CONVENIO
           END-IF
           IF CUOTAS-ABIERTAS-OK
              CLOSE CUOTAS-SINDICALES
           END-IF
           IF FRECUENCIAS-ABIERTAS-OK
              CLOSE EMPLEADO-FRECUENCIA
           END-IF

      *    LA PARTICION NO GRABA ASIENTO: EL DEL PERIODO ENTERO LO
      *    GRABA LA CONSOLIDACION CON TODAS LAS PARTICIONES LIMPIAS.
           IF CORRIDA-REAL
              AND WS-CONTADOR-EXCEPCIONES EQUAL ZEROS
              AND NOT CORRIDA-PARTICION
              AND NOT PARTICIONES-PENDIENTES
              PERFORM 8950-GRABA-ASIENTO-GL
           END-IF

                USING WS-FUNCION-PLS WS-LLAVE-PLS WS-LLAVE-HASTA-PLS
                      WS-USUARIO-NOMINA WS-REG-PLAN-AUX WS-CODIGO-PLS

           IF ESCALA-GANANCIAS-ACTIVA
              MOVE 'CI' TO WS-FUNCION-DDJ
              CALL 'DECLARACIONES-GAN-I-O'
                   USING WS-FUNCION-DDJ WS-LLAVE-DDJ
                         WS-LLAVE-HASTA-DDJ WS-USUARIO-NOMINA
                         WS-REG-DECLARACION-AUX WS-CODIGO-DDJ
              CLOSE HOJA-GANANCIAS
           END-IF

      *    CON EXCEPCIONES, O EN UNA CORRIDA ACOTADA POR TARJETA,
      *    EL PERIODO NO SE MARCA COMPLETO: EL CHECKPOINT QUEDA EN
      *    PROCESO Y CONTROL-CORRIDAS SIN REGISTRAR, PARA QUE LA
                 WHEN SELECCION-EXPLICITA
                    DISPLAY 'CORRIDA ACOTADA POR TARJETA: EL '
                            'PERIODO NO SE MARCA COMPLETO'
                 WHEN PARTICIONES-PENDIENTES
                    DISPLAY 'HAY PARTICIONES SIN TERMINAR LIMPIAS: '
                            'EL PERIODO NO SE MARCA COMPLETO'
                    MOVE 8 TO RETURN-CODE
                 WHEN CORRIDA-PARTICION
                    MOVE 'C'          TO WS-CHKP-ESTADO-GRABAR
                    MOVE 99999        TO WS-CHKP-LEGAJO-GRABAR
                    PERFORM 8010-ESCRIBE-CHECKPOINT
                    DISPLAY 'PARTICION ' WS-NUMERO-PARTICION
                            ' COMPLETA: FALTA LA CONSOLIDACION'
                 WHEN CORRIDA-CONSOLIDACION
                    MOVE 'RE' TO WS-FUNCION-CTRL
                    MOVE WS-PERIODO-PROCESO TO WS-PERIODO-CTRL
                    CALL 'CONTROL-CORRIDAS'
                         USING WS-FUNCION-CTRL WS-NOMBRE-PROGRAMA
                               WS-PERIODO-CTRL WS-CODIGO-CTRL
                 WHEN OTHER
                    MOVE 'C'          TO WS-CHKP-ESTADO-GRABAR
                    MOVE 99999        TO WS-CHKP-LEGAJO-GRABAR
              END-EVALUATE
           END-IF

           IF CORRIDA-REAL AND NOT CORRIDA-PARTICION
              MOVE WS-CONTADOR-LIQUIDADOS TO WS-STAT-LEIDOS
              MOVE WS-CONTADOR-LIQUIDADOS TO WS-STAT-LIQUIDADOS
              CALL 'ESCRIBE-ESTADISTICAS'
                         WS-STAT-LIQUIDADOS WS-STAT-CERO
           END-IF

           IF CORRIDA-REAL AND NOT CORRIDA-PARTICION
              MOVE 'CI' TO WS-FUNCION-REPO
              CALL 'REPOSITORIO-REPORTES'
                   USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
