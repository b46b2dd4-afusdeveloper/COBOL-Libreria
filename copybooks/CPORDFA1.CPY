      * ---------------------------------------------------------------
      * CPORDFA1 - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            ORDENES-FALLIDAS (FD REG-ORDEN-FALLIDA): UNA LINEA
      *            POR ORDEN PERMANENTE QUE NO SE PUDO EJECUTAR EN LA
      *            CORRIDA DEL DIA, CON EL MOTIVO, EL REINTENTO QUE
      *            SUMO Y LA MARCA DE SUSPENDIDA CUANDO LLEGO AL
      *            QUINTO. LO GRABA EJECUTA-ORDENES-PERM (SE RECREA EN
      *            CADA CORRIDA) Y LO TOMA GENERA-AVISOS-CLIENTES PARA
      *            AVISAR AL CLIENTE.
      * ---------------------------------------------------------------
       01  REG-ORDEN-FALLIDA.
           05 ORDFAL-CUENTA             PIC 9(07).
           05 ORDFAL-SECUENCIA          PIC 9(02).
           05 ORDFAL-CONTRAPARTE        PIC 9(07).
           05 ORDFAL-IMPORTE            PIC 9(09)V99.
           05 ORDFAL-FECHA              PIC 9(08).
           05 ORDFAL-MOTIVO             PIC X(28).
           05 ORDFAL-REINTENTOS         PIC 9(02).
           05 ORDFAL-SUSPENDIDA         PIC X(01).
              88 ORDFAL-ORDEN-SUSPENDIDA        VALUE 'S'.
           05 FILLER                    PIC X(14).
