      * ---------------------------------------------------------------
      * CPROSEX1 - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            EXTRACTO-ROS: UNA LINEA POR CADA ALERTA DE LAVADO
      *            DE DINERO CONFIRMADA POR EL OFICIAL DE
      *            CUMPLIMIENTO, PARA EL REPORTE DE OPERACIONES
      *            SOSPECHOSAS AL REGULADOR. LLEVA LA OPERACION QUE
      *            DISPARO LA ALERTA, LOS DATOS DEL TITULAR TOMADOS
      *            DE CLIENTES AL MOMENTO DEL EXTRACTO Y QUIEN Y
      *            CUANDO CONFIRMO EL CASO.
      * ---------------------------------------------------------------
       01  REG-EXTRACTO-ROS.
           05 ROS-FECHA-REPORTE        PIC 9(08).
           05 ROS-FECHA-OPERACION      PIC 9(08).
           05 ROS-HORA-OPERACION       PIC 9(08).
           05 ROS-CUENTA               PIC 9(07).
           05 ROS-REGLA                PIC X(04).
           05 ROS-TIPO-MOV             PIC X(06).
           05 ROS-ORIGEN               PIC X(08).
           05 ROS-IMPORTE              PIC 9(11)V99.
           05 ROS-ACUMULADO            PIC 9(11)V99.
           05 ROS-CANTIDAD             PIC 9(03).
           05 ROS-TITULAR              PIC 9(08).
           05 ROS-NOMBRE               PIC X(35).
           05 ROS-DIRECCION            PIC X(35).
           05 ROS-OFICIAL              PIC X(08).
           05 ROS-FECHA-CONFIRMA       PIC 9(08).
           05 ROS-OBSERVACION          PIC X(40).
