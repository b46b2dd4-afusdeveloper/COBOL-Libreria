      *            ASIENTO BALANCEADO Y VALIDA-ASIENTOS-GL PRUEBA
      *            QUE DEBE = HABER ANTES DE ENTREGAR EL ARCHIVO A
      *            CONTADURIA.
      *            15/10/2026: GL-MONEDA E GL-IMPORTE-ORIGEN. GL-IMPORTE
      *            ES SIEMPRE EL EQUIVALENTE EN PESOS (ES LO QUE SE
      *            BALANCEA Y SE POSTEA AL MAYOR); EN UNA LINEA EN
      *            DOLARES (GL-MONEDA 'USD') GL-IMPORTE-ORIGEN LLEVA EL
      *            IMPORTE EN DOLARES. CUALQUIER OTRO VALOR DE
      *            GL-MONEDA (ESPACIOS, 'ARS') ES UNA LINEA EN PESOS Y
      *            GL-IMPORTE-ORIGEN NO SE LEE. EL REGISTRO PASA DE 50
      *            A 66 POSICIONES.
      * ---------------------------------------------------------------
       01  REG-ASIENTO-GL.
           05 GL-CUENTA                PIC X(08).
           05 GL-IMPORTE               PIC 9(11)V99.
           05 GL-PROGRAMA              PIC X(20).
           05 GL-FECHA                 PIC 9(08).
           05 GL-MONEDA                PIC X(03).
              88 GL-EN-DOLARES                 VALUE 'USD'.
           05 GL-IMPORTE-ORIGEN        PIC 9(11)V99.
