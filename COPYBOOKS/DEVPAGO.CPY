      ******************************************************************
      * DEVPAGO.CPY
      * Registro de la bitacora de pagos devueltos (DEVPAGO.DAT): cada
      * reversa que 97-PROGRAMA aplica deja aqui el cliente, la
      * factura, la fecha de negocio de la devolucion, el importe
      * devuelto, el motivo que dio el banco y el operador. Es la
      * marca del cliente: una segunda devolucion del mismo cliente
      * dentro de la ventana de DEVVENTANA dias (TASAS.DAT) levanta
      * una alerta en ALERTAS.DAT para que cobranza deje de aceptarle
      * cheques.
      ******************************************************************
       01  DEVOLUCION-RECORD.
           05  DEV-CLIENTE         PIC 9(7).
           05  DEV-FACTURA         PIC 9(7).
           05  DEV-FECHA           PIC 9(8).
           05  DEV-IMPORTE         PIC 9(7)V99.
           05  DEV-MOTIVO          PIC X(10).
           05  DEV-OPERADOR        PIC X(8).
