      ******************************************************************
      * BUROHIST.CPY
      * Registro del historial de reportes al buro de credito
      * (BUROHIST.DAT), indexado por BUH-CLIENTE: lo ultimo que se le
      * mando al buro de cada cliente. BUH-ESTADO R quiere decir que
      * el cliente quedo reportado como moroso; L que se mando su
      * correccion y su registro quedo limpio. F2-PROGRAMA lo lee
      * para saber a quien mandarle la correccion cuando se pone al
      * corriente y lo actualiza con cada detalle que envia, con el
      * mes (BUH-PERIODO), la accion, el saldo, los dias y la
      * secuencia de la transmision. BUH-RECHAZO lleva el codigo con
      * que el buro rechazo el ultimo detalle (F3-PROGRAMA); en
      * espacios, el buro lo acepto o todavia no contesta. Un rechazo
      * pendiente aparece en la lista de trabajo de F3 y el detalle
      * se vuelve a mandar en el siguiente cierre.
      ******************************************************************
       01  BURO-HIST-RECORD.
           05  BUH-CLIENTE         PIC 9(7).
           05  BUH-ESTADO          PIC X.
               88  BUH-REPORTADO   VALUE "R".
               88  BUH-LIMPIO      VALUE "L".
           05  BUH-PERIODO         PIC 9(6).
           05  BUH-ACCION          PIC X.
           05  BUH-SALDO           PIC 9(9)V99.
           05  BUH-DIAS-ATRASO     PIC 9(5).
           05  BUH-SECUENCIA       PIC 9(7).
           05  BUH-FECHA-ENVIO     PIC 9(8).
           05  BUH-RECHAZO         PIC X(4).
           05  BUH-FECHA-RECHAZO   PIC 9(8).
           05  BUH-MOTIVO-RECHAZO  PIC X(40).
