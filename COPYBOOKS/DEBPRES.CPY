      ******************************************************************
      * DEBPRES.CPY
      * Registro de la bitacora de facturas presentadas al cobro
      * automatico (DEBPRES.DAT): cada detalle que A1-PROGRAMA pone
      * en una solicitud al banco deja aqui la factura, el cliente, la
      * fecha de negocio, el importe pedido y la secuencia del archivo
      * en que viajo. Una factura presentada no se vuelve a presentar
      * (el banco contesta por ella en su archivo de resultados), y
      * una noche sin corrida no deja facturas sin cobrar: la corrida
      * siguiente toma las que vencieron mientras tanto.
      ******************************************************************
       01  DEBPRES-RECORD.
           05  DPR-FACTURA         PIC 9(7).
           05  DPR-CLIENTE         PIC 9(7).
           05  DPR-FECHA           PIC 9(8).
           05  DPR-IMPORTE         PIC 9(7)V99.
           05  DPR-SECUENCIA       PIC 9(7).
