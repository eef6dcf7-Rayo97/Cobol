      ******************************************************************
      * RECUPERA.CPY
      * Registro de la historia de recuperos de agencias de cobranza
      * (RECUPERA.DAT), que F0-PROGRAMA anexa por cada recupero
      * aplicado: la agencia, el cliente, la factura, la fecha del
      * cobro de la agencia y la fecha de negocio en que se aplico,
      * el importe bruto, la tasa de comision vigente (centesimos de
      * porciento), la comision y el neto que la agencia nos
      * transfiere, con la referencia de la agencia. Es la base del
      * reporte mensual de colocaciones y recuperos (F1-PROGRAMA).
      ******************************************************************
       01  RECUPERO-RECORD.
           05  RCU-AGENCIA         PIC X(4).
           05  RCU-CLIENTE         PIC 9(7).
           05  RCU-FACTURA         PIC 9(7).
           05  RCU-FECHA           PIC 9(8).
           05  RCU-FECHA-APLICADA  PIC 9(8).
           05  RCU-BRUTO           PIC 9(7)V99.
           05  RCU-TASA            PIC 9(5).
           05  RCU-COMISION        PIC 9(7)V99.
           05  RCU-NETO            PIC 9(7)V99.
           05  RCU-REFERENCIA      PIC X(12).
