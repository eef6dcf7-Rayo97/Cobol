      ******************************************************************
      * FRTSTS.CPY
      * FILE STATUS/88-level block para FACTURA-RETENIDA-FILE,
      * compartido por la facturacion que retiene por credito (16,
      * 70), la liberacion de supervisor (E1) y la alerta de credito
      * (E2) sobre la cola FACRET.DAT.
      ******************************************************************
       01  WS-FACRET-STATUS PIC XX.
           88  FACRET-OK           VALUE "00".
           88  FACRET-EOF          VALUE "10".
           88  FACRET-NO-EXISTE    VALUE "35".
