      ******************************************************************
      * DEPOSITO.CPY
      * Registro del archivo de depositos en garantia (DEPOSITO.DAT),
      * indexado por DEP-CLIENTE: el deposito que se cobra al cliente
      * medido nuevo, que antes vivia en una tarjeta de papel. Lo da
      * de alta la captura de depositos (B5-PROGRAMA) con el importe,
      * la fecha de recibo y la tasa de interes anual vigente en
      * TASAS.DAT (codigo DEPOTASA, en centesimos de punto: 00250 es
      * 2.50 por ciento). Cada aniversario el paso nocturno de
      * depositos (B6-PROGRAMA) le abona el interes del año sobre lo
      * retenido (importe mas interes ya abonado) y corre
      * DEP-FECHA-INTERES un año.
      *
      * DEP-ESTADO: retenido (H) mientras la cuenta vive; al cierre de
      * cuenta B6-PROGRAMA aplica todo lo retenido como pago contra
      * la factura final (DEP-FACTURA). Lo que la factura final
      * absorbe queda en DEP-IMPORTE-APLICADO y el deposito pasa a
      * aplicado (A); si sobra, el remanente queda en
      * DEP-IMPORTE-REEMBOLSO como saldo a favor del cliente, que la
      * corrida de reembolsos (98-PROGRAMA) le devuelve, y el
      * deposito pasa a reembolsado (R). Cada movimiento queda
      * tambien en DEPMOV.DAT (ver DEPMOV.CPY).
      ******************************************************************
       01  DEPOSITO-RECORD.
           05  DEP-CLIENTE            PIC 9(7).
           05  DEP-IMPORTE            PIC S9(7)V99.
           05  DEP-INTERES            PIC S9(7)V99.
           05  DEP-FECHA-RECIBO       PIC 9(8).
           05  DEP-TASA               PIC 9(5).
           05  DEP-FECHA-INTERES      PIC 9(8).
           05  DEP-ESTADO             PIC X.
               88  DEP-ES-RETENIDO    VALUE "H".
               88  DEP-ES-APLICADO    VALUE "A".
               88  DEP-ES-REEMBOLSADO VALUE "R".
           05  DEP-FECHA-ESTADO       PIC 9(8).
           05  DEP-FACTURA            PIC 9(7).
           05  DEP-IMPORTE-APLICADO   PIC S9(7)V99.
           05  DEP-IMPORTE-REEMBOLSO  PIC S9(7)V99.
           05  DEP-OPERADOR           PIC X(8).
