      ******************************************************************
      * DISPUTA.CPY
      * Registro del registro de disputas de facturas (DISPUTAS.DAT),
      * indexado por la factura disputada: el cliente, el motivo, el
      * operador que la abrio y la fecha de negocio de apertura, y al
      * resolverse la resolucion (C a favor del cliente, que sigue
      * con su nota de credito en 61-PROGRAMA; E a favor de la
      * empresa, la factura se cobra), la nota, el supervisor y la
      * fecha. Lo mantiene A7-PROGRAMA; el paso de mora (62) y las
      * cartas de cobranza (63) lo consultan antes de actuar: una
      * factura en disputa abierta no genera recargos ni escala
      * cartas, igual que una al corriente de su plan de pago. Las
      * abiertas, con su antiguedad, salen en DISPUTAS.RPT
      * (A8-PROGRAMA). Una factura ya resuelta que se vuelve a
      * disputar reabre el mismo registro.
      ******************************************************************
       01  DISPUTA-RECORD.
           05  DSP-FACTURA         PIC 9(7).
           05  DSP-CLIENTE         PIC 9(7).
           05  DSP-MOTIVO          PIC X(30).
           05  DSP-OPERADOR        PIC X(8).
           05  DSP-FECHA           PIC 9(8).
           05  DSP-ESTADO          PIC X.
               88  DSP-ABIERTA     VALUE "A".
               88  DSP-RESUELTA    VALUE "R".
           05  DSP-RESOLUCION      PIC X.
               88  DSP-A-FAVOR-CLIENTE VALUE "C".
               88  DSP-A-FAVOR-EMPRESA VALUE "E".
           05  DSP-NOTA            PIC X(30).
           05  DSP-SUPERVISOR      PIC X(8).
           05  DSP-FECHA-RESUELTA  PIC 9(8).
