      * cobranza (63) lo consultan antes de actuar: un cliente al
      * corriente de su plan se deja en paz, y uno que se atrasa en
      * una cuota vuelve a la escalacion normal.
      *
      * Un plan de mas de seis meses (codigo PLANPLAZO de TASAS.DAT)
      * lleva financiamiento: PLA-IMPORTE-FINANCIADO es lo que se
      * convino pagar en partes, PLA-TASA-ANUAL la tasa anual en
      * centesimos de punto (codigo PLANTASA de TASAS.DAT vigente el
      * dia del convenio, congelada en el plan) y PLA-IMPORTE-CUOTA
      * la cuota nivelada que ya incluye el interes (PLANAMO.CPY). El
      * paso nocturno G1-PROGRAMA factura el interes de cada cuota
      * al vencer (FAC-TIPO I referenciada a la factura del plan) y
      * lleva en PLA-CUOTAS-CON-INTERES cuantas cuotas ya facturo y
      * en PLA-INTERES-FACTURADO cuanto suma. Un plan sin interes
      * lleva tasa cero y los mismos campos para su tabla.
      ******************************************************************
       01  PLAN-PAGO-RECORD.
           05  PLA-FACTURA         PIC 9(7).
           05  PLA-CUOTAS          PIC 99.
           05  PLA-ACTIVO          PIC X.
               88  PLA-ESTA-ACTIVO VALUE "S".
           05  PLA-IMPORTE-FINANCIADO PIC 9(7)V99.
           05  PLA-TASA-ANUAL         PIC 9(5).
           05  PLA-CUOTAS-CON-INTERES PIC 99.
           05  PLA-INTERES-FACTURADO  PIC 9(7)V99.
