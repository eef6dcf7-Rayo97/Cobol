      * la captura manual de 16-PROGRAMA para negocio genuinamente
      * nuevo.
      ******************************************************************
      * CON-FECHA-INICIO y CON-FECHA-FIN (AAAAMMDD, cero = sin fecha;
      * los contratos anteriores a las fechas las traen en cero y se
      * facturan por mes completo) delimitan los dias de servicio: el
      * primer y el ultimo mes se facturan prorrateados a esos dias.
      * CON-ULT-FACTURA guarda la ultima factura recurrente emitida,
      * la referencia de la nota de credito por los dias no usados
      * cuando el contrato termina en un mes ya facturado completo, y
      * CON-FIN-LIQUIDADO marca que ese ultimo mes ya quedo liquidado
      * (facturado o acreditado) para que no se vuelva a tocar.
       01  CONTRATO-RECORD.
           05  CON-NUMERO          PIC 9(7).
           05  CON-CLIENTE         PIC 9(7).
           05  CON-ULT-PERIODO     PIC 9(6).
           05  CON-ACTIVO          PIC X.
               88  CON-ESTA-ACTIVO VALUE "S".
           05  CON-FECHA-INICIO    PIC 9(8).
           05  CON-FECHA-FIN       PIC 9(8).
           05  CON-ULT-FACTURA     PIC 9(7).
           05  CON-FIN-LIQUIDADO   PIC X.
               88  CON-FIN-YA-LIQUIDADO VALUE "S".
