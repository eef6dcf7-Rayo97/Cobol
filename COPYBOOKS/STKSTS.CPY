      ******************************************************************
      * STKSTS.CPY
      * FILE STATUS/88-level block para STOCK-FILE, compartido por
      * el mantenimiento de existencias (D2), la descarga nocturna
      * (D3) y la facturacion que revisa la existencia (16, 70) sobre
      * STOCK.DAT, para no seguir copiando y pegando el mismo renglon
      * WS-STOCK-STATUS en cada programa nuevo.
      ******************************************************************
       01  WS-STOCK-STATUS PIC XX.
           88  STOCK-OK         VALUE "00".
           88  STOCK-EOF        VALUE "10".
           88  STOCK-NO-EXISTE  VALUE "35".
