      ******************************************************************
      * XMVSTS.CPY
      * FILE STATUS/88-level block para STOCK-MOV-FILE, compartido por
      * el mantenimiento de existencias (D2) y la descarga nocturna
      * (D3) sobre STOCKMOV.DAT, para no seguir copiando y pegando el
      * mismo renglon WS-STOCKMOV-STATUS en cada programa nuevo.
      ******************************************************************
       01  WS-STOCKMOV-STATUS PIC XX.
           88  STOCKMOV-OK         VALUE "00".
           88  STOCKMOV-EOF        VALUE "10".
           88  STOCKMOV-NO-EXISTE  VALUE "35".
