      ******************************************************************
      * FRDSTS.CPY
      * FILE STATUS/88-level block para FACTURA-RETENIDA-DET-FILE, las
      * partidas de las facturas retenidas por credito (FACRETD.DAT).
      ******************************************************************
       01  WS-FACRETD-STATUS PIC XX.
           88  FACRETD-OK          VALUE "00".
           88  FACRETD-EOF         VALUE "10".
           88  FACRETD-NO-EXISTE   VALUE "35".
