      ******************************************************************
      * TRPSTS.CPY
      * FILE STATUS/88-level block para TRX-PROGRAMADA-FILE,
      * compartido por el mantenimiento de transacciones programadas
      * (F9-PROGRAMA) y su liberacion nocturna (G0-PROGRAMA).
      ******************************************************************
       01  WS-TRXPROG-STATUS PIC XX.
           88  TRXPROG-OK         VALUE "00".
           88  TRXPROG-EOF        VALUE "10".
           88  TRXPROG-NO-EXISTE  VALUE "35".
