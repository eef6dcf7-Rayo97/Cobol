      ******************************************************************
      * LCRSTS.CPY
      * FILE STATUS/88-level block para LIMITE-CREDITO-FILE,
      * compartido por todo programa que mantenga o lea los limites
      * de credito de los clientes (LIMCRED.DAT).
      ******************************************************************
       01  WS-LIMCRED-STATUS PIC XX.
           88  LIMCRED-OK          VALUE "00".
           88  LIMCRED-EOF         VALUE "10".
           88  LIMCRED-NO-EXISTE   VALUE "35".
