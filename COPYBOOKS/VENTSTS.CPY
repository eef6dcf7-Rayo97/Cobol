      ******************************************************************
      * VENTSTS.CPY
      * FILE STATUS/88-level block para VENTANA-LOTE-FILE, compartido
      * por la verificacion de ventana batch de las transacciones en
      * linea (VERVENT.CPY) y por el pronostico de la corrida
      * (85-PROGRAMA), que anota la hora de fin esperada.
      ******************************************************************
       01  WS-VENTANA-STATUS PIC XX.
           88  VENTANA-OK         VALUE "00".
           88  VENTANA-EOF        VALUE "10".
           88  VENTANA-NO-EXISTE  VALUE "35".
