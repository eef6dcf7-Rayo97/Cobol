      ******************************************************************
      * PRVSTS.CPY
      * FILE STATUS/88-level block para PREVIA-FILE, compartido por
      * los programas que escriben su registro de previa de
      * facturacion (70-PROGRAMA, 75-PROGRAMA) y por el que lo
      * imprime (A9-PROGRAMA).
      ******************************************************************
       01  WS-PREVIA-STATUS PIC XX.
           88  PREVIA-OK         VALUE "00".
           88  PREVIA-EOF        VALUE "10".
           88  PREVIA-NO-EXISTE  VALUE "35".
