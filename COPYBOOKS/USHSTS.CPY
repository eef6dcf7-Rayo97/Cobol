      ******************************************************************
      * USHSTS.CPY
      * FILE STATUS/88-level block para el registro de consumo por
      * franja horaria de los medidores inteligentes (USOHORA.DAT).
      ******************************************************************
       01  WS-USOHORA-STATUS PIC XX.
           88  USOHORA-OK         VALUE "00".
           88  USOHORA-EOF        VALUE "10".
           88  USOHORA-NO-EXISTE  VALUE "35".
