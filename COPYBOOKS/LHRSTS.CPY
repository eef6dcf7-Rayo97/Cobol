      ******************************************************************
      * LHRSTS.CPY
      * FILE STATUS/88-level block para el archivo de lecturas por
      * intervalo de los medidores inteligentes (LECTHOR.DAT).
      ******************************************************************
       01  WS-LECTHOR-STATUS PIC XX.
           88  LECTHOR-OK         VALUE "00".
           88  LECTHOR-EOF        VALUE "10".
           88  LECTHOR-NO-EXISTE  VALUE "35".
