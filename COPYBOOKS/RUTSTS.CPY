      ******************************************************************
      * RUTSTS.CPY
      * FILE STATUS/88-level block para el archivo de retorno de
      * lecturas de campo (LECTRUTA.DAT / LECTRET.DAT), compartido por
      * el armado de las hojas de ruta y el retorno de lecturas.
      ******************************************************************
       01  WS-RUTA-STATUS PIC XX.
           88  RUTA-OK         VALUE "00".
           88  RUTA-EOF        VALUE "10".
           88  RUTA-NO-EXISTE  VALUE "35".
