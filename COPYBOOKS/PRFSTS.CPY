      ******************************************************************
      * PRFSTS.CPY
      * FILE STATUS/88-level block para PREFERENCIA-CONTACTO-FILE,
      * compartido por todo programa que mantenga o lea las
      * preferencias de contacto del cliente (PREFCONT.DAT).
      ******************************************************************
       01  WS-PREFCONT-STATUS PIC XX.
           88  PREFCONT-OK         VALUE "00".
           88  PREFCONT-EOF        VALUE "10".
           88  PREFCONT-NO-EXISTE  VALUE "35".
