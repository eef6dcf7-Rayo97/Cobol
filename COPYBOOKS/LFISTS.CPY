      ******************************************************************
      * LFISTS.CPY
      * FILE STATUS/88-level block para LECTURA-FINAL-FILE,
      * compartido por todo programa que lea o mantenga las lecturas
      * finales de cierre de cuenta (LECTFIN.DAT).
      ******************************************************************
       01  WS-LECTFIN-STATUS PIC XX.
           88  LECTFIN-OK         VALUE "00".
           88  LECTFIN-EOF        VALUE "10".
           88  LECTFIN-NO-EXISTE  VALUE "35".
