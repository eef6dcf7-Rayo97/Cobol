      ******************************************************************
      * LFCSTS.CPY
      * FILE STATUS/88-level block para LECTURA-FACTURADA-FILE,
      * compartido por todo programa que lea o anexe el registro de
      * lecturas facturadas (LECFAC.DAT).
      ******************************************************************
       01  WS-LECFAC-STATUS PIC XX.
           88  LECFAC-OK         VALUE "00".
           88  LECFAC-EOF        VALUE "10".
           88  LECFAC-NO-EXISTE  VALUE "35".
