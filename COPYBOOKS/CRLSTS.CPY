      ******************************************************************
      * CRLSTS.CPY
      * FILE STATUS/88-level block para CORRECCION-LECTURA-FILE,
      * compartido por todo programa que lea o mantenga el registro de
      * correcciones de lectura (CORRLECT.DAT).
      ******************************************************************
       01  WS-CORRLECT-STATUS PIC XX.
           88  CORRLECT-OK         VALUE "00".
           88  CORRLECT-EOF        VALUE "10".
           88  CORRLECT-NO-EXISTE  VALUE "35".
