      ******************************************************************
      * DEPSTS.CPY
      * FILE STATUS/88-level block para DEPOSITOS-FILE, compartido
      * por todo programa que lea o mantenga los depositos en
      * garantia (DEPOSITO.DAT).
      ******************************************************************
       01  WS-DEPOSITOS-STATUS PIC XX.
           88  DEPOSITOS-OK         VALUE "00".
           88  DEPOSITOS-EOF        VALUE "10".
           88  DEPOSITOS-NO-EXISTE  VALUE "35".
