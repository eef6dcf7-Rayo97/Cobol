      ******************************************************************
      * CIESTS.CPY
      * FILE STATUS/88-level block para CIERRES-FILE, compartido por
      * todo programa que lea o mantenga los cierres de cuenta
      * (CIERRES.DAT).
      ******************************************************************
       01  WS-CIERRES-STATUS PIC XX.
           88  CIERRES-OK         VALUE "00".
           88  CIERRES-EOF        VALUE "10".
           88  CIERRES-NO-EXISTE  VALUE "35".
