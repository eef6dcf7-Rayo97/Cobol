      ******************************************************************
      * DSPSTS.CPY
      * FILE STATUS/88-level block para DISPUTA-FILE, compartido por
      * todo programa que lea o mantenga el registro de disputas
      * (DISPUTAS.DAT).
      ******************************************************************
       01  WS-DISPUTA-STATUS PIC XX.
           88  DISPUTA-OK         VALUE "00".
           88  DISPUTA-EOF        VALUE "10".
           88  DISPUTA-NO-EXISTE  VALUE "35".
