      ******************************************************************
      * MANDSTS.CPY
      * FILE STATUS/88-level block para MANDATOS-FILE, compartido por
      * todo programa que lea o mantenga el maestro de mandatos de
      * debito automatico (MANDATOS.DAT).
      ******************************************************************
       01  WS-MANDATOS-STATUS PIC XX.
           88  MANDATOS-OK         VALUE "00".
           88  MANDATOS-EOF        VALUE "10".
           88  MANDATOS-NO-EXISTE  VALUE "35".
           88  MANDATOS-YA-EXISTE  VALUE "22".
