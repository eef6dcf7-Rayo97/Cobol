      ******************************************************************
      * RGLSTS.CPY
      * FILE STATUS/88-level block para REGLAS-GL-FILE, compartido por
      * todo programa que lea o mantenga las reglas de posteo del
      * extracto contable (REGLASGL.DAT).
      ******************************************************************
       01  WS-REGLASGL-STATUS PIC XX.
           88  REGLASGL-OK         VALUE "00".
           88  REGLASGL-EOF        VALUE "10".
           88  REGLASGL-NO-EXISTE  VALUE "35".
