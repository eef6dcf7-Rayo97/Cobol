      ******************************************************************
      * CMBSTS.CPY
      * FILE STATUS/88-level block para CAMBIO-MEDIDOR-FILE, compartido
      * por todo programa que lea o mantenga el registro de cambios de
      * medidor (CAMBMED.DAT).
      ******************************************************************
       01  WS-CAMBMED-STATUS PIC XX.
           88  CAMBMED-OK         VALUE "00".
           88  CAMBMED-EOF        VALUE "10".
           88  CAMBMED-NO-EXISTE  VALUE "35".
