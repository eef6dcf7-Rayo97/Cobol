      ******************************************************************
      * ANLSTS.CPY
      * FILE STATUS/88-level block para ANULADO-FILE, compartido por
      * todo programa que lea o mantenga el registro de numeros
      * anulados de la serie FACTURA (FACANUL.DAT).
      ******************************************************************
       01  WS-ANULADO-STATUS PIC XX.
           88  ANULADO-OK         VALUE "00".
           88  ANULADO-EOF        VALUE "10".
           88  ANULADO-NO-EXISTE  VALUE "35".
