      ******************************************************************
      * CTASTS.CPY
      * FILE STATUS/88-level block para CUENTAS-FILE, compartido por
      * todo programa que lea o mantenga el catalogo de cuentas de
      * mayor (CUENTAS.DAT).
      ******************************************************************
       01  WS-CUENTAS-STATUS PIC XX.
           88  CUENTAS-OK         VALUE "00".
           88  CUENTAS-EOF        VALUE "10".
           88  CUENTAS-NO-EXISTE  VALUE "35".
