      ******************************************************************
      * DPRSTS.CPY
      * FILE STATUS/88-level block para DEBPRES-FILE, la bitacora de
      * facturas presentadas al cobro automatico (DEBPRES.DAT).
      ******************************************************************
       01  WS-DEBPRES-STATUS PIC XX.
           88  DEBPRES-OK         VALUE "00".
           88  DEBPRES-EOF        VALUE "10".
           88  DEBPRES-NO-EXISTE  VALUE "35".
