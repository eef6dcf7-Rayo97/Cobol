      ******************************************************************
      * DEBSTS.CPY
      * FILE STATUS/88-level block para DEBITOS-FILE, la solicitud de
      * cobro automatico para el banco (DEBITOS.DAT).
      ******************************************************************
       01  WS-DEBITOS-STATUS PIC XX.
           88  DEBITOS-OK         VALUE "00".
           88  DEBITOS-EOF        VALUE "10".
           88  DEBITOS-NO-EXISTE  VALUE "35".
