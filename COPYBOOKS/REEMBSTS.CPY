      ******************************************************************
      * REEMBSTS.CPY
      * FILE STATUS/88-level block para REEMBOLSO-FILE, el archivo de
      * desembolsos para el banco (REEMBOLSO.DAT).
      ******************************************************************
       01  WS-REEMBOLSO-STATUS PIC XX.
           88  REEMBOLSO-OK         VALUE "00".
           88  REEMBOLSO-NO-EXISTE  VALUE "35".
