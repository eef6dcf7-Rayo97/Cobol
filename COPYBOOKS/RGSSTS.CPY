      ******************************************************************
      * RGSSTS.CPY
      * FILE STATUS/88-level block para REG-HIST-FILE, el historial
      * de la declaracion estadistica al ente regulador
      * (REGHIST.DAT).
      ******************************************************************
       01  WS-REGHIST-STATUS PIC XX.
           88  REGHIST-OK         VALUE "00".
           88  REGHIST-EOF        VALUE "10".
           88  REGHIST-NO-EXISTE  VALUE "35".
