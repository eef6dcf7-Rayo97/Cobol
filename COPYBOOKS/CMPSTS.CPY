      ******************************************************************
      * CMPSTS.CPY
      * FILE STATUS/88-level block para CAMPANA-FILE, compartido por
      * todo programa que mantenga o lea el maestro de campanas de
      * marketing (CAMPANA.DAT).
      ******************************************************************
       01  WS-CAMPANA-STATUS PIC XX.
           88  CAMPANA-OK          VALUE "00".
           88  CAMPANA-EOF         VALUE "10".
           88  CAMPANA-NO-EXISTE   VALUE "35".
