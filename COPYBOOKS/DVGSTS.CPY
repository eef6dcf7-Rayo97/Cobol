      ******************************************************************
      * DVGSTS.CPY
      * FILE STATUS/88-level block para DEVENGO-FILE, compartido por
      * todo programa que escriba o postee el asiento de devengo de
      * consumo no facturado (DEVENGO.DAT).
      ******************************************************************
       01  WS-DEVENGO-STATUS PIC XX.
           88  DEVENGO-OK         VALUE "00".
           88  DEVENGO-EOF        VALUE "10".
           88  DEVENGO-NO-EXISTE  VALUE "35".
