      ******************************************************************
      * BUHSTS.CPY
      * FILE STATUS/88-level block para BURO-HIST-FILE, compartido por
      * el reporte mensual al buro de credito (F2-PROGRAMA) y la carga
      * de sus rechazos (F3-PROGRAMA).
      ******************************************************************
       01  WS-BUROHIST-STATUS PIC XX.
           88  BUROHIST-OK         VALUE "00".
           88  BUROHIST-EOF        VALUE "10".
           88  BUROHIST-NO-EXISTE  VALUE "35".
