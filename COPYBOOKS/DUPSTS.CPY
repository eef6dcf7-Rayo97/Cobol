      ******************************************************************
      * DUPSTS.CPY
      * FILE STATUS/88-level block para PAGO-DUPLICADO-FILE,
      * compartido por la deteccion de pagos duplicados (A5) y su
      * revision de supervisor (A6) sobre la cola PAGDUP.DAT.
      ******************************************************************
       01  WS-PAGDUP-STATUS PIC XX.
           88  PAGDUP-OK         VALUE "00".
           88  PAGDUP-EOF        VALUE "10".
           88  PAGDUP-NO-EXISTE  VALUE "35".
