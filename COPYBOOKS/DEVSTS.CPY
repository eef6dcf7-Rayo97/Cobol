      ******************************************************************
      * DEVSTS.CPY
      * FILE STATUS/88-level block para DEVOLUCION-FILE, compartido
      * por todo programa que escriba o recorra la bitacora de pagos
      * devueltos (DEVPAGO.DAT).
      ******************************************************************
       01  WS-DEVPAGO-STATUS PIC XX.
           88  DEVPAGO-OK         VALUE "00".
           88  DEVPAGO-EOF        VALUE "10".
           88  DEVPAGO-NO-EXISTE  VALUE "35".
