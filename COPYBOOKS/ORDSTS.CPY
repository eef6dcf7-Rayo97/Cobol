      ******************************************************************
      * ORDSTS.CPY
      * FILE STATUS/88-level block para ORDEN-SERVICIO-FILE,
      * compartido por todo programa que lea o mantenga las ordenes
      * de servicio de campo (ORDSERV.DAT).
      ******************************************************************
       01  WS-ORDSERV-STATUS PIC XX.
           88  ORDSERV-OK         VALUE "00".
           88  ORDSERV-EOF        VALUE "10".
           88  ORDSERV-NO-EXISTE  VALUE "35".
