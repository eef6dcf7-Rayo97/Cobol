      ******************************************************************
      * CASSTS.CPY
      * FILE STATUS/88-level block para CASO-SERVICIO-FILE, compartido
      * por todo programa que lea o mantenga los casos de atencion a
      * clientes (CASOS.DAT).
      ******************************************************************
       01  WS-CASOS-STATUS PIC XX.
           88  CASOS-OK         VALUE "00".
           88  CASOS-EOF        VALUE "10".
           88  CASOS-NO-EXISTE  VALUE "35".
