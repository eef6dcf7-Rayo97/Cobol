      ******************************************************************
      * CVESTS.CPY
      * FILE STATUS/88-level block para CLIENTE-VENDEDOR-FILE,
      * compartido por todo programa que mantenga o lea la asignacion
      * de vendedor por cliente (CLIVEND.DAT).
      ******************************************************************
       01  WS-CLIVEND-STATUS PIC XX.
           88  CLIVEND-OK         VALUE "00".
           88  CLIVEND-EOF        VALUE "10".
           88  CLIVEND-NO-EXISTE  VALUE "35".
