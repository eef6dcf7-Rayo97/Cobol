      ******************************************************************
      * CPASTS.CPY
      * FILE STATUS/88-level block para CLIENTE-PADRE-FILE, compartido
      * por todo programa que mantenga o lea la relacion de cuenta
      * padre de los clientes (CLIPADRE.DAT).
      ******************************************************************
       01  WS-CLIPADRE-STATUS PIC XX.
           88  CLIPADRE-OK         VALUE "00".
           88  CLIPADRE-EOF        VALUE "10".
           88  CLIPADRE-NO-EXISTE  VALUE "35".
