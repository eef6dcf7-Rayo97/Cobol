      ******************************************************************
      * DVCSTS.CPY
      * FILE STATUS/88-level block para DEVCORREO-FILE, compartido
      * por todo programa que lea las devoluciones de la casa de
      * correo (DEVCORREO.DAT).
      ******************************************************************
       01  WS-DEVCORREO-STATUS PIC XX.
           88  DEVCORREO-OK         VALUE "00".
           88  DEVCORREO-EOF        VALUE "10".
           88  DEVCORREO-NO-EXISTE  VALUE "35".
