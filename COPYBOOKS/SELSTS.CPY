      ******************************************************************
      * SELSTS.CPY
      * FILE STATUS/88-level block para FACSELLO-FILE, compartido por
      * todo programa que grabe o consulte el registro de sellos
      * fiscales (FACSELLO.DAT), para no seguir copiando y pegando el
      * mismo renglon WS-FACSELLO-STATUS en cada programa nuevo.
      ******************************************************************
       01  WS-FACSELLO-STATUS PIC XX.
           88  FACSELLO-OK         VALUE "00".
           88  FACSELLO-EOF        VALUE "10".
           88  FACSELLO-NO-EXISTE  VALUE "35".
