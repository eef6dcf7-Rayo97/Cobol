      ******************************************************************
      * RCUSTS.CPY
      * FILE STATUS/88-level block para RECUPERO-FILE, compartido por
      * todo programa que anexe o lea la historia de recuperos de
      * agencias (RECUPERA.DAT), para no seguir copiando y pegando el
      * mismo renglon WS-RECUPERA-STATUS en cada programa nuevo.
      ******************************************************************
       01  WS-RECUPERA-STATUS PIC XX.
           88  RECUPERA-OK         VALUE "00".
           88  RECUPERA-EOF        VALUE "10".
           88  RECUPERA-NO-EXISTE  VALUE "35".
