      ******************************************************************
      * AGESTS.CPY
      * FILE STATUS/88-level block para AGENCIAS-FILE, compartido por
      * todo programa que mantenga o lea el maestro de agencias de
      * cobranza (AGENCIAS.DAT), para no seguir copiando y pegando el
      * mismo renglon WS-AGENCIAS-STATUS en cada programa nuevo.
      ******************************************************************
       01  WS-AGENCIAS-STATUS PIC XX.
           88  AGENCIAS-OK         VALUE "00".
           88  AGENCIAS-EOF        VALUE "10".
           88  AGENCIAS-NO-EXISTE  VALUE "35".
