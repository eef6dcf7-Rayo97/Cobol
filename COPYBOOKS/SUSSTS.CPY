      ******************************************************************
      * SUSSTS.CPY
      * FILE STATUS/88-level block para SUSPENSO-FILE, compartido por
      * todo programa que lea o escriba la caja sin aplicar
      * (SUSPENSO.DAT), para no seguir copiando y pegando el mismo
      * renglon WS-SUSPENSO-STATUS en cada programa nuevo.
      ******************************************************************
       01  WS-SUSPENSO-STATUS PIC XX.
           88  SUSPENSO-OK         VALUE "00".
           88  SUSPENSO-EOF        VALUE "10".
           88  SUSPENSO-NO-EXISTE  VALUE "35".
