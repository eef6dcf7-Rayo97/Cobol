      ******************************************************************
      * PRESSTS.CPY
      * FILE STATUS/88-level block para PRESUPUESTO-FILE, compartido
      * por todo programa que mantenga o lea el presupuesto de ventas
      * (PRESUP.DAT), para no seguir copiando y pegando el mismo
      * renglon WS-PRESUP-STATUS en cada programa nuevo.
      ******************************************************************
       01  WS-PRESUP-STATUS PIC XX.
           88  PRESUP-OK         VALUE "00".
           88  PRESUP-EOF        VALUE "10".
           88  PRESUP-NO-EXISTE  VALUE "35".
