      ******************************************************************
      * VENSTS.CPY
      * FILE STATUS/88-level block para VENDEDOR-FILE, compartido por
      * todo programa que mantenga o lea el maestro de vendedores
      * (VENDEDOR.DAT), para no seguir copiando y pegando el mismo
      * renglon WS-VENDEDOR-STATUS en cada programa nuevo.
      ******************************************************************
       01  WS-VENDEDOR-STATUS PIC XX.
           88  VENDEDOR-OK         VALUE "00".
           88  VENDEDOR-EOF        VALUE "10".
           88  VENDEDOR-NO-EXISTE  VALUE "35".
