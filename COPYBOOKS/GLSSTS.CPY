      ******************************************************************
      * GLSSTS.CPY
      * FILE STATUS/88-level block para GL-SALDOS-FILE, compartido por
      * todo programa que postee o reporte los saldos de mayor
      * (GLSALDOS.DAT), para no seguir copiando y pegando el mismo
      * renglon WS-GLSALDOS-STATUS en cada programa nuevo.
      ******************************************************************
       01  WS-GLSALDOS-STATUS PIC XX.
           88  GLSALDOS-OK         VALUE "00".
           88  GLSALDOS-EOF        VALUE "10".
           88  GLSALDOS-NO-EXISTE  VALUE "35".
