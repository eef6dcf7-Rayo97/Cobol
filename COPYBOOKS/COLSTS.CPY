      ******************************************************************
      * COLSTS.CPY
      * FILE STATUS/88-level block para COLOCA-FILE, compartido por
      * todo programa que lea o actualice las colocaciones con
      * agencias de cobranza (COLOCA.DAT), para no seguir copiando y
      * pegando el mismo renglon WS-COLOCA-STATUS en cada programa
      * nuevo.
      ******************************************************************
       01  WS-COLOCA-STATUS PIC XX.
           88  COLOCA-OK           VALUE "00".
           88  COLOCA-EOF          VALUE "10".
           88  COLOCA-NO-EXISTE    VALUE "35".
