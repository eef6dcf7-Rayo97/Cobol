      ******************************************************************
      * DMVSTS.CPY
      * FILE STATUS/88-level block para DEPOSITO-MOV-FILE, compartido
      * por todo programa que escriba o recorra los movimientos de
      * los depositos en garantia (DEPMOV.DAT).
      ******************************************************************
       01  WS-DEPMOV-STATUS PIC XX.
           88  DEPMOV-OK         VALUE "00".
           88  DEPMOV-EOF        VALUE "10".
           88  DEPMOV-NO-EXISTE  VALUE "35".
