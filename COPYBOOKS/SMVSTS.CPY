      ******************************************************************
      * SMVSTS.CPY
      * FILE STATUS/88-level block para SUSPENSO-MOV-FILE, compartido
      * por todo programa que escriba o recorra los movimientos de la
      * caja sin aplicar (SUSMOV.DAT).
      ******************************************************************
       01  WS-SUSMOV-STATUS PIC XX.
           88  SUSMOV-OK         VALUE "00".
           88  SUSMOV-EOF        VALUE "10".
           88  SUSMOV-NO-EXISTE  VALUE "35".
