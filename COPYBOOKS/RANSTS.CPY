      ******************************************************************
      * RANSTS.CPY
      * FILE STATUS/88-level block para RESUMEN-ANUAL-FILE, compartido
      * por todo programa que arme o envie el resumen anual por
      * cliente (RESANUAL.DAT).
      ******************************************************************
       01  WS-RESANUAL-STATUS PIC XX.
           88  RESANUAL-OK         VALUE "00".
           88  RESANUAL-EOF        VALUE "10".
           88  RESANUAL-NO-EXISTE  VALUE "35".
