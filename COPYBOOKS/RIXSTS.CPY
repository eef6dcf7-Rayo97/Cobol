      ******************************************************************
      * RIXSTS.CPY
      * FILE STATUS/88-level block para REPORTE-INDICE-FILE,
      * compartido por todo programa que registre, archive o busque
      * reportes en el indice de reportes (REPINDEX.DAT).
      ******************************************************************
       01  WS-REPINDEX-STATUS PIC XX.
           88  REPINDEX-OK         VALUE "00".
           88  REPINDEX-EOF        VALUE "10".
           88  REPINDEX-NO-EXISTE  VALUE "35".
