      ******************************************************************
      * RESPCAMP.CPY
      * Registro del archivo de respuestas a las campanas de marketing
      * que entrega el area de marketing (RESPCAMP.DAT): un encabezado
      * con la fecha del archivo, un detalle por cliente que respondio
      * con la campana, la fecha y el canal de la respuesta (TEL, COR,
      * SUC, WEB ...), y un trailer con la cantidad de detalles.
      * E5-PROGRAMA no carga un archivo cuyo cuerpo no cuadra con su
      * trailer.
      ******************************************************************
       01  RESPCAMP-RECORD.
           05  RSP-TIPO-REGISTRO   PIC X.
               88  RSP-HEADER      VALUE "H".
               88  RSP-DETALLE     VALUE "D".
               88  RSP-TRAILER     VALUE "T".
           05  FILLER              PIC X(39).

       01  RESPCAMP-HEADER REDEFINES RESPCAMP-RECORD.
           05  RSH-TIPO            PIC X.
           05  RSH-FECHA           PIC 9(8).
           05  FILLER              PIC X(31).

       01  RESPCAMP-DETALLE REDEFINES RESPCAMP-RECORD.
           05  RSD-TIPO            PIC X.
           05  RSD-CAMPANA         PIC X(8).
           05  RSD-CLIENTE         PIC 9(7).
           05  RSD-FECHA           PIC 9(8).
           05  RSD-CANAL           PIC X(3).
           05  FILLER              PIC X(13).

       01  RESPCAMP-TRAILER REDEFINES RESPCAMP-RECORD.
           05  RST-TIPO            PIC X.
           05  RST-CANTIDAD        PIC 9(7).
           05  FILLER              PIC X(32).
