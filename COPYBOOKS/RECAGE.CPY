      ******************************************************************
      * RECAGE.CPY
      * Registro del archivo de recuperos que entregan las agencias
      * de cobranza (RECAGE.DAT): un encabezado (H) con la fecha del
      * archivo, un detalle (D) por cobro que la agencia le hizo a
      * un cliente colocado, con el codigo de la agencia, el
      * cliente, la factura a la que lo aplico, la fecha del cobro,
      * el importe BRUTO que cobro (antes de su comision) y su
      * referencia, y un trailer (T) con la cantidad de detalles y
      * la suma de sus importes. F0-PROGRAMA no carga un archivo
      * cuyo cuerpo no cuadra con su trailer.
      ******************************************************************
       01  RECAGE-RECORD.
           05  RAG-TIPO            PIC X.
               88  RAG-ES-HEADER   VALUE "H".
               88  RAG-ES-DETALLE  VALUE "D".
               88  RAG-ES-TRAILER  VALUE "T".
           05  RAG-AGENCIA         PIC X(4).
           05  RAG-CLIENTE         PIC 9(7).
           05  RAG-FACTURA         PIC 9(7).
           05  RAG-FECHA           PIC 9(8).
           05  RAG-IMPORTE         PIC 9(7)V99.
           05  RAG-REFERENCIA      PIC X(12).

       01  RECAGE-HEADER REDEFINES RECAGE-RECORD.
           05  RAH-TIPO            PIC X.
           05  RAH-FECHA           PIC 9(8).
           05  FILLER              PIC X(39).

       01  RECAGE-TRAILER REDEFINES RECAGE-RECORD.
           05  RAT-TIPO            PIC X.
           05  RAT-CANTIDAD        PIC 9(7).
           05  RAT-TOTAL           PIC 9(9)V99.
           05  FILLER              PIC X(29).
