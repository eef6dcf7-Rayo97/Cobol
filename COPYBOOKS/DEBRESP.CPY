      ******************************************************************
      * DEBRESP.CPY
      * Registro del archivo de resultados del cobro automatico que
      * devuelve el banco (DEBRESP.DAT), en el mismo sobre que la
      * solicitud (DEBITO.CPY): un encabezado con la fecha del banco y
      * la secuencia de la solicitud que contesta, un detalle por
      * factura presentada con el resultado (A aceptado, R rechazado)
      * y, en el rechazo, el codigo de motivo del banco, y un trailer
      * con la cantidad de detalles y la suma de importes. A2-PROGRAMA
      * no aplica un archivo cuyo cuerpo no cuadra con su trailer.
      ******************************************************************
       01  DEBRESP-RECORD.
           05  DRS-TIPO-REGISTRO   PIC X.
               88  DRS-HEADER      VALUE "H".
               88  DRS-DETALLE     VALUE "D".
               88  DRS-TRAILER     VALUE "T".
           05  FILLER              PIC X(59).

       01  DEBRESP-HEADER REDEFINES DEBRESP-RECORD.
           05  DRH-TIPO            PIC X.
           05  DRH-FECHA           PIC 9(8).
           05  DRH-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X(44).

       01  DEBRESP-DETALLE REDEFINES DEBRESP-RECORD.
           05  DRD-TIPO            PIC X.
           05  DRD-CLIENTE         PIC 9(7).
           05  DRD-FACTURA         PIC 9(7).
           05  DRD-IMPORTE         PIC 9(7)V99.
           05  DRD-RESULTADO       PIC X.
               88  DRD-ACEPTADO    VALUE "A".
               88  DRD-RECHAZADO   VALUE "R".
           05  DRD-MOTIVO          PIC X(4).
           05  FILLER              PIC X(31).

       01  DEBRESP-TRAILER REDEFINES DEBRESP-RECORD.
           05  DRT-TIPO            PIC X.
           05  DRT-CANTIDAD        PIC 9(7).
           05  DRT-TOTAL           PIC 9(9)V99.
           05  FILLER              PIC X(41).
