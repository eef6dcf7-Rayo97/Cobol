      ******************************************************************
      * FACRESP.CPY
      * Registro del archivo de respuesta de la autoridad tributaria
      * al envio de facturas electronicas (FACRESP.DAT), en el mismo
      * sobre que el envio (FACELEC.CPY): un encabezado con la fecha
      * de la autoridad y la secuencia del envio que contesta, un
      * detalle por factura con el resultado (A autorizada, R
      * rechazada), el sello de autorizacion y su fecha o el motivo
      * del rechazo, y un trailer con la cantidad de detalles.
      * C7-PROGRAMA no aplica un archivo cuyo cuerpo no cuadra con su
      * trailer.
      ******************************************************************
       01  FACRESP-RECORD.
           05  FRS-TIPO-REGISTRO   PIC X.
               88  FRS-HEADER      VALUE "H".
               88  FRS-DETALLE     VALUE "D".
               88  FRS-TRAILER     VALUE "T".
           05  FILLER              PIC X(99).

       01  FACRESP-HEADER REDEFINES FACRESP-RECORD.
           05  FRH-TIPO            PIC X.
           05  FRH-FECHA           PIC 9(8).
           05  FRH-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X(84).

       01  FACRESP-DETALLE REDEFINES FACRESP-RECORD.
           05  FRD-TIPO            PIC X.
           05  FRD-FACTURA         PIC 9(7).
           05  FRD-RESULTADO       PIC X.
               88  FRD-AUTORIZADA  VALUE "A".
               88  FRD-RECHAZADA   VALUE "R".
           05  FRD-SELLO           PIC X(40).
           05  FRD-FECHA-SELLO     PIC 9(8).
           05  FRD-MOTIVO          PIC X(30).
           05  FILLER              PIC X(13).

       01  FACRESP-TRAILER REDEFINES FACRESP-RECORD.
           05  FRT-TIPO            PIC X.
           05  FRT-CANTIDAD        PIC 9(7).
           05  FILLER              PIC X(92).
