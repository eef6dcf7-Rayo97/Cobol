      ******************************************************************
      * FACSELLO.CPY
      * Registro de sellos fiscales (FACSELLO.DAT, indexado por numero
      * de factura): una entrada por factura que viajo a la autoridad
      * tributaria. C6-PROGRAMA la graba al enviarla (E enviada, con
      * la fecha y la secuencia del envio) y la vuelve a enviar si
      * quedo rechazada; C7-PROGRAMA aplica la respuesta: el sello de
      * autorizacion y su fecha (S sellada) o el motivo del rechazo
      * (R rechazada). El estado de cuenta (50-PROGRAMA) y la consulta
      * de facturas (71-PROGRAMA) muestran el sello de aqui.
      ******************************************************************
       01  FACSELLO-RECORD.
           05  SEL-FACTURA         PIC 9(7).
           05  SEL-CLIENTE         PIC 9(7).
           05  SEL-FECHA-FACTURA   PIC 9(8).
           05  SEL-ESTADO          PIC X.
               88  SEL-ENVIADA     VALUE "E".
               88  SEL-SELLADA     VALUE "S".
               88  SEL-RECHAZADA   VALUE "R".
           05  SEL-FECHA-ENVIO     PIC 9(8).
           05  SEL-SECUENCIA       PIC 9(7).
           05  SEL-ENVIOS          PIC 9(3).
           05  SEL-SELLO           PIC X(40).
           05  SEL-FECHA-SELLO     PIC 9(8).
           05  SEL-MOTIVO          PIC X(30).
