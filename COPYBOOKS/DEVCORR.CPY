      ******************************************************************
      * DEVCORR.CPY
      * Registro del archivo de devoluciones de la casa de correo
      * (DEVCORREO.DAT): la casa de correo lo deja con los sobres que
      * no pudo entregar de los que le mandamos en CORREOEXT.DAT. Mismo
      * sobre de transmision que nuestro extracto: un encabezado con
      * su fecha y su propia secuencia, un detalle por sobre devuelto
      * -- la secuencia de NUESTRO envio en que salio (CXH-SECUENCIA),
      * el cliente y el tipo de documento (CXD-CLIENTE,
      * CXD-DOCUMENTO), la fecha de la devolucion y el motivo -- y un
      * trailer con la cantidad de detalles. Lo aplica D6-PROGRAMA.
      ******************************************************************
       01  DEVCORREO-RECORD.
           05  DVC-TIPO-REGISTRO   PIC X.
               88  DVC-HEADER      VALUE "H".
               88  DVC-DETALLE     VALUE "D".
               88  DVC-TRAILER     VALUE "T".
           05  FILLER              PIC X(59).

       01  DEVCORREO-HEADER REDEFINES DEVCORREO-RECORD.
           05  DVH-TIPO            PIC X.
           05  DVH-FECHA           PIC 9(8).
           05  DVH-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X(44).

       01  DEVCORREO-DETALLE REDEFINES DEVCORREO-RECORD.
           05  DVD-TIPO            PIC X.
           05  DVD-SECUENCIA-ENVIO PIC 9(7).
           05  DVD-CLIENTE         PIC 9(7).
           05  DVD-DOCUMENTO       PIC X(3).
           05  DVD-FECHA-DEVOLUCION PIC 9(8).
           05  DVD-MOTIVO          PIC X(20).
           05  FILLER              PIC X(14).

       01  DEVCORREO-TRAILER REDEFINES DEVCORREO-RECORD.
           05  DVR-TIPO            PIC X.
           05  DVR-CANTIDAD        PIC 9(7).
           05  FILLER              PIC X(52).
