      * codigo corto de negocio del segmento (CTX-COD-NEGOCIO, como en
      * CODTXT.CPY), y un trailer con la cantidad de detalles, para
      * que el buro pueda validar por su lado que el archivo llego
      * completo y en orden. DXR-SUPRIMIDOS lleva cuantos clientes se
      * dejaron fuera por no tener consentimiento de marketing
      * (PREFCONT.DAT), para que el buro vea que la baja es
      * deliberada y no un archivo corto.
      ******************************************************************
       01  DEMOEXT-RECORD.
           05  DXT-TIPO-REGISTRO   PIC X.
       01  DEMOEXT-TRAILER REDEFINES DEMOEXT-RECORD.
           05  DXR-TIPO            PIC X.
           05  DXR-CANTIDAD        PIC 9(7).
           05  DXR-SUPRIMIDOS      PIC 9(7).
           05  FILLER              PIC X(31).
