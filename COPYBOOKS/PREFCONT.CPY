      ******************************************************************
      * PREFCONT.CPY
      * Registro de preferencias de contacto del cliente
      * (PREFCONT.DAT), indexado por numero de cliente: un registro
      * por cliente, capturado y mantenido en la opcion P de
      * 27-PROGRAMA. Lleva el consentimiento para marketing (S/N con
      * la fecha en que se dio o se retiro), el canal preferido por
      * tipo de documento -- estado de cuenta (EST), carta de
      * cobranza (COB) y marketing -- y la direccion de correo
      * electronico a la que van los documentos con canal E.
      * Un cliente sin registro no ha dado consentimiento: el
      * extracto demografico (34-PROGRAMA) no lo transmite, y sus
      * documentos siguen en papel por la casa de correo
      * (80-PROGRAMA). Un canal E sin direccion de correo tambien se
      * manda en papel.
      ******************************************************************
       01  PREFERENCIA-CONTACTO-RECORD.
           05  PRF-CLIENTE             PIC 9(7).
           05  PRF-CONSENTIMIENTO      PIC X.
               88  PRF-ACEPTA-MARKETING  VALUE "S".
               88  PRF-RECHAZA-MARKETING VALUE "N".
           05  PRF-FECHA-CONSENTIMIENTO PIC 9(8).
      * CANAL: P PAPEL (O ESPACIO) POR LA CASA DE CORREO, E CORREO
      * ELECTRONICO.
           05  PRF-CANAL-EST           PIC X.
               88  PRF-EST-ELECTRONICO   VALUE "E".
           05  PRF-CANAL-COB           PIC X.
               88  PRF-COB-ELECTRONICO   VALUE "E".
           05  PRF-CANAL-MKT           PIC X.
               88  PRF-MKT-ELECTRONICO   VALUE "E".
           05  PRF-CORREO-E            PIC X(60).
           05  PRF-FECHA-CAMBIO        PIC 9(8).
           05  PRF-OPERADOR            PIC X(8).
