      * un medidor desconocido o inactivo, en vez de absorberla en
      * silencio como hacia LECTURAS.DAT con cualquier cadena de ocho
      * caracteres.
      * MED-CORTADO dice si el servicio del medidor esta cortado por
      * falta de pago: lo marca el corte ejecutado y lo libera la
      * reconexion ejecutada (B2-PROGRAMA, ORDSERV.DAT); la
      * facturacion de consumo (75-PROGRAMA) no le estima consumo a
      * un medidor cortado.
      ******************************************************************
       01  MEDIDOR-RECORD.
           05  MED-ID              PIC X(8).
           05  MED-FECHA-INST      PIC 9(8).
           05  MED-ACTIVO          PIC X.
               88  MED-ESTA-ACTIVO VALUE "S".
           05  MED-CORTADO         PIC X.
               88  MED-ESTA-CORTADO VALUE "S".
