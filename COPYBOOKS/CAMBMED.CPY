      ******************************************************************
      * CAMBMED.CPY
      * Registro del registro de cambios de medidor (CAMBMED.DAT),
      * indexado por el medidor nuevo: el medidor retirado al que
      * reemplaza, el cliente que pasa de uno a otro, la fecha del
      * cambio, la lectura de retiro del medidor viejo y la de
      * instalacion del nuevo, y el operador que lo capturo. Lo da de
      * alta 73-PROGRAMA (que tambien inactiva el viejo, da de alta
      * el nuevo y le pasa el promedio de MEDSALDO.DAT); la
      * facturacion de consumo (75-PROGRAMA) factura el ultimo delta
      * del medidor viejo hasta su lectura de retiro (P a R, con la
      * factura que lo cobro) y no trata como anomalia la primera
      * lectura del nuevo (R a C).
      ******************************************************************
       01  CAMBIO-MEDIDOR-RECORD.
           05  CMB-MED-NUEVO       PIC X(8).
           05  CMB-MED-VIEJO       PIC X(8).
           05  CMB-CLIENTE         PIC 9(7).
           05  CMB-FECHA           PIC 9(8).
           05  CMB-LECT-RETIRO     PIC 9(6).
           05  CMB-LECT-INST       PIC 9(6).
           05  CMB-OPERADOR        PIC X(8).
           05  CMB-ESTADO          PIC X.
               88  CMB-PENDIENTE        VALUE "P".
               88  CMB-RETIRO-FACTURADO VALUE "R".
               88  CMB-COMPLETO         VALUE "C".
           05  CMB-FACTURA         PIC 9(7).
