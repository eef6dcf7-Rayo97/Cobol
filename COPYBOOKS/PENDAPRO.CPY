      * maestro) o la rechaza (R) desde 93-PROGRAMA, quedando ambas
      * identidades en el renglon. Una tasa mal tecleada ya desprecio
      * una noche entera de facturas.
      *
      * El cambio masivo de precios de D0-PROGRAMA entra como tipo PR:
      * PEN-CLAVE lleva el numero de lote de CAMBPREC.DAT, PEN-VALOR
      * cuantos articulos toca y PEN-FECHA-EF la fecha en que entran
      * en vigor los precios nuevos; aprobar el lote no toca el
      * maestro, lo hace la corrida nocturna al llegar la fecha.
      ******************************************************************
       01  PENDIENTE-APRO-RECORD.
           05  PEN-TIPO            PIC X(2).
               88  PEN-ES-TASA     VALUE "TA".
               88  PEN-ES-BAJA     VALUE "BC".
               88  PEN-ES-PRECIOS  VALUE "PR".
           05  PEN-CLAVE           PIC X(10).
           05  PEN-VALOR           PIC 9(5).
           05  PEN-FECHA-EF        PIC 9(8).
