      ******************************************************************
      * FACANUL.CPY
      * Registro de numeros anulados de la serie FACTURA
      * (FACANUL.DAT), indexado por el numero: cada numero que la
      * serie de NUMCTL.DAT asigno pero que nunca llego a ser una
      * factura (el programa que lo tomo termino mal, el formulario
      * se inutilizo) queda aqui con el motivo, el supervisor que lo
      * registro y la fecha de negocio del registro. Lo mantiene
      * C4-PROGRAMA, que solo acepta numeros ya asignados que no
      * esten en FACTURAS.DAT ni en FACTARCH.DAT; la auditoria de
      * continuidad (C5-PROGRAMA) da por explicado todo hueco de la
      * serie que tenga aqui su renglon.
      ******************************************************************
       01  ANULADO-RECORD.
           05  ANL-NUMERO          PIC 9(7).
           05  ANL-MOTIVO          PIC X(30).
           05  ANL-SUPERVISOR      PIC X(8).
           05  ANL-FECHA           PIC 9(8).
