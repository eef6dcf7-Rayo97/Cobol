      ******************************************************************
      * SUCURSAL.CPY
      * Registro de la lista de sucursales que deben enviar sus
      * transacciones cada dia habil (SUCURSAL.DAT): el codigo de la
      * sucursal, el mismo que se estampa en TRX-SUCURSAL, y su nombre
      * para el reporte. La lista viaja con el mazo de la corrida
      * (decks/SUCURSAL.DAT); una sucursal que no esta en ella no se
      * busca ni se espera.
      ******************************************************************
       01  SUCURSAL-RECORD.
           05  SUC-CODIGO          PIC X(3).
           05  SUC-NOMBRE          PIC X(20).
