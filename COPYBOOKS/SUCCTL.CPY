      ******************************************************************
      * SUCCTL.CPY
      * Registro del control de envios por sucursal (SUCCTL.DAT),
      * indexado por la sucursal: la secuencia y la fecha de negocio
      * del ultimo archivo que la consolidacion (F7-PROGRAMA) tomo,
      * con sus cifras de control y la fecha de la corrida que lo
      * tomo. Con el se rechaza un archivo repetido (secuencia ya
      * tomada) o adelantado (hay un hueco en la secuencia), y una
      * reanudacion de la corrida sabe que la sucursal ya entrego.
      ******************************************************************
       01  SUCURSAL-CONTROL-RECORD.
           05  SCT-SUCURSAL        PIC X(3).
           05  SCT-ULT-SECUENCIA   PIC 9(5).
           05  SCT-ULT-FECHA       PIC 9(8).
           05  SCT-CANTIDAD        PIC 9(7).
           05  SCT-TOTAL-HASH      PIC 9(9).
           05  SCT-FECHA-CARGA     PIC 9(8).
