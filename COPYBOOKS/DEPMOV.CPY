      ******************************************************************
      * DEPMOV.CPY
      * Registro de los movimientos de los depositos en garantia
      * (DEPMOV.DAT), con el importe ya con signo, la misma
      * convencion de SUSMOV.DAT: el recibo (R) que captura
      * B5-PROGRAMA y el interes anual (I) que abona B6-PROGRAMA
      * entran positivos; la aplicacion al cierre de cuenta (A) entra
      * negativa, con la factura final en DMV-FACTURA (cero en los
      * demas), porque su pago en PAGOS.DAT ya lleva el abono al
      * cliente. El extracto contable (66-PROGRAMA) postea los del dia
      * a la cuenta de pasivo DEPOSITOS.
      ******************************************************************
       01  DEPOSITO-MOV-RECORD.
           05  DMV-CLIENTE         PIC 9(7).
           05  DMV-FECHA           PIC 9(8).
           05  DMV-TIPO            PIC X.
               88  DMV-RECIBO      VALUE "R".
               88  DMV-INTERES     VALUE "I".
               88  DMV-APLICACION  VALUE "A".
           05  DMV-IMPORTE         PIC S9(7)V99.
           05  DMV-FACTURA         PIC 9(7).
           05  DMV-OPERADOR        PIC X(8).
