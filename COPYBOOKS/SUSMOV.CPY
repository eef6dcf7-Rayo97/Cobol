      ******************************************************************
      * SUSMOV.CPY
      * Registro de los movimientos de la caja sin aplicar
      * (SUSMOV.DAT), uno por cada recibo a cuenta (R) y por cada
      * aplicacion (A) que 96-PROGRAMA hace sobre SUSPENSO.DAT, con el
      * importe ya con signo: el recibo entra positivo y la aplicacion
      * negativa, la misma convencion de CLIAPLIC.DAT para las
      * reversas. SMV-FACTURA lleva la factura a la que se aplico
      * (cero en los recibos) y SMV-REFERENCIA lo que el cliente
      * cito al pagar. El libro de saldos (59-PROGRAMA) deriva de
      * aqui el renglon de caja sin aplicar de cada cliente, y el
      * extracto contable (66-PROGRAMA) postea los del dia a la
      * cuenta SUSPENSO.
      ******************************************************************
       01  SUSPENSO-MOV-RECORD.
           05  SMV-CLIENTE         PIC 9(7).
           05  SMV-FECHA           PIC 9(8).
           05  SMV-TIPO            PIC X.
               88  SMV-RECIBO      VALUE "R".
               88  SMV-APLICACION  VALUE "A".
           05  SMV-IMPORTE         PIC S9(7)V99.
           05  SMV-FACTURA         PIC 9(7).
           05  SMV-OPERADOR        PIC X(8).
           05  SMV-REFERENCIA      PIC X(12).
