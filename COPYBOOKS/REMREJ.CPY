      ******************************************************************
      * REMREJ.CPY
      * Registro del archivo de rechazos de la importacion de remesas
      * (REMREJ.DAT): el renglon de REMESAS.DAT tal como llego (en
      * campos X, porque justo lo que se rechaza puede no ser
      * numerico) mas el codigo de razon, para que cobranza lo
      * aplique a mano o lo devuelva al banco.
      *   NN - factura, cliente, fecha o importe no numericos
      *   TP - tipo de renglon desconocido
      *   CE - importe en cero
      *   FI - factura inexistente en FACTURAS.DAT
      *   CL - el cliente citado no es el de la factura
      *   SA - la factura ya esta saldada
      *   EX - el importe excede el saldo abierto de la factura
      ******************************************************************
       01  REMESA-RECHAZO-RECORD.
           05  RRJ-TIPO            PIC X.
           05  RRJ-FACTURA         PIC X(7).
           05  RRJ-CLIENTE         PIC X(7).
           05  RRJ-FECHA           PIC X(8).
           05  RRJ-IMPORTE         PIC X(9).
           05  RRJ-REFERENCIA      PIC X(12).
           05  RRJ-RAZON           PIC XX.
