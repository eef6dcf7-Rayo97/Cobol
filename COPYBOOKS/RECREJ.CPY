      ******************************************************************
      * RECREJ.CPY
      * Registro del archivo de rechazos de la carga de recuperos de
      * agencias (RECREJ.DAT): el renglon de RECAGE.DAT tal como
      * llego (en campos X, porque justo lo que se rechaza puede no
      * ser numerico) mas el codigo de razon, para que cobranza lo
      * aclare con la agencia.
      *   NN - cliente, factura, fecha o importe no numericos
      *   TP - tipo de renglon desconocido
      *   CE - importe en cero
      *   AG - agencia inexistente en AGENCIAS.DAT
      *   NC - el cliente no esta colocado (activo) con esa agencia
      *   ST - la agencia no tiene tasa de comision a esa fecha
      *   FI - factura inexistente en FACTURAS.DAT
      *   CL - la factura no es del cliente citado
      *   SA - la factura ya esta saldada
      *   EX - el importe excede el saldo abierto de la factura
      ******************************************************************
       01  RECAGE-RECHAZO-RECORD.
           05  RRA-TIPO            PIC X.
           05  RRA-AGENCIA         PIC X(4).
           05  RRA-CLIENTE         PIC X(7).
           05  RRA-FACTURA         PIC X(7).
           05  RRA-FECHA           PIC X(8).
           05  RRA-IMPORTE         PIC X(9).
           05  RRA-REFERENCIA      PIC X(12).
           05  RRA-RAZON           PIC XX.
