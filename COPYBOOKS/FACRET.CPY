      ******************************************************************
      * FACRET.CPY
      * Registro de la cola de facturas retenidas por credito
      * (FACRET.DAT). Cuando el saldo del cliente en el libro
      * (SAL-SALDO) mas la factura nueva pasa de su limite de credito
      * (LIMCRED.DAT), la facturacion no la escribe en FACTURAS.DAT:
      * la anexa aqui pendiente (P) bajo un numero de la serie
      * RETCRED, con todos sus importes, el programa que la armo
      * (16 captura, 70 recurrente), el contrato de origen (cero si
      * no viene de uno) con el mes de servicio que cobra, el saldo y
      * el limite con que se retuvo, y el operador que la tecleo
      * (espacios si la armo un paso nocturno); sus partidas van a
      * FACRETD.DAT bajo el mismo numero de retencion.
      * Un supervisor la dictamina en E1-PROGRAMA: liberada (L), se
      * factura entonces como cualquier otra, bajo la serie FACTURA
      * y con la fecha de negocio de la liberacion, y FRT-FACTURA
      * guarda el numero que recibio; o cancelada (C), no se factura
      * nunca. En ambos casos quedan su firma y la hora.
      ******************************************************************
       01  FACTURA-RETENIDA-RECORD.
           05  FRT-RETENCION       PIC 9(7).
           05  FRT-PROGRAMA        PIC XX.
           05  FRT-CLIENTE         PIC 9(7).
           05  FRT-FECHA           PIC 9(8).
           05  FRT-SUBTOTAL        PIC S9(5)V99.
           05  FRT-IMPUESTO        PIC S9(5)V99.
           05  FRT-DESCUENTO       PIC S9(5)V99.
           05  FRT-AJUSTE          PIC S9(5).
           05  FRT-TOTAL           PIC S9(7)V99.
      * FRT-TIPO ES EL FAC-TIPO CON QUE SALDRA LA FACTURA (F CAPTURA,
      * R RECURRENTE).
           05  FRT-TIPO            PIC X.
           05  FRT-SUCURSAL        PIC X(3).
           05  FRT-CONTRATO        PIC 9(7).
           05  FRT-PERIODO         PIC 9(6).
           05  FRT-SALDO           PIC S9(9)V99.
           05  FRT-LIMITE          PIC 9(7)V99.
           05  FRT-OPERADOR        PIC X(8).
           05  FRT-ESTADO          PIC X.
               88  FRT-PENDIENTE   VALUE "P".
               88  FRT-LIBERADA    VALUE "L".
               88  FRT-CANCELADA   VALUE "C".
           05  FRT-FACTURA         PIC 9(7).
           05  FRT-SUPERVISOR      PIC X(8).
           05  FRT-TIMESTAMP       PIC X(14).
