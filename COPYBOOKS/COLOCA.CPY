      ******************************************************************
      * COLOCA.CPY
      * Registro de las colocaciones de cuentas con agencias de
      * cobranza (COLOCA.DAT), indexado por COL-CLIENTE: la agencia a
      * la que se mando la cuenta, la fecha de negocio de la
      * colocacion, el saldo y la cantidad de facturas abiertas que
      * se le mandaron, y lo que la agencia lleva recuperado (bruto)
      * con la comision que se quedo.
      * Mientras COL-ESTADO es A (activa) la cuenta es de la agencia:
      * las cartas de cobranza (63-PROGRAMA) no le escriben al
      * cliente ni le emiten cortes. Pasa a S (saldada) cuando el
      * saldo del cliente llega a cero, sea por un recupero
      * (F0-PROGRAMA) o por un pago nuestro (E9-PROGRAMA lo detecta
      * en la corrida siguiente), y a R (retirada) cuando un
      * supervisor la retira de la agencia (E8-PROGRAMA); la
      * cobranza propia vuelve a correr desde ahi. Una cuenta
      * retirada no se vuelve a colocar sola; una saldada que vuelve
      * a caer en mora se coloca de nuevo y su renglon se reemplaza.
      * COL-FECHA-ESTADO es la fecha de negocio del ultimo cambio de
      * estado y COL-OPERADOR quien lo hizo (COLOCA o AGENCIA en lo
      * que hace el batch).
      ******************************************************************
       01  COLOCA-RECORD.
           05  COL-CLIENTE         PIC 9(7).
           05  COL-AGENCIA         PIC X(4).
           05  COL-FECHA           PIC 9(8).
           05  COL-SALDO           PIC S9(9)V99.
           05  COL-FACTURAS        PIC 9(4).
           05  COL-ESTADO          PIC X.
               88  COL-ACTIVA      VALUE "A".
               88  COL-SALDADA     VALUE "S".
               88  COL-RETIRADA    VALUE "R".
           05  COL-FECHA-ESTADO    PIC 9(8).
           05  COL-RECUPERADO      PIC S9(9)V99.
           05  COL-COMISION        PIC S9(9)V99.
           05  COL-FECHA-RECUPERO  PIC 9(8).
           05  COL-OPERADOR        PIC X(8).
