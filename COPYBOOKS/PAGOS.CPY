      * (S), asi los estados de cuenta dejan de mostrar como abierta
      * una factura que ya se cobro en la ventanilla.
      *
      * Un pago que el banco devuelve (cheque sin fondos,
      * transferencia rechazada) no se borra: 97-PROGRAMA anexa su
      * reversa (R) con el importe negado, la misma factura y la fecha
      * de negocio de la devolucion, asi todo programa que suma
      * PAG-IMPORTE por factura la ve reabierta sin saber nada de
      * devoluciones. Por eso el importe y el total de control llevan
      * signo. Con la misma convencion, el reembolso de un saldo a
      * favor (98-PROGRAMA) sale como pago negativo (E) contra cada
      * factura sobrepagada del cliente, que asi vuelve a cero.
      *
      * Un pago sospechoso de duplicado (misma factura, mismo importe,
      * dentro de la ventana DUPVENTANA) lo retiene A5-PROGRAMA antes
      * de que el libro de saldos lo vea: anexa su retencion (H) con
      * el importe negado y el resto de los datos del sospechoso, y
      * el caso queda en la cola PAGDUP.DAT. Si el supervisor lo
      * libera en A6-PROGRAMA se anexa la liberacion (L) con el
      * importe positivo; si confirma el duplicado, la retencion se
      * queda y el pago nunca cuenta.
      *
      * PAG-METODO dice como entro el dinero: efectivo (E), cheque
      * (C), transferencia (T) o tarjeta (J) en la ventanilla y la
      * remesa, debito automatico (D) en el resultado del cobro
      * automatico, y aplicacion (A) cuando el pago sale de la caja
      * sin aplicar del cliente (dinero que ya habia entrado). Un
      * recupero de agencia de cobranza (F0-PROGRAMA) entra en dos
      * renglones: el neto que la agencia nos transfiere (G) y su
      * comision (K), que no es dinero que entra pero tambien baja
      * el saldo del cliente, porque el cliente pago el bruto; la
      * regla contable de K carga el gasto de cobranza. La
      * reversa de un pago devuelto hereda el metodo de su original.
      * PAG-REFERENCIA lleva el numero de cheque o la referencia de
      * la transferencia, y PAG-SUCURSAL la sucursal de la firma de
      * sesion que lo capturo (espacios en lo que entra por el
      * banco). Los tres viajan con espacios en lo grabado antes de
      * que existieran; con ellos sale el arqueo de caja diario
      * (A3-PROGRAMA).
      *
      * PAGOS-TRAILER es la vista de control de fin de sesion:
      * PGT-MARCA lleva 9999999, un numero de factura que la serie
      * nunca asigna, con la cantidad de pagos de la sesion y la suma
           05  PAG-FACTURA         PIC 9(7).
           05  PAG-CLIENTE         PIC 9(7).
           05  PAG-FECHA           PIC 9(8).
           05  PAG-IMPORTE         PIC S9(7)V99.
           05  PAG-OPERADOR        PIC X(8).
           05  PAG-ESTADO          PIC X.
               88  PAG-PARCIAL     VALUE "P".
               88  PAG-SALDA       VALUE "S".
               88  PAG-REVERSA     VALUE "R".
               88  PAG-REEMBOLSO   VALUE "E".
               88  PAG-RETENIDO    VALUE "H".
               88  PAG-LIBERADO    VALUE "L".
           05  PAG-METODO          PIC X.
               88  PAG-EFECTIVO      VALUE "E".
               88  PAG-CHEQUE        VALUE "C".
               88  PAG-TRANSFERENCIA VALUE "T".
               88  PAG-TARJETA       VALUE "J".
               88  PAG-DEBITO-AUTO   VALUE "D".
               88  PAG-APLICACION    VALUE "A".
               88  PAG-AGENCIA       VALUE "G".
               88  PAG-COMISION-AGENCIA VALUE "K".
               88  PAG-METODO-CAJA   VALUE "E" "C" "T" "J".
               88  PAG-PIDE-REFERENCIA VALUE "C" "T".
           05  PAG-REFERENCIA      PIC X(12).
           05  PAG-SUCURSAL        PIC X(3).

       01  PAGOS-TRAILER REDEFINES PAGO-RECORD.
           05  PGT-MARCA           PIC 9(7).
           05  PGT-CANTIDAD        PIC 9(7).
           05  PGT-TOTAL-HASH      PIC S9(9)V99.
           05  FILLER              PIC X(31).
