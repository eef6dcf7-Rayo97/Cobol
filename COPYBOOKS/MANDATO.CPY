      ******************************************************************
      * MANDATO.CPY
      * Registro del maestro de mandatos de debito automatico
      * (MANDATOS.DAT), indexado por el numero de cliente: el banco y
      * la cuenta de la que el cliente nos autorizo a cobrar, la
      * fecha en que firmo el mandato y su estado (activo, suspendido
      * o cancelado) con la fecha del ultimo cambio y el operador que
      * lo hizo. Lo mantiene A0-PROGRAMA; la corrida de cobro
      * automatico (A1-PROGRAMA) solo presenta al banco facturas de
      * clientes con el mandato activo.
      ******************************************************************
       01  MANDATO-RECORD.
           05  MAN-CLIENTE         PIC 9(7).
           05  MAN-BANCO           PIC X(4).
           05  MAN-CUENTA          PIC X(20).
           05  MAN-FECHA-MANDATO   PIC 9(8).
           05  MAN-ESTADO          PIC X.
               88  MAN-ACTIVO      VALUE "A".
               88  MAN-SUSPENDIDO  VALUE "S".
               88  MAN-CANCELADO   VALUE "C".
           05  MAN-FECHA-ESTADO    PIC 9(8).
           05  MAN-OPERADOR        PIC X(8).
