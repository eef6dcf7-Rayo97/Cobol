      * supervisor la aprueba (C, el cargo se factura en la
      * siguiente corrida) o la cancela (X, la lectura se descarta)
      * desde 76-PROGRAMA, dejando quien y cuando.
      * ANM-MOTIVO distingue por que entro a la cola: por consumo (C,
      * el caso de arriba, que 75-PROGRAMA detiene y consulta) o por
      * intervalos faltantes (I): el medidor inteligente cuyo archivo
      * de intervalos (B8-PROGRAMA) perdio mas horas de las toleradas
      * no manda lectura y se estima; la cola solo lo pone a la vista
      * con cuantos intervalos se esperaban y cuantos llegaron, y su
      * dictamen no detiene ni libera ningun cargo.
      ******************************************************************
       01  ANOMALIA-RECORD.
           05  ANM-MEDIDOR         PIC X(8).
               88  ANM-CANCELADA   VALUE "X".
           05  ANM-RES-OPERADOR    PIC X(8).
           05  ANM-RES-TIMESTAMP   PIC X(14).
           05  ANM-MOTIVO          PIC X.
               88  ANM-POR-CONSUMO     VALUE "C" SPACE.
               88  ANM-POR-INTERVALOS  VALUE "I".
           05  ANM-INT-ESPERADOS   PIC 9(5).
           05  ANM-INT-RECIBIDOS   PIC 9(5).
