      ******************************************************************
      * CONCPEND.CPY
      * Registro de las partidas de conciliacion bancaria que quedaron
      * abiertas (CONCPEND.DAT), que A4-PROGRAMA lee al empezar y
      * reescribe al terminar cada conciliacion. El primer renglon es
      * el de control (C): la fecha de negocio hasta la que se tomaron
      * los registros de libros, la fecha del ultimo extracto
      * conciliado y el saldo en libros de la cuenta de cobranza a esa
      * fecha. Los demas son las partidas sin casar (P): del lado de
      * libros (L) un pago o recibo registrado que el banco todavia no
      * muestra, del lado del banco (B) un movimiento del extracto que
      * no tiene registro en libros; cada una con su fecha, su importe
      * con signo, su referencia, el metodo de pago (libros) y el
      * cliente (libros), para casarla en una corrida posterior o
      * alertar cuando envejece.
      ******************************************************************
       01  CONCPEND-RECORD.
           05  CPD-TIPO-REGISTRO   PIC X.
               88  CPD-CONTROL     VALUE "C".
               88  CPD-PARTIDA     VALUE "P".
           05  CPD-ORIGEN          PIC X.
               88  CPD-DE-LIBROS   VALUE "L".
               88  CPD-DE-BANCO    VALUE "B".
           05  CPD-FECHA           PIC 9(8).
           05  CPD-IMPORTE         PIC S9(7)V99.
           05  CPD-REFERENCIA      PIC X(12).
           05  CPD-METODO          PIC X.
           05  CPD-CLIENTE         PIC 9(7).
           05  FILLER              PIC X(6).

       01  CONCPEND-CONTROL REDEFINES CONCPEND-RECORD.
           05  CPC-TIPO            PIC X.
           05  FILLER              PIC X.
           05  CPC-FECHA-CONCILIADA PIC 9(8).
           05  CPC-FECHA-EXTRACTO  PIC 9(8).
           05  CPC-SALDO-LIBROS    PIC S9(11)V99.
           05  FILLER              PIC X(14).
