      * para escalar en vez de repetir: un cliente que ya recibio la
      * carta amable en el mes no la vuelve a recibir, y uno que cruza
      * de cubeta recibe la que sigue.
      * COB-FECHA-FINAL es la fecha de negocio en que el cliente llego
      * al ultimo nivel (3) y se conserva mientras siga ahi; vuelve a
      * cero cuando baja de nivel. Contra ella se cuentan los dias de
      * gracia (CORTEGRACIA) antes de emitir la orden de corte.
      ******************************************************************
       01  COBRANZA-RECORD.
           05  COB-CLIENTE         PIC 9(7).
           05  COB-NIVEL           PIC 9.
           05  COB-FECHA           PIC 9(8).
           05  COB-FECHA-FINAL     PIC 9(8).
