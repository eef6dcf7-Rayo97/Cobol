      ******************************************************************
      * DEBITO.CPY
      * Registro del archivo de solicitud de cobro para el banco
      * (DEBITOS.DAT) que deja la corrida de cobro automatico
      * (A1-PROGRAMA), con el mismo sobre de transmision de los demas
      * archivos de intercambio (DEMOEXT.CPY): un encabezado con la
      * fecha de negocio y un numero de secuencia consecutivo (serie
      * DEBITO de NUMCTL.DAT), un detalle por factura a cobrar con el
      * cliente, la cuenta del mandato y el importe, y un trailer con
      * la cantidad de detalles y la suma de importes como totales de
      * control para el banco.
      ******************************************************************
       01  DEBITO-RECORD.
           05  DBT-TIPO-REGISTRO   PIC X.
               88  DBT-HEADER      VALUE "H".
               88  DBT-DETALLE     VALUE "D".
               88  DBT-TRAILER     VALUE "T".
           05  FILLER              PIC X(59).

       01  DEBITO-HEADER REDEFINES DEBITO-RECORD.
           05  DBH-TIPO            PIC X.
           05  DBH-FECHA           PIC 9(8).
           05  DBH-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X(44).

       01  DEBITO-DETALLE REDEFINES DEBITO-RECORD.
           05  DBD-TIPO            PIC X.
           05  DBD-CLIENTE         PIC 9(7).
           05  DBD-FACTURA         PIC 9(7).
           05  DBD-BANCO           PIC X(4).
           05  DBD-CUENTA          PIC X(20).
           05  DBD-IMPORTE         PIC 9(7)V99.
           05  DBD-FECHA-MANDATO   PIC 9(8).
           05  FILLER              PIC X(4).

       01  DEBITO-TRAILER REDEFINES DEBITO-RECORD.
           05  DBR-TIPO            PIC X.
           05  DBR-CANTIDAD        PIC 9(7).
           05  DBR-TOTAL           PIC 9(9)V99.
           05  FILLER              PIC X(41).
