      ******************************************************************
      * REEMBOLSO.CPY
      * Registro del archivo de desembolsos para el banco
      * (REEMBOLSO.DAT) que deja la corrida de reembolsos de saldos a
      * favor (98-PROGRAMA), con el mismo sobre de transmision del
      * extracto de marketing (DEMOEXT.CPY): un encabezado con la
      * fecha de negocio y un numero de secuencia consecutivo (serie
      * REEMBOLSO de NUMCTL.DAT), un detalle por cliente reembolsado
      * con su nombre y el importe, y un trailer con la cantidad de
      * detalles y la suma de importes, para que el banco valide por
      * su lado que el archivo llego completo antes de pagar.
      ******************************************************************
       01  REEMBOLSO-RECORD.
           05  RBL-TIPO-REGISTRO   PIC X.
               88  RBL-HEADER      VALUE "H".
               88  RBL-DETALLE     VALUE "D".
               88  RBL-TRAILER     VALUE "T".
           05  FILLER              PIC X(51).

       01  REEMBOLSO-HEADER REDEFINES REEMBOLSO-RECORD.
           05  RBH-TIPO            PIC X.
           05  RBH-FECHA           PIC 9(8).
           05  RBH-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X(36).

       01  REEMBOLSO-DETALLE REDEFINES REEMBOLSO-RECORD.
           05  RBD-TIPO            PIC X.
           05  RBD-CLIENTE         PIC 9(7).
           05  RBD-NOMBRE          PIC X(15).
           05  RBD-APELLIDOS       PIC X(20).
           05  RBD-IMPORTE         PIC 9(7)V99.

       01  REEMBOLSO-TRAILER REDEFINES REEMBOLSO-RECORD.
           05  RBT-TIPO            PIC X.
           05  RBT-CANTIDAD        PIC 9(7).
           05  RBT-TOTAL           PIC 9(9)V99.
           05  FILLER              PIC X(33).
