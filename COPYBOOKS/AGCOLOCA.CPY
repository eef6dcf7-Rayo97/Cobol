      ******************************************************************
      * AGCOLOCA.CPY
      * Registro del archivo de colocacion para las agencias de
      * cobranza (AGCOLOCA.DAT) que deja la colocacion nocturna
      * (E9-PROGRAMA), renglones fijos de 80 posiciones: un
      * encabezado (H) con la fecha de negocio, y por cada cuenta
      * colocada un renglon de cuenta (C) con el cliente, su nombre,
      * el saldo colocado, la cantidad de facturas y la fecha en que
      * llego al ultimo nivel de cobranza, un renglon de direccion
      * (D) con la direccion vigente y el telefono, y un renglon por
      * factura abierta (F) con su fecha, su total original y su
      * saldo. Cada renglon de cuenta, direccion y factura lleva el
      * codigo de la agencia, para que cada una reciba solo lo suyo.
      * El trailer (T) lleva la cantidad de cuentas, la de facturas
      * y la suma de los saldos colocados como totales de control.
      ******************************************************************
       01  AGCOLOCA-RECORD.
           05  AGC-TIPO-REGISTRO   PIC X.
               88  AGC-HEADER      VALUE "H".
               88  AGC-CUENTA      VALUE "C".
               88  AGC-DIRECCION   VALUE "D".
               88  AGC-FACTURA     VALUE "F".
               88  AGC-TRAILER     VALUE "T".
           05  FILLER              PIC X(79).

       01  AGCOLOCA-HEADER REDEFINES AGCOLOCA-RECORD.
           05  AGH-TIPO            PIC X.
           05  AGH-FECHA           PIC 9(8).
           05  FILLER              PIC X(71).

       01  AGCOLOCA-CUENTA REDEFINES AGCOLOCA-RECORD.
           05  AGA-TIPO            PIC X.
           05  AGA-AGENCIA         PIC X(4).
           05  AGA-CLIENTE         PIC 9(7).
           05  AGA-NOMBRE          PIC X(36).
           05  AGA-SALDO           PIC 9(9)V99.
           05  AGA-FACTURAS        PIC 9(4).
           05  AGA-FECHA-FINAL     PIC 9(8).
           05  FILLER              PIC X(9).

       01  AGCOLOCA-DIRECCION REDEFINES AGCOLOCA-RECORD.
           05  AGD-TIPO            PIC X.
           05  AGD-AGENCIA         PIC X(4).
           05  AGD-CLIENTE         PIC 9(7).
           05  AGD-CALLE           PIC X(30).
           05  AGD-CIUDAD          PIC X(20).
           05  AGD-CP              PIC X(5).
           05  AGD-TELEFONO        PIC X(10).
           05  FILLER              PIC X(3).

       01  AGCOLOCA-FACTURA REDEFINES AGCOLOCA-RECORD.
           05  AGF-TIPO            PIC X.
           05  AGF-AGENCIA         PIC X(4).
           05  AGF-CLIENTE         PIC 9(7).
           05  AGF-FACTURA         PIC 9(7).
           05  AGF-FECHA           PIC 9(8).
           05  AGF-TOTAL           PIC 9(7)V99.
           05  AGF-SALDO           PIC 9(7)V99.
           05  FILLER              PIC X(35).

       01  AGCOLOCA-TRAILER REDEFINES AGCOLOCA-RECORD.
           05  AGT-TIPO            PIC X.
           05  AGT-CUENTAS         PIC 9(7).
           05  AGT-FACTURAS        PIC 9(7).
           05  AGT-TOTAL           PIC 9(9)V99.
           05  FILLER              PIC X(54).
