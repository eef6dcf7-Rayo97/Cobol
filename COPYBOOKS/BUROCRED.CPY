      ******************************************************************
      * BUROCRED.CPY
      * Registro del archivo mensual para el buro de credito
      * (BUROCRED.DAT) que arma F2-PROGRAMA al cierre del mes, con
      * sobre de transmision: un encabezado con la fecha de negocio,
      * el mes que se reporta y un numero de secuencia consecutivo
      * (serie BUROCRED de NUMCTL.DAT); un detalle por cliente con su
      * identidad, el saldo reportado, los dias de atraso de su
      * factura abierta mas vieja y lo que tiene en la cubeta de 90+
      * dias; y un trailer con los conteos y la suma de saldos para
      * que el buro valide que el archivo llego completo.
      * BCD-ACCION dice que es el detalle: M cliente moroso (se
      * reporta cada mes mientras siga en mora) o C correccion del
      * que el mes anterior se reporto moroso y ya se puso al
      * corriente, para que su registro en el buro se limpie. Las
      * facturas en disputa abierta no cuentan ni en el saldo ni en
      * los dias de atraso.
      ******************************************************************
       01  BUROCRED-RECORD.
           05  BCR-TIPO-REGISTRO   PIC X.
               88  BCR-HEADER      VALUE "H".
               88  BCR-DETALLE     VALUE "D".
               88  BCR-TRAILER     VALUE "T".
           05  FILLER              PIC X(99).

       01  BUROCRED-HEADER REDEFINES BUROCRED-RECORD.
           05  BCH-TIPO            PIC X.
           05  BCH-FECHA           PIC 9(8).
           05  BCH-PERIODO         PIC 9(6).
           05  BCH-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X(78).

       01  BUROCRED-DETALLE REDEFINES BUROCRED-RECORD.
           05  BCD-TIPO            PIC X.
           05  BCD-ACCION          PIC X.
               88  BCD-MOROSO      VALUE "M".
               88  BCD-CORRECCION  VALUE "C".
           05  BCD-CLIENTE         PIC 9(7).
           05  BCD-APELLIDOS       PIC X(20).
           05  BCD-NOMBRE          PIC X(15).
           05  BCD-FECHA-NAC       PIC 9(8).
           05  BCD-SALDO           PIC 9(9)V99.
           05  BCD-DIAS-ATRASO     PIC 9(5).
           05  BCD-SALDO-90        PIC 9(9)V99.
           05  BCD-FECHA-ANTIGUA   PIC 9(8).
           05  FILLER              PIC X(13).

       01  BUROCRED-TRAILER REDEFINES BUROCRED-RECORD.
           05  BCT-TIPO            PIC X.
           05  BCT-CANTIDAD        PIC 9(7).
           05  BCT-MOROSOS         PIC 9(7).
           05  BCT-CORRECCIONES    PIC 9(7).
           05  BCT-TOTAL-SALDO     PIC 9(11)V99.
           05  FILLER              PIC X(65).
