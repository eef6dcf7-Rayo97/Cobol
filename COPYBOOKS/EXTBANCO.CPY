      ******************************************************************
      * EXTBANCO.CPY
      * Registro del extracto diario de la cuenta de cobranza que
      * manda el banco (EXTBANCO.DAT): un encabezado (H) con la fecha
      * del extracto, la cuenta y el saldo inicial; un detalle (D) por
      * cada movimiento con su fecha valor, el importe con signo (los
      * depositos entran positivos y los cargos del banco, cheques
      * devueltos y transferencias que salen, negativos), la
      * referencia bancaria y la descripcion del banco; y un trailer
      * (T) con la cantidad de movimientos, su suma y el saldo final.
      * A4-PROGRAMA no concilia un extracto cuyo cuerpo no cuadra con
      * su trailer, ni uno cuyo saldo inicial mas sus movimientos no
      * da su saldo final.
      ******************************************************************
       01  EXTBANCO-RECORD.
           05  EXB-TIPO-REGISTRO   PIC X.
               88  EXB-HEADER      VALUE "H".
               88  EXB-DETALLE     VALUE "D".
               88  EXB-TRAILER     VALUE "T".
           05  FILLER              PIC X(59).

       01  EXTBANCO-HEADER REDEFINES EXTBANCO-RECORD.
           05  EBH-TIPO            PIC X.
           05  EBH-FECHA           PIC 9(8).
           05  EBH-CUENTA          PIC X(12).
           05  EBH-SALDO-INICIAL   PIC S9(9)V99.
           05  FILLER              PIC X(28).

       01  EXTBANCO-DETALLE REDEFINES EXTBANCO-RECORD.
           05  EBD-TIPO            PIC X.
           05  EBD-FECHA           PIC 9(8).
           05  EBD-IMPORTE         PIC S9(7)V99.
           05  EBD-REFERENCIA      PIC X(12).
           05  EBD-DESCRIPCION     PIC X(20).
           05  FILLER              PIC X(10).

       01  EXTBANCO-TRAILER REDEFINES EXTBANCO-RECORD.
           05  EBT-TIPO            PIC X.
           05  EBT-CANTIDAD        PIC 9(7).
           05  EBT-TOTAL           PIC S9(9)V99.
           05  EBT-SALDO-FINAL     PIC S9(9)V99.
           05  FILLER              PIC X(30).
