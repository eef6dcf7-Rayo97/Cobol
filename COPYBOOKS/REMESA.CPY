      ******************************************************************
      * REMESA.CPY
      * Registro del archivo de remesas del banco (REMESAS.DAT): por
      * cada cobro que el banco recibio a nuestro nombre, un renglon
      * de detalle (D) con el numero de factura y el numero de
      * cliente que el pagador cito, la fecha valor del banco, el
      * importe, la referencia bancaria del deposito y el metodo con
      * que el pagador cubrio (C cheque, T transferencia; espacio se
      * toma como cheque, que es lo que la remesa era). El archivo
      * cierra con un renglon de control (T) del propio banco con la
      * cantidad de detalles y la suma de sus importes; 95-PROGRAMA
      * no aplica una remesa cuyo cuerpo no cuadra con su cierre.
      ******************************************************************
       01  REMESA-RECORD.
           05  REM-TIPO            PIC X.
               88  REM-ES-DETALLE  VALUE "D".
               88  REM-ES-TRAILER  VALUE "T".
           05  REM-FACTURA         PIC 9(7).
           05  REM-CLIENTE         PIC 9(7).
           05  REM-FECHA           PIC 9(8).
           05  REM-IMPORTE         PIC 9(7)V99.
           05  REM-REFERENCIA      PIC X(12).
           05  REM-METODO          PIC X.

       01  REMESA-TRAILER REDEFINES REMESA-RECORD.
           05  RMT-TIPO            PIC X.
           05  RMT-CANTIDAD        PIC 9(7).
           05  RMT-TOTAL           PIC 9(9)V99.
           05  FILLER              PIC X(26).
