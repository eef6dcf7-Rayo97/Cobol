      ******************************************************************
      * PLANAMWS.CPY
      * Campos de WORKING-STORAGE de la amortizacion de un plan de
      * pago que todo programa que hace COPY PLANAMO debe declarar:
      * los terminos del plan (importe financiado, tasa anual en
      * centesimos de punto y numero de cuotas), la tasa mensual y el
      * factor de capitalizacion con que se nivela la cuota, y el
      * renglon de la tabla en curso (numero de cuota, interes,
      * capital, pago y saldo que queda). Se consolidan aqui para no
      * copiar y pegar el mismo bloque en cada programa, igual que
      * VALOPWS.CPY.
      ******************************************************************
       01  WS-AMO-PRINCIPAL   PIC 9(7)V99   VALUE ZERO.
       01  WS-AMO-TASA        PIC 9(5)      VALUE ZERO.
       01  WS-AMO-CUOTAS      PIC 99        VALUE ZERO.
       01  WS-AMO-CUOTA       PIC 9(7)V99   VALUE ZERO.
       01  WS-AMO-TASA-MES    PIC 99V9(12)  VALUE ZERO.
       01  WS-AMO-FACTOR      PIC 9(6)V9(12) VALUE ZERO.
       01  WS-AMO-NUMERO      PIC 99        VALUE ZERO.
       01  WS-AMO-RENGLON     PIC 99        VALUE ZERO.
       01  WS-AMO-INTERES     PIC 9(7)V99   VALUE ZERO.
       01  WS-AMO-CAPITAL     PIC 9(7)V99   VALUE ZERO.
       01  WS-AMO-PAGO        PIC 9(7)V99   VALUE ZERO.
       01  WS-AMO-SALDO       PIC 9(7)V99   VALUE ZERO.
