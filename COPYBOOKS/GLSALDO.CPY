      ******************************************************************
      * GLSALDO.CPY
      * Registro de saldos de mayor (GLSALDOS.DAT), indexado por
      * cuenta y periodo AAAAMM: el saldo con que la cuenta abrio el
      * mes y los cargos y abonos del mes, acumulados noche a noche
      * desde el extracto contable del dia (GLDIARIO.DAT) por
      * C0-PROGRAMA. El saldo se lleva en naturaleza deudora: el
      * saldo final del mes es GLS-SALDO-INICIAL + GLS-DEBE -
      * GLS-HABER, negativo para las cuentas de naturaleza
      * acreedora, y la suma de los saldos de todas las cuentas es
      * cero. El saldo inicial de un mes es el saldo final del
      * ultimo mes anterior con movimiento de la cuenta.
      *
      * El renglon de control (GLS-CUENTA en HIGH-VALUES, periodo
      * cero) guarda en GLS-ULT-FECHA la fecha del ultimo extracto
      * posteado, para que una corrida repetida del mismo dia no
      * postee dos veces el mismo GLDIARIO.DAT.
      *
      * El cierre del ejercicio (C3-PROGRAMA) graba el periodo 13 del
      * año (AAAA13) de cada cuenta de ingreso y gasto, con el saldo
      * de diciembre llevado a cero contra la cuenta de resultados
      * acumulados, que recibe su propio renglon AAAA13. Al ser el
      * ultimo periodo antes de enero, el saldo inicial del año
      * siguiente ya sale de el.
      ******************************************************************
       01  GL-SALDO-RECORD.
           05  GLS-CLAVE.
               10  GLS-CUENTA      PIC X(10).
                   88  GLS-ES-CONTROL VALUE HIGH-VALUES.
               10  GLS-PERIODO     PIC 9(6).
           05  GLS-SALDO-INICIAL   PIC S9(11)V99.
           05  GLS-DEBE            PIC 9(11)V99.
           05  GLS-HABER           PIC 9(11)V99.
           05  GLS-ULT-FECHA       PIC 9(8).
