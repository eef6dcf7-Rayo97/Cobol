      * su propio numero de la serie FACTURA y en FAC-REFERENCIA la
      * factura que lo origino, asi el recargo envejece y se cobra
      * pegado a su factura en vez de en la hoja de calculo del
      * supervisor. FAC-ES-CARGO-DEV es el cargo por pago devuelto
      * que 97-PROGRAMA levanta, tarifado del codigo DEVCARGO de
      * TASAS.DAT, con la factura del pago devuelto en
      * FAC-REFERENCIA, igual que un recargo por mora.
      * FAC-ES-CARGO-SERV es el cargo por corte o por reconexion del
      * servicio que B2-PROGRAMA levanta al capturar la orden
      * ejecutada (CORTECARGO, RECONCARGO de TASAS.DAT); no referencia
      * a otra factura, envejece y se cobra como una propia.
      * FAC-ES-INTERES es el interes de financiamiento de una cuota de
      * un plan de pago que G1-PROGRAMA factura cada mes al vencer la
      * cuota, con la factura del plan en FAC-REFERENCIA: se cobra
      * pegado a ella dentro de la cuota nivelada, y el extracto
      * contable lo abona a la cuenta de ingresos por intereses de la
      * regla FI.
           05  FAC-TIPO            PIC X.
               88  FAC-ES-FACTURA  VALUE "F".
               88  FAC-ES-CREDITO  VALUE "C".
               88  FAC-ES-RECURRENTE VALUE "R".
               88  FAC-ES-ESTIMADA   VALUE "E".
               88  FAC-ES-AJUSTE-EST VALUE "J".
               88  FAC-ES-CARGO-DEV  VALUE "D".
               88  FAC-ES-CARGO-SERV VALUE "O".
               88  FAC-ES-INTERES    VALUE "I".
           05  FAC-REFERENCIA      PIC 9(7).
      * FAC-SUCURSAL dice de que sucursal salio la factura: la firma
      * de sesion de 16-PROGRAMA la estampa, la nota de credito
