      ******************************************************************
      * STOCK.CPY
      * Registro de existencias por articulo (STOCK.DAT), indexado por
      * el codigo del maestro de articulos: la cantidad en almacen, el
      * punto de reorden y la cantidad que se pide al reordenar. Solo
      * los articulos con renglon aqui llevan existencia; los demas
      * (servicios, consumo medido) se facturan sin control. El
      * renglon lo da de alta y mantiene D2-PROGRAMA, que tambien
      * registra las entradas de mercancia; la corrida nocturna
      * (D3-PROGRAMA) descarga lo facturado en FACTDETH.DAT y
      * devuelve lo que reversan las notas de credito.
      *
      * STK-FACTURA-DESDE es el ultimo numero de la serie FACTURA al
      * dar de alta el articulo: las facturas hasta ese numero son
      * anteriores al conteo inicial y nunca lo descargan.
      *
      * El renglon de control (STK-ARTICULO en HIGH-VALUES) guarda en
      * STK-ULT-FACTURA el numero de factura mas alto ya descargado,
      * para que una corrida repetida no descargue dos veces la misma
      * factura.
      ******************************************************************
       01  STOCK-RECORD.
           05  STK-ARTICULO          PIC X(10).
               88  STK-ES-CONTROL    VALUE HIGH-VALUES.
           05  STK-EXISTENCIA        PIC S9(7).
           05  STK-PUNTO-REORDEN     PIC 9(7).
           05  STK-CANTIDAD-REORDEN  PIC 9(7).
           05  STK-FACTURA-DESDE     PIC 9(7).
           05  STK-ULT-ENTRADA       PIC 9(8).
           05  STK-ULT-SALIDA        PIC 9(8).
           05  STK-ULT-FACTURA       PIC 9(7).
