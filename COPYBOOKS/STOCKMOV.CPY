      ******************************************************************
      * STOCKMOV.CPY
      * Registro de movimientos de existencia (STOCKMOV.DAT): cada
      * cambio a STK-EXISTENCIA deja aqui su renglon con la fecha de
      * negocio, el articulo, el tipo, la cantidad (siempre positiva;
      * el tipo dice hacia donde mueve) y la existencia que quedo.
      *   E  entrada de mercancia (D2-PROGRAMA), con la remision del
      *      proveedor en XMV-REFERENCIA
      *   A  ajuste por conteo fisico (D2-PROGRAMA, supervisor): la
      *      cantidad es la diferencia y XMV-SIGNO dice si sumo o resto
      *   S  salida por factura (D3-PROGRAMA), con la factura
      *   D  devolucion por nota de credito (D3-PROGRAMA), con la nota
      * XMV-REPORTADO queda en N hasta que el reporte nocturno de
      * movimientos (STOCKMOV.RPT, D3-PROGRAMA) lo imprime.
      ******************************************************************
       01  STOCK-MOV-RECORD.
           05  XMV-FECHA           PIC 9(8).
           05  XMV-ARTICULO        PIC X(10).
           05  XMV-TIPO            PIC X.
               88  XMV-ES-ENTRADA  VALUE "E".
               88  XMV-ES-AJUSTE   VALUE "A".
               88  XMV-ES-SALIDA   VALUE "S".
               88  XMV-ES-DEVOLUCION VALUE "D".
           05  XMV-SIGNO           PIC X.
               88  XMV-SUMA        VALUE "+".
               88  XMV-RESTA       VALUE "-".
           05  XMV-CANTIDAD        PIC 9(7).
           05  XMV-EXISTENCIA      PIC S9(7).
           05  XMV-REFERENCIA      PIC X(10).
           05  XMV-OPERADOR        PIC X(8).
           05  XMV-REPORTADO       PIC X.
               88  XMV-YA-REPORTADO VALUE "S".
