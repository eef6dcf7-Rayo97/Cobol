      ******************************************************************
      * VENDEDOR.CPY
      * Registro del maestro de vendedores (VENDEDOR.DAT, indexado por
      * VEN-CODIGO): el nombre, el numero de empleado con que nomina
      * le paga, la bandera de activo, y el supervisor que lo dio de
      * alta con la fecha de negocio. Lo mantiene D4-PROGRAMA, que
      * tambien asigna el vendedor de cada cliente (CLIVEND.CPY).
      *
      * Las tasas de comision viven en renglones con fecha efectiva
      * de TASAS.DAT, en centesimos de porciento (250 = 2.50%): el
      * codigo CM + VEN-CODIGO (sin sus espacios) + la linea de
      * producto del articulo (ART-LINEA-COMISION) da la tasa del
      * vendedor para esa linea, y CM + VEN-CODIGO + ** su tasa para
      * toda linea sin renglon propio (y para los articulos sin
      * linea); V0001 cobra la linea GN con CMV0001GN. La corrida
      * mensual de comisiones (D5-PROGRAMA) toma el renglon vigente
      * a la fecha de cada factura.
      ******************************************************************
       01  VENDEDOR-RECORD.
           05  VEN-CODIGO          PIC X(5).
           05  VEN-NOMBRE          PIC X(30).
           05  VEN-EMPLEADO        PIC X(10).
           05  VEN-ACTIVO          PIC X.
               88  VEN-ESTA-ACTIVO VALUE "S".
           05  VEN-SUPERVISOR      PIC X(8).
           05  VEN-FECHA-ALTA      PIC 9(8).
