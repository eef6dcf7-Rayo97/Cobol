      ******************************************************************
      * REGLASGL.CPY
      * Registro de las reglas de posteo del extracto contable
      * (REGLASGL.DAT), indexado por RGL-CLAVE: para cada clase de
      * movimiento del dia (F factura por FAC-TIPO, P pago por
      * PAG-METODO, T transaccion por TTX-CODIGO, S caja sin aplicar
      * por SMV-TIPO, D deposito en garantia por DMV-TIPO, V devengo
      * de consumo no facturado por DVG-TIPO) la cuenta que se carga,
      * la que se abona y, en facturas, la del IVA.
      * RGL-CODIGO en blanco es la regla general de la clase y
      * RGL-SUCURSAL en blanco vale para todas las sucursales; la
      * regla de una sucursal gana sobre la general. Con
      * RGL-CUENTA-IVA en blanco la factura abona su total completo a
      * RGL-CUENTA-HABER (recargos, castigos). Lo mantiene
      * contabilidad desde B9-PROGRAMA y lo aplica 66-PROGRAMA.
      ******************************************************************
       01  REGLA-GL-RECORD.
           05  RGL-CLAVE.
               10  RGL-CLASE       PIC X.
                   88  RGL-DE-FACTURA      VALUE "F".
                   88  RGL-DE-PAGO         VALUE "P".
                   88  RGL-DE-TRANSACCION  VALUE "T".
                   88  RGL-DE-SUSPENSO     VALUE "S".
                   88  RGL-DE-DEPOSITO     VALUE "D".
                   88  RGL-DE-DEVENGO      VALUE "V".
                   88  RGL-CLASE-VALIDA    VALUE "F" "P" "T" "S" "D"
                                                 "V".
               10  RGL-CODIGO      PIC X(2).
               10  RGL-SUCURSAL    PIC X(3).
           05  RGL-CUENTA-DEBE     PIC X(10).
           05  RGL-CUENTA-HABER    PIC X(10).
           05  RGL-CUENTA-IVA      PIC X(10).
