      ******************************************************************
      * LECFAC.CPY
      * Registro de lecturas facturadas (LECFAC.DAT): un renglon por
      * cada factura de consumo que emite 75-PROGRAMA, con el medidor,
      * la fecha de la lectura que la cerro (la fecha de negocio en un
      * estimado), la lectura acumulada de la que partio el delta y a
      * la que llego, el consumo facturado, lo estimado pendiente que
      * tenia el medidor (la regularizacion se tarifa al margen de
      * eso), la clase de la factura (F, E o J), su numero y su
      * cliente. Es el unico lugar que dice que lectura produjo que
      * factura: la correccion de lecturas (B7-PROGRAMA) lo recorre
      * para saber que facturas anula una lectura mal tecleada. La
      * factura de reemplazo de una correccion lleva en
      * LFC-CORRECCION el numero de la correccion (cero en toda otra).
      ******************************************************************
       01  LECTURA-FACTURADA-RECORD.
           05  LFC-MEDIDOR         PIC X(8).
           05  LFC-FECHA           PIC 9(8).
           05  LFC-VALOR-DESDE     PIC 9(6).
           05  LFC-VALOR-HASTA     PIC 9(6).
           05  LFC-CONSUMO         PIC S9(7).
           05  LFC-EST-PENDIENTE   PIC 9(6).
           05  LFC-TIPO            PIC X.
               88  LFC-ES-REAL       VALUE "F".
               88  LFC-ES-ESTIMADA   VALUE "E".
               88  LFC-ES-AJUSTE-EST VALUE "J".
           05  LFC-FACTURA         PIC 9(7).
           05  LFC-CLIENTE         PIC 9(7).
           05  LFC-FECHA-FACTURA   PIC 9(8).
           05  LFC-CORRECCION      PIC 9(7).
