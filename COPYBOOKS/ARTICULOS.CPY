      * partida con la categoria de su articulo; el registro de IVA
      * (72-PROGRAMA) suma base e impuesto por categoria, que es lo
      * que la declaracion de impuestos realmente necesita.
      *
      * ART-LINEA-COMISION es la linea de producto del articulo para
      * las comisiones de venta (2 caracteres, en blanco sin linea):
      * la tasa de cada vendedor se fija por linea en TASAS.DAT (ver
      * VENDEDOR.CPY) y la corrida mensual de comisiones (D5-PROGRAMA)
      * la aplica partida por partida.
      ******************************************************************
       01  ARTICULO-RECORD.
           05  ART-CODIGO          PIC X(10).
               88  ART-IVA-GENERAL  VALUE "G" SPACE.
               88  ART-IVA-REDUCIDA VALUE "R".
               88  ART-IVA-EXENTA   VALUE "E".
           05  ART-LINEA-COMISION  PIC X(2).
