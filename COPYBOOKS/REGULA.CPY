      ******************************************************************
      * REGULA.CPY
      * Registro de la declaracion estadistica mensual del servicio
      * medido al ente regulador (REGULA.DAT), que arma G2-PROGRAMA
      * al cierre del mes, con sobre de transmision: un encabezado
      * con la fecha de negocio, el mes que se declara y un numero de
      * secuencia consecutivo (serie REGULA de NUMCTL.DAT); un
      * detalle por cifra, con su codigo, su calificador (la sucursal
      * de los medidores activos, la categoria de los reclamos y de
      * los dias de resolucion, TOTL en el total de una cifra
      * desglosada; en blanco la cifra que no se desglosa), el valor
      * del mes, el del mes anterior y la marca de variacion; y un
      * trailer con la cantidad de detalles, la suma de los valores
      * como total de control y cuantas cifras van marcadas.
      * RGD-MARCA: V la cifra se movio contra el mes anterior mas que
      * el porcentaje REGVARPCT de TASAS.DAT, N la cifra no tiene
      * valor del mes anterior, en blanco sin observacion. Las cifras
      * marcadas se revisan antes de presentar el archivo.
      ******************************************************************
       01  REGULA-RECORD.
           05  RGR-TIPO-REGISTRO   PIC X.
               88  RGR-HEADER      VALUE "H".
               88  RGR-DETALLE     VALUE "D".
               88  RGR-TRAILER     VALUE "T".
           05  FILLER              PIC X(79).

       01  REGULA-HEADER REDEFINES REGULA-RECORD.
           05  RGH-TIPO            PIC X.
           05  RGH-FECHA           PIC 9(8).
           05  RGH-PERIODO         PIC 9(6).
           05  RGH-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X(58).

       01  REGULA-DETALLE REDEFINES REGULA-RECORD.
           05  RGD-TIPO            PIC X.
           05  RGD-CIFRA           PIC X(8).
           05  RGD-CALIFICADOR     PIC X(4).
           05  RGD-VALOR           PIC 9(11)V99.
           05  RGD-VALOR-ANTERIOR  PIC 9(11)V99.
           05  RGD-MARCA           PIC X.
               88  RGD-VARIACION   VALUE "V".
               88  RGD-SIN-ANTERIOR VALUE "N".
           05  FILLER              PIC X(40).

       01  REGULA-TRAILER REDEFINES REGULA-RECORD.
           05  RGT-TIPO            PIC X.
           05  RGT-CANTIDAD        PIC 9(7).
           05  RGT-TOTAL-VALORES   PIC 9(13)V99.
           05  RGT-MARCADAS        PIC 9(7).
           05  FILLER              PIC X(50).
