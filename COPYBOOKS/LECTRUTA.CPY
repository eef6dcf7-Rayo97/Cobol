      ******************************************************************
      * LECTRUTA.CPY
      * Registro del archivo de retorno de lecturas de campo (80
      * bytes): B0-PROGRAMA lo arma como LECTRUTA.DAT junto con las
      * hojas de ruta, un detalle por medidor activo en el mismo orden
      * de la hoja (codigo postal y calle), con el rango esperado de
      * la lectura; el lector llena la fecha, la lectura y, si no
      * pudo leer, una nota (SA sin acceso, DA medidor dañado, NL no
      * localizado). Vuelve como LECTRET.DAT y B1-PROGRAMA lo pasa a
      * LECTURAS.DAT para la depuracion (74-PROGRAMA) y lista las
      * lecturas que no llegaron. El sobre es el de siempre: header
      * con la fecha y la secuencia de la serie RUTA, trailer con la
      * cantidad de detalles; un retorno que no cuadra con su trailer
      * no se aplica.
      ******************************************************************
       01  LECTURA-RUTA-RECORD.
           05  RTA-TIPO-REGISTRO   PIC X.
               88  RTA-HEADER      VALUE "H".
               88  RTA-DETALLE     VALUE "D".
               88  RTA-TRAILER     VALUE "T".
           05  FILLER              PIC X(79).

       01  LECTURA-RUTA-HEADER REDEFINES LECTURA-RUTA-RECORD.
           05  RTH-TIPO            PIC X.
           05  RTH-FECHA           PIC 9(8).
           05  RTH-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X(64).

       01  LECTURA-RUTA-DETALLE REDEFINES LECTURA-RUTA-RECORD.
           05  RTD-TIPO            PIC X.
           05  RTD-CP              PIC X(5).
           05  RTD-CALLE           PIC X(30).
           05  RTD-MEDIDOR         PIC X(8).
           05  RTD-CLIENTE         PIC 9(7).
           05  RTD-MINIMO          PIC 9(6).
           05  RTD-MAXIMO          PIC 9(6).
      *-LO QUE LLENA EL LECTOR EN CAMPO.
           05  RTD-FECHA-LECTURA   PIC X(8).
           05  RTD-LECTURA         PIC X(6).
           05  RTD-NOTA            PIC X(2).
           05  FILLER              PIC X.

       01  LECTURA-RUTA-TRAILER REDEFINES LECTURA-RUTA-RECORD.
           05  RTT-TIPO            PIC X.
           05  RTT-CANTIDAD        PIC 9(7).
           05  FILLER              PIC X(72).
