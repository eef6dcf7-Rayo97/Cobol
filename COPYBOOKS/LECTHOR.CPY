      ******************************************************************
      * LECTHOR.CPY
      * Registro del archivo de lecturas por intervalo de los
      * medidores inteligentes (LECTHOR.DAT, 40 bytes): el proveedor
      * entrega un archivo por ciclo con la lectura acumulada del
      * registro del medidor al cierre de cada hora (LHD-HORA 00 a 23
      * es la hora que empieza). Los campos del detalle van en X
      * porque justo lo que se rechaza puede no ser numerico. El sobre
      * es el de siempre: header con la fecha y la secuencia del
      * proveedor, trailer con la cantidad de detalles; un archivo que
      * no cuadra con su trailer no se aplica. Lo carga B8-PROGRAMA.
      ******************************************************************
       01  LECTURA-HORARIA-RECORD.
           05  LHR-TIPO-REGISTRO   PIC X.
               88  LHR-HEADER      VALUE "H".
               88  LHR-DETALLE     VALUE "D".
               88  LHR-TRAILER     VALUE "T".
           05  FILLER              PIC X(39).

       01  LECTURA-HORARIA-HEADER REDEFINES LECTURA-HORARIA-RECORD.
           05  LHH-TIPO            PIC X.
           05  LHH-FECHA           PIC 9(8).
           05  LHH-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X(24).

       01  LECTURA-HORARIA-DETALLE REDEFINES LECTURA-HORARIA-RECORD.
           05  LHD-TIPO            PIC X.
           05  LHD-MEDIDOR         PIC X(8).
           05  LHD-FECHA           PIC X(8).
           05  LHD-HORA            PIC X(2).
           05  LHD-VALOR           PIC X(6).
           05  FILLER              PIC X(15).

       01  LECTURA-HORARIA-TRAILER REDEFINES LECTURA-HORARIA-RECORD.
           05  LHT-TIPO            PIC X.
           05  LHT-CANTIDAD        PIC 9(7).
           05  FILLER              PIC X(32).
