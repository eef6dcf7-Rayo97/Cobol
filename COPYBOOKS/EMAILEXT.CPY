      ******************************************************************
      * EMAILEXT.CPY
      * Registro del archivo de entrega por correo electronico
      * (EMAILEXT.DAT) que arma 80-PROGRAMA con los documentos de los
      * clientes que los prefieren por correo electronico
      * (PREFCONT.DAT) en vez de en papel. Mismo sobre de transmision
      * que el extracto de la casa de correo (CORREOEXT.CPY): un
      * encabezado con la fecha de corrida y el numero de secuencia
      * consecutivo (serie EMAIL de NUMCTL.DAT), un detalle por
      * documento -- numero de cliente, tipo de documento (EDO, COB,
      * ANU), nombre y direccion de correo -- y un trailer con la
      * cantidad de detalles.
      ******************************************************************
       01  EMAIL-EXT-RECORD.
           05  EMT-TIPO-REGISTRO   PIC X.
               88  EMT-HEADER      VALUE "H".
               88  EMT-DETALLE     VALUE "D".
               88  EMT-TRAILER     VALUE "T".
           05  FILLER              PIC X(105).

       01  EMAIL-EMT-HEADER REDEFINES EMAIL-EXT-RECORD.
           05  EMH-TIPO            PIC X.
           05  EMH-FECHA           PIC 9(8).
           05  EMH-SECUENCIA       PIC 9(7).
           05  FILLER              PIC X(90).

       01  EMAIL-EMT-DETALLE REDEFINES EMAIL-EXT-RECORD.
           05  EMD-TIPO            PIC X.
           05  EMD-CLIENTE         PIC 9(7).
           05  EMD-DOCUMENTO       PIC X(3).
           05  EMD-NOMBRE          PIC X(35).
           05  EMD-CORREO-E        PIC X(60).

       01  EMAIL-EMT-TRAILER REDEFINES EMAIL-EXT-RECORD.
           05  EMR-TIPO            PIC X.
           05  EMR-CANTIDAD        PIC 9(7).
           05  FILLER              PIC X(98).
