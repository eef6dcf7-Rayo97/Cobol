      * (25-PROGRAMA), y es la base de todo documento que el taller
      * envia por correo — estados de cuenta y cartas de cobranza
      * incluidos.
      * DIR-DEVUELTA se enciende (S) cuando la casa de correo devuelve
      * un sobre mandado a esa direccion (D6-PROGRAMA), con la fecha
      * de la devolucion: mientras la VIGENTE del cliente este
      * devuelta, el extracto de correo (80-PROGRAMA) retiene sus
      * documentos en papel. Capturar una direccion nueva en
      * 27-PROGRAMA la deja como vigente y sin marca.
      ******************************************************************
       01  DIRECCION-RECORD.
           05  DIR-CLIENTE         PIC 9(7).
           05  DIR-CP              PIC X(5).
           05  DIR-TELEFONO        PIC X(10).
           05  DIR-FECHA-ALTA      PIC 9(8).
           05  DIR-DEVUELTA-SW     PIC X.
               88  DIR-DEVUELTA    VALUE "S".
           05  DIR-FECHA-DEVOLUCION PIC 9(8).
