      ******************************************************************
      * NOTASCLI.CPY
      * Nota de contacto con el cliente (NOTASCLI.DAT), indexada por
      * numero de cliente y fecha-hora de captura, de modo que las
      * notas de un cliente quedan juntas y en orden de captura. Cada
      * nota lleva el operador que hablo con el cliente, el canal del
      * contacto, el codigo de tema (un CTX-CODIGO de CODTXT.DAT) y
      * el texto libre. Se capturan al final de la consulta de
      * clientes (25-PROGRAMA), que las muestra de la mas reciente a
      * la mas antigua; la fusion de duplicados (79-PROGRAMA) las
      * pasa al cliente sobreviviente.
      ******************************************************************
       01  NOTA-CLIENTE-RECORD.
           05  NTA-CLAVE.
               10  NTA-CLIENTE         PIC 9(7).
               10  NTA-FECHA           PIC 9(8).
               10  NTA-HORA            PIC 9(8).
           05  NTA-OPERADOR            PIC X(8).
           05  NTA-CANAL               PIC X.
               88  NTA-CANAL-TELEFONO    VALUE "T".
               88  NTA-CANAL-VENTANILLA  VALUE "V".
               88  NTA-CANAL-CORREO      VALUE "C".
               88  NTA-CANAL-ELECTRONICO VALUE "E".
               88  NTA-CANAL-VALIDO      VALUE "T" "V" "C" "E".
           05  NTA-TEMA                PIC X(10).
           05  NTA-TEXTO               PIC X(120).
