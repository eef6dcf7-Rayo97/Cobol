      * (X) desde 28-PROGRAMA, dejando en EXC-RES-OPERADOR y
      * EXC-RES-TIMESTAMP quien la resolvio y cuando, para que una
      * excepcion del lunes no siga sin dueño el viernes.
      * EXC-OPERADOR es quien tecleaba cuando la excepcion nacio
      * (espacios si la levanto un proceso sin operador), para medir
      * los errores de captura de cada operador.
      ******************************************************************
       01  EXCEPCION-RECORD.
           05  EXC-PROGRAMA        PIC X(11).
               88  EXC-CANCELADA   VALUE "X".
           05  EXC-RES-OPERADOR    PIC X(8).
           05  EXC-RES-TIMESTAMP   PIC X(14).
           05  EXC-OPERADOR        PIC X(8).

      ******************************************************************
      * EXCEPCION-TRAILER - vista alterna del mismo renglon para el
           05  EXT-TOTAL-HASH           PIC 9(9).
           05  FILLER                   PIC X(69).
           05  EXT-TIMESTAMP            PIC X(14).
           05  FILLER                   PIC X(31).
