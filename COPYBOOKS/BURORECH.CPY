      ******************************************************************
      * BURORECH.CPY
      * Registro del archivo de rechazos que devuelve el buro de
      * credito (BURORECH.DAT): por cada detalle de BUROCRED.DAT que
      * no pudo cargar, la secuencia de la transmision, el cliente,
      * la accion del detalle (M o C), el codigo de error del buro y
      * su descripcion. F3-PROGRAMA lo carga sobre BUROHIST.DAT y lo
      * muestra como lista de trabajo.
      ******************************************************************
       01  BURO-RECHAZO-RECORD.
           05  BRR-SECUENCIA       PIC 9(7).
           05  BRR-CLIENTE         PIC 9(7).
           05  BRR-ACCION          PIC X.
           05  BRR-CODIGO          PIC X(4).
           05  BRR-DESCRIPCION     PIC X(40).
