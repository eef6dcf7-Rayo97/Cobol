               88  CJR-ALTA        VALUE "A".
               88  CJR-CAMBIO      VALUE "C".
               88  CJR-BAJA        VALUE "B".
      * N es la anonimizacion de un cliente cerrado (E0-PROGRAMA):
      * CJR-DESPUES lleva la imagen ya enmascarada y CJR-ANTES, en
      * lugar de la imagen vieja, el numero de cliente seguido del
      * resumen de lo que se enmascaro en cada archivo; ningun dato
      * personal queda en la bitacora. La reconstruccion de
      * 56-PROGRAMA toma estas entradas como la lista de clientes
      * que nunca se reponen con sus datos de antes.
               88  CJR-ANONIMIZA   VALUE "N".
           05  CJR-ANTES           PIC X(68).
           05  CJR-DESPUES         PIC X(68).
