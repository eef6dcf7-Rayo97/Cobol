      ******************************************************************
      * CPRSTS.CPY
      * FILE STATUS/88-level block para CAMBIO-PRECIO-FILE,
      * compartido por el solicitante (D0), el aprobador (93) y el
      * paso que aplica los precios programados (D1) sobre
      * CAMBPREC.DAT, para no seguir copiando y pegando el mismo
      * renglon WS-CAMBPREC-STATUS en cada programa nuevo.
      ******************************************************************
       01  WS-CAMBPREC-STATUS PIC XX.
           88  CAMBPREC-OK         VALUE "00".
           88  CAMBPREC-EOF        VALUE "10".
           88  CAMBPREC-NO-EXISTE  VALUE "35".
