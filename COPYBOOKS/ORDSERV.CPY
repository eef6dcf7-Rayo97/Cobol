      ******************************************************************
      * ORDSERV.CPY
      * Registro de las ordenes de servicio de campo (ORDSERV.DAT),
      * indexado por el numero de orden (serie ORDEN de NUMCTL.DAT):
      * el corte (C) de un medidor de un cliente moroso y la
      * reconexion (R) que lo deshace. El corte lo emiten las cartas
      * de cobranza (63-PROGRAMA) cuando el cliente sigue en el
      * ultimo nivel pasados los dias de gracia de CORTEGRACIA de
      * TASAS.DAT; la reconexion la emite la captura de pagos
      * (58-PROGRAMA) en cuanto el pago deja cubiertas las facturas
      * que motivaron el corte, y en ORD-RELACIONADA cada una lleva
      * el numero de la otra. El resultado de campo (E ejecutada, N
      * sin acceso) lo captura B2-PROGRAMA: el corte ejecutado marca
      * el medidor como cortado en MEDIDORES.DAT y la reconexion
      * ejecutada lo libera; cada una levanta su cargo (CORTECARGO,
      * RECONCARGO), cuyo numero de factura queda en ORD-FACTURA. Un
      * corte todavia pendiente cuyo cliente ya bajo del ultimo nivel
      * lo anulan (A) las mismas cartas de cobranza.
      ******************************************************************
       01  ORDEN-SERVICIO-RECORD.
           05  ORD-NUMERO          PIC 9(7).
           05  ORD-TIPO            PIC X.
               88  ORD-ES-CORTE      VALUE "C".
               88  ORD-ES-RECONEXION VALUE "R".
           05  ORD-CLIENTE         PIC 9(7).
           05  ORD-MEDIDOR         PIC X(8).
           05  ORD-FECHA-EMISION   PIC 9(8).
           05  ORD-ESTADO          PIC X.
               88  ORD-PENDIENTE   VALUE "P".
               88  ORD-EJECUTADA   VALUE "E".
               88  ORD-SIN-ACCESO  VALUE "N".
               88  ORD-ANULADA     VALUE "A".
           05  ORD-FECHA-RESULTADO PIC 9(8).
           05  ORD-OPERADOR        PIC X(8).
           05  ORD-FACTURA         PIC 9(7).
           05  ORD-RELACIONADA     PIC 9(7).
