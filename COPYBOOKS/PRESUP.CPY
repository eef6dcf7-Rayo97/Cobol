      ******************************************************************
      * PRESUP.CPY
      * Registro del presupuesto de ventas (PRESUP.DAT, indexado por
      * articulo y mes AAAAMM): las unidades y el importe que se
      * espera vender de cada articulo en cada mes, con el supervisor
      * que lo asento y la fecha de negocio en que lo hizo. Lo
      * mantiene la transaccion C8-PROGRAMA; el analisis de
      * presupuesto contra real (C9-PROGRAMA) lo compara con las
      * ventas del historico de detalle (FACTDETH.DAT), las mismas
      * que suma el analisis mensual de ventas (68-PROGRAMA).
      ******************************************************************
       01  PRESUPUESTO-RECORD.
           05  PRE-CLAVE.
               10  PRE-ARTICULO    PIC X(10).
               10  PRE-PERIODO     PIC 9(6).
           05  PRE-CANTIDAD        PIC 9(7).
           05  PRE-IMPORTE         PIC 9(9)V99.
           05  PRE-SUPERVISOR      PIC X(8).
           05  PRE-FECHA           PIC 9(8).
