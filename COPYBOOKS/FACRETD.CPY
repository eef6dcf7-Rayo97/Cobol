      ******************************************************************
      * FACRETD.CPY
      * Registro de las partidas de las facturas retenidas por
      * credito (FACRETD.DAT): las mismas partidas que irian a
      * FACTDETH.DAT, guardadas bajo el numero de retencion de su
      * factura en FACRET.DAT porque todavia no tienen numero de
      * factura. Al liberarla, E1-PROGRAMA las pasa a FACTDETH.DAT
      * con el numero y la fecha de la factura emitida.
      ******************************************************************
       01  FACTURA-RETENIDA-DET-RECORD.
           05  FRD-RETENCION       PIC 9(7).
           05  FRD-ARTICULO        PIC X(10).
           05  FRD-CANTIDAD        PIC 9(7).
           05  FRD-PRECIO          PIC 9(3)V99.
           05  FRD-IMPORTE         PIC S9(7)V99.
           05  FRD-CATEGORIA       PIC X.
           05  FRD-IVA             PIC S9(5)V99.
           05  FRD-DIAS-SERVICIO   PIC 99.
           05  FRD-DIAS-PERIODO    PIC 99.
