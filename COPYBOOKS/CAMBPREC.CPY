      ******************************************************************
      * CAMBPREC.CPY
      * Registro de los cambios de precio programados (CAMBPREC.DAT):
      * un renglon por articulo de cada lote de cambio masivo que
      * solicita D0-PROGRAMA (por rango de codigos o por categoria de
      * IVA, un porciento o un importe fijo de aumento), con el precio
      * de lista al momento de la solicitud, el precio nuevo ya
      * calculado y la fecha efectiva futura. El lote entra a la cola
      * de aprobacion a dos firmas (PENDAPRO.DAT, tipo PR) y nace
      * pendiente (P); 93-PROGRAMA lo marca aprobado (A) o rechazado
      * (R), y la corrida nocturna (D1-PROGRAMA) lleva al maestro de
      * articulos los renglones aprobados cuya fecha efectiva ya
      * llego, marcandolos aplicados (X) con la fecha de negocio.
      ******************************************************************
       01  CAMBIO-PRECIO-RECORD.
           05  CPR-LOTE            PIC 9(7).
           05  CPR-ARTICULO        PIC X(10).
           05  CPR-PRECIO-ANTERIOR PIC 9(5)V99.
           05  CPR-PRECIO-NUEVO    PIC 9(5)V99.
           05  CPR-FECHA-EF        PIC 9(8).
           05  CPR-ESTADO          PIC X.
               88  CPR-PENDIENTE   VALUE "P".
               88  CPR-APROBADO    VALUE "A".
               88  CPR-RECHAZADO   VALUE "R".
               88  CPR-APLICADO    VALUE "X".
           05  CPR-SOLICITANTE     PIC X(8).
           05  CPR-FECHA-APLICADO  PIC 9(8).
