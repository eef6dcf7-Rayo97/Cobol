      * y FDH-IMPORTE/FDH-IVA llevan signo: la regularizacion de un
      * estimado (tipo J) persiste su abono en negativo, y sin signo
      * la conciliacion mensual de ventas nunca volveria a cuadrar.
      * FDH-DIAS-SERVICIO y FDH-DIAS-PERIODO muestran el prorrateo de
      * la partida (dias cobrados de los dias del mes): la factura
      * recurrente del primer o ultimo mes de un contrato, o el abono
      * por los dias no usados. En cero, la partida no va prorrateada.
       01  FACTURA-DET-HIST-RECORD.
           05  FDH-FACTURA         PIC 9(7).
           05  FDH-FECHA           PIC 9(8).
           05  FDH-IMPORTE         PIC S9(7)V99.
           05  FDH-CATEGORIA       PIC X.
           05  FDH-IVA             PIC S9(5)V99.
           05  FDH-DIAS-SERVICIO   PIC 99.
           05  FDH-DIAS-PERIODO    PIC 99.
