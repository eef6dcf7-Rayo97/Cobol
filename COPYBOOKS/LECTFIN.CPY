      ******************************************************************
      * LECTFIN.CPY
      * Registro de las lecturas finales de cierre de cuenta
      * (LECTFIN.DAT), indexado por el medidor: la lectura que toma
      * el cierre de cuenta (B3-PROGRAMA) en cada medidor activo del
      * cliente que se va, con la fecha y el operador que la
      * capturaron. Entra pendiente (P); la facturacion de consumo
      * (75-PROGRAMA) la factura como la ultima lectura real del
      * medidor, la marca facturada (F) y deja en LFI-FACTURA el
      * numero de la factura final. Los estados de cierre
      * (B4-PROGRAMA) esperan a que todas las lecturas finales del
      * cliente esten facturadas antes de dar de baja sus medidores.
      ******************************************************************
       01  LECTURA-FINAL-RECORD.
           05  LFI-MEDIDOR         PIC X(8).
           05  LFI-CLIENTE         PIC 9(7).
           05  LFI-FECHA           PIC 9(8).
           05  LFI-LECTURA         PIC 9(6).
           05  LFI-OPERADOR        PIC X(8).
           05  LFI-ESTADO          PIC X.
               88  LFI-PENDIENTE   VALUE "P".
               88  LFI-FACTURADA   VALUE "F".
           05  LFI-FACTURA         PIC 9(7).
