      ******************************************************************
      * PAGDUP.CPY
      * Registro de la cola de revision de pagos sospechosos de
      * duplicado (PAGDUP.DAT). A5-PROGRAMA anexa un renglon pendiente
      * (P) por cada pago del dia que repite la factura y el importe
      * de otro pago dentro de la ventana DUPVENTANA, con los datos
      * del sospechoso (el que quedo retenido en PAGOS.DAT) y la
      * fecha, el operador y el origen (V archivo vivo, A archivo
      * historico PAGARCH.DAT) del pago que repite. Un supervisor lo
      * dictamina en A6-PROGRAMA: confirmado como duplicado (C, la
      * retencion se queda) o liberado (L, el pago se vuelve a
      * aplicar), quedando su firma y la hora en el renglon.
      ******************************************************************
       01  PAGO-DUPLICADO-RECORD.
           05  DUP-FACTURA         PIC 9(7).
           05  DUP-CLIENTE         PIC 9(7).
           05  DUP-FECHA           PIC 9(8).
           05  DUP-IMPORTE         PIC S9(7)V99.
           05  DUP-OPERADOR        PIC X(8).
           05  DUP-METODO          PIC X.
           05  DUP-REFERENCIA      PIC X(12).
           05  DUP-SUCURSAL        PIC X(3).
           05  DUP-FECHA-PREVIA    PIC 9(8).
           05  DUP-OPERADOR-PREVIO PIC X(8).
           05  DUP-ORIGEN-PREVIO   PIC X.
               88  DUP-PREVIO-VIVO      VALUE "V".
               88  DUP-PREVIO-ARCHIVADO VALUE "A".
           05  DUP-ESTADO          PIC X.
               88  DUP-PENDIENTE   VALUE "P".
               88  DUP-CONFIRMADO  VALUE "C".
               88  DUP-LIBERADO    VALUE "L".
           05  DUP-SUPERVISOR      PIC X(8).
           05  DUP-TIMESTAMP       PIC X(14).
