      ******************************************************************
      * SUSPENSO.CPY
      * Registro del archivo de caja sin aplicar (SUSPENSO.DAT),
      * indexado por SUS-CLIENTE: el dinero que un cliente entrego
      * sin citar factura, o citando una que no es, y que no puede
      * ser un PAGO-RECORD porque no tiene PAG-FACTURA a que ligarse.
      * El recibo a cuenta lo sube y la aplicacion del supervisor lo
      * baja al convertirlo en pagos normales de PAGOS.DAT; ambos los
      * captura 96-PROGRAMA y cada movimiento queda tambien en
      * SUSMOV.DAT (ver SUSMOV.CPY), de donde el libro de saldos y el
      * extracto contable lo toman. Se acabo el papelito pegado en el
      * monitor.
      ******************************************************************
       01  SUSPENSO-RECORD.
           05  SUS-CLIENTE         PIC 9(7).
           05  SUS-SALDO           PIC S9(9)V99.
           05  SUS-FECHA-ULTIMO    PIC 9(8).
           05  SUS-OPERADOR        PIC X(8).
