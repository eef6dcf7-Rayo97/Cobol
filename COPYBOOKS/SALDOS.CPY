      * siempre derivado de los archivos de movimientos, nunca un
      * numero tecleado, y "cuanto debe el cliente 0001234" deja de
      * contestarse restando renglones de ESTADOS.RPT a mano.
      *
      * SAL-SUSPENSO lleva aparte la caja sin aplicar del cliente
      * (recibos a cuenta menos aplicaciones de SUSMOV.DAT): es dinero
      * recibido que todavia no abona ninguna factura, asi que no
      * entra al SAL-SALDO y la conciliacion contra la antiguedad
      * (60-PROGRAMA) no cambia.
      ******************************************************************
       01  SALDO-CLIENTE-RECORD.
           05  SAL-CLIENTE         PIC 9(7).
           05  SAL-ABONOS          PIC S9(9)V99.
           05  SAL-SALDO           PIC S9(9)V99.
           05  SAL-FECHA-CORTE     PIC 9(8).
           05  SAL-SUSPENSO        PIC S9(9)V99.
