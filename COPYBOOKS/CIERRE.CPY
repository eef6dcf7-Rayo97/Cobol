      ******************************************************************
      * CIERRE.CPY
      * Registro de los cierres de cuenta (CIERRES.DAT), indexado por
      * el cliente: la fecha y el operador que abrieron el cierre
      * (B3-PROGRAMA), cuantos medidores quedaron con lectura final
      * y cuantos contratos recurrentes se dieron de baja, y el
      * estado del cierre: esperando que la facturacion de consumo
      * facture las lecturas finales (L), esperando que el saldo
      * neto quede pagado (S), o cerrada (C). CIE-SALDO lleva el
      * saldo neto del ultimo estado de cierre emitido por
      * B4-PROGRAMA y CIE-FECHA-CIERRE la fecha en que la cuenta
      * llego a cerrada. Mientras el cierre no esta en C, el cliente
      * queda en CLI-ESTADO "E" (en cierre), a la vista de cobranza.
      ******************************************************************
       01  CIERRE-CUENTA-RECORD.
           05  CIE-CLIENTE         PIC 9(7).
           05  CIE-FECHA           PIC 9(8).
           05  CIE-OPERADOR        PIC X(8).
           05  CIE-ESTADO          PIC X.
               88  CIE-ESPERA-LECTURA VALUE "L".
               88  CIE-ESPERA-PAGO    VALUE "S".
               88  CIE-CERRADA        VALUE "C".
           05  CIE-MEDIDORES       PIC 99.
           05  CIE-CONTRATOS       PIC 999.
           05  CIE-SALDO           PIC S9(9)V99.
           05  CIE-FECHA-CIERRE    PIC 9(8).
