      ******************************************************************
      * LIMCRED.CPY
      * Registro del limite de credito por cliente (LIMCRED.DAT),
      * indexado por numero de cliente: un registro por cliente con
      * limite, con el importe maximo que puede deber, la fecha en que
      * se fijo y el supervisor que lo fijo. Es una extension del
      * maestro de clientes que se mantiene en la opcion L de
      * 27-PROGRAMA; el maestro no cambia de largo. Un cliente sin
      * registro no tiene limite.
      * La facturacion (16-PROGRAMA, 70-PROGRAMA) compara el saldo del
      * libro (SAL-SALDO) mas la factura nueva contra el limite y
      * retiene la que lo pasaria en FACRET.DAT; la alerta nocturna
      * (E2-PROGRAMA) lista a los clientes que ya van cerca de el.
      ******************************************************************
       01  LIMITE-CREDITO-RECORD.
           05  LCR-CLIENTE             PIC 9(7).
           05  LCR-LIMITE              PIC 9(7)V99.
           05  LCR-FECHA-ALTA          PIC 9(8).
           05  LCR-OPERADOR            PIC X(8).
