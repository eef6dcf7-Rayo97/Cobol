      * todo cliente vigente, y el numero del sobreviviente en el
      * registro de la victima, para que el papeleo viejo que trae el
      * numero retirado siga resolviendo a la persona correcta.
      * Un cliente cerrado que cumplio el plazo de retencion queda
      * anonimizado (E0-PROGRAMA): su nombre pasa a ser ANONIMIZADO y
      * sus apellidos CLIENTE seguido del numero, la fecha de
      * nacimiento y la edad en cero; el numero, las facturas y los
      * importes se conservan para que las cuentas sigan cuadrando.
       01  CLIENTES-RECORD.
           05  CLI-NUMERO          PIC 9(7).
           05  CLI-NOMBRE          PIC X(15).
               88  CLI-ANONIMIZADO   VALUE "ANONIMIZADO".
           05  CLI-APELLIDOS       PIC X(20).
           05  CLI-EDAD            PIC 99.
           05  CLI-FECHA-NAC       PIC 9(8).
      * ultimo cambio de estado. Lo mantiene 27-PROGRAMA; la
      * facturacion recurrente salta a los cerrados, el extracto
      * demografico los excluye, y la consulta lo muestra al frente.
      * En cierre (E) es la cuenta cuyo cierre ya se abrio
      * (B3-PROGRAMA) pero cuya factura final no esta pagada: solo
      * los estados de cierre (B4-PROGRAMA) la pasan a cerrada, en
      * cuanto el saldo neto queda en cero o a favor del cliente.
           05  CLI-ESTADO          PIC X.
               88  CLI-ES-ACTIVO     VALUE "A" SPACE.
               88  CLI-ES-SUSPENDIDO VALUE "S".
               88  CLI-ES-CERRADO    VALUE "C".
               88  CLI-EN-CIERRE     VALUE "E".
           05  CLI-FECHA-ESTADO    PIC 9(8).
