      ******************************************************************
      * CLIVEND.CPY
      * Registro de la asignacion de vendedor por cliente (CLIVEND.DAT,
      * indexado por cliente y fecha desde): cada renglon dice que a
      * partir de CVE-FECHA-DESDE el vendedor responsable del cliente
      * es CVE-VENDEDOR, con el supervisor que lo asigno y la fecha de
      * negocio en que lo hizo. Un cambio de vendedor es un renglon
      * nuevo, no un reemplazo: la historia completa queda, y la
      * corrida de comisiones (D5-PROGRAMA) atribuye cada factura al
      * vendedor del renglon de fecha desde mas reciente que no pase
      * de la fecha de la factura. Lo mantiene D4-PROGRAMA.
      ******************************************************************
       01  CLIENTE-VENDEDOR-RECORD.
           05  CVE-CLAVE.
               10  CVE-CLIENTE     PIC 9(7).
               10  CVE-FECHA-DESDE PIC 9(8).
           05  CVE-VENDEDOR        PIC X(5).
           05  CVE-SUPERVISOR      PIC X(8).
           05  CVE-FECHA-CAPTURA   PIC 9(8).
