      ******************************************************************
      * DISTRIB.CPY
      * Registro de la lista de distribucion de reportes (DISTRIB.DAT):
      * un renglon por destinatario y reporte. El destinatario es un
      * departamento (COBRANZA, MARKETNG...) o un ID de operador, con
      * su descripcion para la portada; el reporte va por su nombre
      * base, sin extension ni fecha (CARTERA, RESUMEN, RECONCIL), tal
      * como lo nombra la tabla de reportes del paquete de la mañana
      * (53-PROGRAMA). DST-COPIAS dice cuantas copias van en el bulto
      * del destinatario (cero vale por una) y DST-REQUERIDO S que su
      * falta debe alertarse. La lista viaja con el mazo de la corrida
      * (decks/DISTRIB.DAT).
      ******************************************************************
       01  DISTRIBUCION-RECORD.
           05  DST-DESTINATARIO    PIC X(8).
           05  DST-DESCRIPCION     PIC X(20).
           05  DST-REPORTE         PIC X(12).
           05  DST-COPIAS          PIC 99.
           05  DST-REQUERIDO       PIC X.
               88  DST-ES-REQUERIDO VALUE "S".
