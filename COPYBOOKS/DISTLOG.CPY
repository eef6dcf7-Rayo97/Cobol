      ******************************************************************
      * DISTLOG.CPY
      * Registro de la bitacora de distribucion (DISTLOG.DAT, se anexa
      * cada noche): que bulto del paquete de la mañana le toco a cada
      * destinatario en cada fecha de negocio, con cuantos reportes,
      * copias y paginas llevo, cuantos reportes requeridos le
      * faltaron, y la hora en que se armo.
      ******************************************************************
       01  DISTRIB-LOG-RECORD.
           05  DLG-FECHA-NEGOCIO   PIC 9(8).
           05  DLG-DESTINATARIO    PIC X(8).
           05  DLG-BULTO           PIC X(40).
           05  DLG-REPORTES        PIC 9(3).
           05  DLG-COPIAS          PIC 9(4).
           05  DLG-PAGINAS         PIC 9(5).
           05  DLG-FALTANTES       PIC 9(3).
           05  DLG-TIMESTAMP       PIC X(14).
