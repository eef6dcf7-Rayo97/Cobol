      ******************************************************************
      * VENTLOTE.CPY
      * Registro de la bandera de ventana batch (VENTANA.DAT): un solo
      * registro que la corrida nocturna (NIGHTLY.sh) levanta al
      * arrancar (VNT-EN-CURSO, con la fecha y hora de inicio) y baja
      * solo cuando termina limpia (VNT-TERMINADA, con la fecha y hora
      * de fin); una corrida que trono la deja levantada hasta que la
      * reanudacion termina bien. El pronostico de la corrida
      * (85-PROGRAMA) anota en VNT-FIN-ESPERADO la hora de fin que
      * proyecta (HHMM; cero = todavia sin pronostico). Las
      * transacciones de mantenimiento en linea la consultan al
      * firmar (VERVENT.CPY) y mientras esta levantada solo consultan.
      * Registro fijo sin salto de linea, como todo archivo de
      * registros fijos del taller.
      ******************************************************************
       01  VENTANA-LOTE-RECORD.
           05  VNT-ESTADO          PIC X.
               88  VNT-EN-CURSO    VALUE "A".
               88  VNT-TERMINADA   VALUE "C".
           05  VNT-FECHA-INICIO    PIC 9(8).
           05  VNT-HORA-INICIO     PIC 9(6).
           05  VNT-FIN-ESPERADO    PIC 9(4).
           05  VNT-FIN-ESPERADO-R REDEFINES VNT-FIN-ESPERADO.
               10  VNT-FIN-HH      PIC 99.
               10  VNT-FIN-MM      PIC 99.
           05  VNT-FECHA-FIN       PIC 9(8).
           05  VNT-HORA-FIN        PIC 9(6).
