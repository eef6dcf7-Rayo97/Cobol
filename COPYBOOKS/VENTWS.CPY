      ******************************************************************
      * VENTWS.CPY
      * Campos de WORKING-STORAGE que todo programa que hace COPY
      * VERVENT debe declarar: el modo en que queda la sesion despues
      * de la verificacion de ventana batch (libre, solo consulta, o
      * actualizacion autorizada por un supervisor), la marca de paso
      * de la corrida nocturna que llega por el ambiente, y la firma
      * del supervisor que autoriza.
      ******************************************************************
       01  WS-VENTANA-SW       PIC X VALUE "L".
           88  VENTANA-LIBRE          VALUE "L".
           88  VENTANA-SOLO-CONSULTA  VALUE "C".
           88  VENTANA-AUTORIZADA     VALUE "S".
       01  WS-VEN-PASO-NOCTURNO PIC X VALUE SPACE.
       01  WS-VEN-SUPERVISOR   PIC X(8) VALUE SPACES.
       01  WS-VEN-PASSWORD     PIC X(8) VALUE SPACES.
