      ******************************************************************
      * REPINDEX.CPY
      * Registro del indice de reportes (REPINDEX.DAT, indexado por
      * reporte y fecha de negocio): cada reporte de la corrida
      * nocturna queda registrado la noche que se produce, con el paso
      * que lo produjo (F4-PROGRAMA), su largo de registro, bytes,
      * renglones y paginas (60 renglones por pagina), su clase de
      * retencion (A, B o C, dias en linea en TASAS.DAT) y su
      * ubicacion: la generacion fechada en el directorio de corrida
      * mientras esta EN LINEA, o HISTORIA.DAT con el numero del
      * renglon de cabecera de su archivo una vez que la depuracion
      * de generaciones (41-PROGRAMA) la paso al archivo de largo
      * plazo. La reimpresion (F5-PROGRAMA) lo lee para encontrarlo.
      ******************************************************************
       01  REPORTE-INDICE-RECORD.
           05  RIX-CLAVE.
               10  RIX-REPORTE         PIC X(12).
               10  RIX-FECHA-NEGOCIO   PIC 9(8).
           05  RIX-PASO                PIC X(2).
           05  RIX-CLASE               PIC X.
           05  RIX-LONGITUD            PIC 9(3).
           05  RIX-BYTES               PIC 9(9).
           05  RIX-RENGLONES           PIC 9(7).
           05  RIX-PAGINAS             PIC 9(5).
           05  RIX-ESTADO              PIC X.
               88  RIX-EN-LINEA        VALUE "L".
               88  RIX-ARCHIVADO       VALUE "H".
           05  RIX-UBICACION           PIC X(24).
           05  RIX-RENGLON-HIST        PIC 9(9).
           05  RIX-FECHA-ARCHIVO       PIC 9(8).
           05  RIX-TIMESTAMP           PIC X(14).
