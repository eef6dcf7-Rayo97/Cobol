      ******************************************************************
      * REGHIST.CPY
      * Registro del historial de la declaracion estadistica al ente
      * regulador (REGHIST.DAT), indexado por RGS-CLAVE: el mes, el
      * codigo de la cifra y su calificador, con el valor declarado,
      * la secuencia de la transmision y la fecha de negocio en que
      * se armo. G2-PROGRAMA lee el renglon del mes anterior de cada
      * cifra para marcar las que se movieron mas que el porcentaje
      * REGVARPCT de TASAS.DAT, y graba (o, si el cierre se vuelve a
      * correr, reemplaza) el del mes que declara.
      ******************************************************************
       01  REG-HIST-RECORD.
           05  RGS-CLAVE.
               10  RGS-PERIODO     PIC 9(6).
               10  RGS-CIFRA       PIC X(8).
               10  RGS-CALIFICADOR PIC X(4).
           05  RGS-VALOR           PIC 9(11)V99.
           05  RGS-SECUENCIA       PIC 9(7).
           05  RGS-FECHA           PIC 9(8).
