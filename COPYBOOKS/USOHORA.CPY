      ******************************************************************
      * USOHORA.CPY
      * Registro del consumo por franja horaria de los medidores
      * inteligentes (USOHORA.DAT), que B8-PROGRAMA agrega por cada
      * archivo de intervalos cargado: un renglon diario (D) por
      * medidor y dia con la lectura acumulada al cierre del dia, y
      * un renglon de ciclo (C) por medidor con la lectura de cierre
      * que se manda a facturar. Ambos parten el consumo en horas
      * punta y fuera de punta (franja PUNTAINI a PUNTAFIN de TASAS),
      * que es lo que una tarifa por horario tiene que tasar, y
      * llevan cuantos intervalos se esperaban y cuantos llegaron
      * buenos. El ciclo que perdio demasiados intervalos queda en
      * estado E: su lectura no se manda y el medidor se estima.
      ******************************************************************
       01  USO-HORARIO-RECORD.
           05  USH-MEDIDOR         PIC X(8).
           05  USH-TIPO            PIC X.
               88  USH-DIARIO      VALUE "D".
               88  USH-CICLO       VALUE "C".
           05  USH-FECHA           PIC 9(8).
           05  USH-FECHA-DESDE     PIC 9(8).
           05  USH-LECTURA         PIC 9(6).
           05  USH-CONSUMO         PIC 9(7).
           05  USH-PUNTA           PIC 9(7).
           05  USH-FUERA-PUNTA     PIC 9(7).
           05  USH-ESPERADOS       PIC 9(5).
           05  USH-RECIBIDOS       PIC 9(5).
           05  USH-ESTADO          PIC X.
               88  USH-MEDIDO      VALUE "M".
               88  USH-A-ESTIMAR   VALUE "E".
           05  USH-SECUENCIA       PIC 9(7).
