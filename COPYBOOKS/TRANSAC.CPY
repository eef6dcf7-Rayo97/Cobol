      * transaccion y, dentro de TRX-DATOS, el tipo, la referencia,
      * el importe con centavos y la descripcion.
      *
      * TRX-ORIGEN dice de donde vino la transaccion: espacio la
      * captura de 51-PROGRAMA, S la consolidacion de sucursales
      * (F7-PROGRAMA) y P la liberacion de transacciones programadas
      * (G0-PROGRAMA); es el ultimo caracter de lo que antes era la
      * descripcion, asi que las generaciones viejas lo traen en
      * espacio o con la letra con que terminaba la descripcion.
      *
      * TRANSACCIONES-TRAILER es la vista del renglon de control de
      * fin de corrida, con la misma marca/cantidad/hash de los demas
      * archivos con trailer del taller (el hash es la suma de los
               10  TRX-TIPO        PIC X(2).
               10  TRX-REFERENCIA  PIC X(10).
               10  TRX-IMPORTE     PIC 9(7)V99.
               10  TRX-DESCRIPCION PIC X(38).
               10  TRX-ORIGEN      PIC X.
                   88  TRX-ORIGEN-CAPTURA    VALUE SPACE.
                   88  TRX-ORIGEN-SUCURSAL   VALUE "S".
                   88  TRX-ORIGEN-PROGRAMADA VALUE "P".
      * TRX-SUCURSAL dice de que sucursal se capturo la transaccion
      * (la firma de sesion de 51-PROGRAMA la estampa); espacios en
      * lo capturado antes de que existiera el campo.
