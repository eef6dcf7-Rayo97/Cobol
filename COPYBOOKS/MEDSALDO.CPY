      * estimado con su propio promedio, MSA-ULT-VALOR avanza con el
      * estimado y MSA-EST-PENDIENTE lo recuerda; la siguiente lectura
      * real produce sola la regularizacion (el delta contra el valor
      * avanzado es exactamente la diferencia a cobrar o abonar). El
      * cambio de medidor de 73-PROGRAMA escribe la linea base del
      * medidor nuevo con el promedio y los ciclos del retirado.
      ******************************************************************
       01  MEDIDOR-SALDO-RECORD.
           05  MSA-MEDIDOR         PIC X(8).
