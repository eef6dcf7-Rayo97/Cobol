      ******************************************************************
      * TRXPROG.CPY
      * Registro del archivo de transacciones programadas
      * (TRXPROG.DAT), indexado por el numero de la programacion (serie
      * TRXPROG de NUMCTL.DAT): un cargo o ajuste que el cliente pidio
      * para una fecha futura, o cada mes en un dia fijo. Lleva la
      * transaccion completa con el acomodo de TRANSAC.CPY (la clave
      * la pone la liberacion: P, el numero y la ocurrencia), la fecha
      * efectiva y la regla de repeticion: U una sola vez, M cada mes
      * en el dia TRP-DIA-MES (el ultimo dia del mes si el mes es mas
      * corto), hasta TRP-MAX-OCURRENCIAS veces o hasta TRP-FECHA-TOPE
      * (cero = sin ese limite). La liberacion nocturna (G0-PROGRAMA)
      * lleva cada ocurrencia vencida a TRANSACCIONES.DAT con origen
      * P, y lleva la cuenta de lo liberado y la fecha de la proxima;
      * la programacion se mantiene en F9-PROGRAMA.
      ******************************************************************
       01  TRX-PROGRAMADA-RECORD.
           05  TRP-NUMERO          PIC 9(7).
           05  TRP-TRANSACCION.
               10  TRP-CLAVE       PIC X(10).
               10  TRP-TIPO        PIC X(2).
               10  TRP-REFERENCIA  PIC X(10).
               10  TRP-IMPORTE     PIC 9(7)V99.
               10  TRP-DESCRIPCION PIC X(38).
               10  TRP-ORIGEN      PIC X.
               10  TRP-SUCURSAL    PIC X(3).
           05  TRP-FECHA-EFECTIVA  PIC 9(8).
           05  TRP-REPETICION      PIC X.
               88  TRP-UNA-VEZ     VALUE "U".
               88  TRP-MENSUAL     VALUE "M".
           05  TRP-DIA-MES         PIC 99.
           05  TRP-MAX-OCURRENCIAS PIC 9(3).
           05  TRP-FECHA-TOPE      PIC 9(8).
           05  TRP-LIBERADAS       PIC 9(3).
      *    FECHA NOMINAL DE LA PROXIMA OCURRENCIA, ANTES DE RODARLA AL
      *    DIA HABIL; LA DE LA ULTIMA LIBERACION ES LA DE NEGOCIO.
           05  TRP-PROXIMA-FECHA   PIC 9(8).
           05  TRP-ULT-LIBERACION  PIC 9(8).
           05  TRP-ESTADO          PIC X.
               88  TRP-PENDIENTE   VALUE "P".
               88  TRP-VENCIDA     VALUE "V".
               88  TRP-CANCELADA   VALUE "C".
           05  TRP-FECHA-ESTADO    PIC 9(8).
      *    FECHA DE NEGOCIO EN QUE EL PASO A VENCIDA O CANCELADA SALIO
      *    EN EL REPORTE DIARIO (CERO MIENTRAS NO HA SALIDO).
           05  TRP-FECHA-REPORTE   PIC 9(8).
           05  TRP-OPERADOR        PIC X(8).
           05  TRP-FECHA-ALTA      PIC 9(8).
