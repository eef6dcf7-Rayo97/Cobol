      ******************************************************************
      * TRXSUC.CPY
      * Registro del archivo de transacciones que cada sucursal envia
      * para el dia (TRXSUC.sss.nn.DAT: sss la sucursal, nn el numero
      * de entrega de la noche, 01 a 09). Lleva un encabezado con la
      * sucursal, la fecha de negocio y la secuencia del archivo (la
      * sucursal numera sus envios de uno en uno, sin saltos), los
      * detalles con el mismo acomodo de TRANSAC.CPY y un trailer con
      * la marca, la cantidad y el hash de siempre (la suma de los
      * importes enteros). La consolidacion de sucursales
      * (F7-PROGRAMA) no toma un archivo cuyo cuerpo no cuadra con su
      * trailer, ni uno repetido o fuera de secuencia.
      ******************************************************************
       01  TRX-SUCURSAL-RECORD.
           05  TSU-MARCA           PIC X(10).
               88  TSU-ES-ENCABEZADO VALUE "**HEADER**".
               88  TSU-ES-TRAILER    VALUE "**TRAILER*".
           05  FILLER              PIC X(63).

       01  TRX-SUCURSAL-HEADER REDEFINES TRX-SUCURSAL-RECORD.
           05  TSH-MARCA           PIC X(10).
           05  TSH-SUCURSAL        PIC X(3).
           05  TSH-FECHA           PIC 9(8).
           05  TSH-SECUENCIA       PIC 9(5).
           05  FILLER              PIC X(47).

       01  TRX-SUCURSAL-DETALLE REDEFINES TRX-SUCURSAL-RECORD.
           05  TSD-CLAVE           PIC X(10).
           05  TSD-TIPO            PIC X(2).
           05  TSD-REFERENCIA      PIC X(10).
           05  TSD-IMPORTE         PIC 9(7)V99.
           05  TSD-DESCRIPCION     PIC X(38).
           05  TSD-ORIGEN          PIC X.
           05  TSD-SUCURSAL        PIC X(3).

       01  TRX-SUCURSAL-TRAILER REDEFINES TRX-SUCURSAL-RECORD.
           05  TST-MARCA           PIC X(10).
           05  TST-CANTIDAD        PIC 9(7).
           05  TST-TOTAL-HASH      PIC 9(9).
           05  FILLER              PIC X(47).
