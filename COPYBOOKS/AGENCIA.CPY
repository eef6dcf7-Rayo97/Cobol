      ******************************************************************
      * AGENCIA.CPY
      * Registro del maestro de agencias de cobranza externas
      * (AGENCIAS.DAT, indexado por AGE-CODIGO): el nombre, la bandera
      * de activa, y el supervisor que la dio de alta con la fecha de
      * negocio. Lo mantiene E8-PROGRAMA. La colocacion nocturna
      * (E9-PROGRAMA) reparte las cuentas nuevas solo entre las
      * agencias activas.
      *
      * La comision de cada agencia vive en renglones con fecha
      * efectiva de TASAS.DAT, en centesimos de porciento (2500 =
      * 25.00%), bajo el codigo CA + AGE-CODIGO (sin sus espacios):
      * la agencia AG01 cobra con CAAG01. La carga de recuperos
      * (F0-PROGRAMA) toma el renglon vigente a la fecha de cada
      * recupero.
      ******************************************************************
       01  AGENCIA-RECORD.
           05  AGE-CODIGO          PIC X(4).
           05  AGE-NOMBRE          PIC X(30).
           05  AGE-ACTIVA          PIC X.
               88  AGE-ESTA-ACTIVA VALUE "S".
           05  AGE-SUPERVISOR      PIC X(8).
           05  AGE-FECHA-ALTA      PIC 9(8).
