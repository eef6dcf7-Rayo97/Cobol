      ******************************************************************
      * NOMCOMIS.CPY
      * Registro de la interfaz de comisiones para nomina
      * (NOMCOMIS.DAT) que deja la corrida mensual de comisiones
      * (D5-PROGRAMA), con el sobre de los demas archivos de
      * intercambio (DEBITO.CPY): un encabezado con la fecha de
      * negocio y el mes AAAAMM que se paga, un detalle por vendedor
      * con su numero de empleado, la base de ventas, lo deducido por
      * notas de credito y castigos, y la comision neta (negativa si
      * las deducciones pasaron a las ventas del mes: nomina la
      * recupera), y un trailer con la cantidad de detalles y la suma
      * de las comisiones como totales de control.
      ******************************************************************
       01  NOMCOMIS-RECORD.
           05  NCM-TIPO-REGISTRO   PIC X.
               88  NCM-HEADER      VALUE "H".
               88  NCM-DETALLE     VALUE "D".
               88  NCM-TRAILER     VALUE "T".
           05  FILLER              PIC X(59).

       01  NOMCOMIS-HEADER REDEFINES NOMCOMIS-RECORD.
           05  NCH-TIPO            PIC X.
           05  NCH-FECHA           PIC 9(8).
           05  NCH-PERIODO         PIC 9(6).
           05  FILLER              PIC X(45).

       01  NOMCOMIS-DETALLE REDEFINES NOMCOMIS-RECORD.
           05  NCD-TIPO            PIC X.
           05  NCD-VENDEDOR        PIC X(5).
           05  NCD-EMPLEADO        PIC X(10).
           05  NCD-PERIODO         PIC 9(6).
           05  NCD-BASE-VENTAS     PIC S9(9)V99.
           05  NCD-BASE-DEDUCIDA   PIC S9(9)V99.
           05  NCD-COMISION        PIC S9(7)V99.
           05  FILLER              PIC X(7).

       01  NOMCOMIS-TRAILER REDEFINES NOMCOMIS-RECORD.
           05  NCR-TIPO            PIC X.
           05  NCR-CANTIDAD        PIC 9(7).
           05  NCR-TOTAL           PIC S9(9)V99.
           05  FILLER              PIC X(41).
