      ******************************************************************
      * FACELEC.CPY
      * Registro del archivo diario de facturas electronicas para la
      * autoridad tributaria (FACELEC.DAT) que deja C6-PROGRAMA, en el
      * sobre de siempre de los archivos de intercambio (DEBITO.CPY):
      * un encabezado con la fecha de negocio, la secuencia del envio
      * (serie FACELEC de NUMCTL.DAT) y los datos del emisor; por cada
      * factura un renglon F con los datos del comprobante y del
      * cliente, sus renglones D de partida (las de FACTDETH.DAT) y
      * sus renglones I de IVA por categoria (G general, R reducida,
      * E exenta); y un trailer con la cantidad de facturas, la de
      * renglones del cuerpo y los totales de control. Los importes
      * viajan con signo adelante en su propio byte (el credito y la
      * regularizacion de un estimado van en negativo) para que el
      * formato de la autoridad no dependa de la representacion del
      * signo en el ultimo digito.
      ******************************************************************
       01  FACELEC-RECORD.
           05  FEL-TIPO-REGISTRO   PIC X.
               88  FEL-HEADER      VALUE "H".
               88  FEL-FACTURA     VALUE "F".
               88  FEL-LINEA       VALUE "D".
               88  FEL-IVA         VALUE "I".
               88  FEL-TRAILER     VALUE "T".
           05  FILLER              PIC X(179).

       01  FACELEC-HEADER REDEFINES FACELEC-RECORD.
           05  FEH-TIPO            PIC X.
           05  FEH-FECHA           PIC 9(8).
           05  FEH-SECUENCIA       PIC 9(7).
           05  FEH-EMISOR-ID       PIC X(13).
           05  FEH-EMISOR-NOMBRE   PIC X(40).
           05  FEH-EMISOR-CP       PIC X(5).
           05  FILLER              PIC X(106).

       01  FACELEC-FACTURA REDEFINES FACELEC-RECORD.
           05  FEF-TIPO            PIC X.
           05  FEF-NUMERO          PIC 9(7).
           05  FEF-FECHA           PIC 9(8).
           05  FEF-CLASE           PIC X.
           05  FEF-REFERENCIA      PIC 9(7).
           05  FEF-SUCURSAL        PIC X(3).
           05  FEF-CLIENTE         PIC 9(7).
           05  FEF-RECEPTOR-ID     PIC X(13).
           05  FEF-NOMBRE          PIC X(35).
           05  FEF-CALLE           PIC X(30).
           05  FEF-CIUDAD          PIC X(20).
           05  FEF-CP              PIC X(5).
           05  FEF-SUBTOTAL        PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  FEF-IMPUESTO        PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  FEF-TOTAL           PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(11).

       01  FACELEC-LINEA REDEFINES FACELEC-RECORD.
           05  FED-TIPO            PIC X.
           05  FED-FACTURA         PIC 9(7).
           05  FED-RENGLON         PIC 9(3).
           05  FED-ARTICULO        PIC X(10).
           05  FED-CANTIDAD        PIC 9(7).
           05  FED-PRECIO          PIC 9(7)V99.
           05  FED-IMPORTE         PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  FED-CATEGORIA       PIC X.
           05  FED-IVA             PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  FED-DIAS-SERVICIO   PIC 99.
           05  FED-DIAS-PERIODO    PIC 99.
           05  FILLER              PIC X(118).

       01  FACELEC-IVA REDEFINES FACELEC-RECORD.
           05  FEI-TIPO            PIC X.
           05  FEI-FACTURA         PIC 9(7).
           05  FEI-CATEGORIA       PIC X.
           05  FEI-BASE            PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  FEI-IVA             PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(149).

       01  FACELEC-TRAILER REDEFINES FACELEC-RECORD.
           05  FET-TIPO            PIC X.
           05  FET-FACTURAS        PIC 9(7).
           05  FET-REGISTROS       PIC 9(7).
           05  FET-TOTAL           PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           05  FET-IVA             PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(139).
