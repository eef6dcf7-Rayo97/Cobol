      ******************************************************************
      * CORRLECT.CPY
      * Registro de correcciones de lectura (CORRLECT.DAT), indexado
      * por el numero de correccion (serie CORRECCION de NUMCTL.DAT):
      * la pista de auditoria de una lectura ya facturada que resulto
      * mal tecleada. Liga la lectura vieja (CRL-VALOR-ERRONEO) con la
      * corregida, y por cada factura de consumo que la lectura tocaba
      * (la que cerro con ella y la siguiente real que partio de ella)
      * la factura original, la nota de credito que la anulo y la
      * factura de reemplazo. La da de alta B7-PROGRAMA pendiente de
      * refacturar (P), ya con las notas de credito emitidas; la
      * facturacion de consumo (75-PROGRAMA) emite los reemplazos con
      * el consumo nuevo, corrige MEDSALDO.DAT (promedio y ultima
      * lectura facturada) y la marca refacturada (R).
      *
      * CRL-AJUSTE-SALDO es lo que se mueve MSA-ULT-VALOR: la
      * diferencia entre la lectura corregida y la erronea cuando
      * ninguna lectura real posterior se facturo todavia (la
      * siguiente lectura mide contra la corregida), cero si ya hubo
      * una. CRA-EST-PENDIENTE es lo estimado que el medidor tenia al
      * emitirse la original, para tarifar igual una regularizacion.
      ******************************************************************
       01  CORRECCION-LECTURA-RECORD.
           05  CRL-NUMERO          PIC 9(7).
           05  CRL-MEDIDOR         PIC X(8).
           05  CRL-CLIENTE         PIC 9(7).
           05  CRL-FECHA-LECTURA   PIC 9(8).
           05  CRL-VALOR-ERRONEO   PIC 9(6).
           05  CRL-VALOR-CORREGIDO PIC 9(6).
           05  CRL-AJUSTE-SALDO    PIC S9(6).
           05  CRL-FECHA           PIC 9(8).
           05  CRL-OPERADOR        PIC X(8).
           05  CRL-ESTADO          PIC X.
               88  CRL-PENDIENTE     VALUE "P".
               88  CRL-REFACTURADA   VALUE "R".
           05  CRL-FECHA-REFACT    PIC 9(8).
           05  CRL-CANTIDAD        PIC 9.
           05  CRL-AFECTADA OCCURS 2 TIMES.
               10  CRA-TIPO          PIC X.
               10  CRA-FECHA-HASTA   PIC 9(8).
               10  CRA-VALOR-DESDE   PIC 9(6).
               10  CRA-VALOR-HASTA   PIC 9(6).
               10  CRA-CONSUMO-ANTES PIC S9(7).
               10  CRA-CONSUMO-NUEVO PIC S9(7).
               10  CRA-EST-PENDIENTE PIC 9(6).
               10  CRA-CLIENTE       PIC 9(7).
               10  CRA-FACTURA       PIC 9(7).
               10  CRA-NOTA          PIC 9(7).
               10  CRA-REEMPLAZO     PIC 9(7).
