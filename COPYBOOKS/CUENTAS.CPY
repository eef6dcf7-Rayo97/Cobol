      ******************************************************************
      * CUENTAS.CPY
      * Registro del catalogo de cuentas de mayor (CUENTAS.DAT),
      * indexado por CTA-CODIGO: la descripcion de la cuenta, su tipo
      * (activo, pasivo, capital, ingreso o gasto) y la bandera de
      * activa. Lo mantiene contabilidad desde B9-PROGRAMA; el
      * extracto contable (66-PROGRAMA) no postea a ninguna cuenta
      * que no este aqui y activa, y rechaza el extracto antes de
      * entregarle al mayor una linea que no puede tomar.
      ******************************************************************
       01  CUENTA-RECORD.
           05  CTA-CODIGO          PIC X(10).
           05  CTA-DESCRIPCION     PIC X(30).
           05  CTA-TIPO            PIC X.
               88  CTA-ES-ACTIVO   VALUE "A".
               88  CTA-ES-PASIVO   VALUE "P".
               88  CTA-ES-CAPITAL  VALUE "K".
               88  CTA-ES-INGRESO  VALUE "I".
               88  CTA-ES-GASTO    VALUE "G".
               88  CTA-TIPO-VALIDO VALUE "A" "P" "K" "I" "G".
           05  CTA-ACTIVA          PIC X.
               88  CTA-ESTA-ACTIVA VALUE "S".
