      ******************************************************************
      * CAMPOBJ.CPY
      * Registro de la lista de objetivos de las campanas de marketing
      * (CAMPOBJ.DAT), indexado por campana y cliente: un renglon por
      * cliente que la seleccion nocturna (E4-PROGRAMA) eligio para la
      * campana, con el segmento y la sucursal por los que entro y la
      * fecha de seleccion. Solo entran clientes no cerrados y con
      * consentimiento de marketing (PREFCONT.DAT).
      * El cargador de respuestas (E5-PROGRAMA) marca al objetivo que
      * respondio (S), con la fecha y el canal de la respuesta; el
      * reporte de resultados (E6-PROGRAMA) saca de aqui la tasa de
      * respuesta por segmento y, de las facturas de quienes
      * respondieron, las ventas posteriores a la respuesta.
      ******************************************************************
       01  CAMPANA-OBJETIVO-RECORD.
           05  OBJ-CLAVE.
               10  OBJ-CAMPANA     PIC X(8).
               10  OBJ-CLIENTE     PIC 9(7).
           05  OBJ-SEGMENTO        PIC X(11).
           05  OBJ-SUCURSAL        PIC X(3).
           05  OBJ-FECHA-SELECCION PIC 9(8).
           05  OBJ-RESPUESTA       PIC X.
               88  OBJ-RESPONDIO      VALUE "S".
               88  OBJ-SIN-RESPUESTA  VALUE "N".
           05  OBJ-FECHA-RESPUESTA PIC 9(8).
           05  OBJ-CANAL           PIC X(3).
