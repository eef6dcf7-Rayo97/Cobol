      ******************************************************************
      * CAMPANA.CPY
      * Registro del maestro de campanas de marketing (CAMPANA.DAT),
      * indexado por CMP-CODIGO: la descripcion, las fechas en que
      * corre la campana, hasta cinco segmentos demograficos a los
      * que va dirigida (el DEM-SEGMENTO con que 18-PROGRAMA clasifica
      * al cliente, por ejemplo JOVEN o MADURO) y hasta cinco
      * sucursales (todas en blanco = todas las sucursales). La
      * sucursal de un cliente es la de su factura de mostrador mas
      * reciente (FAC-SUCURSAL no en blanco); un cliente sin ninguna
      * solo entra a campanas sin sucursal.
      * La da de alta un supervisor en E3-PROGRAMA, pendiente (P). La
      * seleccion nocturna (E4-PROGRAMA) arma la lista de objetivos
      * (CAMPOBJ.CPY) de cada campana pendiente cuya fecha de inicio
      * ya llego, y la deja seleccionada (S) con la fecha y la
      * cantidad de objetivos; desde entonces sus segmentos y
      * sucursales ya no cambian. Una campana pendiente se puede
      * cancelar (C) y ya no se selecciona.
      ******************************************************************
       01  CAMPANA-RECORD.
           05  CMP-CODIGO          PIC X(8).
           05  CMP-DESCRIPCION     PIC X(30).
           05  CMP-FECHA-INICIO    PIC 9(8).
           05  CMP-FECHA-FIN       PIC 9(8).
           05  CMP-SEGMENTOS.
               10  CMP-SEGMENTO    PIC X(11) OCCURS 5 TIMES.
           05  CMP-SUCURSALES.
               10  CMP-SUCURSAL    PIC X(3)  OCCURS 5 TIMES.
           05  CMP-ESTADO          PIC X.
               88  CMP-PENDIENTE     VALUE "P".
               88  CMP-SELECCIONADA  VALUE "S".
               88  CMP-CANCELADA     VALUE "C".
           05  CMP-FECHA-SELECCION PIC 9(8).
           05  CMP-OBJETIVOS       PIC 9(7).
           05  CMP-SUPERVISOR      PIC X(8).
           05  CMP-FECHA-ALTA      PIC 9(8).
