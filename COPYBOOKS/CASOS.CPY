      ******************************************************************
      * CASOS.CPY
      * Caso de atencion a clientes (CASOS.DAT), indexado por numero
      * de caso (serie CASO de NUMCTL.DAT): una queja o solicitud del
      * cliente con su categoria (FACT error de facturacion, MEDI
      * falla de medidor, SERV falla del servicio, SOLI solicitud), su
      * prioridad (A alta, M media, B baja), su estado (A abierto, P
      * en proceso, E esperando al cliente, R resuelto, C cerrado), el
      * operador responsable y la fecha objetivo de resolucion, que
      * sale de los dias por categoria de TASAS.DAT (CASOFACT,
      * CASOMEDI, CASOSERV, CASOSOLI) al abrirse. Un caso puede
      * referir una factura (F, su numero), un medidor (M, su MED-ID)
      * o una excepcion (E, el EXC-PROGRAMA y el EXC-TIMESTAMP de la
      * excepcion); la consulta de facturas (71), el mantenimiento de
      * medidores (73) y la cola de excepciones (28) muestran los
      * casos que los refieren (CASOPRO.CPY). Lo mantiene
      * D7-PROGRAMA; los casos pendientes, con su antiguedad y los
      * vencidos contra su fecha objetivo, salen cada noche en
      * CASOS.RPT (D8-PROGRAMA).
      ******************************************************************
       01  CASO-SERVICIO-RECORD.
           05  CAS-NUMERO              PIC 9(7).
           05  CAS-CLIENTE             PIC 9(7).
           05  CAS-CATEGORIA           PIC X(4).
               88  CAS-CAT-FACTURACION   VALUE "FACT".
               88  CAS-CAT-MEDIDOR       VALUE "MEDI".
               88  CAS-CAT-SERVICIO      VALUE "SERV".
               88  CAS-CAT-SOLICITUD     VALUE "SOLI".
               88  CAS-CATEGORIA-VALIDA  VALUE "FACT" "MEDI" "SERV"
                                               "SOLI".
           05  CAS-PRIORIDAD           PIC X.
               88  CAS-PRI-ALTA          VALUE "A".
               88  CAS-PRI-MEDIA         VALUE "M".
               88  CAS-PRI-BAJA          VALUE "B".
               88  CAS-PRIORIDAD-VALIDA  VALUE "A" "M" "B".
           05  CAS-ESTADO              PIC X.
               88  CAS-ABIERTO           VALUE "A".
               88  CAS-EN-PROCESO        VALUE "P".
               88  CAS-ESPERA-CLIENTE    VALUE "E".
               88  CAS-RESUELTO          VALUE "R".
               88  CAS-CERRADO           VALUE "C".
               88  CAS-PENDIENTE         VALUE "A" "P" "E".
           05  CAS-RESPONSABLE         PIC X(8).
           05  CAS-ABRIO               PIC X(8).
           05  CAS-FECHA-APERTURA      PIC 9(8).
           05  CAS-FECHA-OBJETIVO      PIC 9(8).
           05  CAS-FECHA-RESUELTO      PIC 9(8).
           05  CAS-FECHA-CIERRE        PIC 9(8).
           05  CAS-REF-TIPO            PIC X.
               88  CAS-REF-FACTURA       VALUE "F".
               88  CAS-REF-MEDIDOR       VALUE "M".
               88  CAS-REF-EXCEPCION     VALUE "E".
               88  CAS-SIN-REFERENCIA    VALUE SPACE.
           05  CAS-REF-CLAVE           PIC X(25).
           05  CAS-DESCRIPCION         PIC X(60).
           05  CAS-ULTIMA-NOTA         PIC X(60).
           05  CAS-FECHA-CAMBIO        PIC 9(8).
           05  CAS-OPERADOR-CAMBIO     PIC X(8).
