      * fecha de negocio y S cuando esa fecha es el ultimo dia habil
      * de su mes segun el calendario de inhabiles; la cadena
      * nocturna la consulta para disparar los pasos de cierre
      * mensual automaticamente ese dia. MFN-FIN-SEMANA lleva S cuando
      * la fecha es el ultimo dia habil de su semana (el siguiente
      * habil cae ya en la semana que viene), para los reportes
      * semanales.
      ******************************************************************
       01  MES-FIN-RECORD.
           05  MFN-ES-FIN          PIC X.
               88  MFN-FIN-DE-MES  VALUE "S".
           05  MFN-FECHA           PIC 9(8).
           05  MFN-FIN-SEMANA      PIC X.
               88  MFN-FIN-DE-SEMANA VALUE "S".
