      *                 the business date is the last business day of
      *                 its month) so the chain fires the monthly
      *                 close steps by itself instead of by memory.
      * 2026-10-15 RSM  MESFIN.DAT also carries the week-end flag (S
      *                 when the next business day falls in the next
      *                 week) for the weekly reports.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  WS-VUELTAS   PIC 99 VALUE ZERO.

       01  WS-MES-NEGOCIO PIC 99 VALUE ZERO.
       01  WS-DIA-SEM-NEGOCIO PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * fecha de negocio dice si hoy es el ultimo habil del mes: si
      * aquel cae en otro mes, hoy cierra el mes y la bandera
      * MESFIN.DAT sale en S para que la cadena dispare los pasos de
      * cierre mensual. El mismo siguiente habil dice si hoy cierra
      * la semana: si cae en un dia de la semana igual o anterior al
      * de hoy, o a siete dias o mas, ya es la semana que viene.
      *-----------------------------------------------------------------
       300-MARCA-FIN-DE-MES.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-EVAL.
           MOVE WS-EVA-MES       TO WS-MES-NEGOCIO.
           PERFORM 130-DIA-DE-LA-SEMANA.
           MOVE WS-ZEL-DIA       TO WS-DIA-SEM-NEGOCIO.
           PERFORM 200-DIA-SIGUIENTE.
           PERFORM 100-RUEDA-A-DIA-HABIL.

           ELSE
               MOVE "N" TO MFN-ES-FIN
           END-IF.
           IF WS-ZEL-DIA NOT > WS-DIA-SEM-NEGOCIO
               OR WS-VUELTAS > 5
               MOVE "S" TO MFN-FIN-SEMANA
               DISPLAY "HOY ES EL ULTIMO DIA HABIL DE LA SEMANA."
           ELSE
               MOVE "N" TO MFN-FIN-SEMANA
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO MFN-FECHA.

           OPEN OUTPUT MES-FIN-FILE.
