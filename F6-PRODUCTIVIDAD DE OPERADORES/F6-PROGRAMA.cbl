      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de productividad y errores por operador para
      *          los supervisores: el ultimo dia habil de la semana
      *          (bandera de MESFIN.DAT que deja 36-PROGRAMA) imprime
      *          PRODSEM.RPT con la semana de lunes a la fecha de
      *          negocio, y el ultimo dia habil del mes PRODMES.RPT
      *          con el mes. Por cada OPE-ID del maestro de operadores
      *          cuenta las transacciones que capturo (las capturas de
      *          51-PROGRAMA en la auditoria, confirmadas contra
      *          TRANSACCIONES.DAT y sus generaciones del dia), los
      *          pagos que tecleo en caja (PAGOS.DAT y PAGARCH.DAT),
      *          los movimientos de clientes que hizo (CLIJRNL.DAT),
      *          las excepciones que levanto su captura en
      *          EXCEPCION.DAT y cuantas de ellas hubo que corregir, y
      *          sus sesiones de captura descuadradas en SESREC.DAT.
      *          La tasa de errores (excepciones mas descuadres por
      *          cada cien movimientos tecleados) sale junto a su
      *          diferencia contra el promedio del equipo, y el
      *          operador por encima del umbral ERRORPCT de TASAS.DAT
      *          (5 si no esta) sale señalado.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. F6-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT MES-FIN-FILE
               ASSIGN TO "MESFIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MESFIN-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT OPERADORES-FILE
               ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

      *-LA AUDITORIA SE LEE DEL CORRIENTE Y DE LOS ARCHIVOS DE DIA
      *-(AUDITLOG.DAAAAMMDD.DAT) Y DE MES (AUDITLOG.MAAAAMM.DAT) DEL
      *-PERIODO, Y LAS TRANSACCIONES DEL CORRIENTE Y DE SUS CORTES
      *-DIARIOS (TRANSACCIONES.DAAAAMMDD.DAT): SELECTS DINAMICOS QUE
      *-SE REABREN CON CADA NOMBRE.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-AUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT TRANSACCIONES-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-TRANSAC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSACCIONES-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT PAGOS-ARCH-FILE
               ASSIGN TO "PAGARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGARCH-STATUS.

           SELECT CLIENTES-JOURNAL-FILE
               ASSIGN TO "CLIJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLIJRNL-STATUS.

           SELECT EXCEPCION-FILE
               ASSIGN TO "EXCEPCION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPCION-STATUS.

           SELECT SESION-RECONCIL-FILE
               ASSIGN TO "SESREC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SESREC-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  MES-FIN-FILE
           LABEL RECORD IS STANDARD.
           COPY MESFIN.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  OPERADORES-FILE
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  AUDIT-LOG-FILE
           LABEL RECORD IS STANDARD.
           COPY AUDITLOG.

       FD  TRANSACCIONES-FILE
           LABEL RECORD IS STANDARD.
           COPY TRANSAC.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  PAGOS-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  PAGO-ARCH-RECORD        PIC X(56).

       FD  CLIENTES-JOURNAL-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIJRNL.

       FD  EXCEPCION-FILE
           LABEL RECORD IS STANDARD.
           COPY EXCEPCION.

       FD  SESION-RECONCIL-FILE
           LABEL RECORD IS STANDARD.
           COPY SESREC.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-PRODUCTIVIDAD-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-MESFIN-STATUS PIC XX.
           88  MESFIN-OK        VALUE "00".
           88  MESFIN-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

      *-FILE STATUS/88-LEVEL DE AUDIT-LOG-FILE: VIENE DE AUDITSTS.CPY.
           COPY AUDITSTS.

       01  WS-TRANSACCIONES-STATUS PIC XX.
           88  TRANSACCIONES-OK        VALUE "00".
           88  TRANSACCIONES-EOF       VALUE "10".
           88  TRANSACCIONES-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

       01  WS-PAGARCH-STATUS PIC XX.
           88  PAGARCH-OK        VALUE "00".
           88  PAGARCH-EOF       VALUE "10".
           88  PAGARCH-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE CLIENTES-JOURNAL-FILE: VIENE DE
      *-CLIJSTS.CPY.
           COPY CLIJSTS.

      *-FILE STATUS/88-LEVEL DE EXCEPCION-FILE: VIENE DE EXCEPSTS.CPY.
           COPY EXCEPSTS.

      *-FILE STATUS/88-LEVEL DE SESION-RECONCIL-FILE: VIENE DE
      *-SESSTS.CPY.
           COPY SESSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-NOMBRES DE LOS SELECTS DINAMICOS.
       01  WS-NOMBRE-AUDIT    PIC X(24) VALUE SPACES.
       01  WS-NOMBRE-TRANSAC  PIC X(30) VALUE SPACES.
       01  WS-NOMBRE-REPORTE  PIC X(12) VALUE SPACES.

      *-FECHA OFICIAL DE NEGOCIO Y BANDERAS DE CIERRE DE 36-PROGRAMA.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FIN-SEMANA-SW PIC X VALUE "N".
           88  HOY-CIERRA-SEMANA VALUE "S".
       01  WS-FIN-MES-SW    PIC X VALUE "N".
           88  HOY-CIERRA-MES    VALUE "S".

      *-PERIODO EN CURSO: S SEMANA, M MES.
       01  WS-TIPO-PERIODO PIC X VALUE SPACE.
           88  PERIODO-SEMANAL VALUE "S".
           88  PERIODO-MENSUAL VALUE "M".
       01  WS-DESDE PIC 9(8) VALUE ZERO.
       01  WS-HASTA PIC 9(8) VALUE ZERO.

      *-UMBRAL DE ERRORES POR CADA CIEN MOVIMIENTOS (CODIGO ERRORPCT
      *-DE TASAS.DAT, EL VIGENTE A LA FECHA DE NEGOCIO).
       01  WS-PCT-UMBRAL PIC 9(5) VALUE 5.
       01  WS-EF-UMBRAL  PIC 9(8) VALUE ZERO.

      *-FECHA CANDIDATA PARA CAMINAR EL PERIODO HACIA ATRAS (LOS
      *-PARRAFOS DE RESTADIA.CPY TRABAJAN SOBRE ELLA).
       01  WS-FECHA-CAND.
           05  WS-CAND-ANIO PIC 9(4).
           05  WS-CAND-MES  PIC 99.
           05  WS-CAND-DIA  PIC 99.
       01  WS-FECHA-CAND-N REDEFINES WS-FECHA-CAND PIC 9(8).
       01  WS-DIAS-MES   PIC 99   VALUE ZERO.
       01  WS-RESTO-4    PIC 9(4) VALUE ZERO.
       01  WS-RESIDUO-4  PIC 9(4) VALUE ZERO.
       01  WS-VUELTAS    PIC 99   VALUE ZERO.

      *-ARITMETICA DE ZELLER PARA EL DIA DE LA SEMANA (0 = SABADO,
      *-1 = DOMINGO, 2 = LUNES), LA MISMA DE 36-PROGRAMA.
       01  WS-ZEL-ANIO  PIC 9(4) VALUE ZERO.
       01  WS-ZEL-MES   PIC 99   VALUE ZERO.
       01  WS-ZEL-K     PIC 9(4) VALUE ZERO.
       01  WS-ZEL-J     PIC 9(4) VALUE ZERO.
       01  WS-ZEL-H     PIC S9(9) VALUE ZERO.
       01  WS-ZEL-T1    PIC 9(4) VALUE ZERO.
       01  WS-ZEL-T2    PIC 9(4) VALUE ZERO.
       01  WS-ZEL-T3    PIC 9(4) VALUE ZERO.
       01  WS-ZEL-DIA   PIC 9    VALUE ZERO.
       01  WS-ZEL-COC   PIC 9(9) VALUE ZERO.

      *-ACUMULADOS POR OPERADOR, CARGADOS DEL MAESTRO EN ORDEN DE
      *-OPE-ID. OPT-ULTIMA-CLAVE ES LA ULTIMA CLAVE DE TRANSACCION
      *-QUE EL OPERADOR TECLEO EN 51-PROGRAMA, HASTA QUE LA CAPTURA
      *-LLEGA A LA DESCRIPCION.
       01  WS-CANTIDAD-OPERADORES PIC 9(3) VALUE ZERO.
       01  WS-TABLA-OPERADORES.
           05  WS-OPERADOR-ENT OCCURS 200 TIMES.
               10  OPT-ID              PIC X(8).
               10  OPT-NOMBRE          PIC X(30).
               10  OPT-ACTIVO          PIC X.
               10  OPT-ULTIMA-CLAVE    PIC X(10).
               10  OPT-TRANSACCIONES   PIC 9(5).
               10  OPT-PAGOS           PIC 9(5).
               10  OPT-CLIENTES        PIC 9(5).
               10  OPT-EXCEPCIONES     PIC 9(5).
               10  OPT-CORRECCIONES    PIC 9(5).
               10  OPT-SESIONES        PIC 9(5).
               10  OPT-DESCUADRES      PIC 9(4).
       01  WS-IDX          PIC 9(3) VALUE ZERO.
       01  WS-IDX-HALLADO  PIC 9(3) VALUE ZERO.
       01  WS-OPERADOR-BUSCA PIC X(8) VALUE SPACES.
       01  WS-OPERADORES-FUERA PIC 9(5) VALUE ZERO.

      *-CAPTURAS DE 51-PROGRAMA QUE LA AUDITORIA ATRIBUYE A CADA
      *-OPERADOR EN EL PERIODO; SOLO CUENTAN LAS QUE APARECEN
      *-GRABADAS EN TRANSACCIONES.DAT O SUS CORTES.
       01  WS-CANTIDAD-CAPTURAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-CAPTURAS.
           05  WS-CAPTURA-ENT OCCURS 5000 TIMES.
               10  CTB-CLAVE     PIC X(10).
               10  CTB-OPERADOR  PIC 9(3).
               10  CTB-HALLADA   PIC X.
       01  WS-IDX-CAP     PIC 9(4) VALUE ZERO.
       01  WS-IDX-CAP-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-CAPTURAS-FUERA  PIC 9(5) VALUE ZERO.

      *-CONTROLES DE LA CORRIDA: LO LEIDO QUE NO SE PUDO ATRIBUIR.
       01  WS-TRX-LEIDAS          PIC 9(7) VALUE ZERO.
       01  WS-TRX-SIN-OPERADOR    PIC 9(7) VALUE ZERO.
       01  WS-CAPTURAS-SIN-TRX    PIC 9(7) VALUE ZERO.
       01  WS-SIN-OPERADOR        PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVOS-AUDITORIA  PIC 9(5) VALUE ZERO.
       01  WS-ARCHIVOS-TRANSAC    PIC 9(5) VALUE ZERO.

      *-TOTALES DEL EQUIPO Y TASAS.
       01  WS-TOT-TRANSACCIONES PIC 9(7) VALUE ZERO.
       01  WS-TOT-PAGOS         PIC 9(7) VALUE ZERO.
       01  WS-TOT-CLIENTES      PIC 9(7) VALUE ZERO.
       01  WS-TOT-EXCEPCIONES   PIC 9(7) VALUE ZERO.
       01  WS-TOT-CORRECCIONES  PIC 9(7) VALUE ZERO.
       01  WS-TOT-DESCUADRES    PIC 9(7) VALUE ZERO.
       01  WS-TOT-MOVIMIENTOS   PIC 9(7) VALUE ZERO.
       01  WS-TOT-ERRORES       PIC 9(7) VALUE ZERO.
       01  WS-TASA-EQUIPO       PIC 9(5)V99 VALUE ZERO.
       01  WS-MOVIMIENTOS       PIC 9(7) VALUE ZERO.
       01  WS-ERRORES           PIC 9(7) VALUE ZERO.
       01  WS-TASA-OPERADOR     PIC 9(5)V99 VALUE ZERO.
       01  WS-DIFERENCIA-TASA   PIC S9(5)V99 VALUE ZERO.
       01  WS-SENALADOS         PIC 9(3) VALUE ZERO.

       01  WS-ED-CANTIDAD PIC Z,ZZZ,ZZ9.
       01  WS-ED-TASA     PIC ZZZZ9.99.
       01  WS-ED-UMBRAL   PIC ZZZZ9.

      *-RENGLONES DEL REPORTE.
       01  WS-LINEA           PIC X(80) VALUE SPACES.
       01  WS-LINEA-OPERADOR REDEFINES WS-LINEA.
           05  LOP-ID          PIC X(8).
           05  FILLER          PIC X(1).
           05  LOP-NOMBRE      PIC X(14).
           05  FILLER          PIC X(1).
           05  LOP-TRANSAC     PIC ZZZZ9.
           05  FILLER          PIC X(1).
           05  LOP-PAGOS       PIC ZZZZ9.
           05  FILLER          PIC X(1).
           05  LOP-CLIENTES    PIC ZZZZ9.
           05  FILLER          PIC X(1).
           05  LOP-EXCEPCIONES PIC ZZZZ9.
           05  FILLER          PIC X(1).
           05  LOP-CORRECCIONES PIC ZZZZ9.
           05  FILLER          PIC X(1).
           05  LOP-DESCUADRES  PIC ZZZ9.
           05  FILLER          PIC X(1).
           05  LOP-TASA        PIC ZZ9.99.
           05  LOP-TASA-X REDEFINES LOP-TASA PIC X(6).
           05  FILLER          PIC X(1).
           05  LOP-DIFERENCIA  PIC +ZZ9.99.
           05  LOP-DIFERENCIA-X REDEFINES LOP-DIFERENCIA PIC X(7).
           05  FILLER          PIC X(1).
           05  LOP-MARCA       PIC X(6).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 050-LEE-BANDERAS.
           IF NOT HOY-CIERRA-SEMANA
               AND NOT HOY-CIERRA-MES
               DISPLAY "LA FECHA DE NEGOCIO " WS-FECHA-NEGOCIO
                   " NO CIERRA SEMANA NI MES; NO HAY REPORTE DE "
                   "PRODUCTIVIDAD."
               STOP RUN
           END-IF.

           PERFORM 060-CARGA-UMBRAL.
           PERFORM 070-CARGA-OPERADORES.

           IF HOY-CIERRA-SEMANA
               SET PERIODO-SEMANAL TO TRUE
               MOVE "PRODSEM.RPT" TO WS-NOMBRE-REPORTE
               PERFORM 100-CALCULA-SEMANA
               PERFORM 200-GENERA-PERIODO
           END-IF.
           IF HOY-CIERRA-MES
               SET PERIODO-MENSUAL TO TRUE
               MOVE "PRODMES.RPT" TO WS-NOMBRE-REPORTE
               MOVE WS-FECHA-NEGOCIO TO WS-DESDE
               MOVE "01"             TO WS-DESDE (7:2)
               MOVE WS-FECHA-NEGOCIO TO WS-HASTA
               PERFORM 200-GENERA-PERIODO
           END-IF.

           IF WS-OPERADORES-FUERA > ZERO
               OR WS-CAPTURAS-FUERA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-LEE-BANDERAS - las banderas de fin de semana y fin de mes
      * que 36-PROGRAMA dejo en MESFIN.DAT; solo valen si son de la
      * fecha de negocio de esta corrida.
      *-----------------------------------------------------------------
       050-LEE-BANDERAS.
           OPEN INPUT MES-FIN-FILE.
           IF MESFIN-NO-EXISTE
               DISPLAY "NO EXISTE MESFIN.DAT; SIN BANDERAS DE CIERRE."
           ELSE
               READ MES-FIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MFN-FECHA = WS-FECHA-NEGOCIO
                           MOVE MFN-FIN-SEMANA TO WS-FIN-SEMANA-SW
                           MOVE MFN-ES-FIN     TO WS-FIN-MES-SW
                       ELSE
                           DISPLAY "MESFIN.DAT ES DEL " MFN-FECHA
                               "; NO DE LA FECHA DE NEGOCIO."
                       END-IF
               END-READ
               CLOSE MES-FIN-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 060-CARGA-UMBRAL - el ERRORPCT vigente de TASAS.DAT (la fecha
      * efectiva mas reciente que no pase de la fecha de negocio).
      *-----------------------------------------------------------------
       060-CARGA-UMBRAL.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 065-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

       065-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO = "ERRORPCT"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-UMBRAL
                       MOVE TAS-VALOR TO WS-PCT-UMBRAL
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-UMBRAL
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 070-CARGA-OPERADORES - los operadores del maestro en orden de
      * OPE-ID; lo que se teclee con un ID que no esta en el maestro
      * (procesos por lotes, pruebas) no se atribuye a nadie.
      *-----------------------------------------------------------------
       070-CARGA-OPERADORES.
           OPEN INPUT OPERADORES-FILE.
           IF OPERMAST-NO-EXISTE
               DISPLAY "NO EXISTE OPERMAST.DAT; EL REPORTE SALE SIN "
                   "OPERADORES."
           ELSE
               MOVE LOW-VALUES TO OPE-ID
               START OPERADORES-FILE KEY NOT < OPE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 075-LEE-OPERADOR UNTIL OPERMAST-EOF
               END-START
               CLOSE OPERADORES-FILE
           END-IF.

       075-LEE-OPERADOR.
           READ OPERADORES-FILE NEXT RECORD
               AT END
                   SET OPERMAST-EOF TO TRUE
               NOT AT END
                   IF WS-CANTIDAD-OPERADORES < 200
                       ADD 1 TO WS-CANTIDAD-OPERADORES
                       MOVE WS-CANTIDAD-OPERADORES TO WS-IDX
                       MOVE OPE-ID     TO OPT-ID (WS-IDX)
                       MOVE OPE-NOMBRE TO OPT-NOMBRE (WS-IDX)
                       MOVE OPE-ACTIVO TO OPT-ACTIVO (WS-IDX)
                   ELSE
                       ADD 1 TO WS-OPERADORES-FUERA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-CALCULA-SEMANA - la semana va del lunes a la fecha de
      * negocio: se camina hacia atras hasta el lunes, con
      * salvaguarda de seis vueltas.
      *-----------------------------------------------------------------
       100-CALCULA-SEMANA.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CAND-N.
           MOVE ZERO TO WS-VUELTAS.
           PERFORM 110-DIA-DE-LA-SEMANA.
           PERFORM 105-RETROCEDE-UN-DIA
               UNTIL WS-ZEL-DIA = 2 OR WS-VUELTAS > 5.
           MOVE WS-FECHA-CAND-N  TO WS-DESDE.
           MOVE WS-FECHA-NEGOCIO TO WS-HASTA.

       105-RETROCEDE-UN-DIA.
           ADD 1 TO WS-VUELTAS.
           PERFORM RESTA-UN-DIA.
           PERFORM 110-DIA-DE-LA-SEMANA.

      *-----------------------------------------------------------------
      * 110-DIA-DE-LA-SEMANA - congruencia de Zeller sobre
      * WS-FECHA-CAND: deja en WS-ZEL-DIA el dia de la semana con 0 =
      * sabado, 1 = domingo y 2 = lunes.
      *-----------------------------------------------------------------
       110-DIA-DE-LA-SEMANA.
           MOVE WS-CAND-ANIO TO WS-ZEL-ANIO.
           MOVE WS-CAND-MES  TO WS-ZEL-MES.
           IF WS-ZEL-MES < 3
               ADD 12 TO WS-ZEL-MES
               SUBTRACT 1 FROM WS-ZEL-ANIO
           END-IF.
           DIVIDE WS-ZEL-ANIO BY 100
               GIVING WS-ZEL-J REMAINDER WS-ZEL-K.
      *    LAS DIVISIONES DE ZELLER SON ENTERAS: CADA TERMINO SE
      *    TRUNCA POR SEPARADO ANTES DE SUMARSE.
           COMPUTE WS-ZEL-H = 13 * (WS-ZEL-MES + 1).
           DIVIDE WS-ZEL-H BY 5 GIVING WS-ZEL-T1.
           DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2.
           DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3.
           COMPUTE WS-ZEL-H =
               WS-CAND-DIA + WS-ZEL-T1 + WS-ZEL-K
               + WS-ZEL-T2 + WS-ZEL-T3 + (5 * WS-ZEL-J).
           DIVIDE WS-ZEL-H BY 7
               GIVING WS-ZEL-COC REMAINDER WS-ZEL-DIA.

      *-----------------------------------------------------------------
      * 200-GENERA-PERIODO - acumula el periodo WS-DESDE..WS-HASTA de
      * cada fuente y lo imprime en WS-NOMBRE-REPORTE.
      *-----------------------------------------------------------------
       200-GENERA-PERIODO.
           PERFORM 210-LIMPIA-OPERADOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-OPERADORES.
           MOVE ZERO TO WS-CANTIDAD-CAPTURAS WS-CAPTURAS-FUERA
                        WS-TRX-LEIDAS WS-TRX-SIN-OPERADOR
                        WS-CAPTURAS-SIN-TRX WS-SIN-OPERADOR
                        WS-ARCHIVOS-AUDITORIA WS-ARCHIVOS-TRANSAC.

           PERFORM 300-CARGA-AUDITORIA.
           PERFORM 400-CARGA-TRANSACCIONES.
           PERFORM 450-CARGA-PAGOS.
           PERFORM 500-CARGA-JOURNAL.
           PERFORM 550-CARGA-EXCEPCIONES.
           PERFORM 600-CARGA-SESIONES.
           PERFORM 700-IMPRIME-REPORTE.

           DISPLAY "PRODUCTIVIDAD DEL " WS-DESDE " AL " WS-HASTA
               " EN " WS-NOMBRE-REPORTE ": " WS-TOT-MOVIMIENTOS
               " MOVIMIENTOS, " WS-TOT-ERRORES " ERRORES, "
               WS-SENALADOS " OPERADORES SOBRE EL UMBRAL.".

       210-LIMPIA-OPERADOR.
           MOVE SPACES TO OPT-ULTIMA-CLAVE (WS-IDX).
           MOVE ZERO   TO OPT-TRANSACCIONES (WS-IDX)
                          OPT-PAGOS (WS-IDX)
                          OPT-CLIENTES (WS-IDX)
                          OPT-EXCEPCIONES (WS-IDX)
                          OPT-CORRECCIONES (WS-IDX)
                          OPT-SESIONES (WS-IDX)
                          OPT-DESCUADRES (WS-IDX).

      *-----------------------------------------------------------------
      * 300-CARGA-AUDITORIA - el log corriente y los de dia y de mes
      * del periodo, como los recorre la muestra de auditoria
      * (E7-PROGRAMA); de cada uno solo cuentan los renglones de
      * 51-PROGRAMA fechados dentro del periodo.
      *-----------------------------------------------------------------
       300-CARGA-AUDITORIA.
           MOVE "AUDITLOG.DAT" TO WS-NOMBRE-AUDIT.
           PERFORM 320-LEE-ARCHIVO-AUDITORIA.
           MOVE WS-HASTA TO WS-FECHA-CAND-N.
           PERFORM 310-AUDITORIA-DEL-DIA
               UNTIL WS-FECHA-CAND-N < WS-DESDE.

       310-AUDITORIA-DEL-DIA.
           MOVE SPACES TO WS-NOMBRE-AUDIT.
           STRING "AUDITLOG.D"    DELIMITED BY SIZE
                  WS-FECHA-CAND-N DELIMITED BY SIZE
                  ".DAT"          DELIMITED BY SIZE
               INTO WS-NOMBRE-AUDIT.
           PERFORM 320-LEE-ARCHIVO-AUDITORIA.
           IF WS-CAND-DIA = 1
               OR WS-FECHA-CAND-N = WS-DESDE
               MOVE SPACES TO WS-NOMBRE-AUDIT
               STRING "AUDITLOG.M"  DELIMITED BY SIZE
                      WS-CAND-ANIO  DELIMITED BY SIZE
                      WS-CAND-MES   DELIMITED BY SIZE
                      ".DAT"        DELIMITED BY SIZE
                   INTO WS-NOMBRE-AUDIT
               PERFORM 320-LEE-ARCHIVO-AUDITORIA
           END-IF.
           PERFORM RESTA-UN-DIA.

       320-LEE-ARCHIVO-AUDITORIA.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDITLOG-NO-EXISTE
               NEXT SENTENCE
           ELSE
               ADD 1 TO WS-ARCHIVOS-AUDITORIA
               PERFORM 325-LEE-AUDITORIA UNTIL AUDITLOG-EOF
               CLOSE AUDIT-LOG-FILE
           END-IF.

       325-LEE-AUDITORIA.
           READ AUDIT-LOG-FILE
               AT END
                   SET AUDITLOG-EOF TO TRUE
               NOT AT END
                   IF ALG-DETALLE
                       AND ALG-PROGRAMA = "51-PROGRAMA"
                       AND ALG-TIMESTAMP (1:8) NOT < WS-DESDE
                       AND ALG-TIMESTAMP (1:8) NOT > WS-HASTA
                       PERFORM 330-SIGUE-CAPTURA
                   END-IF
           END-READ.

      *-LA CLAVE TECLEADA QUEDA PENDIENTE EN EL OPERADOR; LA CAPTURA
      *-CUENTA CUANDO LLEGA A LA DESCRIPCION, QUE ES LO ULTIMO QUE SE
      *-PIDE ANTES DE GRABAR.
       330-SIGUE-CAPTURA.
           MOVE ALG-OPERADOR TO WS-OPERADOR-BUSCA.
           PERFORM 800-LOCALIZA-OPERADOR.
           IF WS-IDX-HALLADO > ZERO
               EVALUATE ALG-CAMPO
                   WHEN "TRX-CLAVE"
                       MOVE ALG-VALOR (1:10)
                           TO OPT-ULTIMA-CLAVE (WS-IDX-HALLADO)
                   WHEN "TRX-DESCRIP"
                       IF OPT-ULTIMA-CLAVE (WS-IDX-HALLADO)
                           NOT = SPACES
                           PERFORM 335-ANOTA-CAPTURA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       335-ANOTA-CAPTURA.
           IF WS-CANTIDAD-CAPTURAS < 5000
               ADD 1 TO WS-CANTIDAD-CAPTURAS
               MOVE WS-CANTIDAD-CAPTURAS TO WS-IDX-CAP
               MOVE OPT-ULTIMA-CLAVE (WS-IDX-HALLADO)
                   TO CTB-CLAVE (WS-IDX-CAP)
               MOVE WS-IDX-HALLADO TO CTB-OPERADOR (WS-IDX-CAP)
               MOVE "N"            TO CTB-HALLADA (WS-IDX-CAP)
           ELSE
               ADD 1 TO WS-CAPTURAS-FUERA
           END-IF.
           MOVE SPACES TO OPT-ULTIMA-CLAVE (WS-IDX-HALLADO).

      *-----------------------------------------------------------------
      * 400-CARGA-TRANSACCIONES - TRANSACCIONES.DAT y los cortes
      * diarios del periodo: cada transaccion grabada cuya clave
      * capturo un operador segun la auditoria se le acredita; las
      * demas (cargas por lote, capturas fuera del periodo) quedan
      * como sin operador.
      *-----------------------------------------------------------------
       400-CARGA-TRANSACCIONES.
           MOVE "TRANSACCIONES.DAT" TO WS-NOMBRE-TRANSAC.
           PERFORM 420-LEE-ARCHIVO-TRANSAC.
           MOVE WS-HASTA TO WS-FECHA-CAND-N.
           PERFORM 410-TRANSACCIONES-DEL-DIA
               UNTIL WS-FECHA-CAND-N < WS-DESDE.
           PERFORM 440-CUENTA-SIN-GRABAR
               VARYING WS-IDX-CAP FROM 1 BY 1
               UNTIL WS-IDX-CAP > WS-CANTIDAD-CAPTURAS.

       410-TRANSACCIONES-DEL-DIA.
           MOVE SPACES TO WS-NOMBRE-TRANSAC.
           STRING "TRANSACCIONES.D" DELIMITED BY SIZE
                  WS-FECHA-CAND-N   DELIMITED BY SIZE
                  ".DAT"            DELIMITED BY SIZE
               INTO WS-NOMBRE-TRANSAC.
           PERFORM 420-LEE-ARCHIVO-TRANSAC.
           PERFORM RESTA-UN-DIA.

       420-LEE-ARCHIVO-TRANSAC.
           OPEN INPUT TRANSACCIONES-FILE.
           IF TRANSACCIONES-NO-EXISTE
               NEXT SENTENCE
           ELSE
               ADD 1 TO WS-ARCHIVOS-TRANSAC
               PERFORM 425-LEE-TRANSACCION UNTIL TRANSACCIONES-EOF
               CLOSE TRANSACCIONES-FILE
           END-IF.

       425-LEE-TRANSACCION.
           READ TRANSACCIONES-FILE
               AT END
                   SET TRANSACCIONES-EOF TO TRUE
               NOT AT END
                   IF TRT-MARCA NOT = "**TRAILER*"
                       ADD 1 TO WS-TRX-LEIDAS
                       PERFORM 430-ACREDITA-TRANSACCION
                   END-IF
           END-READ.

       430-ACREDITA-TRANSACCION.
           MOVE ZERO TO WS-IDX-CAP-HALLADO.
           PERFORM 435-COMPARA-CAPTURA
               VARYING WS-IDX-CAP FROM 1 BY 1
               UNTIL WS-IDX-CAP > WS-CANTIDAD-CAPTURAS
                   OR WS-IDX-CAP-HALLADO > ZERO.
           IF WS-IDX-CAP-HALLADO > ZERO
               MOVE "S" TO CTB-HALLADA (WS-IDX-CAP-HALLADO)
               MOVE CTB-OPERADOR (WS-IDX-CAP-HALLADO) TO WS-IDX
               ADD 1 TO OPT-TRANSACCIONES (WS-IDX)
           ELSE
               ADD 1 TO WS-TRX-SIN-OPERADOR
           END-IF.

       435-COMPARA-CAPTURA.
           IF CTB-CLAVE (WS-IDX-CAP) = TRX-CLAVE
               AND CTB-HALLADA (WS-IDX-CAP) = "N"
               MOVE WS-IDX-CAP TO WS-IDX-CAP-HALLADO
           END-IF.

      *-UNA CAPTURA AUDITADA QUE NO LLEGO A GRABARSE (UNA REVERSA SIN
      *-ORIGINAL QUE SE DESCARTO) NO CUENTA COMO TRANSACCION.
       440-CUENTA-SIN-GRABAR.
           IF CTB-HALLADA (WS-IDX-CAP) = "N"
               ADD 1 TO WS-CAPTURAS-SIN-TRX
           END-IF.

      *-----------------------------------------------------------------
      * 450-CARGA-PAGOS - los pagos de caja tecleados en el periodo,
      * del vivo y del archivo historico; las reversas, reembolsos y
      * retenciones no son captura del operador.
      *-----------------------------------------------------------------
       450-CARGA-PAGOS.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 455-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.
           OPEN INPUT PAGOS-ARCH-FILE.
           IF PAGARCH-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 460-LEE-PAGO-ARCH UNTIL PAGARCH-EOF
               CLOSE PAGOS-ARCH-FILE
           END-IF.

       455-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   PERFORM 465-EVALUA-PAGO
           END-READ.

       460-LEE-PAGO-ARCH.
           READ PAGOS-ARCH-FILE
               AT END
                   SET PAGARCH-EOF TO TRUE
               NOT AT END
                   MOVE PAGO-ARCH-RECORD TO PAGO-RECORD
                   PERFORM 465-EVALUA-PAGO
           END-READ.

       465-EVALUA-PAGO.
           IF PGT-MARCA NOT = 9999999
               AND PAG-FECHA NOT < WS-DESDE
               AND PAG-FECHA NOT > WS-HASTA
               AND (PAG-PARCIAL OR PAG-SALDA)
               AND PAG-METODO-CAJA
               MOVE PAG-OPERADOR TO WS-OPERADOR-BUSCA
               PERFORM 800-LOCALIZA-OPERADOR
               IF WS-IDX-HALLADO > ZERO
                   ADD 1 TO OPT-PAGOS (WS-IDX-HALLADO)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 500-CARGA-JOURNAL - cada alta, cambio o baja de cliente del
      * periodo en CLIJRNL.DAT es un cliente mantenido por quien lo
      * firmo.
      *-----------------------------------------------------------------
       500-CARGA-JOURNAL.
           OPEN INPUT CLIENTES-JOURNAL-FILE.
           IF CLIJRNL-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 505-LEE-JOURNAL UNTIL CLIJRNL-EOF
               CLOSE CLIENTES-JOURNAL-FILE
           END-IF.

       505-LEE-JOURNAL.
           READ CLIENTES-JOURNAL-FILE
               AT END
                   SET CLIJRNL-EOF TO TRUE
               NOT AT END
                   IF CJR-TIMESTAMP (1:8) NOT < WS-DESDE
                       AND CJR-TIMESTAMP (1:8) NOT > WS-HASTA
                       MOVE CJR-OPERADOR TO WS-OPERADOR-BUSCA
                       PERFORM 800-LOCALIZA-OPERADOR
                       IF WS-IDX-HALLADO > ZERO
                           ADD 1 TO OPT-CLIENTES (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 550-CARGA-EXCEPCIONES - las excepciones que levanto la captura
      * de cada operador en el periodo, y las que el supervisor tuvo
      * que marcar corregidas en 28-PROGRAMA. Las de procesos sin
      * operador traen EXC-OPERADOR en espacios.
      *-----------------------------------------------------------------
       550-CARGA-EXCEPCIONES.
           OPEN INPUT EXCEPCION-FILE.
           IF EXCEPCION-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 555-LEE-EXCEPCION UNTIL EXCEPCION-EOF
               CLOSE EXCEPCION-FILE
           END-IF.

       555-LEE-EXCEPCION.
           READ EXCEPCION-FILE
               AT END
                   SET EXCEPCION-EOF TO TRUE
               NOT AT END
                   IF EXC-PROGRAMA NOT = "**TRAILER**"
                       AND EXC-OPERADOR NOT = SPACES
                       AND EXC-TIMESTAMP (1:8) NOT < WS-DESDE
                       AND EXC-TIMESTAMP (1:8) NOT > WS-HASTA
                       MOVE EXC-OPERADOR TO WS-OPERADOR-BUSCA
                       PERFORM 800-LOCALIZA-OPERADOR
                       PERFORM 560-ACUMULA-EXCEPCION
                   END-IF
           END-READ.

       560-ACUMULA-EXCEPCION.
           IF WS-IDX-HALLADO > ZERO
               ADD 1 TO OPT-EXCEPCIONES (WS-IDX-HALLADO)
               IF EXC-CORREGIDA
                   ADD 1 TO OPT-CORRECCIONES (WS-IDX-HALLADO)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 600-CARGA-SESIONES - las sesiones de captura del periodo y
      * las que cerraron descuadradas.
      *-----------------------------------------------------------------
       600-CARGA-SESIONES.
           OPEN INPUT SESION-RECONCIL-FILE.
           IF SESREC-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 605-LEE-SESION UNTIL SESREC-EOF
               CLOSE SESION-RECONCIL-FILE
           END-IF.

       605-LEE-SESION.
           READ SESION-RECONCIL-FILE
               AT END
                   SET SESREC-EOF TO TRUE
               NOT AT END
                   IF SES-FECHA NOT < WS-DESDE
                       AND SES-FECHA NOT > WS-HASTA
                       MOVE SES-OPERADOR TO WS-OPERADOR-BUSCA
                       PERFORM 800-LOCALIZA-OPERADOR
                       PERFORM 610-ACUMULA-SESION
                   END-IF
           END-READ.

       610-ACUMULA-SESION.
           IF WS-IDX-HALLADO > ZERO
               ADD 1 TO OPT-SESIONES (WS-IDX-HALLADO)
               IF SES-DESCUADRADA
                   ADD 1 TO OPT-DESCUADRES (WS-IDX-HALLADO)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 700-IMPRIME-REPORTE - primero los totales del equipo (el
      * promedio contra el que se compara a cada uno), luego un
      * renglon por operador con actividad o activo en el maestro, y
      * al final lo que no se pudo atribuir.
      *-----------------------------------------------------------------
       700-IMPRIME-REPORTE.
           MOVE ZERO TO WS-TOT-TRANSACCIONES WS-TOT-PAGOS
                        WS-TOT-CLIENTES WS-TOT-EXCEPCIONES
                        WS-TOT-CORRECCIONES WS-TOT-DESCUADRES
                        WS-TASA-EQUIPO WS-SENALADOS.
           PERFORM 705-SUMA-EQUIPO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-OPERADORES.
           COMPUTE WS-TOT-MOVIMIENTOS = WS-TOT-TRANSACCIONES
               + WS-TOT-PAGOS + WS-TOT-CLIENTES.
           COMPUTE WS-TOT-ERRORES = WS-TOT-EXCEPCIONES
               + WS-TOT-DESCUADRES.
           IF WS-TOT-MOVIMIENTOS > ZERO
               COMPUTE WS-TASA-EQUIPO ROUNDED =
                   WS-TOT-ERRORES * 100 / WS-TOT-MOVIMIENTOS
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           PERFORM 710-ENCABEZADO.
           PERFORM 720-RENGLON-OPERADOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-OPERADORES.
           PERFORM 790-RESUMEN-CONTROL.
           CLOSE REPORTE-FILE.

       705-SUMA-EQUIPO.
           ADD OPT-TRANSACCIONES (WS-IDX) TO WS-TOT-TRANSACCIONES.
           ADD OPT-PAGOS (WS-IDX)         TO WS-TOT-PAGOS.
           ADD OPT-CLIENTES (WS-IDX)      TO WS-TOT-CLIENTES.
           ADD OPT-EXCEPCIONES (WS-IDX)   TO WS-TOT-EXCEPCIONES.
           ADD OPT-CORRECCIONES (WS-IDX)  TO WS-TOT-CORRECCIONES.
           ADD OPT-DESCUADRES (WS-IDX)    TO WS-TOT-DESCUADRES.

       710-ENCABEZADO.
           MOVE ALL "=" TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           IF PERIODO-SEMANAL
               STRING "PRODUCTIVIDAD Y ERRORES POR OPERADOR - SEMANA "
                          DELIMITED BY SIZE
                   INTO WS-LINEA
           ELSE
               STRING "PRODUCTIVIDAD Y ERRORES POR OPERADOR - MES "
                          DELIMITED BY SIZE
                      WS-DESDE (1:6) DELIMITED BY SIZE
                   INTO WS-LINEA
           END-IF.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "DEL " DELIMITED BY SIZE
                  WS-DESDE DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WS-HASTA DELIMITED BY SIZE
                  "   FECHA DE NEGOCIO " DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-TASA-EQUIPO TO WS-ED-TASA.
           MOVE WS-PCT-UMBRAL  TO WS-ED-UMBRAL.
           STRING "PROMEDIO DEL EQUIPO: " DELIMITED BY SIZE
                  WS-ED-TASA DELIMITED BY SIZE
                  " ERRORES POR CADA 100   UMBRAL ERRORPCT: "
                      DELIMITED BY SIZE
                  WS-ED-UMBRAL DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "OPERADOR NOMBRE           TRX PAGOS CLIEN"
                      DELIMITED BY SIZE
                  " EXCEP CORRE DESC  TASA  VS EQ"
                      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.

      *-----------------------------------------------------------------
      * 720-RENGLON-OPERADOR - la tasa es de excepciones mas sesiones
      * descuadradas por cada cien movimientos (transacciones, pagos
      * y clientes); quien tuvo errores sin movimientos sale sin tasa
      * pero señalado.
      *-----------------------------------------------------------------
       720-RENGLON-OPERADOR.
           COMPUTE WS-MOVIMIENTOS = OPT-TRANSACCIONES (WS-IDX)
               + OPT-PAGOS (WS-IDX) + OPT-CLIENTES (WS-IDX).
           COMPUTE WS-ERRORES = OPT-EXCEPCIONES (WS-IDX)
               + OPT-DESCUADRES (WS-IDX).
           IF WS-MOVIMIENTOS > ZERO
               OR WS-ERRORES > ZERO
               OR OPT-SESIONES (WS-IDX) > ZERO
               OR OPT-ACTIVO (WS-IDX) = "S"
               PERFORM 725-ARMA-RENGLON
               PERFORM 780-ESCRIBE-LINEA
           END-IF.

       725-ARMA-RENGLON.
           MOVE SPACES                     TO WS-LINEA.
           MOVE OPT-ID (WS-IDX)            TO LOP-ID.
           MOVE OPT-NOMBRE (WS-IDX)        TO LOP-NOMBRE.
           MOVE OPT-TRANSACCIONES (WS-IDX) TO LOP-TRANSAC.
           MOVE OPT-PAGOS (WS-IDX)         TO LOP-PAGOS.
           MOVE OPT-CLIENTES (WS-IDX)      TO LOP-CLIENTES.
           MOVE OPT-EXCEPCIONES (WS-IDX)   TO LOP-EXCEPCIONES.
           MOVE OPT-CORRECCIONES (WS-IDX)  TO LOP-CORRECCIONES.
           MOVE OPT-DESCUADRES (WS-IDX)    TO LOP-DESCUADRES.
           IF WS-MOVIMIENTOS > ZERO
               COMPUTE WS-TASA-OPERADOR ROUNDED =
                   WS-ERRORES * 100 / WS-MOVIMIENTOS
               COMPUTE WS-DIFERENCIA-TASA =
                   WS-TASA-OPERADOR - WS-TASA-EQUIPO
               MOVE WS-TASA-OPERADOR   TO LOP-TASA
               MOVE WS-DIFERENCIA-TASA TO LOP-DIFERENCIA
               IF WS-TASA-OPERADOR > WS-PCT-UMBRAL
                   MOVE "*ALTO*" TO LOP-MARCA
                   ADD 1 TO WS-SENALADOS
               END-IF
           ELSE
               MOVE "   S/M" TO LOP-TASA-X
               MOVE SPACES   TO LOP-DIFERENCIA-X
               IF WS-ERRORES > ZERO
                   MOVE "*ALTO*" TO LOP-MARCA
                   ADD 1 TO WS-SENALADOS
               END-IF
           END-IF.

       780-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-PRODUCTIVIDAD-RECORD.
           WRITE REPORTE-PRODUCTIVIDAD-RECORD.

      *-----------------------------------------------------------------
      * 790-RESUMEN-CONTROL - los totales del equipo y lo leido que no
      * se pudo atribuir a un operador del maestro.
      *-----------------------------------------------------------------
       790-RESUMEN-CONTROL.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES                TO WS-LINEA.
           MOVE "EQUIPO"              TO LOP-ID.
           MOVE WS-TOT-TRANSACCIONES  TO LOP-TRANSAC.
           MOVE WS-TOT-PAGOS          TO LOP-PAGOS.
           MOVE WS-TOT-CLIENTES       TO LOP-CLIENTES.
           MOVE WS-TOT-EXCEPCIONES    TO LOP-EXCEPCIONES.
           MOVE WS-TOT-CORRECCIONES   TO LOP-CORRECCIONES.
           MOVE WS-TOT-DESCUADRES     TO LOP-DESCUADRES.
           MOVE WS-TASA-EQUIPO        TO LOP-TASA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-SENALADOS TO WS-ED-CANTIDAD.
           STRING "OPERADORES SOBRE EL UMBRAL:          "
                      DELIMITED BY SIZE
                  WS-ED-CANTIDAD DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-TRX-LEIDAS TO WS-ED-CANTIDAD.
           STRING "TRANSACCIONES GRABADAS LEIDAS:       "
                      DELIMITED BY SIZE
                  WS-ED-CANTIDAD DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-TRX-SIN-OPERADOR TO WS-ED-CANTIDAD.
           STRING "  SIN CAPTURA AUDITADA EN EL PERIODO:"
                      DELIMITED BY SIZE
                  WS-ED-CANTIDAD DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-CAPTURAS-SIN-TRX TO WS-ED-CANTIDAD.
           STRING "CAPTURAS AUDITADAS NO GRABADAS:      "
                      DELIMITED BY SIZE
                  WS-ED-CANTIDAD DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-SIN-OPERADOR TO WS-ED-CANTIDAD.
           STRING "RENGLONES DE ID FUERA DEL MAESTRO:   "
                      DELIMITED BY SIZE
                  WS-ED-CANTIDAD DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           IF WS-OPERADORES-FUERA > ZERO
               OR WS-CAPTURAS-FUERA > ZERO
               MOVE SPACES TO WS-LINEA
               STRING "NO CUPIERON EN TABLA: OPERADORES "
                          DELIMITED BY SIZE
                      WS-OPERADORES-FUERA DELIMITED BY SIZE
                      " CAPTURAS " DELIMITED BY SIZE
                      WS-CAPTURAS-FUERA DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 780-ESCRIBE-LINEA
           END-IF.

      *-----------------------------------------------------------------
      * 800-LOCALIZA-OPERADOR - deja en WS-IDX-HALLADO la entrada de
      * WS-OPERADOR-BUSCA (cero si el ID no esta en el maestro, y se
      * cuenta como renglon sin operador).
      *-----------------------------------------------------------------
       800-LOCALIZA-OPERADOR.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 810-COMPARA-OPERADOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-OPERADORES
                   OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO = ZERO
               ADD 1 TO WS-SIN-OPERADOR
           END-IF.

       810-COMPARA-OPERADOR.
           IF OPT-ID (WS-IDX) = WS-OPERADOR-BUSCA
               MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * RESTA-UN-DIA / DIAS-DEL-MES - vienen de RESTADIA.CPY: retroceden
      * WS-FECHA-CAND un dia de calendario.
      *-----------------------------------------------------------------
           COPY RESTADIA.

      ** add other procedures here
       END PROGRAM F6-PROGRAMA.
