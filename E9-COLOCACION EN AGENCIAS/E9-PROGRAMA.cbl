      ******************************************************************
      * Author:
      * Date:
      * Purpose: Colocacion nocturna de cuentas con agencias de
      *          cobranza externas: el cliente que sigue en el ultimo
      *          nivel de cobranza (COBRANZA.DAT, COB-FECHA-FINAL)
      *          desde hace AGEDIAS dias o mas (TASAS.DAT), con saldo
      *          abierto y sin ninguna factura en disputa abierta
      *          (DISPUTAS.DAT) ni con plan de pago activo
      *          (PLANPAGO.DAT), se coloca con la agencia activa
      *          (AGENCIAS.DAT) que tiene menos cuentas activas. La
      *          colocacion queda en COLOCA.DAT, que es la marca con
      *          que las cartas (63-PROGRAMA) dejan de cobrarle, y sale
      *          a las agencias en AGCOLOCA.DAT con el saldo, la
      *          direccion y el detalle de sus facturas abiertas. Una
      *          colocacion activa cuyo cliente ya no debe nada queda
      *          como saldada. El saldo sale de FACTURAS.DAT y
      *          PAGOS.DAT con el mismo ordenamiento de las cartas.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. E9-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT COBRANZA-FILE
               ASSIGN TO "COBRANZA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CLIENTE
               FILE STATUS IS WS-COBRANZA-STATUS.

           SELECT COLOCA-FILE
               ASSIGN TO "COLOCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CLIENTE
               FILE STATUS IS WS-COLOCA-STATUS.

           SELECT AGENCIAS-FILE
               ASSIGN TO "AGENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CODIGO
               FILE STATUS IS WS-AGENCIAS-STATUS.

           SELECT PLAN-PAGO-FILE
               ASSIGN TO "PLANPAGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-FACTURA
               FILE STATUS IS WS-PLANPAGO-STATUS.

           SELECT DISPUTA-FILE
               ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-FACTURA
               FILE STATUS IS WS-DISPUTA-STATUS.

           SELECT DIRECCIONES-FILE
               ASSIGN TO "DIRECCIONES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIRECCIONES-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWKE9.DAT".

           SELECT AGCOLOCA-FILE
               ASSIGN TO "AGCOLOCA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGCOLOCA-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  COBRANZA-FILE
           LABEL RECORD IS STANDARD.
           COPY COBRANZA.

       FD  COLOCA-FILE
           LABEL RECORD IS STANDARD.
           COPY COLOCA.

       FD  AGENCIAS-FILE
           LABEL RECORD IS STANDARD.
           COPY AGENCIA.

       FD  PLAN-PAGO-FILE
           LABEL RECORD IS STANDARD.
           COPY PLANPAGO.

       FD  DISPUTA-FILE
           LABEL RECORD IS STANDARD.
           COPY DISPUTA.

       FD  DIRECCIONES-FILE
           LABEL RECORD IS STANDARD.
           COPY DIRECCION.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

      *-LEGAJOS DEL ORDENAMIENTO, IGUALES A LOS DE LAS CARTAS
      *-(63-PROGRAMA): FACTURA TIPO 1, APLICACION TIPO 2.
       SD  SORT-WORK-FILE.
       01  SORT-COLOCA-RECORD.
           05  SRC-CLIENTE         PIC 9(7).
           05  SRC-FACTURA         PIC 9(7).
           05  SRC-TIPO            PIC 9.
           05  SRC-FECHA           PIC 9(8).
           05  SRC-IMPORTE         PIC S9(9)V99.

       FD  AGCOLOCA-FILE
           LABEL RECORD IS STANDARD.
           COPY AGCOLOCA.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE COBRANZA-FILE: VIENE DE COBRASTS.CPY.
           COPY COBRASTS.

      *-FILE STATUS/88-LEVEL DE COLOCA-FILE: VIENE DE COLSTS.CPY.
           COPY COLSTS.

      *-FILE STATUS/88-LEVEL DE AGENCIAS-FILE: VIENE DE AGESTS.CPY.
           COPY AGESTS.

      *-FILE STATUS/88-LEVEL DE PLAN-PAGO-FILE: VIENE DE PLANSTS.CPY.
           COPY PLANSTS.

      *-FILE STATUS/88-LEVEL DE DISPUTA-FILE: VIENE DE DSPSTS.CPY.
           COPY DSPSTS.

      *-FILE STATUS/88-LEVEL DE DIRECCIONES-FILE: VIENE DE DIRSTS.CPY.
           COPY DIRSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

       01  WS-AGCOLOCA-STATUS PIC XX.
           88  AGCOLOCA-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FECHA OFICIAL DE NEGOCIO Y SUS PARTES PARA CONTAR LOS DIAS EN
      *-EL ULTIMO NIVEL (MESES DE 30 DIAS, LA CONVENCION DE CARTERA).
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

       01  WS-FECHA-FINAL PIC 9(8) VALUE ZERO.
       01  WS-FECHA-FINAL-PARTES REDEFINES WS-FECHA-FINAL.
           05  WS-FIN-ANIO PIC 9(4).
           05  WS-FIN-MES  PIC 99.
           05  WS-FIN-DIA  PIC 99.
       01  WS-DIAS-EN-FINAL PIC S9(7) VALUE ZERO.

      *-DIAS EN EL ULTIMO NIVEL ANTES DE COLOCAR LA CUENTA (CODIGO
      *-AGEDIAS DE TASAS.DAT, CON LA REGLA DE FECHA EFECTIVA DE
      *-SIEMPRE); SIN RENGLON SE CONSERVAN LOS DE ARRANQUE.
       01  WS-DIAS-COLOCACION PIC 9(5) VALUE 30.
       01  WS-EF-DIAS         PIC 9(8) VALUE ZERO.

      *-AGENCIAS DEL MAESTRO CON LAS CUENTAS ACTIVAS QUE YA TIENEN Y
      *-LAS QUE RECIBEN ESTA NOCHE; SOLO LAS ACTIVAS RECIBEN.
       01  WS-CANTIDAD-AGENCIAS PIC 9(3) VALUE ZERO.
       01  WS-AGENCIAS-ACTIVAS  PIC 9(3) VALUE ZERO.
       01  WS-TABLA-AGENCIAS.
           05  WS-AGENCIA-ENT OCCURS 50 TIMES.
               10  AGN-CODIGO      PIC X(4).
               10  AGN-ACTIVA-SW   PIC X.
                   88  AGN-ACTIVA  VALUE "S".
               10  AGN-CUENTAS     PIC 9(7).
               10  AGN-NUEVAS      PIC 9(7).
               10  AGN-SALDO-NUEVO PIC S9(9)V99.

       01  WS-IDX-AGE     PIC 9(3) VALUE ZERO.
       01  WS-AGE-ELEGIDA PIC 9(3) VALUE ZERO.

      *-CANDIDATOS: CLIENTES EN EL ULTIMO NIVEL DESDE HACE LOS DIAS
      *-DE COLOCACION, EN ORDEN DE CLIENTE, CON LA FECHA EN QUE
      *-LLEGARON Y SU DIRECCION VIGENTE (LA ULTIMA GRABADA GANA).
       01  WS-CANTIDAD-CANDIDATOS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-CANDIDATOS.
           05  WS-CANDIDATO-ENT OCCURS 2000 TIMES.
               10  CND-CLIENTE     PIC 9(7).
               10  CND-FECHA-FINAL PIC 9(8).
               10  CND-DIR-SW      PIC X.
                   88  CND-CON-DIRECCION VALUE "S".
               10  CND-CALLE       PIC X(30).
               10  CND-CIUDAD      PIC X(20).
               10  CND-CP          PIC X(5).
               10  CND-TELEFONO    PIC X(10).

       01  WS-IDX-CND     PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-CLIENTE-BUSCA PIC 9(7) VALUE ZERO.

      *-FACTURAS ABIERTAS DEL CLIENTE EN CURSO, PARA EL DETALLE DE LA
      *-COLOCACION.
       01  WS-CANTIDAD-FACT-CLI PIC 9(3) VALUE ZERO.
       01  WS-TABLA-FACT-CLI.
           05  WS-FACT-CLI-ENT OCCURS 100 TIMES.
               10  FCL-NUMERO      PIC 9(7).
               10  FCL-FECHA       PIC 9(8).
               10  FCL-TOTAL       PIC S9(7)V99.
               10  FCL-SALDO       PIC S9(9)V99.

       01  WS-IDX-FCL PIC 9(3) VALUE ZERO.
       01  WS-FACTURAS-FUERA PIC 9(5) VALUE ZERO.

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88  SORT-EOF VALUE "S".

       01  WS-FACT-EOF-SW PIC X VALUE "N".
           88  ENTRADA-EOF VALUE "S".

      *-CORTES DE CONTROL: CLIENTE Y FACTURA EN CURSO CON SU SALDO
      *-NETEADO.
       01  WS-CLIENTE-ACTUAL PIC 9(7) VALUE ZERO.
       01  WS-FACTURA-ACTUAL PIC 9(7) VALUE ZERO.
       01  WS-SALDO-FACTURA  PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-FACTURA  PIC S9(7)V99 VALUE ZERO.
       01  WS-FECHA-FACTURA  PIC 9(8) VALUE ZERO.
       01  WS-SALDO-CLIENTE  PIC S9(9)V99 VALUE ZERO.

       01  WS-HAY-CLIENTE-SW PIC X VALUE "N".
           88  HAY-CLIENTE-ABIERTO VALUE "S".

       01  WS-HAY-FACTURA-SW PIC X VALUE "N".
           88  HAY-FACTURA-ABIERTA VALUE "S".

      *-UNA FACTURA ABIERTA DEL CLIENTE CON DISPUTA ABIERTA O CON
      *-PLAN DE PAGO ACTIVO LO SACA DE LA COLOCACION.
       01  WS-BLOQUEO-SW PIC X VALUE "N".
           88  CLIENTE-BLOQUEADO VALUE "S".

       01  WS-HAY-PLANES-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-PLANES VALUE "S".

       01  WS-HAY-DISPUTAS-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-DISPUTAS VALUE "S".

       01  WS-HAY-COLOCACION-SW PIC X VALUE "N".
           88  HAY-COLOCACION VALUE "S".

       01  WS-NOMBRE-CLIENTE PIC X(36) VALUE SPACES.

      *-CONTROLES DE LA CORRIDA Y TOTALES DEL TRAILER.
       01  WS-CONTADOR-COLOCADAS   PIC 9(7)     VALUE ZERO.
       01  WS-CONTADOR-FACTURAS    PIC 9(7)     VALUE ZERO.
       01  WS-TOTAL-COLOCADO       PIC 9(9)V99  VALUE ZERO.
       01  WS-CONTADOR-YA-COLOCADAS PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-SALDADAS    PIC 9(7)     VALUE ZERO.
       01  WS-CONTADOR-BLOQUEADAS  PIC 9(7)     VALUE ZERO.
       01  WS-CONTADOR-SIN-AGENCIA PIC 9(7)     VALUE ZERO.
       01  WS-CONTADOR-SIN-DIR     PIC 9(7)     VALUE ZERO.
       01  WS-CANDIDATOS-FUERA     PIC 9(5)     VALUE ZERO.
       01  WS-AGENCIAS-FUERA       PIC 9(5)     VALUE ZERO.

       01  WS-ED-IMPORTE PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 050-CARGA-TASA-DIAS.
           PERFORM 060-CARGA-AGENCIAS.
           PERFORM 070-ABRE-COLOCA.
           PERFORM 080-CARGA-CANDIDATOS.
           IF WS-CANTIDAD-CANDIDATOS > ZERO
               PERFORM 090-CARGA-DIRECCIONES
           END-IF.

           OPEN INPUT CLIENTES-FILE.
           PERFORM 095-ABRE-PLANES.
           PERFORM 097-ABRE-DISPUTAS.

           OPEN OUTPUT AGCOLOCA-FILE.
           MOVE SPACES           TO AGCOLOCA-RECORD.
           MOVE "H"              TO AGH-TIPO.
           MOVE WS-FECHA-NEGOCIO TO AGH-FECHA.
           WRITE AGCOLOCA-RECORD.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRC-CLIENTE SRC-FACTURA SRC-TIPO
               INPUT PROCEDURE IS 100-SUELTA-MOVIMIENTOS
               OUTPUT PROCEDURE IS 200-COLOCA-CUENTAS.

           MOVE SPACES               TO AGCOLOCA-RECORD.
           MOVE "T"                  TO AGT-TIPO.
           MOVE WS-CONTADOR-COLOCADAS TO AGT-CUENTAS.
           MOVE WS-CONTADOR-FACTURAS TO AGT-FACTURAS.
           MOVE WS-TOTAL-COLOCADO    TO AGT-TOTAL.
           WRITE AGCOLOCA-RECORD.
           CLOSE AGCOLOCA-FILE.

           IF NOT CLIENTES-NO-EXISTE
               CLOSE CLIENTES-FILE
           END-IF.
           IF HAY-ARCHIVO-PLANES
               CLOSE PLAN-PAGO-FILE
           END-IF.
           IF HAY-ARCHIVO-DISPUTAS
               CLOSE DISPUTA-FILE
           END-IF.
           CLOSE COLOCA-FILE.

           PERFORM 900-TOTALES.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASA-DIAS - lee de TASAS.DAT el codigo AGEDIAS con
      * la regla de fecha efectiva de siempre; sin renglon, los dias
      * de arranque del programa se conservan.
      *-----------------------------------------------------------------
       050-CARGA-TASA-DIAS.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 055-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

       055-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO = "AGEDIAS"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-DIAS
                       MOVE TAS-VALOR TO WS-DIAS-COLOCACION
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-DIAS
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 060-CARGA-AGENCIAS - el maestro de agencias en la tabla, con
      * su bandera de activa; sin maestro no hay a quien colocar.
      *-----------------------------------------------------------------
       060-CARGA-AGENCIAS.
           OPEN INPUT AGENCIAS-FILE.
           IF AGENCIAS-NO-EXISTE
               DISPLAY "NO EXISTE AGENCIAS.DAT; NO HAY AGENCIAS A "
                   "QUIEN COLOCAR CUENTAS."
           ELSE
               MOVE LOW-VALUES TO AGE-CODIGO
               START AGENCIAS-FILE KEY NOT < AGE-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 065-LEE-AGENCIA UNTIL AGENCIAS-EOF
               END-START
               CLOSE AGENCIAS-FILE
           END-IF.

       065-LEE-AGENCIA.
           READ AGENCIAS-FILE NEXT RECORD
               AT END
                   SET AGENCIAS-EOF TO TRUE
               NOT AT END
                   IF WS-CANTIDAD-AGENCIAS < 50
                       ADD 1 TO WS-CANTIDAD-AGENCIAS
                       MOVE WS-CANTIDAD-AGENCIAS TO WS-IDX-AGE
                       MOVE AGE-CODIGO TO AGN-CODIGO (WS-IDX-AGE)
                       MOVE AGE-ACTIVA TO AGN-ACTIVA-SW (WS-IDX-AGE)
                       MOVE ZERO TO AGN-CUENTAS (WS-IDX-AGE)
                       MOVE ZERO TO AGN-NUEVAS (WS-IDX-AGE)
                       MOVE ZERO TO AGN-SALDO-NUEVO (WS-IDX-AGE)
                       IF AGE-ESTA-ACTIVA
                           ADD 1 TO WS-AGENCIAS-ACTIVAS
                       END-IF
                   ELSE
                       ADD 1 TO WS-AGENCIAS-FUERA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 070-ABRE-COLOCA - abre las colocaciones I-O, creandolas vacias
      * la primera vez, y cuenta las cuentas activas de cada agencia
      * para repartir las nuevas entre las que tienen menos.
      *-----------------------------------------------------------------
       070-ABRE-COLOCA.
           OPEN I-O COLOCA-FILE.
           IF COLOCA-NO-EXISTE
               OPEN OUTPUT COLOCA-FILE
               CLOSE COLOCA-FILE
               OPEN I-O COLOCA-FILE
           END-IF.
           MOVE ZERO TO COL-CLIENTE.
           START COLOCA-FILE KEY NOT < COL-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 075-LEE-COLOCACION UNTIL COLOCA-EOF
           END-START.

       075-LEE-COLOCACION.
           READ COLOCA-FILE NEXT RECORD
               AT END
                   SET COLOCA-EOF TO TRUE
               NOT AT END
                   IF COL-ACTIVA
                       PERFORM 077-CUENTA-AGENCIA
                           VARYING WS-IDX-AGE FROM 1 BY 1
                           UNTIL WS-IDX-AGE > WS-CANTIDAD-AGENCIAS
                   END-IF
           END-READ.

       077-CUENTA-AGENCIA.
           IF AGN-CODIGO (WS-IDX-AGE) = COL-AGENCIA
               ADD 1 TO AGN-CUENTAS (WS-IDX-AGE)
           END-IF.

      *-----------------------------------------------------------------
      * 080-CARGA-CANDIDATOS - recorre COBRANZA.DAT en orden de
      * cliente y guarda a los que siguen en el ultimo nivel desde
      * hace los dias de colocacion o mas.
      *-----------------------------------------------------------------
       080-CARGA-CANDIDATOS.
           OPEN INPUT COBRANZA-FILE.
           IF COBRANZA-NO-EXISTE
               DISPLAY "NO EXISTE COBRANZA.DAT; NINGUN CLIENTE ESTA "
                   "EN EL ULTIMO NIVEL DE COBRANZA."
           ELSE
               MOVE ZERO TO COB-CLIENTE
               START COBRANZA-FILE KEY NOT < COB-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 085-LEE-COBRANZA UNTIL COBRANZA-EOF
               END-START
               CLOSE COBRANZA-FILE
           END-IF.

       085-LEE-COBRANZA.
           READ COBRANZA-FILE NEXT RECORD
               AT END
                   SET COBRANZA-EOF TO TRUE
               NOT AT END
                   IF COB-NIVEL = 3
                       AND COB-FECHA-FINAL NOT = ZERO
                       PERFORM 087-EVALUA-CANDIDATO
                   END-IF
           END-READ.

       087-EVALUA-CANDIDATO.
           MOVE COB-FECHA-FINAL TO WS-FECHA-FINAL.
           COMPUTE WS-DIAS-EN-FINAL =
               (WS-HOY-ANIO - WS-FIN-ANIO) * 360
               + (WS-HOY-MES - WS-FIN-MES) * 30
               + (WS-HOY-DIA - WS-FIN-DIA).
           IF WS-DIAS-EN-FINAL >= WS-DIAS-COLOCACION
               IF WS-CANTIDAD-CANDIDATOS < 2000
                   ADD 1 TO WS-CANTIDAD-CANDIDATOS
                   MOVE WS-CANTIDAD-CANDIDATOS TO WS-IDX-CND
                   MOVE COB-CLIENTE     TO CND-CLIENTE (WS-IDX-CND)
                   MOVE COB-FECHA-FINAL TO CND-FECHA-FINAL (WS-IDX-CND)
                   MOVE "N"             TO CND-DIR-SW (WS-IDX-CND)
                   MOVE SPACES          TO CND-CALLE (WS-IDX-CND)
                   MOVE SPACES          TO CND-CIUDAD (WS-IDX-CND)
                   MOVE SPACES          TO CND-CP (WS-IDX-CND)
                   MOVE SPACES          TO CND-TELEFONO (WS-IDX-CND)
               ELSE
                   ADD 1 TO WS-CANDIDATOS-FUERA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 090-CARGA-DIRECCIONES - la direccion vigente de cada
      * candidato: la ultima grabada para su numero gana, igual que
      * en la consulta.
      *-----------------------------------------------------------------
       090-CARGA-DIRECCIONES.
           OPEN INPUT DIRECCIONES-FILE.
           IF DIRECCIONES-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 092-LEE-DIRECCION UNTIL DIRECCIONES-EOF
               CLOSE DIRECCIONES-FILE
           END-IF.

       092-LEE-DIRECCION.
           READ DIRECCIONES-FILE
               AT END
                   SET DIRECCIONES-EOF TO TRUE
               NOT AT END
                   MOVE DIR-CLIENTE TO WS-CLIENTE-BUSCA
                   PERFORM 270-BUSCA-CANDIDATO
                   IF WS-IDX-HALLADO > ZERO
                       MOVE "S"          TO CND-DIR-SW (WS-IDX-HALLADO)
                       MOVE DIR-CALLE    TO CND-CALLE (WS-IDX-HALLADO)
                       MOVE DIR-CIUDAD   TO CND-CIUDAD (WS-IDX-HALLADO)
                       MOVE DIR-CP       TO CND-CP (WS-IDX-HALLADO)
                       MOVE DIR-TELEFONO
                           TO CND-TELEFONO (WS-IDX-HALLADO)
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 095-ABRE-PLANES / 097-ABRE-DISPUTAS - abren los planes de
      * pago y el registro de disputas si ya existen; sin archivo
      * ninguna factura tiene plan ni disputa.
      *-----------------------------------------------------------------
       095-ABRE-PLANES.
           MOVE "N" TO WS-HAY-PLANES-SW.
           OPEN INPUT PLAN-PAGO-FILE.
           IF PLANPAGO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               SET HAY-ARCHIVO-PLANES TO TRUE
           END-IF.

       097-ABRE-DISPUTAS.
           MOVE "N" TO WS-HAY-DISPUTAS-SW.
           OPEN INPUT DISPUTA-FILE.
           IF DISPUTA-NO-EXISTE
               NEXT SENTENCE
           ELSE
               SET HAY-ARCHIVO-DISPUTAS TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 100-SUELTA-MOVIMIENTOS - igual que en las cartas: facturas
      * tipo 1, y pagos y referencias (creditos, recargos, castigos)
      * tipo 2 contra la factura a la que aplican.
      *-----------------------------------------------------------------
       100-SUELTA-MOVIMIENTOS.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               MOVE "N" TO WS-FACT-EOF-SW
               PERFORM 110-LEE-FACTURA UNTIL ENTRADA-EOF
               CLOSE FACTURAS-FILE
           END-IF.

           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 120-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.

       110-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET ENTRADA-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       AND FAC-CLIENTE NOT = ZERO
                       MOVE FAC-CLIENTE TO SRC-CLIENTE
                       IF FAC-REFERENCIA = ZERO
                           MOVE FAC-NUMERO TO SRC-FACTURA
                           MOVE 1          TO SRC-TIPO
                           MOVE FAC-FECHA  TO SRC-FECHA
                           MOVE FAC-TOTAL  TO SRC-IMPORTE
                       ELSE
                           MOVE FAC-REFERENCIA TO SRC-FACTURA
                           MOVE 2              TO SRC-TIPO
                           MOVE ZERO           TO SRC-FECHA
                           COMPUTE SRC-IMPORTE = ZERO - FAC-TOTAL
                       END-IF
                       RELEASE SORT-COLOCA-RECORD
                   END-IF
           END-READ.

       120-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   IF PAG-FACTURA NOT = 9999999
                       AND PAG-CLIENTE NOT = ZERO
                       MOVE PAG-CLIENTE TO SRC-CLIENTE
                       MOVE PAG-FACTURA TO SRC-FACTURA
                       MOVE 2           TO SRC-TIPO
                       MOVE ZERO        TO SRC-FECHA
                       MOVE PAG-IMPORTE TO SRC-IMPORTE
                       RELEASE SORT-COLOCA-RECORD
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-COLOCA-CUENTAS - procedimiento de salida del SORT: acumula
      * por cliente el saldo abierto y sus facturas abiertas, y al
      * cierre de cada cliente decide si se coloca, si su colocacion
      * ya quedo saldada o si se queda como esta.
      *-----------------------------------------------------------------
       200-COLOCA-CUENTAS.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 210-PROCESA-RENGLON UNTIL SORT-EOF.
           IF HAY-FACTURA-ABIERTA
               PERFORM 240-CIERRA-FACTURA
           END-IF.
           IF HAY-CLIENTE-ABIERTO
               PERFORM 250-CIERRA-CLIENTE
           END-IF.

       210-PROCESA-RENGLON.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 220-APLICA-RENGLON
           END-RETURN.

       220-APLICA-RENGLON.
           IF HAY-FACTURA-ABIERTA
               AND (SRC-CLIENTE NOT = WS-CLIENTE-ACTUAL
                   OR SRC-FACTURA NOT = WS-FACTURA-ACTUAL)
               PERFORM 240-CIERRA-FACTURA
           END-IF.
           IF HAY-CLIENTE-ABIERTO
               AND SRC-CLIENTE NOT = WS-CLIENTE-ACTUAL
               PERFORM 250-CIERRA-CLIENTE
           END-IF.
           IF NOT HAY-CLIENTE-ABIERTO
               SET HAY-CLIENTE-ABIERTO TO TRUE
               MOVE SRC-CLIENTE TO WS-CLIENTE-ACTUAL
               MOVE ZERO TO WS-SALDO-CLIENTE
               MOVE ZERO TO WS-CANTIDAD-FACT-CLI
               MOVE ZERO TO WS-FACTURAS-FUERA
               MOVE "N"  TO WS-BLOQUEO-SW
           END-IF.
           IF NOT HAY-FACTURA-ABIERTA
               SET HAY-FACTURA-ABIERTA TO TRUE
               MOVE SRC-FACTURA TO WS-FACTURA-ACTUAL
               MOVE ZERO TO WS-SALDO-FACTURA
               MOVE ZERO TO WS-TOTAL-FACTURA
               MOVE ZERO TO WS-FECHA-FACTURA
           END-IF.
           IF SRC-TIPO = 1
               ADD SRC-IMPORTE TO WS-SALDO-FACTURA
               MOVE SRC-IMPORTE TO WS-TOTAL-FACTURA
               MOVE SRC-FECHA   TO WS-FECHA-FACTURA
           ELSE
               SUBTRACT SRC-IMPORTE FROM WS-SALDO-FACTURA
           END-IF.

      *-----------------------------------------------------------------
      * 240-CIERRA-FACTURA - el saldo de la factura entra al del
      * cliente; si queda abierta se guarda para el detalle y se
      * consulta si tiene plan activo o disputa abierta.
      *-----------------------------------------------------------------
       240-CIERRA-FACTURA.
           ADD WS-SALDO-FACTURA TO WS-SALDO-CLIENTE.
           IF WS-SALDO-FACTURA > ZERO
               PERFORM 245-CONSULTA-PLAN
               PERFORM 247-CONSULTA-DISPUTA
               IF WS-CANTIDAD-FACT-CLI < 100
                   ADD 1 TO WS-CANTIDAD-FACT-CLI
                   MOVE WS-CANTIDAD-FACT-CLI TO WS-IDX-FCL
                   MOVE WS-FACTURA-ACTUAL TO FCL-NUMERO (WS-IDX-FCL)
                   MOVE WS-FECHA-FACTURA  TO FCL-FECHA (WS-IDX-FCL)
                   MOVE WS-TOTAL-FACTURA  TO FCL-TOTAL (WS-IDX-FCL)
                   MOVE WS-SALDO-FACTURA  TO FCL-SALDO (WS-IDX-FCL)
               ELSE
                   ADD 1 TO WS-FACTURAS-FUERA
               END-IF
           END-IF.
           MOVE "N" TO WS-HAY-FACTURA-SW.

       245-CONSULTA-PLAN.
           IF HAY-ARCHIVO-PLANES
               MOVE WS-FACTURA-ACTUAL TO PLA-FACTURA
               READ PLAN-PAGO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLA-ESTA-ACTIVO
                           SET CLIENTE-BLOQUEADO TO TRUE
                       END-IF
               END-READ
           END-IF.

       247-CONSULTA-DISPUTA.
           IF HAY-ARCHIVO-DISPUTAS
               MOVE WS-FACTURA-ACTUAL TO DSP-FACTURA
               READ DISPUTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-ABIERTA
                           SET CLIENTE-BLOQUEADO TO TRUE
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 250-CIERRA-CLIENTE - una colocacion activa cuyo cliente ya no
      * debe queda saldada; una retirada por supervisor no se toca;
      * el cliente sin colocacion (o con una ya saldada) se coloca si
      * es candidato, debe y no tiene nada en disputa ni en plan.
      *-----------------------------------------------------------------
       250-CIERRA-CLIENTE.
           MOVE "N" TO WS-HAY-COLOCACION-SW.
           MOVE WS-CLIENTE-ACTUAL TO COL-CLIENTE.
           READ COLOCA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HAY-COLOCACION TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN HAY-COLOCACION AND COL-ACTIVA
                   IF WS-SALDO-CLIENTE NOT > ZERO
                       PERFORM 255-MARCA-SALDADA
                   ELSE
                       ADD 1 TO WS-CONTADOR-YA-COLOCADAS
                   END-IF
               WHEN HAY-COLOCACION AND COL-RETIRADA
                   CONTINUE
               WHEN OTHER
                   PERFORM 260-EVALUA-COLOCACION
           END-EVALUATE.
           MOVE "N" TO WS-HAY-CLIENTE-SW.

       255-MARCA-SALDADA.
           SET  COL-SALDADA      TO TRUE.
           MOVE WS-FECHA-NEGOCIO TO COL-FECHA-ESTADO.
           MOVE "COLOCA"         TO COL-OPERADOR.
           REWRITE COLOCA-RECORD.
           ADD 1 TO WS-CONTADOR-SALDADAS.

       260-EVALUA-COLOCACION.
           MOVE WS-CLIENTE-ACTUAL TO WS-CLIENTE-BUSCA.
           PERFORM 270-BUSCA-CANDIDATO.
           IF WS-IDX-HALLADO > ZERO
               AND WS-SALDO-CLIENTE > ZERO
               EVALUATE TRUE
                   WHEN CLIENTE-BLOQUEADO
                       ADD 1 TO WS-CONTADOR-BLOQUEADAS
                   WHEN WS-AGENCIAS-ACTIVAS = ZERO
                       ADD 1 TO WS-CONTADOR-SIN-AGENCIA
                   WHEN OTHER
                       PERFORM 280-ELIGE-AGENCIA
                       PERFORM 300-ESCRIBE-CUENTA
                       PERFORM 350-GRABA-COLOCACION
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * 270-BUSCA-CANDIDATO - deja en WS-IDX-HALLADO la entrada de
      * WS-CLIENTE-BUSCA en la tabla de candidatos (cero si no es
      * candidato).
      *-----------------------------------------------------------------
       270-BUSCA-CANDIDATO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 275-COMPARA-CANDIDATO
               VARYING WS-IDX-CND FROM 1 BY 1
               UNTIL WS-IDX-CND > WS-CANTIDAD-CANDIDATOS
                   OR WS-IDX-HALLADO > ZERO.

       275-COMPARA-CANDIDATO.
           IF CND-CLIENTE (WS-IDX-CND) = WS-CLIENTE-BUSCA
               MOVE WS-IDX-CND TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 280-ELIGE-AGENCIA - la agencia activa con menos cuentas
      * activas (contando las de esta noche); en empate, la de codigo
      * menor.
      *-----------------------------------------------------------------
       280-ELIGE-AGENCIA.
           MOVE ZERO TO WS-AGE-ELEGIDA.
           PERFORM 285-COMPARA-AGENCIA
               VARYING WS-IDX-AGE FROM 1 BY 1
               UNTIL WS-IDX-AGE > WS-CANTIDAD-AGENCIAS.
           ADD 1                TO AGN-CUENTAS (WS-AGE-ELEGIDA).
           ADD 1                TO AGN-NUEVAS (WS-AGE-ELEGIDA).
           ADD WS-SALDO-CLIENTE TO AGN-SALDO-NUEVO (WS-AGE-ELEGIDA).

       285-COMPARA-AGENCIA.
           IF AGN-ACTIVA (WS-IDX-AGE)
               IF WS-AGE-ELEGIDA = ZERO
                   MOVE WS-IDX-AGE TO WS-AGE-ELEGIDA
               ELSE
                   IF AGN-CUENTAS (WS-IDX-AGE) <
                           AGN-CUENTAS (WS-AGE-ELEGIDA)
                       MOVE WS-IDX-AGE TO WS-AGE-ELEGIDA
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 300-ESCRIBE-CUENTA - el renglon de cuenta, el de direccion y
      * uno por factura abierta en AGCOLOCA.DAT.
      *-----------------------------------------------------------------
       300-ESCRIBE-CUENTA.
           MOVE SPACES TO WS-NOMBRE-CLIENTE.
           IF NOT CLIENTES-NO-EXISTE
               MOVE WS-CLIENTE-ACTUAL TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "(SIN MAESTRO)" TO WS-NOMBRE-CLIENTE
                   NOT INVALID KEY
                       STRING CLI-NOMBRE    DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              CLI-APELLIDOS DELIMITED BY SIZE
                           INTO WS-NOMBRE-CLIENTE
               END-READ
           END-IF.

           MOVE SPACES                   TO AGCOLOCA-RECORD.
           MOVE "C"                      TO AGA-TIPO.
           MOVE AGN-CODIGO (WS-AGE-ELEGIDA) TO AGA-AGENCIA.
           MOVE WS-CLIENTE-ACTUAL        TO AGA-CLIENTE.
           MOVE WS-NOMBRE-CLIENTE        TO AGA-NOMBRE.
           MOVE WS-SALDO-CLIENTE         TO AGA-SALDO.
           MOVE WS-CANTIDAD-FACT-CLI     TO AGA-FACTURAS.
           MOVE CND-FECHA-FINAL (WS-IDX-HALLADO) TO AGA-FECHA-FINAL.
           WRITE AGCOLOCA-RECORD.

           MOVE SPACES                   TO AGCOLOCA-RECORD.
           MOVE "D"                      TO AGD-TIPO.
           MOVE AGN-CODIGO (WS-AGE-ELEGIDA) TO AGD-AGENCIA.
           MOVE WS-CLIENTE-ACTUAL        TO AGD-CLIENTE.
           IF CND-CON-DIRECCION (WS-IDX-HALLADO)
               MOVE CND-CALLE (WS-IDX-HALLADO)    TO AGD-CALLE
               MOVE CND-CIUDAD (WS-IDX-HALLADO)   TO AGD-CIUDAD
               MOVE CND-CP (WS-IDX-HALLADO)       TO AGD-CP
               MOVE CND-TELEFONO (WS-IDX-HALLADO) TO AGD-TELEFONO
           ELSE
               MOVE "(SIN DIRECCION)"  TO AGD-CALLE
               ADD 1 TO WS-CONTADOR-SIN-DIR
           END-IF.
           WRITE AGCOLOCA-RECORD.

           PERFORM 310-ESCRIBE-FACTURA
               VARYING WS-IDX-FCL FROM 1 BY 1
               UNTIL WS-IDX-FCL > WS-CANTIDAD-FACT-CLI.

           IF WS-FACTURAS-FUERA > ZERO
               DISPLAY "AVISO: EL CLIENTE " WS-CLIENTE-ACTUAL
                   " TIENE " WS-FACTURAS-FUERA " FACTURAS ABIERTAS "
                   "MAS DE LAS QUE CABEN EN EL DETALLE; EL SALDO "
                   "COLOCADO LAS INCLUYE."
               MOVE 4 TO RETURN-CODE
           END-IF.

           ADD 1                TO WS-CONTADOR-COLOCADAS.
           ADD WS-SALDO-CLIENTE TO WS-TOTAL-COLOCADO.

       310-ESCRIBE-FACTURA.
           MOVE SPACES                   TO AGCOLOCA-RECORD.
           MOVE "F"                      TO AGF-TIPO.
           MOVE AGN-CODIGO (WS-AGE-ELEGIDA) TO AGF-AGENCIA.
           MOVE WS-CLIENTE-ACTUAL        TO AGF-CLIENTE.
           MOVE FCL-NUMERO (WS-IDX-FCL)  TO AGF-FACTURA.
           MOVE FCL-FECHA (WS-IDX-FCL)   TO AGF-FECHA.
           MOVE FCL-TOTAL (WS-IDX-FCL)   TO AGF-TOTAL.
           MOVE FCL-SALDO (WS-IDX-FCL)   TO AGF-SALDO.
           WRITE AGCOLOCA-RECORD.
           ADD 1 TO WS-CONTADOR-FACTURAS.

      *-----------------------------------------------------------------
      * 350-GRABA-COLOCACION - la colocacion nueva en COLOCA.DAT; la
      * de un cliente que ya habia quedado saldado se reemplaza.
      *-----------------------------------------------------------------
       350-GRABA-COLOCACION.
           MOVE WS-CLIENTE-ACTUAL        TO COL-CLIENTE.
           MOVE AGN-CODIGO (WS-AGE-ELEGIDA) TO COL-AGENCIA.
           MOVE WS-FECHA-NEGOCIO         TO COL-FECHA.
           MOVE WS-SALDO-CLIENTE         TO COL-SALDO.
           COMPUTE COL-FACTURAS = WS-CANTIDAD-FACT-CLI
               + WS-FACTURAS-FUERA.
           SET  COL-ACTIVA               TO TRUE.
           MOVE WS-FECHA-NEGOCIO         TO COL-FECHA-ESTADO.
           MOVE ZERO                     TO COL-RECUPERADO.
           MOVE ZERO                     TO COL-COMISION.
           MOVE ZERO                     TO COL-FECHA-RECUPERO.
           MOVE "COLOCA"                 TO COL-OPERADOR.
           IF HAY-COLOCACION
               REWRITE COLOCA-RECORD
           ELSE
               WRITE COLOCA-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA COLOCACION DEL "
                           "CLIENTE " WS-CLIENTE-ACTUAL "."
               END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * 900-TOTALES - el resumen de la corrida en consola, con las
      * cuentas nuevas de cada agencia.
      *-----------------------------------------------------------------
       900-TOTALES.
           DISPLAY "COLOCACION EN AGENCIAS AL " WS-FECHA-NEGOCIO
               " (" WS-DIAS-COLOCACION " DIAS EN EL ULTIMO NIVEL):".
           MOVE WS-TOTAL-COLOCADO TO WS-ED-IMPORTE.
           DISPLAY "  CUENTAS COLOCADAS:         " WS-CONTADOR-COLOCADAS
               " POR " WS-ED-IMPORTE.
           DISPLAY "  FACTURAS ENVIADAS:         " WS-CONTADOR-FACTURAS.
           PERFORM 910-TOTAL-AGENCIA
               VARYING WS-IDX-AGE FROM 1 BY 1
               UNTIL WS-IDX-AGE > WS-CANTIDAD-AGENCIAS.
           DISPLAY "  YA COLOCADAS CON SALDO:    "
               WS-CONTADOR-YA-COLOCADAS.
           DISPLAY "  COLOCACIONES SALDADAS HOY: " WS-CONTADOR-SALDADAS.
           DISPLAY "  CON DISPUTA O PLAN ACTIVO: "
               WS-CONTADOR-BLOQUEADAS.
           DISPLAY "  SIN DIRECCION VIGENTE:     " WS-CONTADOR-SIN-DIR.
           IF WS-CONTADOR-SIN-AGENCIA > ZERO
               DISPLAY "CUENTAS PARA COLOCAR SIN AGENCIA ACTIVA: "
                   WS-CONTADOR-SIN-AGENCIA
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CANDIDATOS-FUERA > ZERO
               OR WS-AGENCIAS-FUERA > ZERO
               DISPLAY "NO CUPIERON EN TABLA: CANDIDATOS "
                   WS-CANDIDATOS-FUERA " AGENCIAS " WS-AGENCIAS-FUERA
               MOVE 4 TO RETURN-CODE
           END-IF.

       910-TOTAL-AGENCIA.
           IF AGN-NUEVAS (WS-IDX-AGE) > ZERO
               MOVE AGN-SALDO-NUEVO (WS-IDX-AGE) TO WS-ED-IMPORTE
               DISPLAY "    AGENCIA " AGN-CODIGO (WS-IDX-AGE) ": "
                   AGN-NUEVAS (WS-IDX-AGE) " POR " WS-ED-IMPORTE
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM E9-PROGRAMA.
