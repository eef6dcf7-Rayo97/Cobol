      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacion bancaria de la cuenta de cobranza: casa
      *          los movimientos del extracto diario del banco
      *          (EXTBANCO.DAT) contra lo registrado en libros desde
      *          la conciliacion anterior (los pagos de PAGOS.DAT que
      *          movieron dinero y los recibos a cuenta de
      *          SUSMOV.DAT), mas las partidas que quedaron abiertas
      *          de dias anteriores (CONCPEND.DAT). Casa primero por
      *          referencia e importe, despues por importe y fecha, y
      *          por ultimo un deposito sin referencia contra el
      *          efectivo de ese dia. CONCBCO.RPT lleva las casadas,
      *          las del banco sin libro, las de libros sin banco y el
      *          resumen: saldo del banco, mas partidas en transito,
      *          menos partidas sin libro, contra el saldo en libros.
      *          Una partida sin casar con mas de CONCDIAS dias
      *          (TASAS.DAT) deja su alerta; un resumen que no cuadra
      *          termina con RETURN-CODE 16. El reporte entra al
      *          paquete de la mañana (53-PROGRAMA).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  A payment held as a suspected duplicate
      *                 (A5-PROGRAMA) nets against the payment it holds
      *                 before the bank rules run, so only one of the
      *                 two is looked for in the statement.
      * 2026-10-15 RSM  The commission half of a collection agency
      *                 recovery (PAG-METODO K) is not looked for in
      *                 the statement; only the net the agency
      *                 transfers moved money.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. A4-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EXTBANCO-FILE
               ASSIGN TO "EXTBANCO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTBANCO-STATUS.

           SELECT CONCPEND-FILE
               ASSIGN TO "CONCPEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONCPEND-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT SUSPENSO-MOV-FILE
               ASSIGN TO "SUSMOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSMOV-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "CONCBCO.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT ALERTAS-FILE
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  EXTBANCO-FILE
           LABEL RECORD IS STANDARD.
           COPY EXTBANCO.

       FD  CONCPEND-FILE
           LABEL RECORD IS STANDARD.
           COPY CONCPEND.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  SUSPENSO-MOV-FILE
           LABEL RECORD IS STANDARD.
           COPY SUSMOV.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-CONCILIA-RECORD.
           05  RCB-SECCION         PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RCB-FECHA           PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RCB-REFERENCIA      PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RCB-IMPORTE         PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RCB-DIAS            PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RCB-NOTA            PIC X(10).

       01  REPORTE-CONCILIA-HEADER REDEFINES REPORTE-CONCILIA-RECORD.
           05  RCH-SECCION         PIC X(10).
           05  FILLER              PIC X(2).
           05  RCH-FECHA           PIC X(8).
           05  FILLER              PIC X(2).
           05  RCH-REFERENCIA      PIC X(12).
           05  FILLER              PIC X(2).
           05  RCH-IMPORTE         PIC X(15).
           05  FILLER              PIC X(2).
           05  RCH-DIAS            PIC X(5).
           05  FILLER              PIC X(2).
           05  RCH-NOTA            PIC X(10).

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-EXTBANCO-STATUS PIC XX.
           88  EXTBANCO-OK        VALUE "00".
           88  EXTBANCO-EOF       VALUE "10".
           88  EXTBANCO-NO-EXISTE VALUE "35".

       01  WS-CONCPEND-STATUS PIC XX.
           88  CONCPEND-OK        VALUE "00".
           88  CONCPEND-EOF       VALUE "10".
           88  CONCPEND-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE SUSPENSO-MOV-FILE: VIENE DE
      *-SMVSTS.CPY.
           COPY SMVSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-CAMPOS DE LA ALERTA QUE SE DEJA EN ALERTAS.DAT (VER
      *-ALERTPRO.CPY).
       01  WS-ALR-SEVERIDAD PIC X       VALUE SPACE.
       01  WS-ALR-PROGRAMA  PIC X(11)   VALUE SPACES.
       01  WS-ALR-MENSAJE   PIC X(40)   VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)    VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)    VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA, CARGADA DE
      *-FECHACOR.DAT POR CARGA-FECHA-NEGOCIO; LOS REGISTROS DE LIBROS
      *-SE TOMAN HASTA ESTA FECHA.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

      *-DIAS QUE UNA PARTIDA PUEDE QUEDAR SIN CASAR ANTES DE LEVANTAR
      *-SU ALERTA (CONCDIAS DE TASAS.DAT).
       01  WS-DIAS-TOLERANCIA  PIC 9(5) VALUE 5.
       01  WS-EF-TOLERANCIA    PIC 9(8) VALUE ZERO.

      *-SOBRE DEL EXTRACTO: LO QUE EL CUERPO TRAE CONTRA LO QUE EL
      *-TRAILER DEL BANCO DICE QUE TRAE, Y SU PRUEBA DE SALDOS.
       01  WS-SOBRE-CANTIDAD   PIC 9(7)     VALUE ZERO.
       01  WS-SOBRE-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-BANCO-CANTIDAD   PIC 9(7)     VALUE ZERO.
       01  WS-BANCO-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-BANCO-FECHA      PIC 9(8)     VALUE ZERO.
       01  WS-BANCO-CUENTA     PIC X(12)    VALUE SPACES.
       01  WS-SALDO-INICIAL    PIC S9(9)V99 VALUE ZERO.
       01  WS-SALDO-BANCO      PIC S9(9)V99 VALUE ZERO.

       01  WS-HAY-HEADER-SW PIC X VALUE "N".
           88  HAY-HEADER-BANCO VALUE "S".
       01  WS-HAY-TRAILER-SW PIC X VALUE "N".
           88  HAY-TRAILER-BANCO VALUE "S".

      *-CONTROL DE LA CONCILIACION ANTERIOR: HASTA QUE FECHA SE
      *-TOMARON LOS REGISTROS DE LIBROS, QUE EXTRACTO SE CONCILIO Y EL
      *-SALDO EN LIBROS QUE QUEDO. SIN CONCPEND.DAT (LA PRIMERA
      *-CONCILIACION) LOS LIBROS ARRANCAN CON EL SALDO INICIAL DEL
      *-EXTRACTO Y SOLO SE TOMAN LOS REGISTROS DE LA FECHA DE NEGOCIO.
       01  WS-FECHA-ULTIMA     PIC 9(8)      VALUE ZERO.
       01  WS-EXTRACTO-ULTIMO  PIC 9(8)      VALUE ZERO.
       01  WS-SALDO-LIBROS-ANT PIC S9(11)V99 VALUE ZERO.
       01  WS-SALDO-LIBROS     PIC S9(11)V99 VALUE ZERO.
       01  WS-HAY-CONTROL-SW PIC X VALUE "N".
           88  HAY-CONTROL-ANTERIOR VALUE "S".

      *-TABLA DE PARTIDAS: LAS QUE QUEDARON ABIERTAS DE DIAS
      *-ANTERIORES, LOS REGISTROS DE LIBROS NUEVOS Y LOS MOVIMIENTOS
      *-DEL EXTRACTO; CADA UNA CON SU MARCA DE CASADA Y LA REGLA CON
      *-QUE CASO.
       01  WS-CANTIDAD-PARTIDAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-PARTIDAS.
           05  WS-PARTIDA-ENT OCCURS 3000 TIMES.
               10  PTD-ORIGEN      PIC X.
                   88  PTD-DE-LIBROS VALUE "L".
                   88  PTD-DE-BANCO  VALUE "B".
               10  PTD-FECHA       PIC 9(8).
               10  PTD-IMPORTE     PIC S9(7)V99.
               10  PTD-REFERENCIA  PIC X(12).
               10  PTD-METODO      PIC X.
               10  PTD-CLIENTE     PIC 9(7).
               10  PTD-CASADA      PIC X.
                   88  PTD-ESTA-CASADA VALUE "S".
               10  PTD-REGLA       PIC X(10).
               10  PTD-RETENCION   PIC X.
                   88  PTD-ES-RETENCION VALUE "S".

       01  WS-TABLA-LLENA-SW PIC X VALUE "N".
           88  TABLA-LLENA VALUE "S".

       01  WS-IDX-BANCO    PIC 9(4) VALUE ZERO.
       01  WS-IDX-LIBRO    PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO  PIC 9(4) VALUE ZERO.
       01  WS-IDX-PARTIDA  PIC 9(4) VALUE ZERO.

      *-PARTIDA NUEVA A AGREGAR A LA TABLA (VER 290-AGREGA-PARTIDA).
       01  WS-NUEVA-ORIGEN     PIC X        VALUE SPACE.
       01  WS-NUEVA-FECHA      PIC 9(8)     VALUE ZERO.
       01  WS-NUEVA-IMPORTE    PIC S9(7)V99 VALUE ZERO.
       01  WS-NUEVA-REFERENCIA PIC X(12)    VALUE SPACES.
       01  WS-NUEVA-METODO     PIC X        VALUE SPACE.
       01  WS-NUEVA-CLIENTE    PIC 9(7)     VALUE ZERO.
       01  WS-NUEVA-RETENCION  PIC X        VALUE "N".

      *-DEPOSITO DE EFECTIVO: LA SUMA DEL EFECTIVO SIN CASAR DE LA
      *-FECHA DEL DEPOSITO.
       01  WS-SUMA-EFECTIVO    PIC S9(9)V99 VALUE ZERO.
       01  WS-CANTIDAD-EFECTIVO PIC 9(5)    VALUE ZERO.

      *-ANTIGUEDAD DE UNA PARTIDA, CON LA CONVENCION DE MESES DE 30
      *-DIAS DE SIEMPRE EN CARTERA.
       01  WS-PARTIDA-FECHA PIC 9(8) VALUE ZERO.
       01  WS-PARTIDA-FECHA-PARTES REDEFINES WS-PARTIDA-FECHA.
           05  WS-PAR-ANIO PIC 9(4).
           05  WS-PAR-MES  PIC 99.
           05  WS-PAR-DIA  PIC 99.
       01  WS-DIAS-ANTIGUEDAD PIC S9(7) VALUE ZERO.
       01  WS-DIAS-ALERTA     PIC 9(4)  VALUE ZERO.
       01  WS-SECCION-ALERTA  PIC X(10) VALUE SPACES.

      *-ACUMULADOS DE LA CORRIDA.
       01  WS-CANTIDAD-LIBROS-NUEVOS PIC 9(7)      VALUE ZERO.
       01  WS-TOTAL-LIBROS-NUEVOS    PIC S9(11)V99 VALUE ZERO.
       01  WS-CANTIDAD-CASADAS       PIC 9(7)      VALUE ZERO.
       01  WS-TOTAL-CASADAS          PIC S9(11)V99 VALUE ZERO.
       01  WS-CANTIDAD-SIN-LIBRO     PIC 9(7)      VALUE ZERO.
       01  WS-TOTAL-SIN-LIBRO        PIC S9(11)V99 VALUE ZERO.
       01  WS-CANTIDAD-SIN-BANCO     PIC 9(7)      VALUE ZERO.
       01  WS-TOTAL-SIN-BANCO        PIC S9(11)V99 VALUE ZERO.
       01  WS-CANTIDAD-ALERTAS       PIC 9(7)      VALUE ZERO.
       01  WS-SALDO-AJUSTADO         PIC S9(11)V99 VALUE ZERO.
       01  WS-DIFERENCIA             PIC S9(11)V99 VALUE ZERO.

       01  WS-CUADRA-SW PIC X VALUE "S".
           88  CONCILIACION-CUADRA VALUE "S".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.

           PERFORM 100-VERIFICA-SOBRE.
           IF EXTBANCO-NO-EXISTE
               DISPLAY "NO LLEGO EXTRACTO DEL BANCO (EXTBANCO.DAT); "
                   "NADA QUE CONCILIAR."
               STOP RUN
           END-IF.
           COMPUTE WS-SALDO-AJUSTADO =
               WS-SALDO-INICIAL + WS-BANCO-TOTAL.
           IF NOT HAY-HEADER-BANCO
               OR NOT HAY-TRAILER-BANCO
               OR WS-SOBRE-CANTIDAD NOT = WS-BANCO-CANTIDAD
               OR WS-SOBRE-TOTAL NOT = WS-BANCO-TOTAL
               OR WS-SALDO-AJUSTADO NOT = WS-SALDO-BANCO
               DISPLAY "EL EXTRACTO DEL BANCO NO CUADRA CON SU "
                   "TRAILER; NO SE CONCILIA."
               DISPLAY "  DETALLES:  " WS-SOBRE-CANTIDAD
                   " POR " WS-SOBRE-TOTAL
               DISPLAY "  CONTROL:   " WS-BANCO-CANTIDAD
                   " POR " WS-BANCO-TOTAL
               DISPLAY "  SALDOS:    " WS-SALDO-INICIAL
                   " A " WS-SALDO-BANCO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 200-CARGA-PENDIENTES.
           IF HAY-CONTROL-ANTERIOR
               AND WS-BANCO-FECHA NOT > WS-EXTRACTO-ULTIMO
               DISPLAY "EL EXTRACTO DEL " WS-BANCO-FECHA
                   " YA ESTA CONCILIADO; NADA QUE HACER."
               STOP RUN
           END-IF.

           PERFORM 050-CARGA-TASAS-CONCILIACION.
           PERFORM 220-CARGA-PAGOS.
           PERFORM 240-CARGA-RECIBOS.
           PERFORM 260-CARGA-EXTRACTO.
           IF TABLA-LLENA
               DISPLAY "LA TABLA DE PARTIDAS SE LLENO (3000); NO SE "
                   "CONCILIA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 370-NETEA-RETENCION
               VARYING WS-IDX-BANCO FROM 1 BY 1
               UNTIL WS-IDX-BANCO > WS-CANTIDAD-PARTIDAS.
           PERFORM 300-CASA-POR-REFERENCIA
               VARYING WS-IDX-BANCO FROM 1 BY 1
               UNTIL WS-IDX-BANCO > WS-CANTIDAD-PARTIDAS.
           PERFORM 320-CASA-POR-FECHA
               VARYING WS-IDX-BANCO FROM 1 BY 1
               UNTIL WS-IDX-BANCO > WS-CANTIDAD-PARTIDAS.
           PERFORM 340-CASA-EFECTIVO
               VARYING WS-IDX-BANCO FROM 1 BY 1
               UNTIL WS-IDX-BANCO > WS-CANTIDAD-PARTIDAS.

           PERFORM 400-GENERA-REPORTE.
           PERFORM 600-GRABA-PENDIENTES.
           PERFORM 900-TOTALES-DE-LOTE.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASAS-CONCILIACION - lee de TASAS.DAT el codigo
      * CONCDIAS, quedandose con el renglon de fecha efectiva mas
      * reciente que no pase de la fecha de negocio.
      *-----------------------------------------------------------------
       050-CARGA-TASAS-CONCILIACION.
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
                   IF TAS-CODIGO = "CONCDIAS"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-TOLERANCIA
                       MOVE TAS-VALOR TO WS-DIAS-TOLERANCIA
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-TOLERANCIA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-VERIFICA-SOBRE - primera pasada sobre el extracto: toma el
      * encabezado y el trailer, y cuenta y suma los movimientos. Un
      * extracto truncado no debe quedar conciliado a medias.
      *-----------------------------------------------------------------
       100-VERIFICA-SOBRE.
           OPEN INPUT EXTBANCO-FILE.
           IF EXTBANCO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-SOBRE UNTIL EXTBANCO-EOF
               CLOSE EXTBANCO-FILE
           END-IF.

       110-LEE-SOBRE.
           READ EXTBANCO-FILE
               AT END
                   SET EXTBANCO-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN EXB-HEADER
                           SET HAY-HEADER-BANCO TO TRUE
                           MOVE EBH-FECHA         TO WS-BANCO-FECHA
                           MOVE EBH-CUENTA        TO WS-BANCO-CUENTA
                           MOVE EBH-SALDO-INICIAL TO WS-SALDO-INICIAL
                       WHEN EXB-TRAILER
                           SET HAY-TRAILER-BANCO TO TRUE
                           MOVE EBT-CANTIDAD    TO WS-BANCO-CANTIDAD
                           MOVE EBT-TOTAL       TO WS-BANCO-TOTAL
                           MOVE EBT-SALDO-FINAL TO WS-SALDO-BANCO
                       WHEN OTHER
                           ADD 1 TO WS-SOBRE-CANTIDAD
                           IF EBD-IMPORTE IS NUMERIC
                               ADD EBD-IMPORTE TO WS-SOBRE-TOTAL
                           END-IF
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * 200-CARGA-PENDIENTES - lee CONCPEND.DAT: el renglon de control
      * de la conciliacion anterior y las partidas que quedaron
      * abiertas, que vuelven a la tabla para casarse hoy.
      *-----------------------------------------------------------------
       200-CARGA-PENDIENTES.
           OPEN INPUT CONCPEND-FILE.
           IF CONCPEND-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 210-LEE-PENDIENTE UNTIL CONCPEND-EOF
               CLOSE CONCPEND-FILE
           END-IF.
           IF HAY-CONTROL-ANTERIOR
               NEXT SENTENCE
           ELSE
               COMPUTE WS-FECHA-ULTIMA = WS-FECHA-NEGOCIO - 1
               MOVE WS-SALDO-INICIAL TO WS-SALDO-LIBROS-ANT
           END-IF.
           MOVE WS-SALDO-LIBROS-ANT TO WS-SALDO-LIBROS.

       210-LEE-PENDIENTE.
           READ CONCPEND-FILE
               AT END
                   SET CONCPEND-EOF TO TRUE
               NOT AT END
                   IF CPD-CONTROL
                       SET HAY-CONTROL-ANTERIOR TO TRUE
                       MOVE CPC-FECHA-CONCILIADA TO WS-FECHA-ULTIMA
                       MOVE CPC-FECHA-EXTRACTO   TO WS-EXTRACTO-ULTIMO
                       MOVE CPC-SALDO-LIBROS     TO WS-SALDO-LIBROS-ANT
                   ELSE
                       MOVE CPD-ORIGEN     TO WS-NUEVA-ORIGEN
                       MOVE CPD-FECHA      TO WS-NUEVA-FECHA
                       MOVE CPD-IMPORTE    TO WS-NUEVA-IMPORTE
                       MOVE CPD-REFERENCIA TO WS-NUEVA-REFERENCIA
                       MOVE CPD-METODO     TO WS-NUEVA-METODO
                       MOVE CPD-CLIENTE    TO WS-NUEVA-CLIENTE
                       PERFORM 290-AGREGA-PARTIDA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 220-CARGA-PAGOS - los pagos registrados desde la conciliacion
      * anterior hasta la fecha de negocio que movieron dinero de la
      * cuenta: todo metodo menos la aplicacion de caja sin aplicar
      * (A), que es dinero que ya habia entrado, la comision que se
      * queda la agencia de cobranza (K), que nunca entra, y los
      * renglones grabados antes de que existiera el metodo.
      *-----------------------------------------------------------------
       220-CARGA-PAGOS.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO PAGOS.DAT"
           ELSE
               PERFORM 225-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.

       225-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   IF PGT-MARCA NOT = 9999999
                       AND PAG-FECHA > WS-FECHA-ULTIMA
                       AND PAG-FECHA NOT > WS-FECHA-NEGOCIO
                       AND NOT PAG-APLICACION
                       AND NOT PAG-COMISION-AGENCIA
                       AND PAG-METODO NOT = SPACE
                       MOVE "L"            TO WS-NUEVA-ORIGEN
                       MOVE PAG-FECHA      TO WS-NUEVA-FECHA
                       MOVE PAG-IMPORTE    TO WS-NUEVA-IMPORTE
                       MOVE PAG-REFERENCIA TO WS-NUEVA-REFERENCIA
                       MOVE PAG-METODO     TO WS-NUEVA-METODO
                       MOVE PAG-CLIENTE    TO WS-NUEVA-CLIENTE
                       IF PAG-RETENIDO
                           MOVE "S" TO WS-NUEVA-RETENCION
                       END-IF
                       PERFORM 290-AGREGA-PARTIDA
                       PERFORM 295-SUMA-A-LIBROS
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 240-CARGA-RECIBOS - los recibos a cuenta (SUSMOV.DAT, tipo R)
      * del mismo intervalo: dinero que entro sin pasar por PAGOS.DAT.
      * No llevan metodo ni referencia bancaria, asi que solo casan
      * por importe y fecha.
      *-----------------------------------------------------------------
       240-CARGA-RECIBOS.
           OPEN INPUT SUSPENSO-MOV-FILE.
           IF SUSMOV-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 245-LEE-RECIBO UNTIL SUSMOV-EOF
               CLOSE SUSPENSO-MOV-FILE
           END-IF.

       245-LEE-RECIBO.
           READ SUSPENSO-MOV-FILE
               AT END
                   SET SUSMOV-EOF TO TRUE
               NOT AT END
                   IF SMV-RECIBO
                       AND SMV-FECHA > WS-FECHA-ULTIMA
                       AND SMV-FECHA NOT > WS-FECHA-NEGOCIO
                       MOVE "L"         TO WS-NUEVA-ORIGEN
                       MOVE SMV-FECHA   TO WS-NUEVA-FECHA
                       MOVE SMV-IMPORTE TO WS-NUEVA-IMPORTE
                       MOVE SPACES      TO WS-NUEVA-REFERENCIA
                       MOVE SPACE       TO WS-NUEVA-METODO
                       MOVE SMV-CLIENTE TO WS-NUEVA-CLIENTE
                       PERFORM 290-AGREGA-PARTIDA
                       PERFORM 295-SUMA-A-LIBROS
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 260-CARGA-EXTRACTO - segunda pasada sobre el extracto: cada
      * movimiento entra a la tabla del lado del banco.
      *-----------------------------------------------------------------
       260-CARGA-EXTRACTO.
           OPEN INPUT EXTBANCO-FILE.
           PERFORM 265-LEE-MOVIMIENTO UNTIL EXTBANCO-EOF.
           CLOSE EXTBANCO-FILE.

       265-LEE-MOVIMIENTO.
           READ EXTBANCO-FILE
               AT END
                   SET EXTBANCO-EOF TO TRUE
               NOT AT END
                   IF EXB-DETALLE
                       MOVE "B"            TO WS-NUEVA-ORIGEN
                       MOVE EBD-FECHA      TO WS-NUEVA-FECHA
                       MOVE EBD-IMPORTE    TO WS-NUEVA-IMPORTE
                       MOVE EBD-REFERENCIA TO WS-NUEVA-REFERENCIA
                       MOVE SPACE          TO WS-NUEVA-METODO
                       MOVE ZERO           TO WS-NUEVA-CLIENTE
                       PERFORM 290-AGREGA-PARTIDA
                   END-IF
           END-READ.

       290-AGREGA-PARTIDA.
           IF WS-CANTIDAD-PARTIDAS < 3000
               ADD 1 TO WS-CANTIDAD-PARTIDAS
               MOVE WS-NUEVA-ORIGEN
                   TO PTD-ORIGEN (WS-CANTIDAD-PARTIDAS)
               MOVE WS-NUEVA-FECHA
                   TO PTD-FECHA (WS-CANTIDAD-PARTIDAS)
               MOVE WS-NUEVA-IMPORTE
                   TO PTD-IMPORTE (WS-CANTIDAD-PARTIDAS)
               MOVE WS-NUEVA-REFERENCIA
                   TO PTD-REFERENCIA (WS-CANTIDAD-PARTIDAS)
               MOVE WS-NUEVA-METODO
                   TO PTD-METODO (WS-CANTIDAD-PARTIDAS)
               MOVE WS-NUEVA-CLIENTE
                   TO PTD-CLIENTE (WS-CANTIDAD-PARTIDAS)
               MOVE "N"    TO PTD-CASADA (WS-CANTIDAD-PARTIDAS)
               MOVE SPACES TO PTD-REGLA (WS-CANTIDAD-PARTIDAS)
               MOVE WS-NUEVA-RETENCION
                   TO PTD-RETENCION (WS-CANTIDAD-PARTIDAS)
           ELSE
               SET TABLA-LLENA TO TRUE
           END-IF.
           MOVE "N" TO WS-NUEVA-RETENCION.

       295-SUMA-A-LIBROS.
           ADD 1                TO WS-CANTIDAD-LIBROS-NUEVOS.
           ADD WS-NUEVA-IMPORTE TO WS-TOTAL-LIBROS-NUEVOS.
           ADD WS-NUEVA-IMPORTE TO WS-SALDO-LIBROS.

      *-----------------------------------------------------------------
      * 300-CASA-POR-REFERENCIA - primera regla: un movimiento del
      * banco con referencia casa con el registro de libros sin casar
      * que trae la misma referencia y el mismo importe (cheques,
      * transferencias, debitos automaticos, y sus devoluciones).
      *-----------------------------------------------------------------
       300-CASA-POR-REFERENCIA.
           IF PTD-DE-BANCO (WS-IDX-BANCO)
               AND NOT PTD-ESTA-CASADA (WS-IDX-BANCO)
               AND PTD-REFERENCIA (WS-IDX-BANCO) NOT = SPACES
               MOVE ZERO TO WS-IDX-HALLADO
               PERFORM 305-COMPARA-REFERENCIA
                   VARYING WS-IDX-LIBRO FROM 1 BY 1
                   UNTIL WS-IDX-LIBRO > WS-CANTIDAD-PARTIDAS
                       OR WS-IDX-HALLADO > ZERO
               IF WS-IDX-HALLADO > ZERO
                   MOVE "REFERENCIA" TO PTD-REGLA (WS-IDX-BANCO)
                   PERFORM 390-MARCA-PAR
               END-IF
           END-IF.

       305-COMPARA-REFERENCIA.
           IF PTD-DE-LIBROS (WS-IDX-LIBRO)
               AND NOT PTD-ESTA-CASADA (WS-IDX-LIBRO)
               AND PTD-REFERENCIA (WS-IDX-LIBRO)
                   = PTD-REFERENCIA (WS-IDX-BANCO)
               AND PTD-IMPORTE (WS-IDX-LIBRO)
                   = PTD-IMPORTE (WS-IDX-BANCO)
               MOVE WS-IDX-LIBRO TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 320-CASA-POR-FECHA - segunda regla: lo que quedo sin casar
      * casa por importe y fecha cuando alguno de los dos lados no
      * trae referencia (tarjeta, recibos a cuenta, depositos sin
      * referencia del banco).
      *-----------------------------------------------------------------
       320-CASA-POR-FECHA.
           IF PTD-DE-BANCO (WS-IDX-BANCO)
               AND NOT PTD-ESTA-CASADA (WS-IDX-BANCO)
               MOVE ZERO TO WS-IDX-HALLADO
               PERFORM 325-COMPARA-FECHA
                   VARYING WS-IDX-LIBRO FROM 1 BY 1
                   UNTIL WS-IDX-LIBRO > WS-CANTIDAD-PARTIDAS
                       OR WS-IDX-HALLADO > ZERO
               IF WS-IDX-HALLADO > ZERO
                   MOVE "FECHA" TO PTD-REGLA (WS-IDX-BANCO)
                   PERFORM 390-MARCA-PAR
               END-IF
           END-IF.

       325-COMPARA-FECHA.
           IF PTD-DE-LIBROS (WS-IDX-LIBRO)
               AND NOT PTD-ESTA-CASADA (WS-IDX-LIBRO)
               AND PTD-FECHA (WS-IDX-LIBRO) = PTD-FECHA (WS-IDX-BANCO)
               AND PTD-IMPORTE (WS-IDX-LIBRO)
                   = PTD-IMPORTE (WS-IDX-BANCO)
               AND (PTD-REFERENCIA (WS-IDX-LIBRO) = SPACES
                   OR PTD-REFERENCIA (WS-IDX-BANCO) = SPACES)
               MOVE WS-IDX-LIBRO TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 340-CASA-EFECTIVO - tercera regla: el cajero deposita el
      * efectivo del dia de una vez, asi que un deposito sin
      * referencia que quedo sin casar casa con todo el efectivo sin
      * casar de su fecha si la suma da exacto.
      *-----------------------------------------------------------------
       340-CASA-EFECTIVO.
           IF PTD-DE-BANCO (WS-IDX-BANCO)
               AND NOT PTD-ESTA-CASADA (WS-IDX-BANCO)
               AND PTD-REFERENCIA (WS-IDX-BANCO) = SPACES
               AND PTD-IMPORTE (WS-IDX-BANCO) > ZERO
               MOVE ZERO TO WS-SUMA-EFECTIVO
               MOVE ZERO TO WS-CANTIDAD-EFECTIVO
               PERFORM 345-SUMA-EFECTIVO
                   VARYING WS-IDX-LIBRO FROM 1 BY 1
                   UNTIL WS-IDX-LIBRO > WS-CANTIDAD-PARTIDAS
               IF WS-CANTIDAD-EFECTIVO > ZERO
                   AND WS-SUMA-EFECTIVO = PTD-IMPORTE (WS-IDX-BANCO)
                   MOVE "EFECTIVO" TO PTD-REGLA (WS-IDX-BANCO)
                   MOVE "S"        TO PTD-CASADA (WS-IDX-BANCO)
                   ADD 1 TO WS-CANTIDAD-CASADAS
                   ADD PTD-IMPORTE (WS-IDX-BANCO) TO WS-TOTAL-CASADAS
                   PERFORM 350-MARCA-EFECTIVO
                       VARYING WS-IDX-LIBRO FROM 1 BY 1
                       UNTIL WS-IDX-LIBRO > WS-CANTIDAD-PARTIDAS
               END-IF
           END-IF.

       345-SUMA-EFECTIVO.
           IF PTD-DE-LIBROS (WS-IDX-LIBRO)
               AND NOT PTD-ESTA-CASADA (WS-IDX-LIBRO)
               AND PTD-METODO (WS-IDX-LIBRO) = "E"
               AND PTD-FECHA (WS-IDX-LIBRO) = PTD-FECHA (WS-IDX-BANCO)
               ADD 1 TO WS-CANTIDAD-EFECTIVO
               ADD PTD-IMPORTE (WS-IDX-LIBRO) TO WS-SUMA-EFECTIVO
           END-IF.

       350-MARCA-EFECTIVO.
           IF PTD-DE-LIBROS (WS-IDX-LIBRO)
               AND NOT PTD-ESTA-CASADA (WS-IDX-LIBRO)
               AND PTD-METODO (WS-IDX-LIBRO) = "E"
               AND PTD-FECHA (WS-IDX-LIBRO) = PTD-FECHA (WS-IDX-BANCO)
               MOVE "S"        TO PTD-CASADA (WS-IDX-LIBRO)
               MOVE "EFECTIVO" TO PTD-REGLA (WS-IDX-LIBRO)
           END-IF.

      *-----------------------------------------------------------------
      * 370-NETEA-RETENCION - antes de las reglas del banco: la
      * retencion de un pago sospechoso de duplicado (A5-PROGRAMA)
      * casa, dentro de libros, con el pago sin casar del mismo
      * cliente y la misma referencia por el importe contrario; el
      * par no movio dinero y no se busca en el extracto. Aqui
      * WS-IDX-BANCO recorre las retenciones.
      *-----------------------------------------------------------------
       370-NETEA-RETENCION.
           IF PTD-DE-LIBROS (WS-IDX-BANCO)
               AND PTD-ES-RETENCION (WS-IDX-BANCO)
               AND NOT PTD-ESTA-CASADA (WS-IDX-BANCO)
               MOVE ZERO TO WS-IDX-HALLADO
               PERFORM 375-COMPARA-RETENIDO
                   VARYING WS-IDX-LIBRO FROM 1 BY 1
                   UNTIL WS-IDX-LIBRO > WS-CANTIDAD-PARTIDAS
                       OR WS-IDX-HALLADO > ZERO
               IF WS-IDX-HALLADO > ZERO
                   MOVE "S"        TO PTD-CASADA (WS-IDX-BANCO)
                   MOVE "S"        TO PTD-CASADA (WS-IDX-HALLADO)
                   MOVE "RETENIDO" TO PTD-REGLA (WS-IDX-BANCO)
                   MOVE "RETENIDO" TO PTD-REGLA (WS-IDX-HALLADO)
               END-IF
           END-IF.

       375-COMPARA-RETENIDO.
           IF PTD-DE-LIBROS (WS-IDX-LIBRO)
               AND NOT PTD-ES-RETENCION (WS-IDX-LIBRO)
               AND NOT PTD-ESTA-CASADA (WS-IDX-LIBRO)
               AND PTD-CLIENTE (WS-IDX-LIBRO)
                   = PTD-CLIENTE (WS-IDX-BANCO)
               AND PTD-REFERENCIA (WS-IDX-LIBRO)
                   = PTD-REFERENCIA (WS-IDX-BANCO)
               AND PTD-IMPORTE (WS-IDX-LIBRO)
                   = ZERO - PTD-IMPORTE (WS-IDX-BANCO)
               MOVE WS-IDX-LIBRO TO WS-IDX-HALLADO
           END-IF.

       390-MARCA-PAR.
           MOVE "S" TO PTD-CASADA (WS-IDX-BANCO).
           MOVE "S" TO PTD-CASADA (WS-IDX-HALLADO).
           MOVE PTD-REGLA (WS-IDX-BANCO) TO PTD-REGLA (WS-IDX-HALLADO).
           ADD 1 TO WS-CANTIDAD-CASADAS.
           ADD PTD-IMPORTE (WS-IDX-BANCO) TO WS-TOTAL-CASADAS.

      *-----------------------------------------------------------------
      * 400-GENERA-REPORTE - CONCBCO.RPT: las casadas (del lado del
      * banco, con la regla con que casaron), los movimientos del
      * banco sin libro, los registros de libros sin banco (con su
      * antiguedad y su alerta si pasan de CONCDIAS) y el resumen.
      *-----------------------------------------------------------------
       400-GENERA-REPORTE.
           OPEN OUTPUT REPORTE-FILE.

           MOVE "SECCION"    TO RCH-SECCION.
           MOVE "FECHA"      TO RCH-FECHA.
           MOVE "REFERENCIA" TO RCH-REFERENCIA.
           MOVE "IMPORTE"    TO RCH-IMPORTE.
           MOVE "DIAS"       TO RCH-DIAS.
           MOVE "NOTA"       TO RCH-NOTA.
           WRITE REPORTE-CONCILIA-RECORD.

           PERFORM 410-ESCRIBE-CASADA
               VARYING WS-IDX-PARTIDA FROM 1 BY 1
               UNTIL WS-IDX-PARTIDA > WS-CANTIDAD-PARTIDAS.

           MOVE "SIN LIBRO" TO WS-SECCION-ALERTA.
           PERFORM 420-ESCRIBE-SIN-CASAR
               VARYING WS-IDX-PARTIDA FROM 1 BY 1
               UNTIL WS-IDX-PARTIDA > WS-CANTIDAD-PARTIDAS.

           MOVE "SIN BANCO" TO WS-SECCION-ALERTA.
           PERFORM 420-ESCRIBE-SIN-CASAR
               VARYING WS-IDX-PARTIDA FROM 1 BY 1
               UNTIL WS-IDX-PARTIDA > WS-CANTIDAD-PARTIDAS.

           PERFORM 500-ESCRIBE-RESUMEN.

           CLOSE REPORTE-FILE.

       410-ESCRIBE-CASADA.
           IF PTD-DE-BANCO (WS-IDX-PARTIDA)
               AND PTD-ESTA-CASADA (WS-IDX-PARTIDA)
               MOVE "CASADA"    TO RCB-SECCION
               MOVE PTD-FECHA (WS-IDX-PARTIDA)      TO RCB-FECHA
               MOVE PTD-REFERENCIA (WS-IDX-PARTIDA) TO RCB-REFERENCIA
               MOVE PTD-IMPORTE (WS-IDX-PARTIDA)    TO RCB-IMPORTE
               MOVE ZERO                            TO RCB-DIAS
               MOVE PTD-REGLA (WS-IDX-PARTIDA)      TO RCB-NOTA
               WRITE REPORTE-CONCILIA-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 420-ESCRIBE-SIN-CASAR - una partida sin casar del lado que
      * toca (SIN LIBRO son los movimientos del banco, SIN BANCO los
      * registros de libros), con su antiguedad; la que pasa de
      * CONCDIAS dias deja su alerta.
      *-----------------------------------------------------------------
       420-ESCRIBE-SIN-CASAR.
           IF NOT PTD-ESTA-CASADA (WS-IDX-PARTIDA)
               AND ((WS-SECCION-ALERTA = "SIN LIBRO"
                       AND PTD-DE-BANCO (WS-IDX-PARTIDA))
                   OR (WS-SECCION-ALERTA = "SIN BANCO"
                       AND PTD-DE-LIBROS (WS-IDX-PARTIDA)))
               MOVE PTD-FECHA (WS-IDX-PARTIDA) TO WS-PARTIDA-FECHA
               COMPUTE WS-DIAS-ANTIGUEDAD =
                   (WS-HOY-ANIO - WS-PAR-ANIO) * 360
                   + (WS-HOY-MES - WS-PAR-MES) * 30
                   + (WS-HOY-DIA - WS-PAR-DIA)
               IF WS-DIAS-ANTIGUEDAD < ZERO
                   MOVE ZERO TO WS-DIAS-ANTIGUEDAD
               END-IF
               MOVE WS-SECCION-ALERTA               TO RCB-SECCION
               MOVE PTD-FECHA (WS-IDX-PARTIDA)      TO RCB-FECHA
               MOVE PTD-REFERENCIA (WS-IDX-PARTIDA) TO RCB-REFERENCIA
               MOVE PTD-IMPORTE (WS-IDX-PARTIDA)    TO RCB-IMPORTE
               MOVE WS-DIAS-ANTIGUEDAD              TO RCB-DIAS
               MOVE SPACES                          TO RCB-NOTA
               IF PTD-DE-BANCO (WS-IDX-PARTIDA)
                   ADD 1 TO WS-CANTIDAD-SIN-LIBRO
                   ADD PTD-IMPORTE (WS-IDX-PARTIDA)
                       TO WS-TOTAL-SIN-LIBRO
               ELSE
                   ADD 1 TO WS-CANTIDAD-SIN-BANCO
                   ADD PTD-IMPORTE (WS-IDX-PARTIDA)
                       TO WS-TOTAL-SIN-BANCO
               END-IF
               IF WS-DIAS-ANTIGUEDAD > WS-DIAS-TOLERANCIA
                   MOVE "ALERTA" TO RCB-NOTA
                   PERFORM 430-ALERTA-PARTIDA
               END-IF
               WRITE REPORTE-CONCILIA-RECORD
           END-IF.

       430-ALERTA-PARTIDA.
           ADD 1 TO WS-CANTIDAD-ALERTAS.
           IF WS-DIAS-ANTIGUEDAD > 9999
               MOVE 9999 TO WS-DIAS-ALERTA
           ELSE
               MOVE WS-DIAS-ANTIGUEDAD TO WS-DIAS-ALERTA
           END-IF.
           MOVE "A"           TO WS-ALR-SEVERIDAD.
           MOVE "A4-PROGRAMA" TO WS-ALR-PROGRAMA.
           MOVE SPACES        TO WS-ALR-MENSAJE.
           STRING WS-SECCION-ALERTA               DELIMITED BY SIZE
                  PTD-FECHA (WS-IDX-PARTIDA)      DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  PTD-REFERENCIA (WS-IDX-PARTIDA) DELIMITED BY SIZE
                  " D"                            DELIMITED BY SIZE
                  WS-DIAS-ALERTA                  DELIMITED BY SIZE
               INTO WS-ALR-MENSAJE.
           PERFORM GRABA-ALERTA.

      *-----------------------------------------------------------------
      * 500-ESCRIBE-RESUMEN - el saldo del banco, mas lo registrado
      * que el banco todavia no muestra, menos lo que el banco
      * muestra sin registro en libros, debe dar el saldo en libros;
      * si no da, el resumen sale marcado como NO CUADRA.
      *-----------------------------------------------------------------
       500-ESCRIBE-RESUMEN.
           COMPUTE WS-SALDO-AJUSTADO =
               WS-SALDO-BANCO + WS-TOTAL-SIN-BANCO
               - WS-TOTAL-SIN-LIBRO.
           COMPUTE WS-DIFERENCIA =
               WS-SALDO-AJUSTADO - WS-SALDO-LIBROS.
           IF WS-DIFERENCIA NOT = ZERO
               MOVE "N" TO WS-CUADRA-SW
           END-IF.

           MOVE "RESUMEN"     TO RCH-SECCION.
           MOVE SPACES        TO RCH-FECHA.
           MOVE WS-BANCO-CUENTA TO RCH-REFERENCIA.
           MOVE SPACES        TO RCH-IMPORTE.
           MOVE SPACES        TO RCH-DIAS.
           MOVE SPACES        TO RCH-NOTA.
           WRITE REPORTE-CONCILIA-RECORD.

           MOVE "SALDO BCO"      TO RCB-SECCION.
           MOVE WS-BANCO-FECHA   TO RCB-FECHA.
           MOVE "EXTRACTO"       TO RCB-REFERENCIA.
           MOVE WS-SALDO-BANCO   TO RCB-IMPORTE.
           MOVE ZERO             TO RCB-DIAS.
           MOVE SPACES           TO RCB-NOTA.
           WRITE REPORTE-CONCILIA-RECORD.

           MOVE "+TRANSITO"      TO RCB-SECCION.
           MOVE SPACES           TO RCB-FECHA.
           MOVE "SIN BANCO"      TO RCB-REFERENCIA.
           MOVE WS-TOTAL-SIN-BANCO TO RCB-IMPORTE.
           MOVE WS-CANTIDAD-SIN-BANCO TO RCB-DIAS.
           MOVE "PARTIDAS"       TO RCB-NOTA.
           WRITE REPORTE-CONCILIA-RECORD.

           MOVE "-SIN LIBRO"     TO RCB-SECCION.
           MOVE SPACES           TO RCB-FECHA.
           MOVE "SIN LIBRO"      TO RCB-REFERENCIA.
           MOVE WS-TOTAL-SIN-LIBRO TO RCB-IMPORTE.
           MOVE WS-CANTIDAD-SIN-LIBRO TO RCB-DIAS.
           MOVE "PARTIDAS"       TO RCB-NOTA.
           WRITE REPORTE-CONCILIA-RECORD.

           MOVE "=AJUSTADO"      TO RCB-SECCION.
           MOVE SPACES           TO RCB-FECHA.
           MOVE "BANCO"          TO RCB-REFERENCIA.
           MOVE WS-SALDO-AJUSTADO TO RCB-IMPORTE.
           MOVE ZERO             TO RCB-DIAS.
           MOVE SPACES           TO RCB-NOTA.
           WRITE REPORTE-CONCILIA-RECORD.

           MOVE "SALDO LIB"      TO RCB-SECCION.
           MOVE WS-FECHA-NEGOCIO TO RCB-FECHA.
           MOVE "LIBROS"         TO RCB-REFERENCIA.
           MOVE WS-SALDO-LIBROS  TO RCB-IMPORTE.
           MOVE WS-CANTIDAD-LIBROS-NUEVOS TO RCB-DIAS.
           MOVE "REGISTROS"      TO RCB-NOTA.
           WRITE REPORTE-CONCILIA-RECORD.

           MOVE "DIFERENCIA"     TO RCB-SECCION.
           MOVE SPACES           TO RCB-FECHA.
           MOVE SPACES           TO RCB-REFERENCIA.
           MOVE WS-DIFERENCIA    TO RCB-IMPORTE.
           MOVE ZERO             TO RCB-DIAS.
           IF CONCILIACION-CUADRA
               MOVE "CUADRA"     TO RCB-NOTA
           ELSE
               MOVE "NO CUADRA"  TO RCB-NOTA
           END-IF.
           WRITE REPORTE-CONCILIA-RECORD.

      *-----------------------------------------------------------------
      * 600-GRABA-PENDIENTES - reescribe CONCPEND.DAT: el control con
      * la fecha de negocio, el extracto y el saldo en libros de hoy,
      * y las partidas que quedaron sin casar, para la conciliacion
      * de manana.
      *-----------------------------------------------------------------
       600-GRABA-PENDIENTES.
           OPEN OUTPUT CONCPEND-FILE.
           MOVE SPACES           TO CONCPEND-RECORD.
           MOVE "C"              TO CPC-TIPO.
           MOVE WS-FECHA-NEGOCIO TO CPC-FECHA-CONCILIADA.
           MOVE WS-BANCO-FECHA   TO CPC-FECHA-EXTRACTO.
           MOVE WS-SALDO-LIBROS  TO CPC-SALDO-LIBROS.
           WRITE CONCPEND-RECORD.
           PERFORM 610-GRABA-PARTIDA
               VARYING WS-IDX-PARTIDA FROM 1 BY 1
               UNTIL WS-IDX-PARTIDA > WS-CANTIDAD-PARTIDAS.
           CLOSE CONCPEND-FILE.

       610-GRABA-PARTIDA.
           IF NOT PTD-ESTA-CASADA (WS-IDX-PARTIDA)
               MOVE SPACES TO CONCPEND-RECORD
               SET CPD-PARTIDA TO TRUE
               MOVE PTD-ORIGEN (WS-IDX-PARTIDA)     TO CPD-ORIGEN
               MOVE PTD-FECHA (WS-IDX-PARTIDA)      TO CPD-FECHA
               MOVE PTD-IMPORTE (WS-IDX-PARTIDA)    TO CPD-IMPORTE
               MOVE PTD-REFERENCIA (WS-IDX-PARTIDA) TO CPD-REFERENCIA
               MOVE PTD-METODO (WS-IDX-PARTIDA)     TO CPD-METODO
               MOVE PTD-CLIENTE (WS-IDX-PARTIDA)    TO CPD-CLIENTE
               WRITE CONCPEND-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 900-TOTALES-DE-LOTE - el resumen de la conciliacion en
      * consola; la que no cuadra termina con RETURN-CODE 16.
      *-----------------------------------------------------------------
       900-TOTALES-DE-LOTE.
           DISPLAY "CONCILIACION BANCARIA DEL EXTRACTO "
               WS-BANCO-FECHA " (CUENTA " WS-BANCO-CUENTA ")".
           DISPLAY "  REGISTROS DE LIBROS NUEVOS: "
               WS-CANTIDAD-LIBROS-NUEVOS.
           DISPLAY "  MOVIMIENTOS DEL BANCO:      " WS-SOBRE-CANTIDAD.
           DISPLAY "  CASADOS:                    "
               WS-CANTIDAD-CASADAS.
           DISPLAY "  DEL BANCO SIN LIBRO:        "
               WS-CANTIDAD-SIN-LIBRO.
           DISPLAY "  DE LIBROS SIN BANCO:        "
               WS-CANTIDAD-SIN-BANCO.
           DISPLAY "  ALERTAS POR ANTIGUEDAD:     "
               WS-CANTIDAD-ALERTAS.
           IF CONCILIACION-CUADRA
               DISPLAY "LA CONCILIACION CUADRA."
           ELSE
               DISPLAY "LA CONCILIACION NO CUADRA; DIFERENCIA "
                   WS-DIFERENCIA
               MOVE 16 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * GRABA-ALERTA - viene de ALERTPRO.CPY (compartido por toda
      * compuerta que deja su renglon en la cola central de alertas).
      *-----------------------------------------------------------------
           COPY ALERTPRO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM A4-PROGRAMA.
