      * Date:
      * Purpose: Aprobacion a dos firmas: la transaccion de
      *          supervisor que recorre la cola PENDAPRO.DAT con lo
      *          que 46-PROGRAMA (tasas), 27-PROGRAMA (bajas de
      *          cliente) y D0-PROGRAMA (cambios masivos de precios)
      *          dejaron pendiente, y por cada solicitud la
      *          aprueba — y solo entonces la aplica al maestro — o
      *          la rechaza. El aprobador debe ser un operador
      *          DISTINTO del solicitante, y ambas identidades quedan
      ******************************************************************
      * Modification History:
      * 2026-09-02 RSM  Primera version.
      * 2026-10-15 RSM  Handles mass price-change batches (type PR)
      *                 from D0-PROGRAMA: shows the batch lines and
      *                 marks them approved or rejected in
      *                 CAMBPREC.DAT; the nightly run applies approved
      *                 prices once their effective date arrives.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 refused (the transaction only updates),
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLIJRNL-STATUS.

           SELECT CAMBIO-PRECIO-FILE
               ASSIGN TO "CAMBPREC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMBPREC-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.93.DAT"
               ORGANIZATION IS SEQUENTIAL
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT VENTANA-LOTE-FILE
               ASSIGN TO "VENTANA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VENTANA-STATUS.

           SELECT ALERTAS-FILE
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY CLIJRNL.

       FD  CAMBIO-PRECIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CAMBPREC.

       FD  AUDIT-LOG-FILE
           LABEL RECORD IS STANDARD.
           COPY AUDITLOG.
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  VENTANA-LOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY VENTLOTE.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE PENDIENTE-APRO-FILE: VIENE DE
      *-CLIJSTS.CPY.
           COPY CLIJSTS.

      *-FILE STATUS/88-LEVEL DE CAMBIO-PRECIO-FILE: VIENE DE
      *-CPRSTS.CPY.
           COPY CPRSTS.

      *-FILE STATUS/88-LEVEL DE AUDIT-LOG-FILE: VIENE DE AUDITSTS.CPY.
           COPY AUDITSTS.

      *-CAMPOS DE LA CREDENCIAL DE LA FIRMA: VIENEN DE VALOPWS.CPY.
           COPY VALOPWS.

      *-FILE STATUS/88-LEVEL DE VENTANA-LOTE-FILE: VIENE DE
      *-VENTSTS.CPY.
           COPY VENTSTS.

      *-MODO DE LA SESION FRENTE A LA VENTANA BATCH: VIENE DE
      *-VENTWS.CPY.
           COPY VENTWS.

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

       01  WS-ALR-SEVERIDAD PIC X     VALUE "C".
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "93-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-BAJA-NOMBRE    PIC X(15) VALUE SPACES.
       01  WS-BAJA-APELLIDOS PIC X(20) VALUE SPACES.

      *-LOTE DE UN CAMBIO MASIVO DE PRECIOS Y EL ESTADO QUE EL
      *-DICTAMEN DEJA EN SUS RENGLONES DE CAMBPREC.DAT.
       01  WS-LOTE-TRABAJO   PIC 9(7)  VALUE ZERO.
       01  WS-LOTE-ESTADO    PIC X     VALUE SPACE.
       01  WS-LOTE-RENGLONES PIC 9(5)  VALUE ZERO.
       01  WS-PRECIO-ANTES-ED PIC ZZZZ9.99.
       01  WS-PRECIO-NUEVO-ED PIC ZZZZ9.99.

       01  WS-CONTADOR-PENDIENTES PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-APROBADAS  PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-RECHAZADAS PIC 9(5) VALUE ZERO.
               STOP RUN
           END-IF.

           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           IF VENTANA-SOLO-CONSULTA
               PERFORM 070-RECHAZA-ACTUALIZACION
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PENDIENTE-APRO-FILE.
           IF PENDAPRO-NO-EXISTE
               DISPLAY "NO EXISTE PENDAPRO.DAT; NO HAY SOLICITUDES "
               CLOSE OPERADORES-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 060-AUDITA-VENTANA - deja en la auditoria como quedo la sesion
      * frente a la ventana batch: solo consulta, o la actualizacion
      * autorizada con el ID del supervisor que la autorizo.
      *-----------------------------------------------------------------
       060-AUDITA-VENTANA.
           IF VENTANA-SOLO-CONSULTA
               MOVE "VENTANA-BATCH"   TO WS-AUDIT-CAMPO
               MOVE "SOLO CONSULTA"   TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.
           IF VENTANA-AUTORIZADA
               MOVE "VENTANA-AUTORIZ" TO WS-AUDIT-CAMPO
               MOVE WS-VEN-SUPERVISOR TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.

      *-----------------------------------------------------------------
      * 070-RECHAZA-ACTUALIZACION - esta transaccion no tiene nada de
      * consulta: mientras la corrida nocturna esta en curso sin
      * autorizacion la sesion termina sin tocar ningun archivo.
      *-----------------------------------------------------------------
       070-RECHAZA-ACTUALIZACION.
           DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO Y ESTA "
               "TRANSACCION SOLO ACTUALIZA; VUELVA AL TERMINAR.".
           MOVE "VENTANA-RECHAZO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPERADOR       TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 100-TRABAJA-SOLICITUD - lee la siguiente solicitud y atiende
      * las pendientes; las ya resueltas pasan de largo, y las del
               WHEN PEN-ES-BAJA
                   DISPLAY "BAJA DE CLIENTE SOLICITADA POR "
                       PEN-SOLICITANTE ": " PEN-CLAVE (1:7)
               WHEN PEN-ES-PRECIOS
                   DISPLAY "CAMBIO MASIVO DE PRECIOS SOLICITADO POR "
                       PEN-SOLICITANTE ": LOTE " PEN-CLAVE (1:7)
                       ", " PEN-VALOR " ARTICULOS, EF " PEN-FECHA-EF
                   PERFORM 120-MUESTRA-LOTE
               WHEN OTHER
                   DISPLAY "SOLICITUD DE TIPO DESCONOCIDO "
                       PEN-TIPO "; SE SALTA"
           END-EVALUATE.
           IF PEN-ES-TASA OR PEN-ES-BAJA OR PEN-ES-PRECIOS
               DISPLAY "DICTAMEN (A APROBAR, R RECHAZAR, OTRA = "
                   "SALTAR):"
               ACCEPT WS-DICTAMEN
                   WHEN DICTAMINA-APROBAR
                       PERFORM 200-APLICA-SOLICITUD
                   WHEN DICTAMINA-RECHAZAR
                       IF PEN-ES-PRECIOS
                           MOVE "R" TO WS-LOTE-ESTADO
                           PERFORM 240-MARCA-LOTE
                       END-IF
                       SET PEN-RECHAZADA TO TRUE
                       PERFORM 300-ESTAMPA-DICTAMEN
                       ADD 1 TO WS-CONTADOR-RECHAZADAS
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * 120-MUESTRA-LOTE - muestra los renglones pendientes del lote
      * de precios (articulo, precio anterior y nuevo) para que el
      * aprobador vea lo mismo que el reporte de impacto de D0.
      *-----------------------------------------------------------------
       120-MUESTRA-LOTE.
           MOVE PEN-CLAVE (1:7) TO WS-LOTE-TRABAJO.
           OPEN INPUT CAMBIO-PRECIO-FILE.
           IF CAMBPREC-NO-EXISTE
               DISPLAY "NO EXISTE CAMBPREC.DAT; EL LOTE NO TIENE "
                   "RENGLONES."
           ELSE
               PERFORM 125-MUESTRA-RENGLON UNTIL CAMBPREC-EOF
               CLOSE CAMBIO-PRECIO-FILE
           END-IF.

       125-MUESTRA-RENGLON.
           READ CAMBIO-PRECIO-FILE
               AT END
                   SET CAMBPREC-EOF TO TRUE
               NOT AT END
                   IF CPR-LOTE = WS-LOTE-TRABAJO
                       AND CPR-PENDIENTE
                       MOVE CPR-PRECIO-ANTERIOR TO WS-PRECIO-ANTES-ED
                       MOVE CPR-PRECIO-NUEVO    TO WS-PRECIO-NUEVO-ED
                       DISPLAY "  " CPR-ARTICULO " "
                           WS-PRECIO-ANTES-ED " A "
                           WS-PRECIO-NUEVO-ED
                   END-IF
           END-READ.

       200-APLICA-SOLICITUD.
           EVALUATE TRUE
               WHEN PEN-ES-TASA
                   PERFORM 210-APLICA-TASA
               WHEN PEN-ES-BAJA
                   PERFORM 220-APLICA-BAJA
               WHEN PEN-ES-PRECIOS
                   MOVE "A" TO WS-LOTE-ESTADO
                   PERFORM 240-MARCA-LOTE
                   DISPLAY "LOTE APROBADO: LOS PRECIOS ENTRAN EN "
                       "VIGOR CON LA CORRIDA NOCTURNA DEL "
                       PEN-FECHA-EF "."
           END-EVALUATE.
           SET PEN-APROBADA TO TRUE.
           PERFORM 300-ESTAMPA-DICTAMEN.
           ADD 1 TO WS-CONTADOR-APROBADAS.
               CLOSE CLIENTES-XREF-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 240-MARCA-LOTE - deja el dictamen (A aprobado, R rechazado) en
      * los renglones pendientes del lote; aprobar no toca el maestro
      * de articulos, eso lo hace la corrida nocturna al llegar la
      * fecha efectiva.
      *-----------------------------------------------------------------
       240-MARCA-LOTE.
           MOVE PEN-CLAVE (1:7) TO WS-LOTE-TRABAJO.
           MOVE ZERO TO WS-LOTE-RENGLONES.
           OPEN I-O CAMBIO-PRECIO-FILE.
           IF CAMBPREC-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 245-MARCA-RENGLON UNTIL CAMBPREC-EOF
               CLOSE CAMBIO-PRECIO-FILE
           END-IF.
           DISPLAY "RENGLONES DEL LOTE MARCADOS " WS-LOTE-ESTADO ": "
               WS-LOTE-RENGLONES.

       245-MARCA-RENGLON.
           READ CAMBIO-PRECIO-FILE
               AT END
                   SET CAMBPREC-EOF TO TRUE
               NOT AT END
                   IF CPR-LOTE = WS-LOTE-TRABAJO
                       AND CPR-PENDIENTE
                       MOVE WS-LOTE-ESTADO TO CPR-ESTADO
                       REWRITE CAMBIO-PRECIO-RECORD
                       ADD 1 TO WS-LOTE-RENGLONES
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 300-ESTAMPA-DICTAMEN - la solicitud queda con el aprobador y
      * la hora del dictamen: ambas identidades viven en el renglon.
      *-----------------------------------------------------------------
           COPY VALOPER.

      *-----------------------------------------------------------------
      * VERIFICA-VENTANA-LOTE/AUTORIZA-VENTANA-LOTE - vienen de
      * VERVENT.CPY: mientras la corrida nocturna esta en curso la
      * sesion es de solo consulta, salvo autorizacion de supervisor.
      *-----------------------------------------------------------------
           COPY VERVENT.

      *-----------------------------------------------------------------
      * GRABA-ALERTA - viene de ALERTPRO.CPY: anexa la alerta abierta
      * a la cola central ALERTAS.DAT.
      *-----------------------------------------------------------------
           COPY ALERTPRO.

      *-----------------------------------------------------------------
      * 950-GRABA-AUDITORIA - añade una entrada al archivo de
      * auditoria de este programa con el campo y el valor que se
