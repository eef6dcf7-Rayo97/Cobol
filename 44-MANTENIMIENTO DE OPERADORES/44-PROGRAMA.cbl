      *                 the list shows it. Restricted transactions
      *                 like the write-off (64-PROGRAMA) demand the
      *                 supervisor role at sign-on.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 inquiry-only and shows the forecast end time,
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
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

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.44.DAT"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  VENTANA-LOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY VENTLOTE.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  AUDIT-LOG-FILE
           LABEL RECORD IS STANDARD.
           COPY AUDITLOG.
      *-FILE STATUS/88-LEVEL DE AUDIT-LOG-FILE: VIENE DE AUDITSTS.CPY.
           COPY AUDITSTS.

      *-FILE STATUS/88-LEVEL DE VENTANA-LOTE-FILE: VIENE DE
      *-VENTSTS.CPY.
           COPY VENTSTS.

      *-MODO DE LA SESION FRENTE A LA VENTANA BATCH: VIENE DE
      *-VENTWS.CPY.
           COPY VENTWS.

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

       01  WS-ALR-SEVERIDAD PIC X     VALUE "C".
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "44-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       000-MAINLINE.
           DISPLAY "INTRODUCE TU ID DE OPERADOR:".
           ACCEPT WS-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.

           OPEN I-O OPERADORES-FILE.
           IF OPERMAST-NO-EXISTE
                   END-IF
           END-READ.

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
      * 070-RECHAZA-ACTUALIZACION - una opcion que actualiza, pedida
      * mientras la corrida nocturna esta en curso sin autorizacion.
      *-----------------------------------------------------------------
       070-RECHAZA-ACTUALIZACION.
           DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO: ESTA SESION ES "
               "DE SOLO CONSULTA.".
           MOVE "VENTANA-RECHAZO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION         TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 100-TRANSACCION - menu del mantenimiento: alta, cambio, lista
      * o salir; repite hasta que el supervisor pida salir.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ALTA OR OPCION-CAMBIO
                    OR OPCION-DESBLOQUEO)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-ALTA
                   PERFORM 200-ALTA
               WHEN OPCION-CAMBIO
                       " BLOQ: " OPE-BLOQUEADO
           END-READ.

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
      * 950-GRABA-AUDITORIA - añade una entrada a AUDITLOG.DAT con el
      * campo y el valor que se acaba de ACCEPT-ar o aplicar y la hora
