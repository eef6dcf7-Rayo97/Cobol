      *                 program declares the credential work fields
      *                 (VALOPWS.CPY) and, where it was missing, the
      *                 TASAS feed the sign-on reads the expiry from.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 refused (the transaction only updates),
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

           SELECT CLIENTES-JOURNAL-FILE
               ASSIGN TO "CLIJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  VENTANA-LOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY VENTLOTE.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  CLIENTES-JOURNAL-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIJRNL.
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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "31-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           IF VENTANA-SOLO-CONSULTA
               PERFORM 070-RECHAZA-ACTUALIZACION
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O REVISION-CLIENTES-FILE.
           IF REVCLI-NO-EXISTE

           STOP RUN.

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
      * 100-TRABAJA-CASO - lee el siguiente caso de la cola; los
      * pendientes se muestran al supervisor y se atiende su decision;
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
      * 950-GRABA-AUDITORIA - añade una entrada a AUDITLOG.DAT con el
      * campo y el valor que se acaba de ACCEPT-ar y la hora en que
