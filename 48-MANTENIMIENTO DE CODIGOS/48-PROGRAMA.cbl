      *                 supervisor or administrator; knowing which
      *                 directory the programs live in is no longer
      *                 the only protection.
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

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  VENTANA-LOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY VENTLOTE.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.
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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "48-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

      *-BANDERA DEL CONTROL DE ROL: ESTE MANTENIMIENTO ES DE
      *-SUPERVISORES.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.

           OPEN I-O CODTXT-FILE.
           IF CODTXT-NO-EXISTE
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
      * 070-RECHAZA-ACTUALIZACION - una opcion que actualiza, pedida
      * mientras la corrida nocturna esta en curso sin autorizacion.
      *-----------------------------------------------------------------
       070-RECHAZA-ACTUALIZACION.
           DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO: ESTA SESION ES "
               "DE SOLO CONSULTA.".
           MOVE "VENTANA-RECHAZO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION         TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

       100-TRANSACCION.
           DISPLAY "MANTENIMIENTO DE TEXTOS DE CODIGO".
           DISPLAY "  A - ALTA DE CODIGO".
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ALTA OR OPCION-CAMBIO)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-ALTA
                   PERFORM 200-ALTA
               WHEN OPCION-CAMBIO
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
