      *          puntero hacia adelante (CLI-REFERIDO-A) para que el
      *          papeleo viejo siga resolviendo. Cada registro tocado
      *          del maestro queda en CLIJRNL.DAT con sus imagenes.
      *          Las notas de contacto de la victima (NOTASCLI.DAT)
      *          pasan tambien al sobreviviente.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 program declares the credential work fields
      *                 (VALOPWS.CPY) and, where it was missing, the
      *                 TASAS feed the sign-on reads the expiry from.
      * 2026-10-15 RSM  The victim's contact notes (NOTASCLI.DAT) are
      *                 re-keyed to the survivor, keeping their capture
      *                 date and time, so the survivor's customer view
      *                 shows the whole conversation history.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 refused (the transaction only updates),
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT NOTA-CLIENTE-FILE
               ASSIGN TO "NOTASCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTA-CLAVE
               FILE STATUS IS WS-NOTASCLI-STATUS.

           SELECT CLIENTES-JOURNAL-FILE
               ASSIGN TO "CLIJRNL.DAT"
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

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  NOTA-CLIENTE-FILE
           LABEL RECORD IS STANDARD.
           COPY NOTASCLI.

       FD  CLIENTES-JOURNAL-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIJRNL.
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
      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE NOTA-CLIENTE-FILE: VIENE DE
      *-NTASTS.CPY.
           COPY NTASTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-JOURNAL-FILE: VIENE DE
      *-CLIJSTS.CPY.
           COPY CLIJSTS.
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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "79-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).

       01  WS-CONTADOR-FACT-REAP PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-PAGO-REAP PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-NOTA-REAP PIC 9(7) VALUE ZERO.

      *-NOTA DE LA VICTIMA EN TURNO, MIENTRAS SE BORRA Y SE VUELVE A
      *-ESCRIBIR CON EL NUMERO DEL SOBREVIVIENTE.
       01  WS-NOTA-TRABAJO      PIC X(162) VALUE SPACES.
       01  WS-NOTAS-VICTIMA-SW  PIC X VALUE "N".
           88  QUEDAN-NOTAS-VICTIMA VALUE "S".
       01  WS-NOTA-GRABADA-SW   PIC X VALUE "N".
           88  NOTA-GRABADA VALUE "S".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
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

           OPEN I-O CLIENTES-FILE.
           IF CLIENTES-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA EL MAESTRO DE CLIENTES."
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
      * 100-FUSIONA - una fusion completa: el par tecleado y
      * validado, la confirmacion, el reapunte de facturas, pagos y
               IF FUSION-CONFIRMADA
                   PERFORM 200-REAPUNTA-FACTURAS
                   PERFORM 300-REAPUNTA-PAGOS
                   PERFORM 350-REAPUNTA-NOTAS
                   PERFORM 400-REAPUNTA-CRUZADO
                   PERFORM 500-RETIRA-VICTIMA
                   DISPLAY "FUSION APLICADA: " WS-VICTIMA " -> "
                       WS-SOBREVIVIENTE " ("
                       WS-CONTADOR-FACT-REAP " FACTURAS, "
                       WS-CONTADOR-PAGO-REAP " PAGOS, "
                       WS-CONTADOR-NOTA-REAP " NOTAS)."
               END-IF
           END-IF.
           DISPLAY "FUSIONAR OTRO PAR (S/N)?".
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 350-REAPUNTA-NOTAS - cada nota de contacto de la victima se
      * borra y se vuelve a escribir con el numero del sobreviviente y
      * su misma fecha y hora; si el sobreviviente ya tiene una nota
      * en ese instante, la trasladada se corre una centesima. Se
      * vuelve a posicionar en la primera nota de la victima en cada
      * vuelta, porque el borrado mueve la posicion del archivo.
      *-----------------------------------------------------------------
       350-REAPUNTA-NOTAS.
           MOVE ZERO TO WS-CONTADOR-NOTA-REAP.
           OPEN I-O NOTA-CLIENTE-FILE.
           IF NOTASCLI-NO-EXISTE
               NEXT SENTENCE
           ELSE
               SET QUEDAN-NOTAS-VICTIMA TO TRUE
               PERFORM 360-TRASLADA-NOTA UNTIL NOT QUEDAN-NOTAS-VICTIMA
               CLOSE NOTA-CLIENTE-FILE
           END-IF.

       360-TRASLADA-NOTA.
           MOVE WS-VICTIMA TO NTA-CLIENTE.
           MOVE ZERO       TO NTA-FECHA.
           MOVE ZERO       TO NTA-HORA.
           START NOTA-CLIENTE-FILE KEY NOT < NTA-CLAVE
               INVALID KEY
                   MOVE "N" TO WS-NOTAS-VICTIMA-SW
               NOT INVALID KEY
                   READ NOTA-CLIENTE-FILE NEXT RECORD
                       AT END
                           MOVE "N" TO WS-NOTAS-VICTIMA-SW
                   END-READ
           END-START.
           IF QUEDAN-NOTAS-VICTIMA
               IF NTA-CLIENTE NOT = WS-VICTIMA
                   MOVE "N" TO WS-NOTAS-VICTIMA-SW
               ELSE
                   MOVE NOTA-CLIENTE-RECORD TO WS-NOTA-TRABAJO
                   DELETE NOTA-CLIENTE-FILE RECORD
                   MOVE WS-NOTA-TRABAJO  TO NOTA-CLIENTE-RECORD
                   MOVE WS-SOBREVIVIENTE TO NTA-CLIENTE
                   MOVE "N" TO WS-NOTA-GRABADA-SW
                   PERFORM 370-ESCRIBE-NOTA UNTIL NOTA-GRABADA
                   ADD 1 TO WS-CONTADOR-NOTA-REAP
               END-IF
           END-IF.

       370-ESCRIBE-NOTA.
           WRITE NOTA-CLIENTE-RECORD
               INVALID KEY
                   ADD 1 TO NTA-HORA
               NOT INVALID KEY
                   SET NOTA-GRABADA TO TRUE
           END-WRITE.

      *-----------------------------------------------------------------
      * 400-REAPUNTA-CRUZADO - el renglon del cruzado con el nombre de
      * la victima apunta ahora al sobreviviente: una consulta por el
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
