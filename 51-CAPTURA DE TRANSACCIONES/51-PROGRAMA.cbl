      *                 session and every transaction written carries
      *                 it in TRX-SUCURSAL, so the daily summary can
      *                 finally subtotal per branch.
      * 2026-10-15 RSM  Exceptions carry the signed-on operator
      *                 (EXC-OPERADOR) for the productivity report.
      * 2026-10-15 RSM  Captured transactions are stamped with origin
      *                 blank (TRX-ORIGEN, carved from the last byte
      *                 of the description, now 38 characters), and
      *                 keys of the form P plus nine digits are
      *                 refused: they belong to the scheduled
      *                 transactions released by G0-PROGRAMA.
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

           SELECT TIPO-TRX-FILE
               ASSIGN TO "TIPOTRX.DAT"
               ORGANIZATION IS INDEXED
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  VENTANA-LOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY VENTLOTE.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  TIPO-TRX-FILE
           LABEL RECORD IS STANDARD.
           COPY TIPOTRX.
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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "51-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

      *-SUCURSAL DE LA SESION DE CAPTURA, ESTAMPADA EN CADA
      *-TRANSACCION QUE ESTA SESION ESCRIBE.
       01  WS-SUCURSAL PIC X(3) VALUE SPACES.
       01  WS-REFERENCIA   PIC X(10) VALUE SPACES.
       01  WS-IMPORTE-TXT  PIC X(9)  VALUE SPACES.
       01  WS-IMPORTE      PIC 9(7)V99 VALUE ZERO.
       01  WS-DESCRIPCION  PIC X(38) VALUE SPACES.

       01  WS-IMPORTE-SW PIC X VALUE "N".
           88  IMPORTE-VALIDO VALUE "S".
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
           DISPLAY "SUCURSAL DE LA SESION (3 CARS):".
           ACCEPT WS-SUCURSAL.
           MOVE "SUCURSAL"  TO WS-AUDIT-CAMPO.

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
      * 100-CAPTURA-TRANSACCION - una vuelta de la sesion: los campos
      * validados con re-pregunta, el registro grabado, y la pregunta
               MOVE "EN BLANCO"  TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           ELSE
               IF WS-CLAVE (1:1) = "P"
                   AND WS-CLAVE (2:9) IS NUMERIC
                   DISPLAY "LAS CLAVES P CON NUEVE DIGITOS SON DE LAS "
                       "TRANSACCIONES PROGRAMADAS; INTENTA OTRA."
                   MOVE "TRX-CLAVE"  TO WS-EXC-CAMPO
                   MOVE WS-CLAVE     TO WS-EXC-VALOR
                   MOVE "CLAVE RESERVADA A PROGRAMADAS"
                       TO WS-EXC-RAZON
                   PERFORM 900-GRABA-EXCEPCION
               ELSE
                   PERFORM 117-CONSULTA-REGISTRO-CLAVES
               END-IF
           END-IF.

      *-----------------------------------------------------------------
           MOVE WS-IMPORTE     TO TRX-IMPORTE.
           MOVE WS-DESCRIPCION TO TRX-DESCRIPCION.
           MOVE WS-SUCURSAL    TO TRX-SUCURSAL.
           SET TRX-ORIGEN-CAPTURA TO TRUE.
           WRITE TRANSACCION-RECORD.

           CLOSE TRANSACCIONES-FILE.
           SET  EXC-ABIERTA   TO TRUE.
           MOVE SPACES        TO EXC-RES-OPERADOR.
           MOVE SPACES        TO EXC-RES-TIMESTAMP.
           MOVE WS-OPERADOR   TO EXC-OPERADOR.

           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
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
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
