      *                 program declares the credential work fields
      *                 (VALOPWS.CPY) and, where it was missing, the
      *                 TASAS feed the sign-on reads the expiry from.
      * 2026-10-15 RSM  The article now carries its sales-commission
      *                 product line (ART-LINEA-COMISION, 2 characters,
      *                 blank for none): the alta asks for it, the
      *                 cambio can change it, and the list shows it.
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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "67-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-ACTIVO-TRABAJO PIC X     VALUE "S".
       01  WS-CATEG-TRABAJO  PIC X     VALUE "G".
           88  CATEG-TECLEADA-VALIDA VALUE "G" "R" "E".
       01  WS-LINEA-TRABAJO  PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.

           IF VENTANA-SOLO-CONSULTA
               OPEN INPUT ARTICULOS-FILE
           ELSE
               OPEN I-O ARTICULOS-FILE
               IF ARTICULOS-NO-EXISTE
                   OPEN OUTPUT ARTICULOS-FILE
                   CLOSE ARTICULOS-FILE
                   OPEN I-O ARTICULOS-FILE
               END-IF
           END-IF.

           IF ARTICULOS-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA EL MAESTRO DE ARTICULOS."
           ELSE
               PERFORM 100-TRANSACCION UNTIL OPCION-SALIR
               CLOSE ARTICULOS-FILE
           END-IF.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

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
      * 100-TRANSACCION - menu del mantenimiento de articulos: alta,
      * cambio, lista o salir; en solo consulta, unicamente la lista.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE ARTICULOS".
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ALTA OR OPCION-CAMBIO)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-ALTA
                   PERFORM 200-ALTA
               WHEN OPCION-CAMBIO
               IF NOT CATEG-TECLEADA-VALIDA
                   MOVE "G" TO WS-CATEG-TRABAJO
               END-IF
               DISPLAY "LINEA DE PRODUCTO PARA COMISIONES (2 CARS, "
                   "EN BLANCO = SIN LINEA):"
               ACCEPT WS-LINEA-TRABAJO
               MOVE "ART-LINEA-COM"  TO WS-AUDIT-CAMPO
               MOVE WS-LINEA-TRABAJO TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               IF WS-PRECIO-TXT IS NUMERIC
                   MOVE WS-CODIGO-TRABAJO TO ART-CODIGO
                   MOVE WS-DESCR-TRABAJO  TO ART-DESCRIPCION
                   MOVE WS-PRECIO-TXT     TO ART-PRECIO-LISTA (1:7)
                   MOVE "S"               TO ART-ACTIVO
                   MOVE WS-CATEG-TRABAJO  TO ART-CATEGORIA-IVA
                   MOVE WS-LINEA-TRABAJO  TO ART-LINEA-COMISION
                   WRITE ARTICULO-RECORD
                       INVALID KEY
                           DISPLAY "YA EXISTE UN ARTICULO CON ESE "
                       ART-DESCRIPCION " PRECIO: " ART-PRECIO-LISTA
                       " ACTIVO: " ART-ACTIVO
                       " IVA: " ART-CATEGORIA-IVA
                       " LINEA: " ART-LINEA-COMISION
                   DISPLAY "DESCRIPCION NUEVA (EN BLANCO = "
                       "CONSERVAR):"
                   ACCEPT WS-DESCR-TRABAJO
                       AND WS-CATEG-TRABAJO NOT = SPACE
                       MOVE WS-CATEG-TRABAJO TO ART-CATEGORIA-IVA
                   END-IF
                   DISPLAY "LINEA DE COMISION (2 CARS, EN BLANCO = "
                       "CONSERVAR):"
                   ACCEPT WS-LINEA-TRABAJO
                   IF WS-LINEA-TRABAJO NOT = SPACES
                       MOVE WS-LINEA-TRABAJO TO ART-LINEA-COMISION
                       MOVE "ART-LINEA-COM"  TO WS-AUDIT-CAMPO
                       MOVE WS-LINEA-TRABAJO TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
                   END-IF
                   REWRITE ARTICULO-RECORD
                   DISPLAY "CAMBIO APLICADO."
                   MOVE "CAMBIO-ARTIC" TO WS-AUDIT-CAMPO
                       " PRECIO: " ART-PRECIO-LISTA
                       " ACTIVO: " ART-ACTIVO
                       " IVA: " ART-CATEGORIA-IVA
                       " LINEA: " ART-LINEA-COMISION
           END-READ.

      *-----------------------------------------------------------------
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
