      *                 program declares the credential work fields
      *                 (VALOPWS.CPY) and, where it was missing, the
      *                 TASAS feed the sign-on reads the expiry from.
      * 2026-10-15 RSM  Each open exception shows its full timestamp
      *                 (the key a customer service case uses to
      *                 reference it) and the cases that reference it
      *                 (CASOS.DAT, D7-PROGRAMA).
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
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT CASO-SERVICIO-FILE
               ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WS-CASOS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  CASO-SERVICIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CASOS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "28-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY), Y EL NUMERO DE CLIENTE CON QUE SE
      *-GRABA EL MAESTRO PARA LA CORRECCION ACTUAL.
       01  WS-CJR-FECHA    PIC 9(8)  VALUE ZERO.
       01  WS-CJR-HORA     PIC 9(8)  VALUE ZERO.

      *-FILE STATUS/88-LEVEL DE CASO-SERVICIO-FILE: VIENE DE
      *-CASSTS.CPY.
           COPY CASSTS.

      *-REFERENCIA CUYOS CASOS DE ATENCION SE MUESTRAN (VER
      *-CASOPRO.CPY).
       01  WS-CASREF-TIPO     PIC X     VALUE SPACE.
       01  WS-CASREF-CLAVE    PIC X(25) VALUE SPACES.
       01  WS-CASREF-CONTADOR PIC 9(5)  VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           IF VENTANA-SOLO-CONSULTA
               PERFORM 070-RECHAZA-ACTUALIZACION
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O EXCEPCION-FILE.
           IF EXCEPCION-NO-EXISTE

           GOBACK.

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
      * 100-TRABAJA-EXCEPCION - lee la siguiente excepcion; las
      * abiertas se muestran al supervisor y se atiende su decision
           DISPLAY "  VALOR: " EXC-VALOR.
           DISPLAY "  RAZON: " EXC-RAZON
               "  FECHA: " EXC-TIMESTAMP (1:8).
           DISPLAY "  TIMESTAMP: " EXC-TIMESTAMP.
           MOVE "E"    TO WS-CASREF-TIPO.
           MOVE SPACES TO WS-CASREF-CLAVE.
           STRING EXC-PROGRAMA  DELIMITED BY SIZE
                  EXC-TIMESTAMP DELIMITED BY SIZE
               INTO WS-CASREF-CLAVE.
           PERFORM MUESTRA-CASOS-REFERENCIA.
           IF WS-CASREF-CONTADOR > ZERO
               DISPLAY "  CASOS DE ATENCION DE LA EXCEPCION: "
                   WS-CASREF-CONTADOR
           END-IF.
           DISPLAY "C=CORREGIR X=CANCELAR N=SALTAR 9=TERMINAR:".
           ACCEPT WS-ACCION.
           MOVE "ACCION-EXCEP" TO WS-AUDIT-CAMPO.
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
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      *-----------------------------------------------------------------
      * MUESTRA-CASOS-REFERENCIA - viene de CASOPRO.CPY: muestra los
      * casos de atencion que refieren la excepcion en pantalla.
      *-----------------------------------------------------------------
           COPY CASOPRO.

      ** add other procedures here
       END PROGRAM 28-PROGRAMA.
