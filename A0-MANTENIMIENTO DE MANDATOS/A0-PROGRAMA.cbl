      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de mandatos de debito
      *          automatico (MANDATOS.DAT): alta del mandato de un
      *          cliente con el banco, la cuenta y la fecha en que lo
      *          firmo, cambio de cuenta o de estado (activo,
      *          suspendido, cancelado) y lista, con cada movimiento
      *          auditado. Es el maestro que la corrida de cobro
      *          automatico (A1-PROGRAMA) consulta para saber a quien
      *          se le cobra directo de su cuenta.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 inquiry-only and shows the forecast end time,
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. A0-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MANDATOS-FILE
               ASSIGN TO "MANDATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CLIENTE
               FILE STATUS IS WS-MANDATOS-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.A0.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT OPERADORES-FILE
               ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  MANDATOS-FILE
           LABEL RECORD IS STANDARD.
           COPY MANDATO.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  AUDIT-LOG-FILE
           LABEL RECORD IS STANDARD.
           COPY AUDITLOG.

       FD  OPERADORES-FILE
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  VENTANA-LOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY VENTLOTE.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE MANDATOS-FILE: VIENE DE MANDSTS.CPY.
           COPY MANDSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE AUDIT-LOG-FILE: VIENE DE AUDITSTS.CPY.
           COPY AUDITSTS.

      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-OPERADOR-VALIDO-SW PIC X VALUE "N".
           88  OPERADOR-VALIDO VALUE "S".

       01  WS-INTENTOS-FIRMA PIC 9 VALUE ZERO.
           88  LIMITE-INTENTOS-FIRMA VALUE 3.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "A0-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO, CON QUE QUEDA FECHADO CADA CAMBIO
      *-DE ESTADO DEL MANDATO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-ALTA    VALUE "A" "a".
           88  OPCION-CAMBIO  VALUE "C" "c".
           88  OPCION-LISTA   VALUE "L" "l".
           88  OPCION-SALIR   VALUE "9".

      *-CAMPOS DE CAPTURA DEL MANDATO.
       01  WS-CLIENTE-TXT    PIC X(7)  VALUE SPACES.
       01  WS-BANCO-TRAB     PIC X(4)  VALUE SPACES.
       01  WS-CUENTA-TRAB    PIC X(20) VALUE SPACES.
       01  WS-FECHA-TXT      PIC X(8)  VALUE SPACES.
       01  WS-ESTADO-TRAB    PIC X     VALUE SPACE.
           88  ESTADO-VALIDO VALUE "A" "S" "C".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O MANDATOS-FILE.
           IF MANDATOS-NO-EXISTE
               OPEN OUTPUT MANDATOS-FILE
               CLOSE MANDATOS-FILE
               OPEN I-O MANDATOS-FILE
           END-IF.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           CLOSE MANDATOS-FILE.
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
      * 100-TRANSACCION - menu del mantenimiento de mandatos: alta,
      * cambio, lista o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "MANTENIMIENTO DE MANDATOS DE DEBITO AUTOMATICO".
           DISPLAY "  A - ALTA DE MANDATO".
           DISPLAY "  C - CAMBIO (CUENTA/ESTADO)".
           DISPLAY "  L - LISTAR MANDATOS".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-MANDATO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION        TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ALTA OR OPCION-CAMBIO)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-ALTA
                   PERFORM 200-ALTA
               WHEN OPCION-CAMBIO
                   PERFORM 300-CAMBIO
               WHEN OPCION-LISTA
                   PERFORM 400-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-ALTA - captura el mandato, valida el cliente contra el
      * maestro, y lo escribe activo bajo el numero de cliente; un
      * cliente tiene a lo mas un mandato.
      *-----------------------------------------------------------------
       200-ALTA.
           DISPLAY "CLIENTE DEL MANDATO (7 DIGITOS):".
           ACCEPT WS-CLIENTE-TXT.
           MOVE "MAN-CLIENTE"  TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "CODIGO DEL BANCO (4 CARS):".
           ACCEPT WS-BANCO-TRAB.
           MOVE "MAN-BANCO"   TO WS-AUDIT-CAMPO.
           MOVE WS-BANCO-TRAB TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "CUENTA DEL CLIENTE (20 CARS):".
           ACCEPT WS-CUENTA-TRAB.
           MOVE "MAN-CUENTA"   TO WS-AUDIT-CAMPO.
           MOVE WS-CUENTA-TRAB TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "FECHA DE FIRMA DEL MANDATO (AAAAMMDD):".
           ACCEPT WS-FECHA-TXT.
           MOVE "MAN-FECHA"  TO WS-AUDIT-CAMPO.
           MOVE WS-FECHA-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           IF WS-CLIENTE-TXT IS NUMERIC
               AND WS-FECHA-TXT IS NUMERIC
               AND WS-BANCO-TRAB NOT = SPACES
               AND WS-CUENTA-TRAB NOT = SPACES
               PERFORM 250-VALIDA-CLIENTE
           ELSE
               DISPLAY "LOS CAMPOS DEL MANDATO NO SON VALIDOS; EL "
                   "ALTA NO SE APLICA."
           END-IF.

       250-VALIDA-CLIENTE.
           OPEN INPUT CLIENTES-FILE.
           IF CLIENTES-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA EL MAESTRO DE CLIENTES."
           ELSE
               MOVE WS-CLIENTE-TXT TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "EL CLIENTE " WS-CLIENTE-TXT " NO "
                           "ESTA EN EL MAESTRO; EL ALTA NO SE "
                           "APLICA."
                   NOT INVALID KEY
                       PERFORM 260-GRABA-MANDATO
               END-READ
               CLOSE CLIENTES-FILE
           END-IF.

       260-GRABA-MANDATO.
           MOVE WS-CLIENTE-TXT   TO MAN-CLIENTE.
           MOVE WS-BANCO-TRAB    TO MAN-BANCO.
           MOVE WS-CUENTA-TRAB   TO MAN-CUENTA.
           MOVE WS-FECHA-TXT     TO MAN-FECHA-MANDATO.
           SET  MAN-ACTIVO       TO TRUE.
           MOVE WS-FECHA-NEGOCIO TO MAN-FECHA-ESTADO.
           MOVE WS-OPERADOR      TO MAN-OPERADOR.
           WRITE MANDATO-RECORD
               INVALID KEY
                   DISPLAY "EL CLIENTE " MAN-CLIENTE " YA TIENE "
                       "MANDATO; USA LA OPCION DE CAMBIO."
               NOT INVALID KEY
                   DISPLAY "MANDATO DEL CLIENTE " MAN-CLIENTE
                       " DADO DE ALTA."
                   MOVE "ALTA-MANDATO" TO WS-AUDIT-CAMPO
                   MOVE MAN-CLIENTE    TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
           END-WRITE.

      *-----------------------------------------------------------------
      * 300-CAMBIO - cambia la cuenta y/o el estado del mandato; un
      * cambio de estado queda fechado con la fecha de negocio y el
      * operador que lo hizo.
      *-----------------------------------------------------------------
       300-CAMBIO.
           DISPLAY "CLIENTE DEL MANDATO A CAMBIAR:".
           ACCEPT WS-CLIENTE-TXT.
           MOVE "MAN-CLIENTE"  TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-CLIENTE-TXT IS NUMERIC
               MOVE WS-CLIENTE-TXT TO MAN-CLIENTE
               READ MANDATOS-FILE
                   INVALID KEY
                       DISPLAY "ESE CLIENTE NO TIENE MANDATO."
                   NOT INVALID KEY
                       PERFORM 310-APLICA-CAMBIO
               END-READ
           ELSE
               DISPLAY "EL NUMERO DE CLIENTE DEBE SER DE 7 "
                   "DIGITOS."
           END-IF.

       310-APLICA-CAMBIO.
           DISPLAY "MANDATO " MAN-CLIENTE
               " BANCO " MAN-BANCO
               " CUENTA " MAN-CUENTA
               " FIRMADO " MAN-FECHA-MANDATO
               " ESTADO: " MAN-ESTADO.
           DISPLAY "BANCO NUEVO (4 CARS, EN BLANCO = CONSERVAR):".
           ACCEPT WS-BANCO-TRAB.
           MOVE "MAN-BANCO"   TO WS-AUDIT-CAMPO.
           MOVE WS-BANCO-TRAB TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-BANCO-TRAB NOT = SPACES
               MOVE WS-BANCO-TRAB TO MAN-BANCO
           END-IF.
           DISPLAY "CUENTA NUEVA (20 CARS, EN BLANCO = CONSERVAR):".
           ACCEPT WS-CUENTA-TRAB.
           MOVE "MAN-CUENTA"   TO WS-AUDIT-CAMPO.
           MOVE WS-CUENTA-TRAB TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-CUENTA-TRAB NOT = SPACES
               MOVE WS-CUENTA-TRAB TO MAN-CUENTA
           END-IF.
           DISPLAY "ESTADO (A=ACTIVO S=SUSPENDIDO C=CANCELADO, EN "
               "BLANCO = CONSERVAR):".
           ACCEPT WS-ESTADO-TRAB.
           MOVE "MAN-ESTADO"   TO WS-AUDIT-CAMPO.
           MOVE WS-ESTADO-TRAB TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF ESTADO-VALIDO
               AND WS-ESTADO-TRAB NOT = MAN-ESTADO
               MOVE WS-ESTADO-TRAB   TO MAN-ESTADO
               MOVE WS-FECHA-NEGOCIO TO MAN-FECHA-ESTADO
           END-IF.
           MOVE WS-OPERADOR TO MAN-OPERADOR.
           REWRITE MANDATO-RECORD.
           DISPLAY "CAMBIO APLICADO.".
           MOVE "CAMBIO-MANDATO" TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT   TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

       400-LISTA.
           MOVE ZERO TO MAN-CLIENTE.
           START MANDATOS-FILE KEY NOT < MAN-CLIENTE
               INVALID KEY
                   DISPLAY "NO HAY MANDATOS EN EL MAESTRO."
               NOT INVALID KEY
                   PERFORM 410-LISTA-MANDATO UNTIL MANDATOS-EOF
           END-START.

       410-LISTA-MANDATO.
           READ MANDATOS-FILE NEXT RECORD
               AT END
                   SET MANDATOS-EOF TO TRUE
               NOT AT END
                   DISPLAY "  " MAN-CLIENTE " BANCO " MAN-BANCO
                       " CUENTA " MAN-CUENTA
                       " FIRMADO " MAN-FECHA-MANDATO
                       " ESTADO: " MAN-ESTADO
                       " DESDE " MAN-FECHA-ESTADO
           END-READ.

      *-----------------------------------------------------------------
      * PIDE-OPERADOR/VALIDA-OPERADOR - vienen de VALOPER.CPY:
      * validan la firma contra el maestro de operadores.
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
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * 950-GRABA-AUDITORIA - añade una entrada al archivo de
      * auditoria de este programa con el campo y el valor que se
      * acaba de ACCEPT-ar y la hora en que ocurrio.
      *-----------------------------------------------------------------
       950-GRABA-AUDITORIA.
           MOVE "D"           TO ALG-TIPO-REGISTRO.
           MOVE "A0-PROGRAMA" TO ALG-PROGRAMA.
           MOVE WS-OPERADOR    TO ALG-OPERADOR.
           MOVE WS-AUDIT-CAMPO TO ALG-CAMPO.
           MOVE WS-AUDIT-VALOR TO ALG-VALOR.

           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
           STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                  WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
               INTO ALG-TIMESTAMP.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDITLOG-NO-EXISTE
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

           ADD 1 TO WS-CONTADOR-AUDITORIA.

      *-----------------------------------------------------------------
      * 960-GRABA-TRAILER-AUDITORIA - al terminar la corrida, añade al
      * archivo de auditoria un renglon de control con cuantas
      * entradas de detalle escribio este programa.
      *-----------------------------------------------------------------
       960-GRABA-TRAILER-AUDITORIA.
           MOVE "T"           TO ALT-TIPO-REGISTRO.
           MOVE "A0-PROGRAMA" TO ALT-PROGRAMA.
           MOVE WS-CONTADOR-AUDITORIA TO ALT-CANTIDAD-REGISTROS.
           MOVE WS-CONTADOR-AUDITORIA TO ALT-TOTAL-HASH.

           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
           STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                  WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
               INTO ALT-TIMESTAMP.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDITLOG-NO-EXISTE
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      ** add other procedures here
       END PROGRAM A0-PROGRAMA.
