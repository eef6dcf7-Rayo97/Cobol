      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de numeros anulados de la serie FACTURA
      *          (FACANUL.DAT): el supervisor deja asentado aqui, con
      *          su motivo, cada numero que la serie de NUMCTL.DAT
      *          asigno y que nunca llego a ser factura, para que la
      *          auditoria de continuidad (C5-PROGRAMA) lo de por
      *          explicado ante el inspector. Solo se acepta un numero
      *          ya asignado por la serie que no este en FACTURAS.DAT
      *          ni en lo archivado (FACTARCH.DAT); registrar es de
      *          supervisores, listar es de cualquier operador.
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
       PROGRAM-ID. C4-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ANULADO-FILE
               ASSIGN TO "FACANUL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANL-NUMERO
               FILE STATUS IS WS-ANULADO-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT FACTURAS-ARCH-FILE
               ASSIGN TO "FACTARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTARCH-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.C4.DAT"
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

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  ANULADO-FILE
           LABEL RECORD IS STANDARD.
           COPY FACANUL.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  FACTURAS-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  FACTURA-ARCH-RECORD     PIC X(68).

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

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

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE ANULADO-FILE: VIENE DE ANLSTS.CPY.
           COPY ANLSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

       01  WS-FACTARCH-STATUS PIC XX.
           88  FACTARCH-OK        VALUE "00".
           88  FACTARCH-EOF       VALUE "10".
           88  FACTARCH-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE AUDIT-LOG-FILE: VIENE DE AUDITSTS.CPY.
           COPY AUDITSTS.

      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "C4-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-BANDERA DEL CONTROL DE ROL: CUALQUIER OPERADOR FIRMADO LISTA
      *-EL REGISTRO, PERO SOLO UN SUPERVISOR ASIENTA UN ANULADO.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO: CON ELLA SE FECHA CADA REGISTRO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-REGISTRAR VALUE "R" "r".
           88  OPCION-LISTA     VALUE "L" "l".
           88  OPCION-SALIR     VALUE "9".

      *-CAMPOS DE CAPTURA; EL NUMERO SE TECLEA COMO TEXTO Y SOLO SE
      *-MUEVE CUANDO ES NUMERICO, COMO EN LAS DEMAS CAPTURAS.
       01  WS-NUMERO-TXT     PIC X(7)  VALUE SPACES.
       01  WS-NUMERO-NUM     PIC 9(7)  VALUE ZERO.
       01  WS-MOTIVO         PIC X(30) VALUE SPACES.
       01  WS-CONFIRMA       PIC X     VALUE SPACE.
           88  CONFIRMA-SI   VALUE "S" "s".

      *-ULTIMO NUMERO QUE LA SERIE FACTURA YA ASIGNO: NINGUN NUMERO
      *-POSTERIOR SE PUEDE ANULAR PORQUE TODAVIA NO EXISTE.
       01  WS-ULTIMO-ASIGNADO PIC 9(7) VALUE ZERO.

      *-RESULTADO DE LA BUSQUEDA DEL NUMERO ENTRE LAS FACTURAS VIVAS
      *-Y LAS ARCHIVADAS.
       01  WS-NUMERO-EMITIDO-SW PIC X VALUE "N".
           88  NUMERO-EMITIDO VALUE "S".

       01  WS-CONTADOR-LISTA PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O ANULADO-FILE.
           IF ANULADO-NO-EXISTE
               OPEN OUTPUT ANULADO-FILE
               CLOSE ANULADO-FILE
               OPEN I-O ANULADO-FILE
           END-IF.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           CLOSE ANULADO-FILE.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado para saber si puede asentar anulados; sin maestro de
      * operadores la firma paso sin validar y se permite con aviso,
      * la misma tolerancia de arranque de VALOPER.
      *-----------------------------------------------------------------
       050-VERIFICA-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-SW.
           OPEN INPUT OPERADORES-FILE.
           IF OPERMAST-NO-EXISTE
               DISPLAY "SIN MAESTRO DE OPERADORES: EL ROL NO SE "
                   "PUEDE VERIFICAR."
               SET FIRMA-ES-SUPERVISOR TO TRUE
           ELSE
               MOVE WS-OPERADOR TO OPE-ID
               READ OPERADORES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPE-ES-SUPERVISOR
                           SET FIRMA-ES-SUPERVISOR TO TRUE
                       END-IF
               END-READ
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

      *-----------------------------------------------------------------
      * 100-TRANSACCION - menu del registro de anulados: registrar,
      * listar o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "REGISTRO DE NUMEROS ANULADOS DE LA SERIE FACTURA".
           DISPLAY "  R - REGISTRAR NUMERO ANULADO (SUPERVISOR)".
           DISPLAY "  L - LISTAR NUMEROS ANULADOS".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-ANULADO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION        TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA AND OPCION-REGISTRAR
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-REGISTRAR
                   IF FIRMA-ES-SUPERVISOR
                       PERFORM 200-REGISTRA-ANULADO
                   ELSE
                       DISPLAY "REGISTRAR UN ANULADO ESTA RESERVADO "
                           "A SUPERVISORES."
                       MOVE "ROL-RECHAZADO" TO WS-AUDIT-CAMPO
                       MOVE WS-OPERADOR     TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
                   END-IF
               WHEN OPCION-LISTA
                   PERFORM 400-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-REGISTRA-ANULADO - captura el numero, auditado; debe ser
      * un numero que la serie FACTURA ya asigno y que no aparezca
      * en las facturas vivas ni en las archivadas: un numero emitido
      * no es un hueco, y uno sin asignar todavia no existe.
      *-----------------------------------------------------------------
       200-REGISTRA-ANULADO.
           DISPLAY "NUMERO ANULADO DE LA SERIE FACTURA (7 DIGITOS):".
           ACCEPT WS-NUMERO-TXT.
           MOVE "ANL-NUMERO"  TO WS-AUDIT-CAMPO.
           MOVE WS-NUMERO-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-NUMERO-TXT IS NOT NUMERIC
               DISPLAY "EL NUMERO DEBE SER DE 7 DIGITOS."
           ELSE
               MOVE WS-NUMERO-TXT TO WS-NUMERO-NUM
               PERFORM 210-LEE-ULTIMO-ASIGNADO
               IF WS-NUMERO-NUM = ZERO
                   OR WS-NUMERO-NUM > WS-ULTIMO-ASIGNADO
                   DISPLAY "LA SERIE FACTURA NO HA ASIGNADO EL "
                       "NUMERO " WS-NUMERO-NUM " (ULTIMO: "
                       WS-ULTIMO-ASIGNADO ")."
               ELSE
                   PERFORM 220-BUSCA-EMITIDO
                   IF NUMERO-EMITIDO
                       DISPLAY "EL NUMERO " WS-NUMERO-NUM " ES UNA "
                           "FACTURA EMITIDA; NO SE PUEDE ANULAR AQUI."
                   ELSE
                       PERFORM 240-GRABA-ANULADO
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 210-LEE-ULTIMO-ASIGNADO - el ultimo numero de la serie
      * FACTURA en NUMCTL.DAT; sin archivo o sin serie no se ha
      * asignado ninguno.
      *-----------------------------------------------------------------
       210-LEE-ULTIMO-ASIGNADO.
           MOVE ZERO TO WS-ULTIMO-ASIGNADO.
           OPEN INPUT NUMERO-CONTROL-FILE.
           IF NUMCTL-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE "FACTURA" TO NCT-CODIGO
               READ NUMERO-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NCT-ULTIMO-NUMERO TO WS-ULTIMO-ASIGNADO
               END-READ
               CLOSE NUMERO-CONTROL-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 220-BUSCA-EMITIDO - recorre FACTURAS.DAT y FACTARCH.DAT
      * buscando cualquier renglon (factura, credito, recargo o
      * cargo) que lleve el numero.
      *-----------------------------------------------------------------
       220-BUSCA-EMITIDO.
           MOVE "N" TO WS-NUMERO-EMITIDO-SW.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 225-LEE-FACTURA
                   UNTIL FACTURAS-EOF OR NUMERO-EMITIDO
               CLOSE FACTURAS-FILE
           END-IF.

           IF NUMERO-EMITIDO
               NEXT SENTENCE
           ELSE
               OPEN INPUT FACTURAS-ARCH-FILE
               IF FACTARCH-NO-EXISTE
                   NEXT SENTENCE
               ELSE
                   PERFORM 230-LEE-FACTURA-ARCH
                       UNTIL FACTARCH-EOF OR NUMERO-EMITIDO
                   CLOSE FACTURAS-ARCH-FILE
               END-IF
           END-IF.

       225-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO = WS-NUMERO-NUM
                       SET NUMERO-EMITIDO TO TRUE
                   END-IF
           END-READ.

       230-LEE-FACTURA-ARCH.
           READ FACTURAS-ARCH-FILE
               AT END
                   SET FACTARCH-EOF TO TRUE
               NOT AT END
                   MOVE FACTURA-ARCH-RECORD TO FACTURA-RECORD
                   IF FAC-NUMERO = WS-NUMERO-NUM
                       SET NUMERO-EMITIDO TO TRUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 240-GRABA-ANULADO - un numero ya registrado se muestra y su
      * motivo solo se reemplaza con confirmacion; el motivo es
      * obligatorio.
      *-----------------------------------------------------------------
       240-GRABA-ANULADO.
           MOVE "N" TO WS-CONFIRMA.
           MOVE WS-NUMERO-NUM TO ANL-NUMERO.
           READ ANULADO-FILE
               INVALID KEY
                   MOVE "S" TO WS-CONFIRMA
               NOT INVALID KEY
                   DISPLAY "EL NUMERO " ANL-NUMERO " YA ESTA ANULADO "
                       "DESDE EL " ANL-FECHA " POR " ANL-SUPERVISOR
                   DISPLAY "  MOTIVO: " ANL-MOTIVO
                   DISPLAY "REEMPLAZAR EL MOTIVO (S/N):"
                   ACCEPT WS-CONFIRMA
                   MOVE "CONFIRMA"  TO WS-AUDIT-CAMPO
                   MOVE WS-CONFIRMA TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
           END-READ.
           IF CONFIRMA-SI
               DISPLAY "MOTIVO DE LA ANULACION (30 CARACTERES):"
               ACCEPT WS-MOTIVO
               MOVE "ANL-MOTIVO" TO WS-AUDIT-CAMPO
               MOVE WS-MOTIVO    TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               IF WS-MOTIVO = SPACES
                   DISPLAY "EL MOTIVO ES OBLIGATORIO; EL NUMERO NO "
                       "SE REGISTRA."
               ELSE
                   PERFORM 250-ESCRIBE-ANULADO
               END-IF
           END-IF.

       250-ESCRIBE-ANULADO.
           IF ANULADO-OK
               MOVE WS-MOTIVO        TO ANL-MOTIVO
               MOVE WS-OPERADOR      TO ANL-SUPERVISOR
               MOVE WS-FECHA-NEGOCIO TO ANL-FECHA
               REWRITE ANULADO-RECORD
               DISPLAY "MOTIVO REEMPLAZADO."
           ELSE
               MOVE SPACES           TO ANULADO-RECORD
               MOVE WS-NUMERO-NUM    TO ANL-NUMERO
               MOVE WS-MOTIVO        TO ANL-MOTIVO
               MOVE WS-OPERADOR      TO ANL-SUPERVISOR
               MOVE WS-FECHA-NEGOCIO TO ANL-FECHA
               WRITE ANULADO-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL ANULADO."
                   NOT INVALID KEY
                       DISPLAY "NUMERO REGISTRADO COMO ANULADO."
               END-WRITE
           END-IF.
           MOVE "REGISTRA-ANUL" TO WS-AUDIT-CAMPO.
           MOVE WS-NUMERO-TXT   TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 400-LISTA - todos los numeros anulados registrados, en orden
      * de numero, con su motivo.
      *-----------------------------------------------------------------
       400-LISTA.
           MOVE ZERO TO WS-CONTADOR-LISTA.
           MOVE ZERO TO ANL-NUMERO.
           START ANULADO-FILE KEY NOT < ANL-NUMERO
               INVALID KEY
                   DISPLAY "NO HAY NUMEROS ANULADOS REGISTRADOS."
               NOT INVALID KEY
                   PERFORM 410-LISTA-ANULADO UNTIL ANULADO-EOF
                   DISPLAY "NUMEROS ANULADOS: " WS-CONTADOR-LISTA
           END-START.

       410-LISTA-ANULADO.
           READ ANULADO-FILE NEXT RECORD
               AT END
                   SET ANULADO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTADOR-LISTA
                   DISPLAY "  NUMERO " ANL-NUMERO
                       " DEL " ANL-FECHA
                       " POR " ANL-SUPERVISOR
                       " " ANL-MOTIVO
           END-READ.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

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
      * 950-GRABA-AUDITORIA - añade una entrada al archivo de
      * auditoria de este programa con el campo y el valor que se
      * acaba de ACCEPT-ar y la hora en que ocurrio.
      *-----------------------------------------------------------------
       950-GRABA-AUDITORIA.
           MOVE "D"           TO ALG-TIPO-REGISTRO.
           MOVE "C4-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "C4-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM C4-PROGRAMA.
