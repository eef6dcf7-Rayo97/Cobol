      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revision de pagos duplicados: la transaccion de
      *          supervisor que recorre la cola PAGDUP.DAT con lo que
      *          la deteccion nocturna (A5-PROGRAMA) retuvo, y por
      *          cada caso pendiente lo confirma como duplicado — la
      *          retencion queda y el pago no se aplica — o lo libera
      *          — se anexa a PAGOS.DAT la liberacion (PAG-LIBERADO,
      *          importe positivo) que devuelve el pago a la factura.
      *          Quien tecleo el pago no puede dictaminarlo, y todo
      *          dictamen queda en la auditoria del programa.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 refused (the transaction only updates),
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. A6-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PAGO-DUPLICADO-FILE
               ASSIGN TO "PAGDUP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAGDUP-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT PERIODOS-FILE
               ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIODO
               FILE STATUS IS WS-PERIODOS-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.A6.DAT"
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

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PAGO-DUPLICADO-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGDUP.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

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

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE PAGO-DUPLICADO-FILE: VIENE DE
      *-DUPSTS.CPY.
           COPY DUPSTS.

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "A6-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-BANDERA DEL CONTROL DE ROL: LA REVISION ES DE SUPERVISORES.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO: CON ELLA QUEDAN LAS LIBERACIONES.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-RESULTADO DE LA CONSULTA DEL CONTROL DE PERIODOS (VER
      *-VALPERIO.CPY).
       01  WS-PERIODO-CERRADO-SW PIC X VALUE "N".
           88  PERIODO-CERRADO VALUE "S".

       01  WS-DICTAMEN PIC X VALUE SPACE.
           88  DICTAMINA-CONFIRMAR VALUE "C" "c".
           88  DICTAMINA-LIBERAR   VALUE "L" "l".

       01  WS-IMPORTE-EDITADO PIC -ZZZZZZ9.99.

       01  WS-CONTADOR-PENDIENTES  PIC 9(5)     VALUE ZERO.
       01  WS-CONTADOR-CONFIRMADOS PIC 9(5)     VALUE ZERO.
       01  WS-CONTADOR-LIBERADOS   PIC 9(5)     VALUE ZERO.
       01  WS-HASH-LIBERADOS       PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           IF NOT FIRMA-ES-SUPERVISOR
               DISPLAY "LA REVISION DE DUPLICADOS ESTA RESERVADA A "
                   "SUPERVISORES; LA CORRIDA TERMINA."
               MOVE "ROL-RECHAZADO" TO WS-AUDIT-CAMPO
               MOVE WS-OPERADOR     TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
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

           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               DISPLAY "EL MES DE NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                   " YA ESTA CERRADO A CONTABILIDAD; NO SE "
                   "DICTAMINAN DUPLICADOS."
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PAGO-DUPLICADO-FILE.
           IF PAGDUP-NO-EXISTE
               DISPLAY "NO EXISTE PAGDUP.DAT; NO HAY PAGOS "
                   "RETENIDOS QUE REVISAR."
           ELSE
               PERFORM 100-TRABAJA-CASO UNTIL PAGDUP-EOF
               CLOSE PAGO-DUPLICADO-FILE
           END-IF.

           PERFORM 800-GRABA-TRAILER-PAGOS.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           DISPLAY "CASOS PENDIENTES VISTOS:   "
               WS-CONTADOR-PENDIENTES.
           DISPLAY "CONFIRMADOS DUPLICADOS:    "
               WS-CONTADOR-CONFIRMADOS.
           DISPLAY "LIBERADOS Y APLICADOS:     "
               WS-CONTADOR-LIBERADOS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado y exige el rol de supervisor; sin maestro de
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
      * 100-TRABAJA-CASO - lee el siguiente caso de la cola y atiende
      * los pendientes; los ya dictaminados pasan de largo, y los que
      * tecleo el propio supervisor tambien: quien capturo el pago no
      * puede decidir si era duplicado.
      *-----------------------------------------------------------------
       100-TRABAJA-CASO.
           READ PAGO-DUPLICADO-FILE
               AT END
                   SET PAGDUP-EOF TO TRUE
               NOT AT END
                   IF DUP-PENDIENTE
                       IF DUP-OPERADOR = WS-OPERADOR
                           DISPLAY "PAGO DE LA FACTURA " DUP-FACTURA
                               " CAPTURADO POR " DUP-OPERADOR
                               ": LO DEBE DICTAMINAR OTRO "
                               "SUPERVISOR; SE SALTA."
                       ELSE
                           ADD 1 TO WS-CONTADOR-PENDIENTES
                           PERFORM 110-ATIENDE-CASO
                       END-IF
                   END-IF
           END-READ.

       110-ATIENDE-CASO.
           MOVE DUP-IMPORTE TO WS-IMPORTE-EDITADO.
           DISPLAY "FACTURA " DUP-FACTURA " CLIENTE " DUP-CLIENTE
               " IMPORTE " WS-IMPORTE-EDITADO.
           DISPLAY "  RETENIDO:  " DUP-FECHA " OPERADOR "
               DUP-OPERADOR " METODO " DUP-METODO " REF "
               DUP-REFERENCIA " SUC " DUP-SUCURSAL.
           IF DUP-PREVIO-ARCHIVADO
               DISPLAY "  REPITE A:  " DUP-FECHA-PREVIA " OPERADOR "
                   DUP-OPERADOR-PREVIO " (YA ARCHIVADO)"
           ELSE
               DISPLAY "  REPITE A:  " DUP-FECHA-PREVIA " OPERADOR "
                   DUP-OPERADOR-PREVIO
           END-IF.
           DISPLAY "DICTAMEN (C CONFIRMAR DUPLICADO, L LIBERAR, "
               "OTRA = SALTAR):".
           ACCEPT WS-DICTAMEN.
           MOVE "DICTAMEN-DUP" TO WS-AUDIT-CAMPO.
           MOVE SPACES TO WS-AUDIT-VALOR.
           STRING DUP-FACTURA        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DICTAMEN        DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           EVALUATE TRUE
               WHEN DICTAMINA-CONFIRMAR
                   SET DUP-CONFIRMADO TO TRUE
                   PERFORM 300-ESTAMPA-DICTAMEN
                   ADD 1 TO WS-CONTADOR-CONFIRMADOS
                   DISPLAY "DUPLICADO CONFIRMADO: EL PAGO QUEDA "
                       "RETENIDO."
               WHEN DICTAMINA-LIBERAR
                   PERFORM 200-LIBERA-PAGO
                   SET DUP-LIBERADO TO TRUE
                   PERFORM 300-ESTAMPA-DICTAMEN
                   ADD 1 TO WS-CONTADOR-LIBERADOS
                   DISPLAY "PAGO LIBERADO: SE APLICA A LA FACTURA."
               WHEN OTHER
                   DISPLAY "EL CASO QUEDA PENDIENTE."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-LIBERA-PAGO - anexa a PAGOS.DAT la liberacion: los datos
      * del pago retenido con su importe positivo y la fecha de
      * negocio, que anula la retencion y devuelve el dinero a la
      * factura.
      *-----------------------------------------------------------------
       200-LIBERA-PAGO.
           MOVE SPACES TO PAGO-RECORD.
           MOVE DUP-FACTURA      TO PAG-FACTURA.
           MOVE DUP-CLIENTE      TO PAG-CLIENTE.
           MOVE WS-FECHA-NEGOCIO TO PAG-FECHA.
           MOVE DUP-IMPORTE      TO PAG-IMPORTE.
           MOVE DUP-OPERADOR     TO PAG-OPERADOR.
           SET  PAG-LIBERADO     TO TRUE.
           MOVE DUP-METODO       TO PAG-METODO.
           MOVE DUP-REFERENCIA   TO PAG-REFERENCIA.
           MOVE DUP-SUCURSAL     TO PAG-SUCURSAL.

           OPEN EXTEND PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               OPEN OUTPUT PAGOS-FILE
           END-IF.
           WRITE PAGO-RECORD.
           CLOSE PAGOS-FILE.

           ADD PAG-IMPORTE TO WS-HASH-LIBERADOS.

      *-----------------------------------------------------------------
      * 300-ESTAMPA-DICTAMEN - el caso queda con el supervisor y la
      * hora del dictamen.
      *-----------------------------------------------------------------
       300-ESTAMPA-DICTAMEN.
           MOVE WS-OPERADOR TO DUP-SUPERVISOR.
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
           STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                  WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
               INTO DUP-TIMESTAMP.
           REWRITE PAGO-DUPLICADO-RECORD.

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-PAGOS - si la sesion libero pagos, la cierra
      * en PAGOS.DAT con el renglon de control de siempre (cantidad y
      * suma con signo).
      *-----------------------------------------------------------------
       800-GRABA-TRAILER-PAGOS.
           IF WS-CONTADOR-LIBERADOS > ZERO
               MOVE SPACES TO PAGO-RECORD
               MOVE 9999999 TO PGT-MARCA
               MOVE WS-CONTADOR-LIBERADOS TO PGT-CANTIDAD
               MOVE WS-HASH-LIBERADOS     TO PGT-TOTAL-HASH

               OPEN EXTEND PAGOS-FILE
               IF PAGOS-NO-EXISTE
                   OPEN OUTPUT PAGOS-FILE
               END-IF
               WRITE PAGO-RECORD
               CLOSE PAGOS-FILE
           END-IF.

      *-----------------------------------------------------------------
      * VALIDA-PERIODO-NEGOCIO - viene de VALPERIO.CPY: consulta si el
      * mes de la fecha de negocio ya esta cerrado a contabilidad.
      *-----------------------------------------------------------------
           COPY VALPERIO.

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
      * acaba de ACCEPT-ar o aplicar y la hora en que ocurrio.
      *-----------------------------------------------------------------
       950-GRABA-AUDITORIA.
           MOVE "D"           TO ALG-TIPO-REGISTRO.
           MOVE "A6-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "A6-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM A6-PROGRAMA.
