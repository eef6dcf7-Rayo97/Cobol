      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liberacion de facturas retenidas por credito: la
      *          transaccion de supervisor que recorre la cola
      *          FACRET.DAT con las facturas que la facturacion (16
      *          captura, 70 recurrente) no emitio porque el saldo del
      *          cliente mas la factura pasaba su limite de credito, y
      *          por cada una pendiente muestra el saldo y el limite
      *          de hoy y la libera — se emite en FACTURAS.DAT bajo la
      *          serie FACTURA con la fecha de negocio, sus partidas
      *          pasan de FACRETD.DAT a FACTDETH.DAT y el contrato de
      *          origen guarda el numero — o la cancela, y no se
      *          factura nunca. Quien tecleo la factura no puede
      *          dictaminarla, y todo dictamen queda en la auditoria
      *          del programa.
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
       PROGRAM-ID. E1-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FACTURA-RETENIDA-FILE
               ASSIGN TO "FACRET.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FACRET-STATUS.

           SELECT FACTURA-RETENIDA-DET-FILE
               ASSIGN TO "FACRETD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACRETD-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT FACTURA-DET-HIST-FILE
               ASSIGN TO "FACTDETH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTDETH-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT CONTRATOS-FILE
               ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-NUMERO
               FILE STATUS IS WS-CONTRATOS-STATUS.

           SELECT LIMITE-CREDITO-FILE
               ASSIGN TO "LIMCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCR-CLIENTE
               FILE STATUS IS WS-LIMCRED-STATUS.

           SELECT SALDOS-FILE
               ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CLIENTE
               FILE STATUS IS WS-SALDOS-STATUS.

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
               ASSIGN TO "AUDITLOG.E1.DAT"
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
       FD  FACTURA-RETENIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FACRET.

       FD  FACTURA-RETENIDA-DET-FILE
           LABEL RECORD IS STANDARD.
           COPY FACRETD.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  FACTURA-DET-HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTDETH.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       FD  CONTRATOS-FILE
           LABEL RECORD IS STANDARD.
           COPY CONTRATOS.

       FD  LIMITE-CREDITO-FILE
           LABEL RECORD IS STANDARD.
           COPY LIMCRED.

       FD  SALDOS-FILE
           LABEL RECORD IS STANDARD.
           COPY SALDOS.

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
      *-FILE STATUS/88-LEVEL DE FACTURA-RETENIDA-FILE: VIENE DE
      *-FRTSTS.CPY.
           COPY FRTSTS.

      *-FILE STATUS/88-LEVEL DE FACTURA-RETENIDA-DET-FILE: VIENE DE
      *-FRDSTS.CPY.
           COPY FRDSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE FACTURA-DET-HIST-FILE: VIENE DE
      *-FDHSTS.CPY.
           COPY FDHSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FILE STATUS/88-LEVEL DE CONTRATOS-FILE: VIENE DE CONTRSTS.CPY.
           COPY CONTRSTS.

      *-FILE STATUS/88-LEVEL DE LIMITE-CREDITO-FILE: VIENE DE
      *-LCRSTS.CPY.
           COPY LCRSTS.

      *-FILE STATUS/88-LEVEL DE SALDOS-FILE: VIENE DE SALDOSTS.CPY.
           COPY SALDOSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "E1-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-BANDERA DEL CONTROL DE ROL: LA LIBERACION ES DE SUPERVISORES.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO: CON ELLA SALEN LAS FACTURAS LIBERADAS.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-RESULTADO DE LA CONSULTA DEL CONTROL DE PERIODOS (VER
      *-VALPERIO.CPY).
       01  WS-PERIODO-CERRADO-SW PIC X VALUE "N".
           88  PERIODO-CERRADO VALUE "S".

      *-SERIE PEDIDA Y NUMERO ASIGNADO POR ASIGNA-NUMERO (VER
      *-ASIGNUM.CPY).
       01  WS-NUMCTL-CODIGO     PIC X(10).
       01  WS-NUMERO-ASIGNADO   PIC 9(7).

      *-CONSULTA DE LA POSICION DE CREDITO DE HOY (VER VALCRED.CPY).
       01  WS-CRED-CLIENTE      PIC 9(7)     VALUE ZERO.
       01  WS-CRED-IMPORTE      PIC S9(9)V99 VALUE ZERO.
       01  WS-CRED-SALDO        PIC S9(9)V99 VALUE ZERO.
       01  WS-CRED-LIMITE       PIC 9(7)V99  VALUE ZERO.
       01  WS-CREDITO-EXCEDIDO-SW PIC X VALUE "N".
           88  CREDITO-EXCEDIDO VALUE "S".

       01  WS-DICTAMEN PIC X VALUE SPACE.
           88  DICTAMINA-LIBERAR   VALUE "L" "l".
           88  DICTAMINA-CANCELAR  VALUE "C" "c".

       01  WS-IMPORTE-EDITADO PIC -ZZZZZZ9.99.
       01  WS-SALDO-EDITADO   PIC -ZZZZZZZZ9.99.
       01  WS-LIMITE-EDITADO  PIC ZZZZZZ9.99.

       01  WS-CONTADOR-PENDIENTES  PIC 9(5)     VALUE ZERO.
       01  WS-CONTADOR-LIBERADAS   PIC 9(5)     VALUE ZERO.
       01  WS-CONTADOR-CANCELADAS  PIC 9(5)     VALUE ZERO.
       01  WS-CONTADOR-PARTIDAS    PIC 9(5)     VALUE ZERO.
       01  WS-HASH-FACTURAS        PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           IF NOT FIRMA-ES-SUPERVISOR
               DISPLAY "LA LIBERACION DE FACTURAS RETENIDAS ESTA "
                   "RESERVADA A SUPERVISORES; LA CORRIDA TERMINA."
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
                   "LIBERAN FACTURAS."
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O FACTURA-RETENIDA-FILE.
           IF FACRET-NO-EXISTE
               DISPLAY "NO EXISTE FACRET.DAT; NO HAY FACTURAS "
                   "RETENIDAS POR CREDITO."
           ELSE
               PERFORM 100-TRABAJA-RETENCION UNTIL FACRET-EOF
               CLOSE FACTURA-RETENIDA-FILE
           END-IF.

           PERFORM 800-GRABA-TRAILER-FACTURAS.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           DISPLAY "RETENCIONES PENDIENTES VISTAS: "
               WS-CONTADOR-PENDIENTES.
           DISPLAY "LIBERADAS Y FACTURADAS:        "
               WS-CONTADOR-LIBERADAS.
           DISPLAY "CANCELADAS:                    "
               WS-CONTADOR-CANCELADAS.

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
      * 100-TRABAJA-RETENCION - lee la siguiente retencion de la cola
      * y atiende las pendientes; las ya dictaminadas pasan de largo,
      * y las que tecleo el propio supervisor tambien: quien capturo
      * la factura no puede liberarla.
      *-----------------------------------------------------------------
       100-TRABAJA-RETENCION.
           READ FACTURA-RETENIDA-FILE
               AT END
                   SET FACRET-EOF TO TRUE
               NOT AT END
                   IF FRT-PENDIENTE
                       IF FRT-OPERADOR = WS-OPERADOR
                           DISPLAY "RETENCION " FRT-RETENCION
                               " CAPTURADA POR " FRT-OPERADOR
                               ": LA DEBE DICTAMINAR OTRO "
                               "SUPERVISOR; SE SALTA."
                       ELSE
                           ADD 1 TO WS-CONTADOR-PENDIENTES
                           PERFORM 110-ATIENDE-RETENCION
                       END-IF
                   END-IF
           END-READ.

       110-ATIENDE-RETENCION.
           MOVE FRT-TOTAL TO WS-IMPORTE-EDITADO.
           DISPLAY "RETENCION " FRT-RETENCION " CLIENTE " FRT-CLIENTE
               " TOTAL " WS-IMPORTE-EDITADO " PROGRAMA "
               FRT-PROGRAMA.
           MOVE FRT-SALDO  TO WS-SALDO-EDITADO.
           MOVE FRT-LIMITE TO WS-LIMITE-EDITADO.
           DISPLAY "  RETENIDA:  " FRT-FECHA " OPERADOR "
               FRT-OPERADOR " SALDO " WS-SALDO-EDITADO
               " LIMITE " WS-LIMITE-EDITADO.
           IF FRT-CONTRATO > ZERO
               DISPLAY "  CONTRATO:  " FRT-CONTRATO " MES "
                   FRT-PERIODO
           END-IF.
           PERFORM 120-MUESTRA-CREDITO-HOY.
           DISPLAY "DICTAMEN (L LIBERAR Y FACTURAR, C CANCELAR, "
               "OTRA = SALTAR):".
           ACCEPT WS-DICTAMEN.
           MOVE "DICTAMEN-CRED" TO WS-AUDIT-CAMPO.
           MOVE SPACES TO WS-AUDIT-VALOR.
           STRING FRT-RETENCION      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DICTAMEN        DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           EVALUATE TRUE
               WHEN DICTAMINA-LIBERAR
                   PERFORM 200-EMITE-FACTURA
                   SET FRT-LIBERADA TO TRUE
                   PERFORM 300-ESTAMPA-DICTAMEN
                   ADD 1 TO WS-CONTADOR-LIBERADAS
                   DISPLAY "RETENCION LIBERADA: FACTURA "
                       FRT-FACTURA " EMITIDA."
               WHEN DICTAMINA-CANCELAR
                   SET FRT-CANCELADA TO TRUE
                   PERFORM 300-ESTAMPA-DICTAMEN
                   ADD 1 TO WS-CONTADOR-CANCELADAS
                   DISPLAY "RETENCION CANCELADA: NO SE FACTURA."
               WHEN OTHER
                   DISPLAY "LA RETENCION QUEDA PENDIENTE."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 120-MUESTRA-CREDITO-HOY - el saldo del libro pudo moverse
      * desde la retencion (pagos, otras facturas): se muestra el de
      * hoy contra el limite vigente, y si la factura todavia lo pasa.
      *-----------------------------------------------------------------
       120-MUESTRA-CREDITO-HOY.
           MOVE FRT-CLIENTE TO WS-CRED-CLIENTE.
           MOVE FRT-TOTAL   TO WS-CRED-IMPORTE.
           PERFORM VALIDA-CREDITO-CLIENTE.
           MOVE WS-CRED-SALDO  TO WS-SALDO-EDITADO.
           MOVE WS-CRED-LIMITE TO WS-LIMITE-EDITADO.
           IF WS-CRED-LIMITE = ZERO
               DISPLAY "  HOY:       SALDO " WS-SALDO-EDITADO
                   "; EL CLIENTE YA NO TIENE LIMITE DE CREDITO."
           ELSE
               IF CREDITO-EXCEDIDO
                   DISPLAY "  HOY:       SALDO " WS-SALDO-EDITADO
                       " LIMITE " WS-LIMITE-EDITADO
                       "; LA FACTURA TODAVIA LO PASA."
               ELSE
                   DISPLAY "  HOY:       SALDO " WS-SALDO-EDITADO
                       " LIMITE " WS-LIMITE-EDITADO
                       "; LA FACTURA YA CABE EN EL LIMITE."
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 200-EMITE-FACTURA - emite la factura retenida como la hubiera
      * emitido su programa de origen: numero nuevo de la serie
      * FACTURA, fecha de negocio de la liberacion, el tipo (F o R) y
      * la sucursal con que se armo; pasa sus partidas a FACTDETH.DAT
      * y, si viene de un contrato que no ha facturado otro mes desde
      * entonces, le deja el numero como su ultima factura.
      *-----------------------------------------------------------------
       200-EMITE-FACTURA.
           MOVE "FACTURA" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           MOVE SPACES             TO FACTURA-RECORD.
           MOVE WS-NUMERO-ASIGNADO TO FAC-NUMERO.
           MOVE FRT-CLIENTE        TO FAC-CLIENTE.
           MOVE WS-FECHA-NEGOCIO   TO FAC-FECHA.
           MOVE FRT-SUBTOTAL       TO FAC-SUBTOTAL.
           MOVE FRT-IMPUESTO       TO FAC-IMPUESTO.
           MOVE FRT-DESCUENTO      TO FAC-DESCUENTO.
           MOVE FRT-AJUSTE         TO FAC-AJUSTE.
           MOVE FRT-TOTAL          TO FAC-TOTAL.
           MOVE FRT-TIPO           TO FAC-TIPO.
           MOVE ZERO               TO FAC-REFERENCIA.
           MOVE FRT-SUCURSAL       TO FAC-SUCURSAL.

           OPEN EXTEND FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               OPEN OUTPUT FACTURAS-FILE
           END-IF.
           WRITE FACTURA-RECORD.
           CLOSE FACTURAS-FILE.

           ADD FRT-TOTAL TO WS-HASH-FACTURAS.
           MOVE WS-NUMERO-ASIGNADO TO FRT-FACTURA.

           PERFORM 210-PASA-PARTIDAS.
           IF FRT-CONTRATO > ZERO
               PERFORM 220-MARCA-CONTRATO
           END-IF.

      *-----------------------------------------------------------------
      * 210-PASA-PARTIDAS - recorre FACRETD.DAT y copia a FACTDETH.DAT
      * las partidas de esta retencion con el numero y la fecha de la
      * factura emitida.
      *-----------------------------------------------------------------
       210-PASA-PARTIDAS.
           MOVE ZERO TO WS-CONTADOR-PARTIDAS.
           OPEN INPUT FACTURA-RETENIDA-DET-FILE.
           IF FACRETD-NO-EXISTE
               DISPLAY "NO EXISTE FACRETD.DAT: LA FACTURA "
                   FRT-FACTURA " SALE SIN PARTIDAS DE DETALLE."
           ELSE
               OPEN EXTEND FACTURA-DET-HIST-FILE
               IF FACTDETH-NO-EXISTE
                   OPEN OUTPUT FACTURA-DET-HIST-FILE
               END-IF
               PERFORM 215-LEE-PARTIDA UNTIL FACRETD-EOF
               CLOSE FACTURA-DET-HIST-FILE
               CLOSE FACTURA-RETENIDA-DET-FILE
           END-IF.

       215-LEE-PARTIDA.
           READ FACTURA-RETENIDA-DET-FILE
               AT END
                   SET FACRETD-EOF TO TRUE
               NOT AT END
                   IF FRD-RETENCION = FRT-RETENCION
                       MOVE FRT-FACTURA       TO FDH-FACTURA
                       MOVE WS-FECHA-NEGOCIO  TO FDH-FECHA
                       MOVE FRD-ARTICULO      TO FDH-ARTICULO
                       MOVE FRD-CANTIDAD      TO FDH-CANTIDAD
                       MOVE FRD-PRECIO        TO FDH-PRECIO
                       MOVE FRD-IMPORTE       TO FDH-IMPORTE
                       MOVE FRD-CATEGORIA     TO FDH-CATEGORIA
                       MOVE FRD-IVA           TO FDH-IVA
                       MOVE FRD-DIAS-SERVICIO TO FDH-DIAS-SERVICIO
                       MOVE FRD-DIAS-PERIODO  TO FDH-DIAS-PERIODO
                       WRITE FACTURA-DET-HIST-RECORD
                       ADD 1 TO WS-CONTADOR-PARTIDAS
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 220-MARCA-CONTRATO - el contrato de una factura recurrente
      * liberada la guarda como su ultima factura, salvo que ya haya
      * facturado un mes posterior.
      *-----------------------------------------------------------------
       220-MARCA-CONTRATO.
           OPEN I-O CONTRATOS-FILE.
           IF CONTRATOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE FRT-CONTRATO TO CON-NUMERO
               READ CONTRATOS-FILE
                   INVALID KEY
                       DISPLAY "EL CONTRATO " FRT-CONTRATO
                           " YA NO ESTA EN EL MAESTRO."
                   NOT INVALID KEY
                       IF CON-ULT-PERIODO = FRT-PERIODO
                           MOVE FRT-FACTURA TO CON-ULT-FACTURA
                           REWRITE CONTRATO-RECORD
                       END-IF
               END-READ
               CLOSE CONTRATOS-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 300-ESTAMPA-DICTAMEN - la retencion queda con el supervisor y
      * la hora del dictamen.
      *-----------------------------------------------------------------
       300-ESTAMPA-DICTAMEN.
           MOVE WS-OPERADOR TO FRT-SUPERVISOR.
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
           STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                  WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
               INTO FRT-TIMESTAMP.
           REWRITE FACTURA-RETENIDA-RECORD.

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-FACTURAS - si la sesion libero facturas, la
      * cierra en FACTURAS.DAT con el renglon de control de siempre
      * (cantidad y suma de totales).
      *-----------------------------------------------------------------
       800-GRABA-TRAILER-FACTURAS.
           IF WS-CONTADOR-LIBERADAS > ZERO
               MOVE SPACES TO FACTURA-RECORD
               MOVE 9999999 TO FAT-MARCA
               MOVE WS-CONTADOR-LIBERADAS TO FAT-CANTIDAD
               MOVE WS-HASH-FACTURAS      TO FAT-TOTAL-HASH

               OPEN EXTEND FACTURAS-FILE
               IF FACTURAS-NO-EXISTE
                   OPEN OUTPUT FACTURAS-FILE
               END-IF
               WRITE FACTURA-RECORD
               CLOSE FACTURAS-FILE
           END-IF.

      *-----------------------------------------------------------------
      * VALIDA-CREDITO-CLIENTE - viene de VALCRED.CPY: lee el limite
      * de credito y el saldo del libro del cliente y dice si la
      * factura los pasa.
      *-----------------------------------------------------------------
           COPY VALCRED.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY: lee la serie
      * WS-NUMCTL-CODIGO de NUMCTL.DAT, la incrementa y deja el numero
      * nuevo en WS-NUMERO-ASIGNADO.
      *-----------------------------------------------------------------
           COPY ASIGNUM.

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
           MOVE "E1-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "E1-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM E1-PROGRAMA.
