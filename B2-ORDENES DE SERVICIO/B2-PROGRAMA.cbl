      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ordenes de servicio de campo (ORDSERV.DAT): lista las
      *          ordenes de corte y de reconexion pendientes y captura
      *          el resultado que trae la cuadrilla. Un corte
      *          ejecutado marca el medidor como cortado en
      *          MEDIDORES.DAT y una reconexion ejecutada lo libera;
      *          cada una levanta su cargo (FAC-ES-CARGO-SERV)
      *          tarifado de CORTECARGO o RECONCARGO de TASAS.DAT, y el
      *          numero de la factura queda en la orden. Sin acceso al
      *          medidor, el corte queda asi (las cartas de cobranza,
      *          63-PROGRAMA, lo vuelven a emitir el mes siguiente) y
      *          la reconexion se reemite al momento, porque el
      *          cliente ya pago. Los cortes los emite 63-PROGRAMA y
      *          las reconexiones la captura de pagos (58-PROGRAMA).
      *          Misma sesion que las demas capturas: firma validada
      *          y cada ACCEPT auditado.
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
       PROGRAM-ID. B2-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ORDEN-SERVICIO-FILE
               ASSIGN TO "ORDSERV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WS-ORDSERV-STATUS.

           SELECT MEDIDORES-FILE
               ASSIGN TO "MEDIDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-ID
               FILE STATUS IS WS-MEDIDORES-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

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

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.B2.DAT"
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
       FD  ORDEN-SERVICIO-FILE
           LABEL RECORD IS STANDARD.
           COPY ORDSERV.

       FD  MEDIDORES-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDIDORES.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

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
      *-FILE STATUS/88-LEVEL DE ORDEN-SERVICIO-FILE: VIENE DE
      *-ORDSTS.CPY.
           COPY ORDSTS.

      *-FILE STATUS/88-LEVEL DE MEDIDORES-FILE: VIENE DE MEDSTS.CPY.
           COPY MEDSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FILE STATUS/88-LEVEL DE AUDIT-LOG-FILE: VIENE DE AUDITSTS.CPY.
           COPY AUDITSTS.

      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-RESULTADO DE LA CONSULTA DEL CONTROL DE PERIODOS (VER
      *-VALPERIO.CPY).
       01  WS-PERIODO-CERRADO-SW PIC X VALUE "N".
           88  PERIODO-CERRADO VALUE "S".

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "B2-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY): FACTURA PARA LOS CARGOS, ORDEN
      *-PARA LA RECONEXION QUE SE REEMITE.
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-CARGOS POR CORTE Y POR RECONEXION (CORTECARGO, RECONCARGO, EN
      *-PESOS ENTEROS) DE TASAS.DAT CON LA REGLA DE FECHA EFECTIVA; SIN
      *-RENGLON LA ORDEN SE EJECUTA SIN CARGO.
       01  WS-CARGO-CORTE      PIC 9(5)V99 VALUE ZERO.
       01  WS-CARGO-RECONEXION PIC 9(5)V99 VALUE ZERO.
       01  WS-EF-CORTE         PIC 9(8)    VALUE ZERO.
       01  WS-EF-RECONEXION    PIC 9(8)    VALUE ZERO.
       01  WS-CARGO-ORDEN      PIC 9(5)V99 VALUE ZERO.

       01  WS-HAY-MEDIDORES-SW PIC X VALUE "S".
           88  HAY-MAESTRO-MEDIDORES VALUE "S".

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-LISTA     VALUE "L" "l".
           88  OPCION-RESULTADO VALUE "R" "r".
           88  OPCION-SALIR     VALUE "9".

      *-CAMPOS DE CAPTURA; LA ORDEN SE TECLEA COMO TEXTO Y SOLO SE
      *-MUEVE CUANDO ES NUMERICA, COMO EN LAS DEMAS CAPTURAS.
       01  WS-ORDEN-TXT   PIC X(7) VALUE SPACES.
       01  WS-RESULTADO   PIC X    VALUE SPACE.
           88  RESULTADO-EJECUTADA VALUE "E" "e".
           88  RESULTADO-SIN-ACCESO VALUE "N" "n".

      *-DATOS DE LA RECONEXION SIN ACCESO QUE SE REEMITE.
       01  WS-REE-CLIENTE     PIC 9(7) VALUE ZERO.
       01  WS-REE-MEDIDOR     PIC X(8) VALUE SPACES.
       01  WS-REE-CORTE       PIC 9(7) VALUE ZERO.
       01  WS-REE-ORDEN       PIC 9(7) VALUE ZERO.

       01  WS-IMPORTE-EDITADO PIC -ZZZZZZ9.99.

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-LISTA     PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-RESULTADOS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-CARGOS    PIC 9(7) VALUE ZERO.
       01  WS-HASH-CARGOS        PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               DISPLAY "EL MES DE NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                   " YA ESTA CERRADO A CONTABILIDAD; NO SE "
                   "CAPTURAN ORDENES DE SERVICIO."
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 050-CARGA-TASAS-SERVICIO.

           OPEN I-O ORDEN-SERVICIO-FILE.
           IF ORDSERV-NO-EXISTE
               OPEN OUTPUT ORDEN-SERVICIO-FILE
               CLOSE ORDEN-SERVICIO-FILE
               OPEN I-O ORDEN-SERVICIO-FILE
           END-IF.
           OPEN I-O MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE
               MOVE "N" TO WS-HAY-MEDIDORES-SW
               DISPLAY "NO EXISTE MEDIDORES.DAT: LOS MEDIDORES NO "
                   "SE MARCAN."
           END-IF.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           CLOSE ORDEN-SERVICIO-FILE.
           IF HAY-MAESTRO-MEDIDORES
               CLOSE MEDIDORES-FILE
           END-IF.
           PERFORM 805-GRABA-TRAILER-FACTURAS.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           DISPLAY "RESULTADOS CAPTURADOS: " WS-CONTADOR-RESULTADOS.
           DISPLAY "CARGOS DE SERVICIO:    " WS-CONTADOR-CARGOS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASAS-SERVICIO - lee de TASAS.DAT los codigos
      * CORTECARGO y RECONCARGO, quedandose por codigo con el renglon
      * de fecha efectiva mas reciente que no pase de la fecha de
      * negocio.
      *-----------------------------------------------------------------
       050-CARGA-TASAS-SERVICIO.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 055-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.
           MOVE WS-CARGO-CORTE TO WS-IMPORTE-EDITADO.
           DISPLAY "ORDENES DE SERVICIO: CARGO POR CORTE "
               WS-IMPORTE-EDITADO.
           MOVE WS-CARGO-RECONEXION TO WS-IMPORTE-EDITADO.
           DISPLAY "                     CARGO POR RECONEXION "
               WS-IMPORTE-EDITADO.

       055-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       EVALUATE TAS-CODIGO
                           WHEN "CORTECARGO"
                               IF TAS-FECHA-EFECTIVA >= WS-EF-CORTE
                                   MOVE TAS-VALOR TO WS-CARGO-CORTE
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-CORTE
                               END-IF
                           WHEN "RECONCARGO"
                               IF TAS-FECHA-EFECTIVA >=
                                   WS-EF-RECONEXION
                                   MOVE TAS-VALOR
                                       TO WS-CARGO-RECONEXION
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-RECONEXION
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

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
      * 100-TRANSACCION - menu de las ordenes de servicio: listar las
      * pendientes, capturar un resultado o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "ORDENES DE SERVICIO DE CAMPO".
           DISPLAY "  L - LISTAR ORDENES PENDIENTES".
           DISPLAY "  R - CAPTURAR RESULTADO DE UNA ORDEN".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-ORDEN" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION      TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA AND OPCION-RESULTADO
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-LISTA
                   PERFORM 200-LISTA
               WHEN OPCION-RESULTADO
                   PERFORM 300-CAPTURA-RESULTADO
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-LISTA - las ordenes pendientes de ejecutar en campo.
      *-----------------------------------------------------------------
       200-LISTA.
           MOVE ZERO TO WS-CONTADOR-LISTA.
           MOVE ZERO TO ORD-NUMERO.
           START ORDEN-SERVICIO-FILE KEY NOT < ORD-NUMERO
               INVALID KEY
                   DISPLAY "NO HAY ORDENES REGISTRADAS."
               NOT INVALID KEY
                   PERFORM 210-LISTA-ORDEN UNTIL ORDSERV-EOF
                   DISPLAY "ORDENES PENDIENTES: " WS-CONTADOR-LISTA
           END-START.

       210-LISTA-ORDEN.
           READ ORDEN-SERVICIO-FILE NEXT RECORD
               AT END
                   SET ORDSERV-EOF TO TRUE
               NOT AT END
                   IF ORD-PENDIENTE
                       ADD 1 TO WS-CONTADOR-LISTA
                       IF ORD-ES-CORTE
                           DISPLAY "  ORDEN " ORD-NUMERO " CORTE     "
                               " CLIENTE " ORD-CLIENTE
                               " MEDIDOR " ORD-MEDIDOR
                               " DEL " ORD-FECHA-EMISION
                       ELSE
                           DISPLAY "  ORDEN " ORD-NUMERO " RECONEXION"
                               " CLIENTE " ORD-CLIENTE
                               " MEDIDOR " ORD-MEDIDOR
                               " DEL " ORD-FECHA-EMISION
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 300-CAPTURA-RESULTADO - captura la orden y lo que reporto la
      * cuadrilla (E ejecutada, N sin acceso), ambos auditados; solo
      * una orden pendiente recibe resultado.
      *-----------------------------------------------------------------
       300-CAPTURA-RESULTADO.
           DISPLAY "NUMERO DE ORDEN (7 DIGITOS):".
           ACCEPT WS-ORDEN-TXT.
           MOVE "ORD-NUMERO"  TO WS-AUDIT-CAMPO.
           MOVE WS-ORDEN-TXT  TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-ORDEN-TXT IS NOT NUMERIC
               DISPLAY "LA ORDEN DEBE SER DE 7 DIGITOS."
           ELSE
               MOVE WS-ORDEN-TXT TO ORD-NUMERO
               READ ORDEN-SERVICIO-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE LA ORDEN " WS-ORDEN-TXT "."
                   NOT INVALID KEY
                       IF ORD-PENDIENTE
                           PERFORM 310-PIDE-RESULTADO
                       ELSE
                           DISPLAY "LA ORDEN YA TIENE RESULTADO "
                               ORD-ESTADO " DEL "
                               ORD-FECHA-RESULTADO "."
                       END-IF
               END-READ
           END-IF.

       310-PIDE-RESULTADO.
           IF ORD-ES-CORTE
               DISPLAY "ORDEN DE CORTE " ORD-NUMERO
                   " CLIENTE " ORD-CLIENTE " MEDIDOR " ORD-MEDIDOR
           ELSE
               DISPLAY "ORDEN DE RECONEXION " ORD-NUMERO
                   " CLIENTE " ORD-CLIENTE " MEDIDOR " ORD-MEDIDOR
           END-IF.
           DISPLAY "RESULTADO (E EJECUTADA, N SIN ACCESO):".
           ACCEPT WS-RESULTADO.
           MOVE "ORD-RESULTADO" TO WS-AUDIT-CAMPO.
           MOVE WS-RESULTADO    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           EVALUATE TRUE
               WHEN RESULTADO-EJECUTADA
                   PERFORM 400-ORDEN-EJECUTADA
               WHEN RESULTADO-SIN-ACCESO
                   PERFORM 500-ORDEN-SIN-ACCESO
               WHEN OTHER
                   DISPLAY "RESULTADO NO VALIDO; LA ORDEN SIGUE "
                       "PENDIENTE."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 400-ORDEN-EJECUTADA - cierra la orden, marca o libera el
      * medidor y levanta el cargo del servicio cuando la tasa lo
      * tiene.
      *-----------------------------------------------------------------
       400-ORDEN-EJECUTADA.
           IF ORD-ES-CORTE
               MOVE WS-CARGO-CORTE      TO WS-CARGO-ORDEN
           ELSE
               MOVE WS-CARGO-RECONEXION TO WS-CARGO-ORDEN
           END-IF.
           PERFORM 410-MARCA-MEDIDOR.
           MOVE ZERO TO ORD-FACTURA.
           IF WS-CARGO-ORDEN > ZERO
               PERFORM 420-GRABA-CARGO
               MOVE WS-NUMERO-ASIGNADO TO ORD-FACTURA
           END-IF.
           SET  ORD-EJECUTADA    TO TRUE.
           MOVE WS-FECHA-NEGOCIO TO ORD-FECHA-RESULTADO.
           MOVE WS-OPERADOR      TO ORD-OPERADOR.
           REWRITE ORDEN-SERVICIO-RECORD.
           ADD 1 TO WS-CONTADOR-RESULTADOS.
           DISPLAY "ORDEN " ORD-NUMERO " EJECUTADA.".
           MOVE "ORDEN-EJECUTADA" TO WS-AUDIT-CAMPO.
           MOVE WS-ORDEN-TXT      TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

       410-MARCA-MEDIDOR.
           IF HAY-MAESTRO-MEDIDORES
               MOVE ORD-MEDIDOR TO MED-ID
               READ MEDIDORES-FILE
                   INVALID KEY
                       DISPLAY "EL MEDIDOR " ORD-MEDIDOR " NO ESTA "
                           "EN EL MAESTRO; NO SE MARCA."
                   NOT INVALID KEY
                       IF ORD-ES-CORTE
                           MOVE "S" TO MED-CORTADO
                           DISPLAY "MEDIDOR " MED-ID " CORTADO."
                       ELSE
                           MOVE "N" TO MED-CORTADO
                           DISPLAY "MEDIDOR " MED-ID " RECONECTADO."
                       END-IF
                       REWRITE MEDIDOR-RECORD
               END-READ
           END-IF.

       420-GRABA-CARGO.
           MOVE "FACTURA" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           MOVE WS-NUMERO-ASIGNADO  TO FAC-NUMERO.
           MOVE ORD-CLIENTE         TO FAC-CLIENTE.
           MOVE WS-FECHA-NEGOCIO    TO FAC-FECHA.
           MOVE WS-CARGO-ORDEN      TO FAC-SUBTOTAL.
           MOVE ZERO                TO FAC-IMPUESTO.
           MOVE ZERO                TO FAC-DESCUENTO.
           MOVE ZERO                TO FAC-AJUSTE.
           MOVE WS-CARGO-ORDEN      TO FAC-TOTAL.
           SET  FAC-ES-CARGO-SERV   TO TRUE.
           MOVE ZERO                TO FAC-REFERENCIA.
           MOVE SPACES              TO FAC-SUCURSAL.

           OPEN EXTEND FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               OPEN OUTPUT FACTURAS-FILE
           END-IF.
           WRITE FACTURA-RECORD.
           CLOSE FACTURAS-FILE.

           ADD 1         TO WS-CONTADOR-CARGOS.
           ADD FAC-TOTAL TO WS-HASH-CARGOS.

           MOVE FAC-TOTAL TO WS-IMPORTE-EDITADO.
           DISPLAY "CARGO " FAC-NUMERO " POR " WS-IMPORTE-EDITADO
               " AL CLIENTE " ORD-CLIENTE " APLICADO.".

      *-----------------------------------------------------------------
      * 500-ORDEN-SIN-ACCESO - la cuadrilla no llego al medidor. Un
      * corte queda asi; una reconexion se reemite pendiente en ese
      * momento y el corte que la origino apunta a la nueva.
      *-----------------------------------------------------------------
       500-ORDEN-SIN-ACCESO.
           SET  ORD-SIN-ACCESO   TO TRUE.
           MOVE WS-FECHA-NEGOCIO TO ORD-FECHA-RESULTADO.
           MOVE WS-OPERADOR      TO ORD-OPERADOR.
           REWRITE ORDEN-SERVICIO-RECORD.
           ADD 1 TO WS-CONTADOR-RESULTADOS.
           DISPLAY "ORDEN " ORD-NUMERO " SIN ACCESO AL MEDIDOR.".
           MOVE "ORDEN-SIN-ACCESO" TO WS-AUDIT-CAMPO.
           MOVE WS-ORDEN-TXT       TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF ORD-ES-RECONEXION
               MOVE ORD-CLIENTE     TO WS-REE-CLIENTE
               MOVE ORD-MEDIDOR     TO WS-REE-MEDIDOR
               MOVE ORD-RELACIONADA TO WS-REE-CORTE
               PERFORM 510-REEMITE-RECONEXION
           END-IF.

       510-REEMITE-RECONEXION.
           MOVE "ORDEN" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.
           MOVE WS-NUMERO-ASIGNADO TO WS-REE-ORDEN.

           MOVE WS-REE-ORDEN       TO ORD-NUMERO.
           SET  ORD-ES-RECONEXION  TO TRUE.
           MOVE WS-REE-CLIENTE     TO ORD-CLIENTE.
           MOVE WS-REE-MEDIDOR     TO ORD-MEDIDOR.
           MOVE WS-FECHA-NEGOCIO   TO ORD-FECHA-EMISION.
           SET  ORD-PENDIENTE      TO TRUE.
           MOVE ZERO               TO ORD-FECHA-RESULTADO.
           MOVE WS-OPERADOR        TO ORD-OPERADOR.
           MOVE ZERO               TO ORD-FACTURA.
           MOVE WS-REE-CORTE       TO ORD-RELACIONADA.
           WRITE ORDEN-SERVICIO-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA ORDEN "
                       WS-REE-ORDEN "."
               NOT INVALID KEY
                   DISPLAY "RECONEXION REEMITIDA COMO ORDEN "
                       WS-REE-ORDEN "."
                   MOVE "REEMITE-RECONEX" TO WS-AUDIT-CAMPO
                   MOVE WS-REE-ORDEN      TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
                   PERFORM 520-LIGA-CORTE
           END-WRITE.

       520-LIGA-CORTE.
           IF WS-REE-CORTE NOT = ZERO
               MOVE WS-REE-CORTE TO ORD-NUMERO
               READ ORDEN-SERVICIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-REE-ORDEN TO ORD-RELACIONADA
                       REWRITE ORDEN-SERVICIO-RECORD
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 805-GRABA-TRAILER-FACTURAS - si la sesion levanto cargos,
      * cierra su aportacion a FACTURAS.DAT con el renglon de control.
      *-----------------------------------------------------------------
       805-GRABA-TRAILER-FACTURAS.
           IF WS-CONTADOR-CARGOS > ZERO
               MOVE 9999999 TO FAT-MARCA
               MOVE WS-CONTADOR-CARGOS TO FAT-CANTIDAD
               MOVE WS-HASH-CARGOS     TO FAT-TOTAL-HASH

               OPEN EXTEND FACTURAS-FILE
               IF FACTURAS-NO-EXISTE
                   OPEN OUTPUT FACTURAS-FILE
               END-IF
               WRITE FACTURA-RECORD
               CLOSE FACTURAS-FILE
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * VALIDA-PERIODO-NEGOCIO - viene de VALPERIO.CPY (compartido
      * por todo programa que postea registros fechados): consulta el
      * control de periodos por el mes de la fecha de negocio.
      *-----------------------------------------------------------------
           COPY VALPERIO.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY (compartido por todo
      * programa que asigna numeros): lee la serie WS-NUMCTL-CODIGO de
      * NUMCTL.DAT, la incrementa y deja el numero nuevo en
      * WS-NUMERO-ASIGNADO.
      *-----------------------------------------------------------------
           COPY ASIGNUM.

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
           MOVE "B2-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "B2-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM B2-PROGRAMA.
