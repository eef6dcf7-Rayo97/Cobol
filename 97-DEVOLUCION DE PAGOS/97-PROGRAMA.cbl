      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devolucion de pagos: cuando el banco regresa un pago
      *          (cheque sin fondos, transferencia rechazada) el
      *          registro de PAGOS.DAT no se borra; esta transaccion
      *          toma el pago original de la factura y anexa su
      *          reversa (PAG-REVERSA, importe negado), con lo que la
      *          factura vuelve a quedar abierta para la antiguedad
      *          (60-PROGRAMA) y las cartas de cobranza (63-PROGRAMA)
      *          y el extracto contable saca el dinero de CAJA. A
      *          opcion del operador levanta el cargo por pago
      *          devuelto (FAC-ES-CARGO-DEV) tarifado del codigo
      *          DEVCARGO de TASAS.DAT, y deja la devolucion en la
      *          bitacora DEVPAGO.DAT: una segunda devolucion del
      *          mismo cliente dentro de DEVVENTANA dias levanta una
      *          alerta en ALERTAS.DAT. Misma sesion que las demas
      *          capturas: firma validada, cada ACCEPT auditado y los
      *          valores invalidos documentados en EXCEPCION.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  The reversal inherits the method, reference and
      *                 branch of the payment it returns, so the daily
      *                 cash-up nets the bounced cheque or transfer
      *                 under the method it came in by.
      * 2026-10-15 RSM  A payment held as a suspected duplicate
      *                 (A5-PROGRAMA) is cancelled by its hold the same
      *                 way a reversal cancels it, so it is not offered
      *                 for return; once released it comes back.
      * 2026-10-15 RSM  Exceptions carry the signed-on operator
      *                 (EXC-OPERADOR) for the productivity report.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 refused (the transaction only updates),
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. 97-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT DEVOLUCION-FILE
               ASSIGN TO "DEVPAGO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEVPAGO-STATUS.

           SELECT ALERTAS-FILE
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.97.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT EXCEPCION-FILE
               ASSIGN TO "EXCEPCION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPCION-STATUS.

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

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  DEVOLUCION-FILE
           LABEL RECORD IS STANDARD.
           COPY DEVPAGO.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  AUDIT-LOG-FILE
           LABEL RECORD IS STANDARD.
           COPY AUDITLOG.

       FD  EXCEPCION-FILE
           LABEL RECORD IS STANDARD.
           COPY EXCEPCION.

       FD  OPERADORES-FILE
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  VENTANA-LOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY VENTLOTE.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE DEVOLUCION-FILE: VIENE DE DEVSTS.CPY.
           COPY DEVSTS.

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

      *-FILE STATUS/88-LEVEL DE AUDIT-LOG-FILE: VIENE DE AUDITSTS.CPY.
           COPY AUDITSTS.

      *-FILE STATUS/88-LEVEL DE EXCEPCION-FILE: VIENE DE EXCEPSTS.CPY.
           COPY EXCEPSTS.

      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

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

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

       01  WS-EXC-CAMPO  PIC X(15).
       01  WS-EXC-VALOR  PIC X(30).
       01  WS-EXC-RAZON  PIC X(40).

      *-CAMPOS DE LA ALERTA QUE SE DEJA EN ALERTAS.DAT (VER
      *-ALERTPRO.CPY).
       01  WS-ALR-SEVERIDAD PIC X       VALUE SPACE.
       01  WS-ALR-PROGRAMA  PIC X(11)   VALUE "97-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40)   VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)    VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)    VALUE ZERO.

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY).
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA, CARGADA DE
      *-FECHACOR.DAT POR CARGA-FECHA-NEGOCIO.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

      *-IMPORTE DEL CARGO POR PAGO DEVUELTO (DEVCARGO, EN PESOS
      *-ENTEROS; CERO = NO SE COBRA) Y VENTANA EN DIAS PARA LA
      *-SEGUNDA DEVOLUCION (DEVVENTANA), DE TASAS.DAT CON LA REGLA DE
      *-FECHA EFECTIVA DE SIEMPRE; SIN RENGLON, LOS VALORES DE
      *-ARRANQUE SE CONSERVAN.
       01  WS-CARGO-DEVOLUCION PIC 9(5)V99 VALUE ZERO.
       01  WS-VENTANA-DIAS     PIC 9(5)    VALUE 90.
       01  WS-EF-CARGO         PIC 9(8)    VALUE ZERO.
       01  WS-EF-VENTANA       PIC 9(8)    VALUE ZERO.

      *-FACTURA DEL PAGO DEVUELTO, TECLEADA COMO TEXTO.
       01  WS-FACTURA-TXT  PIC X(7)  VALUE SPACES.
       01  WS-FACTURA-NUM  PIC 9(7)  VALUE ZERO.

       01  WS-FACTURA-SW PIC X VALUE "N".
           88  FACTURA-VALIDA VALUE "S".

      *-PAGOS VIGENTES DE LA FACTURA: CADA REVERSA YA GRABADA ANULA
      *-EL PRIMER PAGO TODAVIA VIGENTE DE SU MISMO IMPORTE, PARA QUE
      *-UN PAGO NO SE DEVUELVA DOS VECES.
       01  WS-CANTIDAD-PAGOS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-PAGOS.
           05  WS-PAGO-ENT OCCURS 50 TIMES.
               10  PTB-CLIENTE   PIC 9(7).
               10  PTB-FECHA     PIC 9(8).
               10  PTB-IMPORTE   PIC S9(7)V99.
               10  PTB-OPERADOR  PIC X(8).
               10  PTB-DEVUELTO  PIC X.
               10  PTB-METODO    PIC X.
               10  PTB-REFERENCIA PIC X(12).
               10  PTB-SUCURSAL  PIC X(3).
       01  WS-IDX-PAGO     PIC 9(3) VALUE ZERO.
       01  WS-IDX-BUSCA    PIC 9(3) VALUE ZERO.
       01  WS-PAGOS-VIGENTES PIC 9(3) VALUE ZERO.
       01  WS-REVERSA-IMPORTE PIC S9(7)V99 VALUE ZERO.

       01  WS-ANULADO-SW PIC X VALUE "N".
           88  REVERSA-CASADA VALUE "S".

      *-RENGLON ELEGIDO POR EL OPERADOR.
       01  WS-RENGLON-TXT  PIC X(2)  VALUE SPACES.
       01  WS-RENGLON-NUM  PIC 9(2)  VALUE ZERO.

       01  WS-RENGLON-SW PIC X VALUE "N".
           88  RENGLON-VALIDO VALUE "S".

      *-MOTIVO QUE DIO EL BANCO (SIN FONDOS, CUENTA CERRADA...).
       01  WS-MOTIVO        PIC X(10) VALUE SPACES.

       01  WS-CONFIRMA-SW PIC X VALUE "N".
           88  DEVOLUCION-CONFIRMADA VALUE "S" "s".

       01  WS-CARGO-SW PIC X VALUE "N".
           88  APLICAR-CARGO VALUE "S" "s".

       01  WS-SEGUIR-SW PIC X VALUE "S".
           88  SEGUIR-CAPTURANDO VALUE "S".

      *-DATOS DEL PAGO QUE SE DEVUELVE.
       01  WS-DEV-CLIENTE  PIC 9(7)     VALUE ZERO.
       01  WS-DEV-IMPORTE  PIC 9(7)V99  VALUE ZERO.

      *-REVISION DE LA BITACORA: DIAS ENTRE UNA DEVOLUCION ANTERIOR
      *-DEL CLIENTE Y LA FECHA DE NEGOCIO, CON LA CONVENCION DE MESES
      *-DE 30 DIAS DE SIEMPRE EN CARTERA.
       01  WS-DEV-FECHA-ANT PIC 9(8) VALUE ZERO.
       01  WS-DEV-FECHA-ANT-PARTES REDEFINES WS-DEV-FECHA-ANT.
           05  WS-ANT-ANIO PIC 9(4).
           05  WS-ANT-MES  PIC 99.
           05  WS-ANT-DIA  PIC 99.
       01  WS-DIAS-ENTRE PIC S9(7) VALUE ZERO.

       01  WS-REINCIDENTE-SW PIC X VALUE "N".
           88  CLIENTE-REINCIDENTE VALUE "S".

      *-IMPORTES EDITADOS PARA LOS LETREROS DE CONSOLA.
       01  WS-IMPORTE-EDITADO PIC -ZZZZZZ9.99.

       01  WS-CONTADOR-AUDITORIA   PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-REVERSAS    PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-CARGOS      PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-EXCEPCION   PIC 9(7) VALUE ZERO.
       01  WS-HASH-REVERSAS        PIC S9(9)V99 VALUE ZERO.
       01  WS-HASH-CARGOS          PIC S9(9)V99 VALUE ZERO.

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
               STOP RUN
           END-IF.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               DISPLAY "EL MES DE NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                   " YA ESTA CERRADO A CONTABILIDAD; NO SE "
                   "DEVUELVEN PAGOS."
               MOVE "PAG-FECHA"       TO WS-EXC-CAMPO
               MOVE WS-FECHA-NEGOCIO  TO WS-EXC-VALOR
               MOVE "FECHA EN PERIODO CERRADO" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
               PERFORM 810-GRABA-TRAILER-EXCEPCION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 050-CARGA-TASAS-DEVOLUCION.
           PERFORM 100-CAPTURA-DEVOLUCION
               WITH TEST AFTER UNTIL NOT SEGUIR-CAPTURANDO.

           PERFORM 800-GRABA-TRAILER-PAGOS.
           PERFORM 805-GRABA-TRAILER-FACTURAS.
           PERFORM 810-GRABA-TRAILER-EXCEPCION.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           DISPLAY "PAGOS DEVUELTOS:     " WS-CONTADOR-REVERSAS.
           DISPLAY "CARGOS POR DEVOLUCION: " WS-CONTADOR-CARGOS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASAS-DEVOLUCION - lee de TASAS.DAT los codigos
      * DEVCARGO (cargo por pago devuelto, pesos enteros) y
      * DEVVENTANA (dias para considerar reincidente al cliente),
      * quedandose por codigo con el renglon de fecha efectiva mas
      * reciente que no pase de la fecha de negocio.
      *-----------------------------------------------------------------
       050-CARGA-TASAS-DEVOLUCION.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 055-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.
           MOVE WS-CARGO-DEVOLUCION TO WS-IMPORTE-EDITADO.
           DISPLAY "DEVOLUCIONES: CARGO " WS-IMPORTE-EDITADO
               ", VENTANA DE REINCIDENCIA " WS-VENTANA-DIAS " DIAS.".

       055-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       EVALUATE TAS-CODIGO
                           WHEN "DEVCARGO"
                               IF TAS-FECHA-EFECTIVA >= WS-EF-CARGO
                                   MOVE TAS-VALOR
                                       TO WS-CARGO-DEVOLUCION
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-CARGO
                               END-IF
                           WHEN "DEVVENTANA"
                               IF TAS-FECHA-EFECTIVA >= WS-EF-VENTANA
                                   MOVE TAS-VALOR TO WS-VENTANA-DIAS
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-VENTANA
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
      * 100-CAPTURA-DEVOLUCION - una vuelta de la sesion: la factura,
      * sus pagos vigentes numerados, el renglon del pago devuelto,
      * el motivo y la confirmacion; la reversa grabada, el cargo si
      * se pide y la marca del cliente en la bitacora.
      *-----------------------------------------------------------------
       100-CAPTURA-DEVOLUCION.
           PERFORM 110-SOLICITA-FACTURA.
           PERFORM 200-CARGA-PAGOS.
           IF WS-PAGOS-VIGENTES = ZERO
               DISPLAY "LA FACTURA " WS-FACTURA-NUM " NO TIENE "
                   "PAGOS VIGENTES QUE DEVOLVER."
               MOVE "PAG-FACTURA"  TO WS-EXC-CAMPO
               MOVE WS-FACTURA-TXT TO WS-EXC-VALOR
               MOVE "FACTURA SIN PAGOS VIGENTES" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           ELSE
               PERFORM 220-MUESTRA-PAGOS
               PERFORM 120-SOLICITA-RENGLON
               PERFORM 130-PIDE-MOTIVO
               PERFORM 140-CONFIRMA-DEVOLUCION
               IF DEVOLUCION-CONFIRMADA
                   PERFORM 300-GRABA-REVERSA
                   PERFORM 400-CARGO-DEVOLUCION
                   PERFORM 500-MARCA-CLIENTE
               END-IF
           END-IF.
           PERFORM 160-PREGUNTA-OTRO.

       110-SOLICITA-FACTURA.
           PERFORM 115-PIDE-FACTURA
               WITH TEST AFTER UNTIL FACTURA-VALIDA.

       115-PIDE-FACTURA.
           MOVE "N" TO WS-FACTURA-SW.
           DISPLAY "FACTURA DEL PAGO DEVUELTO (7 DIGITOS):".
           ACCEPT WS-FACTURA-TXT.
           MOVE "PAG-FACTURA"  TO WS-AUDIT-CAMPO.
           MOVE WS-FACTURA-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-FACTURA-TXT IS NUMERIC
               SET FACTURA-VALIDA TO TRUE
               MOVE WS-FACTURA-TXT TO WS-FACTURA-NUM
           ELSE
               DISPLAY "EL NUMERO DE FACTURA DEBE SER DE 7 DIGITOS."
               MOVE "PAG-FACTURA"   TO WS-EXC-CAMPO
               MOVE WS-FACTURA-TXT  TO WS-EXC-VALOR
               MOVE "FACTURA NO NUMERICA" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           END-IF.

       120-SOLICITA-RENGLON.
           PERFORM 125-PIDE-RENGLON
               WITH TEST AFTER UNTIL RENGLON-VALIDO.

       125-PIDE-RENGLON.
           MOVE "N" TO WS-RENGLON-SW.
           DISPLAY "RENGLON DEL PAGO DEVUELTO (2 DIGITOS):".
           ACCEPT WS-RENGLON-TXT.
           MOVE "RENGLON-PAGO"  TO WS-AUDIT-CAMPO.
           MOVE WS-RENGLON-TXT  TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-RENGLON-TXT IS NUMERIC
               MOVE WS-RENGLON-TXT TO WS-RENGLON-NUM
               IF WS-RENGLON-NUM > ZERO
                   AND WS-RENGLON-NUM NOT > WS-CANTIDAD-PAGOS
                   IF PTB-DEVUELTO (WS-RENGLON-NUM) = "N"
                       SET RENGLON-VALIDO TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT RENGLON-VALIDO
               DISPLAY "ESE RENGLON NO ES UN PAGO VIGENTE DE LA "
                   "LISTA."
               MOVE "RENGLON-PAGO"  TO WS-EXC-CAMPO
               MOVE WS-RENGLON-TXT  TO WS-EXC-VALOR
               MOVE "RENGLON DE PAGO INVALIDO" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           END-IF.

       130-PIDE-MOTIVO.
           DISPLAY "MOTIVO DE LA DEVOLUCION (10 CARS):".
           ACCEPT WS-MOTIVO.
           MOVE "DEV-MOTIVO" TO WS-AUDIT-CAMPO.
           MOVE WS-MOTIVO    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

       140-CONFIRMA-DEVOLUCION.
           MOVE PTB-IMPORTE (WS-RENGLON-NUM) TO WS-IMPORTE-EDITADO.
           DISPLAY "SE DEVUELVE EL PAGO DEL "
               PTB-FECHA (WS-RENGLON-NUM) " POR " WS-IMPORTE-EDITADO
               ". CONFIRMA (S/N)?".
           ACCEPT WS-CONFIRMA-SW.
           MOVE "CONFIRMA"     TO WS-AUDIT-CAMPO.
           MOVE WS-CONFIRMA-SW TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 200-CARGA-PAGOS - recorre PAGOS.DAT (saltando los renglones
      * de control) y junta los pagos de la factura; cada reversa ya
      * grabada anula el primer pago vigente de su mismo importe.
      *-----------------------------------------------------------------
       200-CARGA-PAGOS.
           MOVE ZERO TO WS-CANTIDAD-PAGOS.
           MOVE ZERO TO WS-PAGOS-VIGENTES.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA PAGOS.DAT"
           ELSE
               PERFORM 205-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.

       205-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   IF PAG-FACTURA NOT = 9999999
                       AND PAG-FACTURA = WS-FACTURA-NUM
                       IF PAG-REVERSA OR PAG-RETENIDO
                           PERFORM 210-ANULA-PAGO
                       END-IF
                       IF PAG-IMPORTE > ZERO
                           IF WS-CANTIDAD-PAGOS < 50
                               ADD 1 TO WS-CANTIDAD-PAGOS
                               ADD 1 TO WS-PAGOS-VIGENTES
                               MOVE PAG-CLIENTE
                                   TO PTB-CLIENTE (WS-CANTIDAD-PAGOS)
                               MOVE PAG-FECHA
                                   TO PTB-FECHA (WS-CANTIDAD-PAGOS)
                               MOVE PAG-IMPORTE
                                   TO PTB-IMPORTE (WS-CANTIDAD-PAGOS)
                               MOVE PAG-OPERADOR
                                   TO PTB-OPERADOR (WS-CANTIDAD-PAGOS)
                               MOVE "N"
                                   TO PTB-DEVUELTO (WS-CANTIDAD-PAGOS)
                               MOVE PAG-METODO
                                   TO PTB-METODO (WS-CANTIDAD-PAGOS)
                               MOVE PAG-REFERENCIA
                                   TO PTB-REFERENCIA (WS-CANTIDAD-PAGOS)
                               MOVE PAG-SUCURSAL
                                   TO PTB-SUCURSAL (WS-CANTIDAD-PAGOS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       210-ANULA-PAGO.
           COMPUTE WS-REVERSA-IMPORTE = ZERO - PAG-IMPORTE.
           MOVE "N" TO WS-ANULADO-SW.
           PERFORM 215-BUSCA-ORIGINAL
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-PAGOS
                  OR REVERSA-CASADA.

       215-BUSCA-ORIGINAL.
           IF PTB-DEVUELTO (WS-IDX-BUSCA) = "N"
               AND PTB-IMPORTE (WS-IDX-BUSCA) = WS-REVERSA-IMPORTE
               MOVE "S" TO PTB-DEVUELTO (WS-IDX-BUSCA)
               SUBTRACT 1 FROM WS-PAGOS-VIGENTES
               SET REVERSA-CASADA TO TRUE
           END-IF.

       220-MUESTRA-PAGOS.
           DISPLAY "PAGOS DE LA FACTURA " WS-FACTURA-NUM ":".
           PERFORM 225-MUESTRA-UN-PAGO
               VARYING WS-IDX-PAGO FROM 1 BY 1
               UNTIL WS-IDX-PAGO > WS-CANTIDAD-PAGOS.

       225-MUESTRA-UN-PAGO.
           MOVE PTB-IMPORTE (WS-IDX-PAGO) TO WS-IMPORTE-EDITADO.
           IF PTB-DEVUELTO (WS-IDX-PAGO) = "N"
               DISPLAY "  " WS-IDX-PAGO (2:2) "  "
                   PTB-FECHA (WS-IDX-PAGO) "  " WS-IMPORTE-EDITADO
                   "  " PTB-OPERADOR (WS-IDX-PAGO)
           ELSE
               DISPLAY "  " WS-IDX-PAGO (2:2) "  "
                   PTB-FECHA (WS-IDX-PAGO) "  " WS-IMPORTE-EDITADO
                   "  YA DEVUELTO"
           END-IF.

      *-----------------------------------------------------------------
      * 300-GRABA-REVERSA - anexa a PAGOS.DAT la reversa del pago
      * elegido: misma factura y cliente, fecha de negocio de la
      * devolucion, importe negado y estado R; la factura vuelve a
      * quedar abierta para todo programa que suma sus pagos.
      *-----------------------------------------------------------------
       300-GRABA-REVERSA.
           MOVE PTB-CLIENTE (WS-RENGLON-NUM) TO WS-DEV-CLIENTE.
           MOVE PTB-IMPORTE (WS-RENGLON-NUM) TO WS-DEV-IMPORTE.

           OPEN EXTEND PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               OPEN OUTPUT PAGOS-FILE
           END-IF.

           MOVE WS-FACTURA-NUM   TO PAG-FACTURA.
           MOVE WS-DEV-CLIENTE   TO PAG-CLIENTE.
           MOVE WS-FECHA-NEGOCIO TO PAG-FECHA.
           COMPUTE PAG-IMPORTE = ZERO - WS-DEV-IMPORTE.
           MOVE WS-OPERADOR      TO PAG-OPERADOR.
           SET  PAG-REVERSA      TO TRUE.
           MOVE PTB-METODO (WS-RENGLON-NUM)     TO PAG-METODO.
           MOVE PTB-REFERENCIA (WS-RENGLON-NUM) TO PAG-REFERENCIA.
           MOVE PTB-SUCURSAL (WS-RENGLON-NUM)   TO PAG-SUCURSAL.
           WRITE PAGO-RECORD.

           CLOSE PAGOS-FILE.

           MOVE "S" TO PTB-DEVUELTO (WS-RENGLON-NUM).
           ADD 1           TO WS-CONTADOR-REVERSAS.
           ADD PAG-IMPORTE TO WS-HASH-REVERSAS.

           DISPLAY "PAGO DEVUELTO; LA FACTURA " WS-FACTURA-NUM
               " QUEDA ABIERTA.".

      *-----------------------------------------------------------------
      * 400-CARGO-DEVOLUCION - si DEVCARGO trae importe, ofrece
      * levantar el cargo por pago devuelto: un registro tipo D en
      * FACTURAS.DAT con su propio numero de la serie FACTURA y la
      * factura del pago devuelto en FAC-REFERENCIA, que envejece y
      * se cobra pegado a ella como un recargo por mora.
      *-----------------------------------------------------------------
       400-CARGO-DEVOLUCION.
           IF WS-CARGO-DEVOLUCION > ZERO
               MOVE WS-CARGO-DEVOLUCION TO WS-IMPORTE-EDITADO
               DISPLAY "COBRAR CARGO POR PAGO DEVUELTO DE "
                   WS-IMPORTE-EDITADO " (S/N)?"
               ACCEPT WS-CARGO-SW
               MOVE "CARGO-DEV"  TO WS-AUDIT-CAMPO
               MOVE WS-CARGO-SW  TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               IF APLICAR-CARGO
                   PERFORM 410-GRABA-CARGO
               END-IF
           END-IF.

       410-GRABA-CARGO.
           MOVE "FACTURA" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           MOVE WS-NUMERO-ASIGNADO  TO FAC-NUMERO.
           MOVE WS-DEV-CLIENTE      TO FAC-CLIENTE.
           MOVE WS-FECHA-NEGOCIO    TO FAC-FECHA.
           MOVE WS-CARGO-DEVOLUCION TO FAC-SUBTOTAL.
           MOVE ZERO                TO FAC-IMPUESTO.
           MOVE ZERO                TO FAC-DESCUENTO.
           MOVE ZERO                TO FAC-AJUSTE.
           MOVE WS-CARGO-DEVOLUCION TO FAC-TOTAL.
           SET  FAC-ES-CARGO-DEV    TO TRUE.
           MOVE WS-FACTURA-NUM      TO FAC-REFERENCIA.
           MOVE SPACES              TO FAC-SUCURSAL.

           OPEN EXTEND FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               OPEN OUTPUT FACTURAS-FILE
           END-IF.
           WRITE FACTURA-RECORD.
           CLOSE FACTURAS-FILE.

           ADD 1         TO WS-CONTADOR-CARGOS.
           ADD FAC-TOTAL TO WS-HASH-CARGOS.

           DISPLAY "CARGO " FAC-NUMERO " POR PAGO DEVUELTO SOBRE LA "
               "FACTURA " WS-FACTURA-NUM " APLICADO.".

      *-----------------------------------------------------------------
      * 500-MARCA-CLIENTE - revisa en DEVPAGO.DAT si el cliente ya
      * tuvo una devolucion dentro de la ventana de DEVVENTANA dias;
      * si la tuvo, deja la alerta de reincidencia en ALERTAS.DAT. En
      * cualquier caso anexa la devolucion de hoy a la bitacora.
      *-----------------------------------------------------------------
       500-MARCA-CLIENTE.
           MOVE "N" TO WS-REINCIDENTE-SW.
           OPEN INPUT DEVOLUCION-FILE.
           IF DEVPAGO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 510-LEE-DEVOLUCION UNTIL DEVPAGO-EOF
               CLOSE DEVOLUCION-FILE
           END-IF.

           IF CLIENTE-REINCIDENTE
               MOVE "A"           TO WS-ALR-SEVERIDAD
               MOVE "97-PROGRAMA" TO WS-ALR-PROGRAMA
               MOVE SPACES        TO WS-ALR-MENSAJE
               STRING "SEGUNDA DEVOLUCION DEL CLIENTE "
                          DELIMITED BY SIZE
                      WS-DEV-CLIENTE DELIMITED BY SIZE
                   INTO WS-ALR-MENSAJE
               PERFORM GRABA-ALERTA
               DISPLAY "CLIENTE " WS-DEV-CLIENTE " REINCIDENTE: "
                   "ALERTA LEVANTADA."
           END-IF.

           MOVE WS-DEV-CLIENTE   TO DEV-CLIENTE.
           MOVE WS-FACTURA-NUM   TO DEV-FACTURA.
           MOVE WS-FECHA-NEGOCIO TO DEV-FECHA.
           MOVE WS-DEV-IMPORTE   TO DEV-IMPORTE.
           MOVE WS-MOTIVO        TO DEV-MOTIVO.
           MOVE WS-OPERADOR      TO DEV-OPERADOR.
           OPEN EXTEND DEVOLUCION-FILE.
           IF DEVPAGO-NO-EXISTE
               OPEN OUTPUT DEVOLUCION-FILE
           END-IF.
           WRITE DEVOLUCION-RECORD.
           CLOSE DEVOLUCION-FILE.

       510-LEE-DEVOLUCION.
           READ DEVOLUCION-FILE
               AT END
                   SET DEVPAGO-EOF TO TRUE
               NOT AT END
                   IF DEV-CLIENTE = WS-DEV-CLIENTE
                       MOVE DEV-FECHA TO WS-DEV-FECHA-ANT
                       COMPUTE WS-DIAS-ENTRE =
                           (WS-HOY-ANIO - WS-ANT-ANIO) * 360
                           + (WS-HOY-MES - WS-ANT-MES) * 30
                           + (WS-HOY-DIA - WS-ANT-DIA)
                       IF WS-DIAS-ENTRE NOT > WS-VENTANA-DIAS
                           SET CLIENTE-REINCIDENTE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       160-PREGUNTA-OTRO.
           DISPLAY "DEVOLVER OTRO PAGO (S/N)?".
           ACCEPT WS-SEGUIR-SW.
           MOVE "SEGUIR-SESION" TO WS-AUDIT-CAMPO.
           MOVE WS-SEGUIR-SW    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-PAGOS - al terminar la sesion, si se
      * devolvio algo, añade a PAGOS.DAT su renglon de control con el
      * conteo y la suma (negativa) de las reversas.
      *-----------------------------------------------------------------
       800-GRABA-TRAILER-PAGOS.
           IF WS-CONTADOR-REVERSAS > ZERO
               MOVE 9999999 TO PGT-MARCA
               MOVE WS-CONTADOR-REVERSAS TO PGT-CANTIDAD
               MOVE WS-HASH-REVERSAS     TO PGT-TOTAL-HASH

               OPEN EXTEND PAGOS-FILE
               IF PAGOS-NO-EXISTE
                   OPEN OUTPUT PAGOS-FILE
               END-IF
               WRITE PAGO-RECORD
               CLOSE PAGOS-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 805-GRABA-TRAILER-FACTURAS - si la sesion levanto cargos,
      * añade a FACTURAS.DAT su renglon de control con la cantidad y
      * la suma de totales, para que el registro diario (49-PROGRAMA)
      * siga conciliando.
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
      * 900-GRABA-EXCEPCION - añade una entrada a EXCEPCION.DAT con el
      * campo, el valor y la razon del intento invalido, igual que la
      * captura de transacciones.
      *-----------------------------------------------------------------
       900-GRABA-EXCEPCION.
           MOVE "97-PROGRAMA" TO EXC-PROGRAMA.
           MOVE WS-EXC-CAMPO  TO EXC-CAMPO.
           MOVE WS-EXC-VALOR  TO EXC-VALOR.
           MOVE WS-EXC-RAZON  TO EXC-RAZON.
           SET  EXC-ABIERTA   TO TRUE.
           MOVE SPACES        TO EXC-RES-OPERADOR.
           MOVE SPACES        TO EXC-RES-TIMESTAMP.
           MOVE WS-OPERADOR   TO EXC-OPERADOR.

           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
           STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                  WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
               INTO EXC-TIMESTAMP.

           OPEN EXTEND EXCEPCION-FILE.
           IF EXCEPCION-NO-EXISTE
               OPEN OUTPUT EXCEPCION-FILE
           END-IF.
           WRITE EXCEPCION-RECORD.
           CLOSE EXCEPCION-FILE.

           ADD 1 TO WS-CONTADOR-EXCEPCION.

      *-----------------------------------------------------------------
      * 810-GRABA-TRAILER-EXCEPCION - al terminar la corrida, si este
      * programa grabo alguna excepcion, añade a EXCEPCION.DAT un
      * renglon de control con cuantas escribio.
      *-----------------------------------------------------------------
       810-GRABA-TRAILER-EXCEPCION.
           IF WS-CONTADOR-EXCEPCION > ZERO
               MOVE "**TRAILER**" TO EXT-MARCA
               MOVE WS-CONTADOR-EXCEPCION TO EXT-CANTIDAD-REGISTROS
               MOVE WS-CONTADOR-EXCEPCION TO EXT-TOTAL-HASH

               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HORA  FROM TIME
               STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                      WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
                   INTO EXT-TIMESTAMP

               OPEN EXTEND EXCEPCION-FILE
               IF EXCEPCION-NO-EXISTE
                   OPEN OUTPUT EXCEPCION-FILE
               END-IF
               WRITE EXCEPCION-RECORD
               CLOSE EXCEPCION-FILE
           END-IF.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY (compartido por todo
      * programa que asigna numeros): lee la serie WS-NUMCTL-CODIGO de
      * NUMCTL.DAT, la incrementa y deja el numero nuevo en
      * WS-NUMERO-ASIGNADO.
      *-----------------------------------------------------------------
           COPY ASIGNUM.

      *-----------------------------------------------------------------
      * GRABA-ALERTA - viene de ALERTPRO.CPY (compartido por toda
      * compuerta que deja su renglon en la cola central de alertas).
      *-----------------------------------------------------------------
           COPY ALERTPRO.

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
           MOVE "97-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "97-PROGRAMA" TO ALT-PROGRAMA.
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

      *-----------------------------------------------------------------
      * VALIDA-PERIODO-NEGOCIO - viene de VALPERIO.CPY (compartido
      * por todo programa que postea registros fechados): consulta el
      * control de periodos por el mes de la fecha de negocio.
      *-----------------------------------------------------------------
           COPY VALPERIO.

      ** add other procedures here
       END PROGRAM 97-PROGRAMA.
