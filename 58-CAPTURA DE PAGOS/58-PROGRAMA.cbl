      *          admite pagos parciales y marca como saldada (S) la
      *          factura cuyo acumulado de pagos cubre el FAC-TOTAL,
      *          en lugar del cuaderno de papel junto a la impresora.
      *          El pago que deja cubiertas las facturas que motivaron
      *          un corte ya ejecutado (ORDSERV.DAT) emite en ese
      *          momento la orden de reconexion del medidor. El
      *          pago de una cuenta padre se reparte entre las
      *          facturas abiertas de sus sitios (CLIPADRE.DAT).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 program declares the credential work fields
      *                 (VALOPWS.CPY) and, where it was missing, the
      *                 TASAS feed the sign-on reads the expiry from.
      * 2026-10-15 RSM  Payments already applied are summed signed,
      *                 so a returned payment reversal (97-PROGRAMA,
      *                 negated amount) reopens the invoice here too.
      * 2026-10-15 RSM  A customer payment covering several invoices:
      *                 typing C at the invoice prompt takes a customer
      *                 and an amount, lists the open invoices oldest
      *                 first and proposes the split (oldest first or
      *                 the invoices the operator marks); one PAGOS row
      *                 per invoice touched, and any remainder goes to
      *                 the customer's unapplied cash (SUSPENSO.DAT,
      *                 SUSMOV.DAT) instead of being refused.
      * 2026-10-15 RSM  The session asks for its branch, as the
      *                 transaction capture does, and every payment
      *                 captures its method (cash, cheque, transfer,
      *                 card) and, for cheques and transfers, the
      *                 cheque number or transfer reference; all three
      *                 are stamped on the PAGOS row for the daily
      *                 cash-up (A3-PROGRAMA).
      * 2026-10-15 RSM  A payment that clears the invoices behind an
      *                 executed disconnection (ORDSERV.DAT) issues the
      *                 reconnection work order for that meter at once,
      *                 linked both ways to the disconnection order.
      * 2026-10-15 RSM  A customer payment from a parent account
      *                 (CLIPADRE.DAT) spreads over the open invoices
      *                 of the parent and of all its child sites: the
      *                 list shows each invoice's site, every PAGOS row
      *                 goes to the site that owes the invoice, the
      *                 remainder stays in the parent's unapplied
      *                 cash, and the reconnection check runs per site.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 inquiry-only and shows the forecast end time,
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      * 2026-10-15 RSM  Exceptions carry the signed-on operator
      *                 (EXC-OPERADOR) for the productivity report.
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

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT SUSPENSO-FILE
               ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CLIENTE
               FILE STATUS IS WS-SUSPENSO-STATUS.

           SELECT SUSPENSO-MOV-FILE
               ASSIGN TO "SUSMOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSMOV-STATUS.

           SELECT ORDEN-SERVICIO-FILE
               ASSIGN TO "ORDSERV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WS-ORDSERV-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT CLIENTE-PADRE-FILE
               ASSIGN TO "CLIPADRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPA-HIJO
               FILE STATUS IS WS-CLIPADRE-STATUS.

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

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  SUSPENSO-FILE
           LABEL RECORD IS STANDARD.
           COPY SUSPENSO.

       FD  SUSPENSO-MOV-FILE
           LABEL RECORD IS STANDARD.
           COPY SUSMOV.

       FD  ORDEN-SERVICIO-FILE
           LABEL RECORD IS STANDARD.
           COPY ORDSERV.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       FD  CLIENTE-PADRE-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIPADRE.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE SUSPENSO-FILE: VIENE DE SUSSTS.CPY.
           COPY SUSSTS.

      *-FILE STATUS/88-LEVEL DE SUSPENSO-MOV-FILE: VIENE DE
      *-SMVSTS.CPY.
           COPY SMVSTS.

      *-FILE STATUS/88-LEVEL DE ORDEN-SERVICIO-FILE: VIENE DE
      *-ORDSTS.CPY.
           COPY ORDSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTE-PADRE-FILE: VIENE DE
      *-CPASTS.CPY.
           COPY CPASTS.

      *-SITIOS DEL GRUPO CUANDO EL CLIENTE QUE PAGA ES CUENTA PADRE:
      *-SUS FACTURAS ENTRAN AL REPARTO JUNTO CON LAS DE LA PADRE.
       01  WS-CANTIDAD-SITIOS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-SITIOS.
           05  WS-SITIO OCCURS 200 TIMES.
               10  SIT-CLIENTE PIC 9(7).
       01  WS-IDX-SITIO  PIC 9(3) VALUE ZERO.
       01  WS-CLIENTE-PAGADOR PIC 9(7) VALUE ZERO.
       01  WS-CLIENTE-BUSCADO PIC 9(7) VALUE ZERO.
       01  WS-PAGO-GRUPO-SW PIC X VALUE "N".
           88  PAGO-DE-GRUPO VALUE "S".
       01  WS-DEL-PAGO-SW PIC X VALUE "N".
           88  CLIENTE-DEL-PAGO VALUE "S".

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY): LA RECONEXION TOMA SU NUMERO DE
      *-LA SERIE ORDEN.
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

       01  WS-OPERADOR-VALIDO-SW PIC X VALUE "N".
           88  OPERADOR-VALIDO VALUE "S".

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "58-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).

       01  WS-FAC-CLIENTE   PIC 9(7)     VALUE ZERO.
       01  WS-FAC-TOTAL     PIC S9(7)V99 VALUE ZERO.
       01  WS-PAGOS-APLICADOS PIC S9(9)V99 VALUE ZERO.
       01  WS-SALDO-FACTURA PIC S9(9)V99 VALUE ZERO.

      *-PAGO DE CLIENTE REPARTIDO ENTRE VARIAS FACTURAS: EL CLIENTE
      *-TECLEADO Y VALIDADO CONTRA EL MAESTRO, COMO EN 96-PROGRAMA.
       01  WS-CLIENTE-TXT  PIC X(7)  VALUE SPACES.
       01  WS-CLIENTE-NUM  PIC 9(7)  VALUE ZERO.

       01  WS-CLIENTE-SW PIC X VALUE "N".
           88  CLIENTE-VALIDO VALUE "S".

      *-FACTURAS DEL CLIENTE: PRIMERO TODAS LAS SUYAS CON SU SALDO
      *-(NETO DE LO QUE LAS REFERENCIA Y DE SUS PAGOS), LUEGO SOLO LAS
      *-ABIERTAS, COMPACTADAS AL PRINCIPIO Y ORDENADAS DE LA MAS
      *-ANTIGUA A LA MAS RECIENTE; CFT-APLICAR ES LO QUE EL REPARTO
      *-PROPUESTO LE TOCA A CADA UNA.
       01  WS-CANTIDAD-CLI      PIC 9(3) VALUE ZERO.
       01  WS-CANTIDAD-ABIERTAS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-CLIENTE.
           05  WS-CLI-FACTURA OCCURS 500 TIMES.
               10  CFT-NUMERO   PIC 9(7).
               10  CFT-FECHA    PIC 9(8).
               10  CFT-SALDO    PIC S9(9)V99.
               10  CFT-MARCA    PIC X.
                   88  CFT-MARCADA VALUE "S".
               10  CFT-APLICAR  PIC 9(7)V99.
               10  CFT-CLIENTE  PIC 9(7).
       01  WS-ENTRADA-AUX PIC X(43).

       01  WS-IDX-CLI     PIC 9(3) VALUE ZERO.
       01  WS-IDX-ORDEN   PIC 9(3) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(3) VALUE ZERO.
       01  WS-FACTURA-BUSCADA PIC 9(7) VALUE ZERO.

      *-MODO DE REPARTO: LAS MAS ANTIGUAS PRIMERO, O SOLO LAS QUE EL
      *-OPERADOR MARCA POR SU RENGLON DE LA LISTA.
       01  WS-MODO-REPARTO PIC X VALUE SPACE.
           88  REPARTO-ANTIGUAS VALUE "A".
           88  REPARTO-MARCADAS VALUE "M".
           88  MODO-REPARTO-VALIDO VALUE "A" "M".

       01  WS-RENGLON-TXT PIC X(3) VALUE SPACES.
       01  WS-RENGLON-NUM PIC 9(3) VALUE ZERO.

       01  WS-FIN-MARCAS-SW PIC X VALUE "N".
           88  FIN-MARCAS VALUE "S".

       01  WS-CONFIRMA-SW PIC X VALUE "N".
           88  REPARTO-CONFIRMADO VALUE "S".

      *-LO QUE QUEDA DEL PAGO POR REPARTIR Y EL REMANENTE QUE VA A LA
      *-CAJA SIN APLICAR DEL CLIENTE.
       01  WS-POR-REPARTIR    PIC 9(7)V99  VALUE ZERO.
       01  WS-SALDO-SUSPENSO  PIC S9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-REMANENTES PIC 9(7) VALUE ZERO.

      *-SUCURSAL DE LA SESION DE CAPTURA Y METODO/REFERENCIA DEL PAGO
      *-EN CURSO, ESTAMPADOS EN CADA PAGO GRABADO.
       01  WS-SUCURSAL      PIC X(3)  VALUE SPACES.
       01  WS-METODO        PIC X     VALUE SPACE.
           88  METODO-VALIDO       VALUE "E" "C" "T" "J".
           88  METODO-PIDE-REFERENCIA VALUE "C" "T".
       01  WS-REFERENCIA-PAGO PIC X(12) VALUE SPACES.

       01  WS-REFERENCIA-SW PIC X VALUE "N".
           88  REFERENCIA-VALIDA VALUE "S".

      *-IMPORTES EDITADOS PARA LOS LETREROS DE CONSOLA.
       01  WS-TOTAL-EDITADO PIC -ZZZZZZZZ9.99.
       01  WS-SALDO-EDITADO PIC -ZZZZZZZZ9.99.

      *-CORTES EJECUTADOS DEL CLIENTE QUE TODAVIA NO TIENEN
      *-RECONEXION, Y LO QUE SIGUE DEBIENDO DE LAS FACTURAS FECHADAS
      *-HASTA LA EMISION DE CADA UNO.
       01  WS-CANTIDAD-CORTES PIC 9(2) VALUE ZERO.
       01  WS-TABLA-CORTES.
           05  WS-CORTE-ENT OCCURS 20 TIMES.
               10  COR-NUMERO  PIC 9(7).
               10  COR-MEDIDOR PIC X(8).
               10  COR-FECHA   PIC 9(8).
       01  WS-IDX-CORTE   PIC 9(2) VALUE ZERO.
       01  WS-ATRASO-CORTE PIC S9(9)V99 VALUE ZERO.
       01  WS-RECONEXION-NUM PIC 9(7) VALUE ZERO.

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-PAGOS     PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-EXCEPCION PIC 9(7) VALUE ZERO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           DISPLAY "SUCURSAL DE LA SESION (3 CARS):".
           ACCEPT WS-SUCURSAL.
           MOVE "SUCURSAL"  TO WS-AUDIT-CAMPO.
           MOVE WS-SUCURSAL TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           DISPLAY "PAGOS CAPTURADOS: " WS-CONTADOR-PAGOS.
           DISPLAY "REMANENTES A CAJA SIN APLICAR: "
               WS-CONTADOR-REMANENTES.

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
      * 070-RECHAZA-ACTUALIZACION - un pago pedido mientras la corrida
      * nocturna esta en curso sin autorizacion: la factura se
      * consulta con su saldo, pero el pago no se captura.
      *-----------------------------------------------------------------
       070-RECHAZA-ACTUALIZACION.
           DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO: ESTA SESION ES "
               "DE SOLO CONSULTA.".
           MOVE "VENTANA-RECHAZO" TO WS-AUDIT-CAMPO.
           MOVE WS-FACTURA-TXT    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 100-CAPTURA-PAGO - una vuelta de la sesion: la factura buscada
      * en FACTURAS.DAT con sus pagos ya aplicados, el importe validado
      * con re-pregunta, el pago grabado, y la pregunta de seguir,
      * igual que la sesion de captura de transacciones. Una C en
      * lugar del numero de factura lleva al pago de cliente repartido
      * entre varias facturas (400-PAGO-DE-CLIENTE).
      *-----------------------------------------------------------------
       100-CAPTURA-PAGO.
           PERFORM 110-SOLICITA-FACTURA.
           IF WS-FACTURA-TXT = "C"
               IF VENTANA-SOLO-CONSULTA
                   PERFORM 070-RECHAZA-ACTUALIZACION
               ELSE
                   PERFORM 400-PAGO-DE-CLIENTE
               END-IF
           ELSE
               PERFORM 105-PAGO-DE-FACTURA
           END-IF.
           PERFORM 160-PREGUNTA-OTRO.

       105-PAGO-DE-FACTURA.
           PERFORM 200-BUSCA-FACTURA.
           IF FACTURA-HALLADA
               PERFORM 210-SUMA-PAGOS-APLICADOS
               PERFORM 220-MUESTRA-SALDO
               EVALUATE TRUE
                   WHEN WS-SALDO-FACTURA NOT > ZERO
                       DISPLAY "LA FACTURA YA ESTA SALDADA; NO SE "
                           "CAPTURA PAGO."
                   WHEN VENTANA-SOLO-CONSULTA
                       PERFORM 070-RECHAZA-ACTUALIZACION
                   WHEN OTHER
                       PERFORM 140-SOLICITA-IMPORTE
                       PERFORM 170-SOLICITA-METODO
                       PERFORM 300-GRABA-PAGO
                       MOVE WS-FAC-CLIENTE TO WS-CLIENTE-NUM
                       PERFORM 500-REVISA-RECONEXION
               END-EVALUATE
           END-IF.

       110-SOLICITA-FACTURA.
           PERFORM 115-PIDE-FACTURA

       115-PIDE-FACTURA.
           MOVE "N" TO WS-FACTURA-SW.
           DISPLAY "NUMERO DE FACTURA A PAGAR (7 DIGITOS), O C "
               "PARA UN PAGO DE CLIENTE A VARIAS FACTURAS:".
           ACCEPT WS-FACTURA-TXT.
           MOVE "PAG-FACTURA"  TO WS-AUDIT-CAMPO.
           MOVE WS-FACTURA-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           EVALUATE TRUE
               WHEN WS-FACTURA-TXT = "C"
                   SET FACTURA-VALIDA TO TRUE
               WHEN WS-FACTURA-TXT IS NUMERIC
                   SET FACTURA-VALIDA TO TRUE
                   MOVE WS-FACTURA-TXT TO WS-FACTURA-NUM
               WHEN OTHER
                   DISPLAY "EL NUMERO DE FACTURA DEBE SER DE 7 "
                       "DIGITOS."
                   MOVE "PAG-FACTURA"   TO WS-EXC-CAMPO
                   MOVE WS-FACTURA-TXT  TO WS-EXC-VALOR
                   MOVE "FACTURA NO NUMERICA" TO WS-EXC-RAZON
                   PERFORM 900-GRABA-EXCEPCION
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-BUSCA-FACTURA - recorre FACTURAS.DAT (saltando los
           MOVE WS-FECHA-NEGOCIO TO PAG-FECHA.
           MOVE WS-IMPORTE-PAGO TO PAG-IMPORTE.
           MOVE WS-OPERADOR     TO PAG-OPERADOR.
           MOVE WS-METODO       TO PAG-METODO.
           MOVE WS-REFERENCIA-PAGO TO PAG-REFERENCIA.
           MOVE WS-SUCURSAL     TO PAG-SUCURSAL.
           IF WS-IMPORTE-PAGO = WS-SALDO-FACTURA
               SET PAG-SALDA TO TRUE
           ELSE
                   WS-SALDO-EDITADO
           END-IF.

      *-----------------------------------------------------------------
      * 170-SOLICITA-METODO - como entro el dinero, con re-pregunta;
      * el cheque y la transferencia exigen ademas su numero o
      * referencia, que es con lo que la caja cuadra contra el banco.
      *-----------------------------------------------------------------
       170-SOLICITA-METODO.
           PERFORM 175-PIDE-METODO
               WITH TEST AFTER UNTIL METODO-VALIDO.
           MOVE SPACES TO WS-REFERENCIA-PAGO.
           IF METODO-PIDE-REFERENCIA
               PERFORM 180-PIDE-REFERENCIA
                   WITH TEST AFTER UNTIL REFERENCIA-VALIDA
           END-IF.

       175-PIDE-METODO.
           DISPLAY "METODO DE PAGO (E=EFECTIVO C=CHEQUE "
               "T=TRANSFERENCIA J=TARJETA):".
           ACCEPT WS-METODO.
           MOVE "PAG-METODO" TO WS-AUDIT-CAMPO.
           MOVE WS-METODO    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF NOT METODO-VALIDO
               DISPLAY "EL METODO DEBE SER E, C, T O J."
               MOVE "PAG-METODO"  TO WS-EXC-CAMPO
               MOVE WS-METODO     TO WS-EXC-VALOR
               MOVE "METODO DE PAGO INVALIDO" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           END-IF.

       180-PIDE-REFERENCIA.
           MOVE "N" TO WS-REFERENCIA-SW.
           IF WS-METODO = "C"
               DISPLAY "NUMERO DE CHEQUE (12 CARS):"
           ELSE
               DISPLAY "REFERENCIA DE LA TRANSFERENCIA (12 CARS):"
           END-IF.
           ACCEPT WS-REFERENCIA-PAGO.
           MOVE "PAG-REFERENCIA"   TO WS-AUDIT-CAMPO.
           MOVE WS-REFERENCIA-PAGO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-REFERENCIA-PAGO = SPACES
               DISPLAY "EL CHEQUE O LA TRANSFERENCIA LLEVAN "
                   "REFERENCIA."
               MOVE "PAG-REFERENCIA" TO WS-EXC-CAMPO
               MOVE SPACES           TO WS-EXC-VALOR
               MOVE "REFERENCIA EN BLANCO" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           ELSE
               SET REFERENCIA-VALIDA TO TRUE
           END-IF.

       160-PREGUNTA-OTRO.
           DISPLAY "CAPTURAR OTRO PAGO (S/N)?".
           ACCEPT WS-SEGUIR-SW.
           MOVE WS-SEGUIR-SW    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 400-PAGO-DE-CLIENTE - un solo importe que el cliente manda
      * para varias facturas: se validan el cliente y el importe, se
      * listan sus facturas abiertas de la mas antigua a la mas
      * reciente, se propone el reparto (las mas antiguas primero o
      * las que el operador marca) y, confirmado, cada factura tocada
      * queda con su propio pago en PAGOS.DAT; lo que sobra no se
      * rechaza, va a la caja sin aplicar del cliente.
      *-----------------------------------------------------------------
       400-PAGO-DE-CLIENTE.
           PERFORM 410-SOLICITA-CLIENTE.
           PERFORM 405-CARGA-SITIOS.
           PERFORM 420-CARGA-FACTURAS-CLIENTE.
           PERFORM 430-RESTA-PAGOS-CLIENTE.
           PERFORM 440-COMPACTA-ABIERTAS.
           PERFORM 445-ORDENA-ABIERTAS.
           PERFORM 450-LISTA-ABIERTAS.

           MOVE 9999999.99 TO WS-SALDO-FACTURA.
           PERFORM 140-SOLICITA-IMPORTE.
           PERFORM 170-SOLICITA-METODO.

           MOVE SPACE TO WS-MODO-REPARTO.
           IF WS-CANTIDAD-ABIERTAS > ZERO
               PERFORM 455-PIDE-MODO
                   WITH TEST AFTER UNTIL MODO-REPARTO-VALIDO
           END-IF.
           PERFORM 460-MARCA-FACTURAS.
           PERFORM 470-PROPONE-REPARTO.
           PERFORM 475-PIDE-CONFIRMACION.
           IF REPARTO-CONFIRMADO
               PERFORM 480-GRABA-REPARTO
               IF PAGO-DE-GRUPO
                   PERFORM 490-RECONEXION-GRUPO
               ELSE
                   PERFORM 500-REVISA-RECONEXION
               END-IF
           ELSE
               DISPLAY "REPARTO DESCARTADO; NO SE GRABO NINGUN PAGO."
           END-IF.
           MOVE "N" TO WS-PAGO-GRUPO-SW.

      *-----------------------------------------------------------------
      * 405-CARGA-SITIOS - si el cliente que paga es cuenta padre de
      * otros (CLIPADRE.DAT), junta sus sitios; el pago se reparte
      * entonces entre las facturas de la padre y las de los sitios.
      *-----------------------------------------------------------------
       405-CARGA-SITIOS.
           MOVE ZERO TO WS-CANTIDAD-SITIOS.
           MOVE "N" TO WS-PAGO-GRUPO-SW.
           OPEN INPUT CLIENTE-PADRE-FILE.
           IF CLIPADRE-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE ZERO TO CPA-HIJO
               START CLIENTE-PADRE-FILE KEY NOT < CPA-HIJO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 406-LEE-SITIO UNTIL CLIPADRE-EOF
               END-START
               CLOSE CLIENTE-PADRE-FILE
           END-IF.
           IF WS-CANTIDAD-SITIOS > ZERO
               SET PAGO-DE-GRUPO TO TRUE
               DISPLAY "EL CLIENTE " WS-CLIENTE-NUM " ES CUENTA PADRE "
                   "DE " WS-CANTIDAD-SITIOS " SITIOS; EL PAGO SE "
                   "REPARTE ENTRE LAS FACTURAS DEL GRUPO."
               MOVE "PAGO-GRUPO"   TO WS-AUDIT-CAMPO
               MOVE WS-CLIENTE-NUM TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.

       406-LEE-SITIO.
           READ CLIENTE-PADRE-FILE NEXT RECORD
               AT END
                   SET CLIPADRE-EOF TO TRUE
               NOT AT END
                   IF CPA-PADRE = WS-CLIENTE-NUM
                       IF WS-CANTIDAD-SITIOS < 200
                           ADD 1 TO WS-CANTIDAD-SITIOS
                           MOVE CPA-HIJO
                               TO SIT-CLIENTE (WS-CANTIDAD-SITIOS)
                       ELSE
                           DISPLAY "AVISO: EL GRUPO TIENE MAS DE 200 "
                               "SITIOS; EL " CPA-HIJO " NO ENTRA AL "
                               "REPARTO."
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 407-ES-DEL-PAGO - dice si WS-CLIENTE-BUSCADO entra al reparto:
      * el cliente que paga y, en un pago de grupo, sus sitios.
      *-----------------------------------------------------------------
       407-ES-DEL-PAGO.
           MOVE "N" TO WS-DEL-PAGO-SW.
           IF WS-CLIENTE-BUSCADO = WS-CLIENTE-NUM
               SET CLIENTE-DEL-PAGO TO TRUE
           ELSE
               IF PAGO-DE-GRUPO
                   PERFORM 408-COMPARA-SITIO
                       VARYING WS-IDX-SITIO FROM 1 BY 1
                       UNTIL WS-IDX-SITIO > WS-CANTIDAD-SITIOS
                           OR CLIENTE-DEL-PAGO
               END-IF
           END-IF.

       408-COMPARA-SITIO.
           IF SIT-CLIENTE (WS-IDX-SITIO) = WS-CLIENTE-BUSCADO
               SET CLIENTE-DEL-PAGO TO TRUE
           END-IF.

       410-SOLICITA-CLIENTE.
           PERFORM 415-PIDE-CLIENTE
               WITH TEST AFTER UNTIL CLIENTE-VALIDO.

       415-PIDE-CLIENTE.
           MOVE "N" TO WS-CLIENTE-SW.
           DISPLAY "NUMERO DE CLIENTE QUE PAGA (7 DIGITOS):".
           ACCEPT WS-CLIENTE-TXT.
           MOVE "PAG-CLIENTE"  TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-CLIENTE-TXT IS NUMERIC
               MOVE WS-CLIENTE-TXT TO WS-CLIENTE-NUM
               PERFORM 416-VALIDA-CLIENTE
           ELSE
               DISPLAY "EL NUMERO DE CLIENTE DEBE SER DE 7 DIGITOS."
               MOVE "PAG-CLIENTE"   TO WS-EXC-CAMPO
               MOVE WS-CLIENTE-TXT  TO WS-EXC-VALOR
               MOVE "CLIENTE NO NUMERICO" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           END-IF.

      *-----------------------------------------------------------------
      * 416-VALIDA-CLIENTE - el cliente debe existir en el maestro; si
      * el maestro todavia no existe se acepta con aviso, igual que en
      * la caja sin aplicar (96-PROGRAMA).
      *-----------------------------------------------------------------
       416-VALIDA-CLIENTE.
           OPEN INPUT CLIENTES-FILE.
           IF CLIENTES-NO-EXISTE
               DISPLAY "SIN MAESTRO DE CLIENTES: EL CLIENTE NO SE "
                   "PUEDE VERIFICAR."
               SET CLIENTE-VALIDO TO TRUE
           ELSE
               MOVE WS-CLIENTE-NUM TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "EL CLIENTE " WS-CLIENTE-NUM " NO "
                           "ESTA EN EL MAESTRO."
                       MOVE "PAG-CLIENTE"   TO WS-EXC-CAMPO
                       MOVE WS-CLIENTE-TXT  TO WS-EXC-VALOR
                       MOVE "CLIENTE INEXISTENTE" TO WS-EXC-RAZON
                       PERFORM 900-GRABA-EXCEPCION
                   NOT INVALID KEY
                       SET CLIENTE-VALIDO TO TRUE
               END-READ
               CLOSE CLIENTES-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 420-CARGA-FACTURAS-CLIENTE - recorre FACTURAS.DAT (saltando
      * los renglones de control) y abre una entrada por cada factura
      * del cliente; los creditos y recargos que referencian a otra no
      * abren la suya, se netean sobre la referenciada, igual que el
      * saldo de una sola factura en 200-BUSCA-FACTURA.
      *-----------------------------------------------------------------
       420-CARGA-FACTURAS-CLIENTE.
           MOVE ZERO TO WS-CANTIDAD-CLI.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               PERFORM 425-LEE-FACTURA-CLIENTE UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.

       425-LEE-FACTURA-CLIENTE.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   MOVE FAC-CLIENTE TO WS-CLIENTE-BUSCADO
                   PERFORM 407-ES-DEL-PAGO
                   IF FAC-NUMERO NOT = 9999999
                       AND CLIENTE-DEL-PAGO
                       IF FAC-REFERENCIA = ZERO
                           PERFORM 426-ABRE-ENTRADA
                       ELSE
                           MOVE FAC-REFERENCIA TO WS-FACTURA-BUSCADA
                           PERFORM 435-BUSCA-EN-TABLA
                           IF WS-IDX-HALLADO > ZERO
                               ADD FAC-TOTAL
                                   TO CFT-SALDO (WS-IDX-HALLADO)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       426-ABRE-ENTRADA.
           IF WS-CANTIDAD-CLI < 500
               ADD 1 TO WS-CANTIDAD-CLI
               MOVE FAC-NUMERO TO CFT-NUMERO (WS-CANTIDAD-CLI)
               MOVE FAC-FECHA  TO CFT-FECHA (WS-CANTIDAD-CLI)
               MOVE FAC-TOTAL  TO CFT-SALDO (WS-CANTIDAD-CLI)
               MOVE "N"        TO CFT-MARCA (WS-CANTIDAD-CLI)
               MOVE ZERO       TO CFT-APLICAR (WS-CANTIDAD-CLI)
               MOVE FAC-CLIENTE TO CFT-CLIENTE (WS-CANTIDAD-CLI)
           ELSE
               DISPLAY "AVISO: EL CLIENTE TIENE MAS DE 500 FACTURAS; "
                   "LA FACTURA " FAC-NUMERO " NO SE LISTA."
           END-IF.

      *-----------------------------------------------------------------
      * 430-RESTA-PAGOS-CLIENTE - recorre PAGOS.DAT (saltando los
      * renglones de control) y resta, con su signo, cada pago ya
      * aplicado a una factura del cliente.
      *-----------------------------------------------------------------
       430-RESTA-PAGOS-CLIENTE.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 431-LEE-PAGO-CLIENTE UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.

       431-LEE-PAGO-CLIENTE.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   MOVE PAG-CLIENTE TO WS-CLIENTE-BUSCADO
                   PERFORM 407-ES-DEL-PAGO
                   IF PAG-FACTURA NOT = 9999999
                       AND CLIENTE-DEL-PAGO
                       MOVE PAG-FACTURA TO WS-FACTURA-BUSCADA
                       PERFORM 435-BUSCA-EN-TABLA
                       IF WS-IDX-HALLADO > ZERO
                           SUBTRACT PAG-IMPORTE
                               FROM CFT-SALDO (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

       435-BUSCA-EN-TABLA.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 436-COMPARA-ENTRADA
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANTIDAD-CLI
                   OR WS-IDX-HALLADO > ZERO.

       436-COMPARA-ENTRADA.
           IF CFT-NUMERO (WS-IDX-CLI) = WS-FACTURA-BUSCADA
               MOVE WS-IDX-CLI TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 440-COMPACTA-ABIERTAS - deja al principio de la tabla solo las
      * facturas con saldo por cubrir; las saldadas no entran al
      * reparto.
      *-----------------------------------------------------------------
       440-COMPACTA-ABIERTAS.
           MOVE ZERO TO WS-CANTIDAD-ABIERTAS.
           PERFORM 441-COPIA-SI-ABIERTA
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANTIDAD-CLI.

       441-COPIA-SI-ABIERTA.
           IF CFT-SALDO (WS-IDX-CLI) > ZERO
               ADD 1 TO WS-CANTIDAD-ABIERTAS
               MOVE WS-CLI-FACTURA (WS-IDX-CLI)
                   TO WS-CLI-FACTURA (WS-CANTIDAD-ABIERTAS)
           END-IF.

      *-----------------------------------------------------------------
      * 445-ORDENA-ABIERTAS - ordena las facturas abiertas por fecha
      * y, en la misma fecha, por numero, de la mas antigua a la mas
      * reciente (intercambio de pares; son pocas por cliente).
      *-----------------------------------------------------------------
       445-ORDENA-ABIERTAS.
           PERFORM 446-PASADA-ORDEN
               VARYING WS-IDX-ORDEN FROM 1 BY 1
               UNTIL WS-IDX-ORDEN >= WS-CANTIDAD-ABIERTAS.

       446-PASADA-ORDEN.
           PERFORM 447-COMPARA-PAR
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANTIDAD-ABIERTAS - WS-IDX-ORDEN.

       447-COMPARA-PAR.
           IF CFT-FECHA (WS-IDX-CLI) > CFT-FECHA (WS-IDX-CLI + 1)
               OR (CFT-FECHA (WS-IDX-CLI) =
                       CFT-FECHA (WS-IDX-CLI + 1)
                   AND CFT-NUMERO (WS-IDX-CLI) >
                       CFT-NUMERO (WS-IDX-CLI + 1))
               MOVE WS-CLI-FACTURA (WS-IDX-CLI) TO WS-ENTRADA-AUX
               MOVE WS-CLI-FACTURA (WS-IDX-CLI + 1)
                   TO WS-CLI-FACTURA (WS-IDX-CLI)
               MOVE WS-ENTRADA-AUX TO WS-CLI-FACTURA (WS-IDX-CLI + 1)
           END-IF.

       450-LISTA-ABIERTAS.
           IF WS-CANTIDAD-ABIERTAS = ZERO
               DISPLAY "EL CLIENTE " WS-CLIENTE-NUM " NO TIENE "
                   "FACTURAS ABIERTAS; EL PAGO IRA COMPLETO A SU "
                   "CAJA SIN APLICAR."
           ELSE
               DISPLAY "FACTURAS ABIERTAS DEL CLIENTE " WS-CLIENTE-NUM
                   ", DE LA MAS ANTIGUA A LA MAS RECIENTE:"
               DISPLAY "RGL FACTURA FECHA           SALDO SITIO"
               PERFORM 451-LISTA-RENGLON
                   VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-CANTIDAD-ABIERTAS
           END-IF.

       451-LISTA-RENGLON.
           MOVE CFT-SALDO (WS-IDX-CLI) TO WS-SALDO-EDITADO.
           DISPLAY WS-IDX-CLI " " CFT-NUMERO (WS-IDX-CLI)
               " " CFT-FECHA (WS-IDX-CLI) " " WS-SALDO-EDITADO
               " " CFT-CLIENTE (WS-IDX-CLI).

       455-PIDE-MODO.
           DISPLAY "REPARTO: A = LAS MAS ANTIGUAS PRIMERO, "
               "M = MARCAR FACTURAS:".
           ACCEPT WS-MODO-REPARTO.
           MOVE "MODO-REPARTO"  TO WS-AUDIT-CAMPO.
           MOVE WS-MODO-REPARTO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF NOT MODO-REPARTO-VALIDO
               DISPLAY "EL MODO DE REPARTO DEBE SER A O M."
           END-IF.

      *-----------------------------------------------------------------
      * 460-MARCA-FACTURAS - en el reparto por antiguedad entran todas
      * las abiertas; en el marcado, solo las que el operador teclea
      * por su renglon de la lista, hasta teclear 000.
      *-----------------------------------------------------------------
       460-MARCA-FACTURAS.
           IF REPARTO-MARCADAS
               MOVE "N" TO WS-FIN-MARCAS-SW
               PERFORM 465-PIDE-RENGLON UNTIL FIN-MARCAS
           ELSE
               PERFORM 461-MARCA-TODAS
                   VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-CANTIDAD-ABIERTAS
           END-IF.

       461-MARCA-TODAS.
           MOVE "S" TO CFT-MARCA (WS-IDX-CLI).

       465-PIDE-RENGLON.
           DISPLAY "RENGLON A INCLUIR EN EL REPARTO (3 DIGITOS, "
               "000 = TERMINAR):".
           ACCEPT WS-RENGLON-TXT.
           MOVE "RENGLON-REPARTO" TO WS-AUDIT-CAMPO.
           MOVE WS-RENGLON-TXT    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-RENGLON-TXT IS NUMERIC
               MOVE WS-RENGLON-TXT TO WS-RENGLON-NUM
               EVALUATE TRUE
                   WHEN WS-RENGLON-NUM = ZERO
                       SET FIN-MARCAS TO TRUE
                   WHEN WS-RENGLON-NUM > WS-CANTIDAD-ABIERTAS
                       DISPLAY "NO HAY RENGLON " WS-RENGLON-NUM
                           " EN LA LISTA."
                       MOVE "RENGLON-REPARTO" TO WS-EXC-CAMPO
                       MOVE WS-RENGLON-TXT    TO WS-EXC-VALOR
                       MOVE "RENGLON INEXISTENTE" TO WS-EXC-RAZON
                       PERFORM 900-GRABA-EXCEPCION
                   WHEN OTHER
                       MOVE "S" TO CFT-MARCA (WS-RENGLON-NUM)
                       DISPLAY "FACTURA " CFT-NUMERO (WS-RENGLON-NUM)
                           " INCLUIDA."
               END-EVALUATE
           ELSE
               DISPLAY "EL RENGLON DEBE SER UN NUMERO DE 3 DIGITOS."
               MOVE "RENGLON-REPARTO" TO WS-EXC-CAMPO
               MOVE WS-RENGLON-TXT    TO WS-EXC-VALOR
               MOVE "RENGLON NO NUMERICO" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           END-IF.

      *-----------------------------------------------------------------
      * 470-PROPONE-REPARTO - recorre las marcadas de la mas antigua a
      * la mas reciente cubriendo el saldo de cada una mientras quede
      * importe; lo que quede al final es el remanente para la caja
      * sin aplicar.
      *-----------------------------------------------------------------
       470-PROPONE-REPARTO.
           MOVE WS-IMPORTE-PAGO TO WS-POR-REPARTIR.
           DISPLAY "REPARTO PROPUESTO:".
           PERFORM 471-REPARTE-RENGLON
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANTIDAD-ABIERTAS.
           MOVE WS-POR-REPARTIR TO WS-SALDO-EDITADO.
           DISPLAY "  A CAJA SIN APLICAR        " WS-SALDO-EDITADO.

       471-REPARTE-RENGLON.
           MOVE ZERO TO CFT-APLICAR (WS-IDX-CLI).
           IF CFT-MARCADA (WS-IDX-CLI)
               AND WS-POR-REPARTIR > ZERO
               IF CFT-SALDO (WS-IDX-CLI) < WS-POR-REPARTIR
                   MOVE CFT-SALDO (WS-IDX-CLI)
                       TO CFT-APLICAR (WS-IDX-CLI)
               ELSE
                   MOVE WS-POR-REPARTIR TO CFT-APLICAR (WS-IDX-CLI)
               END-IF
               SUBTRACT CFT-APLICAR (WS-IDX-CLI) FROM WS-POR-REPARTIR
               MOVE CFT-APLICAR (WS-IDX-CLI) TO WS-SALDO-EDITADO
               DISPLAY "  FACTURA " CFT-NUMERO (WS-IDX-CLI)
                   "          " WS-SALDO-EDITADO
                   " SITIO " CFT-CLIENTE (WS-IDX-CLI)
           END-IF.

       475-PIDE-CONFIRMACION.
           DISPLAY "CONFIRMA EL REPARTO (S/N)?".
           ACCEPT WS-CONFIRMA-SW.
           MOVE "CONFIRMA-REPARTO" TO WS-AUDIT-CAMPO.
           MOVE WS-CONFIRMA-SW     TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 480-GRABA-REPARTO - un pago en PAGOS.DAT por cada factura
      * tocada, marcado como el que la salda (S) cuando cubre todo su
      * saldo; el remanente se suma a SUSPENSO.DAT y queda en
      * SUSMOV.DAT como recibo a cuenta (R), igual que los que captura
      * 96-PROGRAMA.
      *-----------------------------------------------------------------
       480-GRABA-REPARTO.
           PERFORM 481-GRABA-PAGO-REPARTO
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANTIDAD-ABIERTAS.
           IF WS-POR-REPARTIR > ZERO
               PERFORM 485-GRABA-REMANENTE
           END-IF.

       481-GRABA-PAGO-REPARTO.
           IF CFT-APLICAR (WS-IDX-CLI) > ZERO
               OPEN EXTEND PAGOS-FILE
               IF PAGOS-NO-EXISTE
                   OPEN OUTPUT PAGOS-FILE
               END-IF
               MOVE CFT-NUMERO (WS-IDX-CLI)  TO PAG-FACTURA
               MOVE CFT-CLIENTE (WS-IDX-CLI) TO PAG-CLIENTE
               MOVE WS-FECHA-NEGOCIO         TO PAG-FECHA
               MOVE CFT-APLICAR (WS-IDX-CLI) TO PAG-IMPORTE
               MOVE WS-OPERADOR              TO PAG-OPERADOR
               MOVE WS-METODO                TO PAG-METODO
               MOVE WS-REFERENCIA-PAGO       TO PAG-REFERENCIA
               MOVE WS-SUCURSAL              TO PAG-SUCURSAL
               IF CFT-APLICAR (WS-IDX-CLI) = CFT-SALDO (WS-IDX-CLI)
                   SET PAG-SALDA TO TRUE
                   DISPLAY "FACTURA " CFT-NUMERO (WS-IDX-CLI)
                       " SALDADA."
               ELSE
                   SET PAG-PARCIAL TO TRUE
                   DISPLAY "FACTURA " CFT-NUMERO (WS-IDX-CLI)
                       " CON PAGO PARCIAL."
               END-IF
               WRITE PAGO-RECORD
               CLOSE PAGOS-FILE

               ADD 1                        TO WS-CONTADOR-PAGOS
               ADD CFT-APLICAR (WS-IDX-CLI) TO WS-HASH-PAGOS
           END-IF.

       485-GRABA-REMANENTE.
           MOVE ZERO TO WS-SALDO-SUSPENSO.
           OPEN I-O SUSPENSO-FILE.
           IF SUSPENSO-NO-EXISTE
               OPEN OUTPUT SUSPENSO-FILE
               CLOSE SUSPENSO-FILE
               OPEN I-O SUSPENSO-FILE
           END-IF.
           MOVE WS-CLIENTE-NUM TO SUS-CLIENTE.
           READ SUSPENSO-FILE
               INVALID KEY
                   MOVE WS-CLIENTE-NUM    TO SUS-CLIENTE
                   MOVE WS-POR-REPARTIR   TO SUS-SALDO
                   MOVE WS-FECHA-NEGOCIO  TO SUS-FECHA-ULTIMO
                   MOVE WS-OPERADOR       TO SUS-OPERADOR
                   WRITE SUSPENSO-RECORD
               NOT INVALID KEY
                   ADD  WS-POR-REPARTIR   TO SUS-SALDO
                   MOVE WS-FECHA-NEGOCIO  TO SUS-FECHA-ULTIMO
                   MOVE WS-OPERADOR       TO SUS-OPERADOR
                   REWRITE SUSPENSO-RECORD
           END-READ.
           MOVE SUS-SALDO TO WS-SALDO-SUSPENSO.
           CLOSE SUSPENSO-FILE.

           MOVE WS-CLIENTE-NUM   TO SMV-CLIENTE.
           MOVE WS-FECHA-NEGOCIO TO SMV-FECHA.
           SET  SMV-RECIBO       TO TRUE.
           MOVE WS-POR-REPARTIR  TO SMV-IMPORTE.
           MOVE ZERO             TO SMV-FACTURA.
           MOVE WS-OPERADOR      TO SMV-OPERADOR.
           MOVE "REMANENTE"      TO SMV-REFERENCIA.
           OPEN EXTEND SUSPENSO-MOV-FILE.
           IF SUSMOV-NO-EXISTE
               OPEN OUTPUT SUSPENSO-MOV-FILE
           END-IF.
           WRITE SUSPENSO-MOV-RECORD.
           CLOSE SUSPENSO-MOV-FILE.

           ADD 1 TO WS-CONTADOR-REMANENTES.
           MOVE WS-SALDO-SUSPENSO TO WS-SALDO-EDITADO.
           DISPLAY "REMANENTE ANOTADO A CUENTA; SUSPENSO DEL CLIENTE "
               WS-CLIENTE-NUM ": " WS-SALDO-EDITADO.

      *-----------------------------------------------------------------
      * 490-RECONEXION-GRUPO - tras un pago de grupo los cortes se
      * revisan sitio por sitio, cada uno contra sus propias facturas
      * (el grupo se apaga para que la tabla sea solo del sitio), y
      * al final se deja de nuevo el cliente que pago.
      *-----------------------------------------------------------------
       490-RECONEXION-GRUPO.
           MOVE WS-CLIENTE-NUM TO WS-CLIENTE-PAGADOR.
           MOVE "N" TO WS-PAGO-GRUPO-SW.
           PERFORM 500-REVISA-RECONEXION.
           PERFORM 491-RECONEXION-SITIO
               VARYING WS-IDX-SITIO FROM 1 BY 1
               UNTIL WS-IDX-SITIO > WS-CANTIDAD-SITIOS.
           MOVE WS-CLIENTE-PAGADOR TO WS-CLIENTE-NUM.

       491-RECONEXION-SITIO.
           MOVE SIT-CLIENTE (WS-IDX-SITIO) TO WS-CLIENTE-NUM.
           PERFORM 500-REVISA-RECONEXION.

      *-----------------------------------------------------------------
      * 500-REVISA-RECONEXION - despues de grabar el pago, busca los
      * cortes ya ejecutados del cliente que aun no tienen
      * reconexion; si hay, recalcula sus saldos con lo recien pagado
      * y, por cada corte cuyas facturas (las fechadas hasta la
      * emision del corte) ya no deben nada, emite la reconexion.
      *-----------------------------------------------------------------
       500-REVISA-RECONEXION.
           MOVE ZERO TO WS-CANTIDAD-CORTES.
           OPEN I-O ORDEN-SERVICIO-FILE.
           IF ORDSERV-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE ZERO TO ORD-NUMERO
               START ORDEN-SERVICIO-FILE KEY NOT < ORD-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 505-LEE-ORDEN UNTIL ORDSERV-EOF
               END-START
               IF WS-CANTIDAD-CORTES > ZERO
                   PERFORM 420-CARGA-FACTURAS-CLIENTE
                   PERFORM 430-RESTA-PAGOS-CLIENTE
                   PERFORM 510-REVISA-CORTE
                       VARYING WS-IDX-CORTE FROM 1 BY 1
                       UNTIL WS-IDX-CORTE > WS-CANTIDAD-CORTES
               END-IF
               CLOSE ORDEN-SERVICIO-FILE
           END-IF.

       505-LEE-ORDEN.
           READ ORDEN-SERVICIO-FILE NEXT RECORD
               AT END
                   SET ORDSERV-EOF TO TRUE
               NOT AT END
                   IF ORD-ES-CORTE
                       AND ORD-EJECUTADA
                       AND ORD-CLIENTE = WS-CLIENTE-NUM
                       AND ORD-RELACIONADA = ZERO
                       AND WS-CANTIDAD-CORTES < 20
                       ADD 1 TO WS-CANTIDAD-CORTES
                       MOVE ORD-NUMERO  TO
                           COR-NUMERO (WS-CANTIDAD-CORTES)
                       MOVE ORD-MEDIDOR TO
                           COR-MEDIDOR (WS-CANTIDAD-CORTES)
                       MOVE ORD-FECHA-EMISION TO
                           COR-FECHA (WS-CANTIDAD-CORTES)
                   END-IF
           END-READ.

       510-REVISA-CORTE.
           MOVE ZERO TO WS-ATRASO-CORTE.
           PERFORM 515-SUMA-ATRASO
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANTIDAD-CLI.
           IF WS-ATRASO-CORTE NOT > ZERO
               PERFORM 520-EMITE-RECONEXION
           END-IF.

       515-SUMA-ATRASO.
           IF CFT-FECHA (WS-IDX-CLI) <= COR-FECHA (WS-IDX-CORTE)
               AND CFT-SALDO (WS-IDX-CLI) > ZERO
               ADD CFT-SALDO (WS-IDX-CLI) TO WS-ATRASO-CORTE
           END-IF.

       520-EMITE-RECONEXION.
           MOVE "ORDEN" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.
           MOVE WS-NUMERO-ASIGNADO TO WS-RECONEXION-NUM.

           MOVE WS-RECONEXION-NUM  TO ORD-NUMERO.
           SET  ORD-ES-RECONEXION  TO TRUE.
           MOVE WS-CLIENTE-NUM     TO ORD-CLIENTE.
           MOVE COR-MEDIDOR (WS-IDX-CORTE) TO ORD-MEDIDOR.
           MOVE WS-FECHA-NEGOCIO   TO ORD-FECHA-EMISION.
           SET  ORD-PENDIENTE      TO TRUE.
           MOVE ZERO               TO ORD-FECHA-RESULTADO.
           MOVE WS-OPERADOR        TO ORD-OPERADOR.
           MOVE ZERO               TO ORD-FACTURA.
           MOVE COR-NUMERO (WS-IDX-CORTE) TO ORD-RELACIONADA.
           WRITE ORDEN-SERVICIO-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA ORDEN "
                       WS-RECONEXION-NUM "."
               NOT INVALID KEY
                   DISPLAY "ORDEN DE RECONEXION " WS-RECONEXION-NUM
                       " EMITIDA PARA EL MEDIDOR "
                       COR-MEDIDOR (WS-IDX-CORTE) "."
                   MOVE "RECONEXION"      TO WS-AUDIT-CAMPO
                   MOVE WS-RECONEXION-NUM TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
                   PERFORM 525-LIGA-CORTE
           END-WRITE.

       525-LIGA-CORTE.
           MOVE COR-NUMERO (WS-IDX-CORTE) TO ORD-NUMERO.
           READ ORDEN-SERVICIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RECONEXION-NUM TO ORD-RELACIONADA
                   REWRITE ORDEN-SERVICIO-RECORD
           END-READ.

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-PAGOS - al terminar la sesion, si se capturo
      * algo, añade a PAGOS.DAT su renglon de control con el conteo y
           SET  EXC-ABIERTA   TO TRUE.
           MOVE SPACES        TO EXC-RES-OPERADOR.
           MOVE SPACES        TO EXC-RES-TIMESTAMP.
           MOVE WS-OPERADOR   TO EXC-OPERADOR.

           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
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
