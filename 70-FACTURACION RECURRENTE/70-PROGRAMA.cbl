      *          su detalle persistido en FACTDETH.DAT. La captura
      *          manual de 16-PROGRAMA queda reservada para negocio
      *          genuinamente nuevo.
      *          El primer y el ultimo mes de un contrato se facturan
      *          prorrateados a los dias de servicio (CON-FECHA-INICIO
      *          y CON-FECHA-FIN); si el contrato termina en un mes
      *          que ya se facturo completo, los dias no usados se
      *          devuelven con una nota de credito contra la ultima
      *          factura recurrente del contrato.
      *          Con MODO PREVIA en su archivo de parametros
      *          (PARAM70.DAT) la corrida hace todo el calculo pero
      *          deja lo que facturaria en PREVIA70.DAT, sin asignar
      *          numeros ni estampar contratos, para que facturacion
      *          lo firme (A9-PROGRAMA) antes de la corrida real.
      *          La factura que llevaria al cliente mas alla de su
      *          limite de credito (LIMCRED.DAT) no se emite: queda
      *          en la cola FACRET.DAT para que un supervisor la
      *          libere o la cancele (E1-PROGRAMA).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 refuses the whole run with RETURN-CODE 8
      *                 instead of silently restating a month
      *                 accounting already reported.
      * 2026-10-15 RSM  Preview mode: MODO PREVIA in the named
      *                 parameter file PARAM70.DAT runs the full
      *                 calculation but writes the would-be invoices
      *                 to the preview register PREVIA70.DAT instead
      *                 of FACTURAS.DAT/FACTDETH.DAT, opens the
      *                 contracts input-only (CON-ULT-PERIODO is not
      *                 stamped) and draws no FACTURA number; an
      *                 unknown parameter rejects the run with
      *                 RETURN-CODE 8.
      * 2026-10-15 RSM  Contracts carry start and end dates and the
      *                 first and last month are billed prorated by
      *                 days in service, shown on the detail line
      *                 (FDH-DIAS-SERVICIO/FDH-DIAS-PERIODO). A
      *                 contract not yet started is not billed; an
      *                 ended contract gets its last month billed up
      *                 to the end date, or, when that month was
      *                 already billed in full, a credit note against
      *                 the last recurring invoice for the unused
      *                 days. CON-ULT-PERIODO advances only with a
      *                 billed month and CON-FIN-LIQUIDADO closes the
      *                 last month, so no month is billed twice.
      * 2026-10-15 RSM  A recurring invoice for an article that carries
      *                 stock (STOCK.DAT, D2-PROGRAMA) whose quantity,
      *                 added to what this run already billed of the
      *                 same article, exceeds the on-hand quantity
      *                 leaves an EXISTENCIA INSUFICIENTE exception in
      *                 EXCEPCION.DAT (with its control trailer at end
      *                 of run); the invoice is still issued.
      * 2026-10-15 RSM  Credit limit check: a recurring invoice that
      *                 would take the customer's ledger balance
      *                 (SAL-SALDO), plus what this run already billed
      *                 to the same customer, past the credit limit in
      *                 LIMCRED.DAT goes to the credit-hold queue
      *                 (FACRET.DAT/FACRETD.DAT, serie RETCRED)
      *                 instead of FACTURAS.DAT. The contract is still
      *                 stamped with the month so the next run does not
      *                 hold it again; E1-PROGRAMA releases or cancels
      *                 it. The preview flags the invoices it would
      *                 hold. Credit notes are never held.
      * 2026-10-15 RSM  Exceptions leave EXC-OPERADOR blank; no
      *                 operator keys this program's input.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT PARAMETROS-FILE
               ASSIGN TO "PARAM70.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT PREVIA-FILE
               ASSIGN TO "PREVIA70.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREVIA-STATUS.

           SELECT STOCK-FILE
               ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-ARTICULO
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT EXCEPCION-FILE
               ASSIGN TO "EXCEPCION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPCION-STATUS.

           SELECT PERIODOS-FILE
               ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRD-PERIODO
               FILE STATUS IS WS-PERIODOS-STATUS.

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

           SELECT FACTURA-RETENIDA-FILE
               ASSIGN TO "FACRET.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACRET-STATUS.

           SELECT FACTURA-RETENIDA-DET-FILE
               ASSIGN TO "FACRETD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACRETD-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       FD  PARAMETROS-FILE
           LABEL RECORD IS STANDARD.
           COPY PARAMS.

       FD  PREVIA-FILE
           LABEL RECORD IS STANDARD.
           COPY PREVIA.

       FD  STOCK-FILE
           LABEL RECORD IS STANDARD.
           COPY STOCK.

       FD  EXCEPCION-FILE
           LABEL RECORD IS STANDARD.
           COPY EXCEPCION.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

       FD  LIMITE-CREDITO-FILE
           LABEL RECORD IS STANDARD.
           COPY LIMCRED.

       FD  SALDOS-FILE
           LABEL RECORD IS STANDARD.
           COPY SALDOS.

       FD  FACTURA-RETENIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FACRET.

       FD  FACTURA-RETENIDA-DET-FILE
           LABEL RECORD IS STANDARD.
           COPY FACRETD.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FILE STATUS/88-LEVEL DE PARAMETROS-FILE: VIENE DE PARMSTS.CPY.
           COPY PARMSTS.

       01  WS-PARAM-RECHAZADO-SW PIC X VALUE "N".
           88  PARAMETRO-RECHAZADO VALUE "S".

      *-FILE STATUS/88-LEVEL DE PREVIA-FILE: VIENE DE PRVSTS.CPY.
           COPY PRVSTS.

      *-MODO DE LA CORRIDA (CODIGO MODO DE PARAM70.DAT): REAL EMITE
      *-LAS FACTURAS, PREVIA SOLO LAS CALCULA Y LAS DEJA EN
      *-PREVIA70.DAT. SIN PARAMETRO, LA CORRIDA ES REAL.
       01  WS-MODO-FACTURACION PIC X VALUE "R".
           88  MODO-REAL   VALUE "R".
           88  MODO-PREVIA VALUE "P".

       01  WS-CONTADOR-PREVIAS PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-PREVIA     PIC S9(9)V99 VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO Y SUS PARTES: EL MES (AAAAMM) DICE
      *-QUE PERIODO SE FACTURA Y EL DIA SI EL CONTRATO YA LLEGO A SU
      *-DIA DE FACTURACION.
       01  WS-EF-IVA-R     PIC 9(8) VALUE ZERO.
       01  WS-EF-IVA-E     PIC 9(8) VALUE ZERO.

      *-LO QUE TOCA AL CONTRATO EN TURNO: FACTURAR UN MES (EL DE
      *-NEGOCIO, O EL DE SU FECHA DE FIN SI YA TERMINO), ACREDITAR LOS
      *-DIAS NO USADOS DE UN ULTIMO MES YA FACTURADO COMPLETO, O SOLO
      *-DAR POR LIQUIDADO UN FIN QUE CAYO EN EL ULTIMO DIA DEL MES.
       01  WS-ACCION-CONTRATO PIC X VALUE "N".
           88  ACCION-NINGUNA VALUE "N".
           88  ACCION-FACTURA VALUE "F".
           88  ACCION-CREDITO VALUE "C".
           88  ACCION-LIQUIDA VALUE "L".

      *-MES (AAAAMM) QUE SE FACTURA O ACREDITA, EL RANGO DE DIAS
      *-COBRADOS DENTRO DE EL Y SU LARGO CONTRA LOS DIAS DEL MES.
       01  WS-PERIODO-FACTURA PIC 9(6) VALUE ZERO.
       01  WS-DIA-DESDE       PIC 99 VALUE ZERO.
       01  WS-DIA-HASTA       PIC 99 VALUE ZERO.
       01  WS-DIA-FIN         PIC 99 VALUE ZERO.
       01  WS-DIAS-SERVICIO   PIC 99 VALUE ZERO.
       01  WS-FECHA-TRABAJO   PIC 9(8) VALUE ZERO.
       01  WS-FECHA-TRABAJO-PARTES REDEFINES WS-FECHA-TRABAJO.
           05  WS-TRAB-PERIODO PIC 9(6).
           05  WS-TRAB-DIA     PIC 99.

      *-CAMPOS DE TRABAJO DEL PARRAFO COMPARTIDO DIAS-DEL-MES
      *-(RESTADIA.CPY).
       01  WS-FECHA-CAND.
           05  WS-CAND-ANIO PIC 9(4).
           05  WS-CAND-MES  PIC 99.
           05  WS-CAND-DIA  PIC 99.
       01  WS-DIAS-MES      PIC 99 VALUE ZERO.
       01  WS-RESTO-4       PIC 9(4) VALUE ZERO.
       01  WS-RESIDUO-4     PIC 9(4) VALUE ZERO.

      *-IMPORTE DEL MES COMPLETO, ANTES DEL PRORRATEO.
       01  WS-IMPORTE-MES PIC S9(7)V99 VALUE ZERO.

      *-IMPORTES DE LA FACTURA EN ARMADO.
       01  WS-SUBTOTAL   PIC S9(5)V99 VALUE ZERO.
       01  WS-IMPUESTO   PIC S9(5)V99 VALUE ZERO.
       01  WS-CONTADOR-FACTURAS PIC 9(7) VALUE ZERO.
       01  WS-HASH-FACTURAS     PIC S9(9)V99 VALUE ZERO.

      *-FILE STATUS/88-LEVEL DE STOCK-FILE: VIENE DE STKSTS.CPY.
           COPY STKSTS.

       01  WS-HAY-STOCK-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-STOCK VALUE "S".

      *-LO QUE ESTA CORRIDA YA FACTURO DE CADA ARTICULO CON
      *-EXISTENCIA, PARA COMPARARLO CONTRA LO QUE HAY EN ALMACEN.
       01  WS-CANTIDAD-PEDIDOS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-PEDIDOS.
           05  WS-PEDIDO-ENT OCCURS 300 TIMES.
               10  PED-T-ARTICULO PIC X(10).
               10  PED-T-CANTIDAD PIC 9(7).
       01  WS-IDX-PEDIDO  PIC 9(3) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(3) VALUE ZERO.
       01  WS-CANTIDAD-PEDIDA PIC 9(7) VALUE ZERO.

      *-FILE STATUS/88-LEVEL DE EXCEPCION-FILE: VIENE DE EXCEPSTS.CPY.
           COPY EXCEPSTS.

       01  WS-EXC-CAMPO  PIC X(15).
       01  WS-EXC-VALOR  PIC X(30).
       01  WS-EXC-RAZON  PIC X(40).
       01  WS-EXC-FECHA  PIC 9(8).
       01  WS-EXC-HORA   PIC 9(8).

       01  WS-CONTADOR-EXCEPCION PIC 9(7) VALUE ZERO.

      *-FILE STATUS/88-LEVEL DE LIMITE-CREDITO-FILE, SALDOS-FILE,
      *-FACTURA-RETENIDA-FILE Y FACTURA-RETENIDA-DET-FILE: VIENEN DE
      *-LCRSTS, SALDOSTS, FRTSTS Y FRDSTS.
           COPY LCRSTS.
           COPY SALDOSTS.
           COPY FRTSTS.
           COPY FRDSTS.

      *-CONSULTA DEL LIMITE DE CREDITO (VER VALCRED.CPY): EL CLIENTE,
      *-LO QUE SE LE QUIERE FACTURAR (CON LO QUE LA CORRIDA YA LE
      *-FACTURO), Y EL SALDO Y EL LIMITE CONTRA LOS QUE SE COMPARO.
       01  WS-CRED-CLIENTE PIC 9(7) VALUE ZERO.
       01  WS-CRED-IMPORTE PIC S9(9)V99 VALUE ZERO.
       01  WS-CRED-SALDO   PIC S9(9)V99 VALUE ZERO.
       01  WS-CRED-LIMITE  PIC 9(7)V99 VALUE ZERO.
       01  WS-CREDITO-EXCEDIDO-SW PIC X VALUE "N".
           88  CREDITO-EXCEDIDO VALUE "S".

      *-LO QUE ESTA CORRIDA YA FACTURO A CADA CLIENTE (NETO DE NOTAS
      *-DE CREDITO), PORQUE EL LIBRO DE SALDOS ES EL DE LA NOCHE
      *-ANTERIOR; CON LA TABLA LLENA, EL CLIENTE NUEVO SE COMPARA
      *-SOLO CON SU FACTURA.
       01  WS-CANTIDAD-CORRIDA PIC 9(3) VALUE ZERO.
       01  WS-TABLA-CORRIDA.
           05  WS-CORRIDA-ENT OCCURS 500 TIMES.
               10  CRR-CLIENTE PIC 9(7).
               10  CRR-IMPORTE PIC S9(9)V99.
       01  WS-IDX-CORRIDA  PIC 9(3) VALUE ZERO.
       01  WS-IDX-CRR-HALLADO PIC 9(3) VALUE ZERO.

       01  WS-CONTADOR-RETENIDAS PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-RETENIDO     PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-PARAMETROS.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               STOP RUN
           END-IF.
           PERFORM 100-CARGA-TASA-IMPUESTO.
           IF MODO-PREVIA
               DISPLAY "MODO PREVIA: NO SE EMITE NINGUNA FACTURA; "
                   "LO CALCULADO QUEDA EN PREVIA70.DAT."
               OPEN OUTPUT PREVIA-FILE
           END-IF.

           OPEN INPUT ARTICULOS-FILE.
           IF ARTICULOS-NO-EXISTE
                   "PRECIOS NO HAY FACTURACION RECURRENTE."
           ELSE
               PERFORM 120-ABRE-CLIENTES
               PERFORM 130-ABRE-EXISTENCIAS
               PERFORM 200-RECORRE-CONTRATOS
               IF HAY-MAESTRO-CLIENTES
                   CLOSE CLIENTES-FILE
               END-IF
               IF HAY-ARCHIVO-STOCK
                   CLOSE STOCK-FILE
               END-IF
               CLOSE ARTICULOS-FILE
           END-IF.

           IF MODO-PREVIA
               CLOSE PREVIA-FILE
               DISPLAY "FACTURAS RECURRENTES EN LA PREVIA: "
                   WS-CONTADOR-PREVIAS " POR " WS-TOTAL-PREVIA
           ELSE
               PERFORM 800-GRABA-TRAILER-FACTURAS
               PERFORM 810-GRABA-TRAILER-EXCEPCION
               DISPLAY "FACTURAS RECURRENTES EMITIDAS: "
                   WS-CONTADOR-FACTURAS
               DISPLAY "RETENIDAS POR LIMITE DE CREDITO: "
                   WS-CONTADOR-RETENIDAS " POR " WS-TOTAL-RETENIDO
           END-IF.

           STOP RUN.

               SET HAY-MAESTRO-CLIENTES TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 130-ABRE-EXISTENCIAS - abre el archivo de existencias si ya
      * existe, para revisar lo facturado contra lo que hay en
      * almacen.
      *-----------------------------------------------------------------
       130-ABRE-EXISTENCIAS.
           MOVE "N" TO WS-HAY-STOCK-SW.
           OPEN INPUT STOCK-FILE.
           IF STOCK-NO-EXISTE
               NEXT SENTENCE
           ELSE
               SET HAY-ARCHIVO-STOCK TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 200-RECORRE-CONTRATOS - recorre el maestro de contratos y
      * factura cada contrato activo que ya llego a su dia de
      * facturacion y no tiene facturado este mes de negocio, y
      * liquida el ultimo mes de cada contrato terminado. En la
      * previa el maestro se abre solo para lectura.
      *-----------------------------------------------------------------
       200-RECORRE-CONTRATOS.
           IF MODO-PREVIA
               OPEN INPUT CONTRATOS-FILE
           ELSE
               OPEN I-O CONTRATOS-FILE
           END-IF.
           IF CONTRATOS-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA EL MAESTRO DE CONTRATOS."
           ELSE
               AT END
                   SET CONTRATOS-EOF TO TRUE
               NOT AT END
                   PERFORM 220-DETERMINA-ACCION
                   EVALUATE TRUE
                       WHEN ACCION-LIQUIDA
                           PERFORM 340-MARCA-LIQUIDADO
                       WHEN ACCION-FACTURA
                       WHEN ACCION-CREDITO
                           PERFORM 250-CONSULTA-ESTADO-CLIENTE
                           IF CLIENTE-CERRADO
                               DISPLAY "CONTRATO " CON-NUMERO ": EL "
                                   "CLIENTE " CON-CLIENTE " ESTA "
                                   "CERRADO; NO SE FACTURA."
                           ELSE
                               PERFORM 300-FACTURA-CONTRATO
                           END-IF
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * 220-DETERMINA-ACCION - un contrato activo que ya empezo, ya
      * llego a su dia de facturacion y no tiene facturado el mes de
      * negocio se factura desde su primer dia de servicio en el mes
      * hasta fin de mes. Un contrato terminado (fecha de fin ya
      * alcanzada y ultimo mes sin liquidar) se factura desde el
      * primer dia de servicio hasta la fecha de fin si ese mes no se
      * facturo; si ya se facturo completo, se le acreditan los dias
      * posteriores a la fecha de fin.
      *-----------------------------------------------------------------
       220-DETERMINA-ACCION.
           MOVE "N" TO WS-ACCION-CONTRATO.
           IF CON-ESTA-ACTIVO
               IF CON-ULT-PERIODO < WS-HOY-PERIODO
                   AND WS-HOY-DIA >= CON-DIA-FACTURA
                   AND CON-FECHA-INICIO <= WS-FECHA-NEGOCIO
                   SET ACCION-FACTURA TO TRUE
                   MOVE WS-HOY-PERIODO TO WS-PERIODO-FACTURA
                   PERFORM 230-DIAS-DEL-PERIODO
                   MOVE WS-DIAS-MES TO WS-DIA-HASTA
               END-IF
           ELSE
               IF CON-FECHA-FIN > ZERO
                   AND CON-FECHA-FIN <= WS-FECHA-NEGOCIO
                   AND NOT CON-FIN-YA-LIQUIDADO
                   MOVE CON-FECHA-FIN   TO WS-FECHA-TRABAJO
                   MOVE WS-TRAB-PERIODO TO WS-PERIODO-FACTURA
                   MOVE WS-TRAB-DIA     TO WS-DIA-FIN
                   PERFORM 230-DIAS-DEL-PERIODO
                   IF CON-ULT-PERIODO < WS-PERIODO-FACTURA
                       SET ACCION-FACTURA TO TRUE
                       MOVE WS-DIA-FIN TO WS-DIA-HASTA
                   ELSE
                       IF WS-DIA-FIN < WS-DIAS-MES
                           SET ACCION-CREDITO TO TRUE
                           COMPUTE WS-DIA-DESDE = WS-DIA-FIN + 1
                           MOVE WS-DIAS-MES TO WS-DIA-HASTA
                       ELSE
                           SET ACCION-LIQUIDA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 230-DIAS-DEL-PERIODO - dias del mes WS-PERIODO-FACTURA y
      * primer dia de servicio en el: el dia de inicio del contrato
      * si empezo ese mes, el 1 si no (o si el contrato no trae
      * fecha de inicio).
      *-----------------------------------------------------------------
       230-DIAS-DEL-PERIODO.
           DIVIDE WS-PERIODO-FACTURA BY 100
               GIVING WS-CAND-ANIO REMAINDER WS-CAND-MES.
           PERFORM DIAS-DEL-MES.
           MOVE 1 TO WS-DIA-DESDE.
           MOVE CON-FECHA-INICIO TO WS-FECHA-TRABAJO.
           IF WS-TRAB-PERIODO = WS-PERIODO-FACTURA
               MOVE WS-TRAB-DIA TO WS-DIA-DESDE
           END-IF.

      *-----------------------------------------------------------------
      * 250-CONSULTA-ESTADO-CLIENTE - un cliente cerrado en el

      *-----------------------------------------------------------------
      * 300-FACTURA-CONTRATO - busca el precio de lista del articulo
      * del contrato, arma la factura (tipo R, o la nota de credito C
      * por los dias no usados) y la persiste con su detalle; el
      * contrato queda estampado con el periodo recien facturado para
      * que un reintento no lo cobre dos veces.
      *-----------------------------------------------------------------
       300-FACTURA-CONTRATO.
           MOVE CON-ARTICULO TO ART-CODIGO.
           END-READ.

       310-GRABA-FACTURA.
           COMPUTE WS-IMPORTE-MES = CON-CANTIDAD * ART-PRECIO-LISTA.
           COMPUTE WS-DIAS-SERVICIO = WS-DIA-HASTA - WS-DIA-DESDE + 1.
           IF WS-DIAS-SERVICIO < WS-DIAS-MES
               COMPUTE WS-SUBTOTAL ROUNDED =
                   WS-IMPORTE-MES * WS-DIAS-SERVICIO / WS-DIAS-MES
               DISPLAY "CONTRATO " CON-NUMERO ": MES "
                   WS-PERIODO-FACTURA " PRORRATEADO A "
                   WS-DIAS-SERVICIO " DE " WS-DIAS-MES " DIAS."
           ELSE
               MOVE WS-IMPORTE-MES TO WS-SUBTOTAL
           END-IF.
           EVALUATE TRUE
               WHEN ART-IVA-REDUCIDA
                   COMPUTE WS-IMPUESTO ROUNDED =
                   COMPUTE WS-IMPUESTO ROUNDED =
                       WS-SUBTOTAL * WS-IVA-GENERAL
           END-EVALUATE.
           IF ACCION-CREDITO
               COMPUTE WS-SUBTOTAL = ZERO - WS-SUBTOTAL
               COMPUTE WS-IMPUESTO = ZERO - WS-IMPUESTO
           END-IF.
           COMPUTE WS-TOTAL = WS-SUBTOTAL + WS-IMPUESTO.
           PERFORM 350-CONSULTA-CREDITO.
           EVALUATE TRUE
               WHEN MODO-PREVIA
                   PERFORM 330-GRABA-PREVIA
               WHEN CREDITO-EXCEDIDO
                   PERFORM 360-RETIENE-FACTURA
               WHEN OTHER
                   PERFORM 315-EMITE-FACTURA
           END-EVALUATE.

       315-EMITE-FACTURA.
           MOVE "FACTURA" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           MOVE ZERO               TO FAC-DESCUENTO.
           MOVE ZERO               TO FAC-AJUSTE.
           MOVE WS-TOTAL           TO FAC-TOTAL.
           IF ACCION-CREDITO
               SET  FAC-ES-CREDITO TO TRUE
               MOVE CON-ULT-FACTURA TO FAC-REFERENCIA
           ELSE
               SET  FAC-ES-RECURRENTE TO TRUE
               MOVE ZERO TO FAC-REFERENCIA
           END-IF.
           MOVE SPACES             TO FAC-SUCURSAL.

           OPEN EXTEND FACTURAS-FILE.
           ADD WS-TOTAL TO WS-HASH-FACTURAS.

           PERFORM 320-GRABA-DETALLE.
           IF ACCION-FACTURA
               PERFORM 325-VALIDA-EXISTENCIA
           END-IF.

           IF ACCION-FACTURA
               MOVE WS-PERIODO-FACTURA TO CON-ULT-PERIODO
               MOVE WS-NUMERO-ASIGNADO TO CON-ULT-FACTURA
           END-IF.
           IF NOT CON-ESTA-ACTIVO
               SET CON-FIN-YA-LIQUIDADO TO TRUE
           END-IF.
           REWRITE CONTRATO-RECORD.

           IF ACCION-CREDITO
               DISPLAY "NOTA DE CREDITO " FAC-NUMERO " DEL CONTRATO "
                   CON-NUMERO " PARA EL CLIENTE " CON-CLIENTE
                   " POR LOS DIAS NO USADOS DE LA FACTURA "
                   FAC-REFERENCIA "."
           ELSE
               DISPLAY "FACTURA RECURRENTE " FAC-NUMERO
                   " DEL CONTRATO " CON-NUMERO " PARA EL CLIENTE "
                   CON-CLIENTE "."
           END-IF.

       320-GRABA-DETALLE.
           MOVE WS-NUMERO-ASIGNADO TO FDH-FACTURA.
               MOVE "G" TO FDH-CATEGORIA
           END-IF.
           MOVE WS-IMPUESTO        TO FDH-IVA.
           IF WS-DIAS-SERVICIO < WS-DIAS-MES
               MOVE WS-DIAS-SERVICIO TO FDH-DIAS-SERVICIO
               MOVE WS-DIAS-MES      TO FDH-DIAS-PERIODO
           ELSE
               MOVE ZERO TO FDH-DIAS-SERVICIO
               MOVE ZERO TO FDH-DIAS-PERIODO
           END-IF.

           OPEN EXTEND FACTURA-DET-HIST-FILE.
           IF FACTDETH-NO-EXISTE
           WRITE FACTURA-DET-HIST-RECORD.
           CLOSE FACTURA-DET-HIST-FILE.

      *-----------------------------------------------------------------
      * 325-VALIDA-EXISTENCIA - si el articulo del contrato lleva
      * existencia, suma la cantidad facturada a lo que la corrida ya
      * facturo del mismo articulo; pasar de lo que hay en almacen
      * deja su excepcion, pero la factura ya salio.
      *-----------------------------------------------------------------
       325-VALIDA-EXISTENCIA.
           IF HAY-ARCHIVO-STOCK
               MOVE CON-ARTICULO TO STK-ARTICULO
               READ STOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 326-ACUMULA-PEDIDO
                       IF WS-CANTIDAD-PEDIDA > STK-EXISTENCIA
                           MOVE "CON-CANTIDAD" TO WS-EXC-CAMPO
                           MOVE SPACES         TO WS-EXC-VALOR
                           STRING CON-ARTICULO       DELIMITED BY SIZE
                                  " "                DELIMITED BY SIZE
                                  WS-CANTIDAD-PEDIDA DELIMITED BY SIZE
                               INTO WS-EXC-VALOR
                           MOVE "EXISTENCIA INSUFICIENTE"
                               TO WS-EXC-RAZON
                           PERFORM 900-GRABA-EXCEPCION
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 326-ACUMULA-PEDIDO - suma la cantidad del contrato a la
      * entrada de su articulo en la tabla (dandola de alta la primera
      * vez) y deja el acumulado en WS-CANTIDAD-PEDIDA; con la tabla
      * llena, el acumulado es solo la cantidad del contrato.
      *-----------------------------------------------------------------
       326-ACUMULA-PEDIDO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 327-BUSCA-PEDIDO
               VARYING WS-IDX-PEDIDO FROM 1 BY 1
               UNTIL WS-IDX-PEDIDO > WS-CANTIDAD-PEDIDOS
                  OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO = ZERO
               AND WS-CANTIDAD-PEDIDOS < 300
               ADD 1 TO WS-CANTIDAD-PEDIDOS
               MOVE WS-CANTIDAD-PEDIDOS TO WS-IDX-HALLADO
               MOVE CON-ARTICULO TO PED-T-ARTICULO (WS-IDX-HALLADO)
               MOVE ZERO         TO PED-T-CANTIDAD (WS-IDX-HALLADO)
           END-IF.
           IF WS-IDX-HALLADO = ZERO
               MOVE CON-CANTIDAD TO WS-CANTIDAD-PEDIDA
           ELSE
               ADD CON-CANTIDAD TO PED-T-CANTIDAD (WS-IDX-HALLADO)
               MOVE PED-T-CANTIDAD (WS-IDX-HALLADO)
                   TO WS-CANTIDAD-PEDIDA
           END-IF.

       327-BUSCA-PEDIDO.
           IF PED-T-ARTICULO (WS-IDX-PEDIDO) = CON-ARTICULO
               MOVE WS-IDX-PEDIDO TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 330-GRABA-PREVIA - en la previa, la factura que se emitiria
      * queda en PREVIA70.DAT con su tarifa de IVA; ni numero, ni
      * factura, ni estampa en el contrato.
      *-----------------------------------------------------------------
       330-GRABA-PREVIA.
           ADD 1 TO WS-CONTADOR-PREVIAS.
           ADD WS-TOTAL TO WS-TOTAL-PREVIA.

           MOVE "70"                TO PRV-PROGRAMA.
           MOVE WS-FECHA-NEGOCIO    TO PRV-FECHA.
           MOVE WS-CONTADOR-PREVIAS TO PRV-SECUENCIA.
           MOVE CON-CLIENTE         TO PRV-CLIENTE.
           MOVE CON-NUMERO          TO PRV-ORIGEN.
           IF ACCION-CREDITO
               MOVE "C"             TO PRV-TIPO
           ELSE
               MOVE "R"             TO PRV-TIPO
           END-IF.
           MOVE CON-ARTICULO        TO PRV-ARTICULO.
           EVALUATE TRUE
               WHEN ART-IVA-REDUCIDA
                   MOVE "IVACATR"   TO PRV-TARIFA
               WHEN ART-IVA-EXENTA
                   MOVE "IVACATE"   TO PRV-TARIFA
               WHEN OTHER
                   MOVE "IVACATG"   TO PRV-TARIFA
           END-EVALUATE.
           MOVE CON-CANTIDAD        TO PRV-CANTIDAD.
           MOVE ART-PRECIO-LISTA    TO PRV-PRECIO.
           MOVE WS-SUBTOTAL         TO PRV-IMPORTE.
           MOVE WS-IMPUESTO         TO PRV-IVA.
           WRITE PREVIA-RECORD.

           DISPLAY "PREVIA: CONTRATO " CON-NUMERO " CLIENTE "
               CON-CLIENTE " FACTURARIA " WS-TOTAL ".".
           IF CREDITO-EXCEDIDO
               DISPLAY "  LA RETENDRIA: EL SALDO " WS-CRED-SALDO
                   " MAS LO FACTURADO PASA EL LIMITE "
                   WS-CRED-LIMITE "."
           END-IF.

      *-----------------------------------------------------------------
      * 340-MARCA-LIQUIDADO - un contrato que termino el ultimo dia de
      * un mes ya facturado no debe nada ni tiene dias que acreditar:
      * solo queda marcado como liquidado. La previa no lo toca.
      *-----------------------------------------------------------------
       340-MARCA-LIQUIDADO.
           IF MODO-REAL
               SET CON-FIN-YA-LIQUIDADO TO TRUE
               REWRITE CONTRATO-RECORD
               DISPLAY "CONTRATO " CON-NUMERO ": TERMINO AL CIERRE "
                   "DE UN MES YA FACTURADO; QUEDA LIQUIDADO."
           END-IF.

      *-----------------------------------------------------------------
      * 350-CONSULTA-CREDITO - una factura con cargo se compara contra
      * el limite de credito del cliente sumando lo que la corrida ya
      * le facturo; una nota de credito nunca se retiene. Lo que si
      * se factura (o se facturaria, en la previa) se acumula al
      * cliente para el siguiente contrato suyo.
      *-----------------------------------------------------------------
       350-CONSULTA-CREDITO.
           MOVE "N" TO WS-CREDITO-EXCEDIDO-SW.
           PERFORM 355-BUSCA-CLIENTE-CORRIDA.
           IF ACCION-FACTURA AND WS-TOTAL > ZERO
               MOVE CON-CLIENTE TO WS-CRED-CLIENTE
               MOVE WS-TOTAL    TO WS-CRED-IMPORTE
               IF WS-IDX-CRR-HALLADO > ZERO
                   ADD CRR-IMPORTE (WS-IDX-CRR-HALLADO)
                       TO WS-CRED-IMPORTE
               END-IF
               PERFORM VALIDA-CREDITO-CLIENTE
           END-IF.
           IF NOT CREDITO-EXCEDIDO
               IF WS-IDX-CRR-HALLADO = ZERO
                   AND WS-CANTIDAD-CORRIDA < 500
                   ADD 1 TO WS-CANTIDAD-CORRIDA
                   MOVE WS-CANTIDAD-CORRIDA TO WS-IDX-CRR-HALLADO
                   MOVE CON-CLIENTE TO CRR-CLIENTE (WS-IDX-CRR-HALLADO)
                   MOVE ZERO        TO CRR-IMPORTE (WS-IDX-CRR-HALLADO)
               END-IF
               IF WS-IDX-CRR-HALLADO > ZERO
                   ADD WS-TOTAL TO CRR-IMPORTE (WS-IDX-CRR-HALLADO)
               END-IF
           END-IF.

       355-BUSCA-CLIENTE-CORRIDA.
           MOVE ZERO TO WS-IDX-CRR-HALLADO.
           PERFORM 356-COMPARA-CLIENTE
               VARYING WS-IDX-CORRIDA FROM 1 BY 1
               UNTIL WS-IDX-CORRIDA > WS-CANTIDAD-CORRIDA
                  OR WS-IDX-CRR-HALLADO > ZERO.

       356-COMPARA-CLIENTE.
           IF CRR-CLIENTE (WS-IDX-CORRIDA) = CON-CLIENTE
               MOVE WS-IDX-CORRIDA TO WS-IDX-CRR-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 360-RETIENE-FACTURA - la factura que pasaria el limite no va a
      * FACTURAS.DAT: queda pendiente en FACRET.DAT bajo un numero de
      * la serie RETCRED, con su partida en FACRETD.DAT, para que un
      * supervisor la libere o la cancele (E1-PROGRAMA). El contrato
      * queda estampado con el mes igual que si se hubiera emitido,
      * para que la corrida siguiente no lo vuelva a retener; la
      * ultima factura del contrato no cambia hasta la liberacion.
      *-----------------------------------------------------------------
       360-RETIENE-FACTURA.
           MOVE "RETCRED" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           MOVE WS-NUMERO-ASIGNADO TO FRT-RETENCION.
           MOVE "70"               TO FRT-PROGRAMA.
           MOVE CON-CLIENTE        TO FRT-CLIENTE.
           MOVE WS-FECHA-NEGOCIO   TO FRT-FECHA.
           MOVE WS-SUBTOTAL        TO FRT-SUBTOTAL.
           MOVE WS-IMPUESTO        TO FRT-IMPUESTO.
           MOVE ZERO               TO FRT-DESCUENTO.
           MOVE ZERO               TO FRT-AJUSTE.
           MOVE WS-TOTAL           TO FRT-TOTAL.
           MOVE "R"                TO FRT-TIPO.
           MOVE SPACES             TO FRT-SUCURSAL.
           MOVE CON-NUMERO         TO FRT-CONTRATO.
           MOVE WS-PERIODO-FACTURA TO FRT-PERIODO.
           MOVE WS-CRED-SALDO      TO FRT-SALDO.
           MOVE WS-CRED-LIMITE     TO FRT-LIMITE.
           MOVE SPACES             TO FRT-OPERADOR.
           SET  FRT-PENDIENTE      TO TRUE.
           MOVE ZERO               TO FRT-FACTURA.
           MOVE SPACES             TO FRT-SUPERVISOR.
           MOVE SPACES             TO FRT-TIMESTAMP.

           OPEN EXTEND FACTURA-RETENIDA-FILE.
           IF FACRET-NO-EXISTE
               OPEN OUTPUT FACTURA-RETENIDA-FILE
           END-IF.
           WRITE FACTURA-RETENIDA-RECORD.
           CLOSE FACTURA-RETENIDA-FILE.

           MOVE WS-NUMERO-ASIGNADO TO FRD-RETENCION.
           MOVE CON-ARTICULO       TO FRD-ARTICULO.
           MOVE CON-CANTIDAD       TO FRD-CANTIDAD.
           MOVE ART-PRECIO-LISTA   TO FRD-PRECIO.
           MOVE WS-SUBTOTAL        TO FRD-IMPORTE.
           IF ART-IVA-REDUCIDA OR ART-IVA-EXENTA
               MOVE ART-CATEGORIA-IVA TO FRD-CATEGORIA
           ELSE
               MOVE "G" TO FRD-CATEGORIA
           END-IF.
           MOVE WS-IMPUESTO        TO FRD-IVA.
           IF WS-DIAS-SERVICIO < WS-DIAS-MES
               MOVE WS-DIAS-SERVICIO TO FRD-DIAS-SERVICIO
               MOVE WS-DIAS-MES      TO FRD-DIAS-PERIODO
           ELSE
               MOVE ZERO TO FRD-DIAS-SERVICIO
               MOVE ZERO TO FRD-DIAS-PERIODO
           END-IF.

           OPEN EXTEND FACTURA-RETENIDA-DET-FILE.
           IF FACRETD-NO-EXISTE
               OPEN OUTPUT FACTURA-RETENIDA-DET-FILE
           END-IF.
           WRITE FACTURA-RETENIDA-DET-RECORD.
           CLOSE FACTURA-RETENIDA-DET-FILE.

           ADD 1        TO WS-CONTADOR-RETENIDAS.
           ADD WS-TOTAL TO WS-TOTAL-RETENIDO.

           MOVE WS-PERIODO-FACTURA TO CON-ULT-PERIODO.
           IF NOT CON-ESTA-ACTIVO
               SET CON-FIN-YA-LIQUIDADO TO TRUE
           END-IF.
           REWRITE CONTRATO-RECORD.

           DISPLAY "CONTRATO " CON-NUMERO ": LA FACTURA DEL CLIENTE "
               CON-CLIENTE " PASA SU LIMITE DE CREDITO "
               WS-CRED-LIMITE "; QUEDA RETENIDA (RETENCION "
               FRT-RETENCION ").".

      *-----------------------------------------------------------------
      * CARGA-PARAMETROS - lee el archivo de parametros con nombre de
      * este programa (PARAM70.DAT): el codigo MODO (REAL o PREVIA)
      * llega validado y con eco al log; un codigo desconocido
      * rechaza la corrida.
      *-----------------------------------------------------------------
       CARGA-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF PARAM-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM LEE-PARAMETRO UNTIL PARAM-EOF
               CLOSE PARAMETROS-FILE
               IF PARAMETRO-RECHAZADO
                   DISPLAY "PARAMETROS RECHAZADOS; LA CORRIDA NO "
                       "ARRANCA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LEE-PARAMETRO.
           READ PARAMETROS-FILE
               AT END
                   SET PARAM-EOF TO TRUE
               NOT AT END
                   EVALUATE PRM-CODIGO
                       WHEN "MODO"
                           IF PRM-VALOR = "REAL" OR "PREVIA"
                               MOVE PRM-VALOR (1:1)
                                   TO WS-MODO-FACTURACION
                               DISPLAY "PARAMETRO MODO = " PRM-VALOR
                           ELSE
                               SET PARAMETRO-RECHAZADO TO TRUE
                               DISPLAY "PARAMETRO MODO INVALIDO: "
                                   PRM-VALOR
                           END-IF
                       WHEN OTHER
                           SET PARAMETRO-RECHAZADO TO TRUE
                           DISPLAY "CODIGO DE PARAMETRO DESCONOCIDO: "
                               PRM-CODIGO
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-FACTURAS - si la corrida facturo algo, añade
      * a FACTURAS.DAT su renglon de control, para que el registro
               CLOSE FACTURAS-FILE
           END-IF.

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

               ACCEPT WS-EXC-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-EXC-HORA  FROM TIME
               STRING WS-EXC-FECHA      DELIMITED BY SIZE
                      WS-EXC-HORA (1:6) DELIMITED BY SIZE
                   INTO EXT-TIMESTAMP

               OPEN EXTEND EXCEPCION-FILE
               IF EXCEPCION-NO-EXISTE
                   OPEN OUTPUT EXCEPCION-FILE
               END-IF
               WRITE EXCEPCION-RECORD
               CLOSE EXCEPCION-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 900-GRABA-EXCEPCION - añade una entrada a EXCEPCION.DAT con
      * el campo, el valor y la razon de lo observado, para el flujo
      * de correccion de siempre.
      *-----------------------------------------------------------------
       900-GRABA-EXCEPCION.
           MOVE "70-PROGRAMA" TO EXC-PROGRAMA.
           MOVE WS-EXC-CAMPO  TO EXC-CAMPO.
           MOVE WS-EXC-VALOR  TO EXC-VALOR.
           MOVE WS-EXC-RAZON  TO EXC-RAZON.
           SET  EXC-ABIERTA   TO TRUE.
           MOVE SPACES        TO EXC-RES-OPERADOR.
           MOVE SPACES        TO EXC-RES-TIMESTAMP.
           MOVE SPACES        TO EXC-OPERADOR.

           ACCEPT WS-EXC-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-EXC-HORA  FROM TIME.
           STRING WS-EXC-FECHA      DELIMITED BY SIZE
                  WS-EXC-HORA (1:6) DELIMITED BY SIZE
               INTO EXC-TIMESTAMP.

           OPEN EXTEND EXCEPCION-FILE.
           IF EXCEPCION-NO-EXISTE
               OPEN OUTPUT EXCEPCION-FILE
           END-IF.
           WRITE EXCEPCION-RECORD.
           CLOSE EXCEPCION-FILE.

           ADD 1 TO WS-CONTADOR-EXCEPCION.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY (compartido por todo
      * programa que asigna numeros): lee la serie WS-NUMCTL-CODIGO de
      *-----------------------------------------------------------------
           COPY VALPERIO.

      *-----------------------------------------------------------------
      * RESTA-UN-DIA / DIAS-DEL-MES - vienen de RESTADIA.CPY: aqui
      * solo se usa DIAS-DEL-MES, el largo del mes que se prorratea.
      *-----------------------------------------------------------------
           COPY RESTADIA.

      *-----------------------------------------------------------------
      * VALIDA-CREDITO-CLIENTE - viene de VALCRED.CPY (compartido por
      * la facturacion que respeta el limite de credito): compara el
      * saldo del libro mas lo facturado contra el limite del
      * cliente.
      *-----------------------------------------------------------------
           COPY VALCRED.

      ** add other procedures here
       END PROGRAM 70-PROGRAMA.
