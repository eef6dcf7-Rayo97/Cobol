      * Purpose: Mantenimiento de planes de pago (PLANPAGO.DAT):
      *          transaccion de supervisor para convenir el pago en
      *          partes de una factura grande — alta del plan (factura,
      *          cliente, importe financiado, fecha de inicio, dia de
      *          vencimiento y numero de cuotas, con la cuota nivelada
      *          y su tabla de amortizacion), cambio de su bandera de
      *          activo, reimpresion de la tabla y lista.
      *          El paso de mora (62) y las cartas de cobranza
      *          (63) consultan este archivo: un cliente al corriente
      *          de su plan no recibe recargos ni cartas.
      * Tectonics: cobc
      *                 program declares the credential work fields
      *                 (VALOPWS.CPY) and, where it was missing, the
      *                 TASAS feed the sign-on reads the expiry from.
      * 2026-10-15 RSM  A plan is now set up from the amount financed:
      *                 over PLANPLAZO instalments it carries the
      *                 annual rate PLANTASA effective on the business
      *                 date, the level instalment includes interest
      *                 (shared PLANAMO.CPY), and the amortization
      *                 schedule prints for the customer to
      *                 PLANAMO.<invoice>.RPT (new option T reprints
      *                 it).
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
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT TABLA-AMORTIZACION-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-TABLA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TABLA-STATUS.

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

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  TABLA-AMORTIZACION-FILE
           LABEL RECORD IS STANDARD.
       01  TABLA-AMORTIZACION-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-TABLA-STATUS PIC XX.
           88  TABLA-OK VALUE "00".

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "65-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
           88  OPCION-ALTA    VALUE "A" "a".
           88  OPCION-CAMBIO  VALUE "C" "c".
           88  OPCION-LISTA   VALUE "L" "l".
           88  OPCION-TABLA   VALUE "T" "t".
           88  OPCION-SALIR   VALUE "9".

      *-CAMPOS DE CAPTURA DEL PLAN; LOS NUMERICOS SE TECLEAN COMO
      *-DEMAS CAPTURAS.
       01  WS-FACTURA-TXT PIC X(7)  VALUE SPACES.
       01  WS-CLIENTE-TXT PIC X(7)  VALUE SPACES.
       01  WS-IMPORTE-TXT PIC X(9)  VALUE SPACES.
       01  WS-INICIO-TXT  PIC X(8)  VALUE SPACES.
       01  WS-DIA-TXT     PIC X(2)  VALUE SPACES.
       01  WS-CUOTAS-TXT  PIC X(2)  VALUE SPACES.
       01  WS-ACTIVO-TRABAJO PIC X  VALUE "S".

      *-FECHA DE NEGOCIO: LA TASA DEL PLAN ES LA VIGENTE EL DIA DEL
      *-CONVENIO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-CUOTAS HASTA LAS QUE UN PLAN NO LLEVA FINANCIAMIENTO
      *-(PLANPLAZO) Y TASA ANUAL EN CENTESIMOS DE PUNTO (PLANTASA) DE
      *-TASAS.DAT, CON LA REGLA DE FECHA EFECTIVA DE SIEMPRE; SIN
      *-RENGLON, SEIS CUOTAS Y TASA CERO.
       01  WS-PLAZO-SIN-INTERES PIC 9(5) VALUE 6.
       01  WS-TASA-PLAN         PIC 9(5) VALUE ZERO.
       01  WS-EF-PLAZO          PIC 9(8) VALUE ZERO.
       01  WS-EF-TASA           PIC 9(8) VALUE ZERO.

      *-CAMPOS DE LA AMORTIZACION: VIENEN DE PLANAMWS.CPY.
           COPY PLANAMWS.

      *-TABLA DE AMORTIZACION QUE SE LE ENTREGA AL CLIENTE
      *-(PLANAMO.<FACTURA>.RPT): VENCIMIENTO DE CADA CUOTA (MES DE
      *-INICIO MAS LAS CUOTAS YA CORRIDAS, EL DIA DEL CONVENIO, LA
      *-MISMA CUENTA DE PLANPRO.CPY) Y LOS TOTALES DE LA TABLA.
       01  WS-NOMBRE-TABLA PIC X(40) VALUE SPACES.
       01  WS-VENCE-CUOTA  PIC 9(8)  VALUE ZERO.
       01  WS-VENCE-PARTES REDEFINES WS-VENCE-CUOTA.
           05  WS-VEN-ANIO PIC 9(4).
           05  WS-VEN-MES  PIC 99.
           05  WS-VEN-DIA  PIC 99.
       01  WS-INICIO-PLAN  PIC 9(8)  VALUE ZERO.
       01  WS-INICIO-PARTES REDEFINES WS-INICIO-PLAN.
           05  WS-INI-ANIO PIC 9(4).
           05  WS-INI-MES  PIC 99.
           05  WS-INI-DIA  PIC 99.
       01  WS-MESES-CORRIDOS PIC 9(4) VALUE ZERO.
       01  WS-ANIOS-CORRIDOS PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-CAPITAL  PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-INTERES  PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-PAGOS    PIC 9(7)V99 VALUE ZERO.

       01  WS-LINEA-TITULO.
           05  FILLER          PIC X(29)
               VALUE "TABLA DE AMORTIZACION PLAN  ".
           05  WS-LT-FACTURA   PIC 9(7).
           05  FILLER          PIC X(10) VALUE "  CLIENTE ".
           05  WS-LT-CLIENTE   PIC 9(7).
           05  FILLER          PIC X(27) VALUE SPACES.

       01  WS-LINEA-TERMINOS.
           05  FILLER          PIC X(11) VALUE "FINANCIADO ".
           05  WS-LTE-IMPORTE  PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(13) VALUE "  TASA ANUAL ".
           05  WS-LTE-TASA     PIC ZZ9.99.
           05  FILLER          PIC X(3)  VALUE "%  ".
           05  WS-LTE-CUOTAS   PIC Z9.
           05  FILLER          PIC X(10) VALUE " CUOTAS DE".
           05  WS-LTE-CUOTA    PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(11) VALUE SPACES.

       01  WS-LINEA-ENCABEZADO.
           05  FILLER PIC X(13) VALUE "CUOTA VENCE".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(12) VALUE "     CAPITAL".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(12) VALUE "     INTERES".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(12) VALUE "        PAGO".
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(12) VALUE " SALDO QUEDA".
           05  FILLER PIC X(14) VALUE SPACES.

       01  WS-LINEA-CUOTA.
           05  WS-LC-NUMERO    PIC Z9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WS-LC-VENCE     PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WS-LC-CAPITAL   PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  WS-LC-INTERES   PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  WS-LC-PAGO      PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  WS-LC-SALDO     PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(14) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05  FILLER          PIC X(15) VALUE "TOTAL".
           05  WS-LTO-CAPITAL  PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  WS-LTO-INTERES  PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  WS-LTO-PAGO     PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 070-AUDITA-VENTANA.

           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 060-CARGA-TASAS-PLAN.

           OPEN I-O PLAN-PAGO-FILE.
           IF PLANPAGO-NO-EXISTE
               CLOSE OPERADORES-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 060-CARGA-TASAS-PLAN - lee de TASAS.DAT los codigos PLANPLAZO
      * (cuotas hasta las que el plan no lleva interes) y PLANTASA
      * (tasa anual en centesimos de punto), quedandose por codigo
      * con el renglon de fecha efectiva mas reciente que no pase de
      * la fecha de negocio.
      *-----------------------------------------------------------------
       060-CARGA-TASAS-PLAN.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 065-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

       065-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       EVALUATE TAS-CODIGO
                           WHEN "PLANPLAZO"
                               IF TAS-FECHA-EFECTIVA >= WS-EF-PLAZO
                                   MOVE TAS-VALOR
                                       TO WS-PLAZO-SIN-INTERES
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-PLAZO
                               END-IF
                           WHEN "PLANTASA"
                               IF TAS-FECHA-EFECTIVA >= WS-EF-TASA
                                   MOVE TAS-VALOR TO WS-TASA-PLAN
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-TASA
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 070-AUDITA-VENTANA - deja en la auditoria como quedo la sesion
      * frente a la ventana batch: solo consulta, o la actualizacion
      * autorizada con el ID del supervisor que la autorizo.
      *-----------------------------------------------------------------
       070-AUDITA-VENTANA.
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
      * 075-RECHAZA-ACTUALIZACION - una opcion que actualiza, pedida
      * mientras la corrida nocturna esta en curso sin autorizacion.
      *-----------------------------------------------------------------
       075-RECHAZA-ACTUALIZACION.
           DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO: ESTA SESION ES "
               "DE SOLO CONSULTA.".
           MOVE "VENTANA-RECHAZO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION         TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 100-TRANSACCION - menu del mantenimiento de planes: alta,
      * cambio de activo, tabla de amortizacion, lista o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "MANTENIMIENTO DE PLANES DE PAGO".
           DISPLAY "  A - ALTA DE PLAN".
           DISPLAY "  C - CAMBIO (ACTIVO/INACTIVO)".
           DISPLAY "  T - REIMPRIMIR TABLA DE AMORTIZACION".
           DISPLAY "  L - LISTAR PLANES".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ALTA OR OPCION-CAMBIO)
                   PERFORM 075-RECHAZA-ACTUALIZACION
               WHEN OPCION-ALTA
                   PERFORM 200-ALTA
               WHEN OPCION-CAMBIO
                   PERFORM 300-CAMBIO
               WHEN OPCION-TABLA
                   PERFORM 350-REIMPRIME-TABLA
               WHEN OPCION-LISTA
                   PERFORM 400-LISTA
               WHEN OPCION-SALIR
      *-----------------------------------------------------------------
      * 200-ALTA - captura los terminos del plan, todos auditados y
      * validados como texto antes de moverse a sus campos numericos,
      * y lo escribe bajo su factura. La cuota ya no se teclea: de
      * mas de PLANPLAZO cuotas el plan lleva la tasa PLANTASA
      * vigente, y la cuota nivelada (PLANAMO.CPY) incluye el
      * interes; la tabla de amortizacion sale para el cliente.
      *-----------------------------------------------------------------
       200-ALTA.
           DISPLAY "FACTURA DEL PLAN (7 DIGITOS):".
           MOVE "PLA-CLIENTE"  TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "IMPORTE A FINANCIAR (9 DIGITOS, CENTAVOS "
               "IMPLICITOS):".
           ACCEPT WS-IMPORTE-TXT.
           MOVE "PLA-FINANCIADO" TO WS-AUDIT-CAMPO.
           MOVE WS-IMPORTE-TXT   TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "FECHA DE INICIO (AAAAMMDD):".
           ACCEPT WS-INICIO-TXT.

           IF WS-FACTURA-TXT IS NUMERIC
               AND WS-CLIENTE-TXT IS NUMERIC
               AND WS-IMPORTE-TXT IS NUMERIC
               AND WS-INICIO-TXT IS NUMERIC
               AND WS-DIA-TXT IS NUMERIC
               AND WS-CUOTAS-TXT IS NUMERIC
               IF WS-CUOTAS-TXT = "00"
                   DISPLAY "EL PLAN DEBE TENER AL MENOS UNA CUOTA; "
                       "EL ALTA NO SE APLICA."
               ELSE
                   PERFORM 210-GRABA-PLAN
               END-IF
           ELSE
               DISPLAY "TODOS LOS CAMPOS DEL PLAN DEBEN SER "
                   "NUMERICOS; EL ALTA NO SE APLICA."
           END-IF.

       210-GRABA-PLAN.
           MOVE WS-FACTURA-TXT TO PLA-FACTURA.
           MOVE WS-CLIENTE-TXT TO PLA-CLIENTE.
           MOVE WS-IMPORTE-TXT TO PLA-IMPORTE-FINANCIADO (1:9).
           MOVE WS-INICIO-TXT  TO PLA-FECHA-INICIO.
           MOVE WS-DIA-TXT     TO PLA-DIA-VENCE.
           MOVE WS-CUOTAS-TXT  TO PLA-CUOTAS.
           MOVE "S"            TO PLA-ACTIVO.
           IF PLA-CUOTAS > WS-PLAZO-SIN-INTERES
               MOVE WS-TASA-PLAN TO PLA-TASA-ANUAL
           ELSE
               MOVE ZERO         TO PLA-TASA-ANUAL
           END-IF.
           MOVE ZERO TO PLA-CUOTAS-CON-INTERES.
           MOVE ZERO TO PLA-INTERES-FACTURADO.

           MOVE PLA-IMPORTE-FINANCIADO TO WS-AMO-PRINCIPAL.
           MOVE PLA-TASA-ANUAL         TO WS-AMO-TASA.
           MOVE PLA-CUOTAS             TO WS-AMO-CUOTAS.
           PERFORM CALCULA-CUOTA-NIVELADA.
           MOVE WS-AMO-CUOTA TO PLA-IMPORTE-CUOTA.

           WRITE PLAN-PAGO-RECORD
               INVALID KEY
                   DISPLAY "YA EXISTE UN PLAN PARA ESA FACTURA."
               NOT INVALID KEY
                   DISPLAY "PLAN DE PAGO CONVENIDO: " PLA-CUOTAS
                       " CUOTAS DE " PLA-IMPORTE-CUOTA
                       " A TASA ANUAL " PLA-TASA-ANUAL
                   MOVE "ALTA-PLAN"    TO WS-AUDIT-CAMPO
                   STRING WS-FACTURA-TXT   DELIMITED BY SIZE
                          " CUOTA="        DELIMITED BY SIZE
                          PLA-IMPORTE-CUOTA DELIMITED BY SIZE
                          " TASA="         DELIMITED BY SIZE
                          PLA-TASA-ANUAL   DELIMITED BY SIZE
                       INTO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
                   PERFORM 500-IMPRIME-TABLA
           END-WRITE.

       300-CAMBIO.
           DISPLAY "FACTURA DEL PLAN A CAMBIAR:".
           ACCEPT WS-FACTURA-TXT.
               DISPLAY "LA FACTURA DEBE SER DE 7 DIGITOS."
           END-IF.

      *-----------------------------------------------------------------
      * 350-REIMPRIME-TABLA - vuelve a sacar la tabla de amortizacion
      * de un plan ya convenido, con los terminos que guardo el alta.
      *-----------------------------------------------------------------
       350-REIMPRIME-TABLA.
           DISPLAY "FACTURA DEL PLAN:".
           ACCEPT WS-FACTURA-TXT.
           MOVE "TABLA-PLAN"   TO WS-AUDIT-CAMPO.
           MOVE WS-FACTURA-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-FACTURA-TXT IS NUMERIC
               MOVE WS-FACTURA-TXT TO PLA-FACTURA
               READ PLAN-PAGO-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE PLAN PARA ESA FACTURA."
                   NOT INVALID KEY
                       PERFORM 500-IMPRIME-TABLA
               END-READ
           ELSE
               DISPLAY "LA FACTURA DEBE SER DE 7 DIGITOS."
           END-IF.

       400-LISTA.
           MOVE ZERO TO PLA-FACTURA.
           START PLAN-PAGO-FILE KEY NOT < PLA-FACTURA
                       " X " PLA-CUOTAS
                       " DESDE " PLA-FECHA-INICIO
                       " DIA " PLA-DIA-VENCE
                       " TASA " PLA-TASA-ANUAL
                       " ACTIVO: " PLA-ACTIVO
           END-READ.

      *-----------------------------------------------------------------
      * 500-IMPRIME-TABLA - escribe PLANAMO.<factura>.RPT con los
      * terminos del plan y un renglon por cuota: vencimiento,
      * capital, interes, pago y saldo que queda. Un plan convenido
      * antes del financiamiento no guardo el importe financiado; se
      * toma como cuota por cuotas, sin interes.
      *-----------------------------------------------------------------
       500-IMPRIME-TABLA.
           IF PLA-IMPORTE-FINANCIADO IS NOT NUMERIC
               OR PLA-IMPORTE-FINANCIADO = ZERO
               COMPUTE WS-AMO-PRINCIPAL =
                   PLA-IMPORTE-CUOTA * PLA-CUOTAS
               MOVE ZERO TO WS-AMO-TASA
           ELSE
               MOVE PLA-IMPORTE-FINANCIADO TO WS-AMO-PRINCIPAL
               MOVE PLA-TASA-ANUAL         TO WS-AMO-TASA
           END-IF.
           MOVE PLA-CUOTAS        TO WS-AMO-CUOTAS.
           MOVE PLA-IMPORTE-CUOTA TO WS-AMO-CUOTA.

           MOVE SPACES TO WS-NOMBRE-TABLA.
           STRING "PLANAMO."  DELIMITED BY SIZE
                  PLA-FACTURA DELIMITED BY SIZE
                  ".RPT"      DELIMITED BY SIZE
               INTO WS-NOMBRE-TABLA.
           OPEN OUTPUT TABLA-AMORTIZACION-FILE.

           MOVE PLA-FACTURA TO WS-LT-FACTURA.
           MOVE PLA-CLIENTE TO WS-LT-CLIENTE.
           WRITE TABLA-AMORTIZACION-RECORD FROM WS-LINEA-TITULO.
           MOVE WS-AMO-PRINCIPAL TO WS-LTE-IMPORTE.
           COMPUTE WS-LTE-TASA = WS-AMO-TASA / 100.
           MOVE WS-AMO-CUOTAS    TO WS-LTE-CUOTAS.
           MOVE WS-AMO-CUOTA     TO WS-LTE-CUOTA.
           WRITE TABLA-AMORTIZACION-RECORD FROM WS-LINEA-TERMINOS.
           MOVE SPACES TO TABLA-AMORTIZACION-RECORD.
           WRITE TABLA-AMORTIZACION-RECORD.
           WRITE TABLA-AMORTIZACION-RECORD FROM WS-LINEA-ENCABEZADO.

           MOVE ZERO TO WS-TOTAL-CAPITAL.
           MOVE ZERO TO WS-TOTAL-INTERES.
           MOVE ZERO TO WS-TOTAL-PAGOS.
           MOVE PLA-FECHA-INICIO TO WS-INICIO-PLAN.
           PERFORM INICIA-AMORTIZACION.
           PERFORM 510-IMPRIME-CUOTA
               UNTIL WS-AMO-RENGLON NOT < WS-AMO-CUOTAS.

           MOVE WS-TOTAL-CAPITAL TO WS-LTO-CAPITAL.
           MOVE WS-TOTAL-INTERES TO WS-LTO-INTERES.
           MOVE WS-TOTAL-PAGOS   TO WS-LTO-PAGO.
           WRITE TABLA-AMORTIZACION-RECORD FROM WS-LINEA-TOTAL.
           CLOSE TABLA-AMORTIZACION-FILE.
           DISPLAY "TABLA DE AMORTIZACION ESCRITA EN " WS-NOMBRE-TABLA.

       510-IMPRIME-CUOTA.
           PERFORM AMORTIZA-UNA-CUOTA.
           COMPUTE WS-MESES-CORRIDOS =
               WS-INI-MES + WS-AMO-RENGLON - 2.
           DIVIDE WS-MESES-CORRIDOS BY 12
               GIVING WS-ANIOS-CORRIDOS REMAINDER WS-VEN-MES.
           ADD 1 TO WS-VEN-MES.
           COMPUTE WS-VEN-ANIO = WS-INI-ANIO + WS-ANIOS-CORRIDOS.
           MOVE PLA-DIA-VENCE TO WS-VEN-DIA.

           MOVE WS-AMO-RENGLON TO WS-LC-NUMERO.
           MOVE WS-VENCE-CUOTA TO WS-LC-VENCE.
           MOVE WS-AMO-CAPITAL TO WS-LC-CAPITAL.
           MOVE WS-AMO-INTERES TO WS-LC-INTERES.
           MOVE WS-AMO-PAGO    TO WS-LC-PAGO.
           MOVE WS-AMO-SALDO   TO WS-LC-SALDO.
           WRITE TABLA-AMORTIZACION-RECORD FROM WS-LINEA-CUOTA.
           ADD WS-AMO-CAPITAL TO WS-TOTAL-CAPITAL.
           ADD WS-AMO-INTERES TO WS-TOTAL-INTERES.
           ADD WS-AMO-PAGO    TO WS-TOTAL-PAGOS.

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
      * CALCULA-CUOTA-NIVELADA/INICIA-AMORTIZACION/AMORTIZA-UNA-CUOTA
      * - vienen de PLANAMO.CPY (compartido con el paso nocturno que
      * factura el interes de las cuotas): nivelan la cuota y
      * recorren la tabla de amortizacion.
      *-----------------------------------------------------------------
           COPY PLANAMO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee la fecha
      * oficial de negocio de FECHACOR.DAT.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * 950-GRABA-AUDITORIA - añade una entrada al archivo de
      * auditoria de este programa con el campo y el valor que se
