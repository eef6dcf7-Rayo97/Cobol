      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso nocturno del interes de financiamiento de los
      *          planes de pago (PLANPAGO.DAT, convenidos en
      *          65-PROGRAMA). A cada plan activo con tasa le factura,
      *          al vencer cada cuota, el interes de esa cuota segun
      *          su tabla de amortizacion (PLANAMO.CPY, la misma que
      *          se le imprimio al cliente) como factura propia tipo
      *          I referenciada a la factura del plan, para que el
      *          interes llegue al libro de saldos, al estado de
      *          cuenta y al extracto contable (regla FI, cuenta de
      *          ingresos por intereses) sin teclear nada. El plan
      *          lleva cuantas cuotas ya se facturaron, asi una noche
      *          que no corrio se recupera la siguiente sin facturar
      *          una cuota dos veces; un plan cuya factura ya quedo
      *          saldada no genera mas interes.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Plans beyond the 500-entry table are counted,
      *                 reported and end the step with RC 4 instead
      *                 of being dropped silently.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. G1-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PLAN-PAGO-FILE
               ASSIGN TO "PLANPAGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-FACTURA
               FILE STATUS IS WS-PLANPAGO-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT PERIODOS-FILE
               ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIODO
               FILE STATUS IS WS-PERIODOS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PLAN-PAGO-FILE
           LABEL RECORD IS STANDARD.
           COPY PLANPAGO.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

      *-RESULTADO DE LA CONSULTA DEL CONTROL DE PERIODOS (VER
      *-VALPERIO.CPY).
       01  WS-PERIODO-CERRADO-SW PIC X VALUE "N".
           88  PERIODO-CERRADO VALUE "S".
       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FILE STATUS/88-LEVEL DE PLAN-PAGO-FILE: VIENE DE PLANSTS.CPY.
           COPY PLANSTS.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA Y SUS PARTES PARA EL
      *-CONTEO DE CUOTAS VENCIDAS.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

      *-TERMINOS DEL PLAN EN EVALUACION; VER PLANPRO.CPY PARA EL
      *-CONTEO DE CUOTAS VENCIDAS.
       01  WS-PLAN-INICIO PIC 9(8) VALUE ZERO.
       01  WS-PLAN-INICIO-PARTES REDEFINES WS-PLAN-INICIO.
           05  WS-PLI-ANIO PIC 9(4).
           05  WS-PLI-MES  PIC 99.
           05  WS-PLI-DIA  PIC 99.
       01  WS-PLAN-DIA-VENCE  PIC 99 VALUE ZERO.
       01  WS-PLAN-CUOTAS     PIC 99 VALUE ZERO.
       01  WS-CUOTAS-VENCIDAS PIC S9(4) VALUE ZERO.

      *-CAMPOS DE LA AMORTIZACION: VIENEN DE PLANAMWS.CPY.
           COPY PLANAMWS.

      *-TABLA DE LOS PLANES CON INTERES PENDIENTE DE FACTURAR: EL
      *-SALDO DE SU FACTURA NETEA LO QUE LA REFERENCIA (CREDITOS,
      *-RECARGOS, INTERES YA FACTURADO) Y DESPUES LOS PAGOS.
       01  WS-CANTIDAD-PLANES PIC 9(4) VALUE ZERO.
       01  WS-PLANES-FUERA    PIC 9(7) VALUE ZERO.
       01  WS-TABLA-PLANES.
           05  WS-PLAN-ENT OCCURS 500 TIMES.
               10  PTB-FACTURA  PIC 9(7).
               10  PTB-SALDO    PIC S9(9)V99.

       01  WS-IDX        PIC 9(4) VALUE ZERO.
       01  WS-IDX-BUSCA  PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-FACTURA-BUSCA PIC 9(7) VALUE ZERO.

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY), Y LOS ACUMULADOS PARA EL
      *-TRAILER DE FACTURAS.
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).
       01  WS-CONTADOR-INTERES PIC 9(7) VALUE ZERO.
       01  WS-HASH-INTERES     PIC S9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-PLANES  PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               DISPLAY "EL MES DE NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                   " YA ESTA CERRADO A CONTABILIDAD; NO SE "
                   "FACTURA INTERES DE PLANES."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PLAN-PAGO-FILE.
           IF PLANPAGO-NO-EXISTE
               DISPLAY "NO HAY PLANES DE PAGO CONVENIDOS."
               STOP RUN
           END-IF.

           PERFORM 100-CARGA-PLANES.
           IF WS-CANTIDAD-PLANES > ZERO
               PERFORM 200-NETEA-FACTURAS
               PERFORM 300-RESTA-PAGOS
               PERFORM 400-FACTURA-INTERESES
           END-IF.
           CLOSE PLAN-PAGO-FILE.
           PERFORM 800-GRABA-TRAILER-FACTURAS.

           DISPLAY "INTERES DE PLANES: " WS-CONTADOR-PLANES
               " PLANES, " WS-CONTADOR-INTERES " FACTURAS POR "
               WS-HASH-INTERES.
           IF WS-PLANES-FUERA > ZERO
               DISPLAY "  PLANES QUE NO CUPIERON EN TABLA (QUEDAN PARA "
                   "LA PROXIMA CORRIDA): " WS-PLANES-FUERA
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-CARGA-PLANES - recorre PLANPAGO.DAT y anota en la tabla
      * cada plan activo con tasa que tiene cuotas vencidas a la fecha
      * de negocio sin su interes facturado. Los que ya no caben en
      * la tabla se cuentan y se facturan la noche siguiente.
      *-----------------------------------------------------------------
       100-CARGA-PLANES.
           MOVE ZERO TO PLA-FACTURA.
           START PLAN-PAGO-FILE KEY NOT < PLA-FACTURA
               INVALID KEY
                   SET PLANPAGO-EOF TO TRUE
           END-START.
           PERFORM 110-LEE-PLAN UNTIL PLANPAGO-EOF.

       110-LEE-PLAN.
           READ PLAN-PAGO-FILE NEXT RECORD
               AT END
                   SET PLANPAGO-EOF TO TRUE
               NOT AT END
                   IF PLA-ESTA-ACTIVO
                       AND PLA-TASA-ANUAL IS NUMERIC
                       AND PLA-TASA-ANUAL > ZERO
                       PERFORM 120-EVALUA-PLAN
                   END-IF
           END-READ.

       120-EVALUA-PLAN.
           MOVE PLA-FECHA-INICIO TO WS-PLAN-INICIO.
           MOVE PLA-DIA-VENCE    TO WS-PLAN-DIA-VENCE.
           MOVE PLA-CUOTAS       TO WS-PLAN-CUOTAS.
           PERFORM CALCULA-CUOTAS-VENCIDAS.
           IF WS-CUOTAS-VENCIDAS > PLA-CUOTAS-CON-INTERES
               IF WS-CANTIDAD-PLANES < 500
                   ADD 1 TO WS-CANTIDAD-PLANES
                   MOVE PLA-FACTURA TO PTB-FACTURA (WS-CANTIDAD-PLANES)
                   MOVE ZERO        TO PTB-SALDO (WS-CANTIDAD-PLANES)
               ELSE
                   ADD 1 TO WS-PLANES-FUERA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 200-NETEA-FACTURAS - recorre FACTURAS.DAT (saltando los
      * renglones de control) y acumula en cada plan de la tabla el
      * total de su factura y de todo lo que la referencia.
      *-----------------------------------------------------------------
       200-NETEA-FACTURAS.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               PERFORM 210-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.

       210-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       IF FAC-REFERENCIA = ZERO
                           MOVE FAC-NUMERO     TO WS-FACTURA-BUSCA
                       ELSE
                           MOVE FAC-REFERENCIA TO WS-FACTURA-BUSCA
                       END-IF
                       PERFORM 230-BUSCA-EN-TABLA
                       IF WS-IDX-HALLADO > ZERO
                           ADD FAC-TOTAL TO PTB-SALDO (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

       230-BUSCA-EN-TABLA.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 235-COMPARA-ENTRADA
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-PLANES.

       235-COMPARA-ENTRADA.
           IF PTB-FACTURA (WS-IDX-BUSCA) = WS-FACTURA-BUSCA
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 300-RESTA-PAGOS - recorre PAGOS.DAT y resta cada pago aplicado
      * a la factura de un plan de la tabla.
      *-----------------------------------------------------------------
       300-RESTA-PAGOS.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 310-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.

       310-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   IF PAG-FACTURA NOT = 9999999
                       MOVE PAG-FACTURA TO WS-FACTURA-BUSCA
                       PERFORM 230-BUSCA-EN-TABLA
                       IF WS-IDX-HALLADO > ZERO
                           SUBTRACT PAG-IMPORTE
                               FROM PTB-SALDO (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-FACTURA-INTERESES - por cada plan de la tabla cuya factura
      * sigue con saldo, relee el plan y factura el interes de cada
      * cuota vencida que todavia no lo tiene; el plan se reescribe
      * con las cuotas ya facturadas y el interes acumulado.
      *-----------------------------------------------------------------
       400-FACTURA-INTERESES.
           PERFORM 410-EVALUA-PLAN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-PLANES.

       410-EVALUA-PLAN.
           IF PTB-SALDO (WS-IDX) > ZERO
               MOVE PTB-FACTURA (WS-IDX) TO PLA-FACTURA
               READ PLAN-PAGO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 420-FACTURA-CUOTAS-PLAN
               END-READ
           ELSE
               DISPLAY "PLAN " PTB-FACTURA (WS-IDX)
                   " CON SU FACTURA SALDADA; NO SE FACTURA INTERES."
           END-IF.

       420-FACTURA-CUOTAS-PLAN.
           MOVE PLA-FECHA-INICIO TO WS-PLAN-INICIO.
           MOVE PLA-DIA-VENCE    TO WS-PLAN-DIA-VENCE.
           MOVE PLA-CUOTAS       TO WS-PLAN-CUOTAS.
           PERFORM CALCULA-CUOTAS-VENCIDAS.
           MOVE PLA-IMPORTE-FINANCIADO TO WS-AMO-PRINCIPAL.
           MOVE PLA-TASA-ANUAL         TO WS-AMO-TASA.
           MOVE PLA-CUOTAS             TO WS-AMO-CUOTAS.
           MOVE PLA-IMPORTE-CUOTA      TO WS-AMO-CUOTA.
           PERFORM 430-FACTURA-UNA-CUOTA
               UNTIL PLA-CUOTAS-CON-INTERES NOT < WS-CUOTAS-VENCIDAS.
           REWRITE PLAN-PAGO-RECORD.
           ADD 1 TO WS-CONTADOR-PLANES.

       430-FACTURA-UNA-CUOTA.
           ADD 1 TO PLA-CUOTAS-CON-INTERES.
           MOVE PLA-CUOTAS-CON-INTERES TO WS-AMO-NUMERO.
           PERFORM AMORTIZA-HASTA-CUOTA.
           IF WS-AMO-INTERES > ZERO
               PERFORM 440-GRABA-INTERES
           END-IF.

       440-GRABA-INTERES.
           MOVE "FACTURA" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           MOVE WS-NUMERO-ASIGNADO TO FAC-NUMERO.
           MOVE PLA-CLIENTE        TO FAC-CLIENTE.
           MOVE WS-FECHA-NEGOCIO   TO FAC-FECHA.
           MOVE WS-AMO-INTERES     TO FAC-SUBTOTAL.
           MOVE ZERO               TO FAC-IMPUESTO.
           MOVE ZERO               TO FAC-DESCUENTO.
           MOVE ZERO               TO FAC-AJUSTE.
           MOVE WS-AMO-INTERES     TO FAC-TOTAL.
           SET  FAC-ES-INTERES     TO TRUE.
           MOVE PLA-FACTURA        TO FAC-REFERENCIA.
           MOVE SPACES             TO FAC-SUCURSAL.

           OPEN EXTEND FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               OPEN OUTPUT FACTURAS-FILE
           END-IF.
           WRITE FACTURA-RECORD.
           CLOSE FACTURAS-FILE.

           ADD WS-AMO-INTERES TO PLA-INTERES-FACTURADO.
           ADD 1              TO WS-CONTADOR-INTERES.
           ADD WS-AMO-INTERES TO WS-HASH-INTERES.
           DISPLAY "INTERES " FAC-NUMERO " CUOTA " WS-AMO-NUMERO
               " DEL PLAN " PLA-FACTURA " POR " WS-AMO-INTERES.

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-FACTURAS - si la corrida facturo interes,
      * añade a FACTURAS.DAT su renglon de control con la cantidad y
      * la suma de totales, para que el registro diario (49-PROGRAMA)
      * siga conciliando.
      *-----------------------------------------------------------------
       800-GRABA-TRAILER-FACTURAS.
           IF WS-CONTADOR-INTERES > ZERO
               MOVE 9999999 TO FAT-MARCA
               MOVE WS-CONTADOR-INTERES TO FAT-CANTIDAD
               MOVE WS-HASH-INTERES     TO FAT-TOTAL-HASH

               OPEN EXTEND FACTURAS-FILE
               IF FACTURAS-NO-EXISTE
                   OPEN OUTPUT FACTURAS-FILE
               END-IF
               WRITE FACTURA-RECORD
               CLOSE FACTURAS-FILE
           END-IF.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY (compartido por todo
      * programa que asigna numeros): lee la serie WS-NUMCTL-CODIGO de
      * NUMCTL.DAT, la incrementa y deja el numero nuevo en
      * WS-NUMERO-ASIGNADO.
      *-----------------------------------------------------------------
           COPY ASIGNUM.

      *-----------------------------------------------------------------
      * CALCULA-CUOTAS-VENCIDAS - viene de PLANPRO.CPY (compartido
      * por los pasos que honran planes de pago): cuenta las cuotas
      * del plan ya vencidas a la fecha de negocio.
      *-----------------------------------------------------------------
           COPY PLANPRO.

      *-----------------------------------------------------------------
      * AMORTIZA-HASTA-CUOTA - viene de PLANAMO.CPY (compartido con
      * la captura de planes, 65-PROGRAMA): recorre la tabla de
      * amortizacion hasta la cuota pedida y deja su interes.
      *-----------------------------------------------------------------
           COPY PLANAMO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * VALIDA-PERIODO-NEGOCIO - viene de VALPERIO.CPY (compartido
      * por todo programa que postea registros fechados): consulta el
      * control de periodos por el mes de la fecha de negocio.
      *-----------------------------------------------------------------
           COPY VALPERIO.

      ** add other procedures here
       END PROGRAM G1-PROGRAMA.
