      *                 refuses the whole run with RETURN-CODE 8
      *                 instead of silently restating a month
      *                 accounting already reported.
      * 2026-10-15 RSM  The run now honors the dispute register of
      *                 DISPUTAS.DAT (A7-PROGRAMA): an invoice with an
      *                 open dispute is skipped the same way as one
      *                 current on its payment plan, until the
      *                 dispute is resolved.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS PLA-FACTURA
               FILE STATUS IS WS-PLANPAGO-STATUS.

           SELECT DISPUTA-FILE
               ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-FACTURA
               FILE STATUS IS WS-DISPUTA-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
           LABEL RECORD IS STANDARD.
           COPY PLANPAGO.

       FD  DISPUTA-FILE
           LABEL RECORD IS STANDARD.
           COPY DISPUTA.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.
      *-FILE STATUS/88-LEVEL DE PLAN-PAGO-FILE: VIENE DE PLANSTS.CPY.
           COPY PLANSTS.

      *-FILE STATUS/88-LEVEL DE DISPUTA-FILE: VIENE DE DSPSTS.CPY.
           COPY DSPSTS.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA Y SUS PARTES PARA LA
      *-ARITMETICA DE VENCIMIENTO.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-HAY-PLANES-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-PLANES VALUE "S".

       01  WS-DISPUTA-SW PIC X VALUE "N".
           88  FACTURA-EN-DISPUTA VALUE "S".

       01  WS-HAY-DISPUTAS-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-DISPUTAS VALUE "S".

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY), Y LOS ACUMULADOS PARA EL
      *-TRAILER DE FACTURAS.
           PERFORM 200-CARGA-FACTURAS.
           PERFORM 300-RESTA-PAGOS.
           PERFORM 350-ABRE-PLANES.
           PERFORM 360-ABRE-DISPUTAS.
           PERFORM 400-GENERA-MORAS.
           IF HAY-ARCHIVO-PLANES
               CLOSE PLAN-PAGO-FILE
           END-IF.
           IF HAY-ARCHIVO-DISPUTAS
               CLOSE DISPUTA-FILE
           END-IF.
           PERFORM 800-GRABA-TRAILER-FACTURAS.

           DISPLAY "RECARGOS POR MORA GENERADOS: " WS-CONTADOR-MORAS
               SET HAY-ARCHIVO-PLANES TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 360-ABRE-DISPUTAS - abre el registro de disputas si ya existe;
      * sin archivo, ninguna factura esta en disputa.
      *-----------------------------------------------------------------
       360-ABRE-DISPUTAS.
           MOVE "N" TO WS-HAY-DISPUTAS-SW.
           OPEN INPUT DISPUTA-FILE.
           IF DISPUTA-NO-EXISTE
               NEXT SENTENCE
           ELSE
               SET HAY-ARCHIVO-DISPUTAS TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 400-GENERA-MORAS - por cada factura de la tabla con saldo
      * abierto, mas vieja que los dias de gracia y sin recargo de
           IF FTB-SALDO (WS-IDX) > ZERO
               AND NOT FTB-MORA-ESTE-MES (WS-IDX)
               PERFORM 415-CONSULTA-PLAN
               PERFORM 417-CONSULTA-DISPUTA
               IF NOT PLAN-AL-CORRIENTE
                   AND NOT FACTURA-EN-DISPUTA
                   MOVE FTB-FECHA (WS-IDX) TO WS-FECHA-FACTURA
                   COMPUTE WS-DIAS-VENCIDA =
                       (WS-HOY-ANIO - WS-FAC-ANIO) * 360
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 417-CONSULTA-DISPUTA - una factura con disputa abierta no
      * genera recargo mientras la disputa no se resuelva.
      *-----------------------------------------------------------------
       417-CONSULTA-DISPUTA.
           MOVE "N" TO WS-DISPUTA-SW.
           IF HAY-ARCHIVO-DISPUTAS
               MOVE FTB-NUMERO (WS-IDX) TO DSP-FACTURA
               READ DISPUTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-ABIERTA
                           SET FACTURA-EN-DISPUTA TO TRUE
                       END-IF
               END-READ
           END-IF.

       420-GRABA-MORA.
           COMPUTE WS-IMPORTE-MORA ROUNDED =
               FTB-SALDO (WS-IDX) * WS-PCT-MORA / 100.
