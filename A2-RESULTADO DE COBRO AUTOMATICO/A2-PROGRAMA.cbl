      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aplicacion nocturna del archivo de resultados del
      *          cobro automatico que devuelve el banco (DEBRESP.DAT):
      *          cada factura que el banco cobro de la cuenta del
      *          mandato (A) queda como pago en PAGOS.DAT con la regla
      *          de parcial (P) / saldada (S) de siempre; cada una que
      *          rechazo (R) sigue el camino del pago devuelto de
      *          97-PROGRAMA: queda en la bitacora DEVPAGO.DAT con el
      *          codigo de motivo del banco, se le levanta el cargo
      *          por devolucion (DEVCARGO de TASAS.DAT) y una segunda
      *          devolucion del cliente dentro de DEVVENTANA dias deja
      *          su alerta. El archivo solo se aplica si su cuerpo
      *          cuadra con su trailer, igual que la remesa
      *          (95-PROGRAMA).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Collected debits are stamped as automatic debit
      *                 (PAG-METODO D) with the request sequence as
      *                 reference, for the daily cash-up.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. A2-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DEBRESP-FILE
               ASSIGN TO "DEBRESP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEBRESP-STATUS.

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

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  DEBRESP-FILE
           LABEL RECORD IS STANDARD.
           COPY DEBRESP.

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

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-DEBRESP-STATUS PIC XX.
           88  DEBRESP-OK        VALUE "00".
           88  DEBRESP-EOF       VALUE "10".
           88  DEBRESP-NO-EXISTE VALUE "35".

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

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-RESULTADO DE LA CONSULTA DEL CONTROL DE PERIODOS (VER
      *-VALPERIO.CPY).
       01  WS-PERIODO-CERRADO-SW PIC X VALUE "N".
           88  PERIODO-CERRADO VALUE "S".

      *-CAMPOS DE LA ALERTA QUE SE DEJA EN ALERTAS.DAT (VER
      *-ALERTPRO.CPY).
       01  WS-ALR-SEVERIDAD PIC X       VALUE SPACE.
       01  WS-ALR-PROGRAMA  PIC X(11)   VALUE SPACES.
       01  WS-ALR-MENSAJE   PIC X(40)   VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)    VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)    VALUE ZERO.

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY).
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA, CARGADA DE
      *-FECHACOR.DAT POR CARGA-FECHA-NEGOCIO; ES LA FECHA CON QUE
      *-QUEDAN LOS PAGOS Y LAS DEVOLUCIONES.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

      *-IMPORTE DEL CARGO POR PAGO DEVUELTO (DEVCARGO, EN PESOS
      *-ENTEROS; CERO = NO SE COBRA) Y VENTANA EN DIAS PARA LA
      *-SEGUNDA DEVOLUCION (DEVVENTANA), LOS MISMOS CODIGOS DE
      *-TASAS.DAT QUE LEE 97-PROGRAMA.
       01  WS-CARGO-DEVOLUCION PIC 9(5)V99 VALUE ZERO.
       01  WS-VENTANA-DIAS     PIC 9(5)    VALUE 90.
       01  WS-EF-CARGO         PIC 9(8)    VALUE ZERO.
       01  WS-EF-VENTANA       PIC 9(8)    VALUE ZERO.

      *-SOBRE DEL ARCHIVO: LO QUE EL CUERPO TRAE CONTRA LO QUE EL
      *-TRAILER DEL BANCO DICE QUE TRAE.
       01  WS-SOBRE-CANTIDAD  PIC 9(7)     VALUE ZERO.
       01  WS-SOBRE-TOTAL     PIC 9(9)V99  VALUE ZERO.
       01  WS-BANCO-CANTIDAD  PIC 9(7)     VALUE ZERO.
       01  WS-BANCO-TOTAL     PIC 9(9)V99  VALUE ZERO.
       01  WS-BANCO-SECUENCIA PIC 9(7)     VALUE ZERO.

       01  WS-HAY-TRAILER-SW PIC X VALUE "N".
           88  HAY-TRAILER-BANCO VALUE "S".

      *-TABLA DE FACTURAS DEL RECORRIDO: CADA FACTURA CON SU CLIENTE
      *-Y SU SALDO ABIERTO (NETO DE LO QUE LA REFERENCIA Y DE LOS
      *-PAGOS), PARA LA REGLA DE PARCIAL/SALDADA DEL PAGO.
       01  WS-CANTIDAD-FACTURAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-FACTURAS.
           05  WS-FACTURA-ENT OCCURS 2000 TIMES.
               10  FTB-NUMERO   PIC 9(7).
               10  FTB-CLIENTE  PIC 9(7).
               10  FTB-SALDO    PIC S9(9)V99.

       01  WS-IDX-BUSCA   PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-FACTURA-BUSCADA PIC 9(7) VALUE ZERO.

      *-REVISION DE LA BITACORA DE DEVOLUCIONES: DIAS ENTRE UNA
      *-DEVOLUCION ANTERIOR DEL CLIENTE Y LA FECHA DE NEGOCIO, CON LA
      *-CONVENCION DE MESES DE 30 DIAS DE SIEMPRE EN CARTERA.
       01  WS-DEV-FECHA-ANT PIC 9(8) VALUE ZERO.
       01  WS-DEV-FECHA-ANT-PARTES REDEFINES WS-DEV-FECHA-ANT.
           05  WS-ANT-ANIO PIC 9(4).
           05  WS-ANT-MES  PIC 99.
           05  WS-ANT-DIA  PIC 99.
       01  WS-DIAS-ENTRE PIC S9(7) VALUE ZERO.

       01  WS-REINCIDENTE-SW PIC X VALUE "N".
           88  CLIENTE-REINCIDENTE VALUE "S".

       01  WS-MOTIVO PIC X(10) VALUE SPACES.

      *-ACUMULADOS DE LA CORRIDA: LO LEIDO DEBE SER LO COBRADO, MAS
      *-LO RECHAZADO, MAS LO ACEPTADO QUE NO CASO CON UNA FACTURA.
       01  WS-CONTADOR-LEIDOS    PIC 9(7)     VALUE ZERO.
       01  WS-TOTAL-LEIDOS       PIC 9(9)V99  VALUE ZERO.
       01  WS-CONTADOR-PAGOS     PIC 9(7)     VALUE ZERO.
       01  WS-HASH-PAGOS         PIC S9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-SALDADAS  PIC 9(7)     VALUE ZERO.
       01  WS-CONTADOR-RECHAZOS  PIC 9(7)     VALUE ZERO.
       01  WS-TOTAL-RECHAZOS     PIC 9(9)V99  VALUE ZERO.
       01  WS-CONTADOR-SIN-CASAR PIC 9(7)     VALUE ZERO.
       01  WS-TOTAL-SIN-CASAR    PIC 9(9)V99  VALUE ZERO.
       01  WS-CONTADOR-CARGOS    PIC 9(7)     VALUE ZERO.
       01  WS-HASH-CARGOS        PIC S9(9)V99 VALUE ZERO.

      *-EDITADOS PARA LOS TOTALES DE LOTE DE CONSOLA.
       01  WS-ED-IMPORTE PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               DISPLAY "EL MES DE NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                   " YA ESTA CERRADO A CONTABILIDAD; NO SE "
                   "APLICA EL RESULTADO DEL COBRO AUTOMATICO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 100-VERIFICA-SOBRE.
           IF DEBRESP-NO-EXISTE
               DISPLAY "NO LLEGO RESULTADO DEL COBRO AUTOMATICO "
                   "(DEBRESP.DAT); NADA QUE APLICAR."
               STOP RUN
           END-IF.
           IF NOT HAY-TRAILER-BANCO
               OR WS-SOBRE-CANTIDAD NOT = WS-BANCO-CANTIDAD
               OR WS-SOBRE-TOTAL NOT = WS-BANCO-TOTAL
               DISPLAY "EL RESULTADO DEL COBRO NO CUADRA CON SU "
                   "TRAILER; NO SE APLICA NADA."
               DISPLAY "  DETALLES:  " WS-SOBRE-CANTIDAD
                   " POR " WS-SOBRE-TOTAL
               DISPLAY "  CONTROL:   " WS-BANCO-CANTIDAD
                   " POR " WS-BANCO-TOTAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 050-CARGA-TASAS-DEVOLUCION.
           PERFORM 200-CARGA-FACTURAS.
           PERFORM 300-RESTA-PAGOS.
           PERFORM 400-APLICA-RESULTADO.
           PERFORM 800-GRABA-TRAILER-PAGOS.
           PERFORM 805-GRABA-TRAILER-FACTURAS.
           PERFORM 900-TOTALES-DE-LOTE.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASAS-DEVOLUCION - lee de TASAS.DAT los codigos
      * DEVCARGO y DEVVENTANA, quedandose por codigo con el renglon de
      * fecha efectiva mas reciente que no pase de la fecha de
      * negocio, igual que la devolucion de ventanilla.
      *-----------------------------------------------------------------
       050-CARGA-TASAS-DEVOLUCION.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 055-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

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
      * 100-VERIFICA-SOBRE - primera pasada sobre el archivo del
      * banco: cuenta y suma los detalles y toma el trailer. Un
      * archivo truncado no debe quedar aplicado a medias.
      *-----------------------------------------------------------------
       100-VERIFICA-SOBRE.
           OPEN INPUT DEBRESP-FILE.
           IF DEBRESP-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-SOBRE UNTIL DEBRESP-EOF
               CLOSE DEBRESP-FILE
           END-IF.

       110-LEE-SOBRE.
           READ DEBRESP-FILE
               AT END
                   SET DEBRESP-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DRS-HEADER
                           MOVE DRH-SECUENCIA TO WS-BANCO-SECUENCIA
                       WHEN DRS-TRAILER
                           SET HAY-TRAILER-BANCO TO TRUE
                           MOVE DRT-CANTIDAD TO WS-BANCO-CANTIDAD
                           MOVE DRT-TOTAL    TO WS-BANCO-TOTAL
                       WHEN OTHER
                           ADD 1 TO WS-SOBRE-CANTIDAD
                           IF DRD-IMPORTE IS NUMERIC
                               ADD DRD-IMPORTE TO WS-SOBRE-TOTAL
                           END-IF
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * 200-CARGA-FACTURAS - recorre FACTURAS.DAT (saltando los
      * renglones de control): cada factura abre su entrada con su
      * total, y los creditos y recargos que referencian a otra ademas
      * se netean sobre la referenciada.
      *-----------------------------------------------------------------
       200-CARGA-FACTURAS.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               PERFORM 210-LEE-FACTURA UNTIL FACTURAS-EOF
                   OR WS-CANTIDAD-FACTURAS = 2000
               CLOSE FACTURAS-FILE
               IF WS-CANTIDAD-FACTURAS = 2000
                   DISPLAY "AVISO: LA TABLA DE FACTURAS SE LLENO; "
                       "LAS FACTURAS RESTANTES NO CASAN."
               END-IF
           END-IF.

       210-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       AND FAC-CLIENTE NOT = ZERO
                       ADD 1 TO WS-CANTIDAD-FACTURAS
                       MOVE FAC-NUMERO  TO
                           FTB-NUMERO (WS-CANTIDAD-FACTURAS)
                       MOVE FAC-CLIENTE TO
                           FTB-CLIENTE (WS-CANTIDAD-FACTURAS)
                       MOVE FAC-TOTAL   TO
                           FTB-SALDO (WS-CANTIDAD-FACTURAS)
                       IF FAC-REFERENCIA NOT = ZERO
                           MOVE FAC-REFERENCIA TO WS-FACTURA-BUSCADA
                           PERFORM 230-BUSCA-EN-TABLA
                           IF WS-IDX-HALLADO > ZERO
                               ADD FAC-TOTAL
                                   TO FTB-SALDO (WS-IDX-HALLADO)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       230-BUSCA-EN-TABLA.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 235-COMPARA-ENTRADA
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-FACTURAS
                   OR WS-IDX-HALLADO > ZERO.

       235-COMPARA-ENTRADA.
           IF FTB-NUMERO (WS-IDX-BUSCA) = WS-FACTURA-BUSCADA
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 300-RESTA-PAGOS - recorre PAGOS.DAT (saltando los renglones de
      * control) y resta cada pago ya aplicado del saldo de su
      * factura en la tabla.
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
                       MOVE PAG-FACTURA TO WS-FACTURA-BUSCADA
                       PERFORM 230-BUSCA-EN-TABLA
                       IF WS-IDX-HALLADO > ZERO
                           SUBTRACT PAG-IMPORTE
                               FROM FTB-SALDO (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-APLICA-RESULTADO - segunda pasada: cada detalle casa con
      * su factura; el aceptado queda como pago, el rechazado como
      * devolucion. El que no casa con una factura del cliente queda
      * como alerta para que cobranza lo aclare con el banco.
      *-----------------------------------------------------------------
       400-APLICA-RESULTADO.
           OPEN INPUT DEBRESP-FILE.
           PERFORM 410-PROCESA-RENGLON UNTIL DEBRESP-EOF.
           CLOSE DEBRESP-FILE.

       410-PROCESA-RENGLON.
           READ DEBRESP-FILE
               AT END
                   SET DEBRESP-EOF TO TRUE
               NOT AT END
                   IF NOT DRS-HEADER
                       AND NOT DRS-TRAILER
                       ADD 1 TO WS-CONTADOR-LEIDOS
                       IF DRD-IMPORTE IS NUMERIC
                           ADD DRD-IMPORTE TO WS-TOTAL-LEIDOS
                       END-IF
                       PERFORM 420-CASA-FACTURA
                   END-IF
           END-READ.

       420-CASA-FACTURA.
           MOVE ZERO TO WS-IDX-HALLADO.
           IF DRS-DETALLE
               AND DRD-FACTURA IS NUMERIC
               AND DRD-CLIENTE IS NUMERIC
               AND DRD-IMPORTE IS NUMERIC
               MOVE DRD-FACTURA TO WS-FACTURA-BUSCADA
               PERFORM 230-BUSCA-EN-TABLA
               IF WS-IDX-HALLADO > ZERO
                   AND DRD-CLIENTE NOT = FTB-CLIENTE (WS-IDX-HALLADO)
                   MOVE ZERO TO WS-IDX-HALLADO
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-IDX-HALLADO = ZERO
                   PERFORM 600-SIN-CASAR
               WHEN DRD-ACEPTADO
                   PERFORM 500-GRABA-PAGO
               WHEN DRD-RECHAZADO
                   PERFORM 700-GRABA-DEVOLUCION
               WHEN OTHER
                   PERFORM 600-SIN-CASAR
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 500-GRABA-PAGO - el cobro aceptado queda al final de PAGOS.DAT
      * bajo la fecha de negocio; si deja la factura en cero queda
      * marcado como el que la salda (S), igual que en 58-PROGRAMA.
      *-----------------------------------------------------------------
       500-GRABA-PAGO.
           OPEN EXTEND PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               OPEN OUTPUT PAGOS-FILE
           END-IF.

           MOVE DRD-FACTURA                  TO PAG-FACTURA.
           MOVE FTB-CLIENTE (WS-IDX-HALLADO) TO PAG-CLIENTE.
           MOVE WS-FECHA-NEGOCIO             TO PAG-FECHA.
           MOVE DRD-IMPORTE                  TO PAG-IMPORTE.
           MOVE "DEBITO"                     TO PAG-OPERADOR.
           SET  PAG-DEBITO-AUTO              TO TRUE.
           MOVE SPACES                       TO PAG-REFERENCIA.
           STRING "DEB"              DELIMITED BY SIZE
                  WS-BANCO-SECUENCIA DELIMITED BY SIZE
               INTO PAG-REFERENCIA.
           MOVE SPACES                       TO PAG-SUCURSAL.
           IF DRD-IMPORTE NOT < FTB-SALDO (WS-IDX-HALLADO)
               SET PAG-SALDA TO TRUE
               ADD 1 TO WS-CONTADOR-SALDADAS
           ELSE
               SET PAG-PARCIAL TO TRUE
           END-IF.
           WRITE PAGO-RECORD.

           CLOSE PAGOS-FILE.

           SUBTRACT DRD-IMPORTE FROM FTB-SALDO (WS-IDX-HALLADO).
           ADD 1           TO WS-CONTADOR-PAGOS.
           ADD DRD-IMPORTE TO WS-HASH-PAGOS.

      *-----------------------------------------------------------------
      * 600-SIN-CASAR - un detalle que no casa con una factura del
      * cliente (o trae un resultado desconocido) no se aplica: queda
      * como alerta de aviso para que cobranza lo aclare con el banco.
      *-----------------------------------------------------------------
       600-SIN-CASAR.
           ADD 1 TO WS-CONTADOR-SIN-CASAR.
           IF DRD-IMPORTE IS NUMERIC
               ADD DRD-IMPORTE TO WS-TOTAL-SIN-CASAR
           END-IF.
           MOVE "A"           TO WS-ALR-SEVERIDAD.
           MOVE "A2-PROGRAMA" TO WS-ALR-PROGRAMA.
           MOVE SPACES        TO WS-ALR-MENSAJE.
           STRING "DEBITO SIN CASAR FACTURA " DELIMITED BY SIZE
                  DRD-FACTURA                 DELIMITED BY SIZE
                  " RES "                     DELIMITED BY SIZE
                  DRD-RESULTADO               DELIMITED BY SIZE
               INTO WS-ALR-MENSAJE.
           PERFORM GRABA-ALERTA.
           DISPLAY "DETALLE SIN CASAR: FACTURA " DRD-FACTURA
               " CLIENTE " DRD-CLIENTE " RESULTADO " DRD-RESULTADO.

      *-----------------------------------------------------------------
      * 700-GRABA-DEVOLUCION - el cobro rechazado sigue el camino del
      * pago devuelto: como nunca se grabo el pago no hay reversa que
      * anexar, pero la devolucion queda en DEVPAGO.DAT con el codigo
      * de motivo del banco, se levanta el cargo DEVCARGO sobre la
      * factura y la reincidencia del cliente deja su alerta.
      *-----------------------------------------------------------------
       700-GRABA-DEVOLUCION.
           ADD 1           TO WS-CONTADOR-RECHAZOS.
           ADD DRD-IMPORTE TO WS-TOTAL-RECHAZOS.
           MOVE SPACES TO WS-MOTIVO.
           STRING "DEBITO "  DELIMITED BY SIZE
                  DRD-MOTIVO DELIMITED BY SIZE
               INTO WS-MOTIVO.
           IF WS-CARGO-DEVOLUCION > ZERO
               PERFORM 710-GRABA-CARGO
           END-IF.
           PERFORM 720-MARCA-CLIENTE.

       710-GRABA-CARGO.
           MOVE "FACTURA" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           MOVE WS-NUMERO-ASIGNADO           TO FAC-NUMERO.
           MOVE FTB-CLIENTE (WS-IDX-HALLADO) TO FAC-CLIENTE.
           MOVE WS-FECHA-NEGOCIO             TO FAC-FECHA.
           MOVE WS-CARGO-DEVOLUCION          TO FAC-SUBTOTAL.
           MOVE ZERO                         TO FAC-IMPUESTO.
           MOVE ZERO                         TO FAC-DESCUENTO.
           MOVE ZERO                         TO FAC-AJUSTE.
           MOVE WS-CARGO-DEVOLUCION          TO FAC-TOTAL.
           SET  FAC-ES-CARGO-DEV             TO TRUE.
           MOVE DRD-FACTURA                  TO FAC-REFERENCIA.
           MOVE SPACES                       TO FAC-SUCURSAL.

           OPEN EXTEND FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               OPEN OUTPUT FACTURAS-FILE
           END-IF.
           WRITE FACTURA-RECORD.
           CLOSE FACTURAS-FILE.

           ADD 1         TO WS-CONTADOR-CARGOS.
           ADD FAC-TOTAL TO WS-HASH-CARGOS.

       720-MARCA-CLIENTE.
           MOVE "N" TO WS-REINCIDENTE-SW.
           OPEN INPUT DEVOLUCION-FILE.
           IF DEVPAGO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 730-LEE-DEVOLUCION UNTIL DEVPAGO-EOF
               CLOSE DEVOLUCION-FILE
           END-IF.

           IF CLIENTE-REINCIDENTE
               MOVE "A"           TO WS-ALR-SEVERIDAD
               MOVE "A2-PROGRAMA" TO WS-ALR-PROGRAMA
               MOVE SPACES        TO WS-ALR-MENSAJE
               STRING "SEGUNDA DEVOLUCION DEL CLIENTE "
                          DELIMITED BY SIZE
                      FTB-CLIENTE (WS-IDX-HALLADO) DELIMITED BY SIZE
                   INTO WS-ALR-MENSAJE
               PERFORM GRABA-ALERTA
           END-IF.

           MOVE FTB-CLIENTE (WS-IDX-HALLADO) TO DEV-CLIENTE.
           MOVE DRD-FACTURA                  TO DEV-FACTURA.
           MOVE WS-FECHA-NEGOCIO             TO DEV-FECHA.
           MOVE DRD-IMPORTE                  TO DEV-IMPORTE.
           MOVE WS-MOTIVO                    TO DEV-MOTIVO.
           MOVE "DEBITO"                     TO DEV-OPERADOR.
           OPEN EXTEND DEVOLUCION-FILE.
           IF DEVPAGO-NO-EXISTE
               OPEN OUTPUT DEVOLUCION-FILE
           END-IF.
           WRITE DEVOLUCION-RECORD.
           CLOSE DEVOLUCION-FILE.

       730-LEE-DEVOLUCION.
           READ DEVOLUCION-FILE
               AT END
                   SET DEVPAGO-EOF TO TRUE
               NOT AT END
                   IF DEV-CLIENTE = FTB-CLIENTE (WS-IDX-HALLADO)
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

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-PAGOS - si el banco cobro algo, añade a
      * PAGOS.DAT su renglon de control con el conteo y la suma de
      * importes de esta corrida.
      *-----------------------------------------------------------------
       800-GRABA-TRAILER-PAGOS.
           IF WS-CONTADOR-PAGOS > ZERO
               MOVE 9999999 TO PGT-MARCA
               MOVE WS-CONTADOR-PAGOS TO PGT-CANTIDAD
               MOVE WS-HASH-PAGOS     TO PGT-TOTAL-HASH

               OPEN EXTEND PAGOS-FILE
               IF PAGOS-NO-EXISTE
                   OPEN OUTPUT PAGOS-FILE
               END-IF
               WRITE PAGO-RECORD
               CLOSE PAGOS-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 805-GRABA-TRAILER-FACTURAS - si la corrida levanto cargos por
      * devolucion, añade a FACTURAS.DAT su renglon de control con la
      * cantidad y la suma de totales, para que el registro diario
      * (49-PROGRAMA) siga conciliando.
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
      * 900-TOTALES-DE-LOTE - los totales de la corrida: lo leido
      * debe ser exactamente lo cobrado mas lo rechazado mas lo que no
      * caso, en renglones y en importe; si no, algo se perdio en el
      * camino y el paso falla con RETURN-CODE 16.
      *-----------------------------------------------------------------
       900-TOTALES-DE-LOTE.
           DISPLAY "RESULTADO DEL COBRO AUTOMATICO, SOLICITUD "
               WS-BANCO-SECUENCIA ":".
           MOVE WS-TOTAL-LEIDOS TO WS-ED-IMPORTE.
           DISPLAY "  DETALLES LEIDOS:     " WS-CONTADOR-LEIDOS
               " POR " WS-ED-IMPORTE.
           MOVE WS-HASH-PAGOS TO WS-ED-IMPORTE.
           DISPLAY "  COBROS APLICADOS:    " WS-CONTADOR-PAGOS
               " POR " WS-ED-IMPORTE.
           DISPLAY "  FACTURAS SALDADAS:   " WS-CONTADOR-SALDADAS.
           MOVE WS-TOTAL-RECHAZOS TO WS-ED-IMPORTE.
           DISPLAY "  COBROS RECHAZADOS:   " WS-CONTADOR-RECHAZOS
               " POR " WS-ED-IMPORTE.
           DISPLAY "  CARGOS POR DEVOLUCION: " WS-CONTADOR-CARGOS.
           MOVE WS-TOTAL-SIN-CASAR TO WS-ED-IMPORTE.
           DISPLAY "  DETALLES SIN CASAR:  " WS-CONTADOR-SIN-CASAR
               " POR " WS-ED-IMPORTE.
           IF WS-CONTADOR-LEIDOS = WS-CONTADOR-PAGOS
                   + WS-CONTADOR-RECHAZOS + WS-CONTADOR-SIN-CASAR
               AND WS-TOTAL-LEIDOS = WS-HASH-PAGOS
                   + WS-TOTAL-RECHAZOS + WS-TOTAL-SIN-CASAR
               DISPLAY "LOS TOTALES DEL LOTE CUADRAN."
           ELSE
               DISPLAY "LOS TOTALES DEL LOTE NO CUADRAN."
               MOVE 16 TO RETURN-CODE
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
       END PROGRAM A2-PROGRAMA.
