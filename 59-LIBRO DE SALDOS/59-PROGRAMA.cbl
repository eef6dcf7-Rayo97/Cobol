      *                 CLIAPLIC.DAT from TRX-REFERENCIA, alongside
      *                 the applied payments; reversals arrive there
      *                 already negated.
      * 2026-10-15 RSM  Unapplied cash from SUSMOV.DAT (on-account
      *                 receipts less allocations, 96-PROGRAMA) is
      *                 carried per customer in SAL-SUSPENSO and shown
      *                 as its own summary line, outside SAL-SALDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLIAPLIC-STATUS.

           SELECT SUSPENSO-MOV-FILE
               ASSIGN TO "SUSMOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSMOV-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY CLIAPLIC.

       FD  SUSPENSO-MOV-FILE
           LABEL RECORD IS STANDARD.
           COPY SUSMOV.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.
      *-CAPSTS.CPY.
           COPY CAPSTS.

      *-FILE STATUS/88-LEVEL DE SUSPENSO-MOV-FILE: VIENE DE
      *-SMVSTS.CPY.
           COPY SMVSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.
       01  WS-POST-TIPO PIC X VALUE SPACE.
           88  POST-CARGO VALUE "C".
           88  POST-ABONO VALUE "A".
           88  POST-SUSPENSO VALUE "S".

      *-ACUMULADOS DE LA CORRIDA PARA EL RESUMEN DE CONSOLA.
       01  WS-CONTADOR-CLIENTES PIC 9(7)     VALUE ZERO.
       01  WS-SUMA-CARGOS       PIC S9(11)V99 VALUE ZERO.
       01  WS-SUMA-ABONOS       PIC S9(11)V99 VALUE ZERO.
       01  WS-SUMA-SALDOS       PIC S9(11)V99 VALUE ZERO.
       01  WS-CONTADOR-SUSPENSO PIC 9(7)     VALUE ZERO.
       01  WS-SUMA-SUSPENSO     PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 200-POSTEA-FACTURAS.
           PERFORM 300-POSTEA-PAGOS.
           PERFORM 350-POSTEA-APLICADAS.
           PERFORM 370-POSTEA-SUSPENSO.
           CLOSE SALDOS-FILE.

           COMPUTE WS-SUMA-SALDOS = WS-SUMA-CARGOS - WS-SUMA-ABONOS.
           DISPLAY "  TRX APLICADAS:        " WS-CONTADOR-APLICADAS.
           DISPLAY "  ABONOS TOTALES:       " WS-SUMA-ABONOS.
           DISPLAY "  SALDO ABIERTO TOTAL:  " WS-SUMA-SALDOS.
           DISPLAY "  CAJA SIN APLICAR:     " WS-SUMA-SUSPENSO
               " (" WS-CONTADOR-SUSPENSO " MOVIMIENTOS)".

           STOP RUN.

                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 370-POSTEA-SUSPENSO - recorre SUSMOV.DAT y acumula en el
      * renglon aparte de caja sin aplicar de cada cliente sus
      * recibos a cuenta (positivos) y sus aplicaciones (negativas);
      * la aplicacion ya entro como pago en 300, asi que aqui solo
      * baja el suspenso.
      *-----------------------------------------------------------------
       370-POSTEA-SUSPENSO.
           OPEN INPUT SUSPENSO-MOV-FILE.
           IF SUSMOV-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 380-LEE-SUSPENSO UNTIL SUSMOV-EOF
               CLOSE SUSPENSO-MOV-FILE
           END-IF.

       380-LEE-SUSPENSO.
           READ SUSPENSO-MOV-FILE
               AT END
                   SET SUSMOV-EOF TO TRUE
               NOT AT END
                   IF SMV-CLIENTE NOT = ZERO
                       MOVE SMV-CLIENTE TO WS-POST-CLIENTE
                       MOVE SMV-IMPORTE TO WS-POST-IMPORTE
                       SET POST-SUSPENSO TO TRUE
                       PERFORM 400-POSTEA-MOVIMIENTO
                       ADD 1           TO WS-CONTADOR-SUSPENSO
                       ADD SMV-IMPORTE TO WS-SUMA-SUSPENSO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-POSTEA-MOVIMIENTO - lee el renglon del cliente en el
      * libro (o lo abre en ceros si es su primer movimiento), le
                   MOVE ZERO TO SAL-CARGOS
                   MOVE ZERO TO SAL-ABONOS
                   MOVE ZERO TO SAL-SALDO
                   MOVE ZERO TO SAL-SUSPENSO
                   PERFORM 410-APLICA-IMPORTE
                   WRITE SALDO-CLIENTE-RECORD
                   ADD 1 TO WS-CONTADOR-CLIENTES
           END-READ.

       410-APLICA-IMPORTE.
           EVALUATE TRUE
               WHEN POST-CARGO
                   ADD WS-POST-IMPORTE TO SAL-CARGOS
               WHEN POST-SUSPENSO
                   ADD WS-POST-IMPORTE TO SAL-SUSPENSO
               WHEN OTHER
                   ADD WS-POST-IMPORTE TO SAL-ABONOS
           END-EVALUATE.
           COMPUTE SAL-SALDO = SAL-CARGOS - SAL-ABONOS.
           MOVE WS-FECHA-NEGOCIO TO SAL-FECHA-CORTE.

