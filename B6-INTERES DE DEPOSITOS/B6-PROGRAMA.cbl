      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso nocturno de los depositos en garantia
      *          (DEPOSITO.DAT, capturados por B5-PROGRAMA). A cada
      *          deposito retenido le abona el interes de cada
      *          aniversario cumplido (tasa anual del propio deposito,
      *          sobre lo retenido: importe mas interes ya abonado).
      *          Al deposito de un cliente cuyo cierre de cuenta ya
      *          espera pago (CIERRES.DAT, B4-PROGRAMA) lo aplica
      *          completo como pago (PAG-APLICACION, dinero que ya
      *          habia entrado) contra la factura final del cliente,
      *          la ultima que se le emitio; lo que la factura no
      *          absorbe queda como saldo a favor y lo devuelve la
      *          corrida de reembolsos (98-PROGRAMA). Los movimientos
      *          quedan en DEPMOV.DAT para el extracto contable. Corre
      *          antes del libro de saldos (59-PROGRAMA) para que el
      *          libro, el arqueo y el extracto del dia ya vean la
      *          aplicacion.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. B6-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DEPOSITOS-FILE
               ASSIGN TO "DEPOSITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CLIENTE
               FILE STATUS IS WS-DEPOSITOS-STATUS.

           SELECT DEPOSITO-MOV-FILE
               ASSIGN TO "DEPMOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPMOV-STATUS.

           SELECT CIERRES-FILE
               ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIE-CLIENTE
               FILE STATUS IS WS-CIERRES-STATUS.

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

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  DEPOSITOS-FILE
           LABEL RECORD IS STANDARD.
           COPY DEPOSITO.

       FD  DEPOSITO-MOV-FILE
           LABEL RECORD IS STANDARD.
           COPY DEPMOV.

       FD  CIERRES-FILE
           LABEL RECORD IS STANDARD.
           COPY CIERRE.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE DEPOSITOS-FILE: VIENE DE DEPSTS.CPY.
           COPY DEPSTS.

      *-FILE STATUS/88-LEVEL DE DEPOSITO-MOV-FILE: VIENE DE
      *-DMVSTS.CPY.
           COPY DMVSTS.

      *-FILE STATUS/88-LEVEL DE CIERRES-FILE: VIENE DE CIESTS.CPY.
           COPY CIESTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-EL PASO NOCTURNO FIRMA SUS PAGOS Y MOVIMIENTOS CON SU PROPIO
      *-OPERADOR, COMO EL RECALCULO DE EDADES.
       01  WS-OPERADOR PIC X(8) VALUE "NOCTURNO".

       01  WS-HAY-CIERRES-SW PIC X VALUE "S".
           88  HAY-CIERRES VALUE "S".

      *-SIGUIENTE ANIVERSARIO DEL DEPOSITO: LA FECHA DEL ULTIMO
      *-INTERES ABONADO MAS UN AÑO (AAAAMMDD MAS 10000).
       01  WS-ANIVERSARIO PIC 9(8) VALUE ZERO.

      *-LO RETENIDO DEL DEPOSITO Y EL INTERES DEL AÑO.
       01  WS-RETENIDO    PIC S9(9)V99 VALUE ZERO.
       01  WS-INTERES     PIC S9(7)V99 VALUE ZERO.

      *-LA FACTURA FINAL DEL CLIENTE (LA DE NUMERO MAS ALTO ENTRE SUS
      *-FACTURAS PROPIAS) Y SU SALDO: SU TOTAL NETO DE LO QUE LA
      *-REFERENCIA, MENOS SUS PAGOS.
       01  WS-FACTURA-FINAL PIC 9(7)     VALUE ZERO.
       01  WS-FAC-TOTAL     PIC S9(9)V99 VALUE ZERO.
       01  WS-PAGOS-APLICADOS PIC S9(9)V99 VALUE ZERO.
       01  WS-SALDO-FACTURA PIC S9(9)V99 VALUE ZERO.

      *-LO QUE LA FACTURA FINAL ABSORBE DEL DEPOSITO Y LO QUE SOBRA.
       01  WS-APLICADO    PIC S9(9)V99 VALUE ZERO.
       01  WS-REMANENTE   PIC S9(9)V99 VALUE ZERO.

       01  WS-IMPORTE-EDITADO PIC -ZZZZZZZZ9.99.

       01  WS-CONTADOR-RETENIDOS  PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-INTERESES  PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-APLICADOS  PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-REMANENTES PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-SIN-FACTURA PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-INTERES       PIC S9(9)V99 VALUE ZERO.

      *-CONTROL DE LOS PAGOS QUE ESTE PASO ANEXA A PAGOS.DAT, PARA SU
      *-RENGLON DE CONTROL DE FIN DE SESION.
       01  WS-CONTADOR-PAGOS PIC 9(7)     VALUE ZERO.
       01  WS-HASH-PAGOS     PIC 9(9)V99  VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O DEPOSITOS-FILE.
           IF DEPOSITOS-NO-EXISTE
               DISPLAY "NO EXISTE DEPOSITO.DAT; NO HAY DEPOSITOS EN "
                   "GARANTIA."
               STOP RUN
           END-IF.
           OPEN INPUT CIERRES-FILE.
           IF CIERRES-NO-EXISTE
               MOVE "N" TO WS-HAY-CIERRES-SW
           END-IF.

           MOVE ZERO TO DEP-CLIENTE.
           START DEPOSITOS-FILE KEY NOT < DEP-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 100-LEE-DEPOSITO UNTIL DEPOSITOS-EOF
           END-START.

           PERFORM 800-GRABA-TRAILER-PAGOS.
           CLOSE DEPOSITOS-FILE.
           IF HAY-CIERRES
               CLOSE CIERRES-FILE
           END-IF.

           DISPLAY "DEPOSITOS RETENIDOS:        " WS-CONTADOR-RETENIDOS.
           MOVE WS-TOTAL-INTERES TO WS-IMPORTE-EDITADO.
           DISPLAY "INTERESES ANUALES ABONADOS: " WS-CONTADOR-INTERESES
               " POR " WS-IMPORTE-EDITADO.
           DISPLAY "APLICADOS AL CIERRE:        " WS-CONTADOR-APLICADOS.
           DISPLAY "  CON REMANENTE A FAVOR:    "
               WS-CONTADOR-REMANENTES.
           DISPLAY "EN CIERRE SIN FACTURA FINAL:"
               WS-CONTADOR-SIN-FACTURA.

           STOP RUN.

       100-LEE-DEPOSITO.
           READ DEPOSITOS-FILE NEXT RECORD
               AT END
                   SET DEPOSITOS-EOF TO TRUE
               NOT AT END
                   IF DEP-ES-RETENIDO
                       ADD 1 TO WS-CONTADOR-RETENIDOS
                       PERFORM 200-ABONA-INTERES
                       PERFORM 300-REVISA-CIERRE
                       REWRITE DEPOSITO-RECORD
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-ABONA-INTERES - un abono por cada aniversario cumplido
      * desde el ultimo interes abonado (mas de uno si el paso no
      * corrio en el aniversario).
      *-----------------------------------------------------------------
       200-ABONA-INTERES.
           COMPUTE WS-ANIVERSARIO = DEP-FECHA-INTERES + 10000.
           PERFORM 210-ABONA-UN-ANIO
               UNTIL WS-ANIVERSARIO > WS-FECHA-NEGOCIO.

       210-ABONA-UN-ANIO.
           COMPUTE WS-INTERES ROUNDED =
               (DEP-IMPORTE + DEP-INTERES) * DEP-TASA / 10000.
           IF WS-INTERES > ZERO
               ADD WS-INTERES TO DEP-INTERES
               ADD WS-INTERES TO WS-TOTAL-INTERES
               ADD 1 TO WS-CONTADOR-INTERESES
               MOVE DEP-CLIENTE      TO DMV-CLIENTE
               SET  DMV-INTERES      TO TRUE
               MOVE WS-INTERES       TO DMV-IMPORTE
               MOVE ZERO             TO DMV-FACTURA
               PERFORM 700-GRABA-MOVIMIENTO
           END-IF.
           MOVE WS-ANIVERSARIO TO DEP-FECHA-INTERES.
           COMPUTE WS-ANIVERSARIO = DEP-FECHA-INTERES + 10000.

      *-----------------------------------------------------------------
      * 300-REVISA-CIERRE - el deposito se aplica cuando el cierre de
      * cuenta del cliente ya espera pago: su factura final ya salio.
      *-----------------------------------------------------------------
       300-REVISA-CIERRE.
           IF HAY-CIERRES
               MOVE DEP-CLIENTE TO CIE-CLIENTE
               READ CIERRES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CIE-ESPERA-PAGO
                           PERFORM 400-APLICA-DEPOSITO
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 400-APLICA-DEPOSITO - todo lo retenido sale como un pago
      * contra la factura final; lo que pasa del saldo de esa factura
      * queda como saldo a favor del cliente para 98-PROGRAMA. Sin
      * factura final el deposito sigue retenido y queda avisado.
      *-----------------------------------------------------------------
       400-APLICA-DEPOSITO.
           PERFORM 410-BUSCA-FACTURA-FINAL.
           IF WS-FACTURA-FINAL = ZERO
               ADD 1 TO WS-CONTADOR-SIN-FACTURA
               DISPLAY "EL CLIENTE " DEP-CLIENTE " ESTA EN CIERRE "
                   "SIN FACTURA FINAL; SU DEPOSITO SIGUE RETENIDO."
           ELSE
               PERFORM 420-SALDO-FACTURA-FINAL
               COMPUTE WS-RETENIDO = DEP-IMPORTE + DEP-INTERES
               IF WS-SALDO-FACTURA < ZERO
                   MOVE ZERO TO WS-SALDO-FACTURA
               END-IF
               IF WS-RETENIDO > WS-SALDO-FACTURA
                   MOVE WS-SALDO-FACTURA TO WS-APLICADO
               ELSE
                   MOVE WS-RETENIDO TO WS-APLICADO
               END-IF
               COMPUTE WS-REMANENTE = WS-RETENIDO - WS-APLICADO
               PERFORM 430-GRABA-PAGO
               MOVE DEP-CLIENTE      TO DMV-CLIENTE
               SET  DMV-APLICACION   TO TRUE
               COMPUTE DMV-IMPORTE = ZERO - WS-RETENIDO
               MOVE WS-FACTURA-FINAL TO DMV-FACTURA
               PERFORM 700-GRABA-MOVIMIENTO
               MOVE WS-FACTURA-FINAL TO DEP-FACTURA
               MOVE WS-APLICADO      TO DEP-IMPORTE-APLICADO
               MOVE WS-REMANENTE     TO DEP-IMPORTE-REEMBOLSO
               MOVE WS-FECHA-NEGOCIO TO DEP-FECHA-ESTADO
               ADD 1 TO WS-CONTADOR-APLICADOS
               IF WS-REMANENTE > ZERO
                   SET DEP-ES-REEMBOLSADO TO TRUE
                   ADD 1 TO WS-CONTADOR-REMANENTES
               ELSE
                   SET DEP-ES-APLICADO TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 410-BUSCA-FACTURA-FINAL - la factura propia (normal,
      * recurrente, estimada o ajuste de estimado) de numero mas alto
      * del cliente: la ultima que se le emitio.
      *-----------------------------------------------------------------
       410-BUSCA-FACTURA-FINAL.
           MOVE ZERO TO WS-FACTURA-FINAL.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 415-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.

       415-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       AND FAC-CLIENTE = DEP-CLIENTE
                       AND FAC-NUMERO > WS-FACTURA-FINAL
                       IF FAC-ES-FACTURA OR FAC-ES-RECURRENTE
                           OR FAC-ES-ESTIMADA OR FAC-ES-AJUSTE-EST
                           MOVE FAC-NUMERO TO WS-FACTURA-FINAL
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 420-SALDO-FACTURA-FINAL - el total de la factura final neto de
      * las notas y recargos que la referencian, menos lo que ya se
      * le pago, igual que la captura de pagos.
      *-----------------------------------------------------------------
       420-SALDO-FACTURA-FINAL.
           MOVE ZERO TO WS-FAC-TOTAL.
           MOVE ZERO TO WS-PAGOS-APLICADOS.
           OPEN INPUT FACTURAS-FILE.
           PERFORM 425-SUMA-FACTURA UNTIL FACTURAS-EOF.
           CLOSE FACTURAS-FILE.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 427-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.
           COMPUTE WS-SALDO-FACTURA =
               WS-FAC-TOTAL - WS-PAGOS-APLICADOS.

       425-SUMA-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       IF FAC-NUMERO = WS-FACTURA-FINAL
                           OR FAC-REFERENCIA = WS-FACTURA-FINAL
                           ADD FAC-TOTAL TO WS-FAC-TOTAL
                       END-IF
                   END-IF
           END-READ.

       427-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   IF PAG-FACTURA NOT = 9999999
                       AND PAG-FACTURA = WS-FACTURA-FINAL
                       ADD PAG-IMPORTE TO WS-PAGOS-APLICADOS
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 430-GRABA-PAGO - el pago por todo lo retenido, como aplicacion
      * (el dinero ya habia entrado con el recibo del deposito): salda
      * la factura si la cubre, parcial si no.
      *-----------------------------------------------------------------
       430-GRABA-PAGO.
           OPEN EXTEND PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               OPEN OUTPUT PAGOS-FILE
           END-IF.
           MOVE WS-FACTURA-FINAL TO PAG-FACTURA.
           MOVE DEP-CLIENTE      TO PAG-CLIENTE.
           MOVE WS-FECHA-NEGOCIO TO PAG-FECHA.
           MOVE WS-RETENIDO      TO PAG-IMPORTE.
           MOVE WS-OPERADOR      TO PAG-OPERADOR.
           SET  PAG-APLICACION   TO TRUE.
           MOVE "DEPOSITO"       TO PAG-REFERENCIA.
           MOVE SPACES           TO PAG-SUCURSAL.
           IF WS-RETENIDO < WS-SALDO-FACTURA
               SET PAG-PARCIAL TO TRUE
           ELSE
               SET PAG-SALDA TO TRUE
           END-IF.
           WRITE PAGO-RECORD.
           CLOSE PAGOS-FILE.
           ADD 1           TO WS-CONTADOR-PAGOS.
           ADD WS-RETENIDO TO WS-HASH-PAGOS.
           MOVE WS-RETENIDO TO WS-IMPORTE-EDITADO.
           DISPLAY "DEPOSITO DEL CLIENTE " DEP-CLIENTE " APLICADO A "
               "LA FACTURA " WS-FACTURA-FINAL ": " WS-IMPORTE-EDITADO.

      *-----------------------------------------------------------------
      * 700-GRABA-MOVIMIENTO - anexa a DEPMOV.DAT el movimiento ya
      * armado con la fecha de negocio y el operador del paso.
      *-----------------------------------------------------------------
       700-GRABA-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO DMV-FECHA.
           MOVE WS-OPERADOR      TO DMV-OPERADOR.
           OPEN EXTEND DEPOSITO-MOV-FILE.
           IF DEPMOV-NO-EXISTE
               OPEN OUTPUT DEPOSITO-MOV-FILE
           END-IF.
           WRITE DEPOSITO-MOV-RECORD.
           CLOSE DEPOSITO-MOV-FILE.

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-PAGOS - si el paso aplico algun deposito,
      * añade a PAGOS.DAT su renglon de control con el conteo y la
      * suma de importes.
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
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM B6-PROGRAMA.
