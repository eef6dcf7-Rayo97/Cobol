      *          fecha e importe y cierra con su total del periodo,
      *          leyendo el nombre del maestro indexado. El resultado
      *          queda en ESTADOS.RPT. Una facturacion que no podia
      *          decir quien debe cuanto era pura aritmetica. Los
      *          clientes de un grupo con cuenta padre (CLIPADRE.DAT)
      *          salen ademas en el estado consolidado del grupo,
      *          GRUPOS.RPT, con el total del grupo.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 balance, which is written back for next
      *                 month's run. A customer comparing two months
      *                 can finally follow one number into the next.
      * 2026-10-15 RSM  Returned payment reversals and their fee
      *                 (97-PROGRAMA) print with their own labels
      *                 instead of as a negative payment and a plain
      *                 invoice.
      * 2026-10-15 RSM  Credit-balance refunds (98-PROGRAMA) print as
      *                 REEMBOLSO instead of as a negative payment.
      * 2026-10-15 RSM  Payments held as suspected duplicates
      *                 (A5-PROGRAMA) and their release by a
      *                 supervisor (A6-PROGRAMA) print as RETENIDO and
      *                 LIBERADO.
      * 2026-10-15 RSM  Disconnection and reconnection fees
      *                 (B2-PROGRAMA) print as CARGO SERVIC.
      * 2026-10-15 RSM  Each invoice, credit note and charge prints the
      *                 tax authority stamp from FACSELLO.DAT under
      *                 its line, or that the stamp is pending or was
      *                 rejected.
      * 2026-10-15 RSM  Customers tied to a parent account
      *                 (CLIPADRE.DAT, option G of 27-PROGRAMA) also
      *                 go into the consolidated group statement
      *                 GRUPOS.RPT: per parent, the parent's own
      *                 statement and each child site's, with its
      *                 invoices and balance, closed by the group
      *                 total.
      * 2026-10-15 RSM  Financing interest invoiced on a payment plan
      *                 instalment (FAC-TIPO I) prints with its own
      *                 label on the statement.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS ECI-CLIENTE
               FILE STATUS IS WS-ESTCIERRE-STATUS.

           SELECT FACSELLO-FILE
               ASSIGN TO "FACSELLO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEL-FACTURA
               FILE STATUS IS WS-FACSELLO-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK50.DAT".

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT CLIENTE-PADRE-FILE
               ASSIGN TO "CLIPADRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPA-HIJO
               FILE STATUS IS WS-CLIPADRE-STATUS.

           SELECT GRUPO-TRABAJO-FILE
               ASSIGN TO "GRUPOWK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRUPOWK-STATUS.

           SELECT SORT-GRUPO-FILE
               ASSIGN TO "SORTGR50.DAT".

           SELECT GRUPOS-FILE
               ASSIGN TO "GRUPOS.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRUPOS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY ESTCIERR.

       FD  FACSELLO-FILE
           LABEL RECORD IS STANDARD.
           COPY FACSELLO.

      *-LEGAJOS DEL ORDENAMIENTO: FACTURAS, CREDITOS Y RECARGOS
      *-VIAJAN CON SU CLASE (FAC-TIPO) Y LOS PAGOS COMO CLASE P (V
      *-LAS REVERSAS DE PAGOS DEVUELTOS, B LOS REEMBOLSOS DE SALDOS A
      *-FAVOR), EN ORDEN DE FECHA DENTRO DE CADA CLIENTE.
       SD  SORT-WORK-FILE.
       01  SORT-FACTURA-RECORD.
           05  SRT-CLIENTE         PIC 9(7).
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  CLIENTE-PADRE-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIPADRE.

      *-RENGLONES DE LOS ESTADOS DE LOS CLIENTES DE UN GRUPO, TAL
      *-COMO SALIERON EN ESTADOS.RPT, CON SU CUENTA PADRE, SU ORDEN
      *-DENTRO DEL GRUPO (0 LA PROPIA CUENTA PADRE, 1 SUS SITIOS) Y
      *-SU SECUENCIA; EL RENGLON DE SALDO ACTUAL (TIPO S) LLEVA EL
      *-SALDO DEL SITIO PARA EL TOTAL DEL GRUPO.
       FD  GRUPO-TRABAJO-FILE
           LABEL RECORD IS STANDARD.
       01  GRUPO-TRABAJO-RECORD.
           05  GWK-PADRE           PIC 9(7).
           05  GWK-ORDEN           PIC 9.
           05  GWK-SITIO           PIC 9(7).
           05  GWK-SECUENCIA       PIC 9(5).
           05  GWK-TIPO            PIC X.
           05  GWK-IMPORTE         PIC S9(9)V99.
           05  GWK-TEXTO           PIC X(70).

       SD  SORT-GRUPO-FILE.
       01  SORT-GRUPO-RECORD.
           05  SGR-PADRE           PIC 9(7).
           05  SGR-ORDEN           PIC 9.
           05  SGR-SITIO           PIC 9(7).
           05  SGR-SECUENCIA       PIC 9(5).
           05  SGR-TIPO            PIC X.
               88  SGR-ES-SALDO      VALUE "S".
           05  SGR-IMPORTE         PIC S9(9)V99.
           05  SGR-TEXTO           PIC X(70).

       FD  GRUPOS-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-GRUPO-RECORD    PIC X(70).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FACTURAS-STATUS PIC XX.
      *-ESTCISTS.CPY.
           COPY ESTCISTS.

      *-FILE STATUS/88-LEVEL DE FACSELLO-FILE: VIENE DE SELSTS.CPY.
           COPY SELSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE CLIENTE-PADRE-FILE: VIENE DE
      *-CPASTS.CPY.
           COPY CPASTS.

       01  WS-GRUPOWK-STATUS PIC XX.
           88  GRUPOWK-OK VALUE "00".

       01  WS-GRUPOS-STATUS PIC XX.
           88  GRUPOS-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.
       01  WS-TOTAL-EDITADO  PIC -ZZZZZZZZ9.99.
       01  WS-LINEA          PIC X(70) VALUE SPACES.

      *-RELACIONES HIJO/PADRE DE CLIPADRE.DAT, CARGADAS AL ARRANCAR
      *-PARA SABER DE CADA CLIENTE SI ES CUENTA PADRE O SITIO DE UN
      *-GRUPO.
       01  WS-CANTIDAD-LIGAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-LIGAS.
           05  WS-LIGA OCCURS 2000 TIMES.
               10  LIG-HIJO  PIC 9(7).
               10  LIG-PADRE PIC 9(7).
       01  WS-IDX-LIGA PIC 9(4) VALUE ZERO.

      *-GRUPO DEL CLIENTE EN CURSO (CERO SI NO ESTA EN NINGUNO), SU
      *-ORDEN DENTRO DEL GRUPO Y EL TIPO, IMPORTE Y SECUENCIA DEL
      *-RENGLON QUE SE COPIA AL TRABAJO DEL ESTADO DE GRUPO.
       01  WS-PADRE-CLIENTE  PIC 9(7) VALUE ZERO.
       01  WS-ORDEN-CLIENTE  PIC 9    VALUE ZERO.
       01  WS-GWK-TIPO       PIC X    VALUE "L".
       01  WS-GWK-IMPORTE    PIC S9(9)V99 VALUE ZERO.
       01  WS-GWK-SECUENCIA  PIC 9(5) VALUE ZERO.

      *-CORTE DE CONTROL DEL ESTADO DE GRUPO: LA CUENTA PADRE EN
      *-CURSO, SUS SITIOS Y EL TOTAL DEL GRUPO.
       01  WS-GRUPO-SORT-EOF-SW PIC X VALUE "N".
           88  GRUPO-SORT-EOF VALUE "S".
       01  WS-PADRE-ACTUAL   PIC 9(7) VALUE ZERO.
       01  WS-HAY-PADRE-SW   PIC X VALUE "N".
           88  HAY-PADRE-ABIERTO VALUE "S".
       01  WS-SITIOS-GRUPO   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-GRUPO    PIC S9(11)V99 VALUE ZERO.
       01  WS-CONTADOR-GRUPOS PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           OPEN INPUT CLIENTES-FILE.
           OPEN INPUT FACSELLO-FILE.
           PERFORM 050-ABRE-CIERRES.
           PERFORM 060-CARGA-LIGAS.
           IF WS-CANTIDAD-LIGAS > ZERO
               OPEN OUTPUT GRUPO-TRABAJO-FILE
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CLIENTE SRT-FECHA SRT-NUMERO
               INPUT PROCEDURE IS 100-SUELTA-MOVIMIENTOS
               OUTPUT PROCEDURE IS 200-GENERA-ESTADOS.

           IF WS-CANTIDAD-LIGAS > ZERO
               CLOSE GRUPO-TRABAJO-FILE
               SORT SORT-GRUPO-FILE
                   ON ASCENDING KEY SGR-PADRE SGR-ORDEN SGR-SITIO
                       SGR-SECUENCIA
                   USING GRUPO-TRABAJO-FILE
                   OUTPUT PROCEDURE IS 300-GENERA-GRUPOS
               DISPLAY "ESTADOS DE GRUPO EMITIDOS: " WS-CONTADOR-GRUPOS
           ELSE
               DISPLAY "SIN CUENTAS PADRE; NO HAY ESTADOS DE GRUPO."
           END-IF.

           IF NOT CLIENTES-NO-EXISTE
               CLOSE CLIENTES-FILE
           END-IF.
           IF NOT FACSELLO-NO-EXISTE
               CLOSE FACSELLO-FILE
           END-IF.
           CLOSE ESTADO-CIERRE-FILE.

           STOP RUN.
               OPEN I-O ESTADO-CIERRE-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 060-CARGA-LIGAS - carga las relaciones hijo/padre; sin
      * CLIPADRE.DAT no hay grupos y la corrida sale como siempre.
      *-----------------------------------------------------------------
       060-CARGA-LIGAS.
           MOVE ZERO TO WS-CANTIDAD-LIGAS.
           OPEN INPUT CLIENTE-PADRE-FILE.
           IF CLIPADRE-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE ZERO TO CPA-HIJO
               START CLIENTE-PADRE-FILE KEY NOT < CPA-HIJO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 065-LEE-LIGA UNTIL CLIPADRE-EOF
               END-START
               CLOSE CLIENTE-PADRE-FILE
           END-IF.

       065-LEE-LIGA.
           READ CLIENTE-PADRE-FILE NEXT RECORD
               AT END
                   SET CLIPADRE-EOF TO TRUE
               NOT AT END
                   IF WS-CANTIDAD-LIGAS < 2000
                       ADD 1 TO WS-CANTIDAD-LIGAS
                       MOVE CPA-HIJO  TO LIG-HIJO (WS-CANTIDAD-LIGAS)
                       MOVE CPA-PADRE TO LIG-PADRE (WS-CANTIDAD-LIGAS)
                   ELSE
                       DISPLAY "AVISO: MAS DE 2000 SITIOS CON CUENTA "
                           "PADRE; EL " CPA-HIJO " NO SALE EN SU "
                           "GRUPO."
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-SUELTA-MOVIMIENTOS - procedimiento de entrada del SORT:
      * suelta cada factura, credito y recargo (sin los renglones de
                       MOVE PAG-CLIENTE TO SRT-CLIENTE
                       MOVE PAG-FECHA   TO SRT-FECHA
                       MOVE PAG-FACTURA TO SRT-NUMERO
                       EVALUATE TRUE
                           WHEN PAG-REVERSA
                               MOVE "V" TO SRT-CLASE
                           WHEN PAG-REEMBOLSO
                               MOVE "B" TO SRT-CLASE
                           WHEN PAG-RETENIDO
                               MOVE "H" TO SRT-CLASE
                           WHEN PAG-LIBERADO
                               MOVE "L" TO SRT-CLASE
                           WHEN OTHER
                               MOVE "P" TO SRT-CLASE
                       END-EVALUATE
                       COMPUTE SRT-TOTAL = ZERO - PAG-IMPORTE
                       RELEASE SORT-FACTURA-RECORD
                   END-IF
           SET HAY-GRUPO-ABIERTO TO TRUE.
           MOVE SRT-CLIENTE TO WS-CLIENTE-ACTUAL.
           MOVE ZERO TO WS-MOVS-CLIENTE.
           MOVE ZERO TO WS-GWK-SECUENCIA.
           PERFORM 226-BUSCA-GRUPO.
           PERFORM 225-LEE-CIERRE-ANTERIOR.
           MOVE WS-SALDO-APERTURA TO WS-SALDO-CORRIDO.

                           INTO WS-LINEA
               END-READ
           END-IF.
           PERFORM 900-ESCRIBE-LINEA.

           MOVE WS-SALDO-APERTURA TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA.
                  "): "                      DELIMITED BY SIZE
                  WS-TOTAL-EDITADO           DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.

       225-LEE-CIERRE-ANTERIOR.
           MOVE ZERO TO WS-SALDO-APERTURA.
                   MOVE ECI-FECHA-CORTE  TO WS-FECHA-CORTE-ANT
           END-READ.

      *-----------------------------------------------------------------
      * 226-BUSCA-GRUPO - un cliente que es sitio de un grupo va bajo
      * su cuenta padre con orden 1; la cuenta padre misma va primero
      * en su propio grupo con orden 0.
      *-----------------------------------------------------------------
       226-BUSCA-GRUPO.
           MOVE ZERO TO WS-PADRE-CLIENTE.
           MOVE ZERO TO WS-ORDEN-CLIENTE.
           PERFORM 227-COMPARA-LIGA
               VARYING WS-IDX-LIGA FROM 1 BY 1
               UNTIL WS-IDX-LIGA > WS-CANTIDAD-LIGAS
                   OR WS-ORDEN-CLIENTE = 1.

       227-COMPARA-LIGA.
           IF LIG-HIJO (WS-IDX-LIGA) = WS-CLIENTE-ACTUAL
               MOVE LIG-PADRE (WS-IDX-LIGA) TO WS-PADRE-CLIENTE
               MOVE 1 TO WS-ORDEN-CLIENTE
           ELSE
               IF LIG-PADRE (WS-IDX-LIGA) = WS-CLIENTE-ACTUAL
                   MOVE WS-CLIENTE-ACTUAL TO WS-PADRE-CLIENTE
               END-IF
           END-IF.

       230-CIERRA-CLIENTE.
           MOVE WS-SALDO-CORRIDO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA.
                  " MOVIMIENTOS): "         DELIMITED BY SIZE
                  WS-TOTAL-EDITADO          DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE "S"              TO WS-GWK-TIPO.
           MOVE WS-SALDO-CORRIDO TO WS-GWK-IMPORTE.
           PERFORM 900-ESCRIBE-LINEA.
           DISPLAY WS-LINEA.
           PERFORM 235-PERSISTE-CIERRE.
           MOVE "N" TO WS-HAY-GRUPO-SW.
                   MOVE "RECARGO MORA" TO WS-ETIQUETA-MOV
               WHEN "W"
                   MOVE "CASTIGO     " TO WS-ETIQUETA-MOV
               WHEN "V"
                   MOVE "PAGO DEVUELT" TO WS-ETIQUETA-MOV
               WHEN "D"
                   MOVE "CARGO DEVOL." TO WS-ETIQUETA-MOV
               WHEN "O"
                   MOVE "CARGO SERVIC" TO WS-ETIQUETA-MOV
               WHEN "I"
                   MOVE "INTERES PLAN" TO WS-ETIQUETA-MOV
               WHEN "B"
                   MOVE "REEMBOLSO   " TO WS-ETIQUETA-MOV
               WHEN "H"
                   MOVE "PAGO RETENID" TO WS-ETIQUETA-MOV
               WHEN "L"
                   MOVE "PAGO LIBERAD" TO WS-ETIQUETA-MOV
               WHEN OTHER
                   MOVE "FACTURA     " TO WS-ETIQUETA-MOV
           END-EVALUATE.
                  " POR "           DELIMITED BY SIZE
                  WS-TOTAL-EDITADO  DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           IF NOT FACSELLO-NO-EXISTE
               AND SRT-CLASE NOT = "P" AND "V" AND "B" AND "H" AND "L"
               AND SRT-CLASE NOT = "W"
               PERFORM 245-LINEA-SELLO
           END-IF.

      *-----------------------------------------------------------------
      * 245-LINEA-SELLO - bajo cada comprobante va su sello fiscal del
      * registro de sellos (C7-PROGRAMA), o que sigue en tramite o que
      * la autoridad lo rechazo; lo anterior a la facturacion
      * electronica no tiene entrada y no imprime nada.
      *-----------------------------------------------------------------
       245-LINEA-SELLO.
           MOVE SRT-NUMERO TO SEL-FACTURA.
           READ FACSELLO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-LINEA
                   EVALUATE TRUE
                       WHEN SEL-SELLADA
                           STRING "    SELLO FISCAL " DELIMITED BY SIZE
                                  SEL-SELLO          DELIMITED BY SIZE
                                  " DEL "            DELIMITED BY SIZE
                                  SEL-FECHA-SELLO    DELIMITED BY SIZE
                               INTO WS-LINEA
                       WHEN SEL-RECHAZADA
                           STRING "    SELLO FISCAL RECHAZADO: "
                                      DELIMITED BY SIZE
                                  SEL-MOTIVO DELIMITED BY SIZE
                               INTO WS-LINEA
                       WHEN OTHER
                           STRING "    SELLO FISCAL EN TRAMITE (ENVIO "
                                      DELIMITED BY SIZE
                                  SEL-FECHA-ENVIO DELIMITED BY SIZE
                                  ")"             DELIMITED BY SIZE
                               INTO WS-LINEA
                   END-EVALUATE
                   PERFORM 900-ESCRIBE-LINEA
           END-READ.

      *-----------------------------------------------------------------
      * 300-GENERA-GRUPOS - procedimiento de salida del ordenamiento
      * de grupos: los renglones llegan por cuenta padre, con su
      * propio estado primero y luego el de cada sitio; a cada cambio
      * de cuenta padre se cierra el grupo anterior con su total (la
      * suma de los saldos actuales de sus sitios) y se abre el nuevo.
      *-----------------------------------------------------------------
       300-GENERA-GRUPOS.
           OPEN OUTPUT GRUPOS-FILE.
           MOVE "N" TO WS-GRUPO-SORT-EOF-SW.
           PERFORM 310-PROCESA-RENGLON-GRUPO UNTIL GRUPO-SORT-EOF.
           IF HAY-PADRE-ABIERTO
               PERFORM 330-CIERRA-GRUPO
           END-IF.
           CLOSE GRUPOS-FILE.

       310-PROCESA-RENGLON-GRUPO.
           RETURN SORT-GRUPO-FILE
               AT END
                   SET GRUPO-SORT-EOF TO TRUE
               NOT AT END
                   IF NOT HAY-PADRE-ABIERTO
                       OR SGR-PADRE NOT = WS-PADRE-ACTUAL
                       IF HAY-PADRE-ABIERTO
                           PERFORM 330-CIERRA-GRUPO
                       END-IF
                       PERFORM 320-ABRE-GRUPO
                   END-IF
                   MOVE SGR-TEXTO TO REPORTE-GRUPO-RECORD
                   WRITE REPORTE-GRUPO-RECORD
                   IF SGR-ES-SALDO
                       ADD 1           TO WS-SITIOS-GRUPO
                       ADD SGR-IMPORTE TO WS-TOTAL-GRUPO
                   END-IF
           END-RETURN.

       320-ABRE-GRUPO.
           SET HAY-PADRE-ABIERTO TO TRUE.
           MOVE SGR-PADRE TO WS-PADRE-ACTUAL.
           MOVE ZERO TO WS-SITIOS-GRUPO.
           MOVE ZERO TO WS-TOTAL-GRUPO.
           ADD 1 TO WS-CONTADOR-GRUPOS.
           MOVE SPACES TO WS-LINEA.
           IF CLIENTES-NO-EXISTE
               STRING "ESTADO CONSOLIDADO DEL GRUPO " DELIMITED BY SIZE
                      SGR-PADRE DELIMITED BY SIZE
                   INTO WS-LINEA
           ELSE
               MOVE SGR-PADRE TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       STRING "ESTADO CONSOLIDADO DEL GRUPO "
                                  DELIMITED BY SIZE
                              SGR-PADRE DELIMITED BY SIZE
                              " (SIN MAESTRO)" DELIMITED BY SIZE
                           INTO WS-LINEA
                   NOT INVALID KEY
                       STRING "ESTADO CONSOLIDADO DEL GRUPO "
                                  DELIMITED BY SIZE
                              SGR-PADRE     DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              CLI-NOMBRE    DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              CLI-APELLIDOS DELIMITED BY SIZE
                           INTO WS-LINEA
               END-READ
           END-IF.
           MOVE WS-LINEA TO REPORTE-GRUPO-RECORD.
           WRITE REPORTE-GRUPO-RECORD.

       330-CIERRA-GRUPO.
           MOVE WS-TOTAL-GRUPO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINEA.
           STRING "TOTAL DEL GRUPO "  DELIMITED BY SIZE
                  WS-PADRE-ACTUAL     DELIMITED BY SIZE
                  " ("                DELIMITED BY SIZE
                  WS-SITIOS-GRUPO     DELIMITED BY SIZE
                  " CUENTAS): "       DELIMITED BY SIZE
                  WS-TOTAL-EDITADO    DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO REPORTE-GRUPO-RECORD.
           WRITE REPORTE-GRUPO-RECORD.
           MOVE SPACES TO REPORTE-GRUPO-RECORD.
           WRITE REPORTE-GRUPO-RECORD.
           MOVE "N" TO WS-HAY-PADRE-SW.

      *-----------------------------------------------------------------
      * 900-ESCRIBE-LINEA - escribe el renglon armado en ESTADOS.RPT
      * y, si el cliente es de un grupo, lo copia al trabajo del
      * estado de grupo con su cuenta padre y su secuencia.
      *-----------------------------------------------------------------
       900-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-ESTADO-RECORD.
           WRITE REPORTE-ESTADO-RECORD.
           IF WS-PADRE-CLIENTE NOT = ZERO
               ADD 1 TO WS-GWK-SECUENCIA
               MOVE WS-PADRE-CLIENTE  TO GWK-PADRE
               MOVE WS-ORDEN-CLIENTE  TO GWK-ORDEN
               MOVE WS-CLIENTE-ACTUAL TO GWK-SITIO
               MOVE WS-GWK-SECUENCIA  TO GWK-SECUENCIA
               MOVE WS-GWK-TIPO       TO GWK-TIPO
               MOVE WS-GWK-IMPORTE    TO GWK-IMPORTE
               MOVE WS-LINEA          TO GWK-TEXTO
               WRITE GRUPO-TRABAJO-RECORD
           END-IF.
           MOVE "L"  TO WS-GWK-TIPO.
           MOVE ZERO TO WS-GWK-IMPORTE.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
