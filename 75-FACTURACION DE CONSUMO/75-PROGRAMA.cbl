      * Purpose: Facturacion de consumo por medidor: junta las piezas
      *          que ya existian pero no se tocaban — las lecturas
      *          limpias de LECTOK.DAT, el maestro de medidores y la
      *          tarifa de TASAS.DAT — y factura a cada
      *          cliente el delta entre su ultima lectura facturada
      *          (MEDSALDO.DAT) y la lectura nueva, por la misma serie
      *          FACTURA y el mismo FACTURAS.DAT de siempre, con su
      *          partida persistida en FACTDETH.DAT. Era la mayor
      *          pieza de aritmetica manual que quedaba en el taller.
      *          Con MODO PREVIA en su archivo de parametros
      *          (PARAM75.DAT) la corrida hace todo el calculo pero
      *          deja lo que facturaria en PREVIA75.DAT, sin asignar
      *          numeros ni mover MEDSALDO.DAT ni la cola de
      *          anomalias, para que facturacion lo firme
      *          (A9-PROGRAMA) antes de la corrida real.
      *          Un medidor reemplazado en campo (CAMBMED.DAT, desde
      *          73-PROGRAMA) factura su ultimo delta hasta la lectura
      *          de retiro, y la primera lectura del nuevo, que ya
      *          trae linea base y promedio, no se trata como anomalia.
      *          La lectura final de un cierre de cuenta (LECTFIN.DAT,
      *          desde B3-PROGRAMA) se factura como la ultima lectura
      *          real del medidor: es la factura final del cliente.
      *          Cada factura emitida deja su renglon en el registro
      *          de lecturas facturadas (LECFAC.DAT), y las
      *          correcciones de lectura pendientes (CORRLECT.DAT,
      *          desde B7-PROGRAMA) se refacturan con el consumo
      *          corregido antes que nada.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 over 999 units no longer truncates in the
      *                 detail history and the tipo-J true-up credit
      *                 keeps its sign there.
      * 2026-10-15 RSM  Consumption is now priced across a tiered
      *                 tariff (TASAS codes TARBLQLIMn/TARBLQPREn,
      *                 block ceilings and unit prices, effective-dated
      *                 as a whole table) instead of one unit price;
      *                 each block billed is its own FACTDETH.DAT line
      *                 (article CONSUMO-Bn / CONSEST-Bn), so the
      *                 invoice and 68-PROGRAMA show the amount billed
      *                 in each tier. Without block rows TARIFACONS
      *                 stays the single, open-ended block.
      * 2026-10-15 RSM  Preview mode: MODO PREVIA in the named
      *                 parameter file PARAM75.DAT runs the full
      *                 calculation but writes the would-be invoices,
      *                 one line per tariff block, to the preview
      *                 register PREVIA75.DAT instead of
      *                 FACTURAS.DAT/FACTDETH.DAT; MEDSALDO.DAT is
      *                 opened input-only, no FACTURA number is drawn
      *                 and no anomaly is queued (it is reported).
      * 2026-10-15 RSM  Meter exchanges from CAMBMED.DAT: before the
      *                 readings, each pending exchange bills the old
      *                 meter's final delta up to its removal reading
      *                 (a true-up if it carried estimates) and is
      *                 marked billed with its invoice; the new
      *                 meter's first reading bills against its
      *                 installation baseline without the anomaly
      *                 check and closes the exchange.
      * 2026-10-15 RSM  A meter whose service is disconnected
      *                 (MED-CORTADO, set by B2-PROGRAMA) is no longer
      *                 billed an estimate when it sends no reading.
      * 2026-10-15 RSM  Final readings of account closures (LECTFIN.DAT,
      *                 from B3-PROGRAMA): after the route readings,
      *                 each pending final reading bills its meter's
      *                 last delta (a true-up if it carried estimates)
      *                 to the closing customer as the final invoice,
      *                 and is marked billed with that invoice number;
      *                 the meter gets no estimate in the same run.
      * 2026-10-15 RSM  Every consumption invoice issued is logged in
      *                 LECFAC.DAT (meter, reading date, from/to
      *                 reading, consumption, pending estimate, class,
      *                 invoice), the link from a reading to its bill.
      *                 Pending reading corrections from CORRLECT.DAT
      *                 (B7-PROGRAMA, which already credited the
      *                 originals) are rebilled first with the
      *                 corrected consumption; the meter's average and
      *                 last billed reading in MEDSALDO.DAT are
      *                 recomputed and the correction is marked
      *                 rebilled with its replacement invoices.
      * 2026-10-15 RSM  The anomaly queue now also carries smart-meter
      *                 cycles with too many missing intervals (motive
      *                 I, from B8-PROGRAMA): they never hold a charge,
      *                 so only consumption anomalies are consulted
      *                 for a prior decision.
      * 2026-10-15 RSM  Detail history lines carry zero proration
      *                 days (FDH-DIAS-SERVICIO/FDH-DIAS-PERIODO).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANOMALIA-STATUS.

           SELECT PARAMETROS-FILE
               ASSIGN TO "PARAM75.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT PREVIA-FILE
               ASSIGN TO "PREVIA75.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREVIA-STATUS.

           SELECT CAMBIO-MEDIDOR-FILE
               ASSIGN TO "CAMBMED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMB-MED-NUEVO
               FILE STATUS IS WS-CAMBMED-STATUS.

           SELECT LECTURA-FINAL-FILE
               ASSIGN TO "LECTFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LFI-MEDIDOR
               FILE STATUS IS WS-LECTFIN-STATUS.

           SELECT LECTURA-FACTURADA-FILE
               ASSIGN TO "LECFAC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LECFAC-STATUS.

           SELECT CORRECCION-LECTURA-FILE
               ASSIGN TO "CORRLECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-NUMERO
               FILE STATUS IS WS-CORRLECT-STATUS.

           SELECT PERIODOS-FILE
               ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
           LABEL RECORD IS STANDARD.
           COPY ANOMALIA.

       FD  PARAMETROS-FILE
           LABEL RECORD IS STANDARD.
           COPY PARAMS.

       FD  PREVIA-FILE
           LABEL RECORD IS STANDARD.
           COPY PREVIA.

       FD  CAMBIO-MEDIDOR-FILE
           LABEL RECORD IS STANDARD.
           COPY CAMBMED.

       FD  LECTURA-FINAL-FILE
           LABEL RECORD IS STANDARD.
           COPY LECTFIN.

       FD  LECTURA-FACTURADA-FILE
           LABEL RECORD IS STANDARD.
           COPY LECFAC.

       FD  CORRECCION-LECTURA-FILE
           LABEL RECORD IS STANDARD.
           COPY CORRLECT.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.
      *-FILE STATUS/88-LEVEL DE ANOMALIA-FILE: VIENE DE ANOMSTS.CPY.
           COPY ANOMSTS.

      *-FILE STATUS/88-LEVEL DE PARAMETROS-FILE: VIENE DE PARMSTS.CPY.
           COPY PARMSTS.

       01  WS-PARAM-RECHAZADO-SW PIC X VALUE "N".
           88  PARAMETRO-RECHAZADO VALUE "S".

      *-FILE STATUS/88-LEVEL DE PREVIA-FILE: VIENE DE PRVSTS.CPY.
           COPY PRVSTS.

      *-FILE STATUS/88-LEVEL DE CAMBIO-MEDIDOR-FILE: VIENE DE
      *-CMBSTS.CPY.
           COPY CMBSTS.

       01  WS-HAY-CAMBIOS-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-CAMBIOS VALUE "S".

      *-EL MEDIDOR EN CURSO ES EL NUEVO DE UN CAMBIO QUE TODAVIA NO
      *-FACTURA SU PRIMERA LECTURA.
       01  WS-PRIMERA-LECTURA-SW PIC X VALUE "N".
           88  PRIMERA-LECTURA-CAMBIO VALUE "S".

       01  WS-CONTADOR-RETIROS PIC 9(5) VALUE ZERO.

      *-FILE STATUS/88-LEVEL DE LECTURA-FINAL-FILE: VIENE DE
      *-LFISTS.CPY.
           COPY LFISTS.

       01  WS-CONTADOR-FINALES PIC 9(5) VALUE ZERO.

      *-FILE STATUS/88-LEVEL DE LECTURA-FACTURADA-FILE: VIENE DE
      *-LFCSTS.CPY.
           COPY LFCSTS.

      *-FILE STATUS/88-LEVEL DE CORRECCION-LECTURA-FILE: VIENE DE
      *-CRLSTS.CPY.
           COPY CRLSTS.

      *-LA FACTURA EN CURSO ES EL REEMPLAZO DE UNA CORRECCION DE
      *-LECTURA (LA FACTURA AFECTADA WS-IDX-CRA DE LA CORRECCION
      *-LEIDA), Y LO QUE LA CORRECCION MUEVE EN EL MEDIDOR: LA SUMA
      *-DE CONSUMO REAL QUE CAMBIA PARA EL PROMEDIO, Y LO ESTIMADO
      *-PENDIENTE DE HOY, QUE SE GUARDA MIENTRAS SE TARIFA CON EL DE
      *-LA ORIGINAL.
       01  WS-REFACTURA-SW PIC X VALUE "N".
           88  REFACTURA-CORRECCION VALUE "S".
       01  WS-IDX-CRA          PIC 9         VALUE ZERO.
       01  WS-DIF-PROMEDIO     PIC S9(7)     VALUE ZERO.
       01  WS-PROM-CALC        PIC S9(9)     VALUE ZERO.
       01  WS-ULT-CALC         PIC S9(7)     VALUE ZERO.
       01  WS-EST-GUARDADO     PIC 9(6)      VALUE ZERO.
       01  WS-CONTADOR-CORRECCIONES PIC 9(5) VALUE ZERO.

      *-MODO DE LA CORRIDA (CODIGO MODO DE PARAM75.DAT): REAL EMITE
      *-LAS FACTURAS, PREVIA SOLO LAS CALCULA Y LAS DEJA EN
      *-PREVIA75.DAT. SIN PARAMETRO, LA CORRIDA ES REAL.
       01  WS-MODO-FACTURACION PIC X VALUE "R".
           88  MODO-REAL   VALUE "R".
           88  MODO-PREVIA VALUE "P".

       01  WS-CONTADOR-PREVIAS PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-PREVIA     PIC S9(9)V99 VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA.
       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-PRECIO-UNIT PIC 9(3)V99 VALUE 1.50.
       01  WS-EF-TARIFA   PIC 9(8)    VALUE ZERO.

      *-TARIFA POR BLOQUES (CODIGOS TARBLQLIMN Y TARBLQPREN DE TASAS,
      *-N DE 1 A 9): EL TECHO ACUMULADO DEL BLOQUE EN UNIDADES Y SU
      *-PRECIO EN CENTAVOS POR UNIDAD. LA TABLA SE TOMA ENTERA: SOLO
      *-LOS RENGLONES DE LA FECHA EFECTIVA MAS RECIENTE QUE NO PASE
      *-DE LA FECHA DE NEGOCIO LA FORMAN, ASI UN CAMBIO DE TARIFA SE
      *-CAPTURA COMPLETO CON SU FECHA Y LOS BLOQUES VIEJOS NO SE
      *-MEZCLAN CON LOS NUEVOS. EL ULTIMO BLOQUE NO TIENE TECHO. SIN
      *-RENGLONES DE BLOQUES, TARIFACONS ES EL UNICO BLOQUE.
       01  WS-EF-BLOQUES       PIC 9(8) VALUE ZERO.
       01  WS-HAY-BLOQUES-SW   PIC X    VALUE "N".
           88  HAY-TARIFA-BLOQUES VALUE "S".
       01  WS-TARIFA-VALIDA-SW PIC X    VALUE "S".
           88  TARIFA-VALIDA      VALUE "S".
       01  WS-CANTIDAD-BLOQUES PIC 9    VALUE ZERO.
       01  WS-TABLA-BLOQUES.
           05  WS-BLOQUE-ENT OCCURS 9 TIMES.
               10  BLQ-LIMITE        PIC 9(7)     VALUE ZERO.
               10  BLQ-PRECIO        PIC 9(3)V99  VALUE ZERO.
               10  BLQ-HAY-LIMITE-SW PIC X        VALUE "N".
               10  BLQ-HAY-PRECIO-SW PIC X        VALUE "N".
               10  BLQ-CANTIDAD      PIC 9(7)     VALUE ZERO.
               10  BLQ-IMPORTE       PIC S9(7)V99 VALUE ZERO.

       01  WS-BLQ-NUM    PIC 9     VALUE ZERO.
       01  WS-IDX-BLQ    PIC 9(2)  VALUE ZERO.
       01  WS-BLQ-PISO   PIC 9(7)  VALUE ZERO.
       01  WS-BLQ-TECHO  PIC 9(7)  VALUE ZERO.
       01  WS-BLQ-INICIO PIC S9(7) VALUE ZERO.
       01  WS-BLQ-FIN    PIC S9(7) VALUE ZERO.

      *-TRAMO DE UNIDADES QUE SE TARIFA EN LA FACTURA EN CURSO: DE
      *-CERO AL CONSUMO, SALVO LA REGULARIZACION, QUE SE TARIFA AL
      *-MARGEN DE LO YA ESTIMADO.
       01  WS-TRAMO-DESDE PIC S9(7) VALUE ZERO.
       01  WS-TRAMO-HASTA PIC S9(7) VALUE ZERO.

      *-PORCENTAJE DE EXCESO SOBRE EL PROMEDIO PROPIO A PARTIR DEL
      *-CUAL UN CONSUMO ES ANOMALO (CODIGO ANOMPCT DE TASAS) Y EL
      *-TECHO CALCULADO DEL MEDIDOR EN EVALUACION.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-PARAMETROS.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               STOP RUN
           END-IF.
           PERFORM 100-CARGA-TARIFA.
           IF MODO-PREVIA
               DISPLAY "MODO PREVIA: NO SE EMITE NINGUNA FACTURA; "
                   "LO CALCULADO QUEDA EN PREVIA75.DAT."
               OPEN OUTPUT PREVIA-FILE
           END-IF.
           PERFORM 150-ABRE-MAESTROS.
           PERFORM 240-APLICA-CORRECCIONES.
           PERFORM 250-APLICA-CAMBIOS.
           PERFORM 200-PROCESA-LECTURAS.
           PERFORM 270-APLICA-LECTURAS-FINALES.
           PERFORM 400-GENERA-ESTIMADOS.
           PERFORM 900-CIERRA-MAESTROS.

           IF MODO-PREVIA
               CLOSE PREVIA-FILE
               DISPLAY "FACTURAS DE CONSUMO EN LA PREVIA: "
                   WS-CONTADOR-PREVIAS " POR " WS-TOTAL-PREVIA
           ELSE
               PERFORM 800-GRABA-TRAILER-FACTURAS
               DISPLAY "FACTURAS DE CONSUMO EMITIDAS: "
                   WS-CONTADOR-FACTURAS
           END-IF.
           DISPLAY "DE ELLAS, ESTIMADAS: " WS-CONTADOR-ESTIMADOS.
           DISPLAY "ANOMALIAS ABIERTAS:  " WS-CONTADOR-ANOMALIAS.
           DISPLAY "MEDIDORES RETIRADOS: " WS-CONTADOR-RETIROS.
           DISPLAY "LECTURAS FINALES:    " WS-CONTADOR-FINALES.
           DISPLAY "CORRECCIONES:        " WS-CONTADOR-CORRECCIONES.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-CARGA-TARIFA - lee de TASAS.DAT el codigo TARIFACONS (la
      * tarifa plana en centavos por unidad de consumo) con la regla
      * de fecha efectiva de siempre, y la fecha efectiva vigente de
      * la tarifa por bloques; si la hay, carga sus bloques, y si no,
      * la tarifa plana es el unico bloque. Una tabla de bloques
      * incompleta o desordenada detiene la corrida con RETURN-CODE 8
      * antes de facturar nada a precio equivocado.
      *-----------------------------------------------------------------
       100-CARGA-TARIFA.
           OPEN INPUT TASAS-FILE.
               PERFORM 110-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.
           IF HAY-TARIFA-BLOQUES
               PERFORM 120-CARGA-BLOQUES
           ELSE
               MOVE 1              TO WS-CANTIDAD-BLOQUES
               MOVE WS-PRECIO-UNIT TO BLQ-PRECIO (1)
               MOVE "S"            TO BLQ-HAY-PRECIO-SW (1)
           END-IF.
           MOVE ZERO TO WS-BLQ-PISO.
           PERFORM 130-VALIDA-BLOQUE
               VARYING WS-IDX-BLQ FROM 1 BY 1
               UNTIL WS-IDX-BLQ > WS-CANTIDAD-BLOQUES.
           IF NOT TARIFA-VALIDA
               DISPLAY "LA TARIFA POR BLOQUES CON FECHA EFECTIVA "
                   WS-EF-BLOQUES " ESTA INCOMPLETA O DESORDENADA; "
                   "NO SE FACTURA CONSUMO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       110-LEE-TASA.
           READ TASAS-FILE
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-ANOMALIA
                               END-IF
                           WHEN OTHER
                               IF TAS-CODIGO (1:6) = "TARBLQ"
                                   AND TAS-FECHA-EFECTIVA
                                       >= WS-EF-BLOQUES
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-BLOQUES
                                   SET HAY-TARIFA-BLOQUES TO TRUE
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 120-CARGA-BLOQUES - segunda pasada sobre TASAS.DAT: solo los
      * renglones de bloques con la fecha efectiva vigente forman la
      * tabla; el bloque mas alto con renglon fija cuantos hay.
      *-----------------------------------------------------------------
       120-CARGA-BLOQUES.
           OPEN INPUT TASAS-FILE.
           PERFORM 125-LEE-BLOQUE UNTIL TASAS-EOF.
           CLOSE TASAS-FILE.

       125-LEE-BLOQUE.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-FECHA-EFECTIVA = WS-EF-BLOQUES
                       AND TAS-CODIGO (10:1) IS NUMERIC
                       AND TAS-CODIGO (10:1) NOT = "0"
                       MOVE TAS-CODIGO (10:1) TO WS-BLQ-NUM
                       EVALUATE TAS-CODIGO (1:9)
                           WHEN "TARBLQLIM"
                               MOVE TAS-VALOR
                                   TO BLQ-LIMITE (WS-BLQ-NUM)
                               MOVE "S"
                                   TO BLQ-HAY-LIMITE-SW (WS-BLQ-NUM)
                           WHEN "TARBLQPRE"
                               COMPUTE BLQ-PRECIO (WS-BLQ-NUM) =
                                   TAS-VALOR / 100
                               MOVE "S"
                                   TO BLQ-HAY-PRECIO-SW (WS-BLQ-NUM)
                       END-EVALUATE
                       IF WS-BLQ-NUM > WS-CANTIDAD-BLOQUES
                           MOVE WS-BLQ-NUM TO WS-CANTIDAD-BLOQUES
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 130-VALIDA-BLOQUE - cada bloque necesita su precio, y todo
      * bloque salvo el ultimo un techo mayor que el del anterior.
      *-----------------------------------------------------------------
       130-VALIDA-BLOQUE.
           IF BLQ-HAY-PRECIO-SW (WS-IDX-BLQ) NOT = "S"
               DISPLAY "BLOQUE " WS-IDX-BLQ " DE LA TARIFA SIN "
                   "PRECIO (TARBLQPRE)."
               MOVE "N" TO WS-TARIFA-VALIDA-SW
           END-IF.
           IF WS-IDX-BLQ < WS-CANTIDAD-BLOQUES
               IF BLQ-HAY-LIMITE-SW (WS-IDX-BLQ) NOT = "S"
                   OR BLQ-LIMITE (WS-IDX-BLQ) NOT > WS-BLQ-PISO
                   DISPLAY "BLOQUE " WS-IDX-BLQ " DE LA TARIFA SIN "
                       "TECHO (TARBLQLIM) MAYOR QUE EL ANTERIOR."
                   MOVE "N" TO WS-TARIFA-VALIDA-SW
               END-IF
               MOVE BLQ-LIMITE (WS-IDX-BLQ) TO WS-BLQ-PISO
               DISPLAY "TARIFA DE CONSUMO, BLOQUE " WS-IDX-BLQ
                   " HASTA " BLQ-LIMITE (WS-IDX-BLQ) " UNIDADES: "
                   BLQ-PRECIO (WS-IDX-BLQ) " POR UNIDAD."
           ELSE
               DISPLAY "TARIFA DE CONSUMO, BLOQUE " WS-IDX-BLQ
                   " SIN TECHO: " BLQ-PRECIO (WS-IDX-BLQ)
                   " POR UNIDAD."
           END-IF.

       150-ABRE-MAESTROS.
           OPEN INPUT MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MODO-PREVIA
               OPEN INPUT MEDIDOR-SALDO-FILE
               IF MEDSALDO-NO-EXISTE
                   DISPLAY "NO EXISTE TODAVIA MEDSALDO.DAT; SIN "
                       "HISTORIA NO HAY NADA QUE PREVISUALIZAR."
                   CLOSE PREVIA-FILE
                   CLOSE MEDIDORES-FILE
                   STOP RUN
               END-IF
           ELSE
               OPEN I-O MEDIDOR-SALDO-FILE
               IF MEDSALDO-NO-EXISTE
                   OPEN OUTPUT MEDIDOR-SALDO-FILE
                   CLOSE MEDIDOR-SALDO-FILE
                   OPEN I-O MEDIDOR-SALDO-FILE
               END-IF
           END-IF.

       900-CIERRA-MAESTROS.
           CLOSE MEDIDORES-FILE.
           CLOSE MEDIDOR-SALDO-FILE.
           IF HAY-ARCHIVO-CAMBIOS
               CLOSE CAMBIO-MEDIDOR-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 200-PROCESA-LECTURAS - recorre el feed limpio (ordenado por
                   MOVE LEC-VALOR   TO WS-GRP-VALOR
           END-READ.


      *-----------------------------------------------------------------
      * 240-APLICA-CORRECCIONES - recorre el registro de correcciones
      * de lectura: cada correccion pendiente (sus originales ya
      * quedaron anuladas con nota de credito en B7-PROGRAMA) se
      * refactura con el consumo corregido. Corre antes que todo para
      * que las lecturas de hoy midan contra la lectura ya corregida.
      *-----------------------------------------------------------------
       240-APLICA-CORRECCIONES.
           IF MODO-PREVIA
               OPEN INPUT CORRECCION-LECTURA-FILE
           ELSE
               OPEN I-O CORRECCION-LECTURA-FILE
           END-IF.
           IF CORRLECT-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE ZERO TO CRL-NUMERO
               START CORRECCION-LECTURA-FILE KEY NOT < CRL-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 242-LEE-CORRECCION UNTIL CORRLECT-EOF
               END-START
               CLOSE CORRECCION-LECTURA-FILE
           END-IF.

       242-LEE-CORRECCION.
           READ CORRECCION-LECTURA-FILE NEXT RECORD
               AT END
                   SET CORRLECT-EOF TO TRUE
               NOT AT END
                   IF CRL-PENDIENTE
                       PERFORM 244-REFACTURA-CORRECCION
                   END-IF
           END-READ.

       244-REFACTURA-CORRECCION.
           MOVE CRL-MEDIDOR TO WS-GRP-MEDIDOR.
           MOVE CRL-CLIENTE TO MED-CLIENTE.
           MOVE CRL-MEDIDOR TO MSA-MEDIDOR.
           READ MEDIDOR-SALDO-FILE
               INVALID KEY
                   DISPLAY "CORRECCION " CRL-NUMERO ": MEDIDOR "
                       CRL-MEDIDOR " SIN HISTORIA; QUEDA PENDIENTE."
               NOT INVALID KEY
                   PERFORM 246-EMITE-REEMPLAZOS
           END-READ.

      *-----------------------------------------------------------------
      * 246-EMITE-REEMPLAZOS - una factura de reemplazo por cada
      * factura afectada con consumo nuevo distinto de cero, de la
      * misma clase que la original (la regularizacion se tarifa con
      * lo estimado que tenia entonces); luego el promedio se
      * recalcula con el consumo real corregido, la ultima lectura
      * facturada se mueve lo que diga la correccion, y la correccion
      * queda refacturada.
      *-----------------------------------------------------------------
       246-EMITE-REEMPLAZOS.
           MOVE MSA-EST-PENDIENTE TO WS-EST-GUARDADO.
           MOVE ZERO TO WS-DIF-PROMEDIO.
           SET REFACTURA-CORRECCION TO TRUE.
           PERFORM 248-EMITE-REEMPLAZO
               VARYING WS-IDX-CRA FROM 1 BY 1
               UNTIL WS-IDX-CRA > CRL-CANTIDAD.
           MOVE "N" TO WS-REFACTURA-SW.
           MOVE WS-EST-GUARDADO TO MSA-EST-PENDIENTE.

           IF MSA-CICLOS > ZERO
               AND WS-DIF-PROMEDIO NOT = ZERO
               COMPUTE WS-PROM-CALC ROUNDED =
                   ((MSA-PROM-CONSUMO * MSA-CICLOS) + WS-DIF-PROMEDIO)
                   / MSA-CICLOS
               IF WS-PROM-CALC < ZERO
                   MOVE ZERO TO WS-PROM-CALC
               END-IF
               MOVE WS-PROM-CALC TO MSA-PROM-CONSUMO
           END-IF.
           COMPUTE WS-ULT-CALC = MSA-ULT-VALOR + CRL-AJUSTE-SALDO.
           IF WS-ULT-CALC < ZERO
               MOVE ZERO TO WS-ULT-CALC
           END-IF.
           MOVE WS-ULT-CALC TO MSA-ULT-VALOR.
           PERFORM 365-REGRABA-SALDO.

           SET  CRL-REFACTURADA  TO TRUE.
           MOVE WS-FECHA-NEGOCIO TO CRL-FECHA-REFACT.
           IF NOT MODO-PREVIA
               REWRITE CORRECCION-LECTURA-RECORD
           END-IF.
           ADD 1 TO WS-CONTADOR-CORRECCIONES.
           DISPLAY "CORRECCION " CRL-NUMERO ": MEDIDOR " CRL-MEDIDOR
               " LECTURA DEL " CRL-FECHA-LECTURA " DE "
               CRL-VALOR-ERRONEO " A " CRL-VALOR-CORREGIDO
               " REFACTURADA.".

       248-EMITE-REEMPLAZO.
           MOVE ZERO TO WS-NUMERO-ASIGNADO.
           MOVE CRA-CONSUMO-NUEVO (WS-IDX-CRA) TO WS-CONSUMO.
           MOVE CRA-TIPO (WS-IDX-CRA)          TO WS-CLASE-FACTURA.
           MOVE CRA-EST-PENDIENTE (WS-IDX-CRA) TO MSA-EST-PENDIENTE.
           MOVE CRA-FECHA-HASTA (WS-IDX-CRA)   TO WS-GRP-FECHA.
           MOVE CRA-CLIENTE (WS-IDX-CRA)       TO MED-CLIENTE.
           IF WS-CONSUMO NOT = ZERO
               PERFORM 340-GRABA-FACTURA-CONSUMO
           END-IF.
           MOVE WS-NUMERO-ASIGNADO TO CRA-REEMPLAZO (WS-IDX-CRA).
           IF CRA-TIPO (WS-IDX-CRA) = "F"
               COMPUTE WS-DIF-PROMEDIO = WS-DIF-PROMEDIO
                   + CRA-CONSUMO-NUEVO (WS-IDX-CRA)
                   - CRA-CONSUMO-ANTES (WS-IDX-CRA)
           END-IF.

      *-----------------------------------------------------------------
      * 250-APLICA-CAMBIOS - recorre el registro de cambios de
      * medidor: de cada cambio pendiente se factura el ultimo delta
      * del medidor retirado, hasta su lectura de retiro, al cliente
      * del cambio, y el cambio queda facturado con su factura. Sin
      * registro de cambios no hay nada que hacer.
      *-----------------------------------------------------------------
       250-APLICA-CAMBIOS.
           MOVE "N" TO WS-HAY-CAMBIOS-SW.
           IF MODO-PREVIA
               OPEN INPUT CAMBIO-MEDIDOR-FILE
           ELSE
               OPEN I-O CAMBIO-MEDIDOR-FILE
           END-IF.
           IF CAMBMED-NO-EXISTE
               NEXT SENTENCE
           ELSE
               SET HAY-ARCHIVO-CAMBIOS TO TRUE
               MOVE LOW-VALUES TO CMB-MED-NUEVO
               START CAMBIO-MEDIDOR-FILE KEY NOT < CMB-MED-NUEVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 255-LEE-CAMBIO UNTIL CAMBMED-EOF
               END-START
           END-IF.

       255-LEE-CAMBIO.
           READ CAMBIO-MEDIDOR-FILE NEXT RECORD
               AT END
                   SET CAMBMED-EOF TO TRUE
               NOT AT END
                   IF CMB-PENDIENTE
                       PERFORM 260-FACTURA-RETIRO
                   END-IF
           END-READ.

       260-FACTURA-RETIRO.
           MOVE CMB-MED-VIEJO   TO WS-GRP-MEDIDOR.
           MOVE CMB-LECT-RETIRO TO WS-GRP-VALOR.
           MOVE CMB-FECHA       TO WS-GRP-FECHA.
           MOVE CMB-CLIENTE     TO MED-CLIENTE.
           MOVE ZERO            TO WS-NUMERO-ASIGNADO.
           MOVE CMB-MED-VIEJO   TO MSA-MEDIDOR.
           READ MEDIDOR-SALDO-FILE
               INVALID KEY
                   DISPLAY "MEDIDOR RETIRADO " CMB-MED-VIEJO
                       " SIN HISTORIA; NO HAY CONSUMO FINAL QUE "
                       "FACTURAR."
               NOT INVALID KEY
                   COMPUTE WS-CONSUMO = WS-GRP-VALOR - MSA-ULT-VALOR
                   IF MSA-EST-PENDIENTE > ZERO
                       PERFORM 330-REGULARIZA-ESTIMADO
                   ELSE
                       IF WS-CONSUMO > ZERO
                           MOVE "F" TO WS-CLASE-FACTURA
                           PERFORM 340-GRABA-FACTURA-CONSUMO
                           PERFORM 360-ACTUALIZA-SALDO
                       ELSE
                           MOVE WS-GRP-FECHA TO MSA-ULT-FECHA
                           PERFORM 365-REGRABA-SALDO
                       END-IF
                   END-IF
           END-READ.
           MOVE WS-NUMERO-ASIGNADO TO CMB-FACTURA.
           SET CMB-RETIRO-FACTURADO TO TRUE.
           IF NOT MODO-PREVIA
               REWRITE CAMBIO-MEDIDOR-RECORD
           END-IF.
           ADD 1 TO WS-CONTADOR-RETIROS.
           DISPLAY "MEDIDOR " CMB-MED-VIEJO " RETIRADO EL " CMB-FECHA
               " CON LECTURA " CMB-LECT-RETIRO "; LO REEMPLAZA "
               CMB-MED-NUEVO ".".

      *-----------------------------------------------------------------
      * 270-APLICA-LECTURAS-FINALES - recorre las lecturas finales de
      * los cierres de cuenta: cada lectura pendiente se factura como
      * la ultima lectura real del medidor, al cliente que cierra, y
      * queda facturada con el numero de su factura final. Corre
      * despues de las lecturas de ruta para que la final sea de
      * veras la ultima; sin archivo no hay cierres que facturar.
      *-----------------------------------------------------------------
       270-APLICA-LECTURAS-FINALES.
           IF MODO-PREVIA
               OPEN INPUT LECTURA-FINAL-FILE
           ELSE
               OPEN I-O LECTURA-FINAL-FILE
           END-IF.
           IF LECTFIN-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE LOW-VALUES TO LFI-MEDIDOR
               START LECTURA-FINAL-FILE KEY NOT < LFI-MEDIDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 275-LEE-LECTURA-FINAL
                           UNTIL LECTFIN-EOF
               END-START
               CLOSE LECTURA-FINAL-FILE
           END-IF.

       275-LEE-LECTURA-FINAL.
           READ LECTURA-FINAL-FILE NEXT RECORD
               AT END
                   SET LECTFIN-EOF TO TRUE
               NOT AT END
                   IF LFI-PENDIENTE
                       PERFORM 280-FACTURA-LECTURA-FINAL
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 280-FACTURA-LECTURA-FINAL - el delta final contra la ultima
      * lectura facturada, como el del medidor retirado: con
      * estimados pendientes sale la regularizacion. No pasa por la
      * revision de anomalias: la lectura la tomo el cierre.
      *-----------------------------------------------------------------
       280-FACTURA-LECTURA-FINAL.
           MOVE LFI-MEDIDOR     TO WS-GRP-MEDIDOR.
           MOVE LFI-LECTURA     TO WS-GRP-VALOR.
           MOVE LFI-FECHA       TO WS-GRP-FECHA.
           MOVE LFI-CLIENTE     TO MED-CLIENTE.
           MOVE ZERO            TO WS-NUMERO-ASIGNADO.
           MOVE LFI-MEDIDOR     TO MSA-MEDIDOR.
           READ MEDIDOR-SALDO-FILE
               INVALID KEY
                   DISPLAY "MEDIDOR " LFI-MEDIDOR " SIN HISTORIA; NO "
                       "HAY CONSUMO FINAL QUE FACTURAR."
               NOT INVALID KEY
                   COMPUTE WS-CONSUMO = WS-GRP-VALOR - MSA-ULT-VALOR
                   IF MSA-EST-PENDIENTE > ZERO
                       PERFORM 330-REGULARIZA-ESTIMADO
                   ELSE
                       IF WS-CONSUMO > ZERO
                           MOVE "F" TO WS-CLASE-FACTURA
                           PERFORM 340-GRABA-FACTURA-CONSUMO
                           PERFORM 360-ACTUALIZA-SALDO
                       ELSE
                           MOVE WS-GRP-FECHA TO MSA-ULT-FECHA
                           PERFORM 365-REGRABA-SALDO
                       END-IF
                   END-IF
           END-READ.
           MOVE WS-NUMERO-ASIGNADO TO LFI-FACTURA.
           SET LFI-FACTURADA TO TRUE.
           IF NOT MODO-PREVIA
               REWRITE LECTURA-FINAL-RECORD
           END-IF.
           PERFORM 370-REGISTRA-MEDIDO.
           ADD 1 TO WS-CONTADOR-FINALES.
           DISPLAY "MEDIDOR " LFI-MEDIDOR " LECTURA FINAL "
               LFI-LECTURA " DEL CIERRE DEL CLIENTE " LFI-CLIENTE
               "; FACTURA FINAL " WS-NUMERO-ASIGNADO ".".

      *-----------------------------------------------------------------
      * 300-FACTURA-MEDIDOR - factura el grupo recien cerrado: el
      * delta contra la ultima lectura facturada de MEDSALDO.DAT,
      * tarifado por bloques, contra el cliente del medidor. Un
      * medidor sin historia solo establece su linea base.
      *-----------------------------------------------------------------
       300-FACTURA-MEDIDOR.
           MOVE "N" TO WS-HAY-GRUPO-SW.

       310-APLICA-DELTA.
           MOVE "N" TO WS-PRIMERA-LECTURA-SW.
           MOVE WS-GRP-MEDIDOR TO MSA-MEDIDOR.
           READ MEDIDOR-SALDO-FILE
               INVALID KEY
                   PERFORM 320-LINEA-BASE
               NOT INVALID KEY
                   PERFORM 315-CONSULTA-CAMBIO
                   COMPUTE WS-CONSUMO = WS-GRP-VALOR - MSA-ULT-VALOR
                   IF MSA-EST-PENDIENTE > ZERO
                       PERFORM 330-REGULARIZA-ESTIMADO
                   ELSE
                       IF WS-CONSUMO > ZERO
                           IF PRIMERA-LECTURA-CAMBIO
                               MOVE SPACE TO WS-DICTAMEN
                           ELSE
                               PERFORM 335-REVISA-ANOMALIA
                           END-IF
                           IF DICTAMEN-ABIERTO
                               OR DICTAMEN-CANCELADO
                               CONTINUE
                           END-IF
                       ELSE
                           MOVE WS-GRP-FECHA TO MSA-ULT-FECHA
                           PERFORM 365-REGRABA-SALDO
                       END-IF
                   END-IF
                   IF PRIMERA-LECTURA-CAMBIO
                       PERFORM 318-CIERRA-CAMBIO
                   END-IF
           END-READ.
           PERFORM 370-REGISTRA-MEDIDO.

      *-----------------------------------------------------------------
      * 315-CONSULTA-CAMBIO - el medidor es el nuevo de un cambio que
      * todavia no factura su primera lectura: su linea base es la
      * lectura de instalacion y el primer delta no pasa por la
      * revision de anomalias (el ciclo puede ser parcial).
      *-----------------------------------------------------------------
       315-CONSULTA-CAMBIO.
           IF HAY-ARCHIVO-CAMBIOS
               MOVE WS-GRP-MEDIDOR TO CMB-MED-NUEVO
               READ CAMBIO-MEDIDOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CMB-PENDIENTE OR CMB-RETIRO-FACTURADO
                           SET PRIMERA-LECTURA-CAMBIO TO TRUE
                       END-IF
               END-READ
           END-IF.

       318-CIERRA-CAMBIO.
           SET CMB-COMPLETO TO TRUE.
           IF NOT MODO-PREVIA
               REWRITE CAMBIO-MEDIDOR-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 330-REGULARIZA-ESTIMADO - llego la lectura real de un medidor
      * con ciclos estimados: el delta contra el valor ya avanzado
           MOVE ZERO         TO MSA-EST-PENDIENTE.
           MOVE WS-GRP-VALOR TO MSA-ULT-VALOR.
           MOVE WS-GRP-FECHA TO MSA-ULT-FECHA.
           PERFORM 365-REGRABA-SALDO.

       320-LINEA-BASE.
           MOVE WS-GRP-MEDIDOR TO MSA-MEDIDOR.
           MOVE ZERO           TO MSA-PROM-CONSUMO.
           MOVE ZERO           TO MSA-CICLOS.
           MOVE ZERO           TO MSA-EST-PENDIENTE.
           IF NOT MODO-PREVIA
               WRITE MEDIDOR-SALDO-RECORD
           END-IF.
           DISPLAY "MEDIDOR " WS-GRP-MEDIDOR ": LINEA BASE "
               "ESTABLECIDA EN " WS-GRP-VALOR ".".

               NOT AT END
                   IF ANM-MEDIDOR = WS-GRP-MEDIDOR
                       AND ANM-FECHA = WS-GRP-FECHA
                       AND ANM-POR-CONSUMO
                       MOVE ANM-ESTADO TO WS-DICTAMEN
                   END-IF
           END-READ.
           SET  ANM-ABIERTA      TO TRUE.
           MOVE SPACES           TO ANM-RES-OPERADOR.
           MOVE SPACES           TO ANM-RES-TIMESTAMP.
           SET  ANM-POR-CONSUMO  TO TRUE.
           MOVE ZERO             TO ANM-INT-ESPERADOS.
           MOVE ZERO             TO ANM-INT-RECIBIDOS.
           ACCEPT WS-ANM-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-ANM-HORA  FROM TIME.
           STRING WS-ANM-FECHA      DELIMITED BY SIZE
                  WS-ANM-HORA (1:6) DELIMITED BY SIZE
               INTO ANM-TIMESTAMP.

           IF NOT MODO-PREVIA
               OPEN EXTEND ANOMALIA-FILE
               IF ANOMALIA-NO-EXISTE
                   OPEN OUTPUT ANOMALIA-FILE
               END-IF
               WRITE ANOMALIA-RECORD
               CLOSE ANOMALIA-FILE
           END-IF.

           ADD 1 TO WS-CONTADOR-ANOMALIAS.
           DISPLAY "MEDIDOR " WS-GRP-MEDIDOR ": CONSUMO "

      *-----------------------------------------------------------------
      * 340-GRABA-FACTURA-CONSUMO - persiste la factura del consumo
      * del ciclo contra el cliente del medidor, con una partida de
      * detalle por cada bloque de la tarifa que el consumo toco.
      *-----------------------------------------------------------------
       340-GRABA-FACTURA-CONSUMO.
           PERFORM 345-TARIFA-BLOQUES.
           IF MODO-PREVIA
               PERFORM 380-GRABA-PREVIA
           ELSE
               PERFORM 342-EMITE-FACTURA
           END-IF.

       342-EMITE-FACTURA.
           MOVE "FACTURA" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           ADD FAC-TOTAL  TO WS-HASH-FACTURAS.

           PERFORM 350-GRABA-DETALLE.
           PERFORM 347-REGISTRA-LECTURA.

           DISPLAY "MEDIDOR " WS-GRP-MEDIDOR ": CONSUMO "
               WS-CONSUMO " FACTURA " FAC-NUMERO " TIPO "
               WS-CLASE-FACTURA " CLIENTE " MED-CLIENTE ".".

      *-----------------------------------------------------------------
      * 347-REGISTRA-LECTURA - anexa a LECFAC.DAT el renglon que liga
      * la factura recien emitida con la lectura que la produjo: de
      * la ultima lectura facturada del medidor a la nueva (en un
      * estimado, el valor avanzado con la fecha de negocio). El
      * reemplazo de una correccion lleva la lectura de la factura
      * afectada y el numero de la correccion.
      *-----------------------------------------------------------------
       347-REGISTRA-LECTURA.
           MOVE WS-GRP-MEDIDOR TO LFC-MEDIDOR.
           IF REFACTURA-CORRECCION
               MOVE CRA-FECHA-HASTA (WS-IDX-CRA) TO LFC-FECHA
               MOVE CRA-VALOR-DESDE (WS-IDX-CRA) TO LFC-VALOR-DESDE
               MOVE CRA-VALOR-HASTA (WS-IDX-CRA) TO LFC-VALOR-HASTA
               MOVE CRL-NUMERO                   TO LFC-CORRECCION
           ELSE
               IF WS-CLASE-FACTURA = "E"
                   MOVE WS-FECHA-NEGOCIO TO LFC-FECHA
               ELSE
                   MOVE WS-GRP-FECHA     TO LFC-FECHA
               END-IF
               MOVE MSA-ULT-VALOR TO LFC-VALOR-DESDE
               COMPUTE LFC-VALOR-HASTA = MSA-ULT-VALOR + WS-CONSUMO
               MOVE ZERO          TO LFC-CORRECCION
           END-IF.
           MOVE WS-CONSUMO         TO LFC-CONSUMO.
           MOVE MSA-EST-PENDIENTE  TO LFC-EST-PENDIENTE.
           MOVE WS-CLASE-FACTURA   TO LFC-TIPO.
           MOVE WS-NUMERO-ASIGNADO TO LFC-FACTURA.
           MOVE MED-CLIENTE        TO LFC-CLIENTE.
           MOVE WS-FECHA-NEGOCIO   TO LFC-FECHA-FACTURA.

           OPEN EXTEND LECTURA-FACTURADA-FILE.
           IF LECFAC-NO-EXISTE
               OPEN OUTPUT LECTURA-FACTURADA-FILE
           END-IF.
           WRITE LECTURA-FACTURADA-RECORD.
           CLOSE LECTURA-FACTURADA-FILE.

      *-----------------------------------------------------------------
      * 345-TARIFA-BLOQUES - reparte el tramo de unidades de la
      * factura entre los bloques de la tarifa y deja en WS-IMPORTE
      * la suma de lo tarifado en cada uno. La regularizacion se
      * tarifa al margen de lo ya estimado (un faltante sobre el
      * estimado, un sobrante por debajo de el) y en abono si el
      * consumo es negativo.
      *-----------------------------------------------------------------
       345-TARIFA-BLOQUES.
           IF WS-CLASE-FACTURA = "J"
               IF WS-CONSUMO > ZERO
                   MOVE MSA-EST-PENDIENTE TO WS-TRAMO-DESDE
                   COMPUTE WS-TRAMO-HASTA =
                       MSA-EST-PENDIENTE + WS-CONSUMO
               ELSE
                   COMPUTE WS-TRAMO-DESDE =
                       MSA-EST-PENDIENTE + WS-CONSUMO
                   MOVE MSA-EST-PENDIENTE TO WS-TRAMO-HASTA
               END-IF
           ELSE
               MOVE ZERO       TO WS-TRAMO-DESDE
               MOVE WS-CONSUMO TO WS-TRAMO-HASTA
           END-IF.
           IF WS-TRAMO-DESDE < ZERO
               MOVE ZERO TO WS-TRAMO-DESDE
           END-IF.

           MOVE ZERO TO WS-IMPORTE.
           MOVE ZERO TO WS-BLQ-PISO.
           PERFORM 346-TARIFA-BLOQUE
               VARYING WS-IDX-BLQ FROM 1 BY 1
               UNTIL WS-IDX-BLQ > WS-CANTIDAD-BLOQUES.

       346-TARIFA-BLOQUE.
           IF WS-IDX-BLQ = WS-CANTIDAD-BLOQUES
               MOVE 9999999 TO WS-BLQ-TECHO
           ELSE
               MOVE BLQ-LIMITE (WS-IDX-BLQ) TO WS-BLQ-TECHO
           END-IF.
           IF WS-TRAMO-DESDE > WS-BLQ-PISO
               MOVE WS-TRAMO-DESDE TO WS-BLQ-INICIO
           ELSE
               MOVE WS-BLQ-PISO    TO WS-BLQ-INICIO
           END-IF.
           IF WS-TRAMO-HASTA < WS-BLQ-TECHO
               MOVE WS-TRAMO-HASTA TO WS-BLQ-FIN
           ELSE
               MOVE WS-BLQ-TECHO   TO WS-BLQ-FIN
           END-IF.
           IF WS-BLQ-FIN > WS-BLQ-INICIO
               COMPUTE BLQ-CANTIDAD (WS-IDX-BLQ) =
                   WS-BLQ-FIN - WS-BLQ-INICIO
           ELSE
               MOVE ZERO TO BLQ-CANTIDAD (WS-IDX-BLQ)
           END-IF.
           COMPUTE BLQ-IMPORTE (WS-IDX-BLQ) =
               BLQ-CANTIDAD (WS-IDX-BLQ) * BLQ-PRECIO (WS-IDX-BLQ).
           IF WS-CONSUMO < ZERO
               COMPUTE BLQ-IMPORTE (WS-IDX-BLQ) =
                   ZERO - BLQ-IMPORTE (WS-IDX-BLQ)
           END-IF.
           ADD BLQ-IMPORTE (WS-IDX-BLQ) TO WS-IMPORTE.
           MOVE WS-BLQ-TECHO TO WS-BLQ-PISO.

      *-----------------------------------------------------------------
      * 350-GRABA-DETALLE - una partida por bloque tocado; con tarifa
      * plana la partida conserva el articulo de siempre (CONSUMO o
      * CONSUMOEST), con bloques lleva el numero de bloque
      * (CONSUMO-BN o CONSEST-BN) para que el analisis de ventas
      * muestre lo facturado en cada tramo.
      *-----------------------------------------------------------------
       350-GRABA-DETALLE.
           OPEN EXTEND FACTURA-DET-HIST-FILE.
           IF FACTDETH-NO-EXISTE
               OPEN OUTPUT FACTURA-DET-HIST-FILE
           END-IF.
           PERFORM 355-GRABA-DETALLE-BLOQUE
               VARYING WS-IDX-BLQ FROM 1 BY 1
               UNTIL WS-IDX-BLQ > WS-CANTIDAD-BLOQUES.
           CLOSE FACTURA-DET-HIST-FILE.

       355-GRABA-DETALLE-BLOQUE.
           IF BLQ-CANTIDAD (WS-IDX-BLQ) > ZERO
               MOVE WS-NUMERO-ASIGNADO TO FDH-FACTURA
               MOVE WS-FECHA-NEGOCIO   TO FDH-FECHA
               PERFORM 390-ARTICULO-BLOQUE
               MOVE BLQ-CANTIDAD (WS-IDX-BLQ) TO FDH-CANTIDAD
               MOVE BLQ-PRECIO (WS-IDX-BLQ)   TO FDH-PRECIO
               MOVE BLQ-IMPORTE (WS-IDX-BLQ)  TO FDH-IMPORTE
               MOVE "E"                       TO FDH-CATEGORIA
               MOVE ZERO                      TO FDH-IVA
               MOVE ZERO                      TO FDH-DIAS-SERVICIO
               MOVE ZERO                      TO FDH-DIAS-PERIODO
               WRITE FACTURA-DET-HIST-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 390-ARTICULO-BLOQUE - el articulo de la partida del bloque
      * WS-IDX-BLQ, en FDH-ARTICULO: con tarifa plana el de siempre
      * (CONSUMO o CONSUMOEST), con bloques el numero de bloque
      * (CONSUMO-BN o CONSEST-BN).
      *-----------------------------------------------------------------
       390-ARTICULO-BLOQUE.
           MOVE WS-IDX-BLQ TO WS-BLQ-NUM.
           MOVE SPACES     TO FDH-ARTICULO.
           EVALUATE TRUE
               WHEN WS-CANTIDAD-BLOQUES = 1
                   AND WS-CLASE-FACTURA = "E"
                   MOVE "CONSUMOEST" TO FDH-ARTICULO
               WHEN WS-CANTIDAD-BLOQUES = 1
                   MOVE "CONSUMO"    TO FDH-ARTICULO
               WHEN WS-CLASE-FACTURA = "E"
                   STRING "CONSEST-B" DELIMITED BY SIZE
                          WS-BLQ-NUM  DELIMITED BY SIZE
                       INTO FDH-ARTICULO
               WHEN OTHER
                   STRING "CONSUMO-B" DELIMITED BY SIZE
                          WS-BLQ-NUM  DELIMITED BY SIZE
                       INTO FDH-ARTICULO
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 360-ACTUALIZA-SALDO - avanza la ultima lectura facturada del
      * medidor y refresca su promedio rodante de consumo.
           END-IF.
           MOVE WS-GRP-VALOR TO MSA-ULT-VALOR.
           MOVE WS-GRP-FECHA TO MSA-ULT-FECHA.
           PERFORM 365-REGRABA-SALDO.

      *-----------------------------------------------------------------
      * 365-REGRABA-SALDO - en la corrida real el saldo del medidor
      * queda regrabado; la previa no lo toca.
      *-----------------------------------------------------------------
       365-REGRABA-SALDO.
           IF NOT MODO-PREVIA
               REWRITE MEDIDOR-SALDO-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 380-GRABA-PREVIA - en la previa, la factura que se emitiria
      * queda en PREVIA75.DAT con una partida por bloque de la tarifa
      * tocado; ni numero, ni factura, ni detalle.
      *-----------------------------------------------------------------
       380-GRABA-PREVIA.
           ADD 1 TO WS-CONTADOR-PREVIAS.
           ADD WS-IMPORTE TO WS-TOTAL-PREVIA.
           PERFORM 385-GRABA-PREVIA-BLOQUE
               VARYING WS-IDX-BLQ FROM 1 BY 1
               UNTIL WS-IDX-BLQ > WS-CANTIDAD-BLOQUES.
           DISPLAY "PREVIA: MEDIDOR " WS-GRP-MEDIDOR " CONSUMO "
               WS-CONSUMO " TIPO " WS-CLASE-FACTURA " CLIENTE "
               MED-CLIENTE " FACTURARIA " WS-IMPORTE ".".

       385-GRABA-PREVIA-BLOQUE.
           IF BLQ-CANTIDAD (WS-IDX-BLQ) > ZERO
               MOVE "75"                TO PRV-PROGRAMA
               MOVE WS-FECHA-NEGOCIO    TO PRV-FECHA
               MOVE WS-CONTADOR-PREVIAS TO PRV-SECUENCIA
               MOVE MED-CLIENTE         TO PRV-CLIENTE
               MOVE WS-GRP-MEDIDOR      TO PRV-ORIGEN
               MOVE WS-CLASE-FACTURA    TO PRV-TIPO
               PERFORM 390-ARTICULO-BLOQUE
               MOVE FDH-ARTICULO        TO PRV-ARTICULO
               MOVE SPACES              TO PRV-TARIFA
               IF HAY-TARIFA-BLOQUES
                   STRING "TARBLQPRE" DELIMITED BY SIZE
                          WS-BLQ-NUM  DELIMITED BY SIZE
                       INTO PRV-TARIFA
               ELSE
                   MOVE "TARIFACONS" TO PRV-TARIFA
               END-IF
               MOVE BLQ-CANTIDAD (WS-IDX-BLQ) TO PRV-CANTIDAD
               MOVE BLQ-PRECIO (WS-IDX-BLQ)   TO PRV-PRECIO
               MOVE BLQ-IMPORTE (WS-IDX-BLQ)  TO PRV-IMPORTE
               MOVE ZERO                      TO PRV-IVA
               WRITE PREVIA-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 400-GENERA-ESTIMADOS - recorre el maestro de medidores: a
      * cada medidor activo y no cortado con historia de consumo que
      * no mando lectura este ciclo se le factura un estimado con su
      * propio promedio (tipo E), el valor facturado avanza y queda
      * pendiente de regularizar con la siguiente lectura real.
      *-----------------------------------------------------------------
       400-GENERA-ESTIMADOS.
                   SET MEDIDORES-EOF TO TRUE
               NOT AT END
                   IF MED-ESTA-ACTIVO
                       AND NOT MED-ESTA-CORTADO
                       PERFORM 420-BUSCA-EN-MEDIDOS
                       IF WS-IDX-HALLADO = ZERO
                           PERFORM 430-ESTIMA-MEDIDOR
                       ADD MSA-PROM-CONSUMO TO MSA-ULT-VALOR
                       ADD MSA-PROM-CONSUMO TO MSA-EST-PENDIENTE
                       MOVE WS-FECHA-NEGOCIO TO MSA-ULT-FECHA
                       PERFORM 365-REGRABA-SALDO
                   END-IF
           END-READ.

               CLOSE FACTURAS-FILE
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-PARAMETROS - lee el archivo de parametros con nombre de
      * este programa (PARAM75.DAT): el codigo MODO (REAL o PREVIA)
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
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY (compartido por todo
      * programa que asigna numeros): lee la serie WS-NUMCTL-CODIGO de
