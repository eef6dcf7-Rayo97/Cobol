      *          COBRANZA.DAT para escalar en vez de mandar la carta
      *          amable tres meses seguidos. Las cartas quedan en
      *          CARTAS.RPT.
      *          Al cliente con medidor que sigue en el ultimo nivel
      *          pasados los dias de gracia (CORTEGRACIA de TASAS.DAT,
      *          contados desde que llego a ese nivel) se le emite la
      *          orden de corte de cada medidor suyo en ORDSERV.DAT;
      *          el resultado de campo lo captura B2-PROGRAMA. El
      *          corte todavia pendiente de un cliente que ya bajo de
      *          nivel se anula.
      *          La carta de un cliente cuya cuenta esta en cierre
      *          (CLI-ESTADO E, desde B3-PROGRAMA) lo dice, para que
      *          cobranza sepa que el saldo es el de la factura final.
      *          El cliente con colocacion activa en una agencia de
      *          cobranza (COLOCA.DAT) queda en manos de la agencia y
      *          no recibe cartas.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 date neither escalates the customer nor counts
      *                 in the dunned balance; one behind its plan
      *                 re-enters the normal escalation.
      * 2026-10-15 RSM  The run now honors the dispute register of
      *                 DISPUTAS.DAT (A7-PROGRAMA): an invoice with an
      *                 open dispute neither escalates the customer
      *                 nor counts in the dunned balance until the
      *                 dispute is resolved.
      * 2026-10-15 RSM  A metered customer still at the final level
      *                 after the CORTEGRACIA grace days (counted from
      *                 the date the level was reached, kept in
      *                 COB-FECHA-FINAL) gets a disconnection work
      *                 order per meter in ORDSERV.DAT; a pending one
      *                 is voided once the customer drops below the
      *                 final level.
      * 2026-10-15 RSM  A customer whose account is being closed
      *                 (CLI-EN-CIERRE, set by B3-PROGRAMA) gets a
      *                 line on the letter saying so, and the run
      *                 counts the closing accounts it dunned.
      * 2026-10-15 RSM  A customer whose account is actively placed
      *                 with a collection agency (COLOCA.DAT, from
      *                 E9-PROGRAMA) is left to the agency: no letter,
      *                 no level change and no cut-off review; the run
      *                 counts the customers it skipped.
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

           SELECT COLOCA-FILE
               ASSIGN TO "COLOCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CLIENTE
               FILE STATUS IS WS-COLOCA-STATUS.

           SELECT MEDIDORES-FILE
               ASSIGN TO "MEDIDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-ID
               FILE STATUS IS WS-MEDIDORES-STATUS.

           SELECT ORDEN-SERVICIO-FILE
               ASSIGN TO "ORDSERV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WS-ORDSERV-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK63.DAT".

           LABEL RECORD IS STANDARD.
           COPY PLANPAGO.

       FD  DISPUTA-FILE
           LABEL RECORD IS STANDARD.
           COPY DISPUTA.

       FD  COLOCA-FILE
           LABEL RECORD IS STANDARD.
           COPY COLOCA.

       FD  MEDIDORES-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDIDORES.

       FD  ORDEN-SERVICIO-FILE
           LABEL RECORD IS STANDARD.
           COPY ORDSERV.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

      *-LEGAJOS DEL ORDENAMIENTO, IGUALES A LOS DE LA ANTIGUEDAD
      *-(60-PROGRAMA): FACTURA TIPO 1, APLICACION TIPO 2.
       SD  SORT-WORK-FILE.
      *-FILE STATUS/88-LEVEL DE PLAN-PAGO-FILE: VIENE DE PLANSTS.CPY.
           COPY PLANSTS.

      *-FILE STATUS/88-LEVEL DE DISPUTA-FILE: VIENE DE DSPSTS.CPY.
           COPY DSPSTS.

      *-FILE STATUS/88-LEVEL DE COLOCA-FILE: VIENE DE COLSTS.CPY.
           COPY COLSTS.

      *-FILE STATUS/88-LEVEL DE MEDIDORES-FILE: VIENE DE MEDSTS.CPY.
           COPY MEDSTS.

      *-FILE STATUS/88-LEVEL DE ORDEN-SERVICIO-FILE: VIENE DE
      *-ORDSTS.CPY.
           COPY ORDSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY): LAS ORDENES DE CORTE TOMAN SU
      *-NUMERO DE LA SERIE ORDEN.
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".


       01  WS-DIAS-ANTIGUEDAD PIC S9(7) VALUE ZERO.

      *-DIAS DE GRACIA EN EL ULTIMO NIVEL ANTES DEL CORTE (CODIGO
      *-CORTEGRACIA DE TASAS.DAT) Y LA FECHA EN QUE EL CLIENTE LLEGO
      *-A ESE NIVEL, PARA CONTARLOS CON LA MISMA CONVENCION.
       01  WS-DIAS-GRACIA-CORTE PIC 9(5) VALUE 15.
       01  WS-EF-GRACIA         PIC 9(8) VALUE ZERO.
       01  WS-FECHA-FINAL PIC 9(8) VALUE ZERO.
       01  WS-FECHA-FINAL-PARTES REDEFINES WS-FECHA-FINAL.
           05  WS-FIN-ANIO PIC 9(4).
           05  WS-FIN-MES  PIC 99.
           05  WS-FIN-DIA  PIC 99.
       01  WS-DIAS-EN-FINAL PIC S9(7) VALUE ZERO.

      *-MEDIDORES ACTIVOS Y SIN CORTAR, CON LA ORDEN DE CORTE QUE YA
      *-TENGAN EN CAMPO (PENDIENTE, O SIN ACCESO EN ESTE MES): A ESOS
      *-NO SE LES EMITE OTRA.
       01  WS-CANTIDAD-MEDIDORES PIC 9(4) VALUE ZERO.
       01  WS-TABLA-MEDIDORES.
           05  WS-MEDIDOR-ENT OCCURS 2000 TIMES.
               10  MTB-ID        PIC X(8).
               10  MTB-CLIENTE   PIC 9(7).
               10  MTB-ORDEN     PIC 9(7).
               10  MTB-ESTADO    PIC X.
                   88  MTB-CORTE-PENDIENTE VALUE "P".
                   88  MTB-SIN-ORDEN       VALUE " ".

       01  WS-IDX-MED     PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.

       01  WS-CONTADOR-ORDENES  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ANULADAS PIC 9(7) VALUE ZERO.

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88  SORT-EOF VALUE "S".

       01  WS-HAY-PLANES-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-PLANES VALUE "S".

       01  WS-DISPUTA-SW PIC X VALUE "N".
           88  FACTURA-EN-DISPUTA VALUE "S".

       01  WS-HAY-DISPUTAS-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-DISPUTAS VALUE "S".

      *-COLOCACIONES EN AGENCIAS DE COBRANZA: EL CLIENTE CON UNA
      *-ACTIVA NO SE TOCA EN ESTA CORRIDA.
       01  WS-HAY-COLOCACIONES-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-COLOCACIONES VALUE "S".
       01  WS-COLOCADO-SW PIC X VALUE "N".
           88  CLIENTE-COLOCADO VALUE "S".
       01  WS-CONTADOR-COLOCADOS PIC 9(7) VALUE ZERO.

       01  WS-HAY-CLIENTE-SW PIC X VALUE "N".
           88  HAY-CLIENTE-ABIERTO VALUE "S".


       01  WS-NOMBRE-CLIENTE PIC X(36) VALUE SPACES.

      *-EL CLIENTE DE LA CARTA TIENE SU CUENTA EN CIERRE, CON LA
      *-FECHA EN QUE SE ABRIO EL CIERRE.
       01  WS-EN-CIERRE-SW PIC X VALUE "N".
           88  CLIENTE-EN-CIERRE VALUE "S".
       01  WS-FECHA-CIERRE PIC 9(8) VALUE ZERO.
       01  WS-CONTADOR-EN-CIERRE PIC 9(7) VALUE ZERO.

       01  WS-SALDO-EDITADO PIC -ZZZZZZZZ9.99.
       01  WS-LINEA         PIC X(80) VALUE SPACES.

       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 050-CARGA-TEXTOS.
           PERFORM 055-CARGA-TASA-GRACIA.

           OPEN INPUT CLIENTES-FILE.
           PERFORM 060-ABRE-COBRANZA.
           PERFORM 070-ABRE-PLANES.
           PERFORM 075-ABRE-DISPUTAS.
           PERFORM 077-ABRE-COLOCACIONES.
           PERFORM 080-CARGA-MEDIDORES.
           PERFORM 090-ABRE-ORDENES.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRC-CLIENTE SRC-FACTURA SRC-TIPO
           IF HAY-ARCHIVO-PLANES
               CLOSE PLAN-PAGO-FILE
           END-IF.
           IF HAY-ARCHIVO-DISPUTAS
               CLOSE DISPUTA-FILE
           END-IF.
           IF HAY-ARCHIVO-COLOCACIONES
               CLOSE COLOCA-FILE
           END-IF.
           CLOSE ORDEN-SERVICIO-FILE.

           DISPLAY "CARTAS DE COBRANZA GENERADAS: "
               WS-CONTADOR-CARTAS.
           DISPLAY "  DE ELLAS, CUENTAS EN CIERRE: "
               WS-CONTADOR-EN-CIERRE.
           DISPLAY "ORDENES DE CORTE EMITIDAS:    "
               WS-CONTADOR-ORDENES.
           DISPLAY "ORDENES DE CORTE ANULADAS:    "
               WS-CONTADOR-ANULADAS.
           DISPLAY "CLIENTES EN AGENCIA, OMITIDOS:"
               WS-CONTADOR-COLOCADOS.

           STOP RUN.

               CLOSE CODTXT-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 055-CARGA-TASA-GRACIA - lee de TASAS.DAT el codigo CORTEGRACIA
      * con la regla de fecha efectiva de siempre; sin renglon, los
      * dias de arranque del programa se conservan.
      *-----------------------------------------------------------------
       055-CARGA-TASA-GRACIA.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 056-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

       056-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO = "CORTEGRACIA"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-GRACIA
                       MOVE TAS-VALOR TO WS-DIAS-GRACIA-CORTE
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-GRACIA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 060-ABRE-COBRANZA - abre el control de niveles I-O, creandolo
      * vacio la primera vez, para poder leer el ultimo nivel de cada
               SET HAY-ARCHIVO-PLANES TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 075-ABRE-DISPUTAS - abre el registro de disputas si ya existe;
      * sin archivo, ninguna factura esta en disputa.
      *-----------------------------------------------------------------
       075-ABRE-DISPUTAS.
           MOVE "N" TO WS-HAY-DISPUTAS-SW.
           OPEN INPUT DISPUTA-FILE.
           IF DISPUTA-NO-EXISTE
               NEXT SENTENCE
           ELSE
               SET HAY-ARCHIVO-DISPUTAS TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 077-ABRE-COLOCACIONES - abre las colocaciones en agencias si
      * ya existen; sin archivo, ningun cliente esta en agencia.
      *-----------------------------------------------------------------
       077-ABRE-COLOCACIONES.
           MOVE "N" TO WS-HAY-COLOCACIONES-SW.
           OPEN INPUT COLOCA-FILE.
           IF COLOCA-NO-EXISTE
               NEXT SENTENCE
           ELSE
               SET HAY-ARCHIVO-COLOCACIONES TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 080-CARGA-MEDIDORES - precarga los medidores activos que no
      * estan cortados con su cliente; sin maestro de medidores
      * ningun cliente tiene servicio que cortar.
      *-----------------------------------------------------------------
       080-CARGA-MEDIDORES.
           MOVE ZERO TO WS-CANTIDAD-MEDIDORES.
           OPEN INPUT MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE SPACES TO MED-ID
               START MEDIDORES-FILE KEY NOT < MED-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 085-LEE-MEDIDOR UNTIL MEDIDORES-EOF
               END-START
               CLOSE MEDIDORES-FILE
           END-IF.

       085-LEE-MEDIDOR.
           READ MEDIDORES-FILE NEXT RECORD
               AT END
                   SET MEDIDORES-EOF TO TRUE
               NOT AT END
                   IF MED-ESTA-ACTIVO
                       AND NOT MED-ESTA-CORTADO
                       AND WS-CANTIDAD-MEDIDORES < 2000
                       ADD 1 TO WS-CANTIDAD-MEDIDORES
                       MOVE MED-ID      TO
                           MTB-ID (WS-CANTIDAD-MEDIDORES)
                       MOVE MED-CLIENTE TO
                           MTB-CLIENTE (WS-CANTIDAD-MEDIDORES)
                       MOVE ZERO        TO
                           MTB-ORDEN (WS-CANTIDAD-MEDIDORES)
                       MOVE SPACE       TO
                           MTB-ESTADO (WS-CANTIDAD-MEDIDORES)
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 090-ABRE-ORDENES - abre las ordenes de servicio I-O, creandolas
      * vacias la primera vez, y marca en la tabla el medidor que ya
      * tiene un corte pendiente en campo o uno que volvio sin acceso
      * en este mes de negocio.
      *-----------------------------------------------------------------
       090-ABRE-ORDENES.
           OPEN I-O ORDEN-SERVICIO-FILE.
           IF ORDSERV-NO-EXISTE
               OPEN OUTPUT ORDEN-SERVICIO-FILE
               CLOSE ORDEN-SERVICIO-FILE
               OPEN I-O ORDEN-SERVICIO-FILE
           END-IF.
           MOVE ZERO TO ORD-NUMERO.
           START ORDEN-SERVICIO-FILE KEY NOT < ORD-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 095-LEE-ORDEN UNTIL ORDSERV-EOF
           END-START.

       095-LEE-ORDEN.
           READ ORDEN-SERVICIO-FILE NEXT RECORD
               AT END
                   SET ORDSERV-EOF TO TRUE
               NOT AT END
                   IF ORD-ES-CORTE
                       PERFORM 097-MARCA-ORDEN
                   END-IF
           END-READ.

       097-MARCA-ORDEN.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 098-BUSCA-MEDIDOR
               VARYING WS-IDX-MED FROM 1 BY 1
               UNTIL WS-IDX-MED > WS-CANTIDAD-MEDIDORES
                   OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO > ZERO
               EVALUATE TRUE
                   WHEN ORD-PENDIENTE
                       MOVE ORD-NUMERO TO MTB-ORDEN (WS-IDX-HALLADO)
                       MOVE "P"        TO MTB-ESTADO (WS-IDX-HALLADO)
                   WHEN ORD-SIN-ACCESO
                       AND ORD-FECHA-RESULTADO (1:6) =
                           WS-FECHA-NEGOCIO (1:6)
                       AND MTB-SIN-ORDEN (WS-IDX-HALLADO)
                       MOVE ORD-NUMERO TO MTB-ORDEN (WS-IDX-HALLADO)
                       MOVE "N"        TO MTB-ESTADO (WS-IDX-HALLADO)
               END-EVALUATE
           END-IF.

       098-BUSCA-MEDIDOR.
           IF MTB-ID (WS-IDX-MED) = ORD-MEDIDOR
               MOVE WS-IDX-MED TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 100-SUELTA-MOVIMIENTOS - igual que en la antiguedad: facturas
      * tipo 1, y pagos y referencias (creditos, recargos) tipo 2
      *-----------------------------------------------------------------
       240-CIERRA-FACTURA.
           PERFORM 245-CONSULTA-PLAN.
           PERFORM 247-CONSULTA-DISPUTA.
           IF WS-SALDO-FACTURA > ZERO
               AND NOT PLAN-AL-CORRIENTE
               AND NOT FACTURA-EN-DISPUTA
               ADD WS-SALDO-FACTURA TO WS-SALDO-CLIENTE
               COMPUTE WS-DIAS-ANTIGUEDAD =
                   (WS-HOY-ANIO - WS-FAC-ANIO) * 360
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 247-CONSULTA-DISPUTA - una factura con disputa abierta ni
      * escala nivel ni entra al saldo de la carta mientras la
      * disputa no se resuelva.
      *-----------------------------------------------------------------
       247-CONSULTA-DISPUTA.
           MOVE "N" TO WS-DISPUTA-SW.
           IF HAY-ARCHIVO-DISPUTAS
               MOVE WS-FACTURA-ACTUAL TO DSP-FACTURA
               READ DISPUTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-ABIERTA
                           SET FACTURA-EN-DISPUTA TO TRUE
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 250-CIERRA-CLIENTE - si el cliente alcanzo nivel de carta y no
      * recibio ya esa misma carta (o una mas firme) en este mes de
      * negocio, se le genera la carta y se registra el nivel en
      * COBRANZA.DAT. El cliente colocado en una agencia se omite.
      *-----------------------------------------------------------------
       250-CIERRA-CLIENTE.
           PERFORM 255-CONSULTA-COLOCACION.
           IF CLIENTE-COLOCADO
               ADD 1 TO WS-CONTADOR-COLOCADOS
               MOVE "N" TO WS-HAY-CLIENTE-SW
           ELSE
               PERFORM 252-CARTA-CLIENTE
           END-IF.

       252-CARTA-CLIENTE.
           IF WS-NIVEL-CLIENTE > ZERO
               PERFORM 260-LEE-ULTIMO-NIVEL
               IF WS-ULT-NIVEL >= WS-NIVEL-CLIENTE
                   PERFORM 280-REGISTRA-NIVEL
               END-IF
           END-IF.
           IF WS-NIVEL-CLIENTE = 3
               PERFORM 290-REVISA-CORTE
           ELSE
               PERFORM 285-DEJA-NIVEL-FINAL
           END-IF.
           MOVE "N" TO WS-HAY-CLIENTE-SW.

       255-CONSULTA-COLOCACION.
           MOVE "N" TO WS-COLOCADO-SW.
           IF HAY-ARCHIVO-COLOCACIONES
               MOVE WS-CLIENTE-ACTUAL TO COL-CLIENTE
               READ COLOCA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COL-ACTIVA
                           SET CLIENTE-COLOCADO TO TRUE
                       END-IF
               END-READ
           END-IF.

       260-LEE-ULTIMO-NIVEL.
           MOVE ZERO TO WS-ULT-NIVEL.
           MOVE ZERO TO WS-ULT-FECHA.

       270-ESCRIBE-CARTA.
           MOVE SPACES TO WS-NOMBRE-CLIENTE.
           MOVE "N"    TO WS-EN-CIERRE-SW.
           IF NOT CLIENTES-NO-EXISTE
               MOVE WS-CLIENTE-ACTUAL TO CLI-NUMERO
               READ CLIENTES-FILE
                              " "           DELIMITED BY SIZE
                              CLI-APELLIDOS DELIMITED BY SIZE
                           INTO WS-NOMBRE-CLIENTE
                       IF CLI-EN-CIERRE
                           SET CLIENTE-EN-CIERRE TO TRUE
                           MOVE CLI-FECHA-ESTADO TO WS-FECHA-CIERRE
                       END-IF
               END-READ
           END-IF.

           MOVE WS-LINEA TO REPORTE-CARTA-RECORD.
           WRITE REPORTE-CARTA-RECORD.

           IF CLIENTE-EN-CIERRE
               MOVE SPACES TO WS-LINEA
               STRING "  CUENTA EN CIERRE DESDE " DELIMITED BY SIZE
                      WS-FECHA-CIERRE            DELIMITED BY SIZE
                      "; SE CIERRA AL QUEDAR PAGADA"
                                                 DELIMITED BY SIZE
                      " LA FACTURA FINAL"        DELIMITED BY SIZE
                   INTO WS-LINEA
               MOVE WS-LINEA TO REPORTE-CARTA-RECORD
               WRITE REPORTE-CARTA-RECORD
               ADD 1 TO WS-CONTADOR-EN-CIERRE
           END-IF.

           EVALUATE WS-NIVEL-CLIENTE
               WHEN 1
                   MOVE WS-TEXTO-NIVEL-1 TO WS-TEXTO-CARTA
                   MOVE WS-CLIENTE-ACTUAL TO COB-CLIENTE
                   MOVE WS-NIVEL-CLIENTE  TO COB-NIVEL
                   MOVE WS-FECHA-NEGOCIO  TO COB-FECHA
                   MOVE ZERO              TO COB-FECHA-FINAL
                   WRITE COBRANZA-RECORD
               NOT INVALID KEY
                   MOVE WS-NIVEL-CLIENTE TO COB-NIVEL
                   REWRITE COBRANZA-RECORD
           END-READ.

      *-----------------------------------------------------------------
      * 285-DEJA-NIVEL-FINAL - el cliente ya no esta en el ultimo
      * nivel: su fecha de llegada a ese nivel vuelve a cero y el
      * corte que todavia no se ejecuto se anula.
      *-----------------------------------------------------------------
       285-DEJA-NIVEL-FINAL.
           MOVE WS-CLIENTE-ACTUAL TO COB-CLIENTE.
           READ COBRANZA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COB-FECHA-FINAL NOT = ZERO
                       MOVE ZERO TO COB-FECHA-FINAL
                       REWRITE COBRANZA-RECORD
                   END-IF
           END-READ.
           PERFORM 287-ANULA-CORTE
               VARYING WS-IDX-MED FROM 1 BY 1
               UNTIL WS-IDX-MED > WS-CANTIDAD-MEDIDORES.

       287-ANULA-CORTE.
           IF MTB-CLIENTE (WS-IDX-MED) = WS-CLIENTE-ACTUAL
               AND MTB-CORTE-PENDIENTE (WS-IDX-MED)
               MOVE MTB-ORDEN (WS-IDX-MED) TO ORD-NUMERO
               READ ORDEN-SERVICIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET  ORD-ANULADA      TO TRUE
                       MOVE WS-FECHA-NEGOCIO TO ORD-FECHA-RESULTADO
                       MOVE "COBRANZA"       TO ORD-OPERADOR
                       REWRITE ORDEN-SERVICIO-RECORD
                       ADD 1 TO WS-CONTADOR-ANULADAS
                       DISPLAY "ORDEN DE CORTE " ORD-NUMERO
                           " ANULADA: EL CLIENTE " WS-CLIENTE-ACTUAL
                           " YA NO ESTA EN EL ULTIMO NIVEL."
               END-READ
               MOVE ZERO  TO MTB-ORDEN (WS-IDX-MED)
               MOVE SPACE TO MTB-ESTADO (WS-IDX-MED)
           END-IF.

      *-----------------------------------------------------------------
      * 290-REVISA-CORTE - el cliente sigue en el ultimo nivel: la
      * primera vez se anota la fecha en que llego; despues, pasados
      * los dias de gracia, cada medidor suyo sin orden en campo
      * recibe su orden de corte.
      *-----------------------------------------------------------------
       290-REVISA-CORTE.
           MOVE ZERO TO WS-FECHA-FINAL.
           MOVE WS-CLIENTE-ACTUAL TO COB-CLIENTE.
           READ COBRANZA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COB-FECHA-FINAL = ZERO
                       MOVE WS-FECHA-NEGOCIO TO COB-FECHA-FINAL
                       REWRITE COBRANZA-RECORD
                   END-IF
                   MOVE COB-FECHA-FINAL TO WS-FECHA-FINAL
           END-READ.
           IF WS-FECHA-FINAL NOT = ZERO
               COMPUTE WS-DIAS-EN-FINAL =
                   (WS-HOY-ANIO - WS-FIN-ANIO) * 360
                   + (WS-HOY-MES - WS-FIN-MES) * 30
                   + (WS-HOY-DIA - WS-FIN-DIA)
               IF WS-DIAS-EN-FINAL >= WS-DIAS-GRACIA-CORTE
                   PERFORM 295-EMITE-CORTE
                       VARYING WS-IDX-MED FROM 1 BY 1
                       UNTIL WS-IDX-MED > WS-CANTIDAD-MEDIDORES
               END-IF
           END-IF.

       295-EMITE-CORTE.
           IF MTB-CLIENTE (WS-IDX-MED) = WS-CLIENTE-ACTUAL
               AND MTB-SIN-ORDEN (WS-IDX-MED)
               MOVE "ORDEN" TO WS-NUMCTL-CODIGO
               PERFORM ASIGNA-NUMERO
               MOVE WS-NUMERO-ASIGNADO     TO ORD-NUMERO
               SET  ORD-ES-CORTE           TO TRUE
               MOVE WS-CLIENTE-ACTUAL      TO ORD-CLIENTE
               MOVE MTB-ID (WS-IDX-MED)    TO ORD-MEDIDOR
               MOVE WS-FECHA-NEGOCIO       TO ORD-FECHA-EMISION
               SET  ORD-PENDIENTE          TO TRUE
               MOVE ZERO                   TO ORD-FECHA-RESULTADO
               MOVE "COBRANZA"             TO ORD-OPERADOR
               MOVE ZERO                   TO ORD-FACTURA
               MOVE ZERO                   TO ORD-RELACIONADA
               WRITE ORDEN-SERVICIO-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA ORDEN "
                           WS-NUMERO-ASIGNADO "."
                   NOT INVALID KEY
                       MOVE ORD-NUMERO TO MTB-ORDEN (WS-IDX-MED)
                       MOVE "P"        TO MTB-ESTADO (WS-IDX-MED)
                       ADD 1 TO WS-CONTADOR-ORDENES
                       DISPLAY "ORDEN DE CORTE " ORD-NUMERO
                           " CLIENTE " WS-CLIENTE-ACTUAL
                           " MEDIDOR " ORD-MEDIDOR "."
               END-WRITE
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
