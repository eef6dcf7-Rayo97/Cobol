      *                 session and every persisted invoice carries
      *                 it in FAC-SUCURSAL; centrally generated
      *                 invoices travel with spaces.
      * 2026-10-15 RSM  Detail history lines carry zero proration
      *                 days (FDH-DIAS-SERVICIO/FDH-DIAS-PERIODO).
      * 2026-10-15 RSM  A detail line for an article that carries stock
      *                 (STOCK.DAT, D2-PROGRAMA) whose quantity, added
      *                 to the same article's earlier lines, exceeds
      *                 the on-hand quantity leaves an EXISTENCIA
      *                 INSUFICIENTE exception; the line still bills
      *                 as keyed, same as the other article checks.
      * 2026-10-15 RSM  Credit limit check: an invoice that would take
      *                 the customer's ledger balance (SAL-SALDO) past
      *                 the credit limit kept in LIMCRED.DAT is not
      *                 written to FACTURAS.DAT; it goes with its lines
      *                 to the credit-hold queue (FACRET.DAT and
      *                 FACRETD.DAT, serie RETCRED) for a supervisor to
      *                 release or cancel in E1-PROGRAMA.
      * 2026-10-15 RSM  Exceptions carry the signed-on operator
      *                 (EXC-OPERADOR) for the productivity report.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTDETH-STATUS.

           SELECT STOCK-FILE
               ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-ARTICULO
               FILE STATUS IS WS-STOCK-STATUS.

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
           COPY FACTDETH.

       FD  STOCK-FILE
           LABEL RECORD IS STANDARD.
           COPY STOCK.

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
       01  WS-HAY-ARTICULOS-SW PIC X VALUE "N".
           88  HAY-MAESTRO-ARTICULOS VALUE "S".

      *-FILE STATUS/88-LEVEL DE STOCK-FILE: VIENE DE STKSTS.CPY.
           COPY STKSTS.

      *-WS-HAY-STOCK-SW DICE SI YA EXISTE EL ARCHIVO DE EXISTENCIAS;
      *-WS-CANTIDAD-PEDIDA SUMA LO QUE EL FEED YA LLEVA FACTURADO DEL
      *-ARTICULO DE LA PARTIDA, PARA COMPARARLO CON SU EXISTENCIA.
       01  WS-HAY-STOCK-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-STOCK VALUE "S".
       01  WS-CANTIDAD-PEDIDA PIC 9(7) VALUE ZERO.
       01  WS-IDX-STOCK       PIC 9(3) VALUE ZERO.

      *-FILE STATUS/88-LEVEL DE FACTURA-DET-HIST-FILE: VIENE DE
      *-FDHSTS.CPY.
           COPY FDHSTS.
       01  WS-IVA-LINEA       PIC 9(5)V99 VALUE ZERO.
       01  WS-IMPUESTO-DETALLE PIC 9(6)V99 VALUE ZERO.

      *-FILE STATUS/88-LEVEL DE LIMITE-CREDITO-FILE, SALDOS-FILE,
      *-FACTURA-RETENIDA-FILE Y FACTURA-RETENIDA-DET-FILE: VIENEN DE
      *-LCRSTS, SALDOSTS, FRTSTS Y FRDSTS.
           COPY LCRSTS.
           COPY SALDOSTS.
           COPY FRTSTS.
           COPY FRDSTS.

      *-CONSULTA DEL LIMITE DE CREDITO (VER VALCRED.CPY): EL CLIENTE Y
      *-EL IMPORTE QUE SE LE QUIERE FACTURAR, Y EL SALDO Y EL LIMITE
      *-CONTRA LOS QUE SE COMPARO.
       01  WS-CRED-CLIENTE PIC 9(7) VALUE ZERO.
       01  WS-CRED-IMPORTE PIC S9(9)V99 VALUE ZERO.
       01  WS-CRED-SALDO   PIC S9(9)V99 VALUE ZERO.
       01  WS-CRED-LIMITE  PIC 9(7)V99 VALUE ZERO.
       01  WS-CREDITO-EXCEDIDO-SW PIC X VALUE "N".
           88  CREDITO-EXCEDIDO VALUE "S".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

               "  DESCUENTO: " NUM3 "  AJUSTE: " WS-AJUSTE
               "  TOTAL: " NUM4.

           PERFORM CONSULTA-CREDITO.
           IF CREDITO-EXCEDIDO
               PERFORM GRABA-RETENCION
           ELSE
               PERFORM GRABA-FACTURA
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-TASA-IMPUESTO - lee de TASAS.DAT los codigos IMPUESTO16
           ELSE
               SET HAY-DETALLE TO TRUE
               PERFORM ABRE-MAESTRO-ARTICULOS
               PERFORM ABRE-EXISTENCIAS
               PERFORM ACUMULA-PARTIDA UNTIL FACTDET-EOF
               CLOSE FACTURA-DETALLE-FILE
               IF HAY-MAESTRO-ARTICULOS
                   CLOSE ARTICULOS-FILE
               END-IF
               IF HAY-ARCHIVO-STOCK
                   CLOSE STOCK-FILE
               END-IF
               DISPLAY "PARTIDAS: " WS-CONTADOR-PARTIDAS
                   "  SUBTOTAL DE DETALLE: " WS-SUBTOTAL-DETALLE
           END-IF.
               SET HAY-MAESTRO-ARTICULOS TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * ABRE-EXISTENCIAS - abre el archivo de existencias si ya
      * existe; sin el, ningun articulo lleva existencia que revisar.
      *-----------------------------------------------------------------
       ABRE-EXISTENCIAS.
           MOVE "N" TO WS-HAY-STOCK-SW.
           OPEN INPUT STOCK-FILE.
           IF STOCK-NO-EXISTE
               NEXT SENTENCE
           ELSE
               SET HAY-ARCHIVO-STOCK TO TRUE
           END-IF.

       ACUMULA-PARTIDA.
           READ FACTURA-DETALLE-FILE
               AT END
                   SET FACTDET-EOF TO TRUE
               NOT AT END
                   PERFORM VALIDA-PARTIDA
                   PERFORM VALIDA-EXISTENCIA
                   COMPUTE WS-IMPORTE-LINEA =
                       FDE-CANTIDAD * FDE-PRECIO
                   PERFORM CALCULA-IVA-LINEA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * VALIDA-EXISTENCIA - si el articulo de la partida lleva
      * existencia, suma su cantidad a la de las partidas anteriores
      * del mismo articulo en este feed; pasar de lo que hay en
      * almacen deja su excepcion, pero la partida se factura como se
      * tecleo.
      *-----------------------------------------------------------------
       VALIDA-EXISTENCIA.
           IF HAY-ARCHIVO-STOCK
               MOVE FDE-ARTICULO TO STK-ARTICULO
               READ STOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FDE-CANTIDAD TO WS-CANTIDAD-PEDIDA
                       PERFORM SUMA-PEDIDO-ARTICULO
                           VARYING WS-IDX-STOCK FROM 1 BY 1
                           UNTIL WS-IDX-STOCK > WS-CANTIDAD-LINEAS-DET
                       IF WS-CANTIDAD-PEDIDA > STK-EXISTENCIA
                           MOVE "FDE-CANTIDAD" TO WS-EXC-CAMPO
                           MOVE SPACES         TO WS-EXC-VALOR
                           STRING FDE-ARTICULO       DELIMITED BY SIZE
                                  " "                DELIMITED BY SIZE
                                  WS-CANTIDAD-PEDIDA DELIMITED BY SIZE
                               INTO WS-EXC-VALOR
                           MOVE "EXISTENCIA INSUFICIENTE"
                               TO WS-EXC-RAZON
                           PERFORM GRABA-EXCEPCION
                       END-IF
               END-READ
           END-IF.

       SUMA-PEDIDO-ARTICULO.
           IF PAR-ARTICULO (WS-IDX-STOCK) = FDE-ARTICULO
               ADD PAR-CANTIDAD (WS-IDX-STOCK) TO WS-CANTIDAD-PEDIDA
           END-IF.

      *-----------------------------------------------------------------
      * GRABA-EXCEPCION - añade una entrada a EXCEPCION.DAT con el
      * campo, el valor y la razon de la partida observada, igual que
           SET  EXC-ABIERTA   TO TRUE.
           MOVE SPACES        TO EXC-RES-OPERADOR.
           MOVE SPACES        TO EXC-RES-TIMESTAMP.
           MOVE WS-OPERADOR   TO EXC-OPERADOR.

           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
           MOVE PAR-IMPORTE (WS-IDX-PARTIDA)  TO FDH-IMPORTE.
           MOVE PAR-CATEGORIA (WS-IDX-PARTIDA) TO FDH-CATEGORIA.
           MOVE PAR-IVA (WS-IDX-PARTIDA)       TO FDH-IVA.
           MOVE ZERO TO FDH-DIAS-SERVICIO.
           MOVE ZERO TO FDH-DIAS-PERIODO.
           WRITE FACTURA-DET-HIST-RECORD.

      *-----------------------------------------------------------------
               CLOSE FACTURAS-FILE
           END-IF.

      *-----------------------------------------------------------------
      * CONSULTA-CREDITO - una factura con cargo para un cliente
      * identificado se compara contra su limite de credito; una
      * factura sin cliente o sin cargo no se retiene.
      *-----------------------------------------------------------------
       CONSULTA-CREDITO.
           MOVE "N" TO WS-CREDITO-EXCEDIDO-SW.
           IF WS-NUMERO-CLIENTE > ZERO AND WS-TOTAL > ZERO
               MOVE WS-NUMERO-CLIENTE TO WS-CRED-CLIENTE
               MOVE WS-TOTAL          TO WS-CRED-IMPORTE
               PERFORM VALIDA-CREDITO-CLIENTE
           END-IF.

      *-----------------------------------------------------------------
      * GRABA-RETENCION - la factura que pasaria el limite de credito
      * no va a FACTURAS.DAT: queda pendiente en la cola FACRET.DAT
      * bajo un numero de la serie RETCRED, con sus partidas en
      * FACRETD.DAT, hasta que un supervisor la libere o la cancele
      * (E1-PROGRAMA).
      *-----------------------------------------------------------------
       GRABA-RETENCION.
           MOVE "RETCRED" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           MOVE WS-NUMERO-ASIGNADO TO FRT-RETENCION.
           MOVE "16"               TO FRT-PROGRAMA.
           MOVE WS-NUMERO-CLIENTE  TO FRT-CLIENTE.
           MOVE WS-FECHA-NEGOCIO   TO FRT-FECHA.
           MOVE WS-SUBTOTAL        TO FRT-SUBTOTAL.
           MOVE WS-IMPUESTO        TO FRT-IMPUESTO.
           MOVE WS-DESCUENTO       TO FRT-DESCUENTO.
           MOVE WS-AJUSTE          TO FRT-AJUSTE.
           MOVE WS-TOTAL           TO FRT-TOTAL.
           MOVE "F"                TO FRT-TIPO.
           MOVE WS-SUCURSAL        TO FRT-SUCURSAL.
           MOVE ZERO               TO FRT-CONTRATO.
           MOVE ZERO               TO FRT-PERIODO.
           MOVE WS-CRED-SALDO      TO FRT-SALDO.
           MOVE WS-CRED-LIMITE     TO FRT-LIMITE.
           MOVE WS-OPERADOR        TO FRT-OPERADOR.
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

           IF WS-CANTIDAD-LINEAS-DET > ZERO
               OPEN EXTEND FACTURA-RETENIDA-DET-FILE
               IF FACRETD-NO-EXISTE
                   OPEN OUTPUT FACTURA-RETENIDA-DET-FILE
               END-IF
               PERFORM GRABA-PARTIDA-RETENIDA
                   VARYING WS-IDX-PARTIDA FROM 1 BY 1
                   UNTIL WS-IDX-PARTIDA > WS-CANTIDAD-LINEAS-DET
               CLOSE FACTURA-RETENIDA-DET-FILE
           END-IF.

           MOVE "RETEN-CREDITO" TO WS-AUDIT-CAMPO.
           MOVE SPACES          TO WS-AUDIT-VALOR.
           STRING WS-NUMERO-ASIGNADO DELIMITED BY SIZE
                  " CLIENTE "        DELIMITED BY SIZE
                  WS-NUMERO-CLIENTE  DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM GRABA-AUDITORIA.
           DISPLAY "EL SALDO " WS-CRED-SALDO " MAS ESTA FACTURA PASA "
               "EL LIMITE DE CREDITO " WS-CRED-LIMITE ".".
           DISPLAY "FACTURA RETENIDA POR CREDITO: RETENCION "
               FRT-RETENCION "; LA LIBERA O CANCELA UN SUPERVISOR.".

       GRABA-PARTIDA-RETENIDA.
           MOVE WS-NUMERO-ASIGNADO TO FRD-RETENCION.
           MOVE PAR-ARTICULO (WS-IDX-PARTIDA)  TO FRD-ARTICULO.
           MOVE PAR-CANTIDAD (WS-IDX-PARTIDA)  TO FRD-CANTIDAD.
           MOVE PAR-PRECIO (WS-IDX-PARTIDA)    TO FRD-PRECIO.
           MOVE PAR-IMPORTE (WS-IDX-PARTIDA)   TO FRD-IMPORTE.
           MOVE PAR-CATEGORIA (WS-IDX-PARTIDA) TO FRD-CATEGORIA.
           MOVE PAR-IVA (WS-IDX-PARTIDA)       TO FRD-IVA.
           MOVE ZERO TO FRD-DIAS-SERVICIO.
           MOVE ZERO TO FRD-DIAS-PERIODO.
           WRITE FACTURA-RETENIDA-DET-RECORD.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY (compartido por todo
      * programa que asigna numeros): lee la serie WS-NUMCTL-CODIGO de
      *-----------------------------------------------------------------
           COPY VALPERIO.

      *-----------------------------------------------------------------
      * VALIDA-CREDITO-CLIENTE - viene de VALCRED.CPY (compartido por
      * la facturacion que respeta el limite de credito): compara el
      * saldo del libro mas la factura contra el limite del cliente.
      *-----------------------------------------------------------------
           COPY VALCRED.

      ** add other procedures here
       END PROGRAM 16-PROGRAMA.
