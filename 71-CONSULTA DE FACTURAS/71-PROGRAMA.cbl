      *                 lockstep with the live FACTURA-RECORD, so the
      *                 archived-invoice lookup reads the fixed-length
      *                 archive correctly.
      * 2026-10-15 RSM  The raw archived-payment record is now 56 bytes
      *                 in lockstep with PAGO-RECORD (method, reference
      *                 and branch).
      * 2026-10-15 RSM  Both lookups show the tax authority stamp of
      *                 each invoice from FACSELLO.DAT, or that it is
      *                 still pending or was rejected.
      * 2026-10-15 RSM  The exact lookup lists the customer service
      *                 cases that reference the invoice (CASOS.DAT,
      *                 D7-PROGRAMA).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT FACSELLO-FILE
               ASSIGN TO "FACSELLO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEL-FACTURA
               FILE STATUS IS WS-FACSELLO-STATUS.

           SELECT CASO-SERVICIO-FILE
               ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WS-CASOS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD  PAGOS-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  PAGO-ARCH-RECORD        PIC X(56).

       FD  OPERADORES-FILE
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FACSELLO-FILE
           LABEL RECORD IS STANDARD.
           COPY FACSELLO.

       FD  CASO-SERVICIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CASOS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           88  PAGARCH-EOF       VALUE "10".
           88  PAGARCH-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE FACSELLO-FILE: VIENE DE SELSTS.CPY.
           COPY SELSTS.

      *-FACTURA CUYO SELLO FISCAL SE MUESTRA Y SANGRIA DEL RENGLON
      *-(DOS ESPACIOS EN LA CONSULTA EXACTA, CUATRO EN LA LISTA).
       01  WS-SELLO-FACTURA PIC 9(7) VALUE ZERO.
       01  WS-SELLO-SANGRIA PIC X(4) VALUE SPACES.

      *-FILE STATUS/88-LEVEL DE CASO-SERVICIO-FILE: VIENE DE
      *-CASSTS.CPY.
           COPY CASSTS.

      *-REFERENCIA CUYOS CASOS DE ATENCION SE MUESTRAN (VER
      *-CASOPRO.CPY).
       01  WS-CASREF-TIPO     PIC X     VALUE SPACE.
       01  WS-CASREF-CLAVE    PIC X(25) VALUE SPACES.
       01  WS-CASREF-CONTADOR PIC 9(5)  VALUE ZERO.

      *-BANDERA DE QUE LA FACTURA MOSTRADA VINO DEL ARCHIVO
      *-HISTORICO Y NO DEL VIVO.
       01  WS-DE-ARCHIVO-SW PIC X VALUE "N".
               " TOTAL " WS-TOTAL-EDITADO.
           DISPLAY "  SALDO " WS-SALDO-EDITADO
               " ESTADO: " WS-ESTADO-COBRO.
           MOVE WS-FACTURA-NUM TO WS-SELLO-FACTURA.
           MOVE "  "           TO WS-SELLO-SANGRIA.
           PERFORM 235-MUESTRA-SELLO.
           MOVE "F"            TO WS-CASREF-TIPO.
           MOVE SPACES         TO WS-CASREF-CLAVE.
           MOVE WS-FACTURA-NUM TO WS-CASREF-CLAVE.
           PERFORM MUESTRA-CASOS-REFERENCIA.
           IF WS-CASREF-CONTADOR > ZERO
               DISPLAY "  CASOS DE ATENCION DE LA FACTURA: "
                   WS-CASREF-CONTADOR
           END-IF.

      *-----------------------------------------------------------------
      * 235-MUESTRA-SELLO - sello fiscal de la factura del registro
      * de sellos (C7-PROGRAMA), o que sigue en tramite o que la
      * autoridad la rechazo; la factura anterior a la facturacion
      * electronica no tiene entrada y no muestra nada.
      *-----------------------------------------------------------------
       235-MUESTRA-SELLO.
           OPEN INPUT FACSELLO-FILE.
           IF FACSELLO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE WS-SELLO-FACTURA TO SEL-FACTURA
               READ FACSELLO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN SEL-SELLADA
                               DISPLAY WS-SELLO-SANGRIA
                                   "SELLO FISCAL " SEL-SELLO
                                   " DEL " SEL-FECHA-SELLO
                           WHEN SEL-RECHAZADA
                               DISPLAY WS-SELLO-SANGRIA
                                   "SELLO FISCAL RECHAZADO: "
                                   SEL-MOTIVO
                           WHEN OTHER
                               DISPLAY WS-SELLO-SANGRIA
                                   "SELLO FISCAL EN TRAMITE (ENVIO "
                                   SEL-FECHA-ENVIO ")"
                       END-EVALUATE
               END-READ
               CLOSE FACSELLO-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 240-BUSCA-EN-ARCHIVO - el numero no esta en el vivo: se busca
               " TOTAL " WS-TOTAL-EDITADO
               " SALDO " WS-SALDO-EDITADO
               " " WS-ESTADO-COBRO.
           MOVE FCL-NUMERO (WS-IDX) TO WS-SELLO-FACTURA.
           MOVE "    "              TO WS-SELLO-SANGRIA.
           PERFORM 235-MUESTRA-SELLO.

      *-----------------------------------------------------------------
      * 185-GRABA-ACCESO - deja en ACCESOS.DAT la huella de la
      *-----------------------------------------------------------------
           COPY VALOPER.

      *-----------------------------------------------------------------
      * MUESTRA-CASOS-REFERENCIA - viene de CASOPRO.CPY: muestra los
      * casos de atencion que refieren la factura consultada.
      *-----------------------------------------------------------------
           COPY CASOPRO.

      ** add other procedures here
       END PROGRAM 71-PROGRAMA.
