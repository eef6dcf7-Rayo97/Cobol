      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estados de cierre de cuenta: recorre los cierres
      *          abiertos de CIERRES.DAT (B3-PROGRAMA). Un cierre que
      *          espera lectura pasa a esperar pago en cuanto la
      *          facturacion de consumo (75-PROGRAMA) facturo todas
      *          sus lecturas finales, y entonces sus medidores se
      *          dan de baja en MEDIDORES.DAT. Al cierre que espera
      *          pago se le emite su estado de cierre en CIERRES.RPT:
      *          las lecturas y facturas finales, los contratos dados
      *          de baja, los cargos, los abonos y la caja sin
      *          aplicar del libro de saldos (SALDOS.DAT, recien
      *          reconstruido por 59-PROGRAMA) y el saldo neto a
      *          pagar o a favor. Con saldo neto en cero o a favor la
      *          cuenta queda cerrada (CLI-ESTADO C, con su bitacora);
      *          con saldo por cobrar sigue en cierre, a la vista de
      *          cobranza. El reporte entra al paquete de la mañana
      *          (53-PROGRAMA).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  The closing statement shows the security
      *                 deposit from DEPOSITO.DAT: still held (it goes
      *                 against the final bill) or already applied by
      *                 B6-PROGRAMA, with the remainder refunded.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. B4-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CIERRES-FILE
               ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIE-CLIENTE
               FILE STATUS IS WS-CIERRES-STATUS.

           SELECT LECTURA-FINAL-FILE
               ASSIGN TO "LECTFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LFI-MEDIDOR
               FILE STATUS IS WS-LECTFIN-STATUS.

           SELECT MEDIDORES-FILE
               ASSIGN TO "MEDIDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-ID
               FILE STATUS IS WS-MEDIDORES-STATUS.

           SELECT SALDOS-FILE
               ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CLIENTE
               FILE STATUS IS WS-SALDOS-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT DEPOSITOS-FILE
               ASSIGN TO "DEPOSITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CLIENTE
               FILE STATUS IS WS-DEPOSITOS-STATUS.

           SELECT CLIENTES-JOURNAL-FILE
               ASSIGN TO "CLIJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLIJRNL-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "CIERRES.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CIERRES-FILE
           LABEL RECORD IS STANDARD.
           COPY CIERRE.

       FD  LECTURA-FINAL-FILE
           LABEL RECORD IS STANDARD.
           COPY LECTFIN.

       FD  MEDIDORES-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDIDORES.

       FD  SALDOS-FILE
           LABEL RECORD IS STANDARD.
           COPY SALDOS.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  DEPOSITOS-FILE
           LABEL RECORD IS STANDARD.
           COPY DEPOSITO.

       FD  CLIENTES-JOURNAL-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIJRNL.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

      *-RENGLON DEL REPORTE DE ESTADOS DE CIERRE (80 BYTES), ARMADO
      *-EN WS-LINEA.
       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-CIERRE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE CIERRES-FILE: VIENE DE CIESTS.CPY.
           COPY CIESTS.

      *-FILE STATUS/88-LEVEL DE LECTURA-FINAL-FILE: VIENE DE
      *-LFISTS.CPY.
           COPY LFISTS.

      *-FILE STATUS/88-LEVEL DE MEDIDORES-FILE: VIENE DE MEDSTS.CPY.
           COPY MEDSTS.

      *-FILE STATUS/88-LEVEL DE SALDOS-FILE: VIENE DE SALDOSTS.CPY.
           COPY SALDOSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE DEPOSITOS-FILE: VIENE DE DEPSTS.CPY.
           COPY DEPSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-JOURNAL-FILE: VIENE DE
      *-CLIJSTS.CPY.
           COPY CLIJSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-EL PASO NOCTURNO FIRMA LA BITACORA DEL MAESTRO CON SU PROPIO
      *-OPERADOR, COMO EL RECALCULO DE EDADES.
       01  WS-OPERADOR PIC X(8) VALUE "NOCTURNO".

      *-IMAGENES Y DATOS DE LA ENTRADA DE BITACORA DEL MAESTRO, PARA
      *-EL PARRAFO COMPARTIDO GRABA-JOURNAL-CLIENTES.
       01  WS-CJR-PROGRAMA PIC X(11) VALUE "B4-PROGRAMA".
       01  WS-CJR-ACCION   PIC X     VALUE SPACE.
       01  WS-CJR-ANTES    PIC X(68) VALUE SPACES.
       01  WS-CJR-DESPUES  PIC X(68) VALUE SPACES.
       01  WS-CJR-FECHA    PIC 9(8)  VALUE ZERO.
       01  WS-CJR-HORA     PIC 9(8)  VALUE ZERO.

       01  WS-HAY-LECTFIN-SW PIC X VALUE "S".
           88  HAY-LECTURAS-FINALES VALUE "S".
       01  WS-HAY-MEDIDORES-SW PIC X VALUE "S".
           88  HAY-MAESTRO-MEDIDORES VALUE "S".
       01  WS-HAY-SALDOS-SW PIC X VALUE "S".
           88  HAY-LIBRO-SALDOS VALUE "S".
       01  WS-HAY-CLIENTES-SW PIC X VALUE "S".
           88  HAY-MAESTRO-CLIENTES VALUE "S".
       01  WS-HAY-DEPOSITOS-SW PIC X VALUE "S".
           88  HAY-DEPOSITOS VALUE "S".
       01  WS-DEP-RETENIDO PIC S9(7)V99 VALUE ZERO.

      *-LAS LECTURAS FINALES DEL CLIENTE DEL CIERRE EN CURSO, CON LA
      *-FACTURA FINAL DE CADA UNA (CERO MIENTRAS ESTA PENDIENTE, O SI
      *-EL MEDIDOR NO TUVO CONSUMO QUE FACTURAR).
       01  WS-CANTIDAD-FINALES  PIC 99 VALUE ZERO.
       01  WS-FINALES-PENDIENTES PIC 99 VALUE ZERO.
       01  WS-TABLA-FINALES.
           05  WS-FINAL-ENT OCCURS 20 TIMES.
               10  FTB-MEDIDOR     PIC X(8).
               10  FTB-LECTURA     PIC 9(6).
               10  FTB-FACTURA     PIC 9(7).
       01  WS-IDX-FIN PIC 99 VALUE ZERO.

      *-LO QUE DICE EL LIBRO DE SALDOS DEL CLIENTE Y EL SALDO NETO
      *-QUE RESULTA: SALDO ABIERTO MENOS CAJA SIN APLICAR. POSITIVO
      *-ES LO QUE EL CLIENTE DEBE, NEGATIVO LO QUE SE LE DEBE.
       01  WS-CARGOS      PIC S9(9)V99 VALUE ZERO.
       01  WS-ABONOS      PIC S9(9)V99 VALUE ZERO.
       01  WS-SALDO       PIC S9(9)V99 VALUE ZERO.
       01  WS-SUSPENSO    PIC S9(9)V99 VALUE ZERO.
       01  WS-SALDO-NETO  PIC S9(9)V99 VALUE ZERO.

       01  WS-NOMBRE-CLIENTE PIC X(36) VALUE SPACES.

       01  WS-IMPORTE-EDITADO PIC -ZZZZZZZZ9.99.
       01  WS-LINEA           PIC X(80) VALUE SPACES.

       01  WS-CONTADOR-ABIERTOS  PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-ESPERA    PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-ESTADOS   PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-CERRADAS  PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-CON-SALDO PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-BAJAS-MED PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO WS-LINEA.
           STRING "ESTADOS DE CIERRE DE CUENTA AL "
                                        DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.

           OPEN I-O CIERRES-FILE.
           IF CIERRES-NO-EXISTE
               MOVE "NO HAY CIERRES DE CUENTA REGISTRADOS."
                   TO WS-LINEA
               PERFORM 700-ESCRIBE-LINEA
               CLOSE REPORTE-FILE
               DISPLAY "NO EXISTE CIERRES.DAT; NO HAY CUENTAS EN "
                   "CIERRE."
               STOP RUN
           END-IF.
           PERFORM 050-ABRE-ARCHIVOS.

           MOVE ZERO TO CIE-CLIENTE.
           START CIERRES-FILE KEY NOT < CIE-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 100-LEE-CIERRE UNTIL CIERRES-EOF
           END-START.

           PERFORM 800-TOTALES.
           PERFORM 060-CIERRA-ARCHIVOS.

           DISPLAY "CIERRES ABIERTOS:           " WS-CONTADOR-ABIERTOS.
           DISPLAY "ESPERAN FACTURA FINAL:      " WS-CONTADOR-ESPERA.
           DISPLAY "ESTADOS DE CIERRE EMITIDOS: " WS-CONTADOR-ESTADOS.
           DISPLAY "CUENTAS CERRADAS:           " WS-CONTADOR-CERRADAS.
           DISPLAY "EN CIERRE CON SALDO:        "
               WS-CONTADOR-CON-SALDO.
           DISPLAY "MEDIDORES DADOS DE BAJA:    "
               WS-CONTADOR-BAJAS-MED.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-ABRE-ARCHIVOS - lecturas finales, medidores, libro de
      * saldos y maestro de clientes; el que falte se anota y el
      * paso sigue con lo que haya.
      *-----------------------------------------------------------------
       050-ABRE-ARCHIVOS.
           OPEN INPUT LECTURA-FINAL-FILE.
           IF LECTFIN-NO-EXISTE
               MOVE "N" TO WS-HAY-LECTFIN-SW
           END-IF.
           OPEN I-O MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE
               MOVE "N" TO WS-HAY-MEDIDORES-SW
           END-IF.
           OPEN INPUT SALDOS-FILE.
           IF SALDOS-NO-EXISTE
               MOVE "N" TO WS-HAY-SALDOS-SW
               DISPLAY "NO EXISTE SALDOS.DAT: LOS SALDOS NETOS SALEN "
                   "EN CERO."
           END-IF.
           OPEN I-O CLIENTES-FILE.
           IF CLIENTES-NO-EXISTE
               MOVE "N" TO WS-HAY-CLIENTES-SW
               DISPLAY "NO EXISTE CLIENTES.DAT: NINGUNA CUENTA SE "
                   "PUEDE CERRAR."
           END-IF.
           OPEN INPUT DEPOSITOS-FILE.
           IF DEPOSITOS-NO-EXISTE
               MOVE "N" TO WS-HAY-DEPOSITOS-SW
           END-IF.

       060-CIERRA-ARCHIVOS.
           CLOSE CIERRES-FILE.
           IF HAY-LECTURAS-FINALES
               CLOSE LECTURA-FINAL-FILE
           END-IF.
           IF HAY-MAESTRO-MEDIDORES
               CLOSE MEDIDORES-FILE
           END-IF.
           IF HAY-LIBRO-SALDOS
               CLOSE SALDOS-FILE
           END-IF.
           IF HAY-MAESTRO-CLIENTES
               CLOSE CLIENTES-FILE
           END-IF.
           IF HAY-DEPOSITOS
               CLOSE DEPOSITOS-FILE
           END-IF.
           CLOSE REPORTE-FILE.

       100-LEE-CIERRE.
           READ CIERRES-FILE NEXT RECORD
               AT END
                   SET CIERRES-EOF TO TRUE
               NOT AT END
                   IF NOT CIE-CERRADA
                       ADD 1 TO WS-CONTADOR-ABIERTOS
                       PERFORM 200-ATIENDE-CIERRE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-ATIENDE-CIERRE - un cierre que espera lectura sigue
      * esperando mientras alguna lectura final no este facturada;
      * con todas facturadas sus medidores se dan de baja y el cierre
      * pasa a esperar pago. El que espera pago recibe su estado de
      * cierre y, con saldo neto en cero o a favor, se cierra.
      *-----------------------------------------------------------------
       200-ATIENDE-CIERRE.
           PERFORM 210-JUNTA-FINALES.
           PERFORM 220-LEE-CLIENTE.
           IF CIE-ESPERA-LECTURA
               IF WS-FINALES-PENDIENTES > ZERO
                   PERFORM 300-REPORTA-ESPERA
               ELSE
                   PERFORM 230-BAJA-MEDIDORES
                       VARYING WS-IDX-FIN FROM 1 BY 1
                       UNTIL WS-IDX-FIN > WS-CANTIDAD-FINALES
                   SET CIE-ESPERA-PAGO TO TRUE
               END-IF
           END-IF.
           IF CIE-ESPERA-PAGO
               PERFORM 240-CALCULA-SALDO
               MOVE WS-SALDO-NETO TO CIE-SALDO
               PERFORM 400-ESTADO-DE-CIERRE
               IF WS-SALDO-NETO NOT > ZERO
                   AND HAY-MAESTRO-CLIENTES
                   PERFORM 500-CIERRA-CUENTA
               ELSE
                   ADD 1 TO WS-CONTADOR-CON-SALDO
               END-IF
           END-IF.
           REWRITE CIERRE-CUENTA-RECORD.

      *-----------------------------------------------------------------
      * 210-JUNTA-FINALES - recorre las lecturas finales y junta las
      * del cliente del cierre, contando las que la facturacion de
      * consumo todavia no factura.
      *-----------------------------------------------------------------
       210-JUNTA-FINALES.
           MOVE ZERO TO WS-CANTIDAD-FINALES.
           MOVE ZERO TO WS-FINALES-PENDIENTES.
           IF HAY-LECTURAS-FINALES
               MOVE "00" TO WS-LECTFIN-STATUS
               MOVE LOW-VALUES TO LFI-MEDIDOR
               START LECTURA-FINAL-FILE KEY NOT < LFI-MEDIDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 215-LEE-FINAL UNTIL LECTFIN-EOF
               END-START
           END-IF.

       215-LEE-FINAL.
           READ LECTURA-FINAL-FILE NEXT RECORD
               AT END
                   SET LECTFIN-EOF TO TRUE
               NOT AT END
                   IF LFI-CLIENTE = CIE-CLIENTE
                       AND LFI-FECHA >= CIE-FECHA
                       AND WS-CANTIDAD-FINALES < 20
                       ADD 1 TO WS-CANTIDAD-FINALES
                       MOVE LFI-MEDIDOR
                           TO FTB-MEDIDOR (WS-CANTIDAD-FINALES)
                       MOVE LFI-LECTURA
                           TO FTB-LECTURA (WS-CANTIDAD-FINALES)
                       MOVE LFI-FACTURA
                           TO FTB-FACTURA (WS-CANTIDAD-FINALES)
                       IF LFI-PENDIENTE
                           ADD 1 TO WS-FINALES-PENDIENTES
                       END-IF
                   END-IF
           END-READ.

       220-LEE-CLIENTE.
           MOVE "(SIN MAESTRO)" TO WS-NOMBRE-CLIENTE.
           IF HAY-MAESTRO-CLIENTES
               MOVE CIE-CLIENTE TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-NOMBRE-CLIENTE
                       STRING CLI-NOMBRE    DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              CLI-APELLIDOS DELIMITED BY SIZE
                           INTO WS-NOMBRE-CLIENTE
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 230-BAJA-MEDIDORES - el medidor con su lectura final ya
      * facturada queda inactivo: ni lecturas ni estimados lo vuelven
      * a facturar.
      *-----------------------------------------------------------------
       230-BAJA-MEDIDORES.
           IF HAY-MAESTRO-MEDIDORES
               MOVE FTB-MEDIDOR (WS-IDX-FIN) TO MED-ID
               READ MEDIDORES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MED-ESTA-ACTIVO
                           MOVE "N" TO MED-ACTIVO
                           REWRITE MEDIDOR-RECORD
                           ADD 1 TO WS-CONTADOR-BAJAS-MED
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 240-CALCULA-SALDO - el renglon del cliente en el libro de
      * saldos; sin renglon, el cliente no tiene movimientos y su
      * saldo neto es cero.
      *-----------------------------------------------------------------
       240-CALCULA-SALDO.
           MOVE ZERO TO WS-CARGOS WS-ABONOS WS-SALDO WS-SUSPENSO.
           IF HAY-LIBRO-SALDOS
               MOVE CIE-CLIENTE TO SAL-CLIENTE
               READ SALDOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SAL-CARGOS   TO WS-CARGOS
                       MOVE SAL-ABONOS   TO WS-ABONOS
                       MOVE SAL-SALDO    TO WS-SALDO
                       MOVE SAL-SUSPENSO TO WS-SUSPENSO
               END-READ
           END-IF.
           COMPUTE WS-SALDO-NETO = WS-SALDO - WS-SUSPENSO.

      *-----------------------------------------------------------------
      * 300-REPORTA-ESPERA - el cierre todavia espera la factura de
      * sus lecturas finales; queda anotado para que nadie lo busque.
      *-----------------------------------------------------------------
       300-REPORTA-ESPERA.
           ADD 1 TO WS-CONTADOR-ESPERA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "CLIENTE "            DELIMITED BY SIZE
                  CIE-CLIENTE           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-NOMBRE-CLIENTE     DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "  CIERRE DEL "        DELIMITED BY SIZE
                  CIE-FECHA              DELIMITED BY SIZE
                  ": ESPERA LA FACTURA DE " DELIMITED BY SIZE
                  WS-FINALES-PENDIENTES  DELIMITED BY SIZE
                  " LECTURAS FINALES"    DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.

      *-----------------------------------------------------------------
      * 400-ESTADO-DE-CIERRE - el estado de cierre del cliente: sus
      * lecturas y facturas finales, los contratos dados de baja, lo
      * que dice el libro de saldos y el saldo neto.
      *-----------------------------------------------------------------
       400-ESTADO-DE-CIERRE.
           ADD 1 TO WS-CONTADOR-ESTADOS.
           MOVE SPACES TO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "CLIENTE "            DELIMITED BY SIZE
                  CIE-CLIENTE           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-NOMBRE-CLIENTE     DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "  CIERRE DEL "       DELIMITED BY SIZE
                  CIE-FECHA             DELIMITED BY SIZE
                  " POR "               DELIMITED BY SIZE
                  CIE-OPERADOR          DELIMITED BY SIZE
                  "; CONTRATOS DADOS DE BAJA: " DELIMITED BY SIZE
                  CIE-CONTRATOS         DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           PERFORM 410-LINEA-FINAL
               VARYING WS-IDX-FIN FROM 1 BY 1
               UNTIL WS-IDX-FIN > WS-CANTIDAD-FINALES.

           MOVE WS-CARGOS TO WS-IMPORTE-EDITADO.
           MOVE SPACES TO WS-LINEA.
           STRING "  CARGOS:              " DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO        DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE WS-ABONOS TO WS-IMPORTE-EDITADO.
           MOVE SPACES TO WS-LINEA.
           STRING "  ABONOS:              " DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO        DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE WS-SUSPENSO TO WS-IMPORTE-EDITADO.
           MOVE SPACES TO WS-LINEA.
           STRING "  CAJA SIN APLICAR:    " DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO        DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           IF HAY-DEPOSITOS
               PERFORM 420-LINEAS-DEPOSITO
           END-IF.

           MOVE WS-SALDO-NETO TO WS-IMPORTE-EDITADO.
           MOVE SPACES TO WS-LINEA.
           EVALUATE TRUE
               WHEN WS-SALDO-NETO > ZERO
                   STRING "  SALDO NETO A PAGAR:  " DELIMITED BY SIZE
                          WS-IMPORTE-EDITADO        DELIMITED BY SIZE
                          " - SIGUE EN CIERRE"      DELIMITED BY SIZE
                       INTO WS-LINEA
               WHEN WS-SALDO-NETO < ZERO
                   STRING "  SALDO NETO A FAVOR:  " DELIMITED BY SIZE
                          WS-IMPORTE-EDITADO        DELIMITED BY SIZE
                          " - SE REEMBOLSA (98)"    DELIMITED BY SIZE
                       INTO WS-LINEA
               WHEN OTHER
                   STRING "  SALDO NETO:          " DELIMITED BY SIZE
                          WS-IMPORTE-EDITADO        DELIMITED BY SIZE
                          " - SALDADA"              DELIMITED BY SIZE
                       INTO WS-LINEA
           END-EVALUATE.
           PERFORM 700-ESCRIBE-LINEA.

       410-LINEA-FINAL.
           MOVE SPACES TO WS-LINEA.
           IF FTB-FACTURA (WS-IDX-FIN) = ZERO
               STRING "  MEDIDOR "                DELIMITED BY SIZE
                      FTB-MEDIDOR (WS-IDX-FIN)    DELIMITED BY SIZE
                      " LECTURA FINAL "           DELIMITED BY SIZE
                      FTB-LECTURA (WS-IDX-FIN)    DELIMITED BY SIZE
                      " SIN CONSUMO QUE FACTURAR" DELIMITED BY SIZE
                   INTO WS-LINEA
           ELSE
               STRING "  MEDIDOR "                DELIMITED BY SIZE
                      FTB-MEDIDOR (WS-IDX-FIN)    DELIMITED BY SIZE
                      " LECTURA FINAL "           DELIMITED BY SIZE
                      FTB-LECTURA (WS-IDX-FIN)    DELIMITED BY SIZE
                      " FACTURA FINAL "           DELIMITED BY SIZE
                      FTB-FACTURA (WS-IDX-FIN)    DELIMITED BY SIZE
                   INTO WS-LINEA
           END-IF.
           PERFORM 700-ESCRIBE-LINEA.


      *-----------------------------------------------------------------
      * 420-LINEAS-DEPOSITO - el deposito en garantia del cliente, si
      * tiene: retenido todavia (B6-PROGRAMA lo aplica a la factura
      * final antes de la reconstruccion del libro de saldos), o ya
      * aplicado, con la factura que lo absorbio y el remanente que
      * queda a favor del cliente.
      *-----------------------------------------------------------------
       420-LINEAS-DEPOSITO.
           MOVE CIE-CLIENTE TO DEP-CLIENTE.
           READ DEPOSITOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 425-ESCRIBE-DEPOSITO
           END-READ.

       425-ESCRIBE-DEPOSITO.
           MOVE SPACES TO WS-LINEA.
           IF DEP-ES-RETENIDO
               COMPUTE WS-DEP-RETENIDO = DEP-IMPORTE + DEP-INTERES
               MOVE WS-DEP-RETENIDO TO WS-IMPORTE-EDITADO
               STRING "  DEPOSITO RETENIDO:   " DELIMITED BY SIZE
                      WS-IMPORTE-EDITADO        DELIMITED BY SIZE
                      " - VA A LA FACTURA FINAL" DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 700-ESCRIBE-LINEA
           ELSE
               MOVE DEP-IMPORTE-APLICADO TO WS-IMPORTE-EDITADO
               STRING "  DEPOSITO APLICADO:   " DELIMITED BY SIZE
                      WS-IMPORTE-EDITADO        DELIMITED BY SIZE
                      " A LA FACTURA "          DELIMITED BY SIZE
                      DEP-FACTURA               DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 700-ESCRIBE-LINEA
               IF DEP-ES-REEMBOLSADO
                   MOVE DEP-IMPORTE-REEMBOLSO TO WS-IMPORTE-EDITADO
                   MOVE SPACES TO WS-LINEA
                   STRING "  REMANENTE DEPOSITO:  " DELIMITED BY SIZE
                          WS-IMPORTE-EDITADO        DELIMITED BY SIZE
                          " - A FAVOR DEL CLIENTE"  DELIMITED BY SIZE
                       INTO WS-LINEA
                   PERFORM 700-ESCRIBE-LINEA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 500-CIERRA-CUENTA - saldo neto en cero o a favor: el cliente
      * pasa a cerrado en el maestro con la fecha de negocio y su
      * entrada de bitacora, y el cierre queda terminado.
      *-----------------------------------------------------------------
       500-CIERRA-CUENTA.
           MOVE CIE-CLIENTE TO CLI-NUMERO.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "EL CLIENTE " CIE-CLIENTE " NO ESTA EN EL "
                       "MAESTRO; EL CIERRE QUEDA ABIERTO."
               NOT INVALID KEY
                   MOVE CLIENTES-RECORD  TO WS-CJR-ANTES
                   SET  CLI-ES-CERRADO   TO TRUE
                   MOVE WS-FECHA-NEGOCIO TO CLI-FECHA-ESTADO
                   REWRITE CLIENTES-RECORD
                   MOVE CLIENTES-RECORD  TO WS-CJR-DESPUES
                   MOVE "C" TO WS-CJR-ACCION
                   PERFORM GRABA-JOURNAL-CLIENTES
                   SET  CIE-CERRADA      TO TRUE
                   MOVE WS-FECHA-NEGOCIO TO CIE-FECHA-CIERRE
                   ADD 1 TO WS-CONTADOR-CERRADAS
                   MOVE SPACES TO WS-LINEA
                   STRING "  CUENTA CERRADA EL " DELIMITED BY SIZE
                          WS-FECHA-NEGOCIO       DELIMITED BY SIZE
                       INTO WS-LINEA
                   PERFORM 700-ESCRIBE-LINEA
           END-READ.

       700-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-CIERRE-RECORD.
           WRITE REPORTE-CIERRE-RECORD.
           MOVE SPACES TO WS-LINEA.

       800-TOTALES.
           MOVE SPACES TO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           STRING "TOTAL: "              DELIMITED BY SIZE
                  WS-CONTADOR-ABIERTOS   DELIMITED BY SIZE
                  " CIERRES ABIERTOS, "  DELIMITED BY SIZE
                  WS-CONTADOR-CERRADAS   DELIMITED BY SIZE
                  " CERRADAS, "          DELIMITED BY SIZE
                  WS-CONTADOR-CON-SALDO  DELIMITED BY SIZE
                  " CON SALDO, "         DELIMITED BY SIZE
                  WS-CONTADOR-ESPERA     DELIMITED BY SIZE
                  " ESPERAN FACTURA"     DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.

      *-----------------------------------------------------------------
      * GRABA-JOURNAL-CLIENTES - viene de CLIJPRO.CPY (compartido por
      * todo programa que escribe el maestro): anexa a CLIJRNL.DAT la
      * entrada con imagen anterior y posterior.
      *-----------------------------------------------------------------
           COPY CLIJPRO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM B4-PROGRAMA.
