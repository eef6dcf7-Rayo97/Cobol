      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte mensual de morosos al buro de credito: al
      *          cierre del mes arma BUROCRED.DAT, con sobre de
      *          transmision (serie BUROCRED de NUMCTL.DAT), con cada
      *          cliente en mora seria: el que tiene una factura
      *          abierta de BURODIAS dias o mas (TASAS.DAT, 90 de
      *          arranque), clasificada con las mismas cubetas y la
      *          misma convencion de 30 dias de la antiguedad de
      *          saldos (60-PROGRAMA), y saldo en el libro de saldos
      *          (SALDOS.DAT). Se reporta su identidad, su saldo, los
      *          dias de atraso de la factura mas vieja y lo que tiene
      *          a 90+ dias. Las facturas en disputa abierta
      *          (DISPUTAS.DAT) quedan fuera del saldo y de los dias.
      *          BUROHIST.DAT guarda lo que se le mando al buro de
      *          cada cliente: el que se reporto moroso y ya no lo
      *          esta sale como correccion, para que su registro se
      *          limpie, y un detalle que el buro rechazo
      *          (F3-PROGRAMA) se vuelve a mandar.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. F2-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT SALDOS-FILE
               ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CLIENTE
               FILE STATUS IS WS-SALDOS-STATUS.

           SELECT DISPUTA-FILE
               ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-FACTURA
               FILE STATUS IS WS-DISPUTA-STATUS.

           SELECT BURO-HIST-FILE
               ASSIGN TO "BUROHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUH-CLIENTE
               FILE STATUS IS WS-BUROHIST-STATUS.

           SELECT BUROCRED-FILE
               ASSIGN TO "BUROCRED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUROCRED-STATUS.

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
               ASSIGN TO "SORTWKF2.DAT".

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  SALDOS-FILE
           LABEL RECORD IS STANDARD.
           COPY SALDOS.

       FD  DISPUTA-FILE
           LABEL RECORD IS STANDARD.
           COPY DISPUTA.

       FD  BURO-HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY BUROHIST.

       FD  BUROCRED-FILE
           LABEL RECORD IS STANDARD.
           COPY BUROCRED.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

      *-LEGAJOS DEL ORDENAMIENTO, IGUALES A LOS DE LA ANTIGUEDAD
      *-(60-PROGRAMA): FACTURA TIPO 1, APLICACION TIPO 2.
       SD  SORT-WORK-FILE.
       01  SORT-BURO-RECORD.
           05  SRB-CLIENTE         PIC 9(7).
           05  SRB-FACTURA         PIC 9(7).
           05  SRB-TIPO            PIC 9.
           05  SRB-FECHA           PIC 9(8).
           05  SRB-IMPORTE         PIC S9(9)V99.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE SALDOS-FILE: VIENE DE SALDOSTS.CPY.
           COPY SALDOSTS.

      *-FILE STATUS/88-LEVEL DE DISPUTA-FILE: VIENE DE DSPSTS.CPY.
           COPY DSPSTS.

      *-FILE STATUS/88-LEVEL DE BURO-HIST-FILE: VIENE DE BUHSTS.CPY.
           COPY BUHSTS.

       01  WS-BUROCRED-STATUS PIC XX.
           88  BUROCRED-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY): CADA TRANSMISION AL BURO TOMA SU
      *-SECUENCIA DE LA SERIE BUROCRED.
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FECHA OFICIAL DE NEGOCIO Y SUS PARTES PARA LA ARITMETICA DE
      *-ANTIGUEDAD; SU MES (AAAAMM) ES EL MES QUE SE REPORTA.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.
       01  WS-PERIODO       PIC 9(6) VALUE ZERO.

       01  WS-FECHA-FACTURA PIC 9(8) VALUE ZERO.
       01  WS-FECHA-FACTURA-PARTES REDEFINES WS-FECHA-FACTURA.
           05  WS-FAC-ANIO PIC 9(4).
           05  WS-FAC-MES  PIC 99.
           05  WS-FAC-DIA  PIC 99.
       01  WS-DIAS-ANTIGUEDAD PIC S9(7) VALUE ZERO.

      *-DIAS DE LA FACTURA ABIERTA MAS VIEJA A PARTIR DE LOS CUALES EL
      *-CLIENTE SE REPORTA (CODIGO BURODIAS DE TASAS.DAT, CON LA REGLA
      *-DE FECHA EFECTIVA DE SIEMPRE); SIN RENGLON, LA CUBETA DE 90+.
       01  WS-DIAS-BURO PIC 9(5) VALUE 90.
       01  WS-EF-DIAS   PIC 9(8) VALUE ZERO.

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88  SORT-EOF VALUE "S".

       01  WS-FACT-EOF-SW PIC X VALUE "N".
           88  ENTRADA-EOF VALUE "S".

      *-CORTES DE CONTROL: CLIENTE Y FACTURA EN CURSO CON SU SALDO
      *-NETEADO.
       01  WS-CLIENTE-ACTUAL PIC 9(7) VALUE ZERO.
       01  WS-FACTURA-ACTUAL PIC 9(7) VALUE ZERO.
       01  WS-SALDO-FACTURA  PIC S9(9)V99 VALUE ZERO.

       01  WS-HAY-CLIENTE-SW PIC X VALUE "N".
           88  HAY-CLIENTE-ABIERTO VALUE "S".

       01  WS-HAY-FACTURA-SW PIC X VALUE "N".
           88  HAY-FACTURA-ABIERTA VALUE "S".

       01  WS-HAY-DISPUTAS-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-DISPUTAS VALUE "S".

       01  WS-DISPUTA-SW PIC X VALUE "N".
           88  FACTURA-EN-DISPUTA VALUE "S".

      *-ACUMULADOS DEL CLIENTE EN CURSO: LO ABIERTO SIN DISPUTA, LO
      *-QUE DE ELLO TIENE 90+ DIAS, LO QUE ESTA EN DISPUTA, Y LA
      *-FACTURA ABIERTA MAS VIEJA SIN DISPUTA.
       01  WS-CLI-ABIERTO    PIC S9(9)V99 VALUE ZERO.
       01  WS-CLI-DIAS90     PIC S9(9)V99 VALUE ZERO.
       01  WS-CLI-DISPUTADO  PIC S9(9)V99 VALUE ZERO.
       01  WS-CLI-DIAS-MAX   PIC S9(7)    VALUE ZERO.
       01  WS-CLI-FECHA-VIEJA PIC 9(8)    VALUE ZERO.
       01  WS-SALDO-REPORTE  PIC S9(9)V99 VALUE ZERO.

       01  WS-HAY-HISTORIA-SW PIC X VALUE "N".
           88  HAY-HISTORIA VALUE "S".

       01  WS-HAY-MAESTRO-SW PIC X VALUE "N".
           88  HAY-MAESTRO VALUE "S".

       01  WS-MOROSO-SW PIC X VALUE "N".
           88  CLIENTE-MOROSO VALUE "S".

      *-ACCION DEL DETALLE QUE SE VA A ESCRIBIR: M MOROSO, C
      *-CORRECCION.
       01  WS-ACCION PIC X VALUE SPACE.

      *-CONTROLES DE LA CORRIDA Y TOTALES DEL TRAILER.
       01  WS-CONTADOR-DETALLES    PIC 9(7)     VALUE ZERO.
       01  WS-CONTADOR-MOROSOS     PIC 9(7)     VALUE ZERO.
       01  WS-CONTADOR-CORRECCIONES PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-REENVIOS    PIC 9(7)     VALUE ZERO.
       01  WS-CONTADOR-CON-DISPUTA PIC 9(7)     VALUE ZERO.
       01  WS-TOTAL-SALDO          PIC 9(11)V99 VALUE ZERO.

       01  WS-ED-IMPORTE PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           MOVE WS-FECHA-NEGOCIO (1:6) TO WS-PERIODO.
           PERFORM 050-CARGA-TASA-DIAS.

           OPEN INPUT CLIENTES-FILE.
           OPEN INPUT SALDOS-FILE.
           IF SALDOS-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA EL LIBRO DE SALDOS; EL "
                   "SALDO REPORTADO SALE DE LAS FACTURAS ABIERTAS."
           END-IF.
           PERFORM 060-ABRE-DISPUTAS.
           PERFORM 070-ABRE-HISTORIAL.

           MOVE "BUROCRED" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           OPEN OUTPUT BUROCRED-FILE.
           MOVE SPACES             TO BUROCRED-RECORD.
           MOVE "H"                TO BCH-TIPO.
           MOVE WS-FECHA-NEGOCIO   TO BCH-FECHA.
           MOVE WS-PERIODO         TO BCH-PERIODO.
           MOVE WS-NUMERO-ASIGNADO TO BCH-SECUENCIA.
           WRITE BUROCRED-RECORD.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRB-CLIENTE SRB-FACTURA SRB-TIPO
               INPUT PROCEDURE IS 100-SUELTA-MOVIMIENTOS
               OUTPUT PROCEDURE IS 200-EVALUA-CLIENTES.

           PERFORM 400-BARRE-HISTORIAL.

           MOVE SPACES                   TO BUROCRED-RECORD.
           MOVE "T"                      TO BCT-TIPO.
           MOVE WS-CONTADOR-DETALLES     TO BCT-CANTIDAD.
           MOVE WS-CONTADOR-MOROSOS      TO BCT-MOROSOS.
           MOVE WS-CONTADOR-CORRECCIONES TO BCT-CORRECCIONES.
           MOVE WS-TOTAL-SALDO           TO BCT-TOTAL-SALDO.
           WRITE BUROCRED-RECORD.
           CLOSE BUROCRED-FILE.

           IF NOT CLIENTES-NO-EXISTE
               CLOSE CLIENTES-FILE
           END-IF.
           IF NOT SALDOS-NO-EXISTE
               CLOSE SALDOS-FILE
           END-IF.
           IF HAY-ARCHIVO-DISPUTAS
               CLOSE DISPUTA-FILE
           END-IF.
           CLOSE BURO-HIST-FILE.

           PERFORM 900-TOTALES.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASA-DIAS - lee de TASAS.DAT el codigo BURODIAS con
      * la regla de fecha efectiva de siempre; sin renglon, los dias
      * de arranque del programa se conservan.
      *-----------------------------------------------------------------
       050-CARGA-TASA-DIAS.
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
                   IF TAS-CODIGO = "BURODIAS"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-DIAS
                       MOVE TAS-VALOR TO WS-DIAS-BURO
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-DIAS
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 060-ABRE-DISPUTAS - abre el registro de disputas si ya existe;
      * sin archivo, ninguna factura esta en disputa.
      *-----------------------------------------------------------------
       060-ABRE-DISPUTAS.
           MOVE "N" TO WS-HAY-DISPUTAS-SW.
           OPEN INPUT DISPUTA-FILE.
           IF DISPUTA-NO-EXISTE
               NEXT SENTENCE
           ELSE
               SET HAY-ARCHIVO-DISPUTAS TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 070-ABRE-HISTORIAL - abre el historial del buro I-O, creandolo
      * vacio la primera vez.
      *-----------------------------------------------------------------
       070-ABRE-HISTORIAL.
           OPEN I-O BURO-HIST-FILE.
           IF BUROHIST-NO-EXISTE
               OPEN OUTPUT BURO-HIST-FILE
               CLOSE BURO-HIST-FILE
               OPEN I-O BURO-HIST-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 100-SUELTA-MOVIMIENTOS - igual que en la antiguedad: facturas
      * tipo 1, y pagos y referencias (creditos, recargos, castigos)
      * tipo 2 contra la factura a la que aplican.
      *-----------------------------------------------------------------
       100-SUELTA-MOVIMIENTOS.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               MOVE "N" TO WS-FACT-EOF-SW
               PERFORM 110-LEE-FACTURA UNTIL ENTRADA-EOF
               CLOSE FACTURAS-FILE
           END-IF.

           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 120-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.

       110-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET ENTRADA-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       AND FAC-CLIENTE NOT = ZERO
                       MOVE FAC-CLIENTE TO SRB-CLIENTE
                       IF FAC-REFERENCIA = ZERO
                           MOVE FAC-NUMERO TO SRB-FACTURA
                           MOVE 1          TO SRB-TIPO
                           MOVE FAC-FECHA  TO SRB-FECHA
                           MOVE FAC-TOTAL  TO SRB-IMPORTE
                       ELSE
                           MOVE FAC-REFERENCIA TO SRB-FACTURA
                           MOVE 2              TO SRB-TIPO
                           MOVE ZERO           TO SRB-FECHA
                           COMPUTE SRB-IMPORTE = ZERO - FAC-TOTAL
                       END-IF
                       RELEASE SORT-BURO-RECORD
                   END-IF
           END-READ.

       120-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   IF PAG-FACTURA NOT = 9999999
                       AND PAG-CLIENTE NOT = ZERO
                       MOVE PAG-CLIENTE TO SRB-CLIENTE
                       MOVE PAG-FACTURA TO SRB-FACTURA
                       MOVE 2           TO SRB-TIPO
                       MOVE ZERO        TO SRB-FECHA
                       MOVE PAG-IMPORTE TO SRB-IMPORTE
                       RELEASE SORT-BURO-RECORD
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-EVALUA-CLIENTES - procedimiento de salida del SORT: a
      * cada cambio de factura se clasifica su saldo abierto, y a
      * cada cambio de cliente se decide si se reporta moroso, si se
      * le manda su correccion o si no se manda nada.
      *-----------------------------------------------------------------
       200-EVALUA-CLIENTES.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 210-PROCESA-RENGLON UNTIL SORT-EOF.
           IF HAY-FACTURA-ABIERTA
               PERFORM 240-CIERRA-FACTURA
           END-IF.
           IF HAY-CLIENTE-ABIERTO
               PERFORM 250-CIERRA-CLIENTE
           END-IF.

       210-PROCESA-RENGLON.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 220-APLICA-RENGLON
           END-RETURN.

       220-APLICA-RENGLON.
           IF HAY-FACTURA-ABIERTA
               AND (SRB-CLIENTE NOT = WS-CLIENTE-ACTUAL
                   OR SRB-FACTURA NOT = WS-FACTURA-ACTUAL)
               PERFORM 240-CIERRA-FACTURA
           END-IF.
           IF HAY-CLIENTE-ABIERTO
               AND SRB-CLIENTE NOT = WS-CLIENTE-ACTUAL
               PERFORM 250-CIERRA-CLIENTE
           END-IF.
           IF NOT HAY-CLIENTE-ABIERTO
               SET HAY-CLIENTE-ABIERTO TO TRUE
               MOVE SRB-CLIENTE TO WS-CLIENTE-ACTUAL
               MOVE ZERO TO WS-CLI-ABIERTO
               MOVE ZERO TO WS-CLI-DIAS90
               MOVE ZERO TO WS-CLI-DISPUTADO
               MOVE ZERO TO WS-CLI-DIAS-MAX
               MOVE ZERO TO WS-CLI-FECHA-VIEJA
           END-IF.
           IF NOT HAY-FACTURA-ABIERTA
               SET HAY-FACTURA-ABIERTA TO TRUE
               MOVE SRB-FACTURA TO WS-FACTURA-ACTUAL
               MOVE ZERO TO WS-SALDO-FACTURA
               MOVE ZERO TO WS-FECHA-FACTURA
           END-IF.
           IF SRB-TIPO = 1
               ADD SRB-IMPORTE TO WS-SALDO-FACTURA
               MOVE SRB-FECHA  TO WS-FECHA-FACTURA
           ELSE
               SUBTRACT SRB-IMPORTE FROM WS-SALDO-FACTURA
           END-IF.

      *-----------------------------------------------------------------
      * 240-CIERRA-FACTURA - la factura con saldo abierto y disputa
      * abierta va aparte; la demas suma al abierto del cliente con
      * su edad (meses de 30 dias, la convencion de cartera).
      *-----------------------------------------------------------------
       240-CIERRA-FACTURA.
           IF WS-SALDO-FACTURA > ZERO
               PERFORM 245-CONSULTA-DISPUTA
               IF FACTURA-EN-DISPUTA
                   ADD WS-SALDO-FACTURA TO WS-CLI-DISPUTADO
               ELSE
                   COMPUTE WS-DIAS-ANTIGUEDAD =
                       (WS-HOY-ANIO - WS-FAC-ANIO) * 360
                       + (WS-HOY-MES - WS-FAC-MES) * 30
                       + (WS-HOY-DIA - WS-FAC-DIA)
                   ADD WS-SALDO-FACTURA TO WS-CLI-ABIERTO
                   IF WS-DIAS-ANTIGUEDAD NOT < 90
                       ADD WS-SALDO-FACTURA TO WS-CLI-DIAS90
                   END-IF
                   IF WS-DIAS-ANTIGUEDAD > WS-CLI-DIAS-MAX
                       MOVE WS-DIAS-ANTIGUEDAD TO WS-CLI-DIAS-MAX
                       MOVE WS-FECHA-FACTURA   TO WS-CLI-FECHA-VIEJA
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-HAY-FACTURA-SW.

       245-CONSULTA-DISPUTA.
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
      * 250-CIERRA-CLIENTE - el saldo que se reporta es el del libro
      * de saldos menos lo que esta en disputa (sin renglon en el
      * libro, lo abierto sin disputa). El cliente esta en mora seria
      * si su factura abierta mas vieja sin disputa tiene los dias de
      * reporte y el saldo reportado es positivo; si no lo esta y el
      * buro lo tiene como moroso, o su correccion fue rechazada, se
      * le manda la correccion. Un cliente anonimizado no se reporta.
      *-----------------------------------------------------------------
       250-CIERRA-CLIENTE.
           PERFORM 260-SALDO-A-REPORTAR.
           PERFORM 270-LEE-HISTORIA.
           PERFORM 280-LEE-CLIENTE.
           MOVE "N" TO WS-MOROSO-SW.
           IF WS-CLI-DIAS-MAX NOT < WS-DIAS-BURO
               AND WS-SALDO-REPORTE > ZERO
               SET CLIENTE-MOROSO TO TRUE
           END-IF.
           IF HAY-MAESTRO AND CLI-ANONIMIZADO
               MOVE "N" TO WS-MOROSO-SW
           END-IF.
           IF WS-CLI-DISPUTADO > ZERO
               ADD 1 TO WS-CONTADOR-CON-DISPUTA
           END-IF.
           EVALUATE TRUE
               WHEN CLIENTE-MOROSO
                   MOVE "M" TO WS-ACCION
                   PERFORM 300-ESCRIBE-DETALLE
               WHEN HAY-HISTORIA AND BUH-REPORTADO
                   MOVE "C" TO WS-ACCION
                   PERFORM 300-ESCRIBE-DETALLE
               WHEN HAY-HISTORIA AND BUH-LIMPIO
                   AND BUH-RECHAZO NOT = SPACES
                   MOVE "C" TO WS-ACCION
                   ADD 1 TO WS-CONTADOR-REENVIOS
                   PERFORM 300-ESCRIBE-DETALLE
           END-EVALUATE.
           MOVE "N" TO WS-HAY-CLIENTE-SW.

       260-SALDO-A-REPORTAR.
           MOVE WS-CLI-ABIERTO TO WS-SALDO-REPORTE.
           IF NOT SALDOS-NO-EXISTE
               MOVE WS-CLIENTE-ACTUAL TO SAL-CLIENTE
               READ SALDOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-SALDO-REPORTE =
                           SAL-SALDO - WS-CLI-DISPUTADO
               END-READ
           END-IF.

       270-LEE-HISTORIA.
           MOVE "N" TO WS-HAY-HISTORIA-SW.
           MOVE WS-CLIENTE-ACTUAL TO BUH-CLIENTE.
           READ BURO-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HAY-HISTORIA TO TRUE
           END-READ.

       280-LEE-CLIENTE.
           MOVE "N" TO WS-HAY-MAESTRO-SW.
           IF NOT CLIENTES-NO-EXISTE
               MOVE WS-CLIENTE-ACTUAL TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HAY-MAESTRO TO TRUE
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 300-ESCRIBE-DETALLE - el detalle del cliente con su identidad
      * del maestro, y su historia al dia: reportado si es moroso,
      * limpio si es correccion. Una correccion lleva el saldo que
      * quede (cero si ya no debe) y los dias actuales.
      *-----------------------------------------------------------------
       300-ESCRIBE-DETALLE.
           MOVE SPACES            TO BUROCRED-RECORD.
           MOVE "D"               TO BCD-TIPO.
           MOVE WS-ACCION         TO BCD-ACCION.
           MOVE WS-CLIENTE-ACTUAL TO BCD-CLIENTE.
           MOVE ZERO              TO BCD-FECHA-NAC.
           IF HAY-MAESTRO
               MOVE CLI-APELLIDOS TO BCD-APELLIDOS
               MOVE CLI-NOMBRE    TO BCD-NOMBRE
               MOVE CLI-FECHA-NAC TO BCD-FECHA-NAC
           ELSE
               MOVE "(SIN MAESTRO)" TO BCD-APELLIDOS
           END-IF.
           IF WS-SALDO-REPORTE > ZERO
               MOVE WS-SALDO-REPORTE TO BCD-SALDO
           ELSE
               MOVE ZERO TO BCD-SALDO
           END-IF.
           IF WS-CLI-DIAS-MAX > ZERO
               MOVE WS-CLI-DIAS-MAX TO BCD-DIAS-ATRASO
           ELSE
               MOVE ZERO TO BCD-DIAS-ATRASO
           END-IF.
           IF WS-CLI-DIAS90 > ZERO
               MOVE WS-CLI-DIAS90 TO BCD-SALDO-90
           ELSE
               MOVE ZERO TO BCD-SALDO-90
           END-IF.
           MOVE WS-CLI-FECHA-VIEJA TO BCD-FECHA-ANTIGUA.
           WRITE BUROCRED-RECORD.

           ADD 1         TO WS-CONTADOR-DETALLES.
           ADD BCD-SALDO TO WS-TOTAL-SALDO.
           IF WS-ACCION = "M"
               ADD 1 TO WS-CONTADOR-MOROSOS
           ELSE
               ADD 1 TO WS-CONTADOR-CORRECCIONES
           END-IF.

           MOVE WS-CLIENTE-ACTUAL  TO BUH-CLIENTE.
           IF WS-ACCION = "M"
               SET BUH-REPORTADO TO TRUE
           ELSE
               SET BUH-LIMPIO    TO TRUE
           END-IF.
           MOVE WS-PERIODO         TO BUH-PERIODO.
           MOVE WS-ACCION          TO BUH-ACCION.
           MOVE BCD-SALDO          TO BUH-SALDO.
           MOVE BCD-DIAS-ATRASO    TO BUH-DIAS-ATRASO.
           MOVE WS-NUMERO-ASIGNADO TO BUH-SECUENCIA.
           MOVE WS-FECHA-NEGOCIO   TO BUH-FECHA-ENVIO.
           MOVE SPACES             TO BUH-RECHAZO.
           MOVE ZERO               TO BUH-FECHA-RECHAZO.
           MOVE SPACES             TO BUH-MOTIVO-RECHAZO.
           IF HAY-HISTORIA
               REWRITE BURO-HIST-RECORD
           ELSE
               WRITE BURO-HIST-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA HISTORIA DEL "
                           "CLIENTE " WS-CLIENTE-ACTUAL "."
               END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * 400-BARRE-HISTORIAL - un cliente reportado moroso en un mes
      * anterior que ya no tiene ningun movimiento (no paso por el
      * ordenamiento de esta corrida) tambien recibe su correccion,
      * con saldo cero.
      *-----------------------------------------------------------------
       400-BARRE-HISTORIAL.
           MOVE ZERO TO BUH-CLIENTE.
           START BURO-HIST-FILE KEY NOT < BUH-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 410-LEE-HISTORIAL UNTIL BUROHIST-EOF
           END-START.

       410-LEE-HISTORIAL.
           READ BURO-HIST-FILE NEXT RECORD
               AT END
                   SET BUROHIST-EOF TO TRUE
               NOT AT END
                   IF BUH-REPORTADO
                       AND BUH-PERIODO < WS-PERIODO
                       SET  HAY-HISTORIA    TO TRUE
                       MOVE BUH-CLIENTE     TO WS-CLIENTE-ACTUAL
                       MOVE ZERO            TO WS-SALDO-REPORTE
                       MOVE ZERO            TO WS-CLI-DIAS-MAX
                       MOVE ZERO            TO WS-CLI-DIAS90
                       MOVE ZERO            TO WS-CLI-FECHA-VIEJA
                       MOVE "C"             TO WS-ACCION
                       PERFORM 280-LEE-CLIENTE
                       PERFORM 300-ESCRIBE-DETALLE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 900-TOTALES - el resumen de la transmision en consola.
      *-----------------------------------------------------------------
       900-TOTALES.
           DISPLAY "REPORTE AL BURO DE CREDITO DEL MES " WS-PERIODO
               " (SECUENCIA " WS-NUMERO-ASIGNADO ", "
               WS-DIAS-BURO " DIAS):".
           DISPLAY "  CLIENTES REPORTADOS MOROSOS: "
               WS-CONTADOR-MOROSOS.
           DISPLAY "  CORRECCIONES ENVIADAS:       "
               WS-CONTADOR-CORRECCIONES.
           DISPLAY "    DE ELLAS, REENVIO DE RECHAZOS: "
               WS-CONTADOR-REENVIOS.
           MOVE WS-TOTAL-SALDO TO WS-ED-IMPORTE.
           DISPLAY "  SALDO REPORTADO:             " WS-ED-IMPORTE.
           DISPLAY "  CLIENTES CON FACTURAS EN DISPUTA (FUERA): "
               WS-CONTADOR-CON-DISPUTA.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY (compartido por todo
      * programa que toma numeros de NUMCTL.DAT).
      *-----------------------------------------------------------------
           COPY ASIGNUM.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM F2-PROGRAMA.
