      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte nocturno de disputas abiertas: cada factura
      *          con disputa abierta en DISPUTAS.DAT (A7-PROGRAMA),
      *          con su cliente, la fecha de apertura, los dias que
      *          lleva abierta contra la fecha de negocio y su tramo
      *          (0-30, 31-60, 61-90, 90+), el saldo que sigue
      *          detenido (la factura neta de creditos, recargos y
      *          pagos), el operador que la abrio y el motivo, con un
      *          resumen por tramo al pie. La disputa que pasa de
      *          DISPDIAS dias (TASAS.DAT) deja su alerta para que
      *          no quede estacionada para siempre. El reporte,
      *          DISPUTAS.RPT, entra al paquete de la mañana
      *          (53-PROGRAMA).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. A8-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DISPUTA-FILE
               ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-FACTURA
               FILE STATUS IS WS-DISPUTA-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT ALERTAS-FILE
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "DISPUTAS.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  DISPUTA-FILE
           LABEL RECORD IS STANDARD.
           COPY DISPUTA.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

      *-RENGLON DEL REPORTE (80 BYTES): UNA DISPUTA ABIERTA, O UN
      *-TOTAL POR TRAMO (CANTIDAD EN RDS-DIAS); EL ENCABEZADO ES LA
      *-VISTA ALTERNA CON LOS TITULOS DE COLUMNA.
       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-DISPUTA-RECORD.
           05  RDS-FACTURA         PIC X(7).
           05  FILLER              PIC X.
           05  RDS-CLIENTE         PIC X(7).
           05  FILLER              PIC X.
           05  RDS-FECHA           PIC X(8).
           05  FILLER              PIC X.
           05  RDS-DIAS            PIC ZZZZ9.
           05  FILLER              PIC X.
           05  RDS-TRAMO           PIC X(6).
           05  FILLER              PIC X.
           05  RDS-SALDO           PIC -ZZZZZZZ9.99.
           05  FILLER              PIC X.
           05  RDS-OPERADOR        PIC X(8).
           05  FILLER              PIC X.
           05  RDS-MOTIVO          PIC X(20).

       01  REPORTE-DISPUTA-HEADER REDEFINES REPORTE-DISPUTA-RECORD.
           05  RDH-FACTURA         PIC X(7).
           05  FILLER              PIC X.
           05  RDH-CLIENTE         PIC X(7).
           05  FILLER              PIC X.
           05  RDH-FECHA           PIC X(8).
           05  FILLER              PIC X.
           05  RDH-DIAS            PIC X(5).
           05  FILLER              PIC X.
           05  RDH-TRAMO           PIC X(6).
           05  FILLER              PIC X.
           05  RDH-SALDO           PIC X(12).
           05  FILLER              PIC X.
           05  RDH-OPERADOR        PIC X(8).
           05  FILLER              PIC X.
           05  RDH-MOTIVO          PIC X(20).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE DISPUTA-FILE: VIENE DE DSPSTS.CPY.
           COPY DSPSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-CAMPOS DE LA ALERTA QUE SE DEJA EN ALERTAS.DAT (VER
      *-ALERTPRO.CPY).
       01  WS-ALR-SEVERIDAD PIC X       VALUE SPACE.
       01  WS-ALR-PROGRAMA  PIC X(11)   VALUE SPACES.
       01  WS-ALR-MENSAJE   PIC X(40)   VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)    VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)    VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA Y SUS PARTES PARA LA
      *-ARITMETICA DE ANTIGUEDAD.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

       01  WS-FECHA-DISPUTA PIC 9(8) VALUE ZERO.
       01  WS-FECHA-DISPUTA-PARTES REDEFINES WS-FECHA-DISPUTA.
           05  WS-DSP-ANIO PIC 9(4).
           05  WS-DSP-MES  PIC 99.
           05  WS-DSP-DIA  PIC 99.

      *-DIAS A PARTIR DE LOS CUALES UNA DISPUTA ABIERTA DEJA SU
      *-ALERTA, CARGADOS DE TASAS.DAT (CODIGO DISPDIAS) CON LA REGLA
      *-DE FECHA EFECTIVA DE SIEMPRE; SIN RENGLON, LOS SESENTA DIAS
      *-DE ARRANQUE SE CONSERVAN.
       01  WS-DIAS-LIMITE   PIC 9(5) VALUE 60.
       01  WS-EF-LIMITE     PIC 9(8) VALUE ZERO.

      *-TABLA DE DISPUTAS ABIERTAS, EN ORDEN DE FACTURA, CON EL SALDO
      *-QUE SE VA NETEANDO DE FACTURAS.DAT Y PAGOS.DAT.
       01  WS-CANTIDAD-DISPUTAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-DISPUTAS.
           05  WS-DISPUTA-ENT OCCURS 1000 TIMES.
               10  DTB-FACTURA     PIC 9(7).
               10  DTB-CLIENTE     PIC 9(7).
               10  DTB-FECHA       PIC 9(8).
               10  DTB-OPERADOR    PIC X(8).
               10  DTB-MOTIVO      PIC X(30).
               10  DTB-SALDO       PIC S9(9)V99.

       01  WS-TABLA-LLENA-SW PIC X VALUE "N".
           88  TABLA-DISPUTAS-LLENA VALUE "S".

       01  WS-IDX         PIC 9(4) VALUE ZERO.
       01  WS-IDX-BUSCA   PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-FACTURA-BUSCADA PIC 9(7) VALUE ZERO.

      *-EDAD DE LA DISPUTA (MESES DE 30 DIAS, LA CONVENCION DE
      *-CARTERA) Y SU TRAMO.
       01  WS-DIAS-ABIERTA PIC S9(7) VALUE ZERO.
       01  WS-TRAMO        PIC 9    VALUE ZERO.

      *-ACUMULADOS POR TRAMO PARA EL RESUMEN AL PIE.
       01  WS-LISTA-TRAMOS.
           05  FILLER PIC X(6) VALUE "0-30".
           05  FILLER PIC X(6) VALUE "31-60".
           05  FILLER PIC X(6) VALUE "61-90".
           05  FILLER PIC X(6) VALUE "90+".
       01  WS-TRAMOS-TABLA REDEFINES WS-LISTA-TRAMOS.
           05  TRM-NOMBRE PIC X(6) OCCURS 4 TIMES.

       01  WS-ACUMULADOS-TRAMO.
           05  WS-TRAMO-ENT OCCURS 4 TIMES.
               10  TRM-CANTIDAD PIC 9(5)      VALUE ZERO.
               10  TRM-SALDO    PIC S9(11)V99 VALUE ZERO.

       01  WS-TOTAL-CANTIDAD  PIC 9(5)      VALUE ZERO.
       01  WS-TOTAL-SALDO     PIC S9(11)V99 VALUE ZERO.
       01  WS-CONTADOR-ALERTAS PIC 9(5)     VALUE ZERO.
       01  WS-DIAS-ALERTA     PIC 9(4)      VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 050-CARGA-TASAS-DISPUTA.
           PERFORM 100-CARGA-DISPUTAS.
           IF TABLA-DISPUTAS-LLENA
               DISPLAY "AVISO: LA TABLA DE DISPUTAS SE LLENO (1000); "
                   "LAS RESTANTES NO SALEN EN EL REPORTE."
           END-IF.
           PERFORM 200-SALDA-FACTURAS.
           PERFORM 300-RESTA-PAGOS.
           PERFORM 400-GENERA-REPORTE.

           DISPLAY "DISPUTAS ABIERTAS: " WS-TOTAL-CANTIDAD
               " POR " WS-TOTAL-SALDO.
           DISPLAY "CON MAS DE " WS-DIAS-LIMITE " DIAS (ALERTA): "
               WS-CONTADOR-ALERTAS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASAS-DISPUTA - lee de TASAS.DAT el codigo DISPDIAS,
      * quedandose con el renglon de fecha efectiva mas reciente que
      * no pase de la fecha de negocio.
      *-----------------------------------------------------------------
       050-CARGA-TASAS-DISPUTA.
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
                   IF TAS-CODIGO = "DISPDIAS"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-LIMITE
                       MOVE TAS-VALOR TO WS-DIAS-LIMITE
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-LIMITE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-CARGA-DISPUTAS - las disputas abiertas del registro; sin
      * registro, el reporte sale vacio.
      *-----------------------------------------------------------------
       100-CARGA-DISPUTAS.
           OPEN INPUT DISPUTA-FILE.
           IF DISPUTA-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA DISPUTAS.DAT"
           ELSE
               PERFORM 110-LEE-DISPUTA UNTIL DISPUTA-EOF
               CLOSE DISPUTA-FILE
           END-IF.

       110-LEE-DISPUTA.
           READ DISPUTA-FILE NEXT RECORD
               AT END
                   SET DISPUTA-EOF TO TRUE
               NOT AT END
                   IF DSP-ABIERTA
                       IF WS-CANTIDAD-DISPUTAS < 1000
                           ADD 1 TO WS-CANTIDAD-DISPUTAS
                           MOVE DSP-FACTURA TO
                               DTB-FACTURA (WS-CANTIDAD-DISPUTAS)
                           MOVE DSP-CLIENTE TO
                               DTB-CLIENTE (WS-CANTIDAD-DISPUTAS)
                           MOVE DSP-FECHA TO
                               DTB-FECHA (WS-CANTIDAD-DISPUTAS)
                           MOVE DSP-OPERADOR TO
                               DTB-OPERADOR (WS-CANTIDAD-DISPUTAS)
                           MOVE DSP-MOTIVO TO
                               DTB-MOTIVO (WS-CANTIDAD-DISPUTAS)
                           MOVE ZERO TO
                               DTB-SALDO (WS-CANTIDAD-DISPUTAS)
                       ELSE
                           SET TABLA-DISPUTAS-LLENA TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-SALDA-FACTURAS - suma al saldo de cada disputa el total de
      * su factura y de los creditos y recargos que la referencian,
      * igual que el paso de mora.
      *-----------------------------------------------------------------
       200-SALDA-FACTURAS.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               PERFORM 210-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.

       210-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       IF FAC-REFERENCIA = ZERO
                           MOVE FAC-NUMERO TO WS-FACTURA-BUSCADA
                       ELSE
                           MOVE FAC-REFERENCIA TO WS-FACTURA-BUSCADA
                       END-IF
                       PERFORM 250-BUSCA-DISPUTA
                       IF WS-IDX-HALLADO > ZERO
                           ADD FAC-TOTAL TO DTB-SALDO (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

       250-BUSCA-DISPUTA.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 255-COMPARA-DISPUTA
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-DISPUTAS
                   OR WS-IDX-HALLADO > ZERO.

       255-COMPARA-DISPUTA.
           IF DTB-FACTURA (WS-IDX-BUSCA) = WS-FACTURA-BUSCADA
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 300-RESTA-PAGOS - resta del saldo de cada disputa los pagos
      * aplicados a su factura (con signo: reversas, reembolsos y
      * retenciones ya vienen negados).
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
                   IF PGT-MARCA NOT = 9999999
                       MOVE PAG-FACTURA TO WS-FACTURA-BUSCADA
                       PERFORM 250-BUSCA-DISPUTA
                       IF WS-IDX-HALLADO > ZERO
                           SUBTRACT PAG-IMPORTE
                               FROM DTB-SALDO (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-GENERA-REPORTE - DISPUTAS.RPT: encabezado, una linea por
      * disputa abierta con su antiguedad y su tramo, y el resumen
      * por tramo.
      *-----------------------------------------------------------------
       400-GENERA-REPORTE.
           OPEN OUTPUT REPORTE-FILE.

           MOVE SPACES       TO REPORTE-DISPUTA-HEADER.
           MOVE "FACTURA"    TO RDH-FACTURA.
           MOVE "CLIENTE"    TO RDH-CLIENTE.
           MOVE "ABIERTA"    TO RDH-FECHA.
           MOVE "DIAS"       TO RDH-DIAS.
           MOVE "TRAMO"      TO RDH-TRAMO.
           MOVE "SALDO"      TO RDH-SALDO.
           MOVE "OPERADOR"   TO RDH-OPERADOR.
           MOVE "MOTIVO"     TO RDH-MOTIVO.
           WRITE REPORTE-DISPUTA-RECORD.

           PERFORM 410-ESCRIBE-DISPUTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-DISPUTAS.

           MOVE SPACES       TO REPORTE-DISPUTA-HEADER.
           MOVE "RESUMEN"    TO RDH-FACTURA.
           MOVE "CANT"       TO RDH-DIAS.
           MOVE "TRAMO"      TO RDH-TRAMO.
           MOVE "SALDO"      TO RDH-SALDO.
           WRITE REPORTE-DISPUTA-RECORD.

           PERFORM 450-ESCRIBE-TRAMO
               VARYING WS-TRAMO FROM 1 BY 1
               UNTIL WS-TRAMO > 4.

           MOVE SPACES            TO REPORTE-DISPUTA-RECORD.
           MOVE "TOTAL"           TO RDS-FACTURA.
           MOVE WS-TOTAL-CANTIDAD TO RDS-DIAS.
           MOVE WS-TOTAL-SALDO    TO RDS-SALDO.
           WRITE REPORTE-DISPUTA-RECORD.

           CLOSE REPORTE-FILE.

       410-ESCRIBE-DISPUTA.
           MOVE DTB-FECHA (WS-IDX) TO WS-FECHA-DISPUTA.
           COMPUTE WS-DIAS-ABIERTA =
               (WS-HOY-ANIO - WS-DSP-ANIO) * 360
               + (WS-HOY-MES - WS-DSP-MES) * 30
               + (WS-HOY-DIA - WS-DSP-DIA).
           IF WS-DIAS-ABIERTA < ZERO
               MOVE ZERO TO WS-DIAS-ABIERTA
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIAS-ABIERTA > 90
                   MOVE 4 TO WS-TRAMO
               WHEN WS-DIAS-ABIERTA > 60
                   MOVE 3 TO WS-TRAMO
               WHEN WS-DIAS-ABIERTA > 30
                   MOVE 2 TO WS-TRAMO
               WHEN OTHER
                   MOVE 1 TO WS-TRAMO
           END-EVALUATE.
           ADD 1                  TO TRM-CANTIDAD (WS-TRAMO).
           ADD DTB-SALDO (WS-IDX) TO TRM-SALDO (WS-TRAMO).
           ADD 1                  TO WS-TOTAL-CANTIDAD.
           ADD DTB-SALDO (WS-IDX) TO WS-TOTAL-SALDO.

           MOVE SPACES                TO REPORTE-DISPUTA-RECORD.
           MOVE DTB-FACTURA (WS-IDX)  TO RDS-FACTURA.
           MOVE DTB-CLIENTE (WS-IDX)  TO RDS-CLIENTE.
           MOVE DTB-FECHA (WS-IDX)    TO RDS-FECHA.
           MOVE WS-DIAS-ABIERTA       TO RDS-DIAS.
           MOVE TRM-NOMBRE (WS-TRAMO) TO RDS-TRAMO.
           MOVE DTB-SALDO (WS-IDX)    TO RDS-SALDO.
           MOVE DTB-OPERADOR (WS-IDX) TO RDS-OPERADOR.
           MOVE DTB-MOTIVO (WS-IDX)   TO RDS-MOTIVO.
           WRITE REPORTE-DISPUTA-RECORD.

           IF WS-DIAS-ABIERTA > WS-DIAS-LIMITE
               PERFORM 430-ALERTA-DISPUTA
           END-IF.

      *-----------------------------------------------------------------
      * 430-ALERTA-DISPUTA - la disputa que pasa de DISPDIAS dias deja
      * su renglon en la cola central de alertas.
      *-----------------------------------------------------------------
       430-ALERTA-DISPUTA.
           MOVE WS-DIAS-ABIERTA TO WS-DIAS-ALERTA.
           MOVE "A"             TO WS-ALR-SEVERIDAD.
           MOVE "A8-PROGRAMA"   TO WS-ALR-PROGRAMA.
           MOVE SPACES          TO WS-ALR-MENSAJE.
           STRING "DISPUTA ABIERTA FACTURA " DELIMITED BY SIZE
                  DTB-FACTURA (WS-IDX)       DELIMITED BY SIZE
                  " D"                       DELIMITED BY SIZE
                  WS-DIAS-ALERTA             DELIMITED BY SIZE
               INTO WS-ALR-MENSAJE.
           PERFORM GRABA-ALERTA.
           ADD 1 TO WS-CONTADOR-ALERTAS.

       450-ESCRIBE-TRAMO.
           MOVE SPACES                   TO REPORTE-DISPUTA-RECORD.
           MOVE "TRAMO"                  TO RDS-FACTURA.
           MOVE TRM-CANTIDAD (WS-TRAMO)  TO RDS-DIAS.
           MOVE TRM-NOMBRE (WS-TRAMO)    TO RDS-TRAMO.
           MOVE TRM-SALDO (WS-TRAMO)     TO RDS-SALDO.
           WRITE REPORTE-DISPUTA-RECORD.

      *-----------------------------------------------------------------
      * GRABA-ALERTA - viene de ALERTPRO.CPY (compartido por toda
      * compuerta que deja su renglon en la cola central de alertas).
      *-----------------------------------------------------------------
           COPY ALERTPRO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM A8-PROGRAMA.
