      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devengo mensual del consumo no facturado: el ultimo
      *          dia habil del mes (MESFIN.DAT, 36-PROGRAMA) estima
      *          por cada medidor activo y no cortado el consumo que
      *          corre entre su ultima lectura facturada y el fin del
      *          mes y que la facturacion de consumo (75-PROGRAMA) aun
      *          no cobra: el promedio por ciclo de MEDSALDO.DAT por
      *          los dias transcurridos desde MSA-ULT-FECHA (meses de
      *          30 dias, la convencion de cartera), tarifado con la
      *          tarifa vigente de TASAS.DAT (plana o por bloques,
      *          como la tarifa 75). Deja en DEVENGO.DAT el asiento de
      *          devengo del dia y su reverso automatico con fecha del
      *          primer dia del periodo siguiente, que el extracto
      *          contable (66-PROGRAMA) postea por la regla de clase V,
      *          y el listado de respaldo por medidor en DEVENGO.RPT.
      *          Contabilidad deja de estimarlo en su hoja de calculo.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. C2-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MEDIDORES-FILE
               ASSIGN TO "MEDIDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-ID
               FILE STATUS IS WS-MEDIDORES-STATUS.

           SELECT MEDIDOR-SALDO-FILE
               ASSIGN TO "MEDSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSA-MEDIDOR
               FILE STATUS IS WS-MEDSALDO-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT DEVENGO-FILE
               ASSIGN TO "DEVENGO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEVENGO-STATUS.

           SELECT MES-FIN-FILE
               ASSIGN TO "MESFIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MESFIN-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT PERIODOS-FILE
               ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIODO
               FILE STATUS IS WS-PERIODOS-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "DEVENGO.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  MEDIDORES-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDIDORES.

       FD  MEDIDOR-SALDO-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDSALDO.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  DEVENGO-FILE
           LABEL RECORD IS STANDARD.
           COPY DEVENGO.

       FD  MES-FIN-FILE
           LABEL RECORD IS STANDARD.
           COPY MESFIN.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

      *-RENGLON DEL LISTADO DE RESPALDO (80 BYTES), ARMADO EN
      *-WS-LINEA.
       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-DEVENGO-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE MEDIDORES-FILE: VIENE DE MEDSTS.CPY.
           COPY MEDSTS.

      *-FILE STATUS/88-LEVEL DE MEDIDOR-SALDO-FILE: VIENE DE
      *-MSALSTS.CPY.
           COPY MSALSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE DEVENGO-FILE: VIENE DE DVGSTS.CPY.
           COPY DVGSTS.

       01  WS-MESFIN-STATUS PIC XX.
           88  MESFIN-OK        VALUE "00".
           88  MESFIN-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-RESULTADO DE LA CONSULTA DEL CONTROL DE PERIODOS (VER
      *-VALPERIO.CPY).
       01  WS-PERIODO-CERRADO-SW PIC X VALUE "N".
           88  PERIODO-CERRADO VALUE "S".

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA (EL CIERRE DEL MES) Y
      *-LA DEL REVERSO, EL PRIMER DIA DEL PERIODO SIGUIENTE.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.
       01  WS-FECHA-REVERSO PIC 9(8) VALUE ZERO.
       01  WS-FECHA-REVERSO-R REDEFINES WS-FECHA-REVERSO.
           05  WS-REV-ANIO PIC 9(4).
           05  WS-REV-MES  PIC 99.
           05  WS-REV-DIA  PIC 99.

      *-ULTIMA LECTURA FACTURADA DEL MEDIDOR EN TURNO.
       01  WS-FECHA-ULTIMA PIC 9(8) VALUE ZERO.
       01  WS-FECHA-ULTIMA-R REDEFINES WS-FECHA-ULTIMA.
           05  WS-ULT-ANIO PIC 9(4).
           05  WS-ULT-MES  PIC 99.
           05  WS-ULT-DIA  PIC 99.

      *-UN REVERSO DE UN CIERRE ANTERIOR QUE EL EXTRACTO TODAVIA NO
      *-POSTEA: ESE DEVENGO NO SE PISA.
       01  WS-PENDIENTE-SW PIC X VALUE "N".
           88  HAY-REVERSO-PENDIENTE VALUE "S".
       01  WS-CIERRE-PENDIENTE PIC 9(8) VALUE ZERO.

      *-TARIFA POR UNIDAD DE CONSUMO (CODIGO TARIFACONS DE TASAS, EL
      *-VALOR EN CENTAVOS POR UNIDAD) CON SU FECHA EFECTIVA; SIN
      *-RENGLON, EL VALOR DE ARRANQUE DE LA FACTURACION DE CONSUMO.
       01  WS-PRECIO-UNIT PIC 9(3)V99 VALUE 1.50.
       01  WS-EF-TARIFA   PIC 9(8)    VALUE ZERO.

      *-TARIFA POR BLOQUES (CODIGOS TARBLQLIMN Y TARBLQPREN DE TASAS),
      *-LA MISMA TABLA QUE ARMA LA FACTURACION DE CONSUMO: SOLO LOS
      *-RENGLONES DE LA FECHA EFECTIVA VIGENTE MAS RECIENTE; SIN
      *-ELLOS, TARIFACONS ES EL UNICO BLOQUE.
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

       01  WS-BLQ-NUM    PIC 9     VALUE ZERO.
       01  WS-IDX-BLQ    PIC 9(2)  VALUE ZERO.
       01  WS-BLQ-PISO   PIC 9(7)  VALUE ZERO.
       01  WS-BLQ-TECHO  PIC 9(7)  VALUE ZERO.
       01  WS-BLQ-CANTIDAD PIC 9(7) VALUE ZERO.

      *-LA ESTIMACION DEL MEDIDOR EN TURNO.
       01  WS-DIAS-SIN-FACTURAR PIC S9(5)    VALUE ZERO.
       01  WS-DIA-ULTIMO        PIC 99       VALUE ZERO.
       01  WS-UNIDADES          PIC 9(7)     VALUE ZERO.
       01  WS-IMPORTE           PIC S9(9)V99 VALUE ZERO.

      *-ACUMULADOS DEL DEVENGO.
       01  WS-CONTADOR-MEDIDORES PIC 9(7)      VALUE ZERO.
       01  WS-TOTAL-UNIDADES     PIC 9(9)      VALUE ZERO.
       01  WS-TOTAL-IMPORTE      PIC S9(9)V99  VALUE ZERO.

      *-RENGLON DE DETALLE DEL LISTADO POR MEDIDOR.
       01  WS-RENGLON-MEDIDOR.
           05  RDV-MEDIDOR         PIC X(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RDV-CLIENTE         PIC 9(7).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RDV-ULT-FECHA       PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  RDV-ULT-VALOR       PIC ZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RDV-PROMEDIO        PIC ZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RDV-DIAS            PIC ZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RDV-UNIDADES        PIC ZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  RDV-IMPORTE         PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(5)  VALUE SPACES.

       01  WS-IMPORTE-EDITADO  PIC -ZZZZZZZZ9.99.
       01  WS-CANTIDAD-EDITADA PIC ZZZZZZZZ9.
       01  WS-LINEA            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.

           PERFORM 010-VERIFICA-FIN-DE-MES.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               DISPLAY "EL MES DE NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                   " YA ESTA CERRADO A CONTABILIDAD; NO SE DEVENGA "
                   "CONSUMO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 020-REVISA-DEVENGO-ANTERIOR.
           IF HAY-REVERSO-PENDIENTE
               DISPLAY "EL REVERSO DEL DEVENGO DEL " WS-CIERRE-PENDIENTE
                   " TODAVIA NO SE POSTEA; NO SE DEVENGA ENCIMA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 100-CARGA-TARIFA.
           PERFORM 030-FECHA-REVERSO.

           OPEN INPUT MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE
               DISPLAY "NO EXISTE EL MAESTRO DE MEDIDORES; NO HAY "
                   "CONSUMO QUE DEVENGAR."
               STOP RUN
           END-IF.
           OPEN INPUT MEDIDOR-SALDO-FILE.
           IF MEDSALDO-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA MEDSALDO.DAT; SIN HISTORIA "
                   "NO HAY CONSUMO QUE DEVENGAR."
               CLOSE MEDIDORES-FILE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           PERFORM 200-ENCABEZADO.
           MOVE SPACES TO MED-ID.
           START MEDIDORES-FILE KEY NOT < MED-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 300-LEE-MEDIDOR UNTIL MEDIDORES-EOF
           END-START.
           CLOSE MEDIDORES-FILE.
           CLOSE MEDIDOR-SALDO-FILE.

           PERFORM 500-GRABA-ASIENTO.
           PERFORM 600-TOTALES.
           CLOSE REPORTE-FILE.

           DISPLAY "DEVENGO DE CONSUMO NO FACTURADO AL "
               WS-FECHA-NEGOCIO ":".
           DISPLAY "  MEDIDORES:  " WS-CONTADOR-MEDIDORES.
           DISPLAY "  UNIDADES:   " WS-TOTAL-UNIDADES.
           DISPLAY "  IMPORTE:    " WS-TOTAL-IMPORTE.
           DISPLAY "  REVERSO AL: " WS-FECHA-REVERSO.

           STOP RUN.

      *-----------------------------------------------------------------
      * 010-VERIFICA-FIN-DE-MES - el devengo es del ultimo dia habil
      * del mes; cualquier otro dia (la bandera de 36 no dice S, o no
      * es de la fecha de negocio) el paso termina sin devengar.
      *-----------------------------------------------------------------
       010-VERIFICA-FIN-DE-MES.
           OPEN INPUT MES-FIN-FILE.
           IF MESFIN-NO-EXISTE
               MOVE "N" TO MFN-ES-FIN
           ELSE
               READ MES-FIN-FILE
                   AT END
                       MOVE "N" TO MFN-ES-FIN
               END-READ
               CLOSE MES-FIN-FILE
           END-IF.
           IF NOT MFN-FIN-DE-MES
               OR MFN-FECHA NOT = WS-FECHA-NEGOCIO
               DISPLAY "EL " WS-FECHA-NEGOCIO " NO ES EL ULTIMO DIA "
                   "HABIL DEL MES; NO SE DEVENGA CONSUMO."
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      * 020-REVISA-DEVENGO-ANTERIOR - DEVENGO.DAT guarda un solo
      * cierre; el del mes anterior se puede reemplazar cuando su
      * reverso ya se posteo (o cuando es el de hoy mismo, en una
      * corrida repetida), nunca antes.
      *-----------------------------------------------------------------
       020-REVISA-DEVENGO-ANTERIOR.
           OPEN INPUT DEVENGO-FILE.
           IF DEVENGO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 025-LEE-DEVENGO UNTIL DEVENGO-EOF
               CLOSE DEVENGO-FILE
           END-IF.

       025-LEE-DEVENGO.
           READ DEVENGO-FILE
               AT END
                   SET DEVENGO-EOF TO TRUE
               NOT AT END
                   IF DVG-ES-REVERSO
                       AND DVG-PENDIENTE
                       AND DVG-FECHA-CIERRE NOT = WS-FECHA-NEGOCIO
                       SET HAY-REVERSO-PENDIENTE TO TRUE
                       MOVE DVG-FECHA-CIERRE TO WS-CIERRE-PENDIENTE
                   END-IF
           END-READ.

       030-FECHA-REVERSO.
           MOVE WS-HOY-ANIO TO WS-REV-ANIO.
           MOVE WS-HOY-MES  TO WS-REV-MES.
           MOVE 1           TO WS-REV-DIA.
           IF WS-REV-MES = 12
               MOVE 1 TO WS-REV-MES
               ADD 1  TO WS-REV-ANIO
           ELSE
               ADD 1  TO WS-REV-MES
           END-IF.

      *-----------------------------------------------------------------
      * 100-CARGA-TARIFA - la tarifa vigente a la fecha de negocio,
      * con la misma regla de la facturacion de consumo: TARIFACONS
      * de fecha efectiva mas reciente, y la tabla de bloques de la
      * fecha efectiva vigente si la hay. Una tabla incompleta o
      * desordenada detiene el devengo con RETURN-CODE 8, igual que
      * detiene la facturacion.
      *-----------------------------------------------------------------
       100-CARGA-TARIFA.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
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
                   "NO SE DEVENGA CONSUMO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       110-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       IF TAS-CODIGO = "TARIFACONS"
                           IF TAS-FECHA-EFECTIVA >= WS-EF-TARIFA
                               COMPUTE WS-PRECIO-UNIT =
                                   TAS-VALOR / 100
                               MOVE TAS-FECHA-EFECTIVA
                                   TO WS-EF-TARIFA
                           END-IF
                       ELSE
                           IF TAS-CODIGO (1:6) = "TARBLQ"
                               AND TAS-FECHA-EFECTIVA
                                   >= WS-EF-BLOQUES
                               MOVE TAS-FECHA-EFECTIVA
                                   TO WS-EF-BLOQUES
                               SET HAY-TARIFA-BLOQUES TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

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
           END-IF.

       200-ENCABEZADO.
           MOVE SPACES TO WS-LINEA.
           STRING "DEVENGO DE CONSUMO NO FACTURADO AL "
                                        DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO      DELIMITED BY SIZE
                  " (REVERSO AL "       DELIMITED BY SIZE
                  WS-FECHA-REVERSO      DELIMITED BY SIZE
                  ")"                   DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           STRING "MEDIDOR   CLIENTE  ULT.FACT   ULT.VAL  PROMED"
                                        DELIMITED BY SIZE
                  "  DIAS  UNIDADES        IMPORTE"
                                        DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.

      *-----------------------------------------------------------------
      * 300-LEE-MEDIDOR - los medidores activos y no cortados con
      * historia facturada (ciclos y promedio) se estiman, igual que
      * los que la facturacion de consumo estima cuando pierden su
      * ciclo.
      *-----------------------------------------------------------------
       300-LEE-MEDIDOR.
           READ MEDIDORES-FILE NEXT RECORD
               AT END
                   SET MEDIDORES-EOF TO TRUE
               NOT AT END
                   IF MED-ESTA-ACTIVO
                       AND NOT MED-ESTA-CORTADO
                       MOVE MED-ID TO MSA-MEDIDOR
                       READ MEDIDOR-SALDO-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF MSA-CICLOS > ZERO
                                   AND MSA-PROM-CONSUMO > ZERO
                                   AND MSA-ULT-FECHA > ZERO
                                   PERFORM 310-ESTIMA-MEDIDOR
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 310-ESTIMA-MEDIDOR - dias sin facturar de la ultima lectura
      * facturada al fin del mes (meses de 30 dias), el promedio del
      * ciclo prorrateado a esos dias, y su importe tarifado.
      *-----------------------------------------------------------------
       310-ESTIMA-MEDIDOR.
           MOVE MSA-ULT-FECHA TO WS-FECHA-ULTIMA.
           IF WS-ULT-DIA > 30
               MOVE 30 TO WS-DIA-ULTIMO
           ELSE
               MOVE WS-ULT-DIA TO WS-DIA-ULTIMO
           END-IF.
           COMPUTE WS-DIAS-SIN-FACTURAR =
               (WS-HOY-ANIO - WS-ULT-ANIO) * 360
               + (WS-HOY-MES - WS-ULT-MES) * 30
               + (30 - WS-DIA-ULTIMO).
           IF WS-DIAS-SIN-FACTURAR > ZERO
               COMPUTE WS-UNIDADES ROUNDED =
                   MSA-PROM-CONSUMO * WS-DIAS-SIN-FACTURAR / 30
               IF WS-UNIDADES > ZERO
                   PERFORM 320-TARIFA-UNIDADES
                   PERFORM 330-RENGLON-MEDIDOR
                   ADD 1           TO WS-CONTADOR-MEDIDORES
                   ADD WS-UNIDADES TO WS-TOTAL-UNIDADES
                   ADD WS-IMPORTE  TO WS-TOTAL-IMPORTE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 320-TARIFA-UNIDADES - las unidades estimadas se tarifan de
      * cero hacia arriba por los bloques vigentes; con tarifa plana
      * hay un solo bloque sin techo.
      *-----------------------------------------------------------------
       320-TARIFA-UNIDADES.
           MOVE ZERO TO WS-IMPORTE.
           MOVE ZERO TO WS-BLQ-PISO.
           PERFORM 325-TARIFA-BLOQUE
               VARYING WS-IDX-BLQ FROM 1 BY 1
               UNTIL WS-IDX-BLQ > WS-CANTIDAD-BLOQUES.

       325-TARIFA-BLOQUE.
           IF WS-IDX-BLQ = WS-CANTIDAD-BLOQUES
               MOVE 9999999 TO WS-BLQ-TECHO
           ELSE
               MOVE BLQ-LIMITE (WS-IDX-BLQ) TO WS-BLQ-TECHO
           END-IF.
           IF WS-UNIDADES > WS-BLQ-PISO
               IF WS-UNIDADES < WS-BLQ-TECHO
                   COMPUTE WS-BLQ-CANTIDAD = WS-UNIDADES - WS-BLQ-PISO
               ELSE
                   COMPUTE WS-BLQ-CANTIDAD = WS-BLQ-TECHO - WS-BLQ-PISO
               END-IF
               COMPUTE WS-IMPORTE = WS-IMPORTE
                   + WS-BLQ-CANTIDAD * BLQ-PRECIO (WS-IDX-BLQ)
           END-IF.
           MOVE WS-BLQ-TECHO TO WS-BLQ-PISO.

       330-RENGLON-MEDIDOR.
           MOVE MED-ID               TO RDV-MEDIDOR.
           MOVE MED-CLIENTE          TO RDV-CLIENTE.
           MOVE MSA-ULT-FECHA        TO RDV-ULT-FECHA.
           MOVE MSA-ULT-VALOR        TO RDV-ULT-VALOR.
           MOVE MSA-PROM-CONSUMO     TO RDV-PROMEDIO.
           MOVE WS-DIAS-SIN-FACTURAR TO RDV-DIAS.
           MOVE WS-UNIDADES          TO RDV-UNIDADES.
           MOVE WS-IMPORTE           TO RDV-IMPORTE.
           MOVE WS-RENGLON-MEDIDOR   TO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.

      *-----------------------------------------------------------------
      * 500-GRABA-ASIENTO - el asiento del cierre: el devengo con la
      * fecha de negocio y su reverso con la del primer dia del
      * periodo siguiente, ambos pendientes de postear. DEVENGO.DAT se
      * reescribe completo, asi una corrida repetida del mismo cierre
      * lo deja igual.
      *-----------------------------------------------------------------
       500-GRABA-ASIENTO.
           OPEN OUTPUT DEVENGO-FILE.
           MOVE WS-FECHA-NEGOCIO      TO DVG-FECHA.
           MOVE "A"                   TO DVG-TIPO.
           PERFORM 510-GRABA-RENGLON.
           MOVE WS-FECHA-REVERSO      TO DVG-FECHA.
           MOVE "R"                   TO DVG-TIPO.
           PERFORM 510-GRABA-RENGLON.
           CLOSE DEVENGO-FILE.

       510-GRABA-RENGLON.
           MOVE WS-TOTAL-IMPORTE      TO DVG-IMPORTE.
           MOVE WS-TOTAL-UNIDADES     TO DVG-UNIDADES.
           MOVE WS-CONTADOR-MEDIDORES TO DVG-MEDIDORES.
           MOVE WS-FECHA-NEGOCIO      TO DVG-FECHA-CIERRE.
           MOVE "P"                   TO DVG-ESTADO.
           MOVE ZERO                  TO DVG-FECHA-POSTEO.
           WRITE DEVENGO-RECORD.

       600-TOTALES.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE WS-CONTADOR-MEDIDORES TO WS-CANTIDAD-EDITADA.
           STRING "MEDIDORES DEVENGADOS: " DELIMITED BY SIZE
                  WS-CANTIDAD-EDITADA      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE WS-TOTAL-UNIDADES TO WS-CANTIDAD-EDITADA.
           STRING "UNIDADES ESTIMADAS:   " DELIMITED BY SIZE
                  WS-CANTIDAD-EDITADA      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE WS-TOTAL-IMPORTE TO WS-IMPORTE-EDITADO.
           STRING "IMPORTE DEVENGADO:    " DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO       DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           STRING "ASIENTO AL EXTRACTO CONTABLE (REGLA V): DEVENGO "
                                        DELIMITED BY SIZE
                  "AL "                 DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO      DELIMITED BY SIZE
                  ", REVERSO AL "       DELIMITED BY SIZE
                  WS-FECHA-REVERSO      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.

       700-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-DEVENGO-RECORD.
           WRITE REPORTE-DEVENGO-RECORD.
           MOVE SPACES TO WS-LINEA.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * VALIDA-PERIODO-NEGOCIO - viene de VALPERIO.CPY: consulta el
      * control de periodos por el mes de la fecha de negocio.
      *-----------------------------------------------------------------
           COPY VALPERIO.

      ** add other procedures here
       END PROGRAM C2-PROGRAMA.
