      ******************************************************************
      * Author:
      * Date:
      * Purpose: Presupuesto contra real por articulo: al cierre del
      *          mes compara lo presupuestado en PRESUP.DAT (que se
      *          mantiene con C8-PROGRAMA) con lo vendido segun el
      *          historico de detalle (FACTDETH.DAT), con el mismo
      *          filtro de mes de negocio que el analisis de ventas
      *          (68-PROGRAMA). Por articulo imprime en PRESREAL.RPT
      *          las unidades y el importe del mes y los acumulados
      *          del año hasta el mes, con la variacion en unidades,
      *          en dinero y en porcentaje; el articulo que se pasa
      *          de la tolerancia (TASAS.DAT, codigo PRESUPDESV, en
      *          porciento) por arriba o por abajo sale marcado, y el
      *          que vendio sin presupuesto tambien.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. C9-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PRESUPUESTO-FILE
               ASSIGN TO "PRESUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS WS-PRESUP-STATUS.

           SELECT FACTURA-DET-HIST-FILE
               ASSIGN TO "FACTDETH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTDETH-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "PRESREAL.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PRESUPUESTO-FILE
           LABEL RECORD IS STANDARD.
           COPY PRESUP.

       FD  FACTURA-DET-HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTDETH.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-PRESUP-RECORD   PIC X(80).

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE PRESUPUESTO-FILE: VIENE DE
      *-PRESSTS.CPY.
           COPY PRESSTS.

      *-FILE STATUS/88-LEVEL DE FACTURA-DET-HIST-FILE: VIENE DE
      *-FDHSTS.CPY.
           COPY FDHSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FECHA OFICIAL DE NEGOCIO; SU MES (AAAAMM) ES EL MES QUE SE
      *-CIERRA Y SU AÑO ACOTA LOS ACUMULADOS.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-PERIODO-INICIO PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-CIERRE PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-PARTIDA PIC 9(6) VALUE ZERO.

      *-TOLERANCIA DE LA VARIACION, EN PORCIENTO SOBRE LO
      *-PRESUPUESTADO, DE TASAS.DAT (CODIGO PRESUPDESV) CON LA REGLA
      *-DE FECHA EFECTIVA DE SIEMPRE; SIN RENGLON, EL VALOR DE
      *-ARRANQUE SE CONSERVA.
       01  WS-TOLERANCIA    PIC 9(5) VALUE 10.
       01  WS-EF-TOLERANCIA PIC 9(8) VALUE ZERO.

      *-TABLA POR ARTICULO: LO PRESUPUESTADO Y LO VENDIDO EN EL MES
      *-DE CIERRE Y ACUMULADO DESDE ENERO HASTA ESE MES.
       01  WS-CANTIDAD-ARTICULOS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-ARTICULOS.
           05  WS-ARTICULO-ENT OCCURS 300 TIMES.
               10  PRR-T-CODIGO        PIC X(10).
               10  PRR-T-PRE-CANT-MES  PIC 9(9).
               10  PRR-T-PRE-IMP-MES   PIC 9(11)V99.
               10  PRR-T-PRE-CANT-ACUM PIC 9(9).
               10  PRR-T-PRE-IMP-ACUM  PIC 9(11)V99.
               10  PRR-T-REA-CANT-MES  PIC 9(9).
               10  PRR-T-REA-IMP-MES   PIC S9(11)V99.
               10  PRR-T-REA-CANT-ACUM PIC 9(9).
               10  PRR-T-REA-IMP-ACUM  PIC S9(11)V99.

       01  WS-IDX        PIC 9(4) VALUE ZERO.
       01  WS-IDX-BUSCA  PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-IDX-MENOR  PIC 9(4) VALUE ZERO.
       01  WS-CODIGO-BUSCA PIC X(10) VALUE SPACES.

      *-ENTRADA DE TRABAJO PARA EL ORDENAMIENTO POR CODIGO.
       01  WS-ENT-TRABAJO.
           05  TRB-CODIGO        PIC X(10).
           05  TRB-PRE-CANT-MES  PIC 9(9).
           05  TRB-PRE-IMP-MES   PIC 9(11)V99.
           05  TRB-PRE-CANT-ACUM PIC 9(9).
           05  TRB-PRE-IMP-ACUM  PIC 9(11)V99.
           05  TRB-REA-CANT-MES  PIC 9(9).
           05  TRB-REA-IMP-MES   PIC S9(11)V99.
           05  TRB-REA-CANT-ACUM PIC 9(9).
           05  TRB-REA-IMP-ACUM  PIC S9(11)V99.

      *-UN RENGLON DEL REPORTE SE ARMA AQUI: EL CONCEPTO, LO
      *-PRESUPUESTADO Y LO REAL, SEA EN UNIDADES O EN DINERO.
       01  WS-CONCEPTO       PIC X(12) VALUE SPACES.
       01  WS-CIFRA-PRESUP   PIC S9(11)V99 VALUE ZERO.
       01  WS-CIFRA-REAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-CIFRA-VARIACION PIC S9(11)V99 VALUE ZERO.
       01  WS-PORCIENTO      PIC S9(4)V9 VALUE ZERO.
       01  WS-ES-UNIDADES-SW PIC X VALUE "N".
           88  RENGLON-EN-UNIDADES VALUE "S".
       01  WS-MARCA          PIC X(5) VALUE SPACES.

      *-TOTALES DEL REPORTE (SOLO EN DINERO: LAS UNIDADES DE
      *-ARTICULOS DISTINTOS NO SE SUMAN).
       01  WS-TOT-PRE-MES    PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-REA-MES    PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-PRE-ACUM   PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-REA-ACUM   PIC S9(11)V99 VALUE ZERO.
       01  WS-CONTADOR-MARCADOS PIC 9(5) VALUE ZERO.

      *-RENGLON DE DETALLE DEL REPORTE; LAS CIFRAS EN UNIDADES VAN
      *-SIN DECIMALES EN LAS MISMAS COLUMNAS QUE LAS DE DINERO.
       01  WS-LINEA           PIC X(80) VALUE SPACES.
       01  WS-LINEA-DETALLE REDEFINES WS-LINEA.
           05  LIN-ARTICULO   PIC X(10).
           05  FILLER         PIC X.
           05  LIN-CONCEPTO   PIC X(12).
           05  FILLER         PIC X.
           05  LIN-PRESUP     PIC -ZZZZZZZZ9.99.
           05  FILLER         PIC X.
           05  LIN-REAL       PIC -ZZZZZZZZ9.99.
           05  FILLER         PIC X.
           05  LIN-VARIACION  PIC -ZZZZZZZZ9.99.
           05  FILLER         PIC X.
           05  LIN-PORCIENTO  PIC -ZZZ9.9.
           05  FILLER         PIC X.
           05  LIN-MARCA      PIC X(5).
       01  WS-LINEA-UNIDADES REDEFINES WS-LINEA.
           05  FILLER         PIC X(24).
           05  LIN-PRESUP-U   PIC -ZZZZZZZZZZZ9.
           05  FILLER         PIC X.
           05  LIN-REAL-U     PIC -ZZZZZZZZZZZ9.
           05  FILLER         PIC X.
           05  LIN-VARIACION-U PIC -ZZZZZZZZZZZ9.
           05  FILLER         PIC X(15).

       01  WS-TOLERANCIA-EDITADA PIC ZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           MOVE WS-FECHA-NEGOCIO (1:6) TO WS-PERIODO-CIERRE.
           MOVE WS-FECHA-NEGOCIO (1:4) TO WS-PERIODO-INICIO (1:4).
           MOVE "01"                   TO WS-PERIODO-INICIO (5:2).
           PERFORM 050-CARGA-TOLERANCIA.
           PERFORM 100-CARGA-PRESUPUESTO.
           PERFORM 200-ACUMULA-REAL.
           PERFORM 300-ORDENA-POR-CODIGO.
           PERFORM 400-IMPRIME-REPORTE.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TOLERANCIA - lee de TASAS.DAT el codigo PRESUPDESV,
      * quedandose con el renglon de fecha efectiva mas reciente que
      * no pase de la fecha de negocio.
      *-----------------------------------------------------------------
       050-CARGA-TOLERANCIA.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 055-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.
           DISPLAY "PRESUPUESTO CONTRA REAL: SE MARCA LA VARIACION "
               "DE MAS DE " WS-TOLERANCIA " POR CIENTO.".

       055-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO = "PRESUPDESV"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-TOLERANCIA
                       MOVE TAS-VALOR          TO WS-TOLERANCIA
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-TOLERANCIA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-CARGA-PRESUPUESTO - recorre PRESUP.DAT y acumula por
      * articulo los renglones del año hasta el mes de cierre. Sin
      * presupuesto capturado el reporte sale igual, todo lo vendido
      * marcado como sin presupuesto.
      *-----------------------------------------------------------------
       100-CARGA-PRESUPUESTO.
           OPEN INPUT PRESUPUESTO-FILE.
           IF PRESUP-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA PRESUP.DAT; NO HAY "
                   "PRESUPUESTO CONTRA QUE COMPARAR."
           ELSE
               PERFORM 110-LEE-PRESUPUESTO UNTIL PRESUP-EOF
               CLOSE PRESUPUESTO-FILE
           END-IF.

       110-LEE-PRESUPUESTO.
           READ PRESUPUESTO-FILE NEXT RECORD
               AT END
                   SET PRESUP-EOF TO TRUE
               NOT AT END
                   IF PRE-PERIODO >= WS-PERIODO-INICIO
                       AND PRE-PERIODO <= WS-PERIODO-CIERRE
                       MOVE PRE-ARTICULO TO WS-CODIGO-BUSCA
                       PERFORM 500-LOCALIZA-ARTICULO
                       PERFORM 120-SUMA-PRESUPUESTO
                   END-IF
           END-READ.

       120-SUMA-PRESUPUESTO.
           IF WS-IDX-HALLADO > ZERO
               ADD PRE-CANTIDAD
                   TO PRR-T-PRE-CANT-ACUM (WS-IDX-HALLADO)
               ADD PRE-IMPORTE
                   TO PRR-T-PRE-IMP-ACUM (WS-IDX-HALLADO)
               IF PRE-PERIODO = WS-PERIODO-CIERRE
                   ADD PRE-CANTIDAD
                       TO PRR-T-PRE-CANT-MES (WS-IDX-HALLADO)
                   ADD PRE-IMPORTE
                       TO PRR-T-PRE-IMP-MES (WS-IDX-HALLADO)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 200-ACUMULA-REAL - recorre el historico de detalle y acumula
      * por articulo lo vendido en el año hasta el mes de cierre; lo
      * del mes es exactamente lo que el analisis de ventas totaliza.
      *-----------------------------------------------------------------
       200-ACUMULA-REAL.
           OPEN INPUT FACTURA-DET-HIST-FILE.
           IF FACTDETH-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA FACTDETH.DAT; NO HAY "
                   "VENTAS QUE COMPARAR."
           ELSE
               PERFORM 210-LEE-PARTIDA UNTIL FACTDETH-EOF
               CLOSE FACTURA-DET-HIST-FILE
           END-IF.

       210-LEE-PARTIDA.
           READ FACTURA-DET-HIST-FILE
               AT END
                   SET FACTDETH-EOF TO TRUE
               NOT AT END
                   MOVE FDH-FECHA (1:6) TO WS-PERIODO-PARTIDA
                   IF WS-PERIODO-PARTIDA >= WS-PERIODO-INICIO
                       AND WS-PERIODO-PARTIDA <= WS-PERIODO-CIERRE
                       MOVE FDH-ARTICULO TO WS-CODIGO-BUSCA
                       PERFORM 500-LOCALIZA-ARTICULO
                       PERFORM 220-SUMA-REAL
                   END-IF
           END-READ.

       220-SUMA-REAL.
           IF WS-IDX-HALLADO > ZERO
               ADD FDH-CANTIDAD
                   TO PRR-T-REA-CANT-ACUM (WS-IDX-HALLADO)
               ADD FDH-IMPORTE
                   TO PRR-T-REA-IMP-ACUM (WS-IDX-HALLADO)
               IF FDH-FECHA (1:6) = WS-FECHA-NEGOCIO (1:6)
                   ADD FDH-CANTIDAD
                       TO PRR-T-REA-CANT-MES (WS-IDX-HALLADO)
                   ADD FDH-IMPORTE
                       TO PRR-T-REA-IMP-MES (WS-IDX-HALLADO)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 300-ORDENA-POR-CODIGO - ordenamiento por seleccion sobre la
      * tabla: en cada vuelta el menor codigo restante sube a la
      * posicion en turno, para que el reporte salga por articulo.
      *-----------------------------------------------------------------
       300-ORDENA-POR-CODIGO.
           PERFORM 310-SELECCIONA-MENOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-CANTIDAD-ARTICULOS.

       310-SELECCIONA-MENOR.
           MOVE WS-IDX TO WS-IDX-MENOR.
           PERFORM 320-COMPARA-CODIGO
               VARYING WS-IDX-BUSCA FROM WS-IDX BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-ARTICULOS.
           IF WS-IDX-MENOR NOT = WS-IDX
               MOVE WS-ARTICULO-ENT (WS-IDX)       TO WS-ENT-TRABAJO
               MOVE WS-ARTICULO-ENT (WS-IDX-MENOR)
                   TO WS-ARTICULO-ENT (WS-IDX)
               MOVE WS-ENT-TRABAJO
                   TO WS-ARTICULO-ENT (WS-IDX-MENOR)
           END-IF.

       320-COMPARA-CODIGO.
           IF PRR-T-CODIGO (WS-IDX-BUSCA) <
               PRR-T-CODIGO (WS-IDX-MENOR)
               MOVE WS-IDX-BUSCA TO WS-IDX-MENOR
           END-IF.

      *-----------------------------------------------------------------
      * 400-IMPRIME-REPORTE - encabezado, cuatro renglones por
      * articulo (unidades e importe del mes y acumulados) y los
      * totales en dinero al final.
      *-----------------------------------------------------------------
       400-IMPRIME-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-EDITADA.
           MOVE SPACES TO WS-LINEA.
           STRING "PRESUPUESTO CONTRA REAL DEL MES " DELIMITED BY SIZE
                  WS-PERIODO-CIERRE                  DELIMITED BY SIZE
                  " - TOLERANCIA "                   DELIMITED BY SIZE
                  WS-TOLERANCIA-EDITADA              DELIMITED BY SIZE
                  " POR CIENTO"                      DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO REPORTE-PRESUP-RECORD.
           WRITE REPORTE-PRESUP-RECORD.
           MOVE SPACES TO WS-LINEA.
           STRING "ARTICULO   CONCEPTO       PRESUPUESTO"
                      DELIMITED BY SIZE
                  "          REAL     VARIACION    VAR%"
                      DELIMITED BY SIZE
                  " MARCA"
                      DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO REPORTE-PRESUP-RECORD.
           WRITE REPORTE-PRESUP-RECORD.

           PERFORM 410-RENGLONES-ARTICULO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-ARTICULOS.

           MOVE SPACES             TO WS-LINEA.
           MOVE "TOTAL"            TO LIN-ARTICULO.
           MOVE "IMPORTE MES"      TO WS-CONCEPTO.
           MOVE WS-TOT-PRE-MES     TO WS-CIFRA-PRESUP.
           MOVE WS-TOT-REA-MES     TO WS-CIFRA-REAL.
           MOVE "N"                TO WS-ES-UNIDADES-SW.
           PERFORM 420-ESCRIBE-RENGLON.
           MOVE "IMPORTE ACUM"     TO WS-CONCEPTO.
           MOVE WS-TOT-PRE-ACUM    TO WS-CIFRA-PRESUP.
           MOVE WS-TOT-REA-ACUM    TO WS-CIFRA-REAL.
           PERFORM 420-ESCRIBE-RENGLON.

           MOVE SPACES TO WS-LINEA.
           STRING "ARTICULOS: "          DELIMITED BY SIZE
                  WS-CANTIDAD-ARTICULOS  DELIMITED BY SIZE
                  "  RENGLONES MARCADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-MARCADOS   DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO REPORTE-PRESUP-RECORD.
           WRITE REPORTE-PRESUP-RECORD.
           CLOSE REPORTE-FILE.
           DISPLAY "PRESUPUESTO CONTRA REAL: " WS-CANTIDAD-ARTICULOS
               " ARTICULOS, " WS-CONTADOR-MARCADOS
               " RENGLONES MARCADOS.".

       410-RENGLONES-ARTICULO.
           ADD PRR-T-PRE-IMP-MES (WS-IDX)  TO WS-TOT-PRE-MES.
           ADD PRR-T-REA-IMP-MES (WS-IDX)  TO WS-TOT-REA-MES.
           ADD PRR-T-PRE-IMP-ACUM (WS-IDX) TO WS-TOT-PRE-ACUM.
           ADD PRR-T-REA-IMP-ACUM (WS-IDX) TO WS-TOT-REA-ACUM.

           MOVE SPACES TO WS-LINEA.
           MOVE PRR-T-CODIGO (WS-IDX)        TO LIN-ARTICULO.
           MOVE "UNID. MES"                  TO WS-CONCEPTO.
           MOVE PRR-T-PRE-CANT-MES (WS-IDX)  TO WS-CIFRA-PRESUP.
           MOVE PRR-T-REA-CANT-MES (WS-IDX)  TO WS-CIFRA-REAL.
           MOVE "S"                          TO WS-ES-UNIDADES-SW.
           PERFORM 420-ESCRIBE-RENGLON.

           MOVE SPACES TO WS-LINEA.
           MOVE "IMPORTE MES"                TO WS-CONCEPTO.
           MOVE PRR-T-PRE-IMP-MES (WS-IDX)   TO WS-CIFRA-PRESUP.
           MOVE PRR-T-REA-IMP-MES (WS-IDX)   TO WS-CIFRA-REAL.
           MOVE "N"                          TO WS-ES-UNIDADES-SW.
           PERFORM 420-ESCRIBE-RENGLON.

           MOVE SPACES TO WS-LINEA.
           MOVE "UNID. ACUM"                 TO WS-CONCEPTO.
           MOVE PRR-T-PRE-CANT-ACUM (WS-IDX) TO WS-CIFRA-PRESUP.
           MOVE PRR-T-REA-CANT-ACUM (WS-IDX) TO WS-CIFRA-REAL.
           MOVE "S"                          TO WS-ES-UNIDADES-SW.
           PERFORM 420-ESCRIBE-RENGLON.

           MOVE SPACES TO WS-LINEA.
           MOVE "IMPORTE ACUM"               TO WS-CONCEPTO.
           MOVE PRR-T-PRE-IMP-ACUM (WS-IDX)  TO WS-CIFRA-PRESUP.
           MOVE PRR-T-REA-IMP-ACUM (WS-IDX)  TO WS-CIFRA-REAL.
           MOVE "N"                          TO WS-ES-UNIDADES-SW.
           PERFORM 420-ESCRIBE-RENGLON.

      *-----------------------------------------------------------------
      * 420-ESCRIBE-RENGLON - calcula la variacion (real menos
      * presupuesto) y su porciento sobre lo presupuestado, marca el
      * renglon que pasa la tolerancia y lo escribe. Sin presupuesto
      * no hay porciento: si hubo venta, se marca S/PRE.
      *-----------------------------------------------------------------
       420-ESCRIBE-RENGLON.
           MOVE SPACES TO WS-MARCA.
           MOVE ZERO   TO WS-PORCIENTO.
           COMPUTE WS-CIFRA-VARIACION = WS-CIFRA-REAL - WS-CIFRA-PRESUP.
           IF WS-CIFRA-PRESUP = ZERO
               IF WS-CIFRA-REAL NOT = ZERO
                   MOVE "S/PRE" TO WS-MARCA
               END-IF
           ELSE
               COMPUTE WS-PORCIENTO ROUNDED =
                   WS-CIFRA-VARIACION * 100 / WS-CIFRA-PRESUP
                   ON SIZE ERROR
                       IF WS-CIFRA-VARIACION < ZERO
                           MOVE -9999.9 TO WS-PORCIENTO
                       ELSE
                           MOVE 9999.9 TO WS-PORCIENTO
                       END-IF
               END-COMPUTE
               IF WS-PORCIENTO > WS-TOLERANCIA
                   MOVE "SOBRE" TO WS-MARCA
               END-IF
               IF WS-PORCIENTO < ZERO - WS-TOLERANCIA
                   MOVE "BAJO" TO WS-MARCA
               END-IF
           END-IF.
           IF WS-MARCA NOT = SPACES
               ADD 1 TO WS-CONTADOR-MARCADOS
           END-IF.

           MOVE WS-CONCEPTO TO LIN-CONCEPTO.
           IF RENGLON-EN-UNIDADES
               MOVE WS-CIFRA-PRESUP    TO LIN-PRESUP-U
               MOVE WS-CIFRA-REAL      TO LIN-REAL-U
               MOVE WS-CIFRA-VARIACION TO LIN-VARIACION-U
           ELSE
               MOVE WS-CIFRA-PRESUP    TO LIN-PRESUP
               MOVE WS-CIFRA-REAL      TO LIN-REAL
               MOVE WS-CIFRA-VARIACION TO LIN-VARIACION
           END-IF.
           MOVE WS-PORCIENTO TO LIN-PORCIENTO.
           MOVE WS-MARCA     TO LIN-MARCA.
           MOVE WS-LINEA TO REPORTE-PRESUP-RECORD.
           WRITE REPORTE-PRESUP-RECORD.

      *-----------------------------------------------------------------
      * 500-LOCALIZA-ARTICULO - deja en WS-IDX-HALLADO la entrada de
      * WS-CODIGO-BUSCA en la tabla, dandola de alta en ceros si es
      * la primera vez que aparece; con la tabla llena queda en cero.
      *-----------------------------------------------------------------
       500-LOCALIZA-ARTICULO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 510-BUSCA-ARTICULO
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-ARTICULOS.
           IF WS-IDX-HALLADO = ZERO
               AND WS-CANTIDAD-ARTICULOS < 300
               ADD 1 TO WS-CANTIDAD-ARTICULOS
               MOVE WS-CANTIDAD-ARTICULOS TO WS-IDX-HALLADO
               INITIALIZE WS-ARTICULO-ENT (WS-IDX-HALLADO)
               MOVE WS-CODIGO-BUSCA TO PRR-T-CODIGO (WS-IDX-HALLADO)
           END-IF.

       510-BUSCA-ARTICULO.
           IF PRR-T-CODIGO (WS-IDX-BUSCA) = WS-CODIGO-BUSCA
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM C9-PROGRAMA.
