      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de previa de facturacion para la firma de
      *          facturacion antes de la corrida real: lee los
      *          registros de previa que 70-PROGRAMA y 75-PROGRAMA
      *          dejan en MODO PREVIA (PREVIA70.DAT, PREVIA75.DAT) y
      *          escribe PREVIA.RPT con, por cliente y programa, lo
      *          que se facturaria (facturas, subtotal e IVA) contra
      *          lo facturado de verdad en el mes de negocio anterior
      *          (la recurrente por sus facturas tipo R, el consumo
      *          por sus partidas CONSUMO/CONSEST de FACTDETH.DAT),
      *          con la diferencia y la marca REVISAR cuando pasa del
      *          PREVVARPCT por ciento de TASAS.DAT (o NUEVO si el
      *          mes anterior no facturo nada); al pie, los totales
      *          por tarifa y por articulo. Es una utileria de
      *          facturacion, no un paso de la corrida nocturna.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. A9-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PREVIA-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-PREVIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREVIA-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT FACTURA-DET-HIST-FILE
               ASSIGN TO "FACTDETH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTDETH-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "PREVIA.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PREVIA-FILE
           LABEL RECORD IS STANDARD.
           COPY PREVIA.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  FACTURA-DET-HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTDETH.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

      *-RENGLON DEL REPORTE (80 BYTES): UN CLIENTE DE LA PREVIA
      *-CONTRA SU MES ANTERIOR; LA VISTA DE RESUMEN LLEVA LOS
      *-TOTALES POR TARIFA Y POR ARTICULO, Y LA DE TEXTO LOS TITULOS.
       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-PREVIA-RECORD.
           05  RPV-PROGRAMA        PIC X(2).
           05  FILLER              PIC X.
           05  RPV-CLIENTE         PIC X(7).
           05  FILLER              PIC X.
           05  RPV-FACTURAS        PIC ZZZ9.
           05  FILLER              PIC X.
           05  RPV-SUBTOTAL        PIC -ZZZZZZ9.99.
           05  FILLER              PIC X.
           05  RPV-IVA             PIC -ZZZZZ9.99.
           05  FILLER              PIC X.
           05  RPV-ANTERIOR        PIC -ZZZZZZ9.99.
           05  FILLER              PIC X.
           05  RPV-DIFERENCIA      PIC -ZZZZZZ9.99.
           05  FILLER              PIC X.
           05  RPV-NOTA            PIC X(7).
           05  FILLER              PIC X(10).

       01  REPORTE-PREVIA-RESUMEN REDEFINES REPORTE-PREVIA-RECORD.
           05  RPS-CLASE           PIC X(8).
           05  FILLER              PIC X.
           05  RPS-CODIGO          PIC X(10).
           05  FILLER              PIC X.
           05  RPS-CANTIDAD        PIC ZZZZZZ9.
           05  FILLER              PIC X.
           05  RPS-IMPORTE         PIC -ZZZZZZZ9.99.
           05  FILLER              PIC X.
           05  RPS-IVA             PIC -ZZZZZZ9.99.
           05  FILLER              PIC X(28).

       01  REPORTE-PREVIA-TEXTO REDEFINES REPORTE-PREVIA-RECORD.
           05  RPT-TEXTO           PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE PREVIA-FILE: VIENE DE PRVSTS.CPY.
           COPY PRVSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE FACTURA-DET-HIST-FILE: VIENE DE
      *-FDHSTS.CPY.
           COPY FDHSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

       01  WS-NOMBRE-PREVIA PIC X(12) VALUE SPACES.

      *-FECHA OFICIAL DE NEGOCIO Y EL MES ANTERIOR (AAAAMM) CONTRA EL
      *-QUE SE COMPARA LA PREVIA.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

       01  WS-PERIODO-ANTERIOR PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-ANTERIOR-PARTES REDEFINES WS-PERIODO-ANTERIOR.
           05  WS-ANT-ANIO PIC 9(4).
           05  WS-ANT-MES  PIC 99.

      *-PORCENTAJE DE VARIACION CONTRA EL MES ANTERIOR A PARTIR DEL
      *-CUAL EL CLIENTE SALE MARCADO REVISAR (CODIGO PREVVARPCT DE
      *-TASAS, CON LA REGLA DE FECHA EFECTIVA DE SIEMPRE).
       01  WS-PCT-VARIACION PIC 9(5)    VALUE 20.
       01  WS-EF-VARIACION  PIC 9(8)    VALUE ZERO.
       01  WS-VARIACION     PIC S9(9)V99 VALUE ZERO.
       01  WS-TOPE-VARIACION PIC S9(9)V99 VALUE ZERO.

      *-CLIENTES DE LA PREVIA, POR PROGRAMA QUE LOS FACTURARIA.
       01  WS-CANTIDAD-CLIENTES PIC 9(4) VALUE ZERO.
       01  WS-TABLA-CLIENTES.
           05  WS-CLIENTE-ENT OCCURS 2000 TIMES.
               10  CTB-PROGRAMA     PIC X(2).
               10  CTB-CLIENTE      PIC 9(7).
               10  CTB-FACTURAS     PIC 9(4).
               10  CTB-ULT-SECUENCIA PIC 9(5).
               10  CTB-SUBTOTAL     PIC S9(9)V99.
               10  CTB-IVA          PIC S9(7)V99.
               10  CTB-ANTERIOR     PIC S9(9)V99.

      *-TOTALES DE LA PREVIA POR TARIFA (CODIGO DE TASAS) Y POR
      *-ARTICULO.
       01  WS-CANTIDAD-TARIFAS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-TARIFAS.
           05  WS-TARIFA-ENT OCCURS 50 TIMES.
               10  TTB-CODIGO       PIC X(10).
               10  TTB-CANTIDAD     PIC 9(7).
               10  TTB-IMPORTE      PIC S9(9)V99.
               10  TTB-IVA          PIC S9(7)V99.

       01  WS-CANTIDAD-ARTICULOS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-ARTICULOS.
           05  WS-ARTICULO-ENT OCCURS 300 TIMES.
               10  ATB-CODIGO       PIC X(10).
               10  ATB-CANTIDAD     PIC 9(7).
               10  ATB-IMPORTE      PIC S9(9)V99.
               10  ATB-IVA          PIC S9(7)V99.

      *-FACTURAS NORMALES (TIPO F) DEL MES ANTERIOR DE CLIENTES DE LA
      *-PREVIA DE CONSUMO: SOLO SUS PARTIDAS DE CONSUMO CUENTAN, Y
      *-ESAS SE LEEN DEL HISTORICO DE DETALLE.
       01  WS-CANTIDAD-FACTS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-FACTS.
           05  WS-FACT-ENT OCCURS 5000 TIMES.
               10  FTB-NUMERO       PIC 9(7).
               10  FTB-IDX-CLIENTE  PIC 9(4).

       01  WS-TABLAS-LLENAS-SW PIC X VALUE "N".
           88  ALGUNA-TABLA-LLENA VALUE "S".

       01  WS-IDX          PIC 9(4) VALUE ZERO.
       01  WS-IDX-BUSCA    PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO  PIC 9(4) VALUE ZERO.
       01  WS-PROGRAMA-BUSCADO PIC X(2) VALUE SPACES.
       01  WS-CLIENTE-BUSCADO  PIC 9(7) VALUE ZERO.
       01  WS-CODIGO-BUSCADO   PIC X(10) VALUE SPACES.

      *-TOTALES GENERALES Y LA FECHA DE LA PREVIA LEIDA.
       01  WS-FECHA-PREVIA     PIC 9(8)      VALUE ZERO.
       01  WS-LINEAS-PREVIA    PIC 9(7)      VALUE ZERO.
       01  WS-TOTAL-FACTURAS   PIC 9(5)      VALUE ZERO.
       01  WS-TOTAL-SUBTOTAL   PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-IVA        PIC S9(9)V99  VALUE ZERO.
       01  WS-TOTAL-ANTERIOR   PIC S9(11)V99 VALUE ZERO.
       01  WS-CONTADOR-REVISAR PIC 9(5)      VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           IF WS-HOY-MES = 1
               COMPUTE WS-ANT-ANIO = WS-HOY-ANIO - 1
               MOVE 12 TO WS-ANT-MES
           ELSE
               MOVE WS-HOY-ANIO TO WS-ANT-ANIO
               COMPUTE WS-ANT-MES = WS-HOY-MES - 1
           END-IF.
           PERFORM 050-CARGA-TASA-VARIACION.

           MOVE "PREVIA70.DAT" TO WS-NOMBRE-PREVIA.
           PERFORM 100-CARGA-PREVIA.
           MOVE "PREVIA75.DAT" TO WS-NOMBRE-PREVIA.
           PERFORM 100-CARGA-PREVIA.

           IF WS-CANTIDAD-CLIENTES = ZERO
               DISPLAY "NO HAY PREVIA DE FACTURACION QUE REPORTAR; "
                   "CORRA 70 O 75 CON MODO PREVIA."
           ELSE
               PERFORM 200-CARGA-ANTERIOR-FACTURAS
               PERFORM 250-CARGA-ANTERIOR-DETALLE
               PERFORM 400-GENERA-REPORTE
           END-IF.
           IF ALGUNA-TABLA-LLENA
               DISPLAY "AVISO: ALGUNA TABLA DE LA PREVIA SE LLENO; EL "
                   "REPORTE ESTA INCOMPLETO."
           END-IF.

           DISPLAY "CLIENTES EN LA PREVIA: " WS-CANTIDAD-CLIENTES
               " PARTIDAS: " WS-LINEAS-PREVIA.
           DISPLAY "MARCADOS REVISAR: " WS-CONTADOR-REVISAR.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASA-VARIACION - lee de TASAS.DAT el codigo
      * PREVVARPCT con la regla de fecha efectiva de siempre; sin
      * renglon, el veinte por ciento de arranque se conserva.
      *-----------------------------------------------------------------
       050-CARGA-TASA-VARIACION.
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
                   IF TAS-CODIGO = "PREVVARPCT"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-VARIACION
                       MOVE TAS-VALOR TO WS-PCT-VARIACION
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-VARIACION
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-CARGA-PREVIA - acumula un registro de previa (el de
      * WS-NOMBRE-PREVIA) por cliente, por tarifa y por articulo; el
      * programa que no corrio en previa simplemente no aporta.
      *-----------------------------------------------------------------
       100-CARGA-PREVIA.
           OPEN INPUT PREVIA-FILE.
           IF PREVIA-NO-EXISTE
               DISPLAY "NO HAY " WS-NOMBRE-PREVIA "; ESE PROGRAMA NO "
                   "CORRIO EN PREVIA."
           ELSE
               PERFORM 110-LEE-PREVIA UNTIL PREVIA-EOF
               CLOSE PREVIA-FILE
           END-IF.

       110-LEE-PREVIA.
           READ PREVIA-FILE
               AT END
                   SET PREVIA-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINEAS-PREVIA
                   MOVE PRV-FECHA TO WS-FECHA-PREVIA
                   PERFORM 120-ACUMULA-CLIENTE
                   PERFORM 130-ACUMULA-TARIFA
                   PERFORM 140-ACUMULA-ARTICULO
           END-READ.

       120-ACUMULA-CLIENTE.
           MOVE PRV-PROGRAMA TO WS-PROGRAMA-BUSCADO.
           MOVE PRV-CLIENTE  TO WS-CLIENTE-BUSCADO.
           PERFORM 150-BUSCA-CLIENTE.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CANTIDAD-CLIENTES < 2000
                   ADD 1 TO WS-CANTIDAD-CLIENTES
                   MOVE WS-CANTIDAD-CLIENTES TO WS-IDX-HALLADO
                   MOVE PRV-PROGRAMA TO CTB-PROGRAMA (WS-IDX-HALLADO)
                   MOVE PRV-CLIENTE  TO CTB-CLIENTE (WS-IDX-HALLADO)
                   MOVE ZERO TO CTB-FACTURAS (WS-IDX-HALLADO)
                   MOVE ZERO TO CTB-ULT-SECUENCIA (WS-IDX-HALLADO)
                   MOVE ZERO TO CTB-SUBTOTAL (WS-IDX-HALLADO)
                   MOVE ZERO TO CTB-IVA (WS-IDX-HALLADO)
                   MOVE ZERO TO CTB-ANTERIOR (WS-IDX-HALLADO)
               ELSE
                   SET ALGUNA-TABLA-LLENA TO TRUE
               END-IF
           END-IF.
           IF WS-IDX-HALLADO > ZERO
               IF CTB-ULT-SECUENCIA (WS-IDX-HALLADO)
                   NOT = PRV-SECUENCIA
                   ADD 1 TO CTB-FACTURAS (WS-IDX-HALLADO)
                   ADD 1 TO WS-TOTAL-FACTURAS
                   MOVE PRV-SECUENCIA
                       TO CTB-ULT-SECUENCIA (WS-IDX-HALLADO)
               END-IF
               ADD PRV-IMPORTE TO CTB-SUBTOTAL (WS-IDX-HALLADO)
               ADD PRV-IVA     TO CTB-IVA (WS-IDX-HALLADO)
           END-IF.

       130-ACUMULA-TARIFA.
           MOVE PRV-TARIFA TO WS-CODIGO-BUSCADO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 135-COMPARA-TARIFA
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-TARIFAS
                   OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CANTIDAD-TARIFAS < 50
                   ADD 1 TO WS-CANTIDAD-TARIFAS
                   MOVE WS-CANTIDAD-TARIFAS TO WS-IDX-HALLADO
                   MOVE PRV-TARIFA TO TTB-CODIGO (WS-IDX-HALLADO)
                   MOVE ZERO TO TTB-CANTIDAD (WS-IDX-HALLADO)
                   MOVE ZERO TO TTB-IMPORTE (WS-IDX-HALLADO)
                   MOVE ZERO TO TTB-IVA (WS-IDX-HALLADO)
               ELSE
                   SET ALGUNA-TABLA-LLENA TO TRUE
               END-IF
           END-IF.
           IF WS-IDX-HALLADO > ZERO
               ADD PRV-CANTIDAD TO TTB-CANTIDAD (WS-IDX-HALLADO)
               ADD PRV-IMPORTE  TO TTB-IMPORTE (WS-IDX-HALLADO)
               ADD PRV-IVA      TO TTB-IVA (WS-IDX-HALLADO)
           END-IF.

       135-COMPARA-TARIFA.
           IF TTB-CODIGO (WS-IDX-BUSCA) = WS-CODIGO-BUSCADO
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

       140-ACUMULA-ARTICULO.
           MOVE PRV-ARTICULO TO WS-CODIGO-BUSCADO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 145-COMPARA-ARTICULO
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-ARTICULOS
                   OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CANTIDAD-ARTICULOS < 300
                   ADD 1 TO WS-CANTIDAD-ARTICULOS
                   MOVE WS-CANTIDAD-ARTICULOS TO WS-IDX-HALLADO
                   MOVE PRV-ARTICULO TO ATB-CODIGO (WS-IDX-HALLADO)
                   MOVE ZERO TO ATB-CANTIDAD (WS-IDX-HALLADO)
                   MOVE ZERO TO ATB-IMPORTE (WS-IDX-HALLADO)
                   MOVE ZERO TO ATB-IVA (WS-IDX-HALLADO)
               ELSE
                   SET ALGUNA-TABLA-LLENA TO TRUE
               END-IF
           END-IF.
           IF WS-IDX-HALLADO > ZERO
               ADD PRV-CANTIDAD TO ATB-CANTIDAD (WS-IDX-HALLADO)
               ADD PRV-IMPORTE  TO ATB-IMPORTE (WS-IDX-HALLADO)
               ADD PRV-IVA      TO ATB-IVA (WS-IDX-HALLADO)
           END-IF.

       145-COMPARA-ARTICULO.
           IF ATB-CODIGO (WS-IDX-BUSCA) = WS-CODIGO-BUSCADO
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

       150-BUSCA-CLIENTE.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 155-COMPARA-CLIENTE
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-CLIENTES
                   OR WS-IDX-HALLADO > ZERO.

       155-COMPARA-CLIENTE.
           IF CTB-PROGRAMA (WS-IDX-BUSCA) = WS-PROGRAMA-BUSCADO
               AND CTB-CLIENTE (WS-IDX-BUSCA) = WS-CLIENTE-BUSCADO
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 200-CARGA-ANTERIOR-FACTURAS - lo facturado el mes anterior a
      * cada cliente de la previa: las recurrentes (tipo R) cuentan
      * contra la previa de 70, las estimadas y regularizaciones
      * (E, J) contra la de 75; las normales (F) de un cliente de
      * consumo se apuntan para leer sus partidas de consumo.
      *-----------------------------------------------------------------
       200-CARGA-ANTERIOR-FACTURAS.
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
                       AND FAC-FECHA (1:6) = WS-PERIODO-ANTERIOR
                       MOVE FAC-CLIENTE TO WS-CLIENTE-BUSCADO
                       EVALUATE TRUE
                           WHEN FAC-ES-RECURRENTE
                               MOVE "70" TO WS-PROGRAMA-BUSCADO
                               PERFORM 150-BUSCA-CLIENTE
                               IF WS-IDX-HALLADO > ZERO
                                   ADD FAC-SUBTOTAL TO
                                       CTB-ANTERIOR (WS-IDX-HALLADO)
                               END-IF
                           WHEN FAC-ES-ESTIMADA
                               OR FAC-ES-AJUSTE-EST
                               MOVE "75" TO WS-PROGRAMA-BUSCADO
                               PERFORM 150-BUSCA-CLIENTE
                               IF WS-IDX-HALLADO > ZERO
                                   ADD FAC-SUBTOTAL TO
                                       CTB-ANTERIOR (WS-IDX-HALLADO)
                               END-IF
                           WHEN FAC-ES-FACTURA
                               MOVE "75" TO WS-PROGRAMA-BUSCADO
                               PERFORM 150-BUSCA-CLIENTE
                               IF WS-IDX-HALLADO > ZERO
                                   PERFORM 220-APUNTA-FACTURA
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

       220-APUNTA-FACTURA.
           IF WS-CANTIDAD-FACTS < 5000
               ADD 1 TO WS-CANTIDAD-FACTS
               MOVE FAC-NUMERO     TO FTB-NUMERO (WS-CANTIDAD-FACTS)
               MOVE WS-IDX-HALLADO
                   TO FTB-IDX-CLIENTE (WS-CANTIDAD-FACTS)
           ELSE
               SET ALGUNA-TABLA-LLENA TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 250-CARGA-ANTERIOR-DETALLE - de las facturas normales
      * apuntadas, solo las partidas de consumo (CONSUMO.../
      * CONSEST...) cuentan contra la previa de 75.
      *-----------------------------------------------------------------
       250-CARGA-ANTERIOR-DETALLE.
           IF WS-CANTIDAD-FACTS > ZERO
               OPEN INPUT FACTURA-DET-HIST-FILE
               IF FACTDETH-NO-EXISTE
                   NEXT SENTENCE
               ELSE
                   PERFORM 260-LEE-DETALLE UNTIL FACTDETH-EOF
                   CLOSE FACTURA-DET-HIST-FILE
               END-IF
           END-IF.

       260-LEE-DETALLE.
           READ FACTURA-DET-HIST-FILE
               AT END
                   SET FACTDETH-EOF TO TRUE
               NOT AT END
                   IF FDH-FECHA (1:6) = WS-PERIODO-ANTERIOR
                       AND (FDH-ARTICULO (1:7) = "CONSUMO"
                           OR FDH-ARTICULO (1:7) = "CONSEST")
                       MOVE ZERO TO WS-IDX-HALLADO
                       PERFORM 265-COMPARA-FACTURA
                           VARYING WS-IDX-BUSCA FROM 1 BY 1
                           UNTIL WS-IDX-BUSCA > WS-CANTIDAD-FACTS
                               OR WS-IDX-HALLADO > ZERO
                       IF WS-IDX-HALLADO > ZERO
                           ADD FDH-IMPORTE TO CTB-ANTERIOR
                               (FTB-IDX-CLIENTE (WS-IDX-HALLADO))
                       END-IF
                   END-IF
           END-READ.

       265-COMPARA-FACTURA.
           IF FTB-NUMERO (WS-IDX-BUSCA) = FDH-FACTURA
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 400-GENERA-REPORTE - PREVIA.RPT: titulo, un renglon por
      * cliente contra su mes anterior, y los totales por tarifa y
      * por articulo.
      *-----------------------------------------------------------------
       400-GENERA-REPORTE.
           OPEN OUTPUT REPORTE-FILE.

           MOVE SPACES TO RPT-TEXTO.
           STRING "PREVIA DE FACTURACION DEL " DELIMITED BY SIZE
                  WS-FECHA-PREVIA              DELIMITED BY SIZE
                  " CONTRA EL MES "            DELIMITED BY SIZE
                  WS-PERIODO-ANTERIOR          DELIMITED BY SIZE
               INTO RPT-TEXTO.
           WRITE REPORTE-PREVIA-RECORD.
           MOVE SPACES TO RPT-TEXTO.
           STRING "PG CLIENTE FACT   SUBTOTAL        IVA   "
                                               DELIMITED BY SIZE
                  "ANTERIOR DIFERENCIA NOTA"   DELIMITED BY SIZE
               INTO RPT-TEXTO.
           WRITE REPORTE-PREVIA-RECORD.

           PERFORM 410-LINEA-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CLIENTES.

           MOVE SPACES               TO REPORTE-PREVIA-RECORD.
           MOVE "TOTAL"              TO RPV-CLIENTE.
           MOVE WS-TOTAL-FACTURAS    TO RPV-FACTURAS.
           MOVE WS-TOTAL-SUBTOTAL    TO RPV-SUBTOTAL.
           MOVE WS-TOTAL-IVA         TO RPV-IVA.
           MOVE WS-TOTAL-ANTERIOR    TO RPV-ANTERIOR.
           COMPUTE RPV-DIFERENCIA =
               WS-TOTAL-SUBTOTAL - WS-TOTAL-ANTERIOR.
           WRITE REPORTE-PREVIA-RECORD.

           MOVE SPACES TO RPT-TEXTO.
           MOVE "TOTALES  CODIGO     CANTIDAD      IMPORTE         IVA"
               TO RPT-TEXTO.
           WRITE REPORTE-PREVIA-RECORD.
           PERFORM 430-LINEA-TARIFA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-TARIFAS.
           PERFORM 440-LINEA-ARTICULO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-ARTICULOS.

           CLOSE REPORTE-FILE.

       410-LINEA-CLIENTE.
           COMPUTE WS-VARIACION =
               CTB-SUBTOTAL (WS-IDX) - CTB-ANTERIOR (WS-IDX).
           ADD CTB-SUBTOTAL (WS-IDX) TO WS-TOTAL-SUBTOTAL.
           ADD CTB-IVA (WS-IDX)      TO WS-TOTAL-IVA.
           ADD CTB-ANTERIOR (WS-IDX) TO WS-TOTAL-ANTERIOR.

           MOVE SPACES                 TO REPORTE-PREVIA-RECORD.
           MOVE CTB-PROGRAMA (WS-IDX)  TO RPV-PROGRAMA.
           MOVE CTB-CLIENTE (WS-IDX)   TO RPV-CLIENTE.
           MOVE CTB-FACTURAS (WS-IDX)  TO RPV-FACTURAS.
           MOVE CTB-SUBTOTAL (WS-IDX)  TO RPV-SUBTOTAL.
           MOVE CTB-IVA (WS-IDX)       TO RPV-IVA.
           MOVE CTB-ANTERIOR (WS-IDX)  TO RPV-ANTERIOR.
           MOVE WS-VARIACION           TO RPV-DIFERENCIA.
           IF CTB-ANTERIOR (WS-IDX) = ZERO
               MOVE "NUEVO" TO RPV-NOTA
           ELSE
               COMPUTE WS-TOPE-VARIACION =
                   CTB-ANTERIOR (WS-IDX) * WS-PCT-VARIACION / 100
               IF WS-TOPE-VARIACION < ZERO
                   COMPUTE WS-TOPE-VARIACION =
                       ZERO - WS-TOPE-VARIACION
               END-IF
               IF WS-VARIACION > WS-TOPE-VARIACION
                   OR WS-VARIACION < ZERO - WS-TOPE-VARIACION
                   MOVE "REVISAR" TO RPV-NOTA
                   ADD 1 TO WS-CONTADOR-REVISAR
               END-IF
           END-IF.
           WRITE REPORTE-PREVIA-RECORD.

       430-LINEA-TARIFA.
           MOVE SPACES                TO REPORTE-PREVIA-RECORD.
           MOVE "TARIFA"              TO RPS-CLASE.
           MOVE TTB-CODIGO (WS-IDX)   TO RPS-CODIGO.
           MOVE TTB-CANTIDAD (WS-IDX) TO RPS-CANTIDAD.
           MOVE TTB-IMPORTE (WS-IDX)  TO RPS-IMPORTE.
           MOVE TTB-IVA (WS-IDX)      TO RPS-IVA.
           WRITE REPORTE-PREVIA-RECORD.

       440-LINEA-ARTICULO.
           MOVE SPACES                TO REPORTE-PREVIA-RECORD.
           MOVE "ARTICULO"            TO RPS-CLASE.
           MOVE ATB-CODIGO (WS-IDX)   TO RPS-CODIGO.
           MOVE ATB-CANTIDAD (WS-IDX) TO RPS-CANTIDAD.
           MOVE ATB-IMPORTE (WS-IDX)  TO RPS-IMPORTE.
           MOVE ATB-IVA (WS-IDX)      TO RPS-IVA.
           WRITE REPORTE-PREVIA-RECORD.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM A9-PROGRAMA.
