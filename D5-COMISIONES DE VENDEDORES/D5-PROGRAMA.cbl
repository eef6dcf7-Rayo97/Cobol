      ******************************************************************
      * Author:
      * Date:
      * Purpose: Comisiones mensuales de vendedores: al cierre del mes
      *          atribuye cada partida del historico de detalle
      *          (FACTDETH.DAT) del mes de negocio al vendedor que era
      *          responsable del cliente a la fecha de la factura
      *          (CLIVEND.DAT) y le aplica la tasa del vendedor para
      *          la linea de producto del articulo (TASAS.DAT, codigos
      *          CM, con fecha efectiva; ver VENDEDOR.CPY). De la base
      *          se deducen las notas de credito del mes que reversan
      *          una factura completa (61-PROGRAMA) y los castigos del
      *          mes (64-PROGRAMA), en proporcion al saldo castigado,
      *          con la comision que la factura original habia pagado
      *          a su vendedor. Imprime un estado por vendedor en
      *          COMISION.RPT y deja NOMCOMIS.DAT, la interfaz para
      *          nomina con la comision neta de cada vendedor.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. D5-PROGRAMA.
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

           SELECT FACTURA-DET-HIST-FILE
               ASSIGN TO "FACTDETH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTDETH-STATUS.

           SELECT ARTICULOS-FILE
               ASSIGN TO "ARTICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-CODIGO
               FILE STATUS IS WS-ARTICULOS-STATUS.

           SELECT VENDEDOR-FILE
               ASSIGN TO "VENDEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WS-VENDEDOR-STATUS.

           SELECT CLIENTE-VENDEDOR-FILE
               ASSIGN TO "CLIVEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CVE-CLAVE
               FILE STATUS IS WS-CLIVEND-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "COMISION.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT NOMINA-FILE
               ASSIGN TO "NOMCOMIS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOMINA-STATUS.

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

       FD  FACTURA-DET-HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTDETH.

       FD  ARTICULOS-FILE
           LABEL RECORD IS STANDARD.
           COPY ARTICULOS.

       FD  VENDEDOR-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDEDOR.

       FD  CLIENTE-VENDEDOR-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIVEND.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-COMISION-RECORD PIC X(80).

       FD  NOMINA-FILE
           LABEL RECORD IS STANDARD.
           COPY NOMCOMIS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE FACTURA-DET-HIST-FILE: VIENE DE
      *-FDHSTS.CPY.
           COPY FDHSTS.

      *-FILE STATUS/88-LEVEL DE ARTICULOS-FILE: VIENE DE ARTSTS.CPY.
           COPY ARTSTS.

      *-FILE STATUS/88-LEVEL DE VENDEDOR-FILE: VIENE DE VENSTS.CPY.
           COPY VENSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTE-VENDEDOR-FILE: VIENE DE
      *-CVESTS.CPY.
           COPY CVESTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

       01  WS-NOMINA-STATUS PIC XX.
           88  NOMINA-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FECHA OFICIAL DE NEGOCIO; SU MES (AAAAMM) ES EL MES QUE SE
      *-PAGA.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-PERIODO       PIC 9(6) VALUE ZERO.

      *-RENGLONES DE TASA DE COMISION (CODIGOS CM DE TASAS.DAT) CON
      *-SU FECHA EFECTIVA: SE GUARDAN TODOS, PORQUE CADA PARTIDA TOMA
      *-EL VIGENTE A LA FECHA DE SU FACTURA.
       01  WS-CANTIDAD-TASAS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-TASAS.
           05  WS-TASA-ENT OCCURS 300 TIMES.
               10  TCM-T-CODIGO    PIC X(10).
               10  TCM-T-FECHA     PIC 9(8).
               10  TCM-T-VALOR     PIC 9(5).

      *-FACTURAS DEL MES (DE TODO TIPO): EL CLIENTE Y LA FECHA CON
      *-QUE SE RESUELVE EL VENDEDOR DE SUS PARTIDAS.
       01  WS-CANTIDAD-FACTURAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-FACTURAS.
           05  WS-FACTURA-ENT OCCURS 2000 TIMES.
               10  FMS-T-NUMERO    PIC 9(7).
               10  FMS-T-CLIENTE   PIC 9(7).
               10  FMS-T-FECHA     PIC 9(8).

      *-DEDUCCIONES DEL MES: NOTAS DE CREDITO (C) Y CASTIGOS (W) CON
      *-LA FACTURA ORIGINAL QUE TOCAN. DE LA ORIGINAL SE TOMA EL
      *-CLIENTE, LA FECHA (QUE DICE QUE VENDEDOR Y QUE TASA COBRARON
      *-LA VENTA) Y EL TOTAL; EL CASTIGO DEDUCE LA PROPORCION DEL
      *-SALDO CASTIGADO SOBRE ESE TOTAL, LA NOTA LA FACTURA ENTERA.
      *-UNA NOTA QUE TRAE PARTIDAS PROPIAS (ABONO DE DIAS NO USADOS
      *-DE 70-PROGRAMA) YA RESTA CON ELLAS COMO PARTIDA DEL MES Y NO
      *-DEDUCE LA ORIGINAL.
       01  WS-CANTIDAD-DEDUCCIONES PIC 9(3) VALUE ZERO.
       01  WS-TABLA-DEDUCCIONES.
           05  WS-DEDUCCION-ENT OCCURS 500 TIMES.
               10  DED-T-DOCUMENTO   PIC 9(7).
               10  DED-T-TIPO        PIC X.
                   88  DED-T-ES-NOTA     VALUE "C".
                   88  DED-T-ES-CASTIGO  VALUE "W".
               10  DED-T-ORIGINAL    PIC 9(7).
               10  DED-T-IMPORTE     PIC 9(7)V99.
               10  DED-T-CLIENTE     PIC 9(7).
               10  DED-T-FECHA-ORIG  PIC 9(8).
               10  DED-T-TOTAL-ORIG  PIC S9(7)V99.
               10  DED-T-FACTOR      PIC 9V9(6).
               10  DED-T-VENDEDOR    PIC X(5).
               10  DED-T-BASE        PIC S9(9)V99.
               10  DED-T-COMISION    PIC S9(7)V99.
               10  DED-T-HALLADA-SW  PIC X.
                   88  DED-T-HALLADA     VALUE "S".
               10  DED-T-DETALLE-SW  PIC X.
                   88  DED-T-CON-DETALLE VALUE "S".

      *-ACUMULADOS POR VENDEDOR: VENTAS Y DEDUCCIONES, BASE Y
      *-COMISION.
       01  WS-CANTIDAD-VENDEDORES PIC 9(3) VALUE ZERO.
       01  WS-TABLA-VENDEDORES.
           05  WS-VENDEDOR-ENT OCCURS 200 TIMES.
               10  REP-T-VENDEDOR      PIC X(5).
               10  REP-T-BASE-VENTAS   PIC S9(9)V99.
               10  REP-T-COM-VENTAS    PIC S9(7)V99.
               10  REP-T-BASE-DEDUCIDA PIC S9(9)V99.
               10  REP-T-COM-DEDUCIDA  PIC S9(7)V99.

      *-ACUMULADOS POR VENDEDOR Y LINEA DE PRODUCTO, EL CUERPO DEL
      *-ESTADO; LA LINEA QUE TUVO PARTIDAS SIN TASA QUEDA MARCADA.
       01  WS-CANTIDAD-LINEAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-LINEAS.
           05  WS-LINEA-ENT OCCURS 1000 TIMES.
               10  RLN-T-VENDEDOR  PIC X(5).
               10  RLN-T-LINEA     PIC X(2).
               10  RLN-T-BASE      PIC S9(9)V99.
               10  RLN-T-COMISION  PIC S9(7)V99.
               10  RLN-T-SIN-TASA-SW PIC X.
                   88  RLN-T-SIN-TASA VALUE "S".

       01  WS-IDX         PIC 9(4) VALUE ZERO.
       01  WS-IDX-BUSCA   PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-IDX-MENOR   PIC 9(4) VALUE ZERO.
       01  WS-IDX-DED     PIC 9(4) VALUE ZERO.
       01  WS-IDX-LINEA   PIC 9(4) VALUE ZERO.
       01  WS-IDX-TASA    PIC 9(4) VALUE ZERO.

      *-ENTRADA DE TRABAJO PARA EL ORDENAMIENTO POR VENDEDOR.
       01  WS-ENT-TRABAJO.
           05  TRB-VENDEDOR      PIC X(5).
           05  TRB-BASE-VENTAS   PIC S9(9)V99.
           05  TRB-COM-VENTAS    PIC S9(7)V99.
           05  TRB-BASE-DEDUCIDA PIC S9(9)V99.
           05  TRB-COM-DEDUCIDA  PIC S9(7)V99.

      *-LA FACTURA DEL MES EN TURNO: LAS PARTIDAS DE UNA FACTURA
      *-LLEGAN JUNTAS, ASI QUE SU VENDEDOR SE RESUELVE UNA VEZ.
       01  WS-FACTURA-ACTUAL   PIC 9(7) VALUE ZERO.
       01  WS-FECHA-FACTURA    PIC 9(8) VALUE ZERO.
       01  WS-VENDEDOR-FACTURA PIC X(5) VALUE SPACES.
       01  WS-FACTURA-MES-SW   PIC X VALUE "N".
           88  FACTURA-EN-TABLA VALUE "S".

      *-RESOLUCION DEL VENDEDOR VIGENTE DE UN CLIENTE A UNA FECHA.
       01  WS-CLIENTE-BUSCA    PIC 9(7) VALUE ZERO.
       01  WS-FECHA-BUSCA      PIC 9(8) VALUE ZERO.
       01  WS-VENDEDOR-VIGENTE PIC X(5) VALUE SPACES.
       01  WS-FIN-ASIGNACIONES-SW PIC X VALUE "N".
           88  FIN-ASIGNACIONES VALUE "S".

      *-RESOLUCION DE LA TASA: VENDEDOR, LINEA Y FECHA DE LA FACTURA;
      *-LA TASA VA EN CENTESIMOS DE PORCIENTO.
       01  WS-VENDEDOR-BUSCA   PIC X(5)  VALUE SPACES.
       01  WS-LINEA-BUSCA      PIC X(2)  VALUE SPACES.
       01  WS-CODIGO-TASA      PIC X(10) VALUE SPACES.
       01  WS-TASA-COMISION    PIC 9(5)  VALUE ZERO.
       01  WS-EF-TASA          PIC 9(8)  VALUE ZERO.
       01  WS-HAY-TASA-SW      PIC X VALUE "N".
           88  HAY-TASA VALUE "S".

       01  WS-BASE-PARTIDA     PIC S9(9)V99 VALUE ZERO.
       01  WS-COMISION-PARTIDA PIC S9(7)V99 VALUE ZERO.
       01  WS-COMISION-NETA    PIC S9(7)V99 VALUE ZERO.

      *-CONTROLES DE LA CORRIDA.
       01  WS-FACTURAS-DESBORDADAS   PIC 9(5) VALUE ZERO.
       01  WS-DEDUCCIONES-DESBORDADAS PIC 9(5) VALUE ZERO.
       01  WS-TASAS-DESBORDADAS      PIC 9(5) VALUE ZERO.
       01  WS-ACUMULADOS-DESBORDADOS PIC 9(5) VALUE ZERO.
       01  WS-FACTURAS-SIN-VENDEDOR  PIC 9(5) VALUE ZERO.
       01  WS-BASE-SIN-VENDEDOR      PIC S9(9)V99 VALUE ZERO.
       01  WS-BASE-SIN-FACTURA       PIC S9(9)V99 VALUE ZERO.
       01  WS-PARTIDAS-SIN-TASA      PIC 9(5) VALUE ZERO.
       01  WS-DEDUCCIONES-SIN-ORIGINAL PIC 9(5) VALUE ZERO.
       01  WS-DEDUCIDO-SIN-VENDEDOR  PIC S9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-NOMINA        PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-NOMINA           PIC S9(9)V99 VALUE ZERO.

      *-RENGLONES DEL ESTADO DE COMISIONES.
       01  WS-LINEA           PIC X(80) VALUE SPACES.
       01  WS-LINEA-VENTAS REDEFINES WS-LINEA.
           05  FILLER         PIC X(2).
           05  LCV-LINEA      PIC X(5).
           05  FILLER         PIC X(4).
           05  LCV-BASE       PIC -ZZZZZZZZ9.99.
           05  FILLER         PIC X(4).
           05  LCV-COMISION   PIC -ZZZZZZ9.99.
           05  FILLER         PIC X(2).
           05  LCV-MARCA      PIC X(8).
           05  FILLER         PIC X(31).
       01  WS-LINEA-DEDUCCION REDEFINES WS-LINEA.
           05  FILLER         PIC X(2).
           05  LCD-DOCUMENTO  PIC 9(7).
           05  FILLER         PIC X(1).
           05  LCD-TIPO       PIC X(7).
           05  FILLER         PIC X(1).
           05  LCD-ORIGINAL   PIC 9(7).
           05  FILLER         PIC X(1).
           05  LCD-CLIENTE    PIC 9(7).
           05  FILLER         PIC X(1).
           05  LCD-BASE       PIC -ZZZZZZZZ9.99.
           05  FILLER         PIC X(2).
           05  LCD-COMISION   PIC -ZZZZZZ9.99.
           05  FILLER         PIC X(20).
       01  WS-LINEA-TOTAL REDEFINES WS-LINEA.
           05  FILLER         PIC X(2).
           05  LCT-CONCEPTO   PIC X(22).
           05  LCT-IMPORTE    PIC -ZZZZZZZZ9.99.
           05  FILLER         PIC X(43).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           MOVE WS-FECHA-NEGOCIO (1:6) TO WS-PERIODO.

           PERFORM 100-CARGA-TASAS.
           PERFORM 200-CARGA-FACTURAS.
           IF WS-CANTIDAD-DEDUCCIONES > ZERO
               PERFORM 250-CARGA-ORIGINALES
           END-IF.

           OPEN INPUT CLIENTE-VENDEDOR-FILE.
           IF CLIVEND-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA CLIVEND.DAT; NINGUN CLIENTE "
                   "TIENE VENDEDOR ASIGNADO."
           END-IF.
           OPEN INPUT ARTICULOS-FILE.
           PERFORM 280-VENDEDOR-DEDUCCION
               VARYING WS-IDX-DED FROM 1 BY 1
               UNTIL WS-IDX-DED > WS-CANTIDAD-DEDUCCIONES.
           PERFORM 300-ACUMULA-PARTIDAS.
           IF NOT ARTICULOS-NO-EXISTE
               CLOSE ARTICULOS-FILE
           END-IF.
           IF NOT CLIVEND-NO-EXISTE
               CLOSE CLIENTE-VENDEDOR-FILE
           END-IF.

           PERFORM 400-APLICA-DEDUCCION
               VARYING WS-IDX-DED FROM 1 BY 1
               UNTIL WS-IDX-DED > WS-CANTIDAD-DEDUCCIONES.
           PERFORM 500-ORDENA-POR-VENDEDOR.
           PERFORM 600-IMPRIME-ESTADOS.

           DISPLAY "COMISIONES DEL MES " WS-PERIODO ": "
               WS-CONTADOR-NOMINA " VENDEDORES A NOMINA.".
           IF WS-FACTURAS-DESBORDADAS > ZERO
               OR WS-DEDUCCIONES-DESBORDADAS > ZERO
               OR WS-TASAS-DESBORDADAS > ZERO
               OR WS-ACUMULADOS-DESBORDADOS > ZERO
               OR WS-PARTIDAS-SIN-TASA > ZERO
               OR WS-DEDUCCIONES-SIN-ORIGINAL > ZERO
               DISPLAY "HAY PARTIDAS O DEDUCCIONES SIN RESOLVER; VER "
                   "EL RESUMEN AL FINAL DE COMISION.RPT."
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-CARGA-TASAS - guarda de TASAS.DAT todo renglon de codigo
      * CM con su fecha efectiva.
      *-----------------------------------------------------------------
       100-CARGA-TASAS.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               DISPLAY "NO EXISTE TASAS.DAT; NINGUN VENDEDOR TIENE "
                   "TASA DE COMISION."
           ELSE
               PERFORM 110-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

       110-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO (1:2) = "CM"
                       IF WS-CANTIDAD-TASAS < 300
                           ADD 1 TO WS-CANTIDAD-TASAS
                           MOVE TAS-CODIGO
                               TO TCM-T-CODIGO (WS-CANTIDAD-TASAS)
                           MOVE TAS-FECHA-EFECTIVA
                               TO TCM-T-FECHA (WS-CANTIDAD-TASAS)
                           MOVE TAS-VALOR
                               TO TCM-T-VALOR (WS-CANTIDAD-TASAS)
                       ELSE
                           ADD 1 TO WS-TASAS-DESBORDADAS
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-CARGA-FACTURAS - primera vuelta a FACTURAS.DAT: guarda las
      * facturas del mes con su cliente y su fecha, y las notas de
      * credito y castigos del mes que referencian una factura.
      *-----------------------------------------------------------------
       200-CARGA-FACTURAS.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA FACTURAS.DAT; NO HAY VENTAS "
                   "QUE COMISIONAR."
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
                       AND FAC-FECHA (1:6) = WS-PERIODO
                       PERFORM 220-GUARDA-FACTURA-MES
                       IF (FAC-ES-CREDITO OR FAC-ES-CASTIGO)
                           AND FAC-REFERENCIA > ZERO
                           PERFORM 230-GUARDA-DEDUCCION
                       END-IF
                   END-IF
           END-READ.

       220-GUARDA-FACTURA-MES.
           IF WS-CANTIDAD-FACTURAS < 2000
               ADD 1 TO WS-CANTIDAD-FACTURAS
               MOVE FAC-NUMERO  TO FMS-T-NUMERO (WS-CANTIDAD-FACTURAS)
               MOVE FAC-CLIENTE TO FMS-T-CLIENTE (WS-CANTIDAD-FACTURAS)
               MOVE FAC-FECHA   TO FMS-T-FECHA (WS-CANTIDAD-FACTURAS)
           ELSE
               ADD 1 TO WS-FACTURAS-DESBORDADAS
           END-IF.

       230-GUARDA-DEDUCCION.
           IF WS-CANTIDAD-DEDUCCIONES < 500
               ADD 1 TO WS-CANTIDAD-DEDUCCIONES
               MOVE WS-CANTIDAD-DEDUCCIONES TO WS-IDX-DED
               INITIALIZE WS-DEDUCCION-ENT (WS-IDX-DED)
               MOVE FAC-NUMERO     TO DED-T-DOCUMENTO (WS-IDX-DED)
               MOVE FAC-TIPO       TO DED-T-TIPO (WS-IDX-DED)
               MOVE FAC-REFERENCIA TO DED-T-ORIGINAL (WS-IDX-DED)
               COMPUTE DED-T-IMPORTE (WS-IDX-DED) = ZERO - FAC-TOTAL
               MOVE "N"            TO DED-T-HALLADA-SW (WS-IDX-DED)
               MOVE "N"            TO DED-T-DETALLE-SW (WS-IDX-DED)
           ELSE
               ADD 1 TO WS-DEDUCCIONES-DESBORDADAS
           END-IF.

      *-----------------------------------------------------------------
      * 250-CARGA-ORIGINALES - segunda vuelta a FACTURAS.DAT: de cada
      * factura que una deduccion referencia toma el cliente, la fecha
      * y el total, y calcula la proporcion que se deduce.
      *-----------------------------------------------------------------
       250-CARGA-ORIGINALES.
           MOVE SPACES TO WS-FACTURAS-STATUS.
           OPEN INPUT FACTURAS-FILE.
           PERFORM 260-LEE-ORIGINAL UNTIL FACTURAS-EOF.
           CLOSE FACTURAS-FILE.

       260-LEE-ORIGINAL.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       PERFORM 270-COMPLETA-DEDUCCION
                           VARYING WS-IDX-DED FROM 1 BY 1
                           UNTIL WS-IDX-DED > WS-CANTIDAD-DEDUCCIONES
                   END-IF
           END-READ.

       270-COMPLETA-DEDUCCION.
           IF DED-T-ORIGINAL (WS-IDX-DED) = FAC-NUMERO
               SET  DED-T-HALLADA (WS-IDX-DED) TO TRUE
               MOVE FAC-CLIENTE TO DED-T-CLIENTE (WS-IDX-DED)
               MOVE FAC-FECHA   TO DED-T-FECHA-ORIG (WS-IDX-DED)
               MOVE FAC-TOTAL   TO DED-T-TOTAL-ORIG (WS-IDX-DED)
               IF DED-T-ES-NOTA (WS-IDX-DED)
                   MOVE 1 TO DED-T-FACTOR (WS-IDX-DED)
               ELSE
                   IF FAC-TOTAL NOT > ZERO
                       MOVE ZERO TO DED-T-FACTOR (WS-IDX-DED)
                   ELSE
                       IF DED-T-IMPORTE (WS-IDX-DED) NOT < FAC-TOTAL
                           MOVE 1 TO DED-T-FACTOR (WS-IDX-DED)
                       ELSE
                           COMPUTE DED-T-FACTOR (WS-IDX-DED) ROUNDED =
                               DED-T-IMPORTE (WS-IDX-DED) / FAC-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 280-VENDEDOR-DEDUCCION - la deduccion va contra el vendedor que
      * cobro la venta original: el responsable del cliente a la fecha
      * de la factura original.
      *-----------------------------------------------------------------
       280-VENDEDOR-DEDUCCION.
           IF DED-T-HALLADA (WS-IDX-DED)
               MOVE DED-T-CLIENTE (WS-IDX-DED)    TO WS-CLIENTE-BUSCA
               MOVE DED-T-FECHA-ORIG (WS-IDX-DED) TO WS-FECHA-BUSCA
               PERFORM 750-VENDEDOR-VIGENTE
               MOVE WS-VENDEDOR-VIGENTE
                   TO DED-T-VENDEDOR (WS-IDX-DED)
           END-IF.

      *-----------------------------------------------------------------
      * 300-ACUMULA-PARTIDAS - recorre el historico de detalle: la
      * partida del mes suma a su vendedor; la partida de una factura
      * que una deduccion referencia suma a la deduccion; y la partida
      * propia de una nota de credito la marca como nota con detalle.
      *-----------------------------------------------------------------
       300-ACUMULA-PARTIDAS.
           OPEN INPUT FACTURA-DET-HIST-FILE.
           IF FACTDETH-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA FACTDETH.DAT; NO HAY "
                   "PARTIDAS QUE COMISIONAR."
           ELSE
               PERFORM 310-LEE-PARTIDA UNTIL FACTDETH-EOF
               CLOSE FACTURA-DET-HIST-FILE
           END-IF.

       310-LEE-PARTIDA.
           READ FACTURA-DET-HIST-FILE
               AT END
                   SET FACTDETH-EOF TO TRUE
               NOT AT END
                   PERFORM 340-LINEA-ARTICULO
                   IF FDH-FECHA (1:6) = WS-PERIODO
                       PERFORM 320-PARTIDA-DEL-MES
                   END-IF
                   PERFORM 330-PARTIDA-DEDUCIDA
                       VARYING WS-IDX-DED FROM 1 BY 1
                       UNTIL WS-IDX-DED > WS-CANTIDAD-DEDUCCIONES
           END-READ.

       320-PARTIDA-DEL-MES.
           IF FDH-FACTURA NOT = WS-FACTURA-ACTUAL
               PERFORM 325-CAMBIO-FACTURA
           END-IF.
           IF NOT FACTURA-EN-TABLA
               ADD FDH-IMPORTE TO WS-BASE-SIN-FACTURA
           ELSE
               IF WS-VENDEDOR-FACTURA = SPACES
                   ADD FDH-IMPORTE TO WS-BASE-SIN-VENDEDOR
               ELSE
                   MOVE WS-VENDEDOR-FACTURA TO WS-VENDEDOR-BUSCA
                   MOVE WS-FECHA-FACTURA    TO WS-FECHA-BUSCA
                   PERFORM 700-BUSCA-TASA
                   MOVE FDH-IMPORTE TO WS-BASE-PARTIDA
                   COMPUTE WS-COMISION-PARTIDA ROUNDED =
                       WS-BASE-PARTIDA * WS-TASA-COMISION / 10000
                   PERFORM 850-LOCALIZA-LINEA
                   IF WS-IDX-LINEA > ZERO
                       ADD WS-BASE-PARTIDA
                           TO RLN-T-BASE (WS-IDX-LINEA)
                       ADD WS-COMISION-PARTIDA
                           TO RLN-T-COMISION (WS-IDX-LINEA)
                       IF NOT HAY-TASA
                           SET RLN-T-SIN-TASA (WS-IDX-LINEA) TO TRUE
                           ADD 1 TO WS-PARTIDAS-SIN-TASA
                       END-IF
                   END-IF
                   PERFORM 800-LOCALIZA-VENDEDOR
                   IF WS-IDX-HALLADO > ZERO
                       ADD WS-BASE-PARTIDA
                           TO REP-T-BASE-VENTAS (WS-IDX-HALLADO)
                       ADD WS-COMISION-PARTIDA
                           TO REP-T-COM-VENTAS (WS-IDX-HALLADO)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 325-CAMBIO-FACTURA - primera partida de otra factura: su
      * cliente y su fecha salen de la tabla de facturas del mes, y
      * su vendedor se resuelve una sola vez.
      *-----------------------------------------------------------------
       325-CAMBIO-FACTURA.
           MOVE FDH-FACTURA TO WS-FACTURA-ACTUAL.
           MOVE "N"         TO WS-FACTURA-MES-SW.
           MOVE SPACES      TO WS-VENDEDOR-FACTURA.
           MOVE ZERO        TO WS-IDX-HALLADO.
           PERFORM 326-BUSCA-FACTURA-MES
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-FACTURAS
                   OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO > ZERO
               SET FACTURA-EN-TABLA TO TRUE
               MOVE FMS-T-CLIENTE (WS-IDX-HALLADO) TO WS-CLIENTE-BUSCA
               MOVE FMS-T-FECHA (WS-IDX-HALLADO)   TO WS-FECHA-BUSCA
               MOVE FMS-T-FECHA (WS-IDX-HALLADO)   TO WS-FECHA-FACTURA
               PERFORM 750-VENDEDOR-VIGENTE
               MOVE WS-VENDEDOR-VIGENTE TO WS-VENDEDOR-FACTURA
               IF WS-VENDEDOR-FACTURA = SPACES
                   ADD 1 TO WS-FACTURAS-SIN-VENDEDOR
               END-IF
           END-IF.

       326-BUSCA-FACTURA-MES.
           IF FMS-T-NUMERO (WS-IDX-BUSCA) = FDH-FACTURA
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 330-PARTIDA-DEDUCIDA - la partida de una factura original suma
      * a la deduccion que la referencia su proporcion, con la tasa
      * que la venta cobro a su fecha; la partida de la nota misma la
      * marca como nota con detalle propio.
      *-----------------------------------------------------------------
       330-PARTIDA-DEDUCIDA.
           IF DED-T-DOCUMENTO (WS-IDX-DED) = FDH-FACTURA
               AND DED-T-ES-NOTA (WS-IDX-DED)
               SET DED-T-CON-DETALLE (WS-IDX-DED) TO TRUE
           END-IF.
           IF DED-T-ORIGINAL (WS-IDX-DED) = FDH-FACTURA
               AND DED-T-HALLADA (WS-IDX-DED)
               COMPUTE WS-BASE-PARTIDA ROUNDED =
                   FDH-IMPORTE * DED-T-FACTOR (WS-IDX-DED)
               MOVE ZERO TO WS-COMISION-PARTIDA
               IF DED-T-VENDEDOR (WS-IDX-DED) NOT = SPACES
                   MOVE DED-T-VENDEDOR (WS-IDX-DED)
                       TO WS-VENDEDOR-BUSCA
                   MOVE DED-T-FECHA-ORIG (WS-IDX-DED)
                       TO WS-FECHA-BUSCA
                   PERFORM 700-BUSCA-TASA
                   COMPUTE WS-COMISION-PARTIDA ROUNDED =
                       WS-BASE-PARTIDA * WS-TASA-COMISION / 10000
               END-IF
               ADD WS-BASE-PARTIDA     TO DED-T-BASE (WS-IDX-DED)
               ADD WS-COMISION-PARTIDA TO DED-T-COMISION (WS-IDX-DED)
           END-IF.

      *-----------------------------------------------------------------
      * 340-LINEA-ARTICULO - la linea de producto del articulo de la
      * partida; sin maestro o sin articulo, sin linea.
      *-----------------------------------------------------------------
       340-LINEA-ARTICULO.
           MOVE SPACES TO WS-LINEA-BUSCA.
           IF NOT ARTICULOS-NO-EXISTE
               MOVE FDH-ARTICULO TO ART-CODIGO
               READ ARTICULOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ART-LINEA-COMISION TO WS-LINEA-BUSCA
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 400-APLICA-DEDUCCION - pasa al vendedor cada deduccion
      * resuelta; la nota con detalle propio ya resto como partida
      * del mes y no se aplica.
      *-----------------------------------------------------------------
       400-APLICA-DEDUCCION.
           IF NOT DED-T-HALLADA (WS-IDX-DED)
               ADD 1 TO WS-DEDUCCIONES-SIN-ORIGINAL
           ELSE
               IF DED-T-CON-DETALLE (WS-IDX-DED)
                   NEXT SENTENCE
               ELSE
                   IF DED-T-VENDEDOR (WS-IDX-DED) = SPACES
                       ADD DED-T-BASE (WS-IDX-DED)
                           TO WS-DEDUCIDO-SIN-VENDEDOR
                   ELSE
                       MOVE DED-T-VENDEDOR (WS-IDX-DED)
                           TO WS-VENDEDOR-BUSCA
                       PERFORM 800-LOCALIZA-VENDEDOR
                       IF WS-IDX-HALLADO > ZERO
                           ADD DED-T-BASE (WS-IDX-DED)
                               TO REP-T-BASE-DEDUCIDA (WS-IDX-HALLADO)
                           ADD DED-T-COMISION (WS-IDX-DED)
                               TO REP-T-COM-DEDUCIDA (WS-IDX-HALLADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 500-ORDENA-POR-VENDEDOR - ordenamiento por seleccion sobre la
      * tabla de vendedores, para que los estados salgan por codigo.
      *-----------------------------------------------------------------
       500-ORDENA-POR-VENDEDOR.
           PERFORM 510-SELECCIONA-MENOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-CANTIDAD-VENDEDORES.

       510-SELECCIONA-MENOR.
           MOVE WS-IDX TO WS-IDX-MENOR.
           PERFORM 520-COMPARA-CODIGO
               VARYING WS-IDX-BUSCA FROM WS-IDX BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-VENDEDORES.
           IF WS-IDX-MENOR NOT = WS-IDX
               MOVE WS-VENDEDOR-ENT (WS-IDX)       TO WS-ENT-TRABAJO
               MOVE WS-VENDEDOR-ENT (WS-IDX-MENOR)
                   TO WS-VENDEDOR-ENT (WS-IDX)
               MOVE WS-ENT-TRABAJO
                   TO WS-VENDEDOR-ENT (WS-IDX-MENOR)
           END-IF.

       520-COMPARA-CODIGO.
           IF REP-T-VENDEDOR (WS-IDX-BUSCA) <
               REP-T-VENDEDOR (WS-IDX-MENOR)
               MOVE WS-IDX-BUSCA TO WS-IDX-MENOR
           END-IF.

      *-----------------------------------------------------------------
      * 600-IMPRIME-ESTADOS - un estado por vendedor en COMISION.RPT y
      * su renglon en la interfaz de nomina, y al final el resumen de
      * control de la corrida.
      *-----------------------------------------------------------------
       600-IMPRIME-ESTADOS.
           OPEN OUTPUT REPORTE-FILE.
           OPEN OUTPUT NOMINA-FILE.
           MOVE SPACES           TO NOMCOMIS-RECORD.
           MOVE "H"              TO NCH-TIPO.
           MOVE WS-FECHA-NEGOCIO TO NCH-FECHA.
           MOVE WS-PERIODO       TO NCH-PERIODO.
           WRITE NOMCOMIS-RECORD.

           OPEN INPUT VENDEDOR-FILE.
           PERFORM 610-ESTADO-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-VENDEDORES.
           IF NOT VENDEDOR-NO-EXISTE
               CLOSE VENDEDOR-FILE
           END-IF.

           MOVE SPACES             TO NOMCOMIS-RECORD.
           MOVE "T"                TO NCR-TIPO.
           MOVE WS-CONTADOR-NOMINA TO NCR-CANTIDAD.
           MOVE WS-TOTAL-NOMINA    TO NCR-TOTAL.
           WRITE NOMCOMIS-RECORD.
           CLOSE NOMINA-FILE.

           PERFORM 690-RESUMEN-CONTROL.
           CLOSE REPORTE-FILE.

       610-ESTADO-VENDEDOR.
           MOVE SPACES TO VEN-NOMBRE.
           MOVE SPACES TO VEN-EMPLEADO.
           IF NOT VENDEDOR-NO-EXISTE
               MOVE REP-T-VENDEDOR (WS-IDX) TO VEN-CODIGO
               READ VENDEDOR-FILE
                   INVALID KEY
                       MOVE "** NO ESTA EN EL MAESTRO **" TO VEN-NOMBRE
               END-READ
           END-IF.

           MOVE ALL "-" TO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "ESTADO DE COMISIONES DEL MES " DELIMITED BY SIZE
                  WS-PERIODO                      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "VENDEDOR: "             DELIMITED BY SIZE
                  REP-T-VENDEDOR (WS-IDX)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  VEN-NOMBRE               DELIMITED BY SIZE
                  "  EMPLEADO: "           DELIMITED BY SIZE
                  VEN-EMPLEADO             DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.

           MOVE SPACES TO WS-LINEA.
           STRING "  LINEA      BASE VENTAS       COMISION"
                      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           PERFORM 620-RENGLON-LINEA
               VARYING WS-IDX-LINEA FROM 1 BY 1
               UNTIL WS-IDX-LINEA > WS-CANTIDAD-LINEAS.

           IF REP-T-BASE-DEDUCIDA (WS-IDX) NOT = ZERO
               OR REP-T-COM-DEDUCIDA (WS-IDX) NOT = ZERO
               MOVE SPACES TO WS-LINEA
               PERFORM 680-ESCRIBE-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "DEDUCCIONES (NOTAS DE CREDITO Y CASTIGOS)"
                          DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 680-ESCRIBE-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "  DOCTO.  TIPO    ORIGEN  CLIENTE"
                          DELIMITED BY SIZE
                      " BASE DEDUCIDA     COMISION"
                          DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 680-ESCRIBE-LINEA
               PERFORM 630-RENGLON-DEDUCCION
                   VARYING WS-IDX-DED FROM 1 BY 1
                   UNTIL WS-IDX-DED > WS-CANTIDAD-DEDUCCIONES
           END-IF.

           COMPUTE WS-COMISION-NETA = REP-T-COM-VENTAS (WS-IDX)
               - REP-T-COM-DEDUCIDA (WS-IDX).
           MOVE SPACES TO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                     TO WS-LINEA.
           MOVE "BASE DE VENTAS"           TO LCT-CONCEPTO.
           MOVE REP-T-BASE-VENTAS (WS-IDX) TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                     TO WS-LINEA.
           MOVE "COMISION POR VENTAS"      TO LCT-CONCEPTO.
           MOVE REP-T-COM-VENTAS (WS-IDX)  TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                       TO WS-LINEA.
           MOVE "BASE DEDUCIDA"              TO LCT-CONCEPTO.
           MOVE REP-T-BASE-DEDUCIDA (WS-IDX) TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                       TO WS-LINEA.
           MOVE "COMISION DEDUCIDA"          TO LCT-CONCEPTO.
           MOVE REP-T-COM-DEDUCIDA (WS-IDX)  TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                     TO WS-LINEA.
           MOVE "COMISION NETA A PAGAR"    TO LCT-CONCEPTO.
           MOVE WS-COMISION-NETA           TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.

           PERFORM 640-GRABA-NOMINA.

       620-RENGLON-LINEA.
           IF RLN-T-VENDEDOR (WS-IDX-LINEA) = REP-T-VENDEDOR (WS-IDX)
               MOVE SPACES TO WS-LINEA
               IF RLN-T-LINEA (WS-IDX-LINEA) = SPACES
                   MOVE "(SIN)" TO LCV-LINEA
               ELSE
                   MOVE RLN-T-LINEA (WS-IDX-LINEA) TO LCV-LINEA
               END-IF
               MOVE RLN-T-BASE (WS-IDX-LINEA)     TO LCV-BASE
               MOVE RLN-T-COMISION (WS-IDX-LINEA) TO LCV-COMISION
               IF RLN-T-SIN-TASA (WS-IDX-LINEA)
                   MOVE "SIN TASA" TO LCV-MARCA
               END-IF
               PERFORM 680-ESCRIBE-LINEA
           END-IF.

       630-RENGLON-DEDUCCION.
           IF DED-T-VENDEDOR (WS-IDX-DED) = REP-T-VENDEDOR (WS-IDX)
               AND DED-T-HALLADA (WS-IDX-DED)
               AND NOT DED-T-CON-DETALLE (WS-IDX-DED)
               AND DED-T-BASE (WS-IDX-DED) NOT = ZERO
               MOVE SPACES TO WS-LINEA
               MOVE DED-T-DOCUMENTO (WS-IDX-DED) TO LCD-DOCUMENTO
               IF DED-T-ES-NOTA (WS-IDX-DED)
                   MOVE "NOTA CR" TO LCD-TIPO
               ELSE
                   MOVE "CASTIGO" TO LCD-TIPO
               END-IF
               MOVE DED-T-ORIGINAL (WS-IDX-DED) TO LCD-ORIGINAL
               MOVE DED-T-CLIENTE (WS-IDX-DED)  TO LCD-CLIENTE
               MOVE DED-T-BASE (WS-IDX-DED)     TO LCD-BASE
               MOVE DED-T-COMISION (WS-IDX-DED) TO LCD-COMISION
               PERFORM 680-ESCRIBE-LINEA
           END-IF.

      *-----------------------------------------------------------------
      * 640-GRABA-NOMINA - el detalle del vendedor en NOMCOMIS.DAT,
      * con la comision neta (negativa si las deducciones pasaron a
      * las ventas).
      *-----------------------------------------------------------------
       640-GRABA-NOMINA.
           MOVE SPACES                       TO NOMCOMIS-RECORD.
           MOVE "D"                          TO NCD-TIPO.
           MOVE REP-T-VENDEDOR (WS-IDX)      TO NCD-VENDEDOR.
           MOVE VEN-EMPLEADO                 TO NCD-EMPLEADO.
           MOVE WS-PERIODO                   TO NCD-PERIODO.
           MOVE REP-T-BASE-VENTAS (WS-IDX)   TO NCD-BASE-VENTAS.
           MOVE REP-T-BASE-DEDUCIDA (WS-IDX) TO NCD-BASE-DEDUCIDA.
           MOVE WS-COMISION-NETA             TO NCD-COMISION.
           WRITE NOMCOMIS-RECORD.
           ADD 1                TO WS-CONTADOR-NOMINA.
           ADD WS-COMISION-NETA TO WS-TOTAL-NOMINA.

       680-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-COMISION-RECORD.
           WRITE REPORTE-COMISION-RECORD.

      *-----------------------------------------------------------------
      * 690-RESUMEN-CONTROL - lo que la corrida no pudo atribuir a un
      * vendedor o no pudo resolver, para que comisiones lo revise
      * antes de mandar la interfaz a nomina.
      *-----------------------------------------------------------------
       690-RESUMEN-CONTROL.
           MOVE ALL "=" TO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "RESUMEN DE CONTROL DE COMISIONES DEL MES "
                      DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                TO WS-LINEA.
           MOVE "TOTAL A NOMINA"      TO LCT-CONCEPTO.
           MOVE WS-TOTAL-NOMINA       TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                TO WS-LINEA.
           MOVE "VENTAS SIN VENDEDOR" TO LCT-CONCEPTO.
           MOVE WS-BASE-SIN-VENDEDOR  TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                   TO WS-LINEA.
           MOVE "DEDUCIDO SIN VENDEDOR"  TO LCT-CONCEPTO.
           MOVE WS-DEDUCIDO-SIN-VENDEDOR TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                TO WS-LINEA.
           MOVE "VENTAS SIN FACTURA"  TO LCT-CONCEPTO.
           MOVE WS-BASE-SIN-FACTURA   TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "VENDEDORES: "           DELIMITED BY SIZE
                  WS-CONTADOR-NOMINA       DELIMITED BY SIZE
                  "  FACTURAS SIN VENDEDOR: " DELIMITED BY SIZE
                  WS-FACTURAS-SIN-VENDEDOR DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "PARTIDAS SIN TASA: "        DELIMITED BY SIZE
                  WS-PARTIDAS-SIN-TASA         DELIMITED BY SIZE
                  "  DEDUCCIONES SIN ORIGINAL: " DELIMITED BY SIZE
                  WS-DEDUCCIONES-SIN-ORIGINAL  DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           IF WS-FACTURAS-DESBORDADAS > ZERO
               OR WS-DEDUCCIONES-DESBORDADAS > ZERO
               OR WS-TASAS-DESBORDADAS > ZERO
               OR WS-ACUMULADOS-DESBORDADOS > ZERO
               MOVE SPACES TO WS-LINEA
               STRING "NO CUPIERON EN TABLA: FACTURAS "
                          DELIMITED BY SIZE
                      WS-FACTURAS-DESBORDADAS    DELIMITED BY SIZE
                      " DEDUCCIONES "            DELIMITED BY SIZE
                      WS-DEDUCCIONES-DESBORDADAS DELIMITED BY SIZE
                      " TASAS "                  DELIMITED BY SIZE
                      WS-TASAS-DESBORDADAS       DELIMITED BY SIZE
                      " ACUMULADOS "             DELIMITED BY SIZE
                      WS-ACUMULADOS-DESBORDADOS  DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 680-ESCRIBE-LINEA
           END-IF.

      *-----------------------------------------------------------------
      * 700-BUSCA-TASA - la tasa de WS-VENDEDOR-BUSCA para la linea
      * WS-LINEA-BUSCA vigente a WS-FECHA-BUSCA: primero la de la
      * linea, si no la general del vendedor (**). Sin renglon queda
      * en cero y HAY-TASA apagado.
      *-----------------------------------------------------------------
       700-BUSCA-TASA.
           MOVE "N"  TO WS-HAY-TASA-SW.
           MOVE ZERO TO WS-TASA-COMISION.
           MOVE ZERO TO WS-EF-TASA.
           IF WS-LINEA-BUSCA NOT = SPACES
               MOVE SPACES TO WS-CODIGO-TASA
               STRING "CM"              DELIMITED BY SIZE
                      WS-VENDEDOR-BUSCA DELIMITED BY SPACE
                      WS-LINEA-BUSCA    DELIMITED BY SIZE
                   INTO WS-CODIGO-TASA
               PERFORM 710-COMPARA-TASA
                   VARYING WS-IDX-TASA FROM 1 BY 1
                   UNTIL WS-IDX-TASA > WS-CANTIDAD-TASAS
           END-IF.
           IF NOT HAY-TASA
               MOVE SPACES TO WS-CODIGO-TASA
               STRING "CM"              DELIMITED BY SIZE
                      WS-VENDEDOR-BUSCA DELIMITED BY SPACE
                      "**"              DELIMITED BY SIZE
                   INTO WS-CODIGO-TASA
               PERFORM 710-COMPARA-TASA
                   VARYING WS-IDX-TASA FROM 1 BY 1
                   UNTIL WS-IDX-TASA > WS-CANTIDAD-TASAS
           END-IF.

       710-COMPARA-TASA.
           IF TCM-T-CODIGO (WS-IDX-TASA) = WS-CODIGO-TASA
               AND TCM-T-FECHA (WS-IDX-TASA) <= WS-FECHA-BUSCA
               AND TCM-T-FECHA (WS-IDX-TASA) >= WS-EF-TASA
               SET  HAY-TASA TO TRUE
               MOVE TCM-T-VALOR (WS-IDX-TASA) TO WS-TASA-COMISION
               MOVE TCM-T-FECHA (WS-IDX-TASA) TO WS-EF-TASA
           END-IF.

      *-----------------------------------------------------------------
      * 750-VENDEDOR-VIGENTE - el vendedor responsable de
      * WS-CLIENTE-BUSCA a WS-FECHA-BUSCA: el renglon de CLIVEND.DAT
      * de fecha desde mas reciente que no pase de ella (espacios si
      * el cliente no tenia vendedor).
      *-----------------------------------------------------------------
       750-VENDEDOR-VIGENTE.
           MOVE SPACES TO WS-VENDEDOR-VIGENTE.
           IF NOT CLIVEND-NO-EXISTE
               MOVE "N"              TO WS-FIN-ASIGNACIONES-SW
               MOVE WS-CLIENTE-BUSCA TO CVE-CLIENTE
               MOVE ZERO             TO CVE-FECHA-DESDE
               START CLIENTE-VENDEDOR-FILE KEY NOT < CVE-CLAVE
                   INVALID KEY
                       SET FIN-ASIGNACIONES TO TRUE
               END-START
               PERFORM 760-LEE-VIGENTE UNTIL FIN-ASIGNACIONES
           END-IF.

       760-LEE-VIGENTE.
           READ CLIENTE-VENDEDOR-FILE NEXT RECORD
               AT END
                   SET FIN-ASIGNACIONES TO TRUE
               NOT AT END
                   IF CVE-CLIENTE NOT = WS-CLIENTE-BUSCA
                       OR CVE-FECHA-DESDE > WS-FECHA-BUSCA
                       SET FIN-ASIGNACIONES TO TRUE
                   ELSE
                       MOVE CVE-VENDEDOR TO WS-VENDEDOR-VIGENTE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 800-LOCALIZA-VENDEDOR - deja en WS-IDX-HALLADO la entrada de
      * WS-VENDEDOR-BUSCA, dandola de alta en ceros la primera vez;
      * con la tabla llena queda en cero.
      *-----------------------------------------------------------------
       800-LOCALIZA-VENDEDOR.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 810-BUSCA-VENDEDOR
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-VENDEDORES.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CANTIDAD-VENDEDORES < 200
                   ADD 1 TO WS-CANTIDAD-VENDEDORES
                   MOVE WS-CANTIDAD-VENDEDORES TO WS-IDX-HALLADO
                   INITIALIZE WS-VENDEDOR-ENT (WS-IDX-HALLADO)
                   MOVE WS-VENDEDOR-BUSCA
                       TO REP-T-VENDEDOR (WS-IDX-HALLADO)
               ELSE
                   ADD 1 TO WS-ACUMULADOS-DESBORDADOS
               END-IF
           END-IF.

       810-BUSCA-VENDEDOR.
           IF REP-T-VENDEDOR (WS-IDX-BUSCA) = WS-VENDEDOR-BUSCA
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 850-LOCALIZA-LINEA - igual, para la entrada de vendedor y
      * linea de producto; queda en WS-IDX-LINEA.
      *-----------------------------------------------------------------
       850-LOCALIZA-LINEA.
           MOVE ZERO TO WS-IDX-LINEA.
           PERFORM 860-BUSCA-LINEA
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-LINEAS.
           IF WS-IDX-LINEA = ZERO
               IF WS-CANTIDAD-LINEAS < 1000
                   ADD 1 TO WS-CANTIDAD-LINEAS
                   MOVE WS-CANTIDAD-LINEAS TO WS-IDX-LINEA
                   INITIALIZE WS-LINEA-ENT (WS-IDX-LINEA)
                   MOVE WS-VENDEDOR-BUSCA
                       TO RLN-T-VENDEDOR (WS-IDX-LINEA)
                   MOVE WS-LINEA-BUSCA
                       TO RLN-T-LINEA (WS-IDX-LINEA)
                   MOVE "N" TO RLN-T-SIN-TASA-SW (WS-IDX-LINEA)
               ELSE
                   ADD 1 TO WS-ACUMULADOS-DESBORDADOS
               END-IF
           END-IF.

       860-BUSCA-LINEA.
           IF RLN-T-VENDEDOR (WS-IDX-BUSCA) = WS-VENDEDOR-BUSCA
               AND RLN-T-LINEA (WS-IDX-BUSCA) = WS-LINEA-BUSCA
               MOVE WS-IDX-BUSCA TO WS-IDX-LINEA
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM D5-PROGRAMA.
