      ******************************************************************
      * Author:
      * Date:
      * Purpose: Descarga nocturna de existencias: despues de la
      *          facturacion de la noche, rebaja de STOCK.DAT las
      *          cantidades de cada partida de FACTDETH.DAT de las
      *          facturas que todavia no se descargaban, y devuelve a
      *          la existencia las partidas de la factura original
      *          que reversa cada nota de credito nueva. Cada cambio
      *          queda en STOCKMOV.DAT. Despues imprime el reporte de
      *          movimientos (STOCKMOV.RPT: todo movimiento aun no
      *          reportado, entradas y ajustes de D2-PROGRAMA
      *          incluidos) y el reporte de reorden (STOCKREO.RPT:
      *          los articulos por debajo de su punto de reorden, con
      *          la cantidad a pedir). Solo los articulos con renglon
      *          en STOCK.DAT se descargan; los demas no llevan
      *          existencia.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  A credit note with detail lines of its own (the
      *                 unused-days credit of 70-PROGRAMA) no longer
      *                 returns every line of the invoice it references:
      *                 a first pass over FACTDETH.DAT marks those
      *                 notes, and only full reversals give stock back.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. D3-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STOCK-FILE
               ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-ARTICULO
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT STOCK-MOV-FILE
               ASSIGN TO "STOCKMOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOCKMOV-STATUS.

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

           SELECT MOVIMIENTOS-RPT-FILE
               ASSIGN TO "STOCKMOV.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT REORDEN-RPT-FILE
               ASSIGN TO "STOCKREO.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STOCK-FILE
           LABEL RECORD IS STANDARD.
           COPY STOCK.

       FD  STOCK-MOV-FILE
           LABEL RECORD IS STANDARD.
           COPY STOCKMOV.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  FACTURA-DET-HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTDETH.

       FD  ARTICULOS-FILE
           LABEL RECORD IS STANDARD.
           COPY ARTICULOS.

       FD  MOVIMIENTOS-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  MOVIMIENTOS-RPT-RECORD  PIC X(80).

       FD  REORDEN-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  REORDEN-RPT-RECORD      PIC X(80).

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE STOCK-FILE: VIENE DE STKSTS.CPY.
           COPY STKSTS.

      *-FILE STATUS/88-LEVEL DE STOCK-MOV-FILE: VIENE DE XMVSTS.CPY.
           COPY XMVSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE FACTURA-DET-HIST-FILE: VIENE DE
      *-FDHSTS.CPY.
           COPY FDHSTS.

      *-FILE STATUS/88-LEVEL DE ARTICULOS-FILE: VIENE DE ARTSTS.CPY.
           COPY ARTSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FECHA OFICIAL DE NEGOCIO: FECHA DE LOS MOVIMIENTOS DE LA
      *-DESCARGA.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-FACTURA MAS ALTA YA DESCARGADA (RENGLON DE CONTROL DE
      *-STOCK.DAT) Y LA MAS ALTA QUE TRAE FACTURAS.DAT ESTA NOCHE.
       01  WS-ULT-DESCARGADA PIC 9(7) VALUE ZERO.
       01  WS-MAYOR-FACTURA  PIC 9(7) VALUE ZERO.
       01  WS-CONTROL-SW PIC X VALUE "N".
           88  HAY-RENGLON-CONTROL VALUE "S".

      *-NOTAS DE CREDITO NUEVAS Y LA FACTURA QUE CADA UNA REVERSA;
      *-LA NOTA QUE TRAE PARTIDAS PROPIAS (ABONO DE DIAS NO USADOS)
      *-QUEDA MARCADA Y NO DEVUELVE LAS PARTIDAS DE LA ORIGINAL.
       01  WS-CANTIDAD-NOTAS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-NOTAS.
           05  WS-NOTA-ENT OCCURS 500 TIMES.
               10  NOT-T-CREDITO   PIC 9(7).
               10  NOT-T-ORIGINAL  PIC 9(7).
               10  NOT-T-DETALLE-SW PIC X.
                   88  NOT-T-CON-DETALLE VALUE "S".
       01  WS-IDX-NOTA PIC 9(3) VALUE ZERO.
       01  WS-NOTAS-DESBORDADAS PIC 9(5) VALUE ZERO.

      *-EL MOVIMIENTO EN TURNO: ARTICULO, TIPO, CANTIDAD, LA FACTURA
      *-O NOTA QUE LO CAUSA Y LA FACTURA QUE DEBE SER POSTERIOR AL
      *-ALTA DEL ARTICULO PARA QUE CUENTE.
       01  WS-MOV-TIPO       PIC X     VALUE SPACE.
       01  WS-MOV-CANTIDAD   PIC 9(7)  VALUE ZERO.
       01  WS-MOV-DOCUMENTO  PIC 9(7)  VALUE ZERO.
       01  WS-MOV-ORIGEN     PIC 9(7)  VALUE ZERO.

      *-TOTALES DE LA DESCARGA.
       01  WS-CONTADOR-SALIDAS     PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-DEVOLUCIONES PIC 9(7) VALUE ZERO.
       01  WS-UNIDADES-SALIDA      PIC 9(9) VALUE ZERO.
       01  WS-UNIDADES-DEVUELTAS   PIC 9(9) VALUE ZERO.

      *-TOTALES DEL REPORTE DE MOVIMIENTOS POR TIPO Y DEL DE REORDEN.
       01  WS-CONTADOR-REPORTADOS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ENTRADAS   PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-AJUSTES    PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-REORDEN    PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-NEGATIVOS  PIC 9(5) VALUE ZERO.
       01  WS-CANTIDAD-PEDIR      PIC 9(7) VALUE ZERO.

      *-RENGLON DEL REPORTE DE MOVIMIENTOS.
       01  WS-LINEA           PIC X(80) VALUE SPACES.
       01  WS-LINEA-MOVIMIENTO REDEFINES WS-LINEA.
           05  LMV-FECHA      PIC 9(8).
           05  FILLER         PIC X(2).
           05  LMV-ARTICULO   PIC X(10).
           05  FILLER         PIC X(2).
           05  LMV-TIPO       PIC X(10).
           05  FILLER         PIC X(1).
           05  LMV-CANTIDAD   PIC -ZZZZZZ9.
           05  FILLER         PIC X(4).
           05  LMV-EXISTENCIA PIC -ZZZZZZ9.
           05  FILLER         PIC X(2).
           05  LMV-REFERENCIA PIC X(10).
           05  FILLER         PIC X(2).
           05  LMV-OPERADOR   PIC X(8).
           05  FILLER         PIC X(5).

      *-RENGLON DEL REPORTE DE REORDEN.
       01  WS-LINEA-REORDEN REDEFINES WS-LINEA.
           05  LRO-ARTICULO   PIC X(10).
           05  FILLER         PIC X(1).
           05  LRO-DESCRIPCION PIC X(30).
           05  FILLER         PIC X(3).
           05  LRO-EXISTENCIA PIC -ZZZZZZ9.
           05  FILLER         PIC X(2).
           05  LRO-PUNTO      PIC ZZZZZZ9.
           05  FILLER         PIC X(2).
           05  LRO-PEDIR      PIC ZZZZZZ9.
           05  FILLER         PIC X(1).
           05  LRO-MARCA      PIC X(8).
           05  FILLER         PIC X(1).

       01  WS-CANTIDAD-FIRMADA PIC S9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O STOCK-FILE.
           IF STOCK-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA STOCK.DAT; NINGUN ARTICULO "
                   "LLEVA EXISTENCIA."
               STOP RUN
           END-IF.

           PERFORM 100-LEE-CONTROL.
           PERFORM 200-CARGA-NOTAS.
           IF WS-MAYOR-FACTURA > WS-ULT-DESCARGADA
               PERFORM 250-MARCA-NOTAS-CON-DETALLE
               PERFORM 300-DESCARGA
               PERFORM 400-GRABA-CONTROL
           ELSE
               DISPLAY "NO HAY FACTURAS NUEVAS DESDE LA "
                   WS-ULT-DESCARGADA "; NO HAY QUE DESCARGAR."
           END-IF.
           CLOSE STOCK-FILE.

           DISPLAY "DESCARGA DE EXISTENCIAS AL " WS-FECHA-NEGOCIO ":".
           DISPLAY "  FACTURAS HASTA LA:   " WS-MAYOR-FACTURA.
           DISPLAY "  SALIDAS:             " WS-CONTADOR-SALIDAS
               " POR " WS-UNIDADES-SALIDA " UNIDADES".
           DISPLAY "  DEVOLUCIONES:        " WS-CONTADOR-DEVOLUCIONES
               " POR " WS-UNIDADES-DEVUELTAS " UNIDADES".
           IF WS-NOTAS-DESBORDADAS > ZERO
               DISPLAY "NOTAS DE CREDITO QUE NO CUPIERON EN LA TABLA "
                   "Y NO DEVOLVIERON: " WS-NOTAS-DESBORDADAS
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 500-REPORTE-MOVIMIENTOS.
           PERFORM 600-REPORTE-REORDEN.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-LEE-CONTROL - lee del renglon de control el numero de la
      * ultima factura ya descargada; sin renglon, cero (las facturas
      * anteriores al alta de cada articulo igual no lo descargan).
      *-----------------------------------------------------------------
       100-LEE-CONTROL.
           MOVE HIGH-VALUES TO STK-ARTICULO.
           READ STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO WS-ULT-DESCARGADA
               NOT INVALID KEY
                   SET HAY-RENGLON-CONTROL TO TRUE
                   MOVE STK-ULT-FACTURA TO WS-ULT-DESCARGADA
           END-READ.
           MOVE WS-ULT-DESCARGADA TO WS-MAYOR-FACTURA.

      *-----------------------------------------------------------------
      * 200-CARGA-NOTAS - recorre FACTURAS.DAT: toma el numero mas
      * alto (sin el trailer) y junta las notas de credito posteriores
      * a la ultima descarga con la factura que reversa cada una.
      *-----------------------------------------------------------------
       200-CARGA-NOTAS.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA FACTURAS.DAT."
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
                       AND FAC-NUMERO > WS-ULT-DESCARGADA
                       IF FAC-NUMERO > WS-MAYOR-FACTURA
                           MOVE FAC-NUMERO TO WS-MAYOR-FACTURA
                       END-IF
                       IF FAC-ES-CREDITO AND FAC-REFERENCIA > ZERO
                           PERFORM 220-GUARDA-NOTA
                       END-IF
                   END-IF
           END-READ.

       220-GUARDA-NOTA.
           IF WS-CANTIDAD-NOTAS < 500
               ADD 1 TO WS-CANTIDAD-NOTAS
               MOVE FAC-NUMERO     TO NOT-T-CREDITO (WS-CANTIDAD-NOTAS)
               MOVE FAC-REFERENCIA TO NOT-T-ORIGINAL (WS-CANTIDAD-NOTAS)
               MOVE "N"        TO NOT-T-DETALLE-SW (WS-CANTIDAD-NOTAS)
           ELSE
               ADD 1 TO WS-NOTAS-DESBORDADAS
           END-IF.

      *-----------------------------------------------------------------
      * 250-MARCA-NOTAS-CON-DETALLE - la partida propia de una nota
      * nueva llega en el historico despues de las de su original,
      * asi que una primera vuelta marca las notas que traen detalle
      * antes de que la descarga decida que se devuelve.
      *-----------------------------------------------------------------
       250-MARCA-NOTAS-CON-DETALLE.
           IF WS-CANTIDAD-NOTAS > ZERO
               OPEN INPUT FACTURA-DET-HIST-FILE
               IF NOT FACTDETH-NO-EXISTE
                   PERFORM 260-LEE-PARTIDA-NOTA UNTIL FACTDETH-EOF
                   CLOSE FACTURA-DET-HIST-FILE
               END-IF
           END-IF.

       260-LEE-PARTIDA-NOTA.
           READ FACTURA-DET-HIST-FILE
               AT END
                   SET FACTDETH-EOF TO TRUE
               NOT AT END
                   IF FDH-FACTURA > WS-ULT-DESCARGADA
                       PERFORM 270-MARCA-NOTA
                           VARYING WS-IDX-NOTA FROM 1 BY 1
                           UNTIL WS-IDX-NOTA > WS-CANTIDAD-NOTAS
                   END-IF
           END-READ.

       270-MARCA-NOTA.
           IF NOT-T-CREDITO (WS-IDX-NOTA) = FDH-FACTURA
               SET NOT-T-CON-DETALLE (WS-IDX-NOTA) TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 300-DESCARGA - recorre el historico de detalle: la partida de
      * una factura nueva sale de la existencia (o regresa, si es un
      * abono negativo sin prorrateo: una devolucion); la partida de
      * una factura que reversa una nota de credito nueva regresa. Un
      * abono por dias no usados de un contrato (partida negativa
      * prorrateada) no devuelve mercancia.
      *-----------------------------------------------------------------
       300-DESCARGA.
           OPEN EXTEND STOCK-MOV-FILE.
           IF STOCKMOV-NO-EXISTE
               OPEN OUTPUT STOCK-MOV-FILE
           END-IF.
           OPEN INPUT FACTURA-DET-HIST-FILE.
           IF FACTDETH-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA FACTDETH.DAT."
           ELSE
               PERFORM 310-LEE-PARTIDA UNTIL FACTDETH-EOF
               CLOSE FACTURA-DET-HIST-FILE
           END-IF.
           CLOSE STOCK-MOV-FILE.

       310-LEE-PARTIDA.
           READ FACTURA-DET-HIST-FILE
               AT END
                   SET FACTDETH-EOF TO TRUE
               NOT AT END
                   IF FDH-FACTURA > WS-ULT-DESCARGADA
                       AND FDH-FACTURA NOT > WS-MAYOR-FACTURA
                       PERFORM 320-PARTIDA-NUEVA
                   END-IF
                   IF FDH-IMPORTE NOT < ZERO
                       PERFORM 330-BUSCA-NOTA
                           VARYING WS-IDX-NOTA FROM 1 BY 1
                           UNTIL WS-IDX-NOTA > WS-CANTIDAD-NOTAS
                   END-IF
           END-READ.

       320-PARTIDA-NUEVA.
           MOVE FDH-CANTIDAD TO WS-MOV-CANTIDAD.
           MOVE FDH-FACTURA  TO WS-MOV-DOCUMENTO.
           MOVE FDH-FACTURA  TO WS-MOV-ORIGEN.
           IF FDH-IMPORTE < ZERO
               IF FDH-DIAS-SERVICIO = ZERO
                   MOVE "D" TO WS-MOV-TIPO
                   PERFORM 350-MUEVE-EXISTENCIA
               END-IF
           ELSE
               MOVE "S" TO WS-MOV-TIPO
               PERFORM 350-MUEVE-EXISTENCIA
           END-IF.

       330-BUSCA-NOTA.
           IF NOT-T-ORIGINAL (WS-IDX-NOTA) = FDH-FACTURA
               AND NOT NOT-T-CON-DETALLE (WS-IDX-NOTA)
               MOVE "D"                          TO WS-MOV-TIPO
               MOVE FDH-CANTIDAD                 TO WS-MOV-CANTIDAD
               MOVE NOT-T-CREDITO (WS-IDX-NOTA)  TO WS-MOV-DOCUMENTO
               MOVE FDH-FACTURA                  TO WS-MOV-ORIGEN
               PERFORM 350-MUEVE-EXISTENCIA
           END-IF.

      *-----------------------------------------------------------------
      * 350-MUEVE-EXISTENCIA - aplica el movimiento al articulo de la
      * partida si lleva existencia y si la factura de origen es
      * posterior a su alta, y lo deja en STOCKMOV.DAT.
      *-----------------------------------------------------------------
       350-MUEVE-EXISTENCIA.
           IF WS-MOV-CANTIDAD > ZERO
               MOVE FDH-ARTICULO TO STK-ARTICULO
               READ STOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-MOV-ORIGEN > STK-FACTURA-DESDE
                           PERFORM 360-APLICA-MOVIMIENTO
                       END-IF
               END-READ
           END-IF.

       360-APLICA-MOVIMIENTO.
           IF WS-MOV-TIPO = "S"
               SUBTRACT WS-MOV-CANTIDAD FROM STK-EXISTENCIA
               MOVE WS-FECHA-NEGOCIO TO STK-ULT-SALIDA
               MOVE "-" TO XMV-SIGNO
               ADD 1 TO WS-CONTADOR-SALIDAS
               ADD WS-MOV-CANTIDAD TO WS-UNIDADES-SALIDA
           ELSE
               ADD WS-MOV-CANTIDAD TO STK-EXISTENCIA
               MOVE "+" TO XMV-SIGNO
               ADD 1 TO WS-CONTADOR-DEVOLUCIONES
               ADD WS-MOV-CANTIDAD TO WS-UNIDADES-DEVUELTAS
           END-IF.
           REWRITE STOCK-RECORD.

           MOVE WS-FECHA-NEGOCIO TO XMV-FECHA.
           MOVE STK-ARTICULO     TO XMV-ARTICULO.
           MOVE WS-MOV-TIPO      TO XMV-TIPO.
           MOVE WS-MOV-CANTIDAD  TO XMV-CANTIDAD.
           MOVE STK-EXISTENCIA   TO XMV-EXISTENCIA.
           MOVE WS-MOV-DOCUMENTO TO XMV-REFERENCIA.
           MOVE "FACTURAS"       TO XMV-OPERADOR.
           MOVE "N"              TO XMV-REPORTADO.
           WRITE STOCK-MOV-RECORD.

      *-----------------------------------------------------------------
      * 400-GRABA-CONTROL - el renglon de control se graba al final,
      * con todo el detalle ya descargado, con la factura mas alta.
      *-----------------------------------------------------------------
       400-GRABA-CONTROL.
           MOVE HIGH-VALUES      TO STK-ARTICULO.
           MOVE ZERO             TO STK-EXISTENCIA.
           MOVE ZERO             TO STK-PUNTO-REORDEN.
           MOVE ZERO             TO STK-CANTIDAD-REORDEN.
           MOVE ZERO             TO STK-FACTURA-DESDE.
           MOVE ZERO             TO STK-ULT-ENTRADA.
           MOVE WS-FECHA-NEGOCIO TO STK-ULT-SALIDA.
           MOVE WS-MAYOR-FACTURA TO STK-ULT-FACTURA.
           IF HAY-RENGLON-CONTROL
               REWRITE STOCK-RECORD
           ELSE
               WRITE STOCK-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 500-REPORTE-MOVIMIENTOS - imprime cada movimiento que aun no
      * sale en un reporte, sea de la descarga o de las capturas del
      * dia, y lo marca reportado.
      *-----------------------------------------------------------------
       500-REPORTE-MOVIMIENTOS.
           OPEN OUTPUT MOVIMIENTOS-RPT-FILE.
           MOVE SPACES TO WS-LINEA.
           STRING "MOVIMIENTOS DE EXISTENCIA AL " DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO                DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO MOVIMIENTOS-RPT-RECORD.
           WRITE MOVIMIENTOS-RPT-RECORD.
           MOVE SPACES TO WS-LINEA.
           STRING "FECHA     ARTICULO    TIPO       CANTIDAD"
                      DELIMITED BY SIZE
                  "  EXISTENCIA  REFERENCIA  OPERADOR"
                      DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO MOVIMIENTOS-RPT-RECORD.
           WRITE MOVIMIENTOS-RPT-RECORD.

           OPEN I-O STOCK-MOV-FILE.
           IF STOCKMOV-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 510-LEE-MOVIMIENTO UNTIL STOCKMOV-EOF
               CLOSE STOCK-MOV-FILE
           END-IF.

           MOVE SPACES TO WS-LINEA.
           STRING "MOVIMIENTOS: "          DELIMITED BY SIZE
                  WS-CONTADOR-REPORTADOS   DELIMITED BY SIZE
                  "  ENTRADAS: "           DELIMITED BY SIZE
                  WS-CONTADOR-ENTRADAS     DELIMITED BY SIZE
                  "  AJUSTES: "            DELIMITED BY SIZE
                  WS-CONTADOR-AJUSTES      DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO MOVIMIENTOS-RPT-RECORD.
           WRITE MOVIMIENTOS-RPT-RECORD.
           MOVE SPACES TO WS-LINEA.
           STRING "SALIDAS: "              DELIMITED BY SIZE
                  WS-CONTADOR-SALIDAS      DELIMITED BY SIZE
                  "  DEVOLUCIONES: "       DELIMITED BY SIZE
                  WS-CONTADOR-DEVOLUCIONES DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO MOVIMIENTOS-RPT-RECORD.
           WRITE MOVIMIENTOS-RPT-RECORD.
           CLOSE MOVIMIENTOS-RPT-FILE.
           DISPLAY "MOVIMIENTOS REPORTADOS: " WS-CONTADOR-REPORTADOS.

       510-LEE-MOVIMIENTO.
           READ STOCK-MOV-FILE
               AT END
                   SET STOCKMOV-EOF TO TRUE
               NOT AT END
                   IF NOT XMV-YA-REPORTADO
                       PERFORM 520-IMPRIME-MOVIMIENTO
                       MOVE "S" TO XMV-REPORTADO
                       REWRITE STOCK-MOV-RECORD
                   END-IF
           END-READ.

       520-IMPRIME-MOVIMIENTO.
           ADD 1 TO WS-CONTADOR-REPORTADOS.
           MOVE SPACES TO WS-LINEA.
           MOVE XMV-FECHA    TO LMV-FECHA.
           MOVE XMV-ARTICULO TO LMV-ARTICULO.
           EVALUATE TRUE
               WHEN XMV-ES-ENTRADA
                   MOVE "ENTRADA"    TO LMV-TIPO
                   ADD 1 TO WS-CONTADOR-ENTRADAS
               WHEN XMV-ES-AJUSTE
                   MOVE "AJUSTE"     TO LMV-TIPO
                   ADD 1 TO WS-CONTADOR-AJUSTES
               WHEN XMV-ES-SALIDA
                   MOVE "SALIDA"     TO LMV-TIPO
               WHEN XMV-ES-DEVOLUCION
                   MOVE "DEVOLUCION" TO LMV-TIPO
               WHEN OTHER
                   MOVE XMV-TIPO     TO LMV-TIPO
           END-EVALUATE.
           IF XMV-RESTA
               COMPUTE WS-CANTIDAD-FIRMADA = ZERO - XMV-CANTIDAD
           ELSE
               MOVE XMV-CANTIDAD TO WS-CANTIDAD-FIRMADA
           END-IF.
           MOVE WS-CANTIDAD-FIRMADA TO LMV-CANTIDAD.
           MOVE XMV-EXISTENCIA      TO LMV-EXISTENCIA.
           MOVE XMV-REFERENCIA      TO LMV-REFERENCIA.
           MOVE XMV-OPERADOR        TO LMV-OPERADOR.
           MOVE WS-LINEA TO MOVIMIENTOS-RPT-RECORD.
           WRITE MOVIMIENTOS-RPT-RECORD.

      *-----------------------------------------------------------------
      * 600-REPORTE-REORDEN - los articulos cuya existencia ya quedo
      * por debajo de su punto de reorden, con la cantidad a pedir
      * (la de reorden; sin ella, lo que falta para el punto). Una
      * existencia negativa (se facturo mas de lo que habia) sale
      * marcada.
      *-----------------------------------------------------------------
       600-REPORTE-REORDEN.
           OPEN OUTPUT REORDEN-RPT-FILE.
           MOVE SPACES TO WS-LINEA.
           STRING "ARTICULOS POR DEBAJO DEL PUNTO DE REORDEN AL "
                      DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO REORDEN-RPT-RECORD.
           WRITE REORDEN-RPT-RECORD.
           MOVE SPACES TO WS-LINEA.
           STRING "ARTICULO   DESCRIPCION                    "
                      DELIMITED BY SIZE
                  "EXISTENCIA  REORDEN    PEDIR"
                      DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO REORDEN-RPT-RECORD.
           WRITE REORDEN-RPT-RECORD.

           OPEN INPUT ARTICULOS-FILE.
           OPEN INPUT STOCK-FILE.
           MOVE LOW-VALUES TO STK-ARTICULO.
           START STOCK-FILE KEY NOT < STK-ARTICULO
               INVALID KEY
                   SET STOCK-EOF TO TRUE
           END-START.
           PERFORM 610-LEE-EXISTENCIA UNTIL STOCK-EOF.
           CLOSE STOCK-FILE.
           IF NOT ARTICULOS-NO-EXISTE
               CLOSE ARTICULOS-FILE
           END-IF.

           MOVE SPACES TO WS-LINEA.
           STRING "ARTICULOS A REORDENAR: " DELIMITED BY SIZE
                  WS-CONTADOR-REORDEN       DELIMITED BY SIZE
                  "  CON EXISTENCIA NEGATIVA: " DELIMITED BY SIZE
                  WS-CONTADOR-NEGATIVOS     DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO REORDEN-RPT-RECORD.
           WRITE REORDEN-RPT-RECORD.
           CLOSE REORDEN-RPT-FILE.
           DISPLAY "ARTICULOS A REORDENAR: " WS-CONTADOR-REORDEN
               "  CON EXISTENCIA NEGATIVA: " WS-CONTADOR-NEGATIVOS.

       610-LEE-EXISTENCIA.
           READ STOCK-FILE NEXT RECORD
               AT END
                   SET STOCK-EOF TO TRUE
               NOT AT END
                   IF NOT STK-ES-CONTROL
                       AND STK-EXISTENCIA < STK-PUNTO-REORDEN
                       PERFORM 620-IMPRIME-REORDEN
                   END-IF
           END-READ.

       620-IMPRIME-REORDEN.
           ADD 1 TO WS-CONTADOR-REORDEN.
           MOVE SPACES TO WS-LINEA.
           MOVE STK-ARTICULO TO LRO-ARTICULO.
           MOVE "(NO ESTA EN EL MAESTRO)" TO LRO-DESCRIPCION.
           IF NOT ARTICULOS-NO-EXISTE
               MOVE STK-ARTICULO TO ART-CODIGO
               READ ARTICULOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ART-DESCRIPCION TO LRO-DESCRIPCION
               END-READ
           END-IF.
           IF STK-CANTIDAD-REORDEN > ZERO
               MOVE STK-CANTIDAD-REORDEN TO WS-CANTIDAD-PEDIR
           ELSE
               COMPUTE WS-CANTIDAD-PEDIR =
                   STK-PUNTO-REORDEN - STK-EXISTENCIA
           END-IF.
           MOVE STK-EXISTENCIA    TO LRO-EXISTENCIA.
           MOVE STK-PUNTO-REORDEN TO LRO-PUNTO.
           MOVE WS-CANTIDAD-PEDIR TO LRO-PEDIR.
           IF STK-EXISTENCIA < ZERO
               MOVE "NEGATIVA" TO LRO-MARCA
               ADD 1 TO WS-CONTADOR-NEGATIVOS
           END-IF.
           MOVE WS-LINEA TO REORDEN-RPT-RECORD.
           WRITE REORDEN-RPT-RECORD.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM D3-PROGRAMA.
