      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte nocturno de resultados de las campanas de
      *          marketing: de la lista de objetivos CAMPOBJ.DAT
      *          (seleccion de E4-PROGRAMA, respuestas cargadas por
      *          E5-PROGRAMA) saca por campana y segmento cuantos
      *          objetivos hubo, cuantos respondieron y la tasa de
      *          respuesta, y las ventas posteriores de quienes
      *          respondieron: las partidas de FACTDETH.DAT de sus
      *          facturas con fecha igual o posterior a su respuesta,
      *          ligadas al cliente por FACTURAS.DAT. Cada campana
      *          cierra con su total y el reporte con el total
      *          general. El reporte, CAMPANAS.RPT, entra al paquete
      *          de la mañana (53-PROGRAMA).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. E6-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CAMPANA-OBJETIVO-FILE
               ASSIGN TO "CAMPOBJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OBJ-CLAVE
               FILE STATUS IS WS-CAMPOBJ-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT FACTURA-DET-HIST-FILE
               ASSIGN TO "FACTDETH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTDETH-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "CAMPANAS.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CAMPANA-OBJETIVO-FILE
           LABEL RECORD IS STANDARD.
           COPY CAMPOBJ.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  FACTURA-DET-HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTDETH.

      *-RENGLON DEL REPORTE (80 BYTES): UNA CAMPANA Y SEGMENTO; EL
      *-TOTAL DE CAMPANA Y EL GENERAL USAN EL MISMO RENGLON CON SU
      *-ETIQUETA EN LA COLUMNA DEL SEGMENTO, Y EL ENCABEZADO ES LA
      *-VISTA ALTERNA CON LOS TITULOS DE COLUMNA.
       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-CAMPANA-RECORD.
           05  RCA-CAMPANA         PIC X(8).
           05  FILLER              PIC X.
           05  RCA-SEGMENTO        PIC X(13).
           05  FILLER              PIC X.
           05  RCA-OBJETIVOS       PIC ZZZZZZ9.
           05  FILLER              PIC X.
           05  RCA-RESPUESTAS      PIC ZZZZZZ9.
           05  FILLER              PIC X.
           05  RCA-TASA            PIC ZZ9.99.
           05  FILLER              PIC X.
           05  RCA-VENTAS          PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(21).

       01  REPORTE-CAMPANA-HEADER REDEFINES REPORTE-CAMPANA-RECORD.
           05  RCH-CAMPANA         PIC X(8).
           05  FILLER              PIC X.
           05  RCH-SEGMENTO        PIC X(13).
           05  FILLER              PIC X.
           05  RCH-OBJETIVOS       PIC X(7).
           05  FILLER              PIC X.
           05  RCH-RESPUESTAS      PIC X(7).
           05  FILLER              PIC X.
           05  RCH-TASA            PIC X(6).
           05  FILLER              PIC X.
           05  RCH-VENTAS          PIC X(13).
           05  FILLER              PIC X(21).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE CAMPANA-OBJETIVO-FILE: VIENE DE
      *-OBJSTS.CPY.
           COPY OBJSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE FACTURA-DET-HIST-FILE: VIENE DE
      *-FDHSTS.CPY.
           COPY FDHSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-RESULTADO POR CAMPANA Y SEGMENTO; ETB-ORDEN ES LA LLAVE DEL
      *-ORDENAMIENTO POR SELECCION.
       01  WS-CANTIDAD-RESULTADOS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-RESULTADOS.
           05  WS-RESULTADO-ENT OCCURS 500 TIMES.
               10  ETB-ORDEN.
                   15  ETB-CAMPANA     PIC X(8).
                   15  ETB-SEGMENTO    PIC X(11).
               10  ETB-OBJETIVOS   PIC 9(7).
               10  ETB-RESPUESTAS  PIC 9(7).
               10  ETB-VENTAS      PIC S9(9)V99.
       01  WS-ENT-TRABAJO PIC X(44).

      *-OBJETIVOS QUE RESPONDIERON: SU RENGLON DE RESULTADO, EL
      *-CLIENTE Y LA FECHA DESDE LA QUE SUS VENTAS CUENTAN.
       01  WS-CANTIDAD-RESPONDIERON PIC 9(4) VALUE ZERO.
       01  WS-TABLA-RESPONDIERON.
           05  WS-RESPONDIO-ENT OCCURS 5000 TIMES.
               10  RTB-RESULTADO   PIC 9(3).
               10  RTB-CLIENTE     PIC 9(7).
               10  RTB-FECHA       PIC 9(8).

      *-FACTURAS DE LOS CLIENTES QUE RESPONDIERON: LIGAN CADA PARTIDA
      *-DE FACTDETH.DAT CON SU CLIENTE.
       01  WS-CANTIDAD-FACTURAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-FACTURAS.
           05  WS-FACTURA-ENT OCCURS 5000 TIMES.
               10  FTB-NUMERO      PIC 9(7).
               10  FTB-CLIENTE     PIC 9(7).

       01  WS-RESULTADOS-LLENA-SW PIC X VALUE "N".
           88  TABLA-RESULTADOS-LLENA VALUE "S".
       01  WS-RESPONDIERON-LLENA-SW PIC X VALUE "N".
           88  TABLA-RESPONDIERON-LLENA VALUE "S".
       01  WS-FACTURAS-LLENA-SW PIC X VALUE "N".
           88  TABLA-FACTURAS-LLENA VALUE "S".

       01  WS-IDX           PIC 9(4) VALUE ZERO.
       01  WS-IDX-BUSCA     PIC 9(4) VALUE ZERO.
       01  WS-IDX-MENOR     PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO   PIC 9(4) VALUE ZERO.
       01  WS-IDX-RSP       PIC 9(4) VALUE ZERO.
       01  WS-CLIENTE-BUSCA PIC 9(7) VALUE ZERO.

      *-LA PARTIDA EN TURNO DE FACTDETH.DAT: SU FACTURA SE BUSCA UNA
      *-SOLA VEZ MIENTRAS LAS PARTIDAS SIGUEN SIENDO DE ELLA.
       01  WS-FACTURA-ACTUAL PIC 9(7) VALUE ZERO.
       01  WS-CLIENTE-ACTUAL PIC 9(7) VALUE ZERO.

      *-CORTE POR CAMPANA Y TOTAL GENERAL DEL REPORTE.
       01  WS-CAMPANA-ANTERIOR PIC X(8) VALUE SPACES.
       01  WS-CAMPANA-OBJETIVOS  PIC 9(7)     VALUE ZERO.
       01  WS-CAMPANA-RESPUESTAS PIC 9(7)     VALUE ZERO.
       01  WS-CAMPANA-VENTAS     PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-OBJETIVOS    PIC 9(7)     VALUE ZERO.
       01  WS-TOTAL-RESPUESTAS   PIC 9(7)     VALUE ZERO.
       01  WS-TOTAL-VENTAS       PIC S9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-CAMPANAS  PIC 9(5)     VALUE ZERO.

      *-RENGLON A ESCRIBIR: LO LLENA QUIEN LLAMA A 430-ESCRIBE-RENGLON.
       01  WS-RENGLON-CAMPANA    PIC X(8)     VALUE SPACES.
       01  WS-RENGLON-SEGMENTO   PIC X(13)    VALUE SPACES.
       01  WS-RENGLON-OBJETIVOS  PIC 9(7)     VALUE ZERO.
       01  WS-RENGLON-RESPUESTAS PIC 9(7)     VALUE ZERO.
       01  WS-RENGLON-VENTAS     PIC S9(9)V99 VALUE ZERO.
       01  WS-TASA               PIC 999V99   VALUE ZERO.

       01  WS-CONTADOR-PARTIDAS  PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM 100-CARGA-OBJETIVOS.
           IF WS-CANTIDAD-RESPONDIERON > ZERO
               PERFORM 200-CARGA-FACTURAS
               PERFORM 250-SUMA-VENTAS
           END-IF.
           IF TABLA-RESULTADOS-LLENA
               DISPLAY "AVISO: LA TABLA DE RESULTADOS SE LLENO (500); "
                   "LOS RESTANTES NO SALEN EN EL REPORTE."
           END-IF.
           IF TABLA-RESPONDIERON-LLENA
               DISPLAY "AVISO: LA TABLA DE RESPUESTAS SE LLENO "
                   "(5000); LAS VENTAS DE LOS RESTANTES NO SE SUMAN."
           END-IF.
           IF TABLA-FACTURAS-LLENA
               DISPLAY "AVISO: LA TABLA DE FACTURAS SE LLENO (5000); "
                   "LAS VENTAS DE LAS RESTANTES NO SE SUMAN."
           END-IF.
           PERFORM 300-SELECCIONA-MENOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-RESULTADOS.
           PERFORM 400-GENERA-REPORTE.

           DISPLAY "CAMPANAS EN EL REPORTE:        "
               WS-CONTADOR-CAMPANAS.
           DISPLAY "OBJETIVOS:                     "
               WS-TOTAL-OBJETIVOS.
           DISPLAY "RESPONDIERON:                  "
               WS-TOTAL-RESPUESTAS.
           DISPLAY "PARTIDAS DE VENTA POSTERIORES: "
               WS-CONTADOR-PARTIDAS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-CARGA-OBJETIVOS - cuenta objetivos y respuestas por
      * campana y segmento, y guarda a quienes respondieron; sin
      * lista de objetivos el reporte sale vacio.
      *-----------------------------------------------------------------
       100-CARGA-OBJETIVOS.
           OPEN INPUT CAMPANA-OBJETIVO-FILE.
           IF CAMPOBJ-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA CAMPOBJ.DAT"
           ELSE
               PERFORM 110-LEE-OBJETIVO UNTIL CAMPOBJ-EOF
               CLOSE CAMPANA-OBJETIVO-FILE
           END-IF.

       110-LEE-OBJETIVO.
           READ CAMPANA-OBJETIVO-FILE NEXT RECORD
               AT END
                   SET CAMPOBJ-EOF TO TRUE
               NOT AT END
                   PERFORM 120-BUSCA-RESULTADO
                   IF WS-IDX-HALLADO > ZERO
                       ADD 1 TO ETB-OBJETIVOS (WS-IDX-HALLADO)
                       IF OBJ-RESPONDIO
                           ADD 1 TO ETB-RESPUESTAS (WS-IDX-HALLADO)
                           PERFORM 130-ANOTA-RESPUESTA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 120-BUSCA-RESULTADO - deja en WS-IDX-HALLADO el renglon de la
      * campana y segmento del objetivo en turno, abriendolo si no
      * estaba; cero si la tabla ya no tiene lugar.
      *-----------------------------------------------------------------
       120-BUSCA-RESULTADO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 125-COMPARA-RESULTADO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-RESULTADOS
                  OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CANTIDAD-RESULTADOS < 500
                   ADD 1 TO WS-CANTIDAD-RESULTADOS
                   MOVE WS-CANTIDAD-RESULTADOS TO WS-IDX-HALLADO
                   MOVE OBJ-CAMPANA  TO ETB-CAMPANA (WS-IDX-HALLADO)
                   MOVE OBJ-SEGMENTO TO ETB-SEGMENTO (WS-IDX-HALLADO)
                   MOVE ZERO TO ETB-OBJETIVOS (WS-IDX-HALLADO)
                   MOVE ZERO TO ETB-RESPUESTAS (WS-IDX-HALLADO)
                   MOVE ZERO TO ETB-VENTAS (WS-IDX-HALLADO)
               ELSE
                   SET TABLA-RESULTADOS-LLENA TO TRUE
               END-IF
           END-IF.

       125-COMPARA-RESULTADO.
           IF ETB-CAMPANA (WS-IDX) = OBJ-CAMPANA
               AND ETB-SEGMENTO (WS-IDX) = OBJ-SEGMENTO
               MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF.

       130-ANOTA-RESPUESTA.
           IF WS-CANTIDAD-RESPONDIERON < 5000
               ADD 1 TO WS-CANTIDAD-RESPONDIERON
               MOVE WS-IDX-HALLADO
                   TO RTB-RESULTADO (WS-CANTIDAD-RESPONDIERON)
               MOVE OBJ-CLIENTE
                   TO RTB-CLIENTE (WS-CANTIDAD-RESPONDIERON)
               MOVE OBJ-FECHA-RESPUESTA
                   TO RTB-FECHA (WS-CANTIDAD-RESPONDIERON)
           ELSE
               SET TABLA-RESPONDIERON-LLENA TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 200-CARGA-FACTURAS - guarda numero y cliente de las facturas
      * (sin el renglon de control) de los clientes que respondieron.
      *-----------------------------------------------------------------
       200-CARGA-FACTURAS.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA FACTURAS.DAT; NO HAY VENTAS "
                   "POSTERIORES."
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
                       MOVE FAC-CLIENTE TO WS-CLIENTE-BUSCA
                       PERFORM 220-BUSCA-RESPONDIO
                       IF WS-IDX-HALLADO > ZERO
                           PERFORM 215-ANOTA-FACTURA
                       END-IF
                   END-IF
           END-READ.

       215-ANOTA-FACTURA.
           IF WS-CANTIDAD-FACTURAS < 5000
               ADD 1 TO WS-CANTIDAD-FACTURAS
               MOVE FAC-NUMERO  TO FTB-NUMERO (WS-CANTIDAD-FACTURAS)
               MOVE FAC-CLIENTE TO FTB-CLIENTE (WS-CANTIDAD-FACTURAS)
           ELSE
               SET TABLA-FACTURAS-LLENA TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 220-BUSCA-RESPONDIO - deja en WS-IDX-HALLADO el primer renglon
      * de respuesta del cliente en WS-CLIENTE-BUSCA, o cero.
      *-----------------------------------------------------------------
       220-BUSCA-RESPONDIO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 225-COMPARA-RESPONDIO
               VARYING WS-IDX-RSP FROM 1 BY 1
               UNTIL WS-IDX-RSP > WS-CANTIDAD-RESPONDIERON
                  OR WS-IDX-HALLADO > ZERO.

       225-COMPARA-RESPONDIO.
           IF RTB-CLIENTE (WS-IDX-RSP) = WS-CLIENTE-BUSCA
               MOVE WS-IDX-RSP TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 250-SUMA-VENTAS - cada partida de una factura de quien
      * respondio suma a toda campana a la que respondio ese cliente
      * en o antes de la fecha de la partida.
      *-----------------------------------------------------------------
       250-SUMA-VENTAS.
           OPEN INPUT FACTURA-DET-HIST-FILE.
           IF FACTDETH-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA FACTDETH.DAT; NO HAY VENTAS "
                   "POSTERIORES."
           ELSE
               PERFORM 260-LEE-PARTIDA UNTIL FACTDETH-EOF
               CLOSE FACTURA-DET-HIST-FILE
           END-IF.

       260-LEE-PARTIDA.
           READ FACTURA-DET-HIST-FILE
               AT END
                   SET FACTDETH-EOF TO TRUE
               NOT AT END
                   IF FDH-FACTURA NOT = WS-FACTURA-ACTUAL
                       PERFORM 270-BUSCA-FACTURA
                   END-IF
                   IF WS-CLIENTE-ACTUAL NOT = ZERO
                       PERFORM 280-SUMA-A-RESPUESTA
                           VARYING WS-IDX-RSP FROM 1 BY 1
                           UNTIL WS-IDX-RSP > WS-CANTIDAD-RESPONDIERON
                   END-IF
           END-READ.

       270-BUSCA-FACTURA.
           MOVE FDH-FACTURA TO WS-FACTURA-ACTUAL.
           MOVE ZERO        TO WS-CLIENTE-ACTUAL.
           MOVE ZERO        TO WS-IDX-HALLADO.
           PERFORM 275-COMPARA-FACTURA
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-FACTURAS
                  OR WS-IDX-HALLADO > ZERO.

       275-COMPARA-FACTURA.
           IF FTB-NUMERO (WS-IDX-BUSCA) = FDH-FACTURA
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
               MOVE FTB-CLIENTE (WS-IDX-BUSCA) TO WS-CLIENTE-ACTUAL
           END-IF.

       280-SUMA-A-RESPUESTA.
           IF RTB-CLIENTE (WS-IDX-RSP) = WS-CLIENTE-ACTUAL
               AND RTB-FECHA (WS-IDX-RSP) <= FDH-FECHA
               ADD FDH-IMPORTE
                   TO ETB-VENTAS (RTB-RESULTADO (WS-IDX-RSP))
               ADD 1 TO WS-CONTADOR-PARTIDAS
           END-IF.

      *-----------------------------------------------------------------
      * 300-SELECCIONA-MENOR - ordenamiento por seleccion de la tabla
      * por campana y segmento.
      *-----------------------------------------------------------------
       300-SELECCIONA-MENOR.
           MOVE WS-IDX TO WS-IDX-MENOR.
           PERFORM 310-COMPARA-ORDEN
               VARYING WS-IDX-BUSCA FROM WS-IDX BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-RESULTADOS.
           IF WS-IDX-MENOR NOT = WS-IDX
               MOVE WS-RESULTADO-ENT (WS-IDX)  TO WS-ENT-TRABAJO
               MOVE WS-RESULTADO-ENT (WS-IDX-MENOR)
                   TO WS-RESULTADO-ENT (WS-IDX)
               MOVE WS-ENT-TRABAJO TO WS-RESULTADO-ENT (WS-IDX-MENOR)
           END-IF.

       310-COMPARA-ORDEN.
           IF ETB-ORDEN (WS-IDX-BUSCA) < ETB-ORDEN (WS-IDX-MENOR)
               MOVE WS-IDX-BUSCA TO WS-IDX-MENOR
           END-IF.

      *-----------------------------------------------------------------
      * 400-GENERA-REPORTE - CAMPANAS.RPT: encabezado, un renglon por
      * campana y segmento, el total de cada campana al cambiar de
      * campana y el total general.
      *-----------------------------------------------------------------
       400-GENERA-REPORTE.
           OPEN OUTPUT REPORTE-FILE.

           MOVE SPACES          TO REPORTE-CAMPANA-HEADER.
           MOVE "CAMPANA"       TO RCH-CAMPANA.
           MOVE "SEGMENTO"      TO RCH-SEGMENTO.
           MOVE "OBJETIV"       TO RCH-OBJETIVOS.
           MOVE "RESPOND"       TO RCH-RESPUESTAS.
           MOVE "% RESP"        TO RCH-TASA.
           MOVE "  VENTAS POST" TO RCH-VENTAS.
           WRITE REPORTE-CAMPANA-RECORD.

           PERFORM 410-ESCRIBE-RESULTADO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-RESULTADOS.
           IF WS-CANTIDAD-RESULTADOS > ZERO
               PERFORM 420-ESCRIBE-TOTAL-CAMPANA
           END-IF.

           MOVE SPACES                TO WS-RENGLON-CAMPANA.
           MOVE "TOTAL GENERAL"       TO WS-RENGLON-SEGMENTO.
           MOVE WS-TOTAL-OBJETIVOS    TO WS-RENGLON-OBJETIVOS.
           MOVE WS-TOTAL-RESPUESTAS   TO WS-RENGLON-RESPUESTAS.
           MOVE WS-TOTAL-VENTAS       TO WS-RENGLON-VENTAS.
           PERFORM 430-ESCRIBE-RENGLON.

           CLOSE REPORTE-FILE.

       410-ESCRIBE-RESULTADO.
           IF WS-IDX > 1
               AND ETB-CAMPANA (WS-IDX) NOT = WS-CAMPANA-ANTERIOR
               PERFORM 420-ESCRIBE-TOTAL-CAMPANA
           END-IF.
           MOVE ETB-CAMPANA (WS-IDX)    TO WS-CAMPANA-ANTERIOR.
           MOVE ETB-CAMPANA (WS-IDX)    TO WS-RENGLON-CAMPANA.
           MOVE ETB-SEGMENTO (WS-IDX)   TO WS-RENGLON-SEGMENTO.
           MOVE ETB-OBJETIVOS (WS-IDX)  TO WS-RENGLON-OBJETIVOS.
           MOVE ETB-RESPUESTAS (WS-IDX) TO WS-RENGLON-RESPUESTAS.
           MOVE ETB-VENTAS (WS-IDX)     TO WS-RENGLON-VENTAS.
           PERFORM 430-ESCRIBE-RENGLON.
           ADD ETB-OBJETIVOS (WS-IDX)   TO WS-CAMPANA-OBJETIVOS.
           ADD ETB-RESPUESTAS (WS-IDX)  TO WS-CAMPANA-RESPUESTAS.
           ADD ETB-VENTAS (WS-IDX)      TO WS-CAMPANA-VENTAS.

       420-ESCRIBE-TOTAL-CAMPANA.
           MOVE WS-CAMPANA-ANTERIOR   TO WS-RENGLON-CAMPANA.
           MOVE "TOTAL CAMPANA"       TO WS-RENGLON-SEGMENTO.
           MOVE WS-CAMPANA-OBJETIVOS  TO WS-RENGLON-OBJETIVOS.
           MOVE WS-CAMPANA-RESPUESTAS TO WS-RENGLON-RESPUESTAS.
           MOVE WS-CAMPANA-VENTAS     TO WS-RENGLON-VENTAS.
           PERFORM 430-ESCRIBE-RENGLON.
           ADD WS-CAMPANA-OBJETIVOS   TO WS-TOTAL-OBJETIVOS.
           ADD WS-CAMPANA-RESPUESTAS  TO WS-TOTAL-RESPUESTAS.
           ADD WS-CAMPANA-VENTAS      TO WS-TOTAL-VENTAS.
           ADD 1 TO WS-CONTADOR-CAMPANAS.
           MOVE ZERO TO WS-CAMPANA-OBJETIVOS.
           MOVE ZERO TO WS-CAMPANA-RESPUESTAS.
           MOVE ZERO TO WS-CAMPANA-VENTAS.

      *-----------------------------------------------------------------
      * 430-ESCRIBE-RENGLON - escribe WS-RENGLON-* con la tasa de
      * respuesta (respondieron por cien entre objetivos).
      *-----------------------------------------------------------------
       430-ESCRIBE-RENGLON.
           IF WS-RENGLON-OBJETIVOS > ZERO
               COMPUTE WS-TASA ROUNDED =
                   WS-RENGLON-RESPUESTAS * 100 / WS-RENGLON-OBJETIVOS
           ELSE
               MOVE ZERO TO WS-TASA
           END-IF.
           MOVE SPACES                TO REPORTE-CAMPANA-RECORD.
           MOVE WS-RENGLON-CAMPANA    TO RCA-CAMPANA.
           MOVE WS-RENGLON-SEGMENTO   TO RCA-SEGMENTO.
           MOVE WS-RENGLON-OBJETIVOS  TO RCA-OBJETIVOS.
           MOVE WS-RENGLON-RESPUESTAS TO RCA-RESPUESTAS.
           MOVE WS-TASA               TO RCA-TASA.
           MOVE WS-RENGLON-VENTAS     TO RCA-VENTAS.
           WRITE REPORTE-CAMPANA-RECORD.

      ** add other procedures here
       END PROGRAM E6-PROGRAMA.
