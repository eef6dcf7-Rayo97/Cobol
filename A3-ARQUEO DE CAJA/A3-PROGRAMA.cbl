      ******************************************************************
      * Author:
      * Date:
      * Purpose: Arqueo de caja del dia: los pagos de PAGOS.DAT con la
      *          fecha de negocio, totalizados por metodo de pago
      *          (PAG-METODO) dentro de cada sucursal (SORT con corte
      *          de control, igual que el resumen de transacciones) y
      *          por operador, con los recibos a cuenta del dia de
      *          SUSMOV.DAT aparte, en ARQUEO.RPT. El total del dia se
      *          ata a los renglones de control de PAGOS.DAT: la suma
      *          de los trailers de cada sesion del dia debe ser la
      *          suma de los pagos del dia, o el arqueo sale marcado
      *          como NO CUADRA y el paso termina con RETURN-CODE 16.
      *          Con esto cada cajero cuadra su cajon y la tesoreria
      *          el deposito, sin sumar recibos a mano.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Collection agency recoveries get their own
      *                 rows in the cash-up: the net the agency
      *                 transfers (G) and the commission it keeps (K).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. A3-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT SUSPENSO-MOV-FILE
               ASSIGN TO "SUSMOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSMOV-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWKA3.DAT".

           SELECT REPORTE-FILE
               ASSIGN TO "ARQUEO.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  SUSPENSO-MOV-FILE
           LABEL RECORD IS STANDARD.
           COPY SUSMOV.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       SD  SORT-WORK-FILE.
       01  SORT-PAGO-RECORD.
           05  SRT-SUCURSAL        PIC X(3).
           05  SRT-METODO          PIC X.
           05  SRT-IMPORTE         PIC S9(7)V99.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-ARQUEO-RECORD.
           05  RPA-SUCURSAL        PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPA-CONCEPTO        PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPA-CANTIDAD        PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPA-IMPORTE         PIC -ZZZZZZZZ9.99.

       01  REPORTE-ARQUEO-HEADER REDEFINES REPORTE-ARQUEO-RECORD.
           05  RAH-SUCURSAL        PIC X(3).
           05  FILLER              PIC X(2).
           05  RAH-CONCEPTO        PIC X(20).
           05  FILLER              PIC X(2).
           05  RAH-CANTIDAD        PIC X(7).
           05  FILLER              PIC X(2).
           05  RAH-IMPORTE         PIC X(13).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE SUSPENSO-MOV-FILE: VIENE DE
      *-SMVSTS.CPY.
           COPY SMVSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA, CARGADA DE
      *-FECHACOR.DAT POR CARGA-FECHA-NEGOCIO; SOLO ENTRAN AL ARQUEO
      *-LOS PAGOS Y RECIBOS DE ESTA FECHA.
       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88  SORT-EOF VALUE "S".

      *-LOS METODOS DEL ARQUEO, EN SU ORDEN DE IMPRESION, CON SU
      *-DESCRIPCION: LOS OCHO DE PAG-METODO, LOS RECIBOS A CUENTA DE
      *-SUSMOV.DAT (QUE NO LLEVAN METODO) Y LO GRABADO ANTES DE QUE
      *-EXISTIERA EL CAMPO.
       01  WS-LISTA-METODOS.
           05  FILLER PIC X(20) VALUE "EEFECTIVO".
           05  FILLER PIC X(20) VALUE "CCHEQUE".
           05  FILLER PIC X(20) VALUE "TTRANSFERENCIA".
           05  FILLER PIC X(20) VALUE "JTARJETA".
           05  FILLER PIC X(20) VALUE "DDEBITO AUTOMATICO".
           05  FILLER PIC X(20) VALUE "AAPLICACION SUSPENSO".
           05  FILLER PIC X(20) VALUE "GAGENCIA COBRANZA".
           05  FILLER PIC X(20) VALUE "KCOMISION AGENCIA".
           05  FILLER PIC X(20) VALUE "*RECIBO A CUENTA".
           05  FILLER PIC X(20) VALUE " SIN METODO".
       01  WS-METODOS-TABLA REDEFINES WS-LISTA-METODOS.
           05  WS-METODO-ENT OCCURS 10 TIMES.
               10  MET-CODIGO      PIC X.
               10  MET-DESCRIPCION PIC X(19).

       01  WS-IDX-METODO  PIC 9(2) VALUE ZERO.
       01  WS-MET-HALLADO PIC 9(2) VALUE ZERO.
       01  WS-METODO-BUSCADO PIC X VALUE SPACE.

      *-TOTALES POR OPERADOR: UNA ENTRADA POR OPERADOR CON SU CANTIDAD
      *-E IMPORTE POR CADA UNO DE LOS DIEZ METODOS DEL ARQUEO.
       01  WS-CANTIDAD-OPERADORES PIC 9(3) VALUE ZERO.
       01  WS-TABLA-OPERADORES.
           05  WS-OPERADOR-ENT OCCURS 100 TIMES.
               10  OPT-OPERADOR    PIC X(8).
               10  OPT-METODO OCCURS 10 TIMES.
                   15  OPT-CANTIDAD PIC 9(7).
                   15  OPT-IMPORTE  PIC S9(9)V99.

       01  WS-IDX-OPE     PIC 9(3) VALUE ZERO.
       01  WS-OPE-HALLADO PIC 9(3) VALUE ZERO.
       01  WS-OPERADOR-BUSCADO PIC X(8) VALUE SPACES.
       01  WS-IMPORTE-OPERADOR PIC S9(9)V99 VALUE ZERO.
       01  WS-CANTIDAD-OPERADOR PIC 9(7) VALUE ZERO.
       01  WS-CANTIDAD-MOV     PIC 9(7) VALUE ZERO.

      *-CORTES DE CONTROL POR SUCURSAL Y POR METODO.
       01  WS-SUCURSAL-ACTUAL  PIC X(3)     VALUE SPACES.
       01  WS-HAY-SUCURSAL-SW  PIC X        VALUE "N".
           88  HAY-SUCURSAL-ABIERTA VALUE "S".
       01  WS-CANTIDAD-SUC     PIC 9(7)     VALUE ZERO.
       01  WS-IMPORTE-SUC      PIC S9(9)V99 VALUE ZERO.
       01  WS-METODO-ACTUAL    PIC X        VALUE SPACE.
       01  WS-CANTIDAD-MET     PIC 9(7)     VALUE ZERO.
       01  WS-IMPORTE-MET      PIC S9(9)V99 VALUE ZERO.
       01  WS-HAY-GRUPO-SW     PIC X        VALUE "N".
           88  HAY-GRUPO-ABIERTO VALUE "S".

      *-PAGOS DEL DIA: LOS QUE ENTRAN AL CUERPO DEL ARQUEO.
       01  WS-CANTIDAD-DIA     PIC 9(7)     VALUE ZERO.
       01  WS-IMPORTE-DIA      PIC S9(9)V99 VALUE ZERO.

      *-RECIBOS A CUENTA DEL DIA (SUSMOV.DAT).
       01  WS-CANTIDAD-RECIBOS PIC 9(7)     VALUE ZERO.
       01  WS-IMPORTE-RECIBOS  PIC S9(9)V99 VALUE ZERO.

      *-AMARRE A LOS RENGLONES DE CONTROL: CADA SESION DE PAGOS.DAT
      *-CIERRA CON SU TRAILER; LA SESION QUE TRAE PAGOS DEL DIA APORTA
      *-SU TRAILER AL CONTROL DEL DIA. LOS PAGOS DEL DIA QUE NO TIENEN
      *-TRAILER DETRAS (SESION CAIDA) QUEDAN APARTE.
       01  WS-SEG-CANTIDAD     PIC 9(7)     VALUE ZERO.
       01  WS-SEG-IMPORTE      PIC S9(9)V99 VALUE ZERO.
       01  WS-SEG-DIA-CANTIDAD PIC 9(7)     VALUE ZERO.
       01  WS-SEG-DIA-IMPORTE  PIC S9(9)V99 VALUE ZERO.
       01  WS-CTL-CANTIDAD     PIC 9(7)     VALUE ZERO.
       01  WS-CTL-IMPORTE      PIC S9(9)V99 VALUE ZERO.
       01  WS-CTL-SESIONES     PIC 9(5)     VALUE ZERO.
       01  WS-SESIONES-MAL     PIC 9(5)     VALUE ZERO.

       01  WS-CUADRA-SW PIC X VALUE "S".
           88  ARQUEO-CUADRA VALUE "S".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SUCURSAL SRT-METODO
               INPUT PROCEDURE IS 100-SUELTA-PAGOS
               OUTPUT PROCEDURE IS 200-GENERA-ARQUEO.

           DISPLAY "ARQUEO DE CAJA DEL " WS-FECHA-NEGOCIO ": "
               WS-CANTIDAD-DIA " PAGOS, " WS-CANTIDAD-RECIBOS
               " RECIBOS A CUENTA.".
           IF ARQUEO-CUADRA
               DISPLAY "EL ARQUEO CUADRA CON LOS RENGLONES DE CONTROL "
                   "DE PAGOS.DAT."
           ELSE
               DISPLAY "EL ARQUEO NO CUADRA CON LOS RENGLONES DE "
                   "CONTROL DE PAGOS.DAT."
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-SUELTA-PAGOS - procedimiento de entrada del SORT: recorre
      * PAGOS.DAT sesion por sesion; cada pago del dia se suelta con
      * su sucursal y su metodo y se suma a su operador, y cada
      * trailer cierra la sesion que lo precede. Al final se suman
      * los recibos a cuenta del dia.
      *-----------------------------------------------------------------
       100-SUELTA-PAGOS.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO PAGOS.DAT"
           ELSE
               PERFORM 110-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.
           IF WS-SEG-DIA-CANTIDAD > ZERO
               DISPLAY "HAY " WS-SEG-DIA-CANTIDAD " PAGOS DEL DIA SIN "
                   "RENGLON DE CONTROL AL FINAL DE PAGOS.DAT."
               MOVE "N" TO WS-CUADRA-SW
           END-IF.
           PERFORM 150-SUMA-RECIBOS.

       110-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   IF PGT-MARCA = 9999999
                       PERFORM 120-CIERRA-SESION
                   ELSE
                       ADD 1           TO WS-SEG-CANTIDAD
                       ADD PAG-IMPORTE TO WS-SEG-IMPORTE
                       IF PAG-FECHA = WS-FECHA-NEGOCIO
                           PERFORM 115-SUELTA-PAGO-DEL-DIA
                       END-IF
                   END-IF
           END-READ.

       115-SUELTA-PAGO-DEL-DIA.
           ADD 1           TO WS-SEG-DIA-CANTIDAD.
           ADD PAG-IMPORTE TO WS-SEG-DIA-IMPORTE.
           ADD 1           TO WS-CANTIDAD-DIA.
           ADD PAG-IMPORTE TO WS-IMPORTE-DIA.

           MOVE PAG-SUCURSAL TO SRT-SUCURSAL.
           MOVE PAG-METODO   TO SRT-METODO.
           MOVE PAG-IMPORTE  TO SRT-IMPORTE.
           RELEASE SORT-PAGO-RECORD.

           MOVE PAG-METODO   TO WS-METODO-BUSCADO.
           PERFORM 140-BUSCA-METODO.
           MOVE PAG-OPERADOR TO WS-OPERADOR-BUSCADO.
           PERFORM 130-ACUMULA-OPERADOR.
           IF WS-OPE-HALLADO > ZERO
               ADD 1 TO OPT-CANTIDAD (WS-OPE-HALLADO, WS-MET-HALLADO)
               ADD PAG-IMPORTE
                   TO OPT-IMPORTE (WS-OPE-HALLADO, WS-MET-HALLADO)
           END-IF.

      *-----------------------------------------------------------------
      * 120-CIERRA-SESION - el trailer cierra la sesion que lo
      * precede: si la sesion trajo pagos del dia, su trailer entra al
      * control del dia; una sesion cuyo cuerpo no es su trailer se
      * cuenta como descuadrada.
      *-----------------------------------------------------------------
       120-CIERRA-SESION.
           IF WS-SEG-DIA-CANTIDAD > ZERO
               ADD 1              TO WS-CTL-SESIONES
               ADD PGT-CANTIDAD   TO WS-CTL-CANTIDAD
               ADD PGT-TOTAL-HASH TO WS-CTL-IMPORTE
               IF PGT-CANTIDAD NOT = WS-SEG-CANTIDAD
                   OR PGT-TOTAL-HASH NOT = WS-SEG-IMPORTE
                   ADD 1 TO WS-SESIONES-MAL
                   MOVE "N" TO WS-CUADRA-SW
               END-IF
           END-IF.
           MOVE ZERO TO WS-SEG-CANTIDAD.
           MOVE ZERO TO WS-SEG-IMPORTE.
           MOVE ZERO TO WS-SEG-DIA-CANTIDAD.
           MOVE ZERO TO WS-SEG-DIA-IMPORTE.

      *-----------------------------------------------------------------
      * 130-ACUMULA-OPERADOR - deja en WS-OPE-HALLADO la entrada del
      * operador, abriendola si es la primera vez que aparece.
      *-----------------------------------------------------------------
       130-ACUMULA-OPERADOR.
           MOVE ZERO TO WS-OPE-HALLADO.
           PERFORM 135-COMPARA-OPERADOR
               VARYING WS-IDX-OPE FROM 1 BY 1
               UNTIL WS-IDX-OPE > WS-CANTIDAD-OPERADORES
                   OR WS-OPE-HALLADO > ZERO.
           IF WS-OPE-HALLADO = ZERO
               IF WS-CANTIDAD-OPERADORES < 100
                   ADD 1 TO WS-CANTIDAD-OPERADORES
                   MOVE WS-CANTIDAD-OPERADORES TO WS-OPE-HALLADO
                   MOVE WS-OPERADOR-BUSCADO
                       TO OPT-OPERADOR (WS-OPE-HALLADO)
                   PERFORM 136-LIMPIA-METODO
                       VARYING WS-IDX-METODO FROM 1 BY 1
                       UNTIL WS-IDX-METODO > 10
               ELSE
                   DISPLAY "AVISO: MAS DE 100 OPERADORES; EL "
                       "OPERADOR " WS-OPERADOR-BUSCADO
                       " NO SALE EN LA SECCION POR OPERADOR."
               END-IF
           END-IF.

       135-COMPARA-OPERADOR.
           IF OPT-OPERADOR (WS-IDX-OPE) = WS-OPERADOR-BUSCADO
               MOVE WS-IDX-OPE TO WS-OPE-HALLADO
           END-IF.

       136-LIMPIA-METODO.
           MOVE ZERO TO OPT-CANTIDAD (WS-OPE-HALLADO, WS-IDX-METODO).
           MOVE ZERO TO OPT-IMPORTE (WS-OPE-HALLADO, WS-IDX-METODO).

      *-----------------------------------------------------------------
      * 140-BUSCA-METODO - deja en WS-MET-HALLADO el renglon de la
      * tabla de metodos de WS-METODO-BUSCADO; un codigo que no esta
      * en la tabla cae en SIN METODO (el ultimo renglon).
      *-----------------------------------------------------------------
       140-BUSCA-METODO.
           MOVE ZERO TO WS-MET-HALLADO.
           PERFORM 145-COMPARA-METODO
               VARYING WS-IDX-METODO FROM 1 BY 1
               UNTIL WS-IDX-METODO > 10
                   OR WS-MET-HALLADO > ZERO.
           IF WS-MET-HALLADO = ZERO
               MOVE 10 TO WS-MET-HALLADO
           END-IF.

       145-COMPARA-METODO.
           IF MET-CODIGO (WS-IDX-METODO) = WS-METODO-BUSCADO
               MOVE WS-IDX-METODO TO WS-MET-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 150-SUMA-RECIBOS - los recibos a cuenta del dia (SUSMOV.DAT,
      * tipo R) son dinero que entro al cajon sin pasar por PAGOS.DAT:
      * se suman a su operador bajo RECIBO A CUENTA y salen aparte del
      * amarre a los trailers.
      *-----------------------------------------------------------------
       150-SUMA-RECIBOS.
           OPEN INPUT SUSPENSO-MOV-FILE.
           IF SUSMOV-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 155-LEE-MOVIMIENTO UNTIL SUSMOV-EOF
               CLOSE SUSPENSO-MOV-FILE
           END-IF.

       155-LEE-MOVIMIENTO.
           READ SUSPENSO-MOV-FILE
               AT END
                   SET SUSMOV-EOF TO TRUE
               NOT AT END
                   IF SMV-RECIBO
                       AND SMV-FECHA = WS-FECHA-NEGOCIO
                       ADD 1           TO WS-CANTIDAD-RECIBOS
                       ADD SMV-IMPORTE TO WS-IMPORTE-RECIBOS
                       MOVE SMV-OPERADOR TO WS-OPERADOR-BUSCADO
                       PERFORM 130-ACUMULA-OPERADOR
                       IF WS-OPE-HALLADO > ZERO
                           ADD 1 TO OPT-CANTIDAD (WS-OPE-HALLADO, 9)
                           ADD SMV-IMPORTE
                               TO OPT-IMPORTE (WS-OPE-HALLADO, 9)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-GENERA-ARQUEO - procedimiento de salida del SORT: los
      * pagos del dia llegan agrupados por sucursal y metodo; a cada
      * cambio de metodo sale su renglon, a cada cambio de sucursal su
      * subtotal, y al final el total del dia, la seccion por operador
      * y el amarre contra los renglones de control.
      *-----------------------------------------------------------------
       200-GENERA-ARQUEO.
           OPEN OUTPUT REPORTE-FILE.

           MOVE "SUC"       TO RAH-SUCURSAL.
           MOVE "METODO"    TO RAH-CONCEPTO.
           MOVE "CANTID."   TO RAH-CANTIDAD.
           MOVE "IMPORTE"   TO RAH-IMPORTE.
           WRITE REPORTE-ARQUEO-RECORD.

           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 210-PROCESA-PAGO UNTIL SORT-EOF.
           IF HAY-GRUPO-ABIERTO
               PERFORM 230-CIERRA-METODO
           END-IF.
           IF HAY-SUCURSAL-ABIERTA
               PERFORM 250-CIERRA-SUCURSAL
           END-IF.

           MOVE "**" TO RPA-SUCURSAL.
           MOVE "TOTAL DEL DIA" TO RPA-CONCEPTO.
           MOVE WS-CANTIDAD-DIA TO RPA-CANTIDAD.
           MOVE WS-IMPORTE-DIA  TO RPA-IMPORTE.
           WRITE REPORTE-ARQUEO-RECORD.

           PERFORM 300-SECCION-OPERADORES.
           PERFORM 400-SECCION-CONTROL.

           CLOSE REPORTE-FILE.

       210-PROCESA-PAGO.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   IF HAY-SUCURSAL-ABIERTA
                       AND SRT-SUCURSAL NOT = WS-SUCURSAL-ACTUAL
                       IF HAY-GRUPO-ABIERTO
                           PERFORM 230-CIERRA-METODO
                       END-IF
                       PERFORM 250-CIERRA-SUCURSAL
                   END-IF
                   IF NOT HAY-SUCURSAL-ABIERTA
                       SET HAY-SUCURSAL-ABIERTA TO TRUE
                       MOVE SRT-SUCURSAL TO WS-SUCURSAL-ACTUAL
                       MOVE ZERO TO WS-CANTIDAD-SUC
                       MOVE ZERO TO WS-IMPORTE-SUC
                   END-IF
                   IF NOT HAY-GRUPO-ABIERTO
                       OR SRT-METODO NOT = WS-METODO-ACTUAL
                       IF HAY-GRUPO-ABIERTO
                           PERFORM 230-CIERRA-METODO
                       END-IF
                       SET HAY-GRUPO-ABIERTO TO TRUE
                       MOVE SRT-METODO TO WS-METODO-ACTUAL
                       MOVE ZERO TO WS-CANTIDAD-MET
                       MOVE ZERO TO WS-IMPORTE-MET
                   END-IF
                   ADD 1           TO WS-CANTIDAD-MET
                   ADD SRT-IMPORTE TO WS-IMPORTE-MET
                   ADD 1           TO WS-CANTIDAD-SUC
                   ADD SRT-IMPORTE TO WS-IMPORTE-SUC
           END-RETURN.

       230-CIERRA-METODO.
           MOVE WS-SUCURSAL-ACTUAL TO RPA-SUCURSAL.
           MOVE WS-METODO-ACTUAL   TO WS-METODO-BUSCADO.
           PERFORM 140-BUSCA-METODO.
           MOVE MET-DESCRIPCION (WS-MET-HALLADO) TO RPA-CONCEPTO.
           MOVE WS-CANTIDAD-MET    TO RPA-CANTIDAD.
           MOVE WS-IMPORTE-MET     TO RPA-IMPORTE.
           WRITE REPORTE-ARQUEO-RECORD.
           MOVE "N" TO WS-HAY-GRUPO-SW.

      *-----------------------------------------------------------------
      * 250-CIERRA-SUCURSAL - subtotal de la sucursal que acaba de
      * terminar; lo que entra por el banco (remesa, debito
      * automatico, reembolsos) sale bajo el rotulo de espacios.
      *-----------------------------------------------------------------
       250-CIERRA-SUCURSAL.
           MOVE "**" TO RPA-SUCURSAL.
           MOVE SPACES TO RPA-CONCEPTO.
           STRING "SUBTOTAL SUC " DELIMITED BY SIZE
                  WS-SUCURSAL-ACTUAL DELIMITED BY SIZE
               INTO RPA-CONCEPTO.
           MOVE WS-CANTIDAD-SUC TO RPA-CANTIDAD.
           MOVE WS-IMPORTE-SUC  TO RPA-IMPORTE.
           WRITE REPORTE-ARQUEO-RECORD.
           MOVE "N" TO WS-HAY-SUCURSAL-SW.

      *-----------------------------------------------------------------
      * 300-SECCION-OPERADORES - por cada operador del dia, un renglon
      * por metodo con movimiento y su subtotal, que es lo que debe
      * haber en su cajon (mas los recibos a cuenta que capturo).
      *-----------------------------------------------------------------
       300-SECCION-OPERADORES.
           MOVE "OPE"         TO RAH-SUCURSAL.
           MOVE "POR OPERADOR" TO RAH-CONCEPTO.
           MOVE SPACES        TO RAH-CANTIDAD.
           MOVE SPACES        TO RAH-IMPORTE.
           WRITE REPORTE-ARQUEO-RECORD.
           PERFORM 310-ESCRIBE-OPERADOR
               VARYING WS-IDX-OPE FROM 1 BY 1
               UNTIL WS-IDX-OPE > WS-CANTIDAD-OPERADORES.

       310-ESCRIBE-OPERADOR.
           MOVE SPACES TO RAH-SUCURSAL.
           MOVE SPACES TO RAH-CONCEPTO.
           STRING "OPERADOR " DELIMITED BY SIZE
                  OPT-OPERADOR (WS-IDX-OPE) DELIMITED BY SIZE
               INTO RAH-CONCEPTO.
           MOVE SPACES TO RAH-CANTIDAD.
           MOVE SPACES TO RAH-IMPORTE.
           WRITE REPORTE-ARQUEO-RECORD.

           MOVE ZERO TO WS-CANTIDAD-OPERADOR.
           MOVE ZERO TO WS-IMPORTE-OPERADOR.
           PERFORM 320-ESCRIBE-METODO-OPERADOR
               VARYING WS-IDX-METODO FROM 1 BY 1
               UNTIL WS-IDX-METODO > 10.

           MOVE "**" TO RPA-SUCURSAL.
           MOVE SPACES TO RPA-CONCEPTO.
           STRING "SUBTOTAL " DELIMITED BY SIZE
                  OPT-OPERADOR (WS-IDX-OPE) DELIMITED BY SIZE
               INTO RPA-CONCEPTO.
           MOVE WS-CANTIDAD-OPERADOR TO RPA-CANTIDAD.
           MOVE WS-IMPORTE-OPERADOR  TO RPA-IMPORTE.
           WRITE REPORTE-ARQUEO-RECORD.

       320-ESCRIBE-METODO-OPERADOR.
           MOVE OPT-CANTIDAD (WS-IDX-OPE, WS-IDX-METODO)
               TO WS-CANTIDAD-MOV.
           IF WS-CANTIDAD-MOV > ZERO
               MOVE SPACES TO RPA-SUCURSAL
               MOVE MET-DESCRIPCION (WS-IDX-METODO) TO RPA-CONCEPTO
               MOVE WS-CANTIDAD-MOV TO RPA-CANTIDAD
               MOVE OPT-IMPORTE (WS-IDX-OPE, WS-IDX-METODO)
                   TO RPA-IMPORTE
               WRITE REPORTE-ARQUEO-RECORD
               ADD WS-CANTIDAD-MOV TO WS-CANTIDAD-OPERADOR
               ADD OPT-IMPORTE (WS-IDX-OPE, WS-IDX-METODO)
                   TO WS-IMPORTE-OPERADOR
           END-IF.

      *-----------------------------------------------------------------
      * 400-SECCION-CONTROL - el amarre del dia: lo que dicen los
      * trailers de las sesiones del dia contra los pagos del dia, los
      * recibos a cuenta aparte, y la marca CUADRA / NO CUADRA.
      *-----------------------------------------------------------------
       400-SECCION-CONTROL.
           IF WS-CTL-CANTIDAD NOT = WS-CANTIDAD-DIA
               OR WS-CTL-IMPORTE NOT = WS-IMPORTE-DIA
               MOVE "N" TO WS-CUADRA-SW
           END-IF.

           MOVE "CTL"          TO RAH-SUCURSAL.
           MOVE "AMARRE PAGOS.DAT" TO RAH-CONCEPTO.
           MOVE SPACES         TO RAH-CANTIDAD.
           MOVE SPACES         TO RAH-IMPORTE.
           WRITE REPORTE-ARQUEO-RECORD.

           MOVE SPACES            TO RPA-SUCURSAL.
           MOVE "TRAILERS DEL DIA" TO RPA-CONCEPTO.
           MOVE WS-CTL-CANTIDAD   TO RPA-CANTIDAD.
           MOVE WS-CTL-IMPORTE    TO RPA-IMPORTE.
           WRITE REPORTE-ARQUEO-RECORD.

           MOVE SPACES            TO RPA-SUCURSAL.
           MOVE "PAGOS DEL DIA"   TO RPA-CONCEPTO.
           MOVE WS-CANTIDAD-DIA   TO RPA-CANTIDAD.
           MOVE WS-IMPORTE-DIA    TO RPA-IMPORTE.
           WRITE REPORTE-ARQUEO-RECORD.

           MOVE SPACES              TO RPA-SUCURSAL.
           MOVE "RECIBOS A CUENTA"  TO RPA-CONCEPTO.
           MOVE WS-CANTIDAD-RECIBOS TO RPA-CANTIDAD.
           MOVE WS-IMPORTE-RECIBOS  TO RPA-IMPORTE.
           WRITE REPORTE-ARQUEO-RECORD.

           MOVE "**" TO RPA-SUCURSAL.
           IF ARQUEO-CUADRA
               MOVE "CUADRA"    TO RPA-CONCEPTO
           ELSE
               MOVE "NO CUADRA" TO RPA-CONCEPTO
           END-IF.
           MOVE WS-SESIONES-MAL TO RPA-CANTIDAD.
           MOVE ZERO            TO RPA-IMPORTE.
           WRITE REPORTE-ARQUEO-RECORD.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM A3-PROGRAMA.
