      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte mensual de agencias de cobranza: al cierre
      *          del mes imprime en AGENCIAS.RPT un bloque por agencia
      *          con las cuentas que se le colocaron en el mes y su
      *          saldo (COLOCA.DAT, E9-PROGRAMA), los recuperos
      *          aplicados en el mes con su bruto, comision y neto
      *          (RECUPERA.DAT, F0-PROGRAMA) renglon por renglon, las
      *          colocaciones que se saldaron o se retiraron en el mes
      *          y el inventario de cuentas que sigue activo; al final
      *          los totales de todas las agencias.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. F1-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT AGENCIAS-FILE
               ASSIGN TO "AGENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CODIGO
               FILE STATUS IS WS-AGENCIAS-STATUS.

           SELECT COLOCA-FILE
               ASSIGN TO "COLOCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CLIENTE
               FILE STATUS IS WS-COLOCA-STATUS.

           SELECT RECUPERA-FILE
               ASSIGN TO "RECUPERA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECUPERA-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "AGENCIAS.RPT"
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
       FD  AGENCIAS-FILE
           LABEL RECORD IS STANDARD.
           COPY AGENCIA.

       FD  COLOCA-FILE
           LABEL RECORD IS STANDARD.
           COPY COLOCA.

       FD  RECUPERA-FILE
           LABEL RECORD IS STANDARD.
           COPY RECUPERA.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-AGENCIA-RECORD PIC X(80).

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE AGENCIAS-FILE: VIENE DE AGESTS.CPY.
           COPY AGESTS.

      *-FILE STATUS/88-LEVEL DE COLOCA-FILE: VIENE DE COLSTS.CPY.
           COPY COLSTS.

      *-FILE STATUS/88-LEVEL DE RECUPERA-FILE: VIENE DE RCUSTS.CPY.
           COPY RCUSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FECHA OFICIAL DE NEGOCIO; SU MES (AAAAMM) ES EL MES DEL
      *-REPORTE.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-PERIODO       PIC 9(6) VALUE ZERO.

      *-ACUMULADOS POR AGENCIA: LAS DEL MAESTRO Y, SI APARECE EN LAS
      *-COLOCACIONES O LOS RECUPEROS ALGUNA QUE YA NO ESTA, TAMBIEN.
       01  WS-CANTIDAD-AGENCIAS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-AGENCIAS.
           05  WS-AGENCIA-ENT OCCURS 50 TIMES.
               10  AGN-CODIGO          PIC X(4).
               10  AGN-NOMBRE          PIC X(30).
               10  AGN-COLOCADAS       PIC 9(7).
               10  AGN-SALDO-COLOCADO  PIC S9(9)V99.
               10  AGN-RECUPEROS       PIC 9(7).
               10  AGN-BRUTO           PIC S9(9)V99.
               10  AGN-COMISION        PIC S9(9)V99.
               10  AGN-NETO            PIC S9(9)V99.
               10  AGN-SALDADAS        PIC 9(7).
               10  AGN-RETIRADAS       PIC 9(7).
               10  AGN-ACTIVAS         PIC 9(7).
               10  AGN-SALDO-ACTIVO    PIC S9(9)V99.
               10  AGN-RECUP-ACTIVO    PIC S9(9)V99.

       01  WS-IDX          PIC 9(3) VALUE ZERO.
       01  WS-IDX-HALLADO  PIC 9(3) VALUE ZERO.
       01  WS-AGENCIA-BUSCA PIC X(4) VALUE SPACES.

      *-RECUPEROS APLICADOS EN EL MES, PARA EL DETALLE DE CADA
      *-AGENCIA.
       01  WS-CANTIDAD-RECUPEROS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-RECUPEROS.
           05  WS-RECUPERO-ENT OCCURS 2000 TIMES.
               10  RTB-AGENCIA     PIC X(4).
               10  RTB-CLIENTE     PIC 9(7).
               10  RTB-FACTURA     PIC 9(7).
               10  RTB-FECHA       PIC 9(8).
               10  RTB-BRUTO       PIC 9(7)V99.
               10  RTB-COMISION    PIC 9(7)V99.
               10  RTB-NETO        PIC 9(7)V99.

       01  WS-IDX-RCU PIC 9(4) VALUE ZERO.

      *-TOTALES DE TODAS LAS AGENCIAS Y LO QUE NO CUPO EN TABLA.
       01  WS-TOT-COLOCADAS      PIC 9(7)     VALUE ZERO.
       01  WS-TOT-SALDO-COLOCADO PIC S9(9)V99 VALUE ZERO.
       01  WS-TOT-RECUPEROS      PIC 9(7)     VALUE ZERO.
       01  WS-TOT-BRUTO          PIC S9(9)V99 VALUE ZERO.
       01  WS-TOT-COMISION       PIC S9(9)V99 VALUE ZERO.
       01  WS-TOT-NETO           PIC S9(9)V99 VALUE ZERO.
       01  WS-TOT-SALDADAS       PIC 9(7)     VALUE ZERO.
       01  WS-TOT-RETIRADAS      PIC 9(7)     VALUE ZERO.
       01  WS-TOT-ACTIVAS        PIC 9(7)     VALUE ZERO.
       01  WS-TOT-SALDO-ACTIVO   PIC S9(9)V99 VALUE ZERO.
       01  WS-AGENCIAS-FUERA     PIC 9(5)     VALUE ZERO.
       01  WS-RECUPEROS-FUERA    PIC 9(5)     VALUE ZERO.

       01  WS-ED-CANTIDAD PIC Z,ZZZ,ZZ9.

      *-RENGLONES DEL REPORTE.
       01  WS-LINEA           PIC X(80) VALUE SPACES.
       01  WS-LINEA-RECUPERO REDEFINES WS-LINEA.
           05  FILLER         PIC X(2).
           05  LRC-CLIENTE    PIC 9(7).
           05  FILLER         PIC X(1).
           05  LRC-FACTURA    PIC 9(7).
           05  FILLER         PIC X(1).
           05  LRC-FECHA      PIC 9(8).
           05  FILLER         PIC X(1).
           05  LRC-BRUTO      PIC ZZZZZZ9.99.
           05  FILLER         PIC X(2).
           05  LRC-COMISION   PIC ZZZZZZ9.99.
           05  FILLER         PIC X(2).
           05  LRC-NETO       PIC ZZZZZZ9.99.
           05  FILLER         PIC X(19).
       01  WS-LINEA-TOTAL REDEFINES WS-LINEA.
           05  FILLER         PIC X(2).
           05  LCT-CONCEPTO   PIC X(22).
           05  LCT-IMPORTE    PIC -ZZZZZZZZ9.99.
           05  FILLER         PIC X(2).
           05  LCT-CANTIDAD   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(32).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           MOVE WS-FECHA-NEGOCIO (1:6) TO WS-PERIODO.

           PERFORM 100-CARGA-AGENCIAS.
           PERFORM 200-ACUMULA-COLOCACIONES.
           PERFORM 300-ACUMULA-RECUPEROS.
           PERFORM 600-IMPRIME-REPORTE.

           DISPLAY "REPORTE DE AGENCIAS DEL MES " WS-PERIODO ": "
               WS-CANTIDAD-AGENCIAS " AGENCIAS, "
               WS-TOT-RECUPEROS " RECUPEROS.".
           IF WS-AGENCIAS-FUERA > ZERO
               OR WS-RECUPEROS-FUERA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-CARGA-AGENCIAS - las agencias del maestro en orden de
      * codigo, con sus acumulados en cero.
      *-----------------------------------------------------------------
       100-CARGA-AGENCIAS.
           OPEN INPUT AGENCIAS-FILE.
           IF AGENCIAS-NO-EXISTE
               DISPLAY "NO EXISTE AGENCIAS.DAT; EL REPORTE SALE SOLO "
                   "CON LAS AGENCIAS DE LAS COLOCACIONES."
           ELSE
               MOVE LOW-VALUES TO AGE-CODIGO
               START AGENCIAS-FILE KEY NOT < AGE-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 110-LEE-AGENCIA UNTIL AGENCIAS-EOF
               END-START
               CLOSE AGENCIAS-FILE
           END-IF.

       110-LEE-AGENCIA.
           READ AGENCIAS-FILE NEXT RECORD
               AT END
                   SET AGENCIAS-EOF TO TRUE
               NOT AT END
                   MOVE AGE-CODIGO TO WS-AGENCIA-BUSCA
                   PERFORM 800-LOCALIZA-AGENCIA
                   IF WS-IDX-HALLADO > ZERO
                       MOVE AGE-NOMBRE TO AGN-NOMBRE (WS-IDX-HALLADO)
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-ACUMULA-COLOCACIONES - recorre COLOCA.DAT: lo colocado en
      * el mes, lo saldado y lo retirado en el mes, y el inventario
      * activo al dia de la corrida.
      *-----------------------------------------------------------------
       200-ACUMULA-COLOCACIONES.
           OPEN INPUT COLOCA-FILE.
           IF COLOCA-NO-EXISTE
               DISPLAY "NO EXISTE COLOCA.DAT; NO HAY COLOCACIONES."
           ELSE
               MOVE ZERO TO COL-CLIENTE
               START COLOCA-FILE KEY NOT < COL-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 210-LEE-COLOCACION UNTIL COLOCA-EOF
               END-START
               CLOSE COLOCA-FILE
           END-IF.

       210-LEE-COLOCACION.
           READ COLOCA-FILE NEXT RECORD
               AT END
                   SET COLOCA-EOF TO TRUE
               NOT AT END
                   MOVE COL-AGENCIA TO WS-AGENCIA-BUSCA
                   PERFORM 800-LOCALIZA-AGENCIA
                   IF WS-IDX-HALLADO > ZERO
                       PERFORM 220-ACUMULA-COLOCACION
                   END-IF
           END-READ.

       220-ACUMULA-COLOCACION.
           MOVE WS-IDX-HALLADO TO WS-IDX.
           IF COL-FECHA (1:6) = WS-PERIODO
               ADD 1         TO AGN-COLOCADAS (WS-IDX)
               ADD COL-SALDO TO AGN-SALDO-COLOCADO (WS-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN COL-ACTIVA
                   ADD 1         TO AGN-ACTIVAS (WS-IDX)
                   ADD COL-SALDO TO AGN-SALDO-ACTIVO (WS-IDX)
                   ADD COL-RECUPERADO TO AGN-RECUP-ACTIVO (WS-IDX)
               WHEN COL-SALDADA
                   AND COL-FECHA-ESTADO (1:6) = WS-PERIODO
                   ADD 1 TO AGN-SALDADAS (WS-IDX)
               WHEN COL-RETIRADA
                   AND COL-FECHA-ESTADO (1:6) = WS-PERIODO
                   ADD 1 TO AGN-RETIRADAS (WS-IDX)
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 300-ACUMULA-RECUPEROS - los recuperos aplicados en el mes de
      * la historia RECUPERA.DAT, por agencia y renglon por renglon.
      *-----------------------------------------------------------------
       300-ACUMULA-RECUPEROS.
           OPEN INPUT RECUPERA-FILE.
           IF RECUPERA-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 310-LEE-RECUPERO UNTIL RECUPERA-EOF
               CLOSE RECUPERA-FILE
           END-IF.

       310-LEE-RECUPERO.
           READ RECUPERA-FILE
               AT END
                   SET RECUPERA-EOF TO TRUE
               NOT AT END
                   IF RCU-FECHA-APLICADA (1:6) = WS-PERIODO
                       MOVE RCU-AGENCIA TO WS-AGENCIA-BUSCA
                       PERFORM 800-LOCALIZA-AGENCIA
                       IF WS-IDX-HALLADO > ZERO
                           PERFORM 320-ACUMULA-RECUPERO
                       END-IF
                   END-IF
           END-READ.

       320-ACUMULA-RECUPERO.
           MOVE WS-IDX-HALLADO TO WS-IDX.
           ADD 1            TO AGN-RECUPEROS (WS-IDX).
           ADD RCU-BRUTO    TO AGN-BRUTO (WS-IDX).
           ADD RCU-COMISION TO AGN-COMISION (WS-IDX).
           ADD RCU-NETO     TO AGN-NETO (WS-IDX).
           IF WS-CANTIDAD-RECUPEROS < 2000
               ADD 1 TO WS-CANTIDAD-RECUPEROS
               MOVE WS-CANTIDAD-RECUPEROS TO WS-IDX-RCU
               MOVE RCU-AGENCIA  TO RTB-AGENCIA (WS-IDX-RCU)
               MOVE RCU-CLIENTE  TO RTB-CLIENTE (WS-IDX-RCU)
               MOVE RCU-FACTURA  TO RTB-FACTURA (WS-IDX-RCU)
               MOVE RCU-FECHA    TO RTB-FECHA (WS-IDX-RCU)
               MOVE RCU-BRUTO    TO RTB-BRUTO (WS-IDX-RCU)
               MOVE RCU-COMISION TO RTB-COMISION (WS-IDX-RCU)
               MOVE RCU-NETO     TO RTB-NETO (WS-IDX-RCU)
           ELSE
               ADD 1 TO WS-RECUPEROS-FUERA
           END-IF.

      *-----------------------------------------------------------------
      * 600-IMPRIME-REPORTE - un bloque por agencia en AGENCIAS.RPT y
      * al final los totales de todas.
      *-----------------------------------------------------------------
       600-IMPRIME-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           PERFORM 610-BLOQUE-AGENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-AGENCIAS.
           PERFORM 690-RESUMEN-CONTROL.
           CLOSE REPORTE-FILE.

       610-BLOQUE-AGENCIA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "AGENCIAS DE COBRANZA - MES " DELIMITED BY SIZE
                  WS-PERIODO                    DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "AGENCIA: "          DELIMITED BY SIZE
                  AGN-CODIGO (WS-IDX)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  AGN-NOMBRE (WS-IDX)  DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.

           MOVE SPACES                      TO WS-LINEA.
           MOVE "COLOCADAS EN EL MES"       TO LCT-CONCEPTO.
           MOVE AGN-SALDO-COLOCADO (WS-IDX) TO LCT-IMPORTE.
           MOVE AGN-COLOCADAS (WS-IDX)      TO LCT-CANTIDAD.
           PERFORM 680-ESCRIBE-LINEA.

           IF AGN-RECUPEROS (WS-IDX) > ZERO
               MOVE SPACES TO WS-LINEA
               PERFORM 680-ESCRIBE-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "RECUPEROS APLICADOS EN EL MES"
                          DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 680-ESCRIBE-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "  CLIENTE FACTURA FECHA         BRUTO"
                          DELIMITED BY SIZE
                      "     COMISION        NETO"
                          DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 680-ESCRIBE-LINEA
               PERFORM 620-RENGLON-RECUPERO
                   VARYING WS-IDX-RCU FROM 1 BY 1
                   UNTIL WS-IDX-RCU > WS-CANTIDAD-RECUPEROS
               MOVE SPACES TO WS-LINEA
               PERFORM 680-ESCRIBE-LINEA
           END-IF.

           MOVE SPACES                  TO WS-LINEA.
           MOVE "RECUPERADO BRUTO"      TO LCT-CONCEPTO.
           MOVE AGN-BRUTO (WS-IDX)      TO LCT-IMPORTE.
           MOVE AGN-RECUPEROS (WS-IDX)  TO LCT-CANTIDAD.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                  TO WS-LINEA.
           MOVE "COMISION DE LA AGENCIA" TO LCT-CONCEPTO.
           MOVE AGN-COMISION (WS-IDX)   TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                  TO WS-LINEA.
           MOVE "NETO RECIBIDO"         TO LCT-CONCEPTO.
           MOVE AGN-NETO (WS-IDX)       TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.

           MOVE SPACES TO WS-LINEA.
           MOVE AGN-SALDADAS (WS-IDX) TO WS-ED-CANTIDAD.
           STRING "  CUENTAS SALDADAS EN EL MES:  " DELIMITED BY SIZE
                  WS-ED-CANTIDAD                    DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE AGN-RETIRADAS (WS-IDX) TO WS-ED-CANTIDAD.
           STRING "  CUENTAS RETIRADAS EN EL MES: " DELIMITED BY SIZE
                  WS-ED-CANTIDAD                    DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.

           MOVE SPACES                    TO WS-LINEA.
           MOVE "INVENTARIO ACTIVO"       TO LCT-CONCEPTO.
           MOVE AGN-SALDO-ACTIVO (WS-IDX) TO LCT-IMPORTE.
           MOVE AGN-ACTIVAS (WS-IDX)      TO LCT-CANTIDAD.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                    TO WS-LINEA.
           MOVE "  RECUPERADO DE ELLAS"   TO LCT-CONCEPTO.
           MOVE AGN-RECUP-ACTIVO (WS-IDX) TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.

           ADD AGN-COLOCADAS (WS-IDX)      TO WS-TOT-COLOCADAS.
           ADD AGN-SALDO-COLOCADO (WS-IDX) TO WS-TOT-SALDO-COLOCADO.
           ADD AGN-RECUPEROS (WS-IDX)      TO WS-TOT-RECUPEROS.
           ADD AGN-BRUTO (WS-IDX)          TO WS-TOT-BRUTO.
           ADD AGN-COMISION (WS-IDX)       TO WS-TOT-COMISION.
           ADD AGN-NETO (WS-IDX)           TO WS-TOT-NETO.
           ADD AGN-SALDADAS (WS-IDX)       TO WS-TOT-SALDADAS.
           ADD AGN-RETIRADAS (WS-IDX)      TO WS-TOT-RETIRADAS.
           ADD AGN-ACTIVAS (WS-IDX)        TO WS-TOT-ACTIVAS.
           ADD AGN-SALDO-ACTIVO (WS-IDX)   TO WS-TOT-SALDO-ACTIVO.

       620-RENGLON-RECUPERO.
           IF RTB-AGENCIA (WS-IDX-RCU) = AGN-CODIGO (WS-IDX)
               MOVE SPACES TO WS-LINEA
               MOVE RTB-CLIENTE (WS-IDX-RCU)  TO LRC-CLIENTE
               MOVE RTB-FACTURA (WS-IDX-RCU)  TO LRC-FACTURA
               MOVE RTB-FECHA (WS-IDX-RCU)    TO LRC-FECHA
               MOVE RTB-BRUTO (WS-IDX-RCU)    TO LRC-BRUTO
               MOVE RTB-COMISION (WS-IDX-RCU) TO LRC-COMISION
               MOVE RTB-NETO (WS-IDX-RCU)     TO LRC-NETO
               PERFORM 680-ESCRIBE-LINEA
           END-IF.

       680-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-AGENCIA-RECORD.
           WRITE REPORTE-AGENCIA-RECORD.

      *-----------------------------------------------------------------
      * 690-RESUMEN-CONTROL - los totales de todas las agencias, y lo
      * que no cupo en las tablas de la corrida.
      *-----------------------------------------------------------------
       690-RESUMEN-CONTROL.
           MOVE ALL "=" TO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "TOTAL DE AGENCIAS DE COBRANZA DEL MES "
                      DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                 TO WS-LINEA.
           MOVE "COLOCADAS EN EL MES"  TO LCT-CONCEPTO.
           MOVE WS-TOT-SALDO-COLOCADO  TO LCT-IMPORTE.
           MOVE WS-TOT-COLOCADAS       TO LCT-CANTIDAD.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                 TO WS-LINEA.
           MOVE "RECUPERADO BRUTO"     TO LCT-CONCEPTO.
           MOVE WS-TOT-BRUTO           TO LCT-IMPORTE.
           MOVE WS-TOT-RECUPEROS       TO LCT-CANTIDAD.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                 TO WS-LINEA.
           MOVE "COMISION DE AGENCIAS" TO LCT-CONCEPTO.
           MOVE WS-TOT-COMISION        TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                 TO WS-LINEA.
           MOVE "NETO RECIBIDO"        TO LCT-CONCEPTO.
           MOVE WS-TOT-NETO            TO LCT-IMPORTE.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES                 TO WS-LINEA.
           MOVE "INVENTARIO ACTIVO"    TO LCT-CONCEPTO.
           MOVE WS-TOT-SALDO-ACTIVO    TO LCT-IMPORTE.
           MOVE WS-TOT-ACTIVAS         TO LCT-CANTIDAD.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "SALDADAS EN EL MES: " DELIMITED BY SIZE
                  WS-TOT-SALDADAS        DELIMITED BY SIZE
                  "  RETIRADAS EN EL MES: " DELIMITED BY SIZE
                  WS-TOT-RETIRADAS       DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           IF WS-AGENCIAS-FUERA > ZERO
               OR WS-RECUPEROS-FUERA > ZERO
               MOVE SPACES TO WS-LINEA
               STRING "NO CUPIERON EN TABLA: AGENCIAS "
                          DELIMITED BY SIZE
                      WS-AGENCIAS-FUERA      DELIMITED BY SIZE
                      " RECUPEROS (SIN DETALLE) " DELIMITED BY SIZE
                      WS-RECUPEROS-FUERA     DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 680-ESCRIBE-LINEA
           END-IF.

      *-----------------------------------------------------------------
      * 800-LOCALIZA-AGENCIA - deja en WS-IDX-HALLADO la entrada de
      * WS-AGENCIA-BUSCA, abriendola si todavia no esta (cero si la
      * tabla ya esta llena).
      *-----------------------------------------------------------------
       800-LOCALIZA-AGENCIA.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 810-COMPARA-AGENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-AGENCIAS
                   OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CANTIDAD-AGENCIAS < 50
                   ADD 1 TO WS-CANTIDAD-AGENCIAS
                   MOVE WS-CANTIDAD-AGENCIAS TO WS-IDX-HALLADO
                   INITIALIZE WS-AGENCIA-ENT (WS-IDX-HALLADO)
                   MOVE WS-AGENCIA-BUSCA
                       TO AGN-CODIGO (WS-IDX-HALLADO)
                   MOVE "** NO ESTA EN EL MAESTRO **"
                       TO AGN-NOMBRE (WS-IDX-HALLADO)
               ELSE
                   ADD 1 TO WS-AGENCIAS-FUERA
               END-IF
           END-IF.

       810-COMPARA-AGENCIA.
           IF AGN-CODIGO (WS-IDX) = WS-AGENCIA-BUSCA
               MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM F1-PROGRAMA.
