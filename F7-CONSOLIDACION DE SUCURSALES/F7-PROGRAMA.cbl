      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consolidacion de las transacciones de sucursales:
      *          cada sucursal de la lista SUCURSAL.DAT envia el dia en
      *          su propio archivo (TRXSUC.sss.nn.DAT, con encabezado
      *          de sucursal, fecha de negocio y secuencia, y trailer
      *          de cantidad y hash). Cada archivo se verifica contra
      *          su trailer y contra el control de envios SUCCTL.DAT:
      *          solo se toma el que trae la secuencia siguiente a la
      *          ultima tomada; uno repetido, adelantado, que no cuadra
      *          o fechado despues de la fecha de negocio se rechaza y
      *          se deja donde esta. Lo tomado se anexa a
      *          TRANSACCIONES.DAT con TRX-SUCURSAL estampada y su
      *          propio trailer, y el archivo se borra. SUCCONS.RPT
      *          lleva cada archivo con sus cifras de control y las
      *          sucursales que no entregaron; esa lista queda en
      *          SUCFALTA.DAT y, mientras un supervisor no la acepte
      *          (F8-PROGRAMA), el paso termina con RETURN-CODE 8 y
      *          retiene el resumen y el posteo de transacciones.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Consolidated branch transactions are stamped
      *                 with origin S (TRX-ORIGEN).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. F7-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT SUCURSAL-FILE
               ASSIGN TO "SUCURSAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUCURSAL-STATUS.

           SELECT SUCURSAL-CONTROL-FILE
               ASSIGN TO "SUCCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-SUCURSAL
               FILE STATUS IS WS-SUCCTL-STATUS.

      *-EL ARCHIVO DE CADA ENTREGA SE ABRE POR NOMBRE
      *-(TRXSUC.sss.nn.DAT): SELECT DINAMICO.
           SELECT TRX-SUCURSAL-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-ENTREGA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRXSUC-STATUS.

           SELECT TRANSACCIONES-FILE
               ASSIGN TO "TRANSACCIONES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSACCIONES-STATUS.

           SELECT SUCURSAL-FALTANTE-FILE
               ASSIGN TO "SUCFALTA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUCFALTA-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "SUCCONS.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  SUCURSAL-FILE
           LABEL RECORD IS STANDARD.
           COPY SUCURSAL.

       FD  SUCURSAL-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY SUCCTL.

       FD  TRX-SUCURSAL-FILE
           LABEL RECORD IS STANDARD.
           COPY TRXSUC.

       FD  TRANSACCIONES-FILE
           LABEL RECORD IS STANDARD.
           COPY TRANSAC.

       FD  SUCURSAL-FALTANTE-FILE
           LABEL RECORD IS STANDARD.
           COPY SUCFALTA.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-SUCURSALES-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-SUCURSAL-STATUS PIC XX.
           88  SUCURSAL-OK        VALUE "00".
           88  SUCURSAL-EOF       VALUE "10".
           88  SUCURSAL-NO-EXISTE VALUE "35".

       01  WS-SUCCTL-STATUS PIC XX.
           88  SUCCTL-OK        VALUE "00".
           88  SUCCTL-NO-EXISTE VALUE "35".

       01  WS-TRXSUC-STATUS PIC XX.
           88  TRXSUC-OK        VALUE "00".
           88  TRXSUC-EOF       VALUE "10".
           88  TRXSUC-NO-EXISTE VALUE "35".

       01  WS-TRANSACCIONES-STATUS PIC XX.
           88  TRANSACCIONES-OK        VALUE "00".
           88  TRANSACCIONES-NO-EXISTE VALUE "35".

       01  WS-SUCFALTA-STATUS PIC XX.
           88  SUCFALTA-OK        VALUE "00".
           88  SUCFALTA-NO-EXISTE VALUE "35".

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-NOMBRE DE LA ENTREGA EN TURNO: TRXSUC.sss.nn.DAT.
       01  WS-NOMBRE-ENTREGA PIC X(20) VALUE SPACES.
       01  WS-ENTREGA        PIC 99 VALUE ZERO.
       01  WS-ENTREGA-HALLADA PIC 99 VALUE ZERO.
       01  WS-MAX-ENTREGAS   PIC 99 VALUE 9.

      *-SUCURSALES ESPERADAS, CARGADAS DE SUCURSAL.DAT, CON LO QUE LA
      *-NOCHE RESOLVIO DE CADA UNA.
       01  WS-CANTIDAD-SUCURSALES PIC 9(3) VALUE ZERO.
       01  WS-TABLA-SUCURSALES.
           05  WS-SUCURSAL-ENT OCCURS 100 TIMES.
               10  SBT-CODIGO      PIC X(3).
               10  SBT-NOMBRE      PIC X(20).
               10  SBT-ENTREGO     PIC X.
               10  SBT-MOTIVO      PIC X(16).
       01  WS-IDX                PIC 9(3) VALUE ZERO.
       01  WS-SUCURSALES-FUERA   PIC 9(5) VALUE ZERO.

      *-CONTROL DE ENVIOS DE LA SUCURSAL EN TURNO: LA ULTIMA
      *-SECUENCIA TOMADA (CERO SI NUNCA HA ENTREGADO).
       01  WS-HAY-CONTROL-SW PIC X VALUE "N".
           88  HAY-CONTROL-SUCURSAL VALUE "S".
       01  WS-ULT-SECUENCIA  PIC 9(5) VALUE ZERO.
       01  WS-SIG-SECUENCIA  PIC 9(6) VALUE ZERO.
       01  WS-SIGUE-BUSCANDO-SW PIC X VALUE "N".
           88  SIGUE-BUSCANDO VALUE "S".

      *-CIFRAS DEL SOBRE DE LA ENTREGA EN TURNO: LO CONTADO CONTRA
      *-LO QUE DECLARA EL TRAILER.
       01  WS-SOB-SECUENCIA  PIC 9(5) VALUE ZERO.
       01  WS-SOB-FECHA      PIC 9(8) VALUE ZERO.
       01  WS-SOB-CANTIDAD   PIC 9(7) VALUE ZERO.
       01  WS-SOB-HASH       PIC 9(9) VALUE ZERO.
       01  WS-SOB-IMPORTE    PIC 9(9)V99 VALUE ZERO.
       01  WS-CTL-CANTIDAD   PIC 9(7) VALUE ZERO.
       01  WS-CTL-HASH       PIC 9(9) VALUE ZERO.
       01  WS-HAY-TRAILER-SW PIC X VALUE "N".
           88  HAY-TRAILER-SUCURSAL VALUE "S".
       01  WS-RENGLONES-MALOS PIC 9(7) VALUE ZERO.
       01  WS-MOTIVO         PIC X(16) VALUE SPACES.
      *-EL MOTIVO DE LA ENTREGA CON LA SECUENCIA ESPERADA ES EL QUE
      *-EXPLICA LA FALTA DE LA SUCURSAL EN LA LISTA.
       01  WS-MOTIVO-ESPERADA-SW PIC X VALUE "N".
           88  MOTIVO-DE-LA-ESPERADA VALUE "S".
       01  WS-SOBRE-SW       PIC X VALUE "N".
           88  SOBRE-CUADRA  VALUE "S".

      *-CIFRAS DE LA SUCURSAL EN TURNO Y DE LA NOCHE.
       01  WS-SUC-ARCHIVOS   PIC 9(3) VALUE ZERO.
       01  WS-SUC-CANTIDAD   PIC 9(7) VALUE ZERO.
       01  WS-SUC-IMPORTE    PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-ARCHIVOS   PIC 9(5) VALUE ZERO.
       01  WS-TOT-RECHAZADOS PIC 9(5) VALUE ZERO.
       01  WS-TOT-CANTIDAD   PIC 9(7) VALUE ZERO.
       01  WS-TOT-IMPORTE    PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-ENTREGARON PIC 9(3) VALUE ZERO.
       01  WS-TOT-FALTANTES  PIC 9(3) VALUE ZERO.

      *-ACEPTACION DE LA LISTA DE FALTANTES DE ESTA FECHA DE NEGOCIO
      *-(F8-PROGRAMA), SI YA LA HUBO EN UN INTENTO ANTERIOR.
       01  WS-LISTA-ACEPTADA-SW PIC X VALUE "N".
           88  LISTA-ACEPTADA VALUE "S".
       01  WS-ACEPTO-SUPERVISOR PIC X(8)  VALUE SPACES.
       01  WS-ACEPTO-TIMESTAMP  PIC X(14) VALUE SPACES.

       01  WS-ED-CANTIDAD PIC Z,ZZZ,ZZ9.
       01  WS-ED-IMPORTE  PIC ZZZ,ZZZ,ZZ9.99.

      *-RENGLONES DEL REPORTE.
       01  WS-LINEA           PIC X(80) VALUE SPACES.
       01  WS-LINEA-ENTREGA REDEFINES WS-LINEA.
           05  LSU-SUCURSAL    PIC X(3).
           05  FILLER          PIC X(1).
           05  LSU-ARCHIVO     PIC X(18).
           05  FILLER          PIC X(1).
           05  LSU-SECUENCIA   PIC ZZZZ9.
           05  LSU-SECUENCIA-X REDEFINES LSU-SECUENCIA PIC X(5).
           05  FILLER          PIC X(1).
           05  LSU-FECHA       PIC X(8).
           05  FILLER          PIC X(1).
           05  LSU-CANTIDAD    PIC ZZZZZZ9.
           05  LSU-CANTIDAD-X REDEFINES LSU-CANTIDAD PIC X(7).
           05  FILLER          PIC X(1).
           05  LSU-IMPORTE     PIC ZZZ,ZZZ,ZZ9.99.
           05  LSU-IMPORTE-X REDEFINES LSU-IMPORTE PIC X(14).
           05  FILLER          PIC X(1).
           05  LSU-ESTADO      PIC X(18).
       01  WS-LINEA-FALTANTE REDEFINES WS-LINEA.
           05  FILLER          PIC X(2).
           05  LFA-SUCURSAL    PIC X(3).
           05  FILLER          PIC X(2).
           05  LFA-NOMBRE      PIC X(20).
           05  FILLER          PIC X(2).
           05  LFA-MOTIVO      PIC X(16).
           05  FILLER          PIC X(35).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 050-CARGA-SUCURSALES.
           MOVE WS-SUCURSALES-FUERA TO WS-TOT-FALTANTES.
           IF WS-CANTIDAD-SUCURSALES = ZERO
               DISPLAY "NO HAY SUCURSALES EN SUCURSAL.DAT; NADA QUE "
                   "CONSOLIDAR."
               STOP RUN
           END-IF.
           PERFORM 060-LEE-ACEPTACION.

           OPEN I-O SUCURSAL-CONTROL-FILE.
           IF SUCCTL-NO-EXISTE
               OPEN OUTPUT SUCURSAL-CONTROL-FILE
               CLOSE SUCURSAL-CONTROL-FILE
               OPEN I-O SUCURSAL-CONTROL-FILE
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           PERFORM 700-ENCABEZADO.

           PERFORM 100-PROCESA-SUCURSAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-SUCURSALES.
           CLOSE SUCURSAL-CONTROL-FILE.

           PERFORM 750-FALTANTES.
           PERFORM 790-RESUMEN-CONTROL.
           CLOSE REPORTE-FILE.

           IF NOT LISTA-ACEPTADA
               PERFORM 600-GRABA-FALTANTES
           END-IF.

           DISPLAY "ARCHIVOS DE SUCURSAL TOMADOS:   " WS-TOT-ARCHIVOS.
           DISPLAY "ARCHIVOS RECHAZADOS:            "
               WS-TOT-RECHAZADOS.
           DISPLAY "TRANSACCIONES CONSOLIDADAS:     " WS-TOT-CANTIDAD.
           DISPLAY "SUCURSALES SIN ENTREGA:         " WS-TOT-FALTANTES.
           IF WS-TOT-FALTANTES > ZERO
               IF LISTA-ACEPTADA
                   DISPLAY "LA LISTA DE FALTANTES YA LA ACEPTO "
                       WS-ACEPTO-SUPERVISOR "; SIGUE LA CORRIDA."
               ELSE
                   DISPLAY "LISTA DE FALTANTES PENDIENTE DE "
                       "ACEPTACION DE UN SUPERVISOR; EL RESUMEN Y "
                       "EL POSTEO DE TRANSACCIONES QUEDAN RETENIDOS."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-SUCURSALES - la lista de sucursales que deben
      * entregar; las que no caben en la tabla se cuentan y la lista
      * queda pendiente de aceptacion como si faltaran.
      *-----------------------------------------------------------------
       050-CARGA-SUCURSALES.
           OPEN INPUT SUCURSAL-FILE.
           IF SUCURSAL-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 055-LEE-SUCURSAL UNTIL SUCURSAL-EOF
               CLOSE SUCURSAL-FILE
           END-IF.

       055-LEE-SUCURSAL.
           READ SUCURSAL-FILE
               AT END
                   SET SUCURSAL-EOF TO TRUE
               NOT AT END
                   IF SUC-CODIGO NOT = SPACES
                       IF WS-CANTIDAD-SUCURSALES < 100
                           ADD 1 TO WS-CANTIDAD-SUCURSALES
                           MOVE SUC-CODIGO
                               TO SBT-CODIGO (WS-CANTIDAD-SUCURSALES)
                           MOVE SUC-NOMBRE
                               TO SBT-NOMBRE (WS-CANTIDAD-SUCURSALES)
                           MOVE "N"
                               TO SBT-ENTREGO (WS-CANTIDAD-SUCURSALES)
                           MOVE SPACES
                               TO SBT-MOTIVO (WS-CANTIDAD-SUCURSALES)
                       ELSE
                           ADD 1 TO WS-SUCURSALES-FUERA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 060-LEE-ACEPTACION - si en un intento anterior de esta misma
      * fecha de negocio un supervisor ya acepto la lista de
      * faltantes, la retencion esta liberada y la lista no se
      * reescribe.
      *-----------------------------------------------------------------
       060-LEE-ACEPTACION.
           OPEN INPUT SUCURSAL-FALTANTE-FILE.
           IF SUCFALTA-NO-EXISTE
               NEXT SENTENCE
           ELSE
               READ SUCURSAL-FALTANTE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SFL-HEADER
                           AND SFH-FECHA = WS-FECHA-NEGOCIO
                           AND SFH-ACEPTADA
                           AND SFH-SUPERVISOR NOT = SPACES
                           SET LISTA-ACEPTADA TO TRUE
                           MOVE SFH-SUPERVISOR TO WS-ACEPTO-SUPERVISOR
                           MOVE SFH-TIMESTAMP  TO WS-ACEPTO-TIMESTAMP
                       END-IF
               END-READ
               CLOSE SUCURSAL-FALTANTE-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 100-PROCESA-SUCURSAL - toma, una tras otra, las entregas de la
      * sucursal que siguen su secuencia; lo que sobra se reporta
      * como rechazado. La sucursal entrego si su ultimo archivo
      * tomado es de la fecha de negocio (tambien si se tomo en un
      * intento anterior de la corrida).
      *-----------------------------------------------------------------
       100-PROCESA-SUCURSAL.
           MOVE ZERO TO WS-SUC-ARCHIVOS WS-SUC-CANTIDAD WS-SUC-IMPORTE.
           MOVE SBT-CODIGO (WS-IDX) TO SCT-SUCURSAL.
           READ SUCURSAL-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-HAY-CONTROL-SW
                   MOVE ZERO TO WS-ULT-SECUENCIA
               NOT INVALID KEY
                   SET HAY-CONTROL-SUCURSAL TO TRUE
                   MOVE SCT-ULT-SECUENCIA TO WS-ULT-SECUENCIA
                   IF SCT-ULT-FECHA = WS-FECHA-NEGOCIO
                       MOVE "S" TO SBT-ENTREGO (WS-IDX)
                   END-IF
           END-READ.

           SET SIGUE-BUSCANDO TO TRUE.
           PERFORM 200-BUSCA-SIGUIENTE UNTIL NOT SIGUE-BUSCANDO.
           PERFORM 300-REVISA-SOBRANTE
               VARYING WS-ENTREGA FROM 1 BY 1
               UNTIL WS-ENTREGA > WS-MAX-ENTREGAS.

           IF WS-SUC-ARCHIVOS > 1
               MOVE SPACES TO WS-LINEA
               MOVE SBT-CODIGO (WS-IDX) TO LSU-SUCURSAL
               MOVE "TOTAL SUCURSAL"    TO LSU-ARCHIVO
               MOVE WS-SUC-CANTIDAD     TO LSU-CANTIDAD
               MOVE WS-SUC-IMPORTE      TO LSU-IMPORTE
               PERFORM 780-ESCRIBE-LINEA
           END-IF.
           IF SBT-ENTREGO (WS-IDX) = "S"
               ADD 1 TO WS-TOT-ENTREGARON
           ELSE
               ADD 1 TO WS-TOT-FALTANTES
               IF SBT-MOTIVO (WS-IDX) = SPACES
                   MOVE "NO ENVIO" TO SBT-MOTIVO (WS-IDX)
               END-IF
           END-IF.

       150-ARMA-NOMBRE.
           MOVE SPACES TO WS-NOMBRE-ENTREGA.
           STRING "TRXSUC."            DELIMITED BY SIZE
                  SBT-CODIGO (WS-IDX)  DELIMITED BY SIZE
                  "."                  DELIMITED BY SIZE
                  WS-ENTREGA           DELIMITED BY SIZE
                  ".DAT"               DELIMITED BY SIZE
               INTO WS-NOMBRE-ENTREGA.

      *-----------------------------------------------------------------
      * 200-BUSCA-SIGUIENTE - busca entre las entregas de la noche la
      * que trae la secuencia siguiente a la ultima tomada; si cuadra
      * con su trailer y no viene fechada despues de la fecha de
      * negocio se toma, y se busca la siguiente.
      *-----------------------------------------------------------------
       200-BUSCA-SIGUIENTE.
           MOVE "N" TO WS-SIGUE-BUSCANDO-SW.
           MOVE ZERO TO WS-ENTREGA-HALLADA.
           COMPUTE WS-SIG-SECUENCIA = WS-ULT-SECUENCIA + 1.
           PERFORM 210-MIRA-ENCABEZADO
               VARYING WS-ENTREGA FROM 1 BY 1
               UNTIL WS-ENTREGA > WS-MAX-ENTREGAS
                  OR WS-ENTREGA-HALLADA > ZERO.
           IF WS-ENTREGA-HALLADA > ZERO
               MOVE WS-ENTREGA-HALLADA TO WS-ENTREGA
               PERFORM 150-ARMA-NOMBRE
               PERFORM 220-VERIFICA-SOBRE
               IF SOBRE-CUADRA
                   PERFORM 230-CONSOLIDA-ENTREGA
                   SET SIGUE-BUSCANDO TO TRUE
               END-IF
           END-IF.

       210-MIRA-ENCABEZADO.
           PERFORM 150-ARMA-NOMBRE.
           OPEN INPUT TRX-SUCURSAL-FILE.
           IF TRXSUC-NO-EXISTE
               NEXT SENTENCE
           ELSE
               READ TRX-SUCURSAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TSU-ES-ENCABEZADO
                           AND TSH-SUCURSAL = SBT-CODIGO (WS-IDX)
                           AND TSH-SECUENCIA IS NUMERIC
                           AND TSH-SECUENCIA = WS-SIG-SECUENCIA
                           MOVE WS-ENTREGA TO WS-ENTREGA-HALLADA
                       END-IF
               END-READ
               CLOSE TRX-SUCURSAL-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 220-VERIFICA-SOBRE - pasada completa sobre la entrega ya
      * nombrada: cuenta los detalles y su hash y los compara contra
      * el trailer. Deja el motivo del rechazo en WS-MOTIVO.
      *-----------------------------------------------------------------
       220-VERIFICA-SOBRE.
           MOVE "N"    TO WS-SOBRE-SW.
           MOVE "N"    TO WS-HAY-TRAILER-SW.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZERO   TO WS-SOB-SECUENCIA WS-SOB-FECHA
                          WS-SOB-CANTIDAD WS-SOB-HASH WS-SOB-IMPORTE
                          WS-CTL-CANTIDAD WS-CTL-HASH
                          WS-RENGLONES-MALOS.
           OPEN INPUT TRX-SUCURSAL-FILE.
           IF TRXSUC-NO-EXISTE
               MOVE "NO SE PUDO LEER" TO WS-MOTIVO
           ELSE
               READ TRX-SUCURSAL-FILE
                   AT END
                       SET TRXSUC-EOF TO TRUE
                   NOT AT END
                       MOVE TSH-SECUENCIA TO WS-SOB-SECUENCIA
                       IF TSH-FECHA IS NUMERIC
                           MOVE TSH-FECHA TO WS-SOB-FECHA
                       END-IF
               END-READ
               PERFORM 225-CUENTA-RENGLON UNTIL TRXSUC-EOF
               CLOSE TRX-SUCURSAL-FILE
               EVALUATE TRUE
                   WHEN NOT HAY-TRAILER-SUCURSAL
                       MOVE "SIN TRAILER" TO WS-MOTIVO
                   WHEN WS-RENGLONES-MALOS > ZERO
                       MOVE "RENGLON INVALIDO" TO WS-MOTIVO
                   WHEN WS-SOB-CANTIDAD NOT = WS-CTL-CANTIDAD
                       OR WS-SOB-HASH NOT = WS-CTL-HASH
                       MOVE "NO CUADRA" TO WS-MOTIVO
                   WHEN WS-SOB-FECHA = ZERO
                       MOVE "FECHA INVALIDA" TO WS-MOTIVO
                   WHEN WS-SOB-FECHA > WS-FECHA-NEGOCIO
                       MOVE "FECHA ADELANTADA" TO WS-MOTIVO
                   WHEN OTHER
                       SET SOBRE-CUADRA TO TRUE
               END-EVALUATE
           END-IF.

       225-CUENTA-RENGLON.
           READ TRX-SUCURSAL-FILE
               AT END
                   SET TRXSUC-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN HAY-TRAILER-SUCURSAL
                           ADD 1 TO WS-RENGLONES-MALOS
                       WHEN TSU-ES-TRAILER
                           SET HAY-TRAILER-SUCURSAL TO TRUE
                           MOVE TST-CANTIDAD   TO WS-CTL-CANTIDAD
                           MOVE TST-TOTAL-HASH TO WS-CTL-HASH
                       WHEN TSD-IMPORTE IS NOT NUMERIC
                           ADD 1 TO WS-SOB-CANTIDAD
                           ADD 1 TO WS-RENGLONES-MALOS
                       WHEN OTHER
                           ADD 1           TO WS-SOB-CANTIDAD
                           ADD TSD-IMPORTE TO WS-SOB-HASH
                           ADD TSD-IMPORTE TO WS-SOB-IMPORTE
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * 230-CONSOLIDA-ENTREGA - anexa los detalles a TRANSACCIONES.DAT
      * con la sucursal del encabezado y los cierra con su trailer,
      * borra la entrega ya tomada y deja la secuencia en el control
      * de envios.
      *-----------------------------------------------------------------
       230-CONSOLIDA-ENTREGA.
           OPEN INPUT TRX-SUCURSAL-FILE.
           OPEN EXTEND TRANSACCIONES-FILE.
           IF TRANSACCIONES-NO-EXISTE
               OPEN OUTPUT TRANSACCIONES-FILE
           END-IF.
           PERFORM 235-COPIA-RENGLON UNTIL TRXSUC-EOF.
           MOVE SPACES            TO TRANSACCION-RECORD.
           MOVE "**TRAILER*"      TO TRT-MARCA.
           MOVE WS-SOB-CANTIDAD   TO TRT-CANTIDAD-REGISTROS.
           MOVE WS-SOB-HASH       TO TRT-TOTAL-HASH.
           WRITE TRANSACCION-RECORD.
           CLOSE TRANSACCIONES-FILE.
           CLOSE TRX-SUCURSAL-FILE.
           DELETE FILE TRX-SUCURSAL-FILE.

           MOVE SBT-CODIGO (WS-IDX) TO SCT-SUCURSAL.
           MOVE WS-SOB-SECUENCIA    TO SCT-ULT-SECUENCIA.
           MOVE WS-SOB-FECHA        TO SCT-ULT-FECHA.
           MOVE WS-SOB-CANTIDAD     TO SCT-CANTIDAD.
           MOVE WS-SOB-HASH         TO SCT-TOTAL-HASH.
           MOVE WS-FECHA-NEGOCIO    TO SCT-FECHA-CARGA.
           IF HAY-CONTROL-SUCURSAL
               REWRITE SUCURSAL-CONTROL-RECORD
           ELSE
               WRITE SUCURSAL-CONTROL-RECORD
               SET HAY-CONTROL-SUCURSAL TO TRUE
           END-IF.
           MOVE WS-SOB-SECUENCIA TO WS-ULT-SECUENCIA.
           IF WS-SOB-FECHA = WS-FECHA-NEGOCIO
               MOVE "S" TO SBT-ENTREGO (WS-IDX)
           END-IF.

           ADD 1               TO WS-SUC-ARCHIVOS WS-TOT-ARCHIVOS.
           ADD WS-SOB-CANTIDAD TO WS-SUC-CANTIDAD WS-TOT-CANTIDAD.
           ADD WS-SOB-IMPORTE  TO WS-SUC-IMPORTE WS-TOT-IMPORTE.

           PERFORM 720-ARMA-RENGLON-ENTREGA.
           MOVE WS-SOB-CANTIDAD TO LSU-CANTIDAD.
           MOVE WS-SOB-IMPORTE  TO LSU-IMPORTE.
           IF WS-SOB-FECHA = WS-FECHA-NEGOCIO
               MOVE "TOMADO"           TO LSU-ESTADO
           ELSE
               MOVE "TOMADO, ATRASADO" TO LSU-ESTADO
           END-IF.
           PERFORM 780-ESCRIBE-LINEA.

       235-COPIA-RENGLON.
           READ TRX-SUCURSAL-FILE
               AT END
                   SET TRXSUC-EOF TO TRUE
               NOT AT END
                   IF NOT TSU-ES-ENCABEZADO
                       AND NOT TSU-ES-TRAILER
                       MOVE TRX-SUCURSAL-RECORD TO TRANSACCION-RECORD
                       MOVE SBT-CODIGO (WS-IDX) TO TRX-SUCURSAL
                       SET TRX-ORIGEN-SUCURSAL  TO TRUE
                       WRITE TRANSACCION-RECORD
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 300-REVISA-SOBRANTE - toda entrega que quedo sin tomar se
      * reporta con su motivo y se deja donde esta para que la
      * revisen: encabezado de otra sucursal o ilegible, secuencia
      * ya tomada (repetida), secuencia adelantada (falta una
      * entrega antes), o la secuencia esperada que no cuadra.
      *-----------------------------------------------------------------
       300-REVISA-SOBRANTE.
           PERFORM 150-ARMA-NOMBRE.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZERO   TO WS-SOB-SECUENCIA WS-SOB-FECHA
                          WS-SOB-CANTIDAD WS-SOB-IMPORTE.
           OPEN INPUT TRX-SUCURSAL-FILE.
           IF TRXSUC-NO-EXISTE
               NEXT SENTENCE
           ELSE
               READ TRX-SUCURSAL-FILE
                   AT END
                       MOVE "ARCHIVO VACIO" TO WS-MOTIVO
                   NOT AT END
                       IF TSU-ES-ENCABEZADO
                           AND TSH-SECUENCIA IS NUMERIC
                           MOVE TSH-SECUENCIA TO WS-SOB-SECUENCIA
                       END-IF
                       IF TSU-ES-ENCABEZADO
                           AND TSH-FECHA IS NUMERIC
                           MOVE TSH-FECHA TO WS-SOB-FECHA
                       END-IF
                       EVALUATE TRUE
                           WHEN NOT TSU-ES-ENCABEZADO
                               OR TSH-SECUENCIA IS NOT NUMERIC
                               MOVE "SIN ENCABEZADO" TO WS-MOTIVO
                           WHEN TSH-SUCURSAL NOT = SBT-CODIGO (WS-IDX)
                               MOVE "OTRA SUCURSAL" TO WS-MOTIVO
                           WHEN TSH-SECUENCIA NOT > WS-ULT-SECUENCIA
                               MOVE "REPETIDO" TO WS-MOTIVO
                           WHEN TSH-SECUENCIA > WS-ULT-SECUENCIA + 1
                               MOVE "SECUENCIA SALTA" TO WS-MOTIVO
                       END-EVALUATE
               END-READ
               CLOSE TRX-SUCURSAL-FILE
               MOVE "N" TO WS-MOTIVO-ESPERADA-SW
               IF WS-MOTIVO = SPACES
                   SET MOTIVO-DE-LA-ESPERADA TO TRUE
                   PERFORM 220-VERIFICA-SOBRE
               END-IF
               PERFORM 310-REPORTA-RECHAZO
           END-IF.

       310-REPORTA-RECHAZO.
           ADD 1 TO WS-TOT-RECHAZADOS.
           IF MOTIVO-DE-LA-ESPERADA
               OR (SBT-MOTIVO (WS-IDX) = SPACES
                   AND WS-MOTIVO NOT = "REPETIDO")
               MOVE WS-MOTIVO TO SBT-MOTIVO (WS-IDX)
           END-IF.
           PERFORM 720-ARMA-RENGLON-ENTREGA.
           IF WS-SOB-CANTIDAD > ZERO
               MOVE WS-SOB-CANTIDAD TO LSU-CANTIDAD
               MOVE WS-SOB-IMPORTE  TO LSU-IMPORTE
           END-IF.
           MOVE WS-MOTIVO TO LSU-ESTADO.
           PERFORM 780-ESCRIBE-LINEA.
           DISPLAY "ENTREGA RECHAZADA: " WS-NOMBRE-ENTREGA " "
               WS-MOTIVO.

      *-----------------------------------------------------------------
      * 600-GRABA-FALTANTES - la lista de la noche para la aceptacion
      * del supervisor; sin faltantes queda aceptada de origen, sin
      * supervisor, y no hay nada que retener.
      *-----------------------------------------------------------------
       600-GRABA-FALTANTES.
           OPEN OUTPUT SUCURSAL-FALTANTE-FILE.
           MOVE SPACES           TO SUCURSAL-FALTANTE-RECORD.
           SET  SFL-HEADER       TO TRUE.
           MOVE WS-FECHA-NEGOCIO TO SFH-FECHA.
           MOVE WS-TOT-FALTANTES TO SFH-CANTIDAD.
           IF WS-TOT-FALTANTES > ZERO
               SET SFH-PENDIENTE TO TRUE
           ELSE
               SET SFH-ACEPTADA  TO TRUE
           END-IF.
           WRITE SUCURSAL-FALTANTE-RECORD.
           PERFORM 610-GRABA-FALTANTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-SUCURSALES.
           CLOSE SUCURSAL-FALTANTE-FILE.

       610-GRABA-FALTANTE.
           IF SBT-ENTREGO (WS-IDX) NOT = "S"
               MOVE SPACES              TO SUCURSAL-FALTANTE-RECORD
               SET  SFL-DETALLE         TO TRUE
               MOVE SBT-CODIGO (WS-IDX) TO SFD-SUCURSAL
               MOVE SBT-NOMBRE (WS-IDX) TO SFD-NOMBRE
               MOVE SBT-MOTIVO (WS-IDX) TO SFD-MOTIVO
               WRITE SUCURSAL-FALTANTE-RECORD
           END-IF.

       700-ENCABEZADO.
           MOVE ALL "=" TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "CONSOLIDACION DE TRANSACCIONES DE SUCURSALES - "
                      DELIMITED BY SIZE
                  "FECHA DE NEGOCIO " DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "SUC ARCHIVO              SEC FECHA   "
                      DELIMITED BY SIZE
                  "CANTIDAD        IMPORTE ESTADO"
                      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.

       720-ARMA-RENGLON-ENTREGA.
           MOVE SPACES              TO WS-LINEA.
           MOVE SBT-CODIGO (WS-IDX) TO LSU-SUCURSAL.
           MOVE WS-NOMBRE-ENTREGA   TO LSU-ARCHIVO.
           IF WS-SOB-SECUENCIA > ZERO
               MOVE WS-SOB-SECUENCIA TO LSU-SECUENCIA
           END-IF.
           IF WS-SOB-FECHA > ZERO
               MOVE WS-SOB-FECHA     TO LSU-FECHA
           END-IF.

      *-----------------------------------------------------------------
      * 750-FALTANTES - las sucursales esperadas que no entregaron el
      * dia, con el motivo, y en que quedo la aceptacion de la lista.
      *-----------------------------------------------------------------
       750-FALTANTES.
           MOVE SPACES TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           IF WS-TOT-FALTANTES = ZERO
               MOVE "TODAS LAS SUCURSALES ESPERADAS ENTREGARON."
                   TO WS-LINEA
               PERFORM 780-ESCRIBE-LINEA
           ELSE
               MOVE "SUCURSALES QUE NO ENTREGARON EL DIA:" TO WS-LINEA
               PERFORM 780-ESCRIBE-LINEA
               PERFORM 755-RENGLON-FALTANTE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-SUCURSALES
               MOVE SPACES TO WS-LINEA
               IF LISTA-ACEPTADA
                   STRING "LISTA ACEPTADA POR " DELIMITED BY SIZE
                          WS-ACEPTO-SUPERVISOR DELIMITED BY SIZE
                          " EL " DELIMITED BY SIZE
                          WS-ACEPTO-TIMESTAMP DELIMITED BY SIZE
                       INTO WS-LINEA
                   PERFORM 780-ESCRIBE-LINEA
               ELSE
                   MOVE "LISTA PENDIENTE DE ACEPTACION DE SUPERVISOR;"
                       TO WS-LINEA
                   PERFORM 780-ESCRIBE-LINEA
                   MOVE SPACES TO WS-LINEA
                   STRING "EL RESUMEN Y EL POSTEO DE TRANSACCIONES "
                              DELIMITED BY SIZE
                          "QUEDAN RETENIDOS." DELIMITED BY SIZE
                       INTO WS-LINEA
                   PERFORM 780-ESCRIBE-LINEA
               END-IF
           END-IF.

       755-RENGLON-FALTANTE.
           IF SBT-ENTREGO (WS-IDX) NOT = "S"
               MOVE SPACES              TO WS-LINEA
               MOVE SBT-CODIGO (WS-IDX) TO LFA-SUCURSAL
               MOVE SBT-NOMBRE (WS-IDX) TO LFA-NOMBRE
               MOVE SBT-MOTIVO (WS-IDX) TO LFA-MOTIVO
               PERFORM 780-ESCRIBE-LINEA
           END-IF.

       780-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-SUCURSALES-RECORD.
           WRITE REPORTE-SUCURSALES-RECORD.

      *-----------------------------------------------------------------
      * 790-RESUMEN-CONTROL - las cifras de control de la noche.
      *-----------------------------------------------------------------
       790-RESUMEN-CONTROL.
           MOVE SPACES TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-CANTIDAD-SUCURSALES TO WS-ED-CANTIDAD.
           STRING "SUCURSALES ESPERADAS:        " DELIMITED BY SIZE
                  WS-ED-CANTIDAD DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-TOT-ENTREGARON TO WS-ED-CANTIDAD.
           STRING "SUCURSALES QUE ENTREGARON:   " DELIMITED BY SIZE
                  WS-ED-CANTIDAD DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-TOT-FALTANTES TO WS-ED-CANTIDAD.
           STRING "SUCURSALES FALTANTES:        " DELIMITED BY SIZE
                  WS-ED-CANTIDAD DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-TOT-ARCHIVOS TO WS-ED-CANTIDAD.
           STRING "ARCHIVOS TOMADOS:            " DELIMITED BY SIZE
                  WS-ED-CANTIDAD DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-TOT-RECHAZADOS TO WS-ED-CANTIDAD.
           STRING "ARCHIVOS RECHAZADOS:         " DELIMITED BY SIZE
                  WS-ED-CANTIDAD DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-TOT-CANTIDAD TO WS-ED-CANTIDAD.
           STRING "TRANSACCIONES CONSOLIDADAS:  " DELIMITED BY SIZE
                  WS-ED-CANTIDAD DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-TOT-IMPORTE TO WS-ED-IMPORTE.
           STRING "IMPORTE CONSOLIDADO:    " DELIMITED BY SIZE
                  WS-ED-IMPORTE DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           IF WS-SUCURSALES-FUERA > ZERO
               MOVE SPACES TO WS-LINEA
               MOVE WS-SUCURSALES-FUERA TO WS-ED-CANTIDAD
               STRING "SUCURSALES QUE NO CUPIERON EN TABLA: "
                          DELIMITED BY SIZE
                      WS-ED-CANTIDAD DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 780-ESCRIBE-LINEA
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM F7-PROGRAMA.
