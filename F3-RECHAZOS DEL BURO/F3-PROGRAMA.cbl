      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rechazos del buro de credito: carga el archivo de
      *          rechazos que devuelve el buro (BURORECH.DAT) sobre el
      *          historial de reportes (BUROHIST.DAT) y emite la lista
      *          de trabajo BURORECH.RPT con todo cliente cuyo ultimo
      *          detalle enviado fue rechazado y sigue pendiente. El
      *          rechazo se corrige en el maestro y el cierre siguiente
      *          (F2-PROGRAMA) vuelve a mandar el detalle. Un rechazo
      *          de una transmision anterior a la ultima del cliente se
      *          cuenta y no se aplica; uno de un cliente sin historial
      *          se informa y el paso termina con RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. F3-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT BURO-RECHAZO-FILE
               ASSIGN TO "BURORECH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURORECH-STATUS.

           SELECT BURO-HIST-FILE
               ASSIGN TO "BUROHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUH-CLIENTE
               FILE STATUS IS WS-BUROHIST-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "BURORECH.RPT"
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
       FD  BURO-RECHAZO-FILE
           LABEL RECORD IS STANDARD.
           COPY BURORECH.

       FD  BURO-HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY BUROHIST.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-RECHAZO-RECORD PIC X(80).

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-BURORECH-STATUS PIC XX.
           88  BURORECH-OK        VALUE "00".
           88  BURORECH-EOF       VALUE "10".
           88  BURORECH-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE BURO-HIST-FILE: VIENE DE BUHSTS.CPY.
           COPY BUHSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-CONTADOR-LEIDOS     PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-APLICADOS  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ANTERIORES PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-SIN-HIST   PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-PENDIENTES PIC 9(7) VALUE ZERO.

      *-RENGLONES DE LA LISTA DE TRABAJO: DOS POR CLIENTE, LO QUE SE
      *-MANDO Y LO QUE CONTESTO EL BURO.
       01  WS-LINEA           PIC X(80) VALUE SPACES.
       01  WS-LINEA-ENVIO REDEFINES WS-LINEA.
           05  FILLER         PIC XX.
           05  LRE-CLIENTE    PIC 9(7).
           05  FILLER         PIC X.
           05  LRE-APELLIDOS  PIC X(20).
           05  FILLER         PIC X.
           05  LRE-NOMBRE     PIC X(15).
           05  FILLER         PIC X.
           05  LRE-ACCION     PIC X.
           05  FILLER         PIC X.
           05  LRE-SALDO      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X.
           05  LRE-PERIODO    PIC 9(6).
           05  FILLER         PIC X(10).
       01  WS-LINEA-MOTIVO REDEFINES WS-LINEA.
           05  FILLER         PIC X(11).
           05  LRM-CODIGO     PIC X(4).
           05  FILLER         PIC X.
           05  LRM-MOTIVO     PIC X(40).
           05  FILLER         PIC X.
           05  LRM-FECHA      PIC 9(8).
           05  FILLER         PIC X.
           05  LRM-SECUENCIA  PIC 9(7).
           05  FILLER         PIC X(7).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O BURO-HIST-FILE.
           IF BUROHIST-NO-EXISTE
               DISPLAY "NO EXISTE BUROHIST.DAT; TODAVIA NO SE HIZO "
                   "NINGUN REPORTE AL BURO."
               STOP RUN
           END-IF.

           OPEN INPUT BURO-RECHAZO-FILE.
           IF BURORECH-NO-EXISTE
               DISPLAY "NO LLEGARON RECHAZOS DEL BURO (BURORECH.DAT)."
           ELSE
               PERFORM 100-LEE-RECHAZO UNTIL BURORECH-EOF
               CLOSE BURO-RECHAZO-FILE
           END-IF.

           OPEN INPUT CLIENTES-FILE.
           PERFORM 600-IMPRIME-LISTA.
           IF NOT CLIENTES-NO-EXISTE
               CLOSE CLIENTES-FILE
           END-IF.
           CLOSE BURO-HIST-FILE.

           PERFORM 900-TOTALES.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-LEE-RECHAZO - cada rechazo se marca en el historial del
      * cliente si corresponde a lo ultimo que se le mando; uno de una
      * transmision anterior ya fue superado por un envio posterior.
      *-----------------------------------------------------------------
       100-LEE-RECHAZO.
           READ BURO-RECHAZO-FILE
               AT END
                   SET BURORECH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTADOR-LEIDOS
                   PERFORM 110-APLICA-RECHAZO
           END-READ.

       110-APLICA-RECHAZO.
           MOVE BRR-CLIENTE TO BUH-CLIENTE.
           READ BURO-HIST-FILE
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-SIN-HIST
                   DISPLAY "RECHAZO DEL CLIENTE " BRR-CLIENTE
                       " (SECUENCIA " BRR-SECUENCIA
                       ") SIN HISTORIAL DE REPORTE."
               NOT INVALID KEY
                   IF BRR-SECUENCIA = BUH-SECUENCIA
                       MOVE BRR-CODIGO       TO BUH-RECHAZO
                       MOVE WS-FECHA-NEGOCIO TO BUH-FECHA-RECHAZO
                       MOVE BRR-DESCRIPCION  TO BUH-MOTIVO-RECHAZO
                       REWRITE BURO-HIST-RECORD
                       ADD 1 TO WS-CONTADOR-APLICADOS
                   ELSE
                       ADD 1 TO WS-CONTADOR-ANTERIORES
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 600-IMPRIME-LISTA - todo cliente con rechazo pendiente en el
      * historial, sea de hoy o de un dia anterior.
      *-----------------------------------------------------------------
       600-IMPRIME-LISTA.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO WS-LINEA.
           STRING "RECHAZOS PENDIENTES DEL BURO DE CREDITO AL "
                      DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "  CLIENTE APELLIDOS            NOMBRE          A"
                      DELIMITED BY SIZE
                  "          SALDO MES"
                      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "           COD  MOTIVO DEL BURO"
                      DELIMITED BY SIZE
                  "                          FECHA    SECUENC."
                      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.

           MOVE ZERO TO BUH-CLIENTE.
           START BURO-HIST-FILE KEY NOT < BUH-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 610-LEE-HISTORIAL UNTIL BUROHIST-EOF
           END-START.

           MOVE ALL "-" TO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "RECHAZOS PENDIENTES: " DELIMITED BY SIZE
                  WS-CONTADOR-PENDIENTES  DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LINEA.
           CLOSE REPORTE-FILE.

       610-LEE-HISTORIAL.
           READ BURO-HIST-FILE NEXT RECORD
               AT END
                   SET BUROHIST-EOF TO TRUE
               NOT AT END
                   IF BUH-RECHAZO NOT = SPACES
                       PERFORM 620-RENGLON-RECHAZO
                   END-IF
           END-READ.

       620-RENGLON-RECHAZO.
           ADD 1 TO WS-CONTADOR-PENDIENTES.
           MOVE SPACES      TO WS-LINEA.
           MOVE BUH-CLIENTE TO LRE-CLIENTE.
           IF NOT CLIENTES-NO-EXISTE
               MOVE BUH-CLIENTE TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "(SIN MAESTRO)" TO LRE-APELLIDOS
                   NOT INVALID KEY
                       MOVE CLI-APELLIDOS TO LRE-APELLIDOS
                       MOVE CLI-NOMBRE    TO LRE-NOMBRE
               END-READ
           END-IF.
           MOVE BUH-ACCION  TO LRE-ACCION.
           MOVE BUH-SALDO   TO LRE-SALDO.
           MOVE BUH-PERIODO TO LRE-PERIODO.
           PERFORM 680-ESCRIBE-LINEA.
           MOVE SPACES             TO WS-LINEA.
           MOVE BUH-RECHAZO        TO LRM-CODIGO.
           MOVE BUH-MOTIVO-RECHAZO TO LRM-MOTIVO.
           MOVE BUH-FECHA-RECHAZO  TO LRM-FECHA.
           MOVE BUH-SECUENCIA      TO LRM-SECUENCIA.
           PERFORM 680-ESCRIBE-LINEA.

       680-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-RECHAZO-RECORD.
           WRITE REPORTE-RECHAZO-RECORD.

       900-TOTALES.
           DISPLAY "RECHAZOS DEL BURO LEIDOS:      " WS-CONTADOR-LEIDOS.
           DISPLAY "APLICADOS AL HISTORIAL:        "
               WS-CONTADOR-APLICADOS.
           DISPLAY "DE TRANSMISIONES ANTERIORES:   "
               WS-CONTADOR-ANTERIORES.
           DISPLAY "RECHAZOS PENDIENTES EN LISTA:  "
               WS-CONTADOR-PENDIENTES.
           IF WS-CONTADOR-SIN-HIST > ZERO
               DISPLAY "CLIENTES SIN HISTORIAL:        "
                   WS-CONTADOR-SIN-HIST
               MOVE 4 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM F3-PROGRAMA.
