      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de los reportes de la corrida nocturna en el
      *          indice de reportes (REPINDEX.DAT): por cada reporte
      *          de la tabla cuyo paso productor corrio esta noche
      *          (RUNHIST.DAT de la fecha de negocio), deja su
      *          generacion fechada en linea (<REPORTE>.AAAAMMDD.RPT,
      *          copia del reporte sin fecha que la noche siguiente se
      *          sobreescribe; el RESUMEN ya nace fechado y se
      *          registra donde esta) y su entrada en el indice con el
      *          paso, los renglones, las paginas, la clase de
      *          retencion y la ubicacion. Un reporte que esta en el
      *          directorio pero cuyo paso no corrio esta noche es el
      *          de una noche anterior y no se registra otra vez.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Register the branch consolidation report
      *                 (SUCCONS.RPT) produced by F7.
      * 2026-10-15 RSM  Indexes the scheduled-transaction release
      *                 report (TRXPROG.RPT) produced by G0.
      * 2026-10-15 RSM  Indexes the signed-off regulatory statistics
      *                 summary (REGULA.RPT) produced by G2.
      * 2026-10-15 RSM  Register the weekly and monthly operator
      *                 productivity reports (PRODSEM.RPT, PRODMES.RPT)
      *                 produced by F6.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. F4-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT REPORTE-FUENTE-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-FUENTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FUENTE-STATUS.

           SELECT REPORTE-COPIA-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-COPIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.

           SELECT REPORTE-INDICE-FILE
               ASSIGN TO "REPINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-CLAVE
               FILE STATUS IS WS-REPINDEX-STATUS.

           SELECT RUN-HISTORIA-FILE
               ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *-EL REPORTE SE LEE Y SE COPIA DE A UN BYTE: LOS ARCHIVOS DE
      *-REGISTROS FIJOS DEL TALLER NO LLEVAN SALTOS DE LINEA Y CADA
      *-REPORTE TIENE SU PROPIO LARGO DE REGISTRO.
       FD  REPORTE-FUENTE-FILE
           LABEL RECORD IS STANDARD.
       01  FUENTE-BYTE             PIC X.

       FD  REPORTE-COPIA-FILE
           LABEL RECORD IS STANDARD.
       01  COPIA-BYTE              PIC X.

       FD  REPORTE-INDICE-FILE
           LABEL RECORD IS STANDARD.
           COPY REPINDEX.

       FD  RUN-HISTORIA-FILE
           LABEL RECORD IS STANDARD.
           COPY RUNHIST.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FUENTE-STATUS PIC XX.
           88  FUENTE-OK         VALUE "00".
           88  FUENTE-EOF        VALUE "10".
           88  FUENTE-NO-EXISTE  VALUE "35".

       01  WS-COPIA-STATUS PIC XX.
           88  COPIA-OK          VALUE "00".

      *-FILE STATUS/88-LEVEL DE REPORTE-INDICE-FILE: VIENE DE
      *-RIXSTS.CPY.
           COPY RIXSTS.

       01  WS-RUNHIST-STATUS PIC XX.
           88  RUNHIST-OK         VALUE "00".
           88  RUNHIST-EOF        VALUE "10".
           88  RUNHIST-NO-EXISTE  VALUE "35".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-NOMBRE-FUENTE  PIC X(24) VALUE SPACES.
       01  WS-NOMBRE-COPIA   PIC X(24) VALUE SPACES.
       01  WS-BASE-REPORTE   PIC X(12) VALUE SPACES.

      *-LA TABLA DE REPORTES DE LA CORRIDA NOCTURNA: NOMBRE DEL
      *-ARCHIVO, PASO QUE LO PRODUCE, LARGO DE REGISTRO, CLASE DE
      *-RETENCION (A OPERATIVOS, B DE CONTROL, C CONTABLES Y FISCALES)
      *-Y S SI YA NACE FECHADO (EL NOMBRE ES ENTONCES SOLO LA BASE).
       01  WS-LISTA-REPORTES.
           05  FILLER PIC X(21) VALUE "CONSUMOS.RPT  17026AN".
           05  FILLER PIC X(21) VALUE "PERSONAS.RPT  23043AN".
           05  FILLER PIC X(21) VALUE "CONCPER.RPT   30052BN".
           05  FILLER PIC X(21) VALUE "DEMOGRAF.RPT  33034AN".
           05  FILLER PIC X(21) VALUE "RESUMEN       24052BS".
           05  FILLER PIC X(21) VALUE "FACTURAS.RPT  49060BN".
           05  FILLER PIC X(21) VALUE "ESTADOS.RPT   50070BN".
           05  FILLER PIC X(21) VALUE "GRUPOS.RPT    50070AN".
           05  FILLER PIC X(21) VALUE "TRXRESUM.RPT  52033BN".
           05  FILLER PIC X(21) VALUE "ANTIGUED.RPT  60095BN".
           05  FILLER PIC X(21) VALUE "CARTAS.RPT    63080AN".
           05  FILLER PIC X(21) VALUE "VENTASART.RPT 68080CN".
           05  FILLER PIC X(21) VALUE "REGIVA.RPT    72070CN".
           05  FILLER PIC X(21) VALUE "EXCEDAD.RPT   83090AN".
           05  FILLER PIC X(21) VALUE "CRECIMIE.RPT  84080AN".
           05  FILLER PIC X(21) VALUE "PRONOSTI.RPT  85080AN".
           05  FILLER PIC X(21) VALUE "CRUZAUD.RPT   87080BN".
           05  FILLER PIC X(21) VALUE "ARQUEO.RPT    A3049BN".
           05  FILLER PIC X(21) VALUE "CONCBCO.RPT   A4070BN".
           05  FILLER PIC X(21) VALUE "DISPUTAS.RPT  A8080BN".
           05  FILLER PIC X(21) VALUE "LECTFALT.RPT  B1080AN".
           05  FILLER PIC X(21) VALUE "CIERRES.RPT   B4080BN".
           05  FILLER PIC X(21) VALUE "INTERVAL.RPT  B8080BN".
           05  FILLER PIC X(21) VALUE "BALANZA.RPT   C1080CN".
           05  FILLER PIC X(21) VALUE "DEVENGO.RPT   C2080CN".
           05  FILLER PIC X(21) VALUE "CONTINUI.RPT  C5080CN".
           05  FILLER PIC X(21) VALUE "PRESREAL.RPT  C9080CN".
           05  FILLER PIC X(21) VALUE "STOCKMOV.RPT  D3080BN".
           05  FILLER PIC X(21) VALUE "STOCKREO.RPT  D3080AN".
           05  FILLER PIC X(21) VALUE "COMISION.RPT  D5080CN".
           05  FILLER PIC X(21) VALUE "DEVCORR.RPT   D6080AN".
           05  FILLER PIC X(21) VALUE "LLAMADAS.RPT  D6080AN".
           05  FILLER PIC X(21) VALUE "CASOS.RPT     D8080AN".
           05  FILLER PIC X(21) VALUE "ANONIMIZA.RPT E0080CN".
           05  FILLER PIC X(21) VALUE "CREDITO.RPT   E2080AN".
           05  FILLER PIC X(21) VALUE "CAMPANAS.RPT  E6080BN".
           05  FILLER PIC X(21) VALUE "AGENCIAS.RPT  F1080BN".
           05  FILLER PIC X(21) VALUE "BURORECH.RPT  F3080BN".
           05  FILLER PIC X(21) VALUE "PRODSEM.RPT   F6080AN".
           05  FILLER PIC X(21) VALUE "PRODMES.RPT   F6080BN".
           05  FILLER PIC X(21) VALUE "SUCCONS.RPT   F7080BN".
           05  FILLER PIC X(21) VALUE "TRXPROG.RPT   G0080AN".
           05  FILLER PIC X(21) VALUE "REGULA.RPT    G2080CN".
       01  WS-REPORTES-TABLA REDEFINES WS-LISTA-REPORTES.
           05  WS-REPORTE-ENT OCCURS 43 TIMES.
               10  REG-ARCHIVO  PIC X(14).
               10  REG-PASO     PIC X(2).
               10  REG-LONGITUD PIC 9(3).
               10  REG-CLASE    PIC X.
               10  REG-FECHADO  PIC X.

      *-PASOS QUE CORRIERON EN LA FECHA DE NEGOCIO, DE RUNHIST.DAT.
       01  WS-CANTIDAD-PASOS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-PASOS.
           05  WS-PASO-NOCHE PIC X(2) OCCURS 200 TIMES.

       01  WS-IDX        PIC 99   VALUE ZERO.
       01  WS-IDX-PASO   PIC 9(3) VALUE ZERO.
       01  WS-PASO-CORRIO-SW PIC X VALUE "N".
           88  PASO-CORRIO VALUE "S".

       01  WS-BYTES      PIC 9(9) VALUE ZERO.
       01  WS-RIX-FECHA  PIC 9(8) VALUE ZERO.
       01  WS-RIX-HORA   PIC 9(8) VALUE ZERO.

      *-PAGINACION DE LOS REPORTES, IGUAL QUE EN EL PAQUETE DE LA
      *-MAÑANA: 60 RENGLONES POR PAGINA.
       01  WS-LINEAS-PAGINA PIC 99 VALUE 60.

       01  WS-CONTADOR-REGISTRADOS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-AUSENTES    PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-ANTERIORES  PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 100-CARGA-PASOS.

           OPEN I-O REPORTE-INDICE-FILE.
           IF REPINDEX-NO-EXISTE
               OPEN OUTPUT REPORTE-INDICE-FILE
               CLOSE REPORTE-INDICE-FILE
               OPEN I-O REPORTE-INDICE-FILE
           END-IF.
           PERFORM 200-REGISTRA-REPORTE
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 43.
           CLOSE REPORTE-INDICE-FILE.

           DISPLAY "INDICE DE REPORTES DEL " WS-FECHA-NEGOCIO ":".
           DISPLAY "  REGISTRADOS:                   "
               WS-CONTADOR-REGISTRADOS.
           DISPLAY "  NO PRODUCIDOS ESTA NOCHE:      "
               WS-CONTADOR-AUSENTES.
           DISPLAY "  DE UNA NOCHE ANTERIOR (OMITIDOS): "
               WS-CONTADOR-ANTERIORES.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-CARGA-PASOS - junta los pasos con renglon en RUNHIST.DAT
      * para la fecha de negocio: son los que produjeron reportes
      * esta noche.
      *-----------------------------------------------------------------
       100-CARGA-PASOS.
           OPEN INPUT RUN-HISTORIA-FILE.
           IF RUNHIST-NO-EXISTE
               DISPLAY "NO EXISTE RUNHIST.DAT; NINGUN PASO CONSTA COMO "
                   "CORRIDO ESTA NOCHE."
           ELSE
               PERFORM 110-LEE-HISTORIA UNTIL RUNHIST-EOF
               CLOSE RUN-HISTORIA-FILE
           END-IF.

       110-LEE-HISTORIA.
           READ RUN-HISTORIA-FILE
               AT END
                   SET RUNHIST-EOF TO TRUE
               NOT AT END
                   IF RNH-FECHA = WS-FECHA-NEGOCIO
                       AND WS-CANTIDAD-PASOS < 200
                       ADD 1 TO WS-CANTIDAD-PASOS
                       MOVE RNH-PASO (1:2)
                           TO WS-PASO-NOCHE (WS-CANTIDAD-PASOS)
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-REGISTRA-REPORTE - el reporte en turno de la tabla: si
      * existe y su paso corrio esta noche, queda su generacion
      * fechada en linea y su entrada en el indice.
      *-----------------------------------------------------------------
       200-REGISTRA-REPORTE.
           MOVE SPACES TO WS-BASE-REPORTE.
           UNSTRING REG-ARCHIVO (WS-IDX) DELIMITED BY "."
               INTO WS-BASE-REPORTE.
           MOVE SPACES TO WS-NOMBRE-COPIA.
           STRING WS-BASE-REPORTE  DELIMITED BY SPACE
                  "."              DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
                  ".RPT"           DELIMITED BY SIZE
               INTO WS-NOMBRE-COPIA.
           IF REG-FECHADO (WS-IDX) = "S"
               MOVE WS-NOMBRE-COPIA TO WS-NOMBRE-FUENTE
           ELSE
               MOVE REG-ARCHIVO (WS-IDX) TO WS-NOMBRE-FUENTE
           END-IF.

           MOVE "N" TO WS-PASO-CORRIO-SW.
           PERFORM 210-BUSCA-PASO
               VARYING WS-IDX-PASO FROM 1 BY 1
               UNTIL WS-IDX-PASO > WS-CANTIDAD-PASOS.

           OPEN INPUT REPORTE-FUENTE-FILE.
           EVALUATE TRUE
               WHEN FUENTE-NO-EXISTE
                   ADD 1 TO WS-CONTADOR-AUSENTES
               WHEN NOT PASO-CORRIO
                   CLOSE REPORTE-FUENTE-FILE
                   ADD 1 TO WS-CONTADOR-ANTERIORES
                   DISPLAY "NO SE REGISTRA " WS-NOMBRE-FUENTE
                       ": EL PASO " REG-PASO (WS-IDX)
                       " NO CORRIO ESTA NOCHE."
               WHEN OTHER
                   PERFORM 220-DEJA-EN-LINEA
                   PERFORM 250-GRABA-INDICE
           END-EVALUATE.

       210-BUSCA-PASO.
           IF WS-PASO-NOCHE (WS-IDX-PASO) = REG-PASO (WS-IDX)
               SET PASO-CORRIO TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 220-DEJA-EN-LINEA - el reporte sin fecha se copia a su
      * generacion fechada; el que ya nace fechado solo se mide.
      *-----------------------------------------------------------------
       220-DEJA-EN-LINEA.
           MOVE ZERO TO WS-BYTES.
           IF REG-FECHADO (WS-IDX) = "S"
               PERFORM 225-CUENTA-BYTE UNTIL FUENTE-EOF
           ELSE
               OPEN OUTPUT REPORTE-COPIA-FILE
               PERFORM 230-COPIA-BYTE UNTIL FUENTE-EOF
               CLOSE REPORTE-COPIA-FILE
           END-IF.
           CLOSE REPORTE-FUENTE-FILE.

       225-CUENTA-BYTE.
           READ REPORTE-FUENTE-FILE
               AT END
                   SET FUENTE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BYTES
           END-READ.

       230-COPIA-BYTE.
           READ REPORTE-FUENTE-FILE
               AT END
                   SET FUENTE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BYTES
                   MOVE FUENTE-BYTE TO COPIA-BYTE
                   WRITE COPIA-BYTE
           END-READ.

      *-----------------------------------------------------------------
      * 250-GRABA-INDICE - la entrada del reporte en el indice; si la
      * fecha ya estaba registrada (corrida repetida) se reemplaza.
      *-----------------------------------------------------------------
       250-GRABA-INDICE.
           MOVE WS-BASE-REPORTE       TO RIX-REPORTE.
           MOVE WS-FECHA-NEGOCIO      TO RIX-FECHA-NEGOCIO.
           MOVE REG-PASO (WS-IDX)     TO RIX-PASO.
           MOVE REG-CLASE (WS-IDX)    TO RIX-CLASE.
           MOVE REG-LONGITUD (WS-IDX) TO RIX-LONGITUD.
           MOVE WS-BYTES              TO RIX-BYTES.
           COMPUTE RIX-RENGLONES = WS-BYTES / REG-LONGITUD (WS-IDX).
           COMPUTE RIX-PAGINAS =
               (RIX-RENGLONES + WS-LINEAS-PAGINA - 1)
               / WS-LINEAS-PAGINA.
           SET  RIX-EN-LINEA          TO TRUE.
           MOVE WS-NOMBRE-COPIA       TO RIX-UBICACION.
           MOVE ZERO                  TO RIX-RENGLON-HIST.
           MOVE ZERO                  TO RIX-FECHA-ARCHIVO.
           ACCEPT WS-RIX-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-RIX-HORA  FROM TIME.
           MOVE SPACES TO RIX-TIMESTAMP.
           STRING WS-RIX-FECHA      DELIMITED BY SIZE
                  WS-RIX-HORA (1:6) DELIMITED BY SIZE
               INTO RIX-TIMESTAMP.

           WRITE REPORTE-INDICE-RECORD
               INVALID KEY
                   REWRITE REPORTE-INDICE-RECORD
           END-WRITE.
           ADD 1 TO WS-CONTADOR-REGISTRADOS.
           DISPLAY "REGISTRADO: " WS-NOMBRE-COPIA
               " PASO " RIX-PASO
               " PAGINAS " RIX-PAGINAS
               " CLASE " RIX-CLASE.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que arma nombres fechados): lee de FECHACOR.DAT la
      * fecha oficial de la corrida y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM F4-PROGRAMA.
