      *          dejo regados (PERSONAS.RPT, DEMOGRAF.RPT,
      *          TRXRESUM.RPT, FACTURAS.RPT, CONSUMOS.RPT,
      *          VALORES.PRT, CONCPER.RPT, la conciliacion fechada
      *          RECONCIL.AAAAMMDD.DAT, el RESUMEN fechado y la
      *          conciliacion bancaria CONCBCO.RPT y las disputas
      *          abiertas DISPUTAS.RPT, las lecturas no tomadas en
      *          ruta LECTFALT.RPT, los estados de cierre de cuenta
      *          CIERRES.RPT, la carga de lecturas por intervalo
      *          INTERVAL.RPT, la balanza de comprobacion
      *          BALANZA.RPT, la continuidad de la serie de facturas
      *          CONTINUI.RPT y los movimientos y el reorden de
      *          existencias STOCKMOV.RPT y STOCKREO.RPT, y las
      *          devoluciones de correo DEVCORR.RPT con la lista de
      *          llamadas LLAMADAS.RPT, y los casos de atencion
      *          abiertos CASOS.RPT, y la anonimizacion de clientes
      *          cerrados ANONIMIZA.RPT, y los clientes cerca de
      *          su limite de credito CREDITO.RPT, y los
      *          resultados de las campanas de marketing
      *          CAMPANAS.RPT) en un solo
      *          PAQUETE.AAAAMMDD.RPT con su portada: la fecha de
      *          negocio y la tabla de contenido
      *          con el rango de paginas y la cantidad de renglones de
      *          cada reporte, y la marca FALTANTE para el reporte que
      *          un paso caido no produjo. Un solo legajo que
      *          (esta en la tabla de reportes), porque los archivos
      *          de registros fijos del taller no llevan saltos de
      *          linea.
      *          Armado el paquete completo, lo parte por destinatario
      *          segun la lista de distribucion DISTRIB.DAT: un
      *          PAQUETE.<destinatario>.AAAAMMDD.RPT por departamento u
      *          operador, con su propia portada y tabla de contenido y
      *          cada reporte repetido por sus copias; anota en la
      *          bitacora DISTLOG.DAT que bulto le toco a quien, y deja
      *          una alerta en ALERTAS.DAT por cada reporte requerido
      *          que esa noche no se produjo.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 reconciliation file (RECONCIL.AAAAMMDD.DAT,
      *                 49-byte records), whose name is built at
      *                 initialization like the dated RESUMEN.
      * 2026-10-15 RSM  Bank statement reconciliation report
      *                 (CONCBCO.RPT, 70-byte records) added as the
      *                 tenth report of the package.
      * 2026-10-15 RSM  Open-disputes ageing report (DISPUTAS.RPT,
      *                 80-byte records) added as the eleventh report
      *                 of the package.
      * 2026-10-15 RSM  Missed meter reads from the route return
      *                 (LECTFALT.RPT, 80-byte records) added as the
      *                 twelfth report of the package.
      * 2026-10-15 RSM  Account closing statements (CIERRES.RPT,
      *                 80-byte records) added as the thirteenth
      *                 report of the package.
      * 2026-10-15 RSM  Smart-meter interval load report (INTERVAL.RPT,
      *                 80-byte records) added as the fourteenth
      *                 report of the package.
      * 2026-10-15 RSM  Trial balance of the month (BALANZA.RPT,
      *                 80-byte records) added as the fifteenth
      *                 report of the package.
      * 2026-10-15 RSM  Invoice number continuity audit (CONTINUI.RPT,
      *                 80-byte records) added as the sixteenth report
      *                 of the package.
      * 2026-10-15 RSM  Stock movement and reorder reports (STOCKMOV.RPT
      *                 and STOCKREO.RPT, 80-byte records) added as the
      *                 seventeenth and eighteenth reports of the
      *                 package.
      * 2026-10-15 RSM  Returned mail report and collections call list
      *                 (DEVCORR.RPT and LLAMADAS.RPT, 80-byte records)
      *                 added as the nineteenth and twentieth reports
      *                 of the package.
      * 2026-10-15 RSM  Open customer service cases report (CASOS.RPT,
      *                 80-byte records) added as the twenty-first
      *                 report of the package.
      * 2026-10-15 RSM  Month-end anonymization of closed customers
      *                 (ANONIMIZA.RPT, 80-byte records) added as the
      *                 twenty-second report of the package.
      * 2026-10-15 RSM  Customers near their credit limit report
      *                 (CREDITO.RPT, 80-byte records) added as the
      *                 twenty-third report of the package.
      * 2026-10-15 RSM  Marketing campaign results report
      *                 (CAMPANAS.RPT, 80-byte records) added as the
      *                 twenty-fourth report of the package.
      * 2026-10-15 RSM  Package split per recipient from the
      *                 distribution list DISTRIB.DAT: one bundle per
      *                 department or operator with its own cover and
      *                 contents and each report repeated per its
      *                 copies, a line per bundle in the distribution
      *                 log DISTLOG.DAT, and an alert for every required
      *                 report that was not produced.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT DISTRIB-FILE
               ASSIGN TO "DISTRIB.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISTRIB-STATUS.

           SELECT DISTLOG-FILE
               ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISTLOG-STATUS.

           SELECT ALERTAS-FILE
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  DISTRIB-FILE
           LABEL RECORD IS STANDARD.
           COPY DISTRIB.

       FD  DISTLOG-FILE
           LABEL RECORD IS STANDARD.
           COPY DISTLOG.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FUENTE-STATUS PIC XX.
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-DISTRIB-STATUS PIC XX.
           88  DISTRIB-OK        VALUE "00".
           88  DISTRIB-EOF       VALUE "10".
           88  DISTRIB-NO-EXISTE VALUE "35".

       01  WS-DISTLOG-STATUS PIC XX.
           88  DISTLOG-OK        VALUE "00".
           88  DISTLOG-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

       01  WS-ALR-SEVERIDAD PIC X     VALUE "A".
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "53-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-NOMBRE-FUENTE  PIC X(24) VALUE SPACES.
       01  WS-NOMBRE-PAQUETE PIC X(40) VALUE SPACES.

      *-LA TABLA DE REPORTES DEL PAQUETE, EN SU ORDEN FIJO DE
      *-IMPRESION, CON EL LARGO DE REGISTRO DE CADA UNO; LA
           05  FILLER PIC X(27) VALUE "CONCPER.RPT             052".
           05  FILLER PIC X(27) VALUE "                        049".
           05  FILLER PIC X(27) VALUE "                        052".
           05  FILLER PIC X(27) VALUE "CONCBCO.RPT             070".
           05  FILLER PIC X(27) VALUE "DISPUTAS.RPT            080".
           05  FILLER PIC X(27) VALUE "LECTFALT.RPT            080".
           05  FILLER PIC X(27) VALUE "CIERRES.RPT             080".
           05  FILLER PIC X(27) VALUE "INTERVAL.RPT            080".
           05  FILLER PIC X(27) VALUE "BALANZA.RPT             080".
           05  FILLER PIC X(27) VALUE "CONTINUI.RPT            080".
           05  FILLER PIC X(27) VALUE "STOCKMOV.RPT            080".
           05  FILLER PIC X(27) VALUE "STOCKREO.RPT            080".
           05  FILLER PIC X(27) VALUE "DEVCORR.RPT             080".
           05  FILLER PIC X(27) VALUE "LLAMADAS.RPT            080".
           05  FILLER PIC X(27) VALUE "CASOS.RPT               080".
           05  FILLER PIC X(27) VALUE "ANONIMIZA.RPT           080".
           05  FILLER PIC X(27) VALUE "CREDITO.RPT             080".
           05  FILLER PIC X(27) VALUE "CAMPANAS.RPT            080".
       01  WS-REPORTES-TABLA REDEFINES WS-LISTA-REPORTES.
           05  WS-REPORTE-ENT OCCURS 24 TIMES.
               10  REP-NOMBRE   PIC X(24).
               10  REP-LONGITUD PIC 9(3).

      *-LO MEDIDO POR REPORTE EN LA PRIMERA PASADA: RENGLONES,
      *-EXISTENCIA, Y EL RANGO DE PAGINAS QUE LE TOCARA.
       01  WS-MEDIDAS.
           05  WS-MEDIDA-ENT OCCURS 24 TIMES.
               10  MED-RENGLONES PIC 9(7).
               10  MED-EXISTE-SW PIC X.
               10  MED-PAG-DESDE PIC 9(4).

       01  WS-CANT-EDITADA   PIC ZZZZZZ9.

      *-LA LISTA DE DISTRIBUCION EN MEMORIA: CADA RENGLON CON EL
      *-LUGAR DE SU REPORTE EN LA TABLA DEL PAQUETE (CERO SI EL
      *-NOMBRE NO ES DE NINGUN REPORTE DEL PAQUETE), Y LOS
      *-DESTINATARIOS EN EL ORDEN EN QUE APARECEN POR PRIMERA VEZ.
       01  WS-DISTRIBUCION.
           05  WS-DIST-CANT        PIC 9(3) VALUE ZERO.
           05  WS-DIST-ENT OCCURS 200 TIMES.
               10  DTB-DESTINATARIO PIC X(8).
               10  DTB-REPORTE      PIC X(12).
               10  DTB-IDX-REPORTE  PIC 99.
               10  DTB-COPIAS       PIC 99.
               10  DTB-REQUERIDO    PIC X.
       01  WS-DESTINATARIOS.
           05  WS-DEST-CANT        PIC 99 VALUE ZERO.
           05  WS-DEST-ENT OCCURS 50 TIMES.
               10  DSR-DESTINATARIO PIC X(8).
               10  DSR-DESCRIPCION  PIC X(20).

       01  WS-IDX-DIST         PIC 9(3) VALUE ZERO.
       01  WS-IDX-DEST         PIC 99   VALUE ZERO.
       01  WS-DEST-HALLADO     PIC 99   VALUE ZERO.
       01  WS-BASE-REPORTE     PIC X(12) VALUE SPACES.
       01  WS-DIST-DESCARTADOS PIC 9(5) VALUE ZERO.

      *-LO QUE LLEVA EL BULTO EN TURNO, PARA SU PORTADA Y SU RENGLON
      *-DE BITACORA.
       01  WS-BUL-REPORTES     PIC 9(3) VALUE ZERO.
       01  WS-BUL-COPIAS       PIC 9(4) VALUE ZERO.
       01  WS-BUL-FALTANTES    PIC 9(3) VALUE ZERO.
       01  WS-BUL-PAG-DESDE    PIC 9(4) VALUE ZERO.
       01  WS-BUL-PAG-HASTA    PIC 9(4) VALUE ZERO.
       01  WS-COPIAS-EDITADA   PIC Z9.
       01  WS-TOTAL-FALTANTES  PIC 9(5) VALUE ZERO.
       01  WS-DLG-FECHA        PIC 9(8) VALUE ZERO.
       01  WS-DLG-HORA         PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
               INTO REP-NOMBRE (9).

           PERFORM 100-MIDE-REPORTE
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 24.
           PERFORM 200-ASIGNA-PAGINAS.

           OPEN OUTPUT PAQUETE-FILE.
           PERFORM 300-ESCRIBE-PORTADA.
           PERFORM 400-COPIA-REPORTE
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 24.
           CLOSE PAQUETE-FILE.

           DISPLAY "PAQUETE DE LA MAÑANA ARMADO: " WS-NOMBRE-PAQUETE.

           PERFORM 500-CARGA-DISTRIBUCION.
           PERFORM 600-ARMA-BULTO
               VARYING WS-IDX-DEST FROM 1 BY 1
               UNTIL WS-IDX-DEST > WS-DEST-CANT.
           IF WS-DEST-CANT > ZERO
               DISPLAY "BULTOS DE DISTRIBUCION ARMADOS:  " WS-DEST-CANT
               DISPLAY "REQUERIDOS FALTANTES ALERTADOS:  "
                   WS-TOTAL-FALTANTES
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
       200-ASIGNA-PAGINAS.
           MOVE 1 TO WS-PAGINA-CORRIENTE.
           PERFORM 210-ASIGNA-RANGO
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 24.

       210-ASIGNA-RANGO.
           IF MED-EXISTE-SW (WS-IDX) = "S"
           WRITE PAQUETE-RECORD.

           PERFORM 310-RENGLON-CONTENIDO
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 24.

       310-RENGLON-CONTENIDO.
           MOVE SPACES TO PAQUETE-RECORD.
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 500-CARGA-DISTRIBUCION - sube la lista de distribucion a
      * memoria, ubicando cada reporte por su nombre base en la tabla
      * del paquete y juntando los destinatarios. Sin lista no hay
      * bultos: solo queda el paquete completo.
      *-----------------------------------------------------------------
       500-CARGA-DISTRIBUCION.
           OPEN INPUT DISTRIB-FILE.
           IF DISTRIB-NO-EXISTE
               DISPLAY "NO HAY LISTA DE DISTRIBUCION (DISTRIB.DAT); "
                   "SOLO SE ARMA EL PAQUETE COMPLETO."
           ELSE
               PERFORM 510-LEE-DISTRIBUCION UNTIL DISTRIB-EOF
               CLOSE DISTRIB-FILE
           END-IF.
           IF WS-DIST-DESCARTADOS > ZERO
               DISPLAY "RENGLONES DE DISTRIBUCION DESCARTADOS: "
                   WS-DIST-DESCARTADOS
           END-IF.

       510-LEE-DISTRIBUCION.
           READ DISTRIB-FILE
               AT END
                   SET DISTRIB-EOF TO TRUE
               NOT AT END
                   PERFORM 520-GUARDA-RENGLON
           END-READ.

       520-GUARDA-RENGLON.
           PERFORM 540-REGISTRA-DESTINATARIO.
           IF WS-DEST-HALLADO = ZERO
               OR WS-DIST-CANT NOT < 200
               ADD 1 TO WS-DIST-DESCARTADOS
               DISPLAY "LISTA DE DISTRIBUCION LLENA; SE DESCARTA "
                   DST-REPORTE " PARA " DST-DESTINATARIO "."
           ELSE
               ADD 1 TO WS-DIST-CANT
               MOVE DST-DESTINATARIO TO DTB-DESTINATARIO (WS-DIST-CANT)
               MOVE DST-REPORTE      TO DTB-REPORTE (WS-DIST-CANT)
               MOVE DST-REQUERIDO    TO DTB-REQUERIDO (WS-DIST-CANT)
               MOVE DST-COPIAS       TO DTB-COPIAS (WS-DIST-CANT)
               IF DST-COPIAS IS NOT NUMERIC
                   OR DST-COPIAS = ZERO
                   MOVE 1 TO DTB-COPIAS (WS-DIST-CANT)
               END-IF
               MOVE ZERO TO DTB-IDX-REPORTE (WS-DIST-CANT)
               PERFORM 530-BUSCA-REPORTE
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 24
               IF DTB-IDX-REPORTE (WS-DIST-CANT) = ZERO
                   DISPLAY "LISTA DE DISTRIBUCION: EL REPORTE "
                       DST-REPORTE " DE " DST-DESTINATARIO
                       " NO ES DEL PAQUETE."
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 530-BUSCA-REPORTE - compara el nombre base del reporte en
      * turno de la tabla (lo que va antes del primer punto, asi la
      * conciliacion y el resumen fechados se nombran sin su fecha)
      * con el reporte del renglon de distribucion.
      *-----------------------------------------------------------------
       530-BUSCA-REPORTE.
           MOVE SPACES TO WS-BASE-REPORTE.
           UNSTRING REP-NOMBRE (WS-IDX) DELIMITED BY "."
               INTO WS-BASE-REPORTE.
           IF WS-BASE-REPORTE = DST-REPORTE
               AND DTB-IDX-REPORTE (WS-DIST-CANT) = ZERO
               MOVE WS-IDX TO DTB-IDX-REPORTE (WS-DIST-CANT)
           END-IF.

      *-----------------------------------------------------------------
      * 540-REGISTRA-DESTINATARIO - deja en WS-DEST-HALLADO el lugar
      * del destinatario del renglon, dandolo de alta si es nuevo;
      * queda en cero si la tabla de destinatarios ya esta llena.
      *-----------------------------------------------------------------
       540-REGISTRA-DESTINATARIO.
           MOVE ZERO TO WS-DEST-HALLADO.
           PERFORM 545-COMPARA-DESTINATARIO
               VARYING WS-IDX-DEST FROM 1 BY 1
               UNTIL WS-IDX-DEST > WS-DEST-CANT.
           IF WS-DEST-HALLADO = ZERO
               AND WS-DEST-CANT < 50
               ADD 1 TO WS-DEST-CANT
               MOVE WS-DEST-CANT     TO WS-DEST-HALLADO
               MOVE DST-DESTINATARIO TO DSR-DESTINATARIO (WS-DEST-CANT)
               MOVE DST-DESCRIPCION  TO DSR-DESCRIPCION (WS-DEST-CANT)
           END-IF.

       545-COMPARA-DESTINATARIO.
           IF DSR-DESTINATARIO (WS-IDX-DEST) = DST-DESTINATARIO
               MOVE WS-IDX-DEST TO WS-DEST-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 600-ARMA-BULTO - el bulto del destinatario en turno: su
      * portada con su propia tabla de contenido y paginacion, sus
      * reportes con sus copias, y su renglon en la bitacora de
      * distribucion. Reusa el archivo del paquete con otro nombre.
      *-----------------------------------------------------------------
       600-ARMA-BULTO.
           MOVE ZERO TO WS-BUL-REPORTES.
           MOVE ZERO TO WS-BUL-COPIAS.
           MOVE ZERO TO WS-BUL-FALTANTES.
           MOVE 1    TO WS-PAGINA-CORRIENTE.
           MOVE SPACES TO WS-NOMBRE-PAQUETE.
           STRING "PAQUETE."                     DELIMITED BY SIZE
                  DSR-DESTINATARIO (WS-IDX-DEST) DELIMITED BY SPACE
                  "."                            DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO               DELIMITED BY SIZE
                  ".RPT"                         DELIMITED BY SIZE
               INTO WS-NOMBRE-PAQUETE.

           OPEN OUTPUT PAQUETE-FILE.
           MOVE SPACES TO PAQUETE-RECORD.
           STRING "PAQUETE DE OPERACIONES DEL " DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO              DELIMITED BY SIZE
                  " PARA "                      DELIMITED BY SIZE
                  DSR-DESTINATARIO (WS-IDX-DEST) DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  DSR-DESCRIPCION (WS-IDX-DEST) DELIMITED BY SIZE
               INTO PAQUETE-RECORD.
           WRITE PAQUETE-RECORD.

           MOVE SPACES TO PAQUETE-RECORD.
           MOVE "CONTENIDO:" TO PAQUETE-RECORD.
           WRITE PAQUETE-RECORD.

           PERFORM 610-RENGLON-BULTO
               VARYING WS-IDX-DIST FROM 1 BY 1
               UNTIL WS-IDX-DIST > WS-DIST-CANT.
           PERFORM 620-COPIA-BULTO
               VARYING WS-IDX-DIST FROM 1 BY 1
               UNTIL WS-IDX-DIST > WS-DIST-CANT.
           CLOSE PAQUETE-FILE.

           PERFORM 630-ANOTA-BITACORA.
           DISPLAY "BULTO PARA " DSR-DESTINATARIO (WS-IDX-DEST) ": "
               WS-NOMBRE-PAQUETE.

       610-RENGLON-BULTO.
           IF DTB-DESTINATARIO (WS-IDX-DIST) =
               DSR-DESTINATARIO (WS-IDX-DEST)
               PERFORM 615-ANOTA-CONTENIDO
           END-IF.

      *-----------------------------------------------------------------
      * 615-ANOTA-CONTENIDO - el renglon de contenido de un reporte
      * del bulto: su rango de paginas contando todas sus copias, cada
      * copia en pagina nueva; o la marca FALTANTE, que en un reporte
      * requerido va ademas a la cola central de alertas.
      *-----------------------------------------------------------------
       615-ANOTA-CONTENIDO.
           MOVE DTB-IDX-REPORTE (WS-IDX-DIST) TO WS-IDX.
           MOVE SPACES TO PAQUETE-RECORD.
           IF WS-IDX > ZERO
               AND MED-EXISTE-SW (WS-IDX) = "S"
               ADD 1 TO WS-BUL-REPORTES
               ADD DTB-COPIAS (WS-IDX-DIST) TO WS-BUL-COPIAS
               MOVE ZERO TO WS-BUL-PAG-DESDE
               MOVE ZERO TO WS-BUL-PAG-HASTA
               IF MED-RENGLONES (WS-IDX) > ZERO
                   COMPUTE WS-PAGINAS-REP =
                       (MED-RENGLONES (WS-IDX) + WS-LINEAS-PAGINA - 1)
                       / WS-LINEAS-PAGINA * DTB-COPIAS (WS-IDX-DIST)
                   COMPUTE WS-BUL-PAG-DESDE = WS-PAGINA-CORRIENTE + 1
                   COMPUTE WS-BUL-PAG-HASTA =
                       WS-PAGINA-CORRIENTE + WS-PAGINAS-REP
                   MOVE WS-BUL-PAG-HASTA TO WS-PAGINA-CORRIENTE
               END-IF
               MOVE MED-RENGLONES (WS-IDX)    TO WS-CANT-EDITADA
               MOVE DTB-COPIAS (WS-IDX-DIST)  TO WS-COPIAS-EDITADA
               STRING "  "                    DELIMITED BY SIZE
                      REP-NOMBRE (WS-IDX)     DELIMITED BY SIZE
                      " PAGS "                DELIMITED BY SIZE
                      WS-BUL-PAG-DESDE        DELIMITED BY SIZE
                      "-"                     DELIMITED BY SIZE
                      WS-BUL-PAG-HASTA        DELIMITED BY SIZE
                      " RENGL "               DELIMITED BY SIZE
                      WS-CANT-EDITADA         DELIMITED BY SIZE
                      " COPIAS "              DELIMITED BY SIZE
                      WS-COPIAS-EDITADA       DELIMITED BY SIZE
                   INTO PAQUETE-RECORD
           ELSE
               STRING "  "                       DELIMITED BY SIZE
                      DTB-REPORTE (WS-IDX-DIST)  DELIMITED BY SIZE
                      " *** FALTANTE ***"        DELIMITED BY SIZE
                   INTO PAQUETE-RECORD
               IF DTB-REQUERIDO (WS-IDX-DIST) = "S"
                   MOVE " REQUERIDO" TO PAQUETE-RECORD (32:10)
                   ADD 1 TO WS-BUL-FALTANTES
                   ADD 1 TO WS-TOTAL-FALTANTES
                   MOVE "A"    TO WS-ALR-SEVERIDAD
                   MOVE SPACES TO WS-ALR-MENSAJE
                   STRING "FALTA "                  DELIMITED BY SIZE
                          DTB-REPORTE (WS-IDX-DIST) DELIMITED BY SPACE
                          " PARA "                  DELIMITED BY SIZE
                          DSR-DESTINATARIO (WS-IDX-DEST)
                                                    DELIMITED BY SPACE
                       INTO WS-ALR-MENSAJE
                   PERFORM GRABA-ALERTA
               END-IF
           END-IF.
           WRITE PAQUETE-RECORD.

      *-----------------------------------------------------------------
      * 620-COPIA-BULTO - copia al bulto cada reporte del destinatario
      * tantas veces como copias le tocan (400-COPIA-REPORTE se salta
      * solo el reporte que no existe).
      *-----------------------------------------------------------------
       620-COPIA-BULTO.
           IF DTB-DESTINATARIO (WS-IDX-DIST) =
               DSR-DESTINATARIO (WS-IDX-DEST)
               AND DTB-IDX-REPORTE (WS-IDX-DIST) > ZERO
               MOVE DTB-IDX-REPORTE (WS-IDX-DIST) TO WS-IDX
               PERFORM 400-COPIA-REPORTE DTB-COPIAS (WS-IDX-DIST) TIMES
           END-IF.

      *-----------------------------------------------------------------
      * 630-ANOTA-BITACORA - el renglon del bulto en la bitacora de
      * distribucion, que se anexa noche tras noche.
      *-----------------------------------------------------------------
       630-ANOTA-BITACORA.
           MOVE WS-FECHA-NEGOCIO              TO DLG-FECHA-NEGOCIO.
           MOVE DSR-DESTINATARIO (WS-IDX-DEST) TO DLG-DESTINATARIO.
           MOVE WS-NOMBRE-PAQUETE             TO DLG-BULTO.
           MOVE WS-BUL-REPORTES               TO DLG-REPORTES.
           MOVE WS-BUL-COPIAS                 TO DLG-COPIAS.
           MOVE WS-PAGINA-CORRIENTE           TO DLG-PAGINAS.
           MOVE WS-BUL-FALTANTES              TO DLG-FALTANTES.
           ACCEPT WS-DLG-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-DLG-HORA  FROM TIME.
           MOVE SPACES TO DLG-TIMESTAMP.
           STRING WS-DLG-FECHA      DELIMITED BY SIZE
                  WS-DLG-HORA (1:6) DELIMITED BY SIZE
               INTO DLG-TIMESTAMP.

           OPEN EXTEND DISTLOG-FILE.
           IF DISTLOG-NO-EXISTE
               OPEN OUTPUT DISTLOG-FILE
           END-IF.
           WRITE DISTRIB-LOG-RECORD.
           CLOSE DISTLOG-FILE.

      *-----------------------------------------------------------------
      * GRABA-ALERTA - viene de ALERTPRO.CPY: anexa la alerta armada
      * en WS-ALR-* a la cola central ALERTAS.DAT.
      *-----------------------------------------------------------------
           COPY ALERTPRO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que arma nombres fechados): lee de FECHACOR.DAT la
