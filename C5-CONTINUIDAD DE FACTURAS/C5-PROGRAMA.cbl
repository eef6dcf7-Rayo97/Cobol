      ******************************************************************
      * Author:
      * Date:
      * Purpose: Auditoria nocturna de continuidad de la serie
      *          FACTURA: junta los numeros de las facturas vivas
      *          (FACTURAS.DAT), de las archivadas por 88-PROGRAMA
      *          (FACTARCH.DAT) y del registro de anulados
      *          (FACANUL.DAT, C4-PROGRAMA), los ordena y recorre la
      *          serie desde el uno hasta el ultimo numero asignado en
      *          NUMCTL.DAT. Todo numero que falta sin su anulado
      *          registrado es un hueco sin explicar y deja su alerta
      *          critica; un numero repetido, un anulado que si se
      *          emitio o una factura por encima del ultimo asignado
      *          quedan observados y tambien alertan. El reporte,
      *          CONTINUI.RPT, lista las novedades y certifica por
      *          periodo (AAAAMM de la factura) el rango de numeros
      *          con sus facturas, anulados y huecos; entra al paquete
      *          de la mañana (53-PROGRAMA).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. C5-PROGRAMA.
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

           SELECT FACTURAS-ARCH-FILE
               ASSIGN TO "FACTARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTARCH-STATUS.

           SELECT ANULADO-FILE
               ASSIGN TO "FACANUL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANL-NUMERO
               FILE STATUS IS WS-ANULADO-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT ALERTAS-FILE
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "CONTINUI.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWKC5.DAT".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  FACTURAS-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  FACTURA-ARCH-RECORD     PIC X(68).

       FD  ANULADO-FILE
           LABEL RECORD IS STANDARD.
           COPY FACANUL.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

      *-RENGLON DEL REPORTE (80 BYTES): EN LA PRIMERA PARTE UNA
      *-NOVEDAD DE LA SERIE (HUECO, ANULADO U OBSERVACION) CON SU
      *-RANGO; EN LA SEGUNDA EL RANGO CERTIFICADO DE UN PERIODO. LOS
      *-ENCABEZADOS SON LAS VISTAS ALTERNAS CON LOS TITULOS.
       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-NOVEDAD-RECORD.
           05  RNV-TIPO            PIC X(12).
           05  FILLER              PIC X.
           05  RNV-DESDE           PIC 9(7).
           05  FILLER              PIC X.
           05  RNV-HASTA           PIC 9(7).
           05  FILLER              PIC X.
           05  RNV-CANTIDAD        PIC ZZZZZZ9.
           05  FILLER              PIC X.
           05  RNV-SUPERVISOR      PIC X(8).
           05  FILLER              PIC X.
           05  RNV-MOTIVO          PIC X(30).
           05  FILLER              PIC X(4).

       01  REPORTE-NOVEDAD-HEADER REDEFINES REPORTE-NOVEDAD-RECORD.
           05  RNH-TIPO            PIC X(12).
           05  FILLER              PIC X.
           05  RNH-DESDE           PIC X(7).
           05  FILLER              PIC X.
           05  RNH-HASTA           PIC X(7).
           05  FILLER              PIC X.
           05  RNH-CANTIDAD        PIC X(7).
           05  FILLER              PIC X.
           05  RNH-SUPERVISOR      PIC X(8).
           05  FILLER              PIC X.
           05  RNH-MOTIVO          PIC X(30).
           05  FILLER              PIC X(4).

       01  REPORTE-PERIODO-RECORD REDEFINES REPORTE-NOVEDAD-RECORD.
           05  RPE-PERIODO         PIC X(6).
           05  FILLER              PIC X.
           05  RPE-DESDE           PIC 9(7).
           05  FILLER              PIC X.
           05  RPE-HASTA           PIC 9(7).
           05  FILLER              PIC X.
           05  RPE-FACTURAS        PIC ZZZZZZ9.
           05  FILLER              PIC X.
           05  RPE-ANULADOS        PIC ZZZZZZ9.
           05  FILLER              PIC X.
           05  RPE-HUECOS          PIC ZZZZZZ9.
           05  FILLER              PIC X.
           05  RPE-OBSERVADOS      PIC ZZZZ9.
           05  FILLER              PIC X.
           05  RPE-ESTADO          PIC X(12).
           05  FILLER              PIC X(13).

       01  REPORTE-PERIODO-HEADER REDEFINES REPORTE-NOVEDAD-RECORD.
           05  RPH-PERIODO         PIC X(6).
           05  FILLER              PIC X.
           05  RPH-DESDE           PIC X(7).
           05  FILLER              PIC X.
           05  RPH-HASTA           PIC X(7).
           05  FILLER              PIC X.
           05  RPH-FACTURAS        PIC X(7).
           05  FILLER              PIC X.
           05  RPH-ANULADOS        PIC X(7).
           05  FILLER              PIC X.
           05  RPH-HUECOS          PIC X(7).
           05  FILLER              PIC X.
           05  RPH-OBSERVADOS      PIC X(5).
           05  FILLER              PIC X.
           05  RPH-ESTADO          PIC X(12).
           05  FILLER              PIC X(13).

      *-LEGAJOS DEL ORDENAMIENTO: UN RENGLON TIPO 1 POR NUMERO
      *-EMITIDO (FACTURA, CREDITO, RECARGO O CARGO, VIVO O ARCHIVADO)
      *-CON SU FECHA, Y UN RENGLON TIPO 2 POR NUMERO ANULADO CON LA
      *-FECHA, EL SUPERVISOR Y EL MOTIVO DE SU REGISTRO; EL EMITIDO
      *-LLEGA ANTES QUE EL ANULADO DEL MISMO NUMERO.
       SD  SORT-WORK-FILE.
       01  SORT-SERIE-RECORD.
           05  SRS-NUMERO          PIC 9(7).
           05  SRS-TIPO            PIC 9.
               88  SRS-ES-EMITIDO  VALUE 1.
               88  SRS-ES-ANULADO  VALUE 2.
           05  SRS-FECHA.
               10  SRS-PERIODO     PIC 9(6).
               10  SRS-DIA         PIC 99.
           05  SRS-SUPERVISOR      PIC X(8).
           05  SRS-MOTIVO          PIC X(30).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

       01  WS-FACTARCH-STATUS PIC XX.
           88  FACTARCH-OK        VALUE "00".
           88  FACTARCH-EOF       VALUE "10".
           88  FACTARCH-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE ANULADO-FILE: VIENE DE ANLSTS.CPY.
           COPY ANLSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-CAMPOS DE LA ALERTA QUE SE DEJA EN ALERTAS.DAT (VER
      *-ALERTPRO.CPY).
       01  WS-ALR-SEVERIDAD PIC X       VALUE SPACE.
       01  WS-ALR-PROGRAMA  PIC X(11)   VALUE SPACES.
       01  WS-ALR-MENSAJE   PIC X(40)   VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)    VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)    VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA; SU AAAAMM ES EL
      *-PERIODO DEL HUECO FINAL CUANDO NO HAY NINGUNA FACTURA.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-PERIODO PIC 9(6).
           05  WS-HOY-DIA     PIC 99.

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88  SORT-EOF VALUE "S".

      *-ULTIMO NUMERO QUE LA SERIE FACTURA YA ASIGNO (NUMCTL.DAT): LA
      *-SERIE SE RECORRE DESDE EL UNO, DONDE ASIGNA-NUMERO LA
      *-ARRANCA, HASTA EL.
       01  WS-ULTIMO-ASIGNADO PIC 9(7) VALUE ZERO.

      *-ESTADO DEL RECORRIDO: EL PROXIMO NUMERO QUE LA SERIE DEBERIA
      *-TRAER, EL ULTIMO NUMERO VISTO COMO EMITIDO (PARA DETECTAR LA
      *-REPETICION Y EL ANULADO QUE SI SE EMITIO) Y EL PERIODO DE LA
      *-ULTIMA FACTURA, AL QUE SE CARGAN LOS HUECOS Y ANULADOS QUE LA
      *-SIGUEN.
       01  WS-ESPERADO         PIC 9(8) VALUE 1.
       01  WS-ULTIMO-EMITIDO   PIC 9(7) VALUE ZERO.
       01  WS-PERIODO-ACTUAL   PIC 9(6) VALUE ZERO.

      *-EL RANGO DE UN HUECO Y LA NOVEDAD QUE SE ESTA ASENTANDO.
       01  WS-HUECO-DESDE      PIC 9(7) VALUE ZERO.
       01  WS-HUECO-HASTA      PIC 9(7) VALUE ZERO.
       01  WS-HUECO-CANTIDAD   PIC 9(7) VALUE ZERO.
       01  WS-NOVEDAD-TIPO     PIC X(12) VALUE SPACES.

      *-TABLA DE PERIODOS (AAAAMM) CON EL RANGO DE NUMEROS QUE LES
      *-TOCO Y SUS CUENTAS; VEINTE AÑOS DE MESES.
       01  WS-CANTIDAD-PERIODOS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-PERIODOS.
           05  WS-PERIODO-ENT OCCURS 240 TIMES.
               10  PER-PERIODO     PIC 9(6).
               10  PER-DESDE       PIC 9(7).
               10  PER-HASTA       PIC 9(7).
               10  PER-FACTURAS    PIC 9(7).
               10  PER-ANULADOS    PIC 9(7).
               10  PER-HUECOS      PIC 9(7).
               10  PER-OBSERVADOS  PIC 9(5).

       01  WS-TABLA-LLENA-SW PIC X VALUE "N".
           88  TABLA-PERIODOS-LLENA VALUE "S".

       01  WS-IDX              PIC 9(3) VALUE ZERO.
       01  WS-IDX-BUSCA        PIC 9(3) VALUE ZERO.
       01  WS-IDX-HALLADO      PIC 9(3) VALUE ZERO.
       01  WS-PERIODO-BUSCADO  PIC 9(6) VALUE ZERO.
       01  WS-RANGO-NUMERO     PIC 9(7) VALUE ZERO.

      *-TOTALES DE LA SERIE PARA EL PIE Y LA CONSOLA.
       01  WS-TOTAL-EMITIDOS   PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ANULADOS   PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-HUECOS     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-TRAMOS     PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-OBSERVADOS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-ALERTAS PIC 9(5) VALUE ZERO.

       01  WS-LINEA            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 050-LEE-ULTIMO-ASIGNADO.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRS-NUMERO SRS-TIPO
               INPUT PROCEDURE IS 100-SUELTA-NUMEROS
               OUTPUT PROCEDURE IS 200-RECORRE-SERIE.

           IF TABLA-PERIODOS-LLENA
               DISPLAY "AVISO: LA TABLA DE PERIODOS SE LLENO (240); "
                   "LOS RESTANTES NO SE CERTIFICAN."
           END-IF.
           DISPLAY "SERIE FACTURA HASTA " WS-ULTIMO-ASIGNADO
               ": EMITIDOS " WS-TOTAL-EMITIDOS
               " ANULADOS " WS-TOTAL-ANULADOS.
           DISPLAY "HUECOS SIN EXPLICAR: " WS-TOTAL-HUECOS
               " EN " WS-TOTAL-TRAMOS " TRAMOS; OBSERVADOS: "
               WS-TOTAL-OBSERVADOS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-LEE-ULTIMO-ASIGNADO - el ultimo numero de la serie
      * FACTURA en NUMCTL.DAT; sin archivo o sin serie no se ha
      * asignado ninguno y solo cuenta lo que haya en los archivos.
      *-----------------------------------------------------------------
       050-LEE-ULTIMO-ASIGNADO.
           OPEN INPUT NUMERO-CONTROL-FILE.
           IF NUMCTL-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA NUMCTL.DAT"
           ELSE
               MOVE "FACTURA" TO NCT-CODIGO
               READ NUMERO-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "NUMCTL.DAT NO TIENE LA SERIE FACTURA"
                   NOT INVALID KEY
                       MOVE NCT-ULTIMO-NUMERO TO WS-ULTIMO-ASIGNADO
               END-READ
               CLOSE NUMERO-CONTROL-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 100-SUELTA-NUMEROS - procedimiento de entrada del SORT: suelta
      * cada numero emitido de las facturas vivas y de las archivadas
      * (sin los renglones de control) y cada numero del registro de
      * anulados.
      *-----------------------------------------------------------------
       100-SUELTA-NUMEROS.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               PERFORM 110-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.

           OPEN INPUT FACTURAS-ARCH-FILE.
           IF FACTARCH-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 120-LEE-FACTURA-ARCH UNTIL FACTARCH-EOF
               CLOSE FACTURAS-ARCH-FILE
           END-IF.

           OPEN INPUT ANULADO-FILE.
           IF ANULADO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 130-LEE-ANULADO UNTIL ANULADO-EOF
               CLOSE ANULADO-FILE
           END-IF.

       110-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   PERFORM 140-SUELTA-EMITIDO
           END-READ.

       120-LEE-FACTURA-ARCH.
           READ FACTURAS-ARCH-FILE
               AT END
                   SET FACTARCH-EOF TO TRUE
               NOT AT END
                   MOVE FACTURA-ARCH-RECORD TO FACTURA-RECORD
                   PERFORM 140-SUELTA-EMITIDO
           END-READ.

       130-LEE-ANULADO.
           READ ANULADO-FILE NEXT RECORD
               AT END
                   SET ANULADO-EOF TO TRUE
               NOT AT END
                   MOVE ANL-NUMERO     TO SRS-NUMERO
                   SET  SRS-ES-ANULADO TO TRUE
                   MOVE ANL-FECHA      TO SRS-FECHA
                   MOVE ANL-SUPERVISOR TO SRS-SUPERVISOR
                   MOVE ANL-MOTIVO     TO SRS-MOTIVO
                   RELEASE SORT-SERIE-RECORD
           END-READ.

       140-SUELTA-EMITIDO.
           IF FAC-NUMERO NOT = 9999999
               AND FAC-NUMERO NOT = ZERO
               MOVE FAC-NUMERO     TO SRS-NUMERO
               SET  SRS-ES-EMITIDO TO TRUE
               MOVE FAC-FECHA      TO SRS-FECHA
               MOVE SPACES         TO SRS-SUPERVISOR
               MOVE SPACES         TO SRS-MOTIVO
               RELEASE SORT-SERIE-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 200-RECORRE-SERIE - procedimiento de salida del SORT: los
      * numeros llegan en orden; lo que falta entre el esperado y el
      * que llega es un hueco sin explicar, y al terminar falta todo
      * lo que va del ultimo visto al ultimo asignado. Despues de las
      * novedades se certifican los periodos y se escribe el pie.
      *-----------------------------------------------------------------
       200-RECORRE-SERIE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO WS-LINEA.
           STRING "CONTINUIDAD DE LA SERIE FACTURA AL "
                      DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
                  " - ULTIMO ASIGNADO " DELIMITED BY SIZE
                  WS-ULTIMO-ASIGNADO DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO REPORTE-NOVEDAD-RECORD.
           WRITE REPORTE-NOVEDAD-RECORD.

           MOVE SPACES       TO REPORTE-NOVEDAD-HEADER.
           MOVE "NOVEDAD"    TO RNH-TIPO.
           MOVE "DESDE"      TO RNH-DESDE.
           MOVE "HASTA"      TO RNH-HASTA.
           MOVE "CANT"       TO RNH-CANTIDAD.
           MOVE "SUPERV"     TO RNH-SUPERVISOR.
           MOVE "MOTIVO"     TO RNH-MOTIVO.
           WRITE REPORTE-NOVEDAD-RECORD.

           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 210-PROCESA-RENGLON UNTIL SORT-EOF.

           IF WS-ESPERADO NOT > WS-ULTIMO-ASIGNADO
               MOVE WS-ESPERADO        TO WS-HUECO-DESDE
               MOVE WS-ULTIMO-ASIGNADO TO WS-HUECO-HASTA
               IF WS-PERIODO-ACTUAL = ZERO
                   MOVE WS-HOY-PERIODO TO WS-PERIODO-ACTUAL
               END-IF
               PERFORM 230-ASIENTA-HUECO
           END-IF.

           IF WS-TOTAL-HUECOS = ZERO
               AND WS-TOTAL-OBSERVADOS = ZERO
               MOVE SPACES TO REPORTE-NOVEDAD-RECORD
               MOVE "SIN NOVEDADES: LA SERIE ES CONTINUA"
                   TO REPORTE-NOVEDAD-RECORD
               WRITE REPORTE-NOVEDAD-RECORD
           END-IF.

           PERFORM 300-CERTIFICA-PERIODOS.
           PERFORM 400-ESCRIBE-PIE.
           CLOSE REPORTE-FILE.

       210-PROCESA-RENGLON.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 220-APLICA-RENGLON
           END-RETURN.

      *-----------------------------------------------------------------
      * 220-APLICA-RENGLON - un numero de la serie: primero el hueco
      * que haya quedado antes de el (cargado al periodo de la ultima
      * factura, o al del propio renglon si todavia no hubo ninguna),
      * despues el numero mismo segun sea emitido o anulado.
      *-----------------------------------------------------------------
       220-APLICA-RENGLON.
           IF SRS-NUMERO > WS-ESPERADO
               MOVE WS-ESPERADO TO WS-HUECO-DESDE
               COMPUTE WS-HUECO-HASTA = SRS-NUMERO - 1
               IF WS-PERIODO-ACTUAL = ZERO
                   MOVE SRS-PERIODO TO WS-PERIODO-ACTUAL
               END-IF
               PERFORM 230-ASIENTA-HUECO
           END-IF.

           IF SRS-ES-EMITIDO
               PERFORM 240-ASIENTA-EMITIDO
           ELSE
               PERFORM 250-ASIENTA-ANULADO
           END-IF.

           IF SRS-NUMERO NOT < WS-ESPERADO
               COMPUTE WS-ESPERADO = SRS-NUMERO + 1
           END-IF.

      *-----------------------------------------------------------------
      * 230-ASIENTA-HUECO - un tramo de numeros sin factura y sin
      * anulado registrado: renglon de novedad, cuenta del periodo y
      * alerta critica por tramo.
      *-----------------------------------------------------------------
       230-ASIENTA-HUECO.
           COMPUTE WS-HUECO-CANTIDAD =
               WS-HUECO-HASTA - WS-HUECO-DESDE + 1.
           ADD WS-HUECO-CANTIDAD TO WS-TOTAL-HUECOS.
           ADD 1                 TO WS-TOTAL-TRAMOS.

           MOVE SPACES            TO REPORTE-NOVEDAD-RECORD.
           MOVE "SIN EXPLICAR"    TO RNV-TIPO.
           MOVE WS-HUECO-DESDE    TO RNV-DESDE.
           MOVE WS-HUECO-HASTA    TO RNV-HASTA.
           MOVE WS-HUECO-CANTIDAD TO RNV-CANTIDAD.
           WRITE REPORTE-NOVEDAD-RECORD.

           MOVE WS-PERIODO-ACTUAL TO WS-PERIODO-BUSCADO.
           PERFORM 270-UBICA-PERIODO.
           IF WS-IDX-HALLADO > ZERO
               ADD WS-HUECO-CANTIDAD TO PER-HUECOS (WS-IDX-HALLADO)
               MOVE WS-HUECO-DESDE TO WS-RANGO-NUMERO
               PERFORM 280-MARCA-RANGO
               MOVE WS-HUECO-HASTA TO WS-RANGO-NUMERO
               PERFORM 280-MARCA-RANGO
           END-IF.

           MOVE "C"           TO WS-ALR-SEVERIDAD.
           MOVE "C5-PROGRAMA" TO WS-ALR-PROGRAMA.
           MOVE SPACES        TO WS-ALR-MENSAJE.
           STRING "SERIE FACTURA HUECO " DELIMITED BY SIZE
                  WS-HUECO-DESDE         DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  WS-HUECO-HASTA         DELIMITED BY SIZE
               INTO WS-ALR-MENSAJE.
           PERFORM GRABA-ALERTA.
           ADD 1 TO WS-CONTADOR-ALERTAS.

      *-----------------------------------------------------------------
      * 240-ASIENTA-EMITIDO - un numero emitido cuenta en el periodo
      * de su fecha; si repite el anterior queda observado, igual que
      * si pasa del ultimo numero que la serie dice haber asignado.
      *-----------------------------------------------------------------
       240-ASIENTA-EMITIDO.
           IF SRS-NUMERO = WS-ULTIMO-EMITIDO
               MOVE "DUPLICADO" TO WS-NOVEDAD-TIPO
               PERFORM 260-ASIENTA-OBSERVACION
           ELSE
               MOVE SRS-NUMERO  TO WS-ULTIMO-EMITIDO
               MOVE SRS-PERIODO TO WS-PERIODO-ACTUAL
               ADD 1 TO WS-TOTAL-EMITIDOS
               MOVE WS-PERIODO-ACTUAL TO WS-PERIODO-BUSCADO
               PERFORM 270-UBICA-PERIODO
               IF WS-IDX-HALLADO > ZERO
                   ADD 1 TO PER-FACTURAS (WS-IDX-HALLADO)
                   MOVE SRS-NUMERO TO WS-RANGO-NUMERO
                   PERFORM 280-MARCA-RANGO
               END-IF
               IF SRS-NUMERO > WS-ULTIMO-ASIGNADO
                   MOVE "FUERA-SERIE" TO WS-NOVEDAD-TIPO
                   PERFORM 260-ASIENTA-OBSERVACION
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 250-ASIENTA-ANULADO - un anulado registrado explica su numero
      * y sale con su motivo; si el numero si se emitio, el registro
      * esta equivocado y queda observado.
      *-----------------------------------------------------------------
       250-ASIENTA-ANULADO.
           IF SRS-NUMERO = WS-ULTIMO-EMITIDO
               MOVE "ANUL.EMITIDO" TO WS-NOVEDAD-TIPO
               PERFORM 260-ASIENTA-OBSERVACION
           ELSE
               ADD 1 TO WS-TOTAL-ANULADOS
               IF WS-PERIODO-ACTUAL = ZERO
                   MOVE SRS-PERIODO TO WS-PERIODO-ACTUAL
               END-IF
               MOVE SPACES         TO REPORTE-NOVEDAD-RECORD
               MOVE "ANULADO"      TO RNV-TIPO
               MOVE SRS-NUMERO     TO RNV-DESDE
               MOVE SRS-NUMERO     TO RNV-HASTA
               MOVE 1              TO RNV-CANTIDAD
               MOVE SRS-SUPERVISOR TO RNV-SUPERVISOR
               MOVE SRS-MOTIVO     TO RNV-MOTIVO
               WRITE REPORTE-NOVEDAD-RECORD
               MOVE WS-PERIODO-ACTUAL TO WS-PERIODO-BUSCADO
               PERFORM 270-UBICA-PERIODO
               IF WS-IDX-HALLADO > ZERO
                   ADD 1 TO PER-ANULADOS (WS-IDX-HALLADO)
                   MOVE SRS-NUMERO TO WS-RANGO-NUMERO
                   PERFORM 280-MARCA-RANGO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 260-ASIENTA-OBSERVACION - renglon de novedad, cuenta del
      * periodo y alerta critica de un numero observado.
      *-----------------------------------------------------------------
       260-ASIENTA-OBSERVACION.
           ADD 1 TO WS-TOTAL-OBSERVADOS.
           MOVE SPACES          TO REPORTE-NOVEDAD-RECORD.
           MOVE WS-NOVEDAD-TIPO TO RNV-TIPO.
           MOVE SRS-NUMERO      TO RNV-DESDE.
           MOVE SRS-NUMERO      TO RNV-HASTA.
           MOVE 1               TO RNV-CANTIDAD.
           MOVE SRS-SUPERVISOR  TO RNV-SUPERVISOR.
           MOVE SRS-MOTIVO      TO RNV-MOTIVO.
           WRITE REPORTE-NOVEDAD-RECORD.

           MOVE WS-PERIODO-ACTUAL TO WS-PERIODO-BUSCADO.
           PERFORM 270-UBICA-PERIODO.
           IF WS-IDX-HALLADO > ZERO
               ADD 1 TO PER-OBSERVADOS (WS-IDX-HALLADO)
           END-IF.

           MOVE "C"           TO WS-ALR-SEVERIDAD.
           MOVE "C5-PROGRAMA" TO WS-ALR-PROGRAMA.
           MOVE SPACES        TO WS-ALR-MENSAJE.
           STRING "SERIE FACTURA " DELIMITED BY SIZE
                  WS-NOVEDAD-TIPO  DELIMITED BY SPACE
                  " "              DELIMITED BY SIZE
                  SRS-NUMERO       DELIMITED BY SIZE
               INTO WS-ALR-MENSAJE.
           PERFORM GRABA-ALERTA.
           ADD 1 TO WS-CONTADOR-ALERTAS.

      *-----------------------------------------------------------------
      * 270-UBICA-PERIODO - la entrada de WS-PERIODO-BUSCADO en la
      * tabla, dandola de alta si no estaba; con la tabla llena queda
      * WS-IDX-HALLADO en cero.
      *-----------------------------------------------------------------
       270-UBICA-PERIODO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 275-COMPARA-PERIODO
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-PERIODOS
                   OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CANTIDAD-PERIODOS < 240
                   ADD 1 TO WS-CANTIDAD-PERIODOS
                   MOVE WS-CANTIDAD-PERIODOS TO WS-IDX-HALLADO
                   MOVE WS-PERIODO-BUSCADO
                       TO PER-PERIODO (WS-IDX-HALLADO)
                   MOVE ZERO TO PER-DESDE (WS-IDX-HALLADO)
                   MOVE ZERO TO PER-HASTA (WS-IDX-HALLADO)
                   MOVE ZERO TO PER-FACTURAS (WS-IDX-HALLADO)
                   MOVE ZERO TO PER-ANULADOS (WS-IDX-HALLADO)
                   MOVE ZERO TO PER-HUECOS (WS-IDX-HALLADO)
                   MOVE ZERO TO PER-OBSERVADOS (WS-IDX-HALLADO)
               ELSE
                   SET TABLA-PERIODOS-LLENA TO TRUE
               END-IF
           END-IF.

       275-COMPARA-PERIODO.
           IF PER-PERIODO (WS-IDX-BUSCA) = WS-PERIODO-BUSCADO
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 280-MARCA-RANGO - ensancha el rango del periodo hallado para
      * que cubra WS-RANGO-NUMERO.
      *-----------------------------------------------------------------
       280-MARCA-RANGO.
           IF PER-DESDE (WS-IDX-HALLADO) = ZERO
               OR WS-RANGO-NUMERO < PER-DESDE (WS-IDX-HALLADO)
               MOVE WS-RANGO-NUMERO TO PER-DESDE (WS-IDX-HALLADO)
           END-IF.
           IF WS-RANGO-NUMERO > PER-HASTA (WS-IDX-HALLADO)
               MOVE WS-RANGO-NUMERO TO PER-HASTA (WS-IDX-HALLADO)
           END-IF.

      *-----------------------------------------------------------------
      * 300-CERTIFICA-PERIODOS - un renglon por periodo con su rango:
      * CERTIFICADO cuando todo numero del rango es factura o anulado
      * registrado, CON HUECOS u OBSERVADO si no.
      *-----------------------------------------------------------------
       300-CERTIFICA-PERIODOS.
           MOVE SPACES TO REPORTE-NOVEDAD-RECORD.
           WRITE REPORTE-NOVEDAD-RECORD.
           MOVE SPACES          TO REPORTE-PERIODO-HEADER.
           MOVE "AAAAMM"        TO RPH-PERIODO.
           MOVE "DESDE"         TO RPH-DESDE.
           MOVE "HASTA"         TO RPH-HASTA.
           MOVE "FACTS"         TO RPH-FACTURAS.
           MOVE "ANULADS"       TO RPH-ANULADOS.
           MOVE "HUECOS"        TO RPH-HUECOS.
           MOVE "OBSRV"         TO RPH-OBSERVADOS.
           MOVE "ESTADO"        TO RPH-ESTADO.
           WRITE REPORTE-NOVEDAD-RECORD.

           PERFORM 310-ESCRIBE-PERIODO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-PERIODOS.

       310-ESCRIBE-PERIODO.
           MOVE SPACES                   TO REPORTE-PERIODO-RECORD.
           MOVE PER-PERIODO (WS-IDX)     TO RPE-PERIODO.
           MOVE PER-DESDE (WS-IDX)       TO RPE-DESDE.
           MOVE PER-HASTA (WS-IDX)       TO RPE-HASTA.
           MOVE PER-FACTURAS (WS-IDX)    TO RPE-FACTURAS.
           MOVE PER-ANULADOS (WS-IDX)    TO RPE-ANULADOS.
           MOVE PER-HUECOS (WS-IDX)      TO RPE-HUECOS.
           MOVE PER-OBSERVADOS (WS-IDX)  TO RPE-OBSERVADOS.
           EVALUATE TRUE
               WHEN PER-HUECOS (WS-IDX) > ZERO
                   MOVE "CON HUECOS"  TO RPE-ESTADO
               WHEN PER-OBSERVADOS (WS-IDX) > ZERO
                   MOVE "OBSERVADO"   TO RPE-ESTADO
               WHEN OTHER
                   MOVE "CERTIFICADO" TO RPE-ESTADO
           END-EVALUATE.
           WRITE REPORTE-NOVEDAD-RECORD.

      *-----------------------------------------------------------------
      * 400-ESCRIBE-PIE - los totales de la serie.
      *-----------------------------------------------------------------
       400-ESCRIBE-PIE.
           MOVE SPACES               TO REPORTE-PERIODO-RECORD.
           MOVE "TOTAL"              TO RPE-PERIODO.
           MOVE 1                    TO RPE-DESDE.
           MOVE WS-ULTIMO-ASIGNADO   TO RPE-HASTA.
           MOVE WS-TOTAL-EMITIDOS    TO RPE-FACTURAS.
           MOVE WS-TOTAL-ANULADOS    TO RPE-ANULADOS.
           MOVE WS-TOTAL-HUECOS      TO RPE-HUECOS.
           MOVE WS-TOTAL-OBSERVADOS  TO RPE-OBSERVADOS.
           IF WS-TOTAL-HUECOS = ZERO
               AND WS-TOTAL-OBSERVADOS = ZERO
               MOVE "CERTIFICADO" TO RPE-ESTADO
           ELSE
               MOVE "CON NOVEDAD" TO RPE-ESTADO
           END-IF.
           WRITE REPORTE-NOVEDAD-RECORD.

      *-----------------------------------------------------------------
      * GRABA-ALERTA - viene de ALERTPRO.CPY (compartido por toda
      * compuerta que deja su renglon en la cola central de alertas).
      *-----------------------------------------------------------------
           COPY ALERTPRO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM C5-PROGRAMA.
