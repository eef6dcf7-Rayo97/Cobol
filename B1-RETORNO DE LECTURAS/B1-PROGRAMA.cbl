      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aplicacion nocturna del archivo de retorno de los
      *          lectores de campo (LECTRET.DAT, el LECTRUTA.DAT que
      *          armo B0-PROGRAMA con las lecturas ya llenas): cada
      *          medidor de la ruta que vino con lectura se agrega a
      *          LECTURAS.DAT, que se reescribe ordenado por medidor y
      *          fecha (SORT) como lo espera la depuracion de lecturas
      *          (74-PROGRAMA), que es quien la valida. Cada medidor
      *          que volvio sin lectura sale en LECTFALT.RPT como
      *          lectura no tomada, con la nota del lector, y la
      *          lectura que cae fuera del rango esperado de la hoja
      *          sale ahi mismo marcada para revision. El archivo solo
      *          se aplica si su cuerpo cuadra con su trailer, igual
      *          que el resultado del cobro automatico (A2-PROGRAMA);
      *          ya aplicado se guarda como LECTRET.AAAAMMDD.DAT y
      *          LECTRET.DAT queda vacio, para que una segunda corrida
      *          no lo vuelva a aplicar.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. B1-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RETORNO-FILE
               ASSIGN TO "LECTRET.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUTA-STATUS.

           SELECT ARCHIVO-RETORNO-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT LECTURAS-FILE
               ASSIGN TO "LECTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LECTURAS-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "LECTFALT.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWKB1.DAT".

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RETORNO-FILE
           LABEL RECORD IS STANDARD.
           COPY LECTRUTA.

       FD  ARCHIVO-RETORNO-FILE
           LABEL RECORD IS STANDARD.
       01  ARCHIVO-RETORNO-RECORD  PIC X(80).

       FD  LECTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY LECTURAS.

      *-VISTA CRUDA DEL MISMO RENGLON (LOS REGISTROS 01 DE UN FD
      *-COMPARTEN EL AREA): LO QUE YA TRAIA EL FEED PASA TAL CUAL,
      *-AUNQUE NO SEA NUMERICO; LA DEPURACION LO RECHAZA DESPUES.
       01  LECTURA-CRUDA.
           05  LEC-X-MEDIDOR       PIC X(8).
           05  LEC-X-FECHA         PIC X(8).
           05  LEC-X-VALOR         PIC X(6).

      *-RENGLON DEL REPORTE DE LECTURAS NO TOMADAS (80 BYTES); LA
      *-VISTA DE TEXTO LLEVA TITULO, ENCABEZADO Y TOTALES.
       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-FALTA-RECORD.
           05  RFL-MEDIDOR         PIC X(8).
           05  FILLER              PIC X.
           05  RFL-CLIENTE         PIC X(7).
           05  FILLER              PIC X.
           05  RFL-CP              PIC X(5).
           05  FILLER              PIC X.
           05  RFL-CALLE           PIC X(30).
           05  FILLER              PIC X.
           05  RFL-MOTIVO          PIC X(20).
           05  FILLER              PIC X(6).

       01  REPORTE-FALTA-TEXTO REDEFINES REPORTE-FALTA-RECORD.
           05  RFX-TEXTO           PIC X(80).

      *-LEGAJOS DEL ORDENAMIENTO: LAS LECTURAS QUE YA HABIA MAS LAS
      *-QUE TRAJO EL RETORNO, POR MEDIDOR Y FECHA.
       SD  SORT-WORK-FILE.
       01  SORT-LECTURA-RECORD.
           05  SLC-MEDIDOR   PIC X(8).
           05  SLC-FECHA     PIC X(8).
           05  SLC-VALOR     PIC X(6).

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE RETORNO-FILE: VIENE DE RUTSTS.CPY.
           COPY RUTSTS.

       01  WS-ARCHIVO-STATUS PIC XX.
           88  ARCHIVO-OK VALUE "00".

       01  WS-LECTURAS-STATUS PIC XX.
           88  LECTURAS-OK        VALUE "00".
           88  LECTURAS-EOF       VALUE "10".
           88  LECTURAS-NO-EXISTE VALUE "35".

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA: LA FECHA DE LA
      *-LECTURA QUE EL LECTOR DEJO EN BLANCO Y LA DEL NOMBRE DEL
      *-RETORNO YA APLICADO (LECTRET.AAAAMMDD.DAT).
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-NOMBRE-ARCHIVO PIC X(40) VALUE SPACES.

      *-SOBRE DEL ARCHIVO: LO QUE EL CUERPO TRAE CONTRA LO QUE EL
      *-TRAILER DICE QUE TRAE. UN ARCHIVO SIN NINGUN RENGLON ES EL
      *-QUE YA SE APLICO Y QUEDO VACIO.
       01  WS-SOBRE-RENGLONES PIC 9(7) VALUE ZERO.
       01  WS-SOBRE-CANTIDAD  PIC 9(7) VALUE ZERO.
       01  WS-RUTA-CANTIDAD   PIC 9(7) VALUE ZERO.
       01  WS-RUTA-FECHA      PIC 9(8) VALUE ZERO.
       01  WS-RUTA-SECUENCIA  PIC 9(7) VALUE ZERO.

       01  WS-HAY-TRAILER-SW PIC X VALUE "N".
           88  HAY-TRAILER-RUTA VALUE "S".

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88  SORT-EOF VALUE "S".

       01  WS-RETORNO-EOF-SW PIC X VALUE "N".
           88  RETORNO-TERMINADO VALUE "S".

      *-LECTURA DEL RENGLON EN REVISION CONTRA SU RANGO ESPERADO.
       01  WS-LECTURA-NUM PIC 9(6) VALUE ZERO.

       01  WS-CONTADOR-PREVIAS    PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-APLICADAS  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-FALTANTES  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-FUERA      PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ESCRITAS   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN OUTPUT REPORTE-FILE.
           PERFORM 100-VERIFICA-SOBRE.
           IF RUTA-NO-EXISTE
               OR WS-SOBRE-RENGLONES = ZERO
               MOVE SPACES TO RFX-TEXTO
               MOVE "NO LLEGO RETORNO DE LECTURAS DE RUTA"
                   TO RFX-TEXTO
               WRITE REPORTE-FALTA-RECORD
               CLOSE REPORTE-FILE
               DISPLAY "NO LLEGO RETORNO DE LECTURAS (LECTRET.DAT); "
                   "NADA QUE APLICAR."
               STOP RUN
           END-IF.
           IF NOT HAY-TRAILER-RUTA
               OR WS-SOBRE-CANTIDAD NOT = WS-RUTA-CANTIDAD
               MOVE SPACES TO RFX-TEXTO
               MOVE "RETORNO DE LECTURAS NO CUADRA; NO SE APLICO"
                   TO RFX-TEXTO
               WRITE REPORTE-FALTA-RECORD
               CLOSE REPORTE-FILE
               DISPLAY "EL RETORNO DE LECTURAS NO CUADRA CON SU "
                   "TRAILER; NO SE APLICA NADA."
               DISPLAY "  DETALLES:  " WS-SOBRE-CANTIDAD
               DISPLAY "  CONTROL:   " WS-RUTA-CANTIDAD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 150-ENCABEZA-REPORTE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SLC-MEDIDOR SLC-FECHA
               INPUT PROCEDURE IS 200-SUELTA-LECTURAS
               OUTPUT PROCEDURE IS 400-REESCRIBE-LECTURAS.

           PERFORM 450-CIERRA-REPORTE.
           PERFORM 500-ARCHIVA-RETORNO.

           DISPLAY "RETORNO DE RUTA SECUENCIA " WS-RUTA-SECUENCIA
               " DEL " WS-RUTA-FECHA.
           DISPLAY "LECTURAS PREVIAS:      " WS-CONTADOR-PREVIAS.
           DISPLAY "LECTURAS APLICADAS:    " WS-CONTADOR-APLICADAS.
           DISPLAY "LECTURAS NO TOMADAS:   " WS-CONTADOR-FALTANTES.
           DISPLAY "FUERA DE RANGO:        " WS-CONTADOR-FUERA.
           DISPLAY "LECTURAS.DAT QUEDA CON " WS-CONTADOR-ESCRITAS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-VERIFICA-SOBRE - primera pasada sobre el retorno: cuenta
      * los detalles y toma el header y el trailer. Un archivo
      * truncado no debe quedar aplicado a medias.
      *-----------------------------------------------------------------
       100-VERIFICA-SOBRE.
           OPEN INPUT RETORNO-FILE.
           IF RUTA-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-SOBRE UNTIL RUTA-EOF
               CLOSE RETORNO-FILE
           END-IF.

       110-LEE-SOBRE.
           READ RETORNO-FILE
               AT END
                   SET RUTA-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SOBRE-RENGLONES
                   EVALUATE TRUE
                       WHEN RTA-HEADER
                           MOVE RTH-FECHA     TO WS-RUTA-FECHA
                           MOVE RTH-SECUENCIA TO WS-RUTA-SECUENCIA
                       WHEN RTA-TRAILER
                           SET HAY-TRAILER-RUTA TO TRUE
                           MOVE RTT-CANTIDAD TO WS-RUTA-CANTIDAD
                       WHEN OTHER
                           ADD 1 TO WS-SOBRE-CANTIDAD
                   END-EVALUATE
           END-READ.

       150-ENCABEZA-REPORTE.
           MOVE SPACES TO RFX-TEXTO.
           STRING "LECTURAS NO TOMADAS EN RUTA - SECUENCIA "
                                        DELIMITED BY SIZE
                  WS-RUTA-SECUENCIA     DELIMITED BY SIZE
                  " DEL "               DELIMITED BY SIZE
                  WS-RUTA-FECHA         DELIMITED BY SIZE
               INTO RFX-TEXTO.
           WRITE REPORTE-FALTA-RECORD.
           MOVE SPACES TO RFX-TEXTO.
           WRITE REPORTE-FALTA-RECORD.
           MOVE SPACES TO RFX-TEXTO.
           STRING "MEDIDOR  CLIENTE CP    DIRECCION"
                                        DELIMITED BY SIZE
                  "                      MOTIVO"
                                        DELIMITED BY SIZE
               INTO RFX-TEXTO.
           WRITE REPORTE-FALTA-RECORD.

      *-----------------------------------------------------------------
      * 200-SUELTA-LECTURAS - procedimiento de entrada del SORT: las
      * lecturas que ya traia LECTURAS.DAT pasan tal cual; del
      * retorno, cada medidor con lectura entra con la fecha que
      * anoto el lector (la de negocio si la dejo en blanco) y cada
      * medidor sin lectura va al reporte.
      *-----------------------------------------------------------------
       200-SUELTA-LECTURAS.
           OPEN INPUT LECTURAS-FILE.
           IF LECTURAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 210-LEE-LECTURA UNTIL LECTURAS-EOF
               CLOSE LECTURAS-FILE
           END-IF.

           MOVE "N" TO WS-RETORNO-EOF-SW.
           OPEN INPUT RETORNO-FILE.
           PERFORM 220-LEE-RETORNO UNTIL RETORNO-TERMINADO.
           CLOSE RETORNO-FILE.

       210-LEE-LECTURA.
           READ LECTURAS-FILE
               AT END
                   SET LECTURAS-EOF TO TRUE
               NOT AT END
                   MOVE LEC-X-MEDIDOR TO SLC-MEDIDOR
                   MOVE LEC-X-FECHA   TO SLC-FECHA
                   MOVE LEC-X-VALOR   TO SLC-VALOR
                   RELEASE SORT-LECTURA-RECORD
                   ADD 1 TO WS-CONTADOR-PREVIAS
           END-READ.

       220-LEE-RETORNO.
           READ RETORNO-FILE
               AT END
                   SET RETORNO-TERMINADO TO TRUE
               NOT AT END
                   IF RTA-DETALLE
                       IF RTD-LECTURA = SPACES
                           PERFORM 300-REPORTA-FALTANTE
                       ELSE
                           PERFORM 230-SUELTA-RETORNO
                       END-IF
                   END-IF
           END-READ.

       230-SUELTA-RETORNO.
           MOVE RTD-MEDIDOR TO SLC-MEDIDOR.
           IF RTD-FECHA-LECTURA = SPACES
               MOVE WS-FECHA-NEGOCIO TO SLC-FECHA
           ELSE
               MOVE RTD-FECHA-LECTURA TO SLC-FECHA
           END-IF.
           MOVE RTD-LECTURA TO SLC-VALOR.
           RELEASE SORT-LECTURA-RECORD.
           ADD 1 TO WS-CONTADOR-APLICADAS.

           IF RTD-LECTURA IS NUMERIC
               AND RTD-MINIMO IS NUMERIC
               AND RTD-MAXIMO IS NUMERIC
               MOVE RTD-LECTURA TO WS-LECTURA-NUM
               IF WS-LECTURA-NUM < RTD-MINIMO
                   OR WS-LECTURA-NUM > RTD-MAXIMO
                   PERFORM 310-REPORTA-FUERA-RANGO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 300-REPORTA-FALTANTE - el medidor volvio sin lectura: sale en
      * el reporte con la nota del lector.
      *-----------------------------------------------------------------
       300-REPORTA-FALTANTE.
           PERFORM 320-ARMA-RENGLON.
           EVALUATE RTD-NOTA
               WHEN "SA"
                   MOVE "SIN ACCESO"          TO RFL-MOTIVO
               WHEN "DA"
                   MOVE "MEDIDOR DAÑADO"      TO RFL-MOTIVO
               WHEN "NL"
                   MOVE "NO LOCALIZADO"       TO RFL-MOTIVO
               WHEN OTHER
                   MOVE "SIN LECTURA"         TO RFL-MOTIVO
           END-EVALUATE.
           WRITE REPORTE-FALTA-RECORD.
           ADD 1 TO WS-CONTADOR-FALTANTES.

      *-----------------------------------------------------------------
      * 310-REPORTA-FUERA-RANGO - la lectura se aplica (la depuracion
      * decide si pasa), pero sale en el reporte para que el
      * supervisor de lectores la revise.
      *-----------------------------------------------------------------
       310-REPORTA-FUERA-RANGO.
           PERFORM 320-ARMA-RENGLON.
           MOVE SPACES TO RFL-MOTIVO.
           STRING "FUERA RANGO "  DELIMITED BY SIZE
                  RTD-LECTURA     DELIMITED BY SIZE
               INTO RFL-MOTIVO.
           WRITE REPORTE-FALTA-RECORD.
           ADD 1 TO WS-CONTADOR-FUERA.

       320-ARMA-RENGLON.
           MOVE SPACES      TO REPORTE-FALTA-RECORD.
           MOVE RTD-MEDIDOR TO RFL-MEDIDOR.
           MOVE RTD-CLIENTE TO RFL-CLIENTE.
           MOVE RTD-CP      TO RFL-CP.
           MOVE RTD-CALLE   TO RFL-CALLE.

      *-----------------------------------------------------------------
      * 400-REESCRIBE-LECTURAS - procedimiento de salida del SORT:
      * LECTURAS.DAT se reescribe completo en orden de medidor y
      * fecha.
      *-----------------------------------------------------------------
       400-REESCRIBE-LECTURAS.
           OPEN OUTPUT LECTURAS-FILE.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 410-GRABA-LECTURA UNTIL SORT-EOF.
           CLOSE LECTURAS-FILE.

       410-GRABA-LECTURA.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   MOVE SLC-MEDIDOR TO LEC-X-MEDIDOR
                   MOVE SLC-FECHA   TO LEC-X-FECHA
                   MOVE SLC-VALOR   TO LEC-X-VALOR
                   WRITE LECTURA-CRUDA
                   ADD 1 TO WS-CONTADOR-ESCRITAS
           END-RETURN.

       450-CIERRA-REPORTE.
           MOVE SPACES TO RFX-TEXTO.
           WRITE REPORTE-FALTA-RECORD.
           STRING "TOTAL: "             DELIMITED BY SIZE
                  WS-CONTADOR-FALTANTES DELIMITED BY SIZE
                  " NO TOMADAS, "       DELIMITED BY SIZE
                  WS-CONTADOR-FUERA     DELIMITED BY SIZE
                  " FUERA DE RANGO, "   DELIMITED BY SIZE
                  WS-CONTADOR-APLICADAS DELIMITED BY SIZE
                  " APLICADAS"          DELIMITED BY SIZE
               INTO RFX-TEXTO.
           WRITE REPORTE-FALTA-RECORD.
           CLOSE REPORTE-FILE.

      *-----------------------------------------------------------------
      * 500-ARCHIVA-RETORNO - el retorno ya aplicado se copia a
      * LECTRET.AAAAMMDD.DAT (fecha de negocio) y LECTRET.DAT queda
      * vacio: la corrida siguiente lo ve sin renglones y no hace
      * nada.
      *-----------------------------------------------------------------
       500-ARCHIVA-RETORNO.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO.
           STRING "LECTRET."       DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WS-NOMBRE-ARCHIVO.
           OPEN OUTPUT ARCHIVO-RETORNO-FILE.
           MOVE "N" TO WS-RETORNO-EOF-SW.
           OPEN INPUT RETORNO-FILE.
           PERFORM 510-COPIA-RENGLON UNTIL RETORNO-TERMINADO.
           CLOSE RETORNO-FILE.
           CLOSE ARCHIVO-RETORNO-FILE.

           OPEN OUTPUT RETORNO-FILE.
           CLOSE RETORNO-FILE.

       510-COPIA-RENGLON.
           READ RETORNO-FILE
               AT END
                   SET RETORNO-TERMINADO TO TRUE
               NOT AT END
                   MOVE LECTURA-RUTA-RECORD TO ARCHIVO-RETORNO-RECORD
                   WRITE ARCHIVO-RETORNO-RECORD
           END-READ.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM B1-PROGRAMA.
