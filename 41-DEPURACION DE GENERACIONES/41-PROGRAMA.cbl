      *          reportando exactamente que archivo y que borro. Los
      *          operadores vuelven a saber que es seguro borrar:
      *          nada, porque lo borra esta depuracion.
      *          Los reportes registrados en el indice de reportes
      *          (REPINDEX.DAT, F4-PROGRAMA) pasan igual al archivo de
      *          largo plazo cuando vence el plazo en linea de su
      *          clase de retencion (RETCLASEA/B/C de TASAS.DAT), y su
      *          entrada en el indice los sigue: queda apuntando al
      *          renglon de cabecera de su archivo en HISTORIA.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 past the run's business date (FECHACOR.DAT),
      *                 so rate changes can be keyed days in advance
      *                 instead of swapped at midnight.
      * 2026-10-15 RSM  Reports registered in the report index
      *                 (REPINDEX.DAT) are moved to HISTORIA.DAT when
      *                 the on-line days of their retention class
      *                 (RETCLASEA/B/C, 30/90/365 by default) run out,
      *                 and the index entry is repointed to the header
      *                 record of the archived copy. A dated RESUMEN
      *                 archived by its family retention repoints its
      *                 index entry the same way.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT REPORTE-INDICE-FILE
               ASSIGN TO "REPINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-CLAVE
               FILE STATUS IS WS-REPINDEX-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           LABEL RECORD IS STANDARD.
       01  HISTORIA-RECORD         PIC X(40).

       FD  REPORTE-INDICE-FILE
           LABEL RECORD IS STANDARD.
           COPY REPINDEX.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.

       01  WS-HISTORIA-STATUS PIC XX.
           88  HISTORIA-OK         VALUE "00".
           88  HISTORIA-EOF        VALUE "10".
           88  HISTORIA-NO-EXISTE  VALUE "35".

      *-FILE STATUS/88-LEVEL DE REPORTE-INDICE-FILE: VIENE DE
      *-RIXSTS.CPY.
           COPY RIXSTS.

       01  WS-HAY-INDICE-SW PIC X VALUE "N".
           88  HAY-INDICE-REPORTES VALUE "S".

      *-RENGLONES DE HISTORIA.DAT (YA ESCRITOS MAS LOS DE ESTA
      *-CORRIDA) Y EL DE LA CABECERA DE LA ULTIMA GENERACION
      *-ARCHIVADA, QUE ES A DONDE APUNTA EL INDICE DE REPORTES.
       01  WS-RENGLONES-HISTORIA PIC 9(9) VALUE ZERO.
       01  WS-RENGLON-CABECERA   PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVADA-SW PIC X VALUE "N".
           88  GENERACION-ARCHIVADA VALUE "S".

       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-DIAS DE RETENCION POR FAMILIA, DE TASAS.DAT; 30 POR DEFECTO.
       01  WS-RET-CALCRES  PIC 9(5) VALUE 30.
       01  WS-RET-RESUMEN  PIC 9(5) VALUE 30.

      *-DIAS EN LINEA POR CLASE DE RETENCION DE LOS REPORTES DEL
      *-INDICE, DE TASAS.DAT: A OPERATIVOS, B DE CONTROL, C CONTABLES
      *-Y FISCALES; Y LA FECHA DE CORTE QUE RESULTA PARA CADA CLASE.
       01  WS-RET-CLASE-A  PIC 9(5) VALUE 30.
       01  WS-RET-CLASE-B  PIC 9(5) VALUE 90.
       01  WS-RET-CLASE-C  PIC 9(5) VALUE 365.
       01  WS-EF-CLASE-A   PIC 9(8) VALUE ZERO.
       01  WS-EF-CLASE-B   PIC 9(8) VALUE ZERO.
       01  WS-EF-CLASE-C   PIC 9(8) VALUE ZERO.
       01  WS-CORTE-A      PIC 9(8) VALUE ZERO.
       01  WS-CORTE-B      PIC 9(8) VALUE ZERO.
       01  WS-CORTE-C      PIC 9(8) VALUE ZERO.
       01  WS-CORTE-ACTUAL PIC 9(8) VALUE ZERO.

      *-RETENCION DE LA FAMILIA EN TURNO.
       01  WS-RET-ACTUAL   PIC 9(5) VALUE 30.

       01  WS-BYTES-ARCHIVADOS PIC 9(9) VALUE ZERO.

       01  WS-CONTADOR-ARCHIVADAS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-REPORTES   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 050-CARGA-RETENCIONES.
           PERFORM 030-CUENTA-HISTORIA.

           OPEN I-O REPORTE-INDICE-FILE.
           IF REPINDEX-NO-EXISTE
               MOVE "N" TO WS-HAY-INDICE-SW
           ELSE
               MOVE "S" TO WS-HAY-INDICE-SW
           END-IF.

           OPEN EXTEND HISTORIA-FILE.
           IF HISTORIA-NO-EXISTE
           MOVE WS-RET-RESUMEN TO WS-RET-ACTUAL.
           PERFORM 100-DEPURA-FAMILIA.

           IF HAY-INDICE-REPORTES
               PERFORM 400-ARCHIVA-REPORTES
               CLOSE REPORTE-INDICE-FILE
           END-IF.

           CLOSE HISTORIA-FILE.

           DISPLAY "GENERACIONES ARCHIVADAS Y BORRADAS: "
               WS-CONTADOR-ARCHIVADAS.
           DISPLAY "  DE ELLAS, REPORTES DEL INDICE:    "
               WS-CONTADOR-REPORTES.

           STOP RUN.

      *-----------------------------------------------------------------
      * 030-CUENTA-HISTORIA - cuenta los renglones que ya tiene
      * HISTORIA.DAT, para saber en que renglon queda la cabecera de
      * cada generacion que se archive esta noche.
      *-----------------------------------------------------------------
       030-CUENTA-HISTORIA.
           MOVE ZERO TO WS-RENGLONES-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF HISTORIA-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 035-CUENTA-RENGLON UNTIL HISTORIA-EOF
               CLOSE HISTORIA-FILE
           END-IF.

       035-CUENTA-RENGLON.
           READ HISTORIA-FILE
               AT END
                   SET HISTORIA-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RENGLONES-HISTORIA
           END-READ.

      *-----------------------------------------------------------------
      * 050-CARGA-RETENCIONES - lee de TASAS.DAT los dias de retencion
      * por familia (RETCTLTOT, RETRECONC, RETCALCRES, RETRESUMEN) y
      * los dias en linea por clase de reporte (RETCLASEA, RETCLASEB,
      * RETCLASEC); los que no tienen codigo conservan el valor por
      * defecto.
      *-----------------------------------------------------------------
       050-CARGA-RETENCIONES.
           OPEN INPUT TASAS-FILE.
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-RESUMEN
                               END-IF
                           WHEN "RETCLASEA"
                               IF TAS-FECHA-EFECTIVA >= WS-EF-CLASE-A
                                   MOVE TAS-VALOR TO WS-RET-CLASE-A
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-CLASE-A
                               END-IF
                           WHEN "RETCLASEB"
                               IF TAS-FECHA-EFECTIVA >= WS-EF-CLASE-B
                                   MOVE TAS-VALOR TO WS-RET-CLASE-B
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-CLASE-B
                               END-IF
                           WHEN "RETCLASEC"
                               IF TAS-FECHA-EFECTIVA >= WS-EF-CLASE-C
                                   MOVE TAS-VALOR TO WS-RET-CLASE-C
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-CLASE-C
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.
                  WS-EXTENSION  DELIMITED BY SPACE
               INTO WS-NOMBRE-GENERACION.
           PERFORM 200-ARCHIVA-Y-BORRA.
           IF GENERACION-ARCHIVADA
               AND HAY-INDICE-REPORTES
               PERFORM 300-SIGUE-INDICE
           END-IF.
           PERFORM RESTA-UN-DIA.

      *-----------------------------------------------------------------
      * contenido pasa a HISTORIA.DAT (renglon de cabecera con el
      * nombre, el contenido en bloques de 40, y renglon de cierre con
      * los bytes) y el archivo se borra del directorio de corrida.
      * Cada renglon escrito se cuenta, y el de la cabecera queda en
      * WS-RENGLON-CABECERA.
      *-----------------------------------------------------------------
       200-ARCHIVA-Y-BORRA.
           MOVE "N" TO WS-ARCHIVADA-SW.
           OPEN INPUT GENERACION-FILE.
           IF GENERACION-NO-EXISTE
               NEXT SENTENCE
                      WS-NOMBRE-GENERACION DELIMITED BY SPACE
                   INTO HISTORIA-RECORD
               WRITE HISTORIA-RECORD
               ADD 1 TO WS-RENGLONES-HISTORIA
               MOVE WS-RENGLONES-HISTORIA TO WS-RENGLON-CABECERA
               MOVE SPACES TO WS-BLOQUE
               MOVE ZERO   TO WS-POS-BLOQUE
               MOVE ZERO   TO WS-BYTES-ARCHIVADOS
               IF WS-POS-BLOQUE > ZERO
                   MOVE WS-BLOQUE TO HISTORIA-RECORD
                   WRITE HISTORIA-RECORD
                   ADD 1 TO WS-RENGLONES-HISTORIA
               END-IF
               MOVE SPACES TO HISTORIA-RECORD
               STRING "## FIN " DELIMITED BY SIZE
                      " BYTES"  DELIMITED BY SIZE
                   INTO HISTORIA-RECORD
               WRITE HISTORIA-RECORD
               ADD 1 TO WS-RENGLONES-HISTORIA
               CLOSE GENERACION-FILE
               DELETE FILE GENERACION-FILE
               SET GENERACION-ARCHIVADA TO TRUE
               ADD 1 TO WS-CONTADOR-ARCHIVADAS
               DISPLAY "ARCHIVADA Y BORRADA: " WS-NOMBRE-GENERACION
                   " (" WS-BYTES-ARCHIVADOS " BYTES)"
                   IF WS-POS-BLOQUE = 40
                       MOVE WS-BLOQUE TO HISTORIA-RECORD
                       WRITE HISTORIA-RECORD
                       ADD 1 TO WS-RENGLONES-HISTORIA
                       MOVE SPACES TO WS-BLOQUE
                       MOVE ZERO   TO WS-POS-BLOQUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 300-SIGUE-INDICE - la generacion que una familia acaba de
      * archivar puede ser un reporte registrado (el RESUMEN fechado):
      * su entrada en el indice pasa a apuntar a HISTORIA.DAT.
      *-----------------------------------------------------------------
       300-SIGUE-INDICE.
           MOVE SPACES TO RIX-REPORTE.
           UNSTRING WS-FAMILIA DELIMITED BY "."
               INTO RIX-REPORTE.
           MOVE WS-FECHA-CAND TO RIX-FECHA-NEGOCIO.
           READ REPORTE-INDICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RIX-EN-LINEA
                       AND RIX-UBICACION = WS-NOMBRE-GENERACION
                       PERFORM 430-MARCA-ARCHIVADO
                       ADD 1 TO WS-CONTADOR-REPORTES
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-ARCHIVA-REPORTES - recorre el indice de reportes y pasa a
      * HISTORIA.DAT cada reporte en linea cuya fecha de negocio ya
      * no supera la fecha de corte de su clase (fecha de negocio
      * menos los dias en linea de la clase; una clase desconocida
      * se trata como B).
      *-----------------------------------------------------------------
       400-ARCHIVA-REPORTES.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CAND.
           PERFORM RESTA-UN-DIA WS-RET-CLASE-A TIMES.
           MOVE WS-FECHA-CAND TO WS-CORTE-A.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CAND.
           PERFORM RESTA-UN-DIA WS-RET-CLASE-B TIMES.
           MOVE WS-FECHA-CAND TO WS-CORTE-B.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CAND.
           PERFORM RESTA-UN-DIA WS-RET-CLASE-C TIMES.
           MOVE WS-FECHA-CAND TO WS-CORTE-C.

           MOVE LOW-VALUES TO RIX-CLAVE.
           START REPORTE-INDICE-FILE KEY NOT < RIX-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 410-REVISA-REPORTE UNTIL REPINDEX-EOF
           END-START.

       410-REVISA-REPORTE.
           READ REPORTE-INDICE-FILE NEXT RECORD
               AT END
                   SET REPINDEX-EOF TO TRUE
               NOT AT END
                   IF RIX-EN-LINEA
                       PERFORM 420-VENCE-REPORTE
                   END-IF
           END-READ.

       420-VENCE-REPORTE.
           EVALUATE RIX-CLASE
               WHEN "A"
                   MOVE WS-CORTE-A TO WS-CORTE-ACTUAL
               WHEN "C"
                   MOVE WS-CORTE-C TO WS-CORTE-ACTUAL
               WHEN OTHER
                   MOVE WS-CORTE-B TO WS-CORTE-ACTUAL
           END-EVALUATE.
           IF RIX-FECHA-NEGOCIO NOT > WS-CORTE-ACTUAL
               MOVE RIX-UBICACION TO WS-NOMBRE-GENERACION
               PERFORM 200-ARCHIVA-Y-BORRA
               IF GENERACION-ARCHIVADA
                   PERFORM 430-MARCA-ARCHIVADO
                   ADD 1 TO WS-CONTADOR-REPORTES
               ELSE
                   DISPLAY "REPORTE DEL INDICE QUE YA NO ESTA EN "
                       "LINEA: " RIX-UBICACION
               END-IF
           END-IF.

       430-MARCA-ARCHIVADO.
           SET  RIX-ARCHIVADO       TO TRUE.
           MOVE "HISTORIA.DAT"      TO RIX-UBICACION.
           MOVE WS-RENGLON-CABECERA TO RIX-RENGLON-HIST.
           MOVE WS-FECHA-NEGOCIO    TO RIX-FECHA-ARCHIVO.
           REWRITE REPORTE-INDICE-RECORD.

      *-----------------------------------------------------------------
      * RESTA-UN-DIA / DIAS-DEL-MES - vienen de RESTADIA.CPY
      * (compartido con la consolidacion mensual de la auditoria):
