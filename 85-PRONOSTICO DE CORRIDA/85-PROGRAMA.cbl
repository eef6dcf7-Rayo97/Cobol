      ******************************************************************
      * Modification History:
      * 2026-09-02 RSM  Primera version.
      * 2026-10-15 RSM  The projected end time is also noted on the
      *                 batch-window flag (VENTANA.DAT) so the online
      *                 transactions locked out during the run can
      *                 tell the operator when to come back.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT VENTANA-LOTE-FILE
               ASSIGN TO "VENTANA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VENTANA-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "PRONOSTI.RPT"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  VENTANA-LOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY VENTLOTE.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-PRON-RECORD     PIC X(80).
      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE VENTANA-LOTE-FILE: VIENE DE
      *-VENTSTS.CPY.
           COPY VENTSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

                   TO REPORTE-PRON-RECORD
               WRITE REPORTE-PRON-RECORD
           END-IF.
           PERFORM 450-ANOTA-VENTANA.

      *-----------------------------------------------------------------
      * 450-ANOTA-VENTANA - deja la hora de fin proyectada en la
      * bandera de ventana batch que la corrida levanto al arrancar,
      * para que las transacciones en linea que la encuentran
      * levantada le digan al operador cuando volver. Fuera de la
      * corrida (sin bandera, o ya bajada) no se toca nada.
      *-----------------------------------------------------------------
       450-ANOTA-VENTANA.
           OPEN I-O VENTANA-LOTE-FILE.
           IF VENTANA-NO-EXISTE
               NEXT SENTENCE
           ELSE
               READ VENTANA-LOTE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VNT-EN-CURSO
                           MOVE WS-FIN-HH TO VNT-FIN-HH
                           MOVE WS-FIN-MM TO VNT-FIN-MM
                           REWRITE VENTANA-LOTE-RECORD
                       END-IF
               END-READ
               CLOSE VENTANA-LOTE-FILE
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
