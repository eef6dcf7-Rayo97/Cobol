      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga de las respuestas a las campanas de marketing:
      *          aplica el archivo que entrega marketing (RESPCAMP.DAT,
      *          con encabezado, un detalle por respuesta y trailer de
      *          control) sobre la lista de objetivos CAMPOBJ.DAT que
      *          armo la seleccion nocturna (E4-PROGRAMA), marcando
      *          como respondido al objetivo con la fecha y el canal.
      *          Un archivo cuyo cuerpo no cuadra con su trailer no se
      *          carga (RETURN-CODE 16). Una respuesta de quien no era
      *          objetivo de la campana, o fechada antes de la
      *          seleccion, se rechaza y el paso termina con
      *          RETURN-CODE 4; una segunda respuesta del mismo
      *          objetivo se cuenta y se conserva la primera.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. E5-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RESPCAMP-FILE
               ASSIGN TO "RESPCAMP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESPCAMP-STATUS.

           SELECT CAMPANA-OBJETIVO-FILE
               ASSIGN TO "CAMPOBJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBJ-CLAVE
               FILE STATUS IS WS-CAMPOBJ-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RESPCAMP-FILE
           LABEL RECORD IS STANDARD.
           COPY RESPCAMP.

       FD  CAMPANA-OBJETIVO-FILE
           LABEL RECORD IS STANDARD.
           COPY CAMPOBJ.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-RESPCAMP-STATUS PIC XX.
           88  RESPCAMP-OK        VALUE "00".
           88  RESPCAMP-EOF       VALUE "10".
           88  RESPCAMP-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE CAMPANA-OBJETIVO-FILE: VIENE DE
      *-OBJSTS.CPY.
           COPY OBJSTS.

      *-CONTROL DEL SOBRE: DETALLES CONTADOS EN LA PRIMERA PASADA
      *-CONTRA LA CANTIDAD QUE DECLARA EL TRAILER.
       01  WS-SOBRE-CANTIDAD     PIC 9(7) VALUE ZERO.
       01  WS-CONTROL-CANTIDAD   PIC 9(7) VALUE ZERO.
       01  WS-FECHA-ARCHIVO      PIC 9(8) VALUE ZERO.
       01  WS-HAY-TRAILER-SW PIC X VALUE "N".
           88  HAY-TRAILER-RESPUESTAS VALUE "S".

       01  WS-CONTADOR-LEIDOS      PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-APLICADAS   PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-DUPLICADAS  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-NO-OBJETIVO PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-FECHA-MALA  PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM 100-VERIFICA-SOBRE.
           IF RESPCAMP-NO-EXISTE
               DISPLAY "NO LLEGARON RESPUESTAS DE CAMPANAS "
                   "(RESPCAMP.DAT); NADA QUE CARGAR."
               STOP RUN
           END-IF.
           IF NOT HAY-TRAILER-RESPUESTAS
               OR WS-SOBRE-CANTIDAD NOT = WS-CONTROL-CANTIDAD
               DISPLAY "EL ARCHIVO DE RESPUESTAS NO CUADRA CON SU "
                   "TRAILER; NO SE CARGA NADA."
               DISPLAY "  DETALLES:  " WS-SOBRE-CANTIDAD
               DISPLAY "  CONTROL:   " WS-CONTROL-CANTIDAD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CAMPANA-OBJETIVO-FILE.
           IF CAMPOBJ-NO-EXISTE
               DISPLAY "NO EXISTE CAMPOBJ.DAT; NINGUNA CAMPANA TIENE "
                   "OBJETIVOS Y NO SE CARGA NADA."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-CARGA-RESPUESTAS.
           CLOSE CAMPANA-OBJETIVO-FILE.
           PERFORM 900-TOTALES.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-VERIFICA-SOBRE - primera pasada sobre el archivo de
      * respuestas: cuenta los detalles y toma el trailer. Un archivo
      * truncado no debe quedar cargado a medias.
      *-----------------------------------------------------------------
       100-VERIFICA-SOBRE.
           OPEN INPUT RESPCAMP-FILE.
           IF RESPCAMP-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-SOBRE UNTIL RESPCAMP-EOF
               CLOSE RESPCAMP-FILE
           END-IF.

       110-LEE-SOBRE.
           READ RESPCAMP-FILE
               AT END
                   SET RESPCAMP-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RSP-HEADER
                           MOVE RSH-FECHA TO WS-FECHA-ARCHIVO
                       WHEN RSP-TRAILER
                           SET HAY-TRAILER-RESPUESTAS TO TRUE
                           MOVE RST-CANTIDAD TO WS-CONTROL-CANTIDAD
                       WHEN OTHER
                           ADD 1 TO WS-SOBRE-CANTIDAD
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * 200-CARGA-RESPUESTAS - segunda pasada: cada detalle marca su
      * objetivo.
      *-----------------------------------------------------------------
       200-CARGA-RESPUESTAS.
           OPEN INPUT RESPCAMP-FILE.
           PERFORM 210-PROCESA-RENGLON UNTIL RESPCAMP-EOF.
           CLOSE RESPCAMP-FILE.

       210-PROCESA-RENGLON.
           READ RESPCAMP-FILE
               AT END
                   SET RESPCAMP-EOF TO TRUE
               NOT AT END
                   IF NOT RSP-HEADER
                       AND NOT RSP-TRAILER
                       ADD 1 TO WS-CONTADOR-LEIDOS
                       PERFORM 220-MARCA-OBJETIVO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 220-MARCA-OBJETIVO - el cliente debe ser objetivo de la
      * campana y la respuesta no puede ser anterior a su seleccion;
      * si ya habia respondido se conserva la primera respuesta.
      *-----------------------------------------------------------------
       220-MARCA-OBJETIVO.
           MOVE RSD-CAMPANA TO OBJ-CAMPANA.
           MOVE RSD-CLIENTE TO OBJ-CLIENTE.
           READ CAMPANA-OBJETIVO-FILE
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-NO-OBJETIVO
                   DISPLAY "RESPUESTA RECHAZADA: EL CLIENTE "
                       RSD-CLIENTE " NO ES OBJETIVO DE LA CAMPANA "
                       RSD-CAMPANA "."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OBJ-RESPONDIO
                           ADD 1 TO WS-CONTADOR-DUPLICADAS
                       WHEN RSD-FECHA IS NOT NUMERIC
                           OR RSD-FECHA < OBJ-FECHA-SELECCION
                           ADD 1 TO WS-CONTADOR-FECHA-MALA
                           DISPLAY "RESPUESTA RECHAZADA: CAMPANA "
                               RSD-CAMPANA " CLIENTE " RSD-CLIENTE
                               " FECHA " RSD-FECHA
                               " ANTERIOR A LA SELECCION "
                               OBJ-FECHA-SELECCION "."
                       WHEN OTHER
                           SET  OBJ-RESPONDIO TO TRUE
                           MOVE RSD-FECHA     TO OBJ-FECHA-RESPUESTA
                           MOVE RSD-CANAL     TO OBJ-CANAL
                           REWRITE CAMPANA-OBJETIVO-RECORD
                           ADD 1 TO WS-CONTADOR-APLICADAS
                   END-EVALUATE
           END-READ.

       900-TOTALES.
           DISPLAY "ARCHIVO DE RESPUESTAS DEL:     " WS-FECHA-ARCHIVO.
           DISPLAY "RESPUESTAS LEIDAS:             " WS-CONTADOR-LEIDOS.
           DISPLAY "RESPUESTAS CARGADAS:           "
               WS-CONTADOR-APLICADAS.
           DISPLAY "YA RESPONDIDAS (SE CONSERVA LA PRIMERA): "
               WS-CONTADOR-DUPLICADAS.
           IF WS-CONTADOR-NO-OBJETIVO > ZERO
               OR WS-CONTADOR-FECHA-MALA > ZERO
               DISPLAY "RECHAZADAS, NO ERAN OBJETIVO:  "
                   WS-CONTADOR-NO-OBJETIVO
               DISPLAY "RECHAZADAS, FECHA INVALIDA:    "
                   WS-CONTADOR-FECHA-MALA
               MOVE 4 TO RETURN-CODE
           END-IF.

      ** add other procedures here
       END PROGRAM E5-PROGRAMA.
