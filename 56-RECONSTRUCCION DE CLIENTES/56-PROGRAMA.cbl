      *          cambios con su imagen posterior, las bajas con su
      *          DELETE. Es la respuesta a "como se veia el maestro
      *          antes de la corrida mala" y la unica recuperacion
      *          honesta ante un indice corrupto. Un cliente ya
      *          anonimizado (E0-PROGRAMA) queda enmascarado aunque el
      *          respaldo o las entradas viejas traigan sus datos.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 before the open; a fixed-length FD read the
      *                 per-record length words as data and shifted
      *                 every key by four bytes.
      * 2026-10-15 RSM  Customers anonymized by E0-PROGRAMA (journal
      *                 action N, found in a first pass over the
      *                 whole journal) are masked again after every
      *                 record taken from the backup or replayed from
      *                 an older entry, whatever the cut-off time, so
      *                 a rebuild never brings their personal data
      *                 back.
      * 2026-10-15 RSM  An anonymized customer that does not fit in
      *                 the table is counted, and the rebuild stops
      *                 with RC 16 before the backup is loaded instead
      *                 of restoring that customer's personal data.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       01  WS-LARGO-REGISTRO PIC 9(3) VALUE ZERO.

      *-LOS CLIENTES ANONIMIZADOS SEGUN LA BITACORA (ENTRADAS N, DE
      *-CUALQUIER FECHA): NINGUNO SE REPONE CON SUS DATOS DE ANTES.
       01  WS-CANTIDAD-ANONIMOS PIC 9(5) VALUE ZERO.
       01  WS-TABLA-ANONIMOS.
           05  WS-ANONIMO-ENT OCCURS 5000 TIMES.
               10  ANT-CLIENTE     PIC 9(7).
       01  WS-IDX-ANONIMO PIC 9(5) VALUE ZERO.
       01  WS-ANONIMOS-FUERA PIC 9(7) VALUE ZERO.
       01  WS-ANONIMO-SW  PIC X VALUE "N".
           88  ES-ANONIMO VALUE "S".

       01  WS-CONTADOR-REPUESTOS  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-APLICADAS  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-BAJAS      PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-SALTADAS   PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ENMASCARADOS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               MOVE WS-CORTE-TXT TO WS-CORTE
           END-IF.

           PERFORM 050-CARGA-ANONIMOS.
           IF WS-ANONIMOS-FUERA > ZERO
               DISPLAY "HAY " WS-ANONIMOS-FUERA " ENTRADAS DE CLIENTES "
                   "ANONIMIZADOS QUE NO CUPIERON EN LA TABLA (5000)."
               DISPLAY "NO SE RECONSTRUYE: SE REPONDRIAN SUS DATOS "
                   "PERSONALES DEL RESPALDO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-REPONE-RESPALDO.
           PERFORM 200-REAPLICA-JOURNAL.

               WS-CONTADOR-BAJAS.
           DISPLAY "ENTRADAS FUERA DE VENTANA:        "
               WS-CONTADOR-SALTADAS.
           DISPLAY "REGISTROS DE ANONIMIZADOS ENMASCARADOS: "
               WS-CONTADOR-ENMASCARADOS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-ANONIMOS - primera pasada sobre toda la bitacora,
      * sin ventana: junta los numeros de los clientes anonimizados;
      * el que ya no cabe en la tabla se cuenta aparte y detiene la
      * reconstruccion.
      *-----------------------------------------------------------------
       050-CARGA-ANONIMOS.
           OPEN INPUT CLIENTES-JOURNAL-FILE.
           IF CLIJRNL-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 055-LEE-ANONIMO UNTIL CLIJRNL-EOF
               CLOSE CLIENTES-JOURNAL-FILE
           END-IF.
           MOVE SPACES TO WS-CLIJRNL-STATUS.

       055-LEE-ANONIMO.
           READ CLIENTES-JOURNAL-FILE
               AT END
                   SET CLIJRNL-EOF TO TRUE
               NOT AT END
                   IF CJR-ANONIMIZA
                       AND CJR-DESPUES (1:7) IS NUMERIC
                       IF WS-CANTIDAD-ANONIMOS < 5000
                           ADD 1 TO WS-CANTIDAD-ANONIMOS
                           MOVE CJR-DESPUES (1:7)
                               TO ANT-CLIENTE (WS-CANTIDAD-ANONIMOS)
                       ELSE
                           ADD 1 TO WS-ANONIMOS-FUERA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-REPONE-RESPALDO - recarga CLIENTES.DAT completo desde el
      * plano del respaldo elegido; el maestro vivo se reemplaza (el
                   SET RESPALDO-EOF TO TRUE
               NOT AT END
                   MOVE RESPALDO-RECORD TO CLIENTES-RECORD
                   PERFORM 300-VERIFICA-ANONIMO
                   WRITE CLIENTES-RECORD
                       INVALID KEY
                           DISPLAY "CLAVE DUPLICADA EN EL RESPALDO: "
               ADD 1 TO WS-CONTADOR-BAJAS
           ELSE
               MOVE CJR-DESPUES TO CLIENTES-RECORD
               PERFORM 300-VERIFICA-ANONIMO
               WRITE CLIENTES-RECORD
                   INVALID KEY
                       REWRITE CLIENTES-RECORD
               ADD 1 TO WS-CONTADOR-APLICADAS
           END-IF.

      *-----------------------------------------------------------------
      * 300-VERIFICA-ANONIMO - si el registro por escribir es de un
      * cliente anonimizado, se escribe enmascarado.
      *-----------------------------------------------------------------
       300-VERIFICA-ANONIMO.
           MOVE "N" TO WS-ANONIMO-SW.
           PERFORM 310-COMPARA-ANONIMO
               VARYING WS-IDX-ANONIMO FROM 1 BY 1
               UNTIL WS-IDX-ANONIMO > WS-CANTIDAD-ANONIMOS
                   OR ES-ANONIMO.
           IF ES-ANONIMO
               PERFORM ENMASCARA-CLIENTE
               ADD 1 TO WS-CONTADOR-ENMASCARADOS
           END-IF.

       310-COMPARA-ANONIMO.
           IF ANT-CLIENTE (WS-IDX-ANONIMO) = CLI-NUMERO
               SET ES-ANONIMO TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * ENMASCARA-CLIENTE - viene de ANONPRO.CPY: los mismos valores
      * enmascarados que deja la anonimizacion.
      *-----------------------------------------------------------------
           COPY ANONPRO.

      ** add other procedures here
       END PROGRAM 56-PROGRAMA.
