      *                 it when the bureau's ACK arrives, closing the
      *                 loop instead of assuming silence means
      *                 success.
      * 2026-10-15 RSM  Customers without marketing consent in the
      *                 contact preferences (PREFCONT.DAT, option P of
      *                 27-PROGRAMA; no record means no consent) are
      *                 left out of the feed the same way as the
      *                 closed ones, and the envelope trailer carries
      *                 the suppressed count (DXR-SUPRIMIDOS).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEMOENVIO-STATUS.

           SELECT PREFERENCIA-CONTACTO-FILE
               ASSIGN TO "PREFCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CLIENTE
               FILE STATUS IS WS-PREFCONT-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY DEMOENVIO.

       FD  PREFERENCIA-CONTACTO-FILE
           LABEL RECORD IS STANDARD.
           COPY PREFCONT.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE DEMO-ENVIO-FILE: VIENE DE
       01  WS-IDX-CERRADO PIC 9(3) VALUE ZERO.
       01  WS-CERRADO-HALLADO PIC 9(3) VALUE ZERO.
       01  WS-CONTADOR-EXCLUIDOS PIC 9(5) VALUE ZERO.

      *-FILE STATUS/88-LEVEL DE PREFERENCIA-CONTACTO-FILE: VIENE DE
      *-PRFSTS.CPY.
           COPY PRFSTS.

      *-NOMBRES DE LOS CLIENTES VIGENTES SIN CONSENTIMIENTO DE
      *-MARKETING: UN DETALLE CUYO NOMBRE ESTA AQUI SE SUPRIME Y SE
      *-CUENTA EN EL TRAILER.
       01  WS-CANTIDAD-SIN-CONSENT PIC 9(4) VALUE ZERO.
       01  WS-TABLA-SIN-CONSENT.
           05  SCO-NOMBRE OCCURS 1000 TIMES PIC X(15).

       01  WS-IDX-SIN-CONSENT     PIC 9(4) VALUE ZERO.
       01  WS-SIN-CONSENT-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-SIN-CONSENT-DESBORDADOS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-SUPRIMIDOS PIC 9(7) VALUE ZERO.
      *-FILE STATUS/88-LEVEL DE DEMOGRAFICOS-FILE: VIENE DE DEMOSTS.CPY.
           COPY DEMOSTS.

               END-IF
               DISPLAY "DETALLES EXTRAIDOS: " WS-CONTADOR-DETALLES
               DISPLAY "CERRADOS EXCLUIDOS: " WS-CONTADOR-EXCLUIDOS
               DISPLAY "SIN CONSENTIMIENTO: " WS-CONTADOR-SUPRIMIDOS
               IF WS-SIN-CONSENT-DESBORDADOS > ZERO
                   DISPLAY "CLIENTES SIN CONSENTIMIENTO QUE NO "
                       "CUPIERON EN LA TABLA: "
                       WS-SIN-CONSENT-DESBORDADOS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.
               NOT AT END
                   IF DEM-NOMBRE NOT = "*** TRAILER ***"
                       PERFORM 320-REVISA-CERRADO
                       PERFORM 330-REVISA-CONSENTIMIENTO
                       EVALUATE TRUE
                           WHEN WS-CERRADO-HALLADO > ZERO
                               ADD 1 TO WS-CONTADOR-EXCLUIDOS
                           WHEN WS-SIN-CONSENT-HALLADO > ZERO
                               ADD 1 TO WS-CONTADOR-SUPRIMIDOS
                           WHEN OTHER
                               PERFORM 315-GRABA-DETALLE
                       END-EVALUATE
                   END-IF
           END-READ.


      *-----------------------------------------------------------------
      * 150-CARGA-CERRADOS - junta los nombres de los clientes
      * cerrados del maestro, y los de los demas clientes que no
      * tienen consentimiento de marketing en PREFCONT.DAT (sin
      * registro, o sin archivo, no hay consentimiento); sin maestro,
      * nadie se excluye.
      *-----------------------------------------------------------------
       150-CARGA-CERRADOS.
           OPEN INPUT PREFERENCIA-CONTACTO-FILE.
           OPEN INPUT CLIENTES-FILE.
           IF CLIENTES-NO-EXISTE
               NEXT SENTENCE
               END-START
               CLOSE CLIENTES-FILE
           END-IF.
           IF NOT PREFCONT-NO-EXISTE
               CLOSE PREFERENCIA-CONTACTO-FILE
           END-IF.

       160-LEE-CLIENTE.
           READ CLIENTES-FILE NEXT RECORD
                   SET CLIENTES-EOF TO TRUE
               NOT AT END
                   IF CLI-ES-CERRADO
                       IF WS-CANTIDAD-CERRADOS < 200
                           ADD 1 TO WS-CANTIDAD-CERRADOS
                           MOVE CLI-NOMBRE
                               TO CER-NOMBRE (WS-CANTIDAD-CERRADOS)
                       END-IF
                   ELSE
                       PERFORM 170-REVISA-PREFERENCIA
                   END-IF
           END-READ.

       170-REVISA-PREFERENCIA.
           MOVE "N" TO PRF-CONSENTIMIENTO.
           IF NOT PREFCONT-NO-EXISTE
               MOVE CLI-NUMERO TO PRF-CLIENTE
               READ PREFERENCIA-CONTACTO-FILE
                   INVALID KEY
                       MOVE "N" TO PRF-CONSENTIMIENTO
               END-READ
           END-IF.
           IF NOT PRF-ACEPTA-MARKETING
               IF WS-CANTIDAD-SIN-CONSENT < 1000
                   ADD 1 TO WS-CANTIDAD-SIN-CONSENT
                   MOVE CLI-NOMBRE
                       TO SCO-NOMBRE (WS-CANTIDAD-SIN-CONSENT)
               ELSE
                   ADD 1 TO WS-SIN-CONSENT-DESBORDADOS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 320-REVISA-CERRADO - dice si el nombre del detalle en turno
      * pertenece a un cliente cerrado.
               MOVE WS-IDX-CERRADO TO WS-CERRADO-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 330-REVISA-CONSENTIMIENTO - dice si el nombre del detalle en
      * turno pertenece a un cliente sin consentimiento de marketing.
      *-----------------------------------------------------------------
       330-REVISA-CONSENTIMIENTO.
           MOVE ZERO TO WS-SIN-CONSENT-HALLADO.
           PERFORM 335-COMPARA-SIN-CONSENT
               VARYING WS-IDX-SIN-CONSENT FROM 1 BY 1
               UNTIL WS-IDX-SIN-CONSENT > WS-CANTIDAD-SIN-CONSENT.

       335-COMPARA-SIN-CONSENT.
           IF SCO-NOMBRE (WS-IDX-SIN-CONSENT) = DEM-NOMBRE
               MOVE WS-IDX-SIN-CONSENT TO WS-SIN-CONSENT-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 310-BUSCA-CODIGO-SEGMENTO - busca en CODTXT.DAT el codigo
      * corto de negocio del segmento en turno (la clave es el propio
           MOVE SPACES TO DEMOEXT-RECORD.
           MOVE "T"                  TO DXR-TIPO.
           MOVE WS-CONTADOR-DETALLES TO DXR-CANTIDAD.
           MOVE WS-CONTADOR-SUPRIMIDOS TO DXR-SUPRIMIDOS.
           WRITE DEMOEXT-RECORD.
           CLOSE DEMOEXT-FILE.

