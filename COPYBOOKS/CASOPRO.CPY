      ******************************************************************
      * CASOPRO.CPY
      * Parrafo MUESTRA-CASOS-REFERENCIA compartido por las pantallas
      * que muestran algo que un caso de atencion puede referir (una
      * factura, un medidor, una excepcion): recorre CASOS.DAT y
      * muestra cada caso cuya referencia es la pedida, con su estado,
      * su responsable y su fecha objetivo, y deja en
      * WS-CASREF-CONTADOR cuantos encontro. El programa que hace COPY
      * de este parrafo debe declarar CASO-SERVICIO-FILE (SELECT
      * indexado por CAS-NUMERO con acceso dinamico y FD con COPY
      * CASOS), el FILE STATUS de CASSTS.CPY, y en su WORKING-STORAGE
      * WS-CASREF-TIPO PIC X (F, M o E), WS-CASREF-CLAVE PIC X(25) y
      * WS-CASREF-CONTADOR PIC 9(5).
      ******************************************************************
       MUESTRA-CASOS-REFERENCIA.
           MOVE ZERO TO WS-CASREF-CONTADOR.
           OPEN INPUT CASO-SERVICIO-FILE.
           IF CASOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM LEE-CASO-REFERENCIA UNTIL CASOS-EOF
               CLOSE CASO-SERVICIO-FILE
           END-IF.

       LEE-CASO-REFERENCIA.
           READ CASO-SERVICIO-FILE NEXT RECORD
               AT END
                   SET CASOS-EOF TO TRUE
               NOT AT END
                   IF CAS-REF-TIPO = WS-CASREF-TIPO
                       AND CAS-REF-CLAVE = WS-CASREF-CLAVE
                       ADD 1 TO WS-CASREF-CONTADOR
                       DISPLAY "  CASO " CAS-NUMERO " "
                           CAS-CATEGORIA " ESTADO " CAS-ESTADO
                           " RESPONSABLE " CAS-RESPONSABLE
                           " OBJETIVO " CAS-FECHA-OBJETIVO
                   END-IF
           END-READ.
