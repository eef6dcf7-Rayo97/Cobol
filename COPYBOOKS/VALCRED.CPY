      ******************************************************************
      * VALCRED.CPY
      * Parrafo VALIDA-CREDITO-CLIENTE compartido por la facturacion
      * que respeta el limite de credito del cliente (16, 70): lee el
      * limite de WS-CRED-CLIENTE en LIMCRED.DAT y su saldo abierto
      * en el libro de saldos (SAL-SALDO de SALDOS.DAT), y prende
      * WS-CREDITO-EXCEDIDO-SW cuando el saldo mas WS-CRED-IMPORTE
      * (la factura nueva, y lo que la corrida ya le facturo) pasa
      * del limite; el programa que lo invoca retiene la factura en
      * vez de emitirla. Deja el saldo y el limite leidos en
      * WS-CRED-SALDO y WS-CRED-LIMITE. Un cliente sin limite, o sin
      * archivo de limites, no se retiene nunca; un cliente que no
      * esta en el libro todavia no debe nada.
      * El programa que hace COPY de este parrafo debe declarar
      * LIMITE-CREDITO-FILE (SELECT indexado por LCR-CLIENTE a
      * LIMCRED.DAT y FD con COPY LIMCRED) y SALDOS-FILE (SELECT
      * indexado por SAL-CLIENTE a SALDOS.DAT y FD con COPY SALDOS),
      * los FILE STATUS de LCRSTS.CPY y SALDOSTS.CPY, y en su
      * WORKING-STORAGE WS-CRED-CLIENTE PIC 9(7), WS-CRED-IMPORTE
      * PIC S9(9)V99, WS-CRED-SALDO PIC S9(9)V99, WS-CRED-LIMITE
      * PIC 9(7)V99 y WS-CREDITO-EXCEDIDO-SW PIC X con el 88
      * CREDITO-EXCEDIDO "S".
      ******************************************************************
       VALIDA-CREDITO-CLIENTE.
           MOVE "N"  TO WS-CREDITO-EXCEDIDO-SW.
           MOVE ZERO TO WS-CRED-SALDO.
           MOVE ZERO TO WS-CRED-LIMITE.
           OPEN INPUT LIMITE-CREDITO-FILE.
           IF LIMCRED-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE WS-CRED-CLIENTE TO LCR-CLIENTE
               READ LIMITE-CREDITO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LCR-LIMITE TO WS-CRED-LIMITE
                       PERFORM LEE-SALDO-CREDITO
                       IF WS-CRED-SALDO + WS-CRED-IMPORTE
                           > WS-CRED-LIMITE
                           MOVE "S" TO WS-CREDITO-EXCEDIDO-SW
                       END-IF
               END-READ
               CLOSE LIMITE-CREDITO-FILE
           END-IF.

       LEE-SALDO-CREDITO.
           OPEN INPUT SALDOS-FILE.
           IF SALDOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE WS-CRED-CLIENTE TO SAL-CLIENTE
               READ SALDOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SAL-SALDO TO WS-CRED-SALDO
               END-READ
               CLOSE SALDOS-FILE
           END-IF.
