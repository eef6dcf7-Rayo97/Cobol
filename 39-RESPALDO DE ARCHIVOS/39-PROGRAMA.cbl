      ******************************************************************
      * Modification History:
      * 2026-08-22 RSM  Primera version.
      * 2026-10-15 RSM  EXCEPCION.DAT record length is now 141 (the
      *                 operator who raised the exception).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD  RESPALDO-FILE
           LABEL RECORD IS STANDARD
           RECORD VARYING IN SIZE FROM 1 TO 141 CHARACTERS
               DEPENDING ON WS-LARGO-REGISTRO.
       01  RESPALDO-RECORD         PIC X(141).

       FD  MANIFIESTO-FILE
           LABEL RECORD IS STANDARD.
       400-RESPALDA-EXCEPCION.
           MOVE "EXCEPCION.DAT" TO MAN-ARCHIVO.
           MOVE ZERO TO WS-CANTIDAD WS-HASH.
           MOVE 141  TO WS-LARGO-REGISTRO.
           OPEN INPUT EXCEPCION-FILE.
           IF EXCEPCION-NO-EXISTE
               MOVE ZERO TO MAN-CANTIDAD MAN-HASH
               AT END
                   SET EXCEPCION-EOF TO TRUE
               NOT AT END
                   MOVE EXCEPCION-RECORD TO RESPALDO-RECORD (1:141)
                   WRITE RESPALDO-RECORD
                   ADD 1 TO WS-CANTIDAD
                   ADD 1 TO WS-HASH
