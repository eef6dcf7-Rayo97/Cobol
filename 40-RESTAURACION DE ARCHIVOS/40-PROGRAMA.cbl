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
           END-READ.

       500-RESTAURA-EXCEPCION.
           MOVE 141 TO WS-LARGO-REGISTRO.
           OPEN INPUT RESPALDO-FILE.
           OPEN OUTPUT EXCEPCION-FILE.
           PERFORM 510-COPIA-EXCEPCION UNTIL RESPALDO-EOF.
               AT END
                   SET RESPALDO-EOF TO TRUE
               NOT AT END
                   MOVE RESPALDO-RECORD (1:141) TO EXCEPCION-RECORD
                   WRITE EXCEPCION-RECORD
           END-READ.

