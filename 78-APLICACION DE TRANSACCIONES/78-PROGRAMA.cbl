      ******************************************************************
      * Modification History:
      * 2026-09-02 RSM  Primera version.
      * 2026-10-15 RSM  Exceptions leave EXC-OPERADOR blank; no
      *                 operator keys this program's input.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SET  EXC-ABIERTA   TO TRUE.
           MOVE SPACES        TO EXC-RES-OPERADOR.
           MOVE SPACES        TO EXC-RES-TIMESTAMP.
           MOVE SPACES        TO EXC-OPERADOR.

           ACCEPT WS-EXC-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-EXC-HORA  FROM TIME.
