      *                 backward values are already split off to
      *                 LECTREJ.DAT with reason codes, the same
      *                 arrangement 06 has with CALCOK.DAT.
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
