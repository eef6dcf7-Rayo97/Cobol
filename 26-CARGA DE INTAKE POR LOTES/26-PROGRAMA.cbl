      *                 the SUCURSAL code of this program's named
      *                 parameter file (PARAM26.DAT) that travels
      *                 with the deck alongside the branch file.
      * 2026-10-15 RSM  Exceptions carry the signed-on operator
      *                 (EXC-OPERADOR) for the productivity report.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SET  EXC-ABIERTA   TO TRUE.
           MOVE SPACES        TO EXC-RES-OPERADOR.
           MOVE SPACES        TO EXC-RES-TIMESTAMP.
           MOVE WS-OPERADOR   TO EXC-OPERADOR.

           ACCEPT WS-EXC-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-EXC-HORA  FROM TIME.
