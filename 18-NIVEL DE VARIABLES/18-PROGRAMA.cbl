      *                 program declares the credential work fields
      *                 (VALOPWS.CPY) and, where it was missing, the
      *                 TASAS feed the sign-on reads the expiry from.
      * 2026-10-15 RSM  Exceptions carry the signed-on operator
      *                 (EXC-OPERADOR) for the productivity report.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SET  EXC-ABIERTA   TO TRUE.
           MOVE SPACES        TO EXC-RES-OPERADOR.
           MOVE SPACES        TO EXC-RES-TIMESTAMP.
           MOVE WS-OPERADOR   TO EXC-OPERADOR.

           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
