      *                 FACTURA-RECORD (tipo, referencia y sucursal);
      *                 the 65-byte round trip was silently stripping
      *                 the branch code from every surviving invoice.
      * 2026-10-15 RSM  Payment control totals are signed: returned
      *                 payment reversals (97-PROGRAMA) travel in
      *                 PAGOS.DAT with the amount negated.
      * 2026-10-15 RSM  The raw payment records (archive and survivor
      *                 work file) are now 56 bytes in lockstep with
      *                 PAGO-RECORD, which gained method, reference and
      *                 branch.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD  PAGOS-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  PAGO-ARCH-RECORD        PIC X(56).

       FD  FACTVIVO-FILE
           LABEL RECORD IS STANDARD.

       FD  PAGVIVO-FILE
           LABEL RECORD IS STANDARD.
       01  PAGVIVO-RECORD          PIC X(56).

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
       01  WS-VIV-CANTIDAD PIC 9(7) VALUE ZERO.
       01  WS-VIV-HASH     PIC S9(9)V99 VALUE ZERO.
       01  WS-PGA-CANTIDAD PIC 9(7) VALUE ZERO.
       01  WS-PGA-HASH     PIC S9(9)V99 VALUE ZERO.
       01  WS-PGV-CANTIDAD PIC 9(7) VALUE ZERO.
       01  WS-PGV-HASH     PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
