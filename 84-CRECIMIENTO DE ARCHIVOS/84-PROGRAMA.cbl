      *                 and FACTDETH.DAT (54); the stale lengths made
      *                 the bytes-to-records conversion and the
      *                 growth percentage lie for those two files.
      * 2026-10-15 RSM  PAGOS.DAT record length is now 56 (payment
      *                 method, reference and branch).
      * 2026-10-15 RSM  FACTDETH.DAT record length is now 58 (the
      *                 proration days of the detail line).
      * 2026-10-15 RSM  EXCEPCION.DAT record length is now 141 (the
      *                 operator who raised the exception).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  FILLER PIC X(16) VALUE "CLIJRNL.DAT  170".
           05  FILLER PIC X(16) VALUE "ACCESOS.DAT  062".
           05  FILLER PIC X(16) VALUE "RUNHIST.DAT  042".
           05  FILLER PIC X(16) VALUE "EXCEPCION.DAT141".
           05  FILLER PIC X(16) VALUE "FACTURAS.DAT 068".
           05  FILLER PIC X(16) VALUE "PAGOS.DAT    056".
           05  FILLER PIC X(16) VALUE "FACTDETH.DAT 058".
           05  FILLER PIC X(16) VALUE "CLIAPLIC.DAT 036".
       01  WS-TABLA-VIGILADOS-R REDEFINES WS-TABLA-VIGILADOS.
           05  WS-VIGILADO OCCURS 8 TIMES.
