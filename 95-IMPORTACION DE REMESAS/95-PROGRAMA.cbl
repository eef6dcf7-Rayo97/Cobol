      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacion nocturna de la remesa diaria del banco
      *          (REMESAS.DAT): cada cobro que el banco recibio a
      *          nuestro nombre se casa contra FACTURAS.DAT por numero
      *          de factura, con el numero de cliente como control
      *          cruzado, y queda como pago en PAGOS.DAT con la misma
      *          regla de parcial (P) / saldada (S) de la captura de
      *          pagos (58-PROGRAMA). Lo que no casa va a REMREJ.DAT
      *          con su razon. La remesa solo se aplica si su cuerpo
      *          cuadra con el renglon de control del banco, y la
      *          aportacion de la corrida a PAGOS.DAT cierra con su
      *          propio renglon de control, asi el libro de saldos y
      *          la antiguedad dejan de esperar a que alguien teclee
      *          los cobros uno por uno.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Each applied payment now carries the payer's
      *                 method from the remittance (REM-METODO; blank
      *                 means cheque) and the bank reference, for the
      *                 daily cash-up report.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. 95-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT REMESAS-FILE
               ASSIGN TO "REMESAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMESAS-STATUS.

           SELECT REMREJ-FILE
               ASSIGN TO "REMREJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMREJ-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT PERIODOS-FILE
               ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIODO
               FILE STATUS IS WS-PERIODOS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  REMESAS-FILE
           LABEL RECORD IS STANDARD.
           COPY REMESA.

      *-VISTA CRUDA DEL MISMO RENGLON DE ENTRADA (LOS REGISTROS 01
      *-DE UN FD COMPARTEN EL AREA), PARA COPIAR AL RECHAZO
      *-EXACTAMENTE LO QUE LLEGO AUNQUE NO SEA NUMERICO.
       01  REMESA-CRUDA.
           05  REM-X-TIPO          PIC X.
           05  REM-X-FACTURA       PIC X(7).
           05  REM-X-CLIENTE       PIC X(7).
           05  REM-X-FECHA         PIC X(8).
           05  REM-X-IMPORTE       PIC X(9).
           05  REM-X-REFERENCIA    PIC X(12).
           05  REM-X-METODO        PIC X.

       FD  REMREJ-FILE
           LABEL RECORD IS STANDARD.
           COPY REMREJ.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-REMESAS-STATUS PIC XX.
           88  REMESAS-OK        VALUE "00".
           88  REMESAS-EOF       VALUE "10".
           88  REMESAS-NO-EXISTE VALUE "35".

       01  WS-REMREJ-STATUS PIC XX.
           88  REMREJ-OK VALUE "00".

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

      *-RESULTADO DE LA CONSULTA DEL CONTROL DE PERIODOS (VER
      *-VALPERIO.CPY).
       01  WS-PERIODO-CERRADO-SW PIC X VALUE "N".
           88  PERIODO-CERRADO VALUE "S".

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA, CARGADA DE
      *-FECHACOR.DAT POR CARGA-FECHA-NEGOCIO; ES LA FECHA CON QUE
      *-QUEDAN LOS PAGOS, IGUAL QUE EN LA CAPTURA DE VENTANILLA.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-SOBRE DE LA REMESA: LO QUE EL CUERPO TRAE CONTRA LO QUE EL
      *-RENGLON DE CONTROL DEL BANCO DICE QUE TRAE.
       01  WS-SOBRE-CANTIDAD  PIC 9(7)     VALUE ZERO.
       01  WS-SOBRE-TOTAL     PIC 9(9)V99  VALUE ZERO.
       01  WS-BANCO-CANTIDAD  PIC 9(7)     VALUE ZERO.
       01  WS-BANCO-TOTAL     PIC 9(9)V99  VALUE ZERO.

       01  WS-HAY-TRAILER-SW PIC X VALUE "N".
           88  HAY-TRAILER-BANCO VALUE "S".

      *-TABLA DE FACTURAS DEL RECORRIDO: CADA FACTURA CON SU CLIENTE
      *-Y SU SALDO ABIERTO, QUE NETEA LOS CREDITOS Y RECARGOS QUE LA
      *-REFERENCIAN Y LOS PAGOS YA APLICADOS, IGUAL QUE LA BUSQUEDA
      *-DE 58-PROGRAMA; CADA COBRO APLICADO AQUI TAMBIEN LO BAJA,
      *-PARA QUE DOS RENGLONES DE LA MISMA FACTURA NO LA SOBREPAGUEN.
       01  WS-CANTIDAD-FACTURAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-FACTURAS.
           05  WS-FACTURA-ENT OCCURS 2000 TIMES.
               10  FTB-NUMERO   PIC 9(7).
               10  FTB-CLIENTE  PIC 9(7).
               10  FTB-SALDO    PIC S9(9)V99.

       01  WS-IDX-BUSCA   PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-FACTURA-BUSCADA PIC 9(7) VALUE ZERO.

      *-RAZON DEL RECHAZO EN EVALUACION; EN BLANCO, EL COBRO CASA.
       01  WS-RAZON PIC XX VALUE SPACES.
           88  COBRO-APLICABLE VALUE SPACES.

      *-ACUMULADOS DE LA CORRIDA: LO LEIDO, LO APLICADO Y LO
      *-RECHAZADO DEBEN CUADRAR ENTRE SI Y CON EL SOBRE.
       01  WS-CONTADOR-LEIDOS    PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-LEIDOS       PIC 9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-PAGOS     PIC 9(7)    VALUE ZERO.
       01  WS-HASH-PAGOS         PIC 9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-SALDADAS  PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-RECHAZOS  PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-RECHAZOS     PIC 9(9)V99 VALUE ZERO.

      *-EDITADOS PARA LOS TOTALES DE LOTE DE CONSOLA.
       01  WS-ED-IMPORTE PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               DISPLAY "EL MES DE NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                   " YA ESTA CERRADO A CONTABILIDAD; NO SE "
                   "APLICA LA REMESA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 100-VERIFICA-SOBRE.
           IF REMESAS-NO-EXISTE
               DISPLAY "NO LLEGO REMESA DEL BANCO (REMESAS.DAT); "
                   "NADA QUE APLICAR."
               STOP RUN
           END-IF.
           IF NOT HAY-TRAILER-BANCO
               OR WS-SOBRE-CANTIDAD NOT = WS-BANCO-CANTIDAD
               OR WS-SOBRE-TOTAL NOT = WS-BANCO-TOTAL
               DISPLAY "LA REMESA NO CUADRA CON SU RENGLON DE "
                   "CONTROL; NO SE APLICA NADA."
               DISPLAY "  DETALLES:  " WS-SOBRE-CANTIDAD
                   " POR " WS-SOBRE-TOTAL
               DISPLAY "  CONTROL:   " WS-BANCO-CANTIDAD
                   " POR " WS-BANCO-TOTAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 200-CARGA-FACTURAS.
           PERFORM 300-RESTA-PAGOS.
           PERFORM 400-APLICA-REMESA.
           PERFORM 800-GRABA-TRAILER-PAGOS.
           PERFORM 900-TOTALES-DE-LOTE.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-VERIFICA-SOBRE - primera pasada sobre la remesa: cuenta y
      * suma los detalles y toma el renglon de control del banco. Una
      * remesa truncada o duplicada en transito no debe quedar
      * aplicada a medias.
      *-----------------------------------------------------------------
       100-VERIFICA-SOBRE.
           OPEN INPUT REMESAS-FILE.
           IF REMESAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-SOBRE UNTIL REMESAS-EOF
               CLOSE REMESAS-FILE
           END-IF.

       110-LEE-SOBRE.
           READ REMESAS-FILE
               AT END
                   SET REMESAS-EOF TO TRUE
               NOT AT END
                   IF REM-ES-TRAILER
                       SET HAY-TRAILER-BANCO TO TRUE
                       MOVE RMT-CANTIDAD TO WS-BANCO-CANTIDAD
                       MOVE RMT-TOTAL    TO WS-BANCO-TOTAL
                   ELSE
                       ADD 1 TO WS-SOBRE-CANTIDAD
                       IF REM-X-IMPORTE IS NUMERIC
                           ADD REM-IMPORTE TO WS-SOBRE-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-CARGA-FACTURAS - recorre FACTURAS.DAT (saltando los
      * renglones de control): cada factura abre su entrada con su
      * total, y los creditos y recargos que referencian a otra
      * ademas se netean sobre la referenciada, igual que la
      * busqueda de la captura de pagos.
      *-----------------------------------------------------------------
       200-CARGA-FACTURAS.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               PERFORM 210-LEE-FACTURA UNTIL FACTURAS-EOF
                   OR WS-CANTIDAD-FACTURAS = 2000
               CLOSE FACTURAS-FILE
               IF WS-CANTIDAD-FACTURAS = 2000
                   DISPLAY "AVISO: LA TABLA DE FACTURAS SE LLENO; "
                       "LAS FACTURAS RESTANTES SALEN COMO FI."
               END-IF
           END-IF.

       210-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       AND FAC-CLIENTE NOT = ZERO
                       ADD 1 TO WS-CANTIDAD-FACTURAS
                       MOVE FAC-NUMERO  TO
                           FTB-NUMERO (WS-CANTIDAD-FACTURAS)
                       MOVE FAC-CLIENTE TO
                           FTB-CLIENTE (WS-CANTIDAD-FACTURAS)
                       MOVE FAC-TOTAL   TO
                           FTB-SALDO (WS-CANTIDAD-FACTURAS)
                       IF FAC-REFERENCIA NOT = ZERO
                           MOVE FAC-REFERENCIA TO WS-FACTURA-BUSCADA
                           PERFORM 230-BUSCA-EN-TABLA
                           IF WS-IDX-HALLADO > ZERO
                               ADD FAC-TOTAL
                                   TO FTB-SALDO (WS-IDX-HALLADO)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       230-BUSCA-EN-TABLA.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 235-COMPARA-ENTRADA
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-FACTURAS
                   OR WS-IDX-HALLADO > ZERO.

       235-COMPARA-ENTRADA.
           IF FTB-NUMERO (WS-IDX-BUSCA) = WS-FACTURA-BUSCADA
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 300-RESTA-PAGOS - recorre PAGOS.DAT (saltando los renglones de
      * control) y resta cada pago ya aplicado del saldo de su
      * factura en la tabla.
      *-----------------------------------------------------------------
       300-RESTA-PAGOS.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 310-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.

       310-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   IF PAG-FACTURA NOT = 9999999
                       MOVE PAG-FACTURA TO WS-FACTURA-BUSCADA
                       PERFORM 230-BUSCA-EN-TABLA
                       IF WS-IDX-HALLADO > ZERO
                           SUBTRACT PAG-IMPORTE
                               FROM FTB-SALDO (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-APLICA-REMESA - segunda pasada: cada detalle se valida,
      * y el que casa queda como pago; el que no, como rechazo con su
      * razon.
      *-----------------------------------------------------------------
       400-APLICA-REMESA.
           OPEN INPUT REMESAS-FILE.
           OPEN OUTPUT REMREJ-FILE.
           PERFORM 410-PROCESA-RENGLON UNTIL REMESAS-EOF.
           CLOSE REMREJ-FILE.
           CLOSE REMESAS-FILE.

       410-PROCESA-RENGLON.
           READ REMESAS-FILE
               AT END
                   SET REMESAS-EOF TO TRUE
               NOT AT END
                   IF NOT REM-ES-TRAILER
                       ADD 1 TO WS-CONTADOR-LEIDOS
                       IF REM-X-IMPORTE IS NUMERIC
                           ADD REM-IMPORTE TO WS-TOTAL-LEIDOS
                       END-IF
                       PERFORM 420-VALIDA-COBRO
                       IF COBRO-APLICABLE
                           PERFORM 500-GRABA-PAGO
                       ELSE
                           PERFORM 600-GRABA-RECHAZO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 420-VALIDA-COBRO - el renglon debe ser un detalle numerico
      * con importe; su factura debe existir, pertenecer al cliente
      * citado (si el banco lo trae) y tener saldo que cubra el
      * cobro, la misma regla con que la ventanilla rechaza un pago
      * que excede el saldo.
      *-----------------------------------------------------------------
       420-VALIDA-COBRO.
           MOVE SPACES TO WS-RAZON.
           MOVE ZERO   TO WS-IDX-HALLADO.
           IF NOT REM-ES-DETALLE
               MOVE "TP" TO WS-RAZON
           ELSE
               IF REM-X-FACTURA IS NOT NUMERIC
                   OR REM-X-CLIENTE IS NOT NUMERIC
                   OR REM-X-FECHA IS NOT NUMERIC
                   OR REM-X-IMPORTE IS NOT NUMERIC
                   MOVE "NN" TO WS-RAZON
               ELSE
                   IF REM-IMPORTE = ZERO
                       MOVE "CE" TO WS-RAZON
                   ELSE
                       PERFORM 430-CASA-FACTURA
                   END-IF
               END-IF
           END-IF.

       430-CASA-FACTURA.
           MOVE REM-FACTURA TO WS-FACTURA-BUSCADA.
           PERFORM 230-BUSCA-EN-TABLA.
           EVALUATE TRUE
               WHEN WS-IDX-HALLADO = ZERO
                   MOVE "FI" TO WS-RAZON
               WHEN REM-CLIENTE NOT = ZERO
                   AND REM-CLIENTE NOT = FTB-CLIENTE (WS-IDX-HALLADO)
                   MOVE "CL" TO WS-RAZON
               WHEN FTB-SALDO (WS-IDX-HALLADO) NOT > ZERO
                   MOVE "SA" TO WS-RAZON
               WHEN REM-IMPORTE > FTB-SALDO (WS-IDX-HALLADO)
                   MOVE "EX" TO WS-RAZON
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 500-GRABA-PAGO - añade el cobro casado al final de PAGOS.DAT
      * bajo la fecha de negocio; el cobro que deja la factura en
      * cero queda marcado como el que la salda (S), igual que en
      * 58-PROGRAMA, y el saldo de la tabla baja para el siguiente
      * renglon de la misma factura.
      *-----------------------------------------------------------------
       500-GRABA-PAGO.
           OPEN EXTEND PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               OPEN OUTPUT PAGOS-FILE
           END-IF.

           MOVE REM-FACTURA                  TO PAG-FACTURA.
           MOVE FTB-CLIENTE (WS-IDX-HALLADO) TO PAG-CLIENTE.
           MOVE WS-FECHA-NEGOCIO             TO PAG-FECHA.
           MOVE REM-IMPORTE                  TO PAG-IMPORTE.
           MOVE "REMESAS"                    TO PAG-OPERADOR.
           IF REM-METODO = "T"
               SET PAG-TRANSFERENCIA TO TRUE
           ELSE
               SET PAG-CHEQUE        TO TRUE
           END-IF.
           MOVE REM-REFERENCIA               TO PAG-REFERENCIA.
           MOVE SPACES                       TO PAG-SUCURSAL.
           IF REM-IMPORTE = FTB-SALDO (WS-IDX-HALLADO)
               SET PAG-SALDA TO TRUE
               ADD 1 TO WS-CONTADOR-SALDADAS
           ELSE
               SET PAG-PARCIAL TO TRUE
           END-IF.
           WRITE PAGO-RECORD.

           CLOSE PAGOS-FILE.

           SUBTRACT REM-IMPORTE FROM FTB-SALDO (WS-IDX-HALLADO).
           ADD 1           TO WS-CONTADOR-PAGOS.
           ADD REM-IMPORTE TO WS-HASH-PAGOS.

       600-GRABA-RECHAZO.
           MOVE REM-X-TIPO       TO RRJ-TIPO.
           MOVE REM-X-FACTURA    TO RRJ-FACTURA.
           MOVE REM-X-CLIENTE    TO RRJ-CLIENTE.
           MOVE REM-X-FECHA      TO RRJ-FECHA.
           MOVE REM-X-IMPORTE    TO RRJ-IMPORTE.
           MOVE REM-X-REFERENCIA TO RRJ-REFERENCIA.
           MOVE WS-RAZON         TO RRJ-RAZON.
           WRITE REMESA-RECHAZO-RECORD.
           ADD 1 TO WS-CONTADOR-RECHAZOS.
           IF REM-X-IMPORTE IS NUMERIC
               ADD REM-IMPORTE TO WS-TOTAL-RECHAZOS
           END-IF.

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-PAGOS - si la remesa aplico algo, añade a
      * PAGOS.DAT su renglon de control con el conteo y la suma de
      * importes de esta corrida, igual que una sesion de ventanilla.
      *-----------------------------------------------------------------
       800-GRABA-TRAILER-PAGOS.
           IF WS-CONTADOR-PAGOS > ZERO
               MOVE 9999999 TO PGT-MARCA
               MOVE WS-CONTADOR-PAGOS TO PGT-CANTIDAD
               MOVE WS-HASH-PAGOS     TO PGT-TOTAL-HASH

               OPEN EXTEND PAGOS-FILE
               IF PAGOS-NO-EXISTE
                   OPEN OUTPUT PAGOS-FILE
               END-IF
               WRITE PAGO-RECORD
               CLOSE PAGOS-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 900-TOTALES-DE-LOTE - los totales de la corrida: lo leido
      * debe ser exactamente lo aplicado mas lo rechazado, en
      * renglones y en importe; si no, algo se perdio en el camino y
      * el paso falla con RETURN-CODE 16.
      *-----------------------------------------------------------------
       900-TOTALES-DE-LOTE.
           DISPLAY "REMESA DEL BANCO AL " WS-FECHA-NEGOCIO ":".
           MOVE WS-TOTAL-LEIDOS TO WS-ED-IMPORTE.
           DISPLAY "  COBROS LEIDOS:     " WS-CONTADOR-LEIDOS
               " POR " WS-ED-IMPORTE.
           MOVE WS-HASH-PAGOS TO WS-ED-IMPORTE.
           DISPLAY "  PAGOS APLICADOS:   " WS-CONTADOR-PAGOS
               " POR " WS-ED-IMPORTE.
           DISPLAY "  FACTURAS SALDADAS: " WS-CONTADOR-SALDADAS.
           MOVE WS-TOTAL-RECHAZOS TO WS-ED-IMPORTE.
           DISPLAY "  COBROS RECHAZADOS: " WS-CONTADOR-RECHAZOS
               " POR " WS-ED-IMPORTE.
           IF WS-CONTADOR-LEIDOS =
                   WS-CONTADOR-PAGOS + WS-CONTADOR-RECHAZOS
               AND WS-TOTAL-LEIDOS =
                   WS-HASH-PAGOS + WS-TOTAL-RECHAZOS
               DISPLAY "LOS TOTALES DEL LOTE CUADRAN."
           ELSE
               DISPLAY "LOS TOTALES DEL LOTE NO CUADRAN."
               MOVE 16 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * VALIDA-PERIODO-NEGOCIO - viene de VALPERIO.CPY (compartido
      * por todo programa que postea registros fechados): consulta el
      * control de periodos por el mes de la fecha de negocio.
      *-----------------------------------------------------------------
           COPY VALPERIO.

      ** add other procedures here
       END PROGRAM 95-PROGRAMA.
