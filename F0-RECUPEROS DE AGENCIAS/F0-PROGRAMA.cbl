      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga nocturna de los recuperos que informan las
      *          agencias de cobranza (RECAGE.DAT): cada cobro que una
      *          agencia le hizo a un cliente que tiene colocado se
      *          casa contra FACTURAS.DAT por numero de factura, con
      *          el cliente como control cruzado, y se aplica en
      *          PAGOS.DAT neto de la comision de la agencia (la tasa
      *          CA+agencia de TASAS.DAT vigente a la fecha del
      *          cobro): un renglon con el neto que la agencia nos
      *          transfiere (metodo G) y otro con la comision que se
      *          queda (metodo K), que juntos bajan el saldo del
      *          cliente por el bruto que pago. Cada recupero queda en
      *          la historia RECUPERA.DAT y suma en su colocacion
      *          (COLOCA.DAT), que pasa a saldada cuando el cliente ya
      *          no debe nada. Lo que no casa va a RECREJ.DAT con su
      *          razon. El archivo solo se aplica si su cuerpo cuadra
      *          con su trailer, y la aportacion de la corrida a
      *          PAGOS.DAT cierra con su propio renglon de control.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. F0-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RECAGE-FILE
               ASSIGN TO "RECAGE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECAGE-STATUS.

           SELECT RECREJ-FILE
               ASSIGN TO "RECREJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECREJ-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT AGENCIAS-FILE
               ASSIGN TO "AGENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CODIGO
               FILE STATUS IS WS-AGENCIAS-STATUS.

           SELECT COLOCA-FILE
               ASSIGN TO "COLOCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CLIENTE
               FILE STATUS IS WS-COLOCA-STATUS.

           SELECT RECUPERA-FILE
               ASSIGN TO "RECUPERA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECUPERA-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

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
       FD  RECAGE-FILE
           LABEL RECORD IS STANDARD.
           COPY RECAGE.

      *-VISTA CRUDA DEL MISMO RENGLON DE ENTRADA (LOS REGISTROS 01
      *-DE UN FD COMPARTEN EL AREA), PARA COPIAR AL RECHAZO
      *-EXACTAMENTE LO QUE LLEGO AUNQUE NO SEA NUMERICO.
       01  RECAGE-CRUDA.
           05  RAG-X-TIPO          PIC X.
           05  RAG-X-AGENCIA       PIC X(4).
           05  RAG-X-CLIENTE       PIC X(7).
           05  RAG-X-FACTURA       PIC X(7).
           05  RAG-X-FECHA         PIC X(8).
           05  RAG-X-IMPORTE       PIC X(9).
           05  RAG-X-REFERENCIA    PIC X(12).

       FD  RECREJ-FILE
           LABEL RECORD IS STANDARD.
           COPY RECREJ.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  AGENCIAS-FILE
           LABEL RECORD IS STANDARD.
           COPY AGENCIA.

       FD  COLOCA-FILE
           LABEL RECORD IS STANDARD.
           COPY COLOCA.

       FD  RECUPERA-FILE
           LABEL RECORD IS STANDARD.
           COPY RECUPERA.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-RECAGE-STATUS PIC XX.
           88  RECAGE-OK        VALUE "00".
           88  RECAGE-EOF       VALUE "10".
           88  RECAGE-NO-EXISTE VALUE "35".

       01  WS-RECREJ-STATUS PIC XX.
           88  RECREJ-OK VALUE "00".

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE AGENCIAS-FILE: VIENE DE AGESTS.CPY.
           COPY AGESTS.

      *-FILE STATUS/88-LEVEL DE COLOCA-FILE: VIENE DE COLSTS.CPY.
           COPY COLSTS.

      *-FILE STATUS/88-LEVEL DE RECUPERA-FILE: VIENE DE RCUSTS.CPY.
           COPY RCUSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

      *-RESULTADO DE LA CONSULTA DEL CONTROL DE PERIODOS (VER
      *-VALPERIO.CPY).
       01  WS-PERIODO-CERRADO-SW PIC X VALUE "N".
           88  PERIODO-CERRADO VALUE "S".

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA: ES LA FECHA CON QUE
      *-QUEDAN LOS PAGOS, IGUAL QUE EN LA REMESA DEL BANCO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-SOBRE DEL ARCHIVO: LO QUE EL CUERPO TRAE CONTRA LO QUE EL
      *-TRAILER DE LAS AGENCIAS DICE QUE TRAE.
       01  WS-SOBRE-CANTIDAD   PIC 9(7)     VALUE ZERO.
       01  WS-SOBRE-TOTAL      PIC 9(9)V99  VALUE ZERO.
       01  WS-CONTROL-CANTIDAD PIC 9(7)     VALUE ZERO.
       01  WS-CONTROL-TOTAL    PIC 9(9)V99  VALUE ZERO.

       01  WS-HAY-TRAILER-SW PIC X VALUE "N".
           88  HAY-TRAILER-AGENCIAS VALUE "S".

      *-RENGLONES DE TASA DE COMISION DE AGENCIA (CODIGOS CA DE
      *-TASAS.DAT) CON SU FECHA EFECTIVA: SE GUARDAN TODOS, PORQUE
      *-CADA RECUPERO TOMA LA VIGENTE A LA FECHA DE SU COBRO.
       01  WS-CANTIDAD-TASAS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-TASAS.
           05  WS-TASA-ENT OCCURS 300 TIMES.
               10  TCA-T-CODIGO    PIC X(10).
               10  TCA-T-FECHA     PIC 9(8).
               10  TCA-T-VALOR     PIC 9(5).

       01  WS-IDX-TASA      PIC 9(3) VALUE ZERO.
       01  WS-CODIGO-TASA   PIC X(10) VALUE SPACES.
       01  WS-EF-TASA       PIC 9(8) VALUE ZERO.
       01  WS-TASA-COMISION PIC 9(5) VALUE ZERO.
       01  WS-HAY-TASA-SW PIC X VALUE "N".
           88  HAY-TASA VALUE "S".

      *-TABLA DE FACTURAS DEL RECORRIDO: CADA FACTURA CON SU CLIENTE
      *-Y SU SALDO ABIERTO, IGUAL QUE EN LA REMESA DEL BANCO; CADA
      *-RECUPERO APLICADO AQUI TAMBIEN LO BAJA.
       01  WS-CANTIDAD-FACTURAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-FACTURAS.
           05  WS-FACTURA-ENT OCCURS 2000 TIMES.
               10  FTB-NUMERO   PIC 9(7).
               10  FTB-CLIENTE  PIC 9(7).
               10  FTB-SALDO    PIC S9(9)V99.

       01  WS-IDX-BUSCA   PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-FACTURA-BUSCADA PIC 9(7) VALUE ZERO.

      *-SALDO DE TODAS LAS FACTURAS DEL CLIENTE DEL RECUPERO, PARA
      *-SABER SI SU COLOCACION QUEDA SALDADA.
       01  WS-SALDO-CLIENTE PIC S9(9)V99 VALUE ZERO.

      *-IMPORTES DEL RECUPERO EN CURSO.
       01  WS-COMISION PIC 9(7)V99 VALUE ZERO.
       01  WS-NETO     PIC 9(7)V99 VALUE ZERO.

       01  WS-HAY-COLOCACIONES-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-COLOCACIONES VALUE "S".

      *-RAZON DEL RECHAZO EN EVALUACION; EN BLANCO, EL RECUPERO CASA.
       01  WS-RAZON PIC XX VALUE SPACES.
           88  RECUPERO-APLICABLE VALUE SPACES.

      *-ACUMULADOS DE LA CORRIDA: LO LEIDO, LO APLICADO Y LO
      *-RECHAZADO (EN BRUTO) DEBEN CUADRAR ENTRE SI Y CON EL SOBRE.
       01  WS-CONTADOR-LEIDOS     PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-LEIDOS        PIC 9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-APLICADOS  PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-APLICADOS     PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-COMISIONES    PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-NETOS         PIC 9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-PAGOS      PIC 9(7)    VALUE ZERO.
       01  WS-HASH-PAGOS          PIC 9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-SALDADAS   PIC 9(7)    VALUE ZERO.
       01  WS-CONTADOR-CUENTAS-SALDADAS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-RECHAZOS   PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-RECHAZOS      PIC 9(9)V99 VALUE ZERO.

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
                   "APLICAN LOS RECUPEROS DE AGENCIAS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 100-VERIFICA-SOBRE.
           IF RECAGE-NO-EXISTE
               DISPLAY "NO LLEGARON RECUPEROS DE AGENCIAS "
                   "(RECAGE.DAT); NADA QUE APLICAR."
               STOP RUN
           END-IF.
           IF NOT HAY-TRAILER-AGENCIAS
               OR WS-SOBRE-CANTIDAD NOT = WS-CONTROL-CANTIDAD
               OR WS-SOBRE-TOTAL NOT = WS-CONTROL-TOTAL
               DISPLAY "EL ARCHIVO DE RECUPEROS NO CUADRA CON SU "
                   "TRAILER; NO SE APLICA NADA."
               DISPLAY "  DETALLES:  " WS-SOBRE-CANTIDAD
                   " POR " WS-SOBRE-TOTAL
               DISPLAY "  CONTROL:   " WS-CONTROL-CANTIDAD
                   " POR " WS-CONTROL-TOTAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 150-CARGA-TASAS.
           PERFORM 200-CARGA-FACTURAS.
           PERFORM 300-RESTA-PAGOS.
           PERFORM 400-APLICA-RECUPEROS.
           PERFORM 800-GRABA-TRAILER-PAGOS.
           PERFORM 900-TOTALES-DE-LOTE.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-VERIFICA-SOBRE - primera pasada sobre el archivo de las
      * agencias: cuenta y suma los detalles y toma el trailer. Un
      * archivo truncado no debe quedar aplicado a medias.
      *-----------------------------------------------------------------
       100-VERIFICA-SOBRE.
           OPEN INPUT RECAGE-FILE.
           IF RECAGE-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-SOBRE UNTIL RECAGE-EOF
               CLOSE RECAGE-FILE
           END-IF.

       110-LEE-SOBRE.
           READ RECAGE-FILE
               AT END
                   SET RECAGE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RAG-ES-HEADER
                           CONTINUE
                       WHEN RAG-ES-TRAILER
                           SET HAY-TRAILER-AGENCIAS TO TRUE
                           MOVE RAT-CANTIDAD TO WS-CONTROL-CANTIDAD
                           MOVE RAT-TOTAL    TO WS-CONTROL-TOTAL
                       WHEN OTHER
                           ADD 1 TO WS-SOBRE-CANTIDAD
                           IF RAG-X-IMPORTE IS NUMERIC
                               ADD RAG-IMPORTE TO WS-SOBRE-TOTAL
                           END-IF
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * 150-CARGA-TASAS - guarda de TASAS.DAT todo renglon de codigo
      * CA (comision de agencia) con su fecha efectiva.
      *-----------------------------------------------------------------
       150-CARGA-TASAS.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               DISPLAY "NO EXISTE TASAS.DAT; NINGUNA AGENCIA TIENE "
                   "TASA DE COMISION."
           ELSE
               PERFORM 160-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

       160-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO (1:2) = "CA"
                       IF WS-CANTIDAD-TASAS < 300
                           ADD 1 TO WS-CANTIDAD-TASAS
                           MOVE TAS-CODIGO
                               TO TCA-T-CODIGO (WS-CANTIDAD-TASAS)
                           MOVE TAS-FECHA-EFECTIVA
                               TO TCA-T-FECHA (WS-CANTIDAD-TASAS)
                           MOVE TAS-VALOR
                               TO TCA-T-VALOR (WS-CANTIDAD-TASAS)
                       ELSE
                           DISPLAY "AVISO: LA TABLA DE TASAS DE "
                               "AGENCIA SE LLENO; " TAS-CODIGO
                               " NO SE CARGO."
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-CARGA-FACTURAS - recorre FACTURAS.DAT (saltando los
      * renglones de control): cada factura abre su entrada con su
      * total, y los creditos y recargos que referencian a otra
      * ademas se netean sobre la referenciada.
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
      * 400-APLICA-RECUPEROS - segunda pasada: cada detalle se valida,
      * y el que casa queda aplicado; el que no, como rechazo con su
      * razon.
      *-----------------------------------------------------------------
       400-APLICA-RECUPEROS.
           OPEN INPUT AGENCIAS-FILE.
           IF AGENCIAS-NO-EXISTE
               DISPLAY "NO EXISTE AGENCIAS.DAT; TODO RECUPERO SALE "
                   "COMO AG."
           END-IF.
           MOVE "N" TO WS-HAY-COLOCACIONES-SW.
           OPEN I-O COLOCA-FILE.
           IF COLOCA-NO-EXISTE
               DISPLAY "NO EXISTE COLOCA.DAT; TODO RECUPERO SALE "
                   "COMO NC."
           ELSE
               SET HAY-ARCHIVO-COLOCACIONES TO TRUE
           END-IF.

           OPEN INPUT RECAGE-FILE.
           OPEN OUTPUT RECREJ-FILE.
           PERFORM 410-PROCESA-RENGLON UNTIL RECAGE-EOF.
           CLOSE RECREJ-FILE.
           CLOSE RECAGE-FILE.

           IF HAY-ARCHIVO-COLOCACIONES
               CLOSE COLOCA-FILE
           END-IF.
           IF NOT AGENCIAS-NO-EXISTE
               CLOSE AGENCIAS-FILE
           END-IF.

       410-PROCESA-RENGLON.
           READ RECAGE-FILE
               AT END
                   SET RECAGE-EOF TO TRUE
               NOT AT END
                   IF NOT RAG-ES-HEADER
                       AND NOT RAG-ES-TRAILER
                       ADD 1 TO WS-CONTADOR-LEIDOS
                       IF RAG-X-IMPORTE IS NUMERIC
                           ADD RAG-IMPORTE TO WS-TOTAL-LEIDOS
                       END-IF
                       PERFORM 420-VALIDA-RECUPERO
                       IF RECUPERO-APLICABLE
                           PERFORM 500-APLICA-RECUPERO
                       ELSE
                           PERFORM 600-GRABA-RECHAZO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 420-VALIDA-RECUPERO - el renglon debe ser un detalle numerico
      * con importe, de una agencia del maestro que tiene al cliente
      * colocado (activo) y con tasa de comision a la fecha del
      * cobro; su factura debe existir, ser del cliente y tener saldo
      * que cubra el bruto cobrado.
      *-----------------------------------------------------------------
       420-VALIDA-RECUPERO.
           MOVE SPACES TO WS-RAZON.
           MOVE ZERO   TO WS-IDX-HALLADO.
           IF NOT RAG-ES-DETALLE
               MOVE "TP" TO WS-RAZON
           ELSE
               IF RAG-X-FACTURA IS NOT NUMERIC
                   OR RAG-X-CLIENTE IS NOT NUMERIC
                   OR RAG-X-FECHA IS NOT NUMERIC
                   OR RAG-X-IMPORTE IS NOT NUMERIC
                   MOVE "NN" TO WS-RAZON
               ELSE
                   IF RAG-IMPORTE = ZERO
                       MOVE "CE" TO WS-RAZON
                   ELSE
                       PERFORM 430-VALIDA-AGENCIA
                       IF RECUPERO-APLICABLE
                           PERFORM 450-CASA-FACTURA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       430-VALIDA-AGENCIA.
           IF AGENCIAS-NO-EXISTE
               MOVE "AG" TO WS-RAZON
           ELSE
               MOVE RAG-AGENCIA TO AGE-CODIGO
               READ AGENCIAS-FILE
                   INVALID KEY
                       MOVE "AG" TO WS-RAZON
               END-READ
           END-IF.
           IF RECUPERO-APLICABLE
               IF NOT HAY-ARCHIVO-COLOCACIONES
                   MOVE "NC" TO WS-RAZON
               ELSE
                   MOVE RAG-CLIENTE TO COL-CLIENTE
                   READ COLOCA-FILE
                       INVALID KEY
                           MOVE "NC" TO WS-RAZON
                       NOT INVALID KEY
                           IF NOT COL-ACTIVA
                               OR COL-AGENCIA NOT = RAG-AGENCIA
                               MOVE "NC" TO WS-RAZON
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF RECUPERO-APLICABLE
               PERFORM 700-BUSCA-TASA
               IF NOT HAY-TASA
                   MOVE "ST" TO WS-RAZON
               END-IF
           END-IF.

       450-CASA-FACTURA.
           MOVE RAG-FACTURA TO WS-FACTURA-BUSCADA.
           PERFORM 230-BUSCA-EN-TABLA.
           EVALUATE TRUE
               WHEN WS-IDX-HALLADO = ZERO
                   MOVE "FI" TO WS-RAZON
               WHEN RAG-CLIENTE NOT = FTB-CLIENTE (WS-IDX-HALLADO)
                   MOVE "CL" TO WS-RAZON
               WHEN FTB-SALDO (WS-IDX-HALLADO) NOT > ZERO
                   MOVE "SA" TO WS-RAZON
               WHEN RAG-IMPORTE > FTB-SALDO (WS-IDX-HALLADO)
                   MOVE "EX" TO WS-RAZON
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 500-APLICA-RECUPERO - la comision sale del bruto con la tasa
      * vigente; el neto y la comision se anexan a PAGOS.DAT bajo la
      * fecha de negocio (el ultimo de los dos que deja la factura en
      * cero queda como el que la salda), el recupero suma en su
      * colocacion y queda en la historia.
      *-----------------------------------------------------------------
       500-APLICA-RECUPERO.
           COMPUTE WS-COMISION ROUNDED =
               RAG-IMPORTE * WS-TASA-COMISION / 10000.
           COMPUTE WS-NETO = RAG-IMPORTE - WS-COMISION.

           OPEN EXTEND PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               OPEN OUTPUT PAGOS-FILE
           END-IF.

           MOVE RAG-FACTURA                  TO PAG-FACTURA.
           MOVE RAG-CLIENTE                  TO PAG-CLIENTE.
           MOVE WS-FECHA-NEGOCIO             TO PAG-FECHA.
           MOVE WS-NETO                      TO PAG-IMPORTE.
           MOVE "AGENCIA"                    TO PAG-OPERADOR.
           SET  PAG-AGENCIA                  TO TRUE.
           MOVE RAG-REFERENCIA               TO PAG-REFERENCIA.
           MOVE SPACES                       TO PAG-SUCURSAL.
           IF WS-COMISION = ZERO
               AND RAG-IMPORTE = FTB-SALDO (WS-IDX-HALLADO)
               SET PAG-SALDA TO TRUE
           ELSE
               SET PAG-PARCIAL TO TRUE
           END-IF.
           WRITE PAGO-RECORD.
           ADD 1       TO WS-CONTADOR-PAGOS.
           ADD WS-NETO TO WS-HASH-PAGOS.

           IF WS-COMISION > ZERO
               MOVE WS-COMISION              TO PAG-IMPORTE
               SET  PAG-COMISION-AGENCIA     TO TRUE
               IF RAG-IMPORTE = FTB-SALDO (WS-IDX-HALLADO)
                   SET PAG-SALDA TO TRUE
               ELSE
                   SET PAG-PARCIAL TO TRUE
               END-IF
               WRITE PAGO-RECORD
               ADD 1           TO WS-CONTADOR-PAGOS
               ADD WS-COMISION TO WS-HASH-PAGOS
           END-IF.

           CLOSE PAGOS-FILE.

           IF RAG-IMPORTE = FTB-SALDO (WS-IDX-HALLADO)
               ADD 1 TO WS-CONTADOR-SALDADAS
           END-IF.
           SUBTRACT RAG-IMPORTE FROM FTB-SALDO (WS-IDX-HALLADO).

           ADD 1           TO WS-CONTADOR-APLICADOS.
           ADD RAG-IMPORTE TO WS-TOTAL-APLICADOS.
           ADD WS-COMISION TO WS-TOTAL-COMISIONES.
           ADD WS-NETO     TO WS-TOTAL-NETOS.

           PERFORM 520-ACTUALIZA-COLOCACION.
           PERFORM 540-GRABA-HISTORIA.

      *-----------------------------------------------------------------
      * 520-ACTUALIZA-COLOCACION - el recupero suma en la colocacion
      * (leida en la validacion); si el cliente ya no debe nada en
      * ninguna factura la colocacion queda saldada.
      *-----------------------------------------------------------------
       520-ACTUALIZA-COLOCACION.
           ADD  RAG-IMPORTE      TO COL-RECUPERADO.
           ADD  WS-COMISION      TO COL-COMISION.
           MOVE WS-FECHA-NEGOCIO TO COL-FECHA-RECUPERO.
           MOVE ZERO TO WS-SALDO-CLIENTE.
           PERFORM 525-SUMA-SALDO-CLIENTE
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-FACTURAS.
           IF WS-SALDO-CLIENTE NOT > ZERO
               SET  COL-SALDADA      TO TRUE
               MOVE WS-FECHA-NEGOCIO TO COL-FECHA-ESTADO
               MOVE "AGENCIA"        TO COL-OPERADOR
               ADD 1 TO WS-CONTADOR-CUENTAS-SALDADAS
           END-IF.
           REWRITE COLOCA-RECORD.

       525-SUMA-SALDO-CLIENTE.
           IF FTB-CLIENTE (WS-IDX-BUSCA) = RAG-CLIENTE
               ADD FTB-SALDO (WS-IDX-BUSCA) TO WS-SALDO-CLIENTE
           END-IF.

      *-----------------------------------------------------------------
      * 540-GRABA-HISTORIA - anexa el recupero a RECUPERA.DAT, la
      * base del reporte mensual de agencias.
      *-----------------------------------------------------------------
       540-GRABA-HISTORIA.
           OPEN EXTEND RECUPERA-FILE.
           IF RECUPERA-NO-EXISTE
               OPEN OUTPUT RECUPERA-FILE
           END-IF.
           MOVE RAG-AGENCIA      TO RCU-AGENCIA.
           MOVE RAG-CLIENTE      TO RCU-CLIENTE.
           MOVE RAG-FACTURA      TO RCU-FACTURA.
           MOVE RAG-FECHA        TO RCU-FECHA.
           MOVE WS-FECHA-NEGOCIO TO RCU-FECHA-APLICADA.
           MOVE RAG-IMPORTE      TO RCU-BRUTO.
           MOVE WS-TASA-COMISION TO RCU-TASA.
           MOVE WS-COMISION      TO RCU-COMISION.
           MOVE WS-NETO          TO RCU-NETO.
           MOVE RAG-REFERENCIA   TO RCU-REFERENCIA.
           WRITE RECUPERO-RECORD.
           CLOSE RECUPERA-FILE.

       600-GRABA-RECHAZO.
           MOVE RAG-X-TIPO       TO RRA-TIPO.
           MOVE RAG-X-AGENCIA    TO RRA-AGENCIA.
           MOVE RAG-X-CLIENTE    TO RRA-CLIENTE.
           MOVE RAG-X-FACTURA    TO RRA-FACTURA.
           MOVE RAG-X-FECHA      TO RRA-FECHA.
           MOVE RAG-X-IMPORTE    TO RRA-IMPORTE.
           MOVE RAG-X-REFERENCIA TO RRA-REFERENCIA.
           MOVE WS-RAZON         TO RRA-RAZON.
           WRITE RECAGE-RECHAZO-RECORD.
           ADD 1 TO WS-CONTADOR-RECHAZOS.
           IF RAG-X-IMPORTE IS NUMERIC
               ADD RAG-IMPORTE TO WS-TOTAL-RECHAZOS
           END-IF.

      *-----------------------------------------------------------------
      * 700-BUSCA-TASA - la tasa CA de la agencia del renglon vigente
      * a la fecha del cobro. Sin renglon queda en cero y HAY-TASA
      * apagado.
      *-----------------------------------------------------------------
       700-BUSCA-TASA.
           MOVE "N"  TO WS-HAY-TASA-SW.
           MOVE ZERO TO WS-TASA-COMISION.
           MOVE ZERO TO WS-EF-TASA.
           MOVE SPACES TO WS-CODIGO-TASA.
           STRING "CA"        DELIMITED BY SIZE
                  RAG-AGENCIA DELIMITED BY SPACE
               INTO WS-CODIGO-TASA.
           PERFORM 710-COMPARA-TASA
               VARYING WS-IDX-TASA FROM 1 BY 1
               UNTIL WS-IDX-TASA > WS-CANTIDAD-TASAS.

       710-COMPARA-TASA.
           IF TCA-T-CODIGO (WS-IDX-TASA) = WS-CODIGO-TASA
               AND TCA-T-FECHA (WS-IDX-TASA) <= RAG-FECHA
               AND TCA-T-FECHA (WS-IDX-TASA) >= WS-EF-TASA
               SET  HAY-TASA TO TRUE
               MOVE TCA-T-VALOR (WS-IDX-TASA) TO WS-TASA-COMISION
               MOVE TCA-T-FECHA (WS-IDX-TASA) TO WS-EF-TASA
           END-IF.

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-PAGOS - si la corrida aplico algo, anexa a
      * PAGOS.DAT su renglon de control con el conteo y la suma de
      * importes de los renglones grabados (netos y comisiones).
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
      * 900-TOTALES-DE-LOTE - los totales de la corrida en bruto: lo
      * leido debe ser exactamente lo aplicado mas lo rechazado, en
      * renglones y en importe, y lo aplicado debe ser el neto mas
      * la comision; si no, el paso falla con RETURN-CODE 16. Un
      * rechazo deja RETURN-CODE 4 para que cobranza lo aclare.
      *-----------------------------------------------------------------
       900-TOTALES-DE-LOTE.
           DISPLAY "RECUPEROS DE AGENCIAS AL " WS-FECHA-NEGOCIO ":".
           MOVE WS-TOTAL-LEIDOS TO WS-ED-IMPORTE.
           DISPLAY "  RECUPEROS LEIDOS:    " WS-CONTADOR-LEIDOS
               " POR " WS-ED-IMPORTE.
           MOVE WS-TOTAL-APLICADOS TO WS-ED-IMPORTE.
           DISPLAY "  RECUPEROS APLICADOS: " WS-CONTADOR-APLICADOS
               " POR " WS-ED-IMPORTE.
           MOVE WS-TOTAL-NETOS TO WS-ED-IMPORTE.
           DISPLAY "    NETO TRANSFERIDO:  " WS-ED-IMPORTE.
           MOVE WS-TOTAL-COMISIONES TO WS-ED-IMPORTE.
           DISPLAY "    COMISIONES:        " WS-ED-IMPORTE.
           DISPLAY "  RENGLONES DE PAGO:   " WS-CONTADOR-PAGOS.
           DISPLAY "  FACTURAS SALDADAS:   " WS-CONTADOR-SALDADAS.
           DISPLAY "  CUENTAS SALDADAS:    "
               WS-CONTADOR-CUENTAS-SALDADAS.
           MOVE WS-TOTAL-RECHAZOS TO WS-ED-IMPORTE.
           DISPLAY "  RECUPEROS RECHAZADOS:" WS-CONTADOR-RECHAZOS
               " POR " WS-ED-IMPORTE.
           IF WS-CONTADOR-LEIDOS =
                   WS-CONTADOR-APLICADOS + WS-CONTADOR-RECHAZOS
               AND WS-TOTAL-LEIDOS =
                   WS-TOTAL-APLICADOS + WS-TOTAL-RECHAZOS
               AND WS-TOTAL-APLICADOS =
                   WS-TOTAL-NETOS + WS-TOTAL-COMISIONES
               DISPLAY "LOS TOTALES DEL LOTE CUADRAN."
               IF WS-CONTADOR-RECHAZOS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
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
       END PROGRAM F0-PROGRAMA.
