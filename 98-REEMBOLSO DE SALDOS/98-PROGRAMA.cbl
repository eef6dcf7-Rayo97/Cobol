      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reembolso de saldos a favor: recorre el libro de
      *          saldos (SALDOS.DAT) y lista en REEMBOLS.RPT cada
      *          cliente con saldo negativo (sobrepagos, notas de
      *          credito de 61-PROGRAMA mayores a lo que debia) cuyo
      *          ultimo movimiento tiene mas de REEMBDIAS dias
      *          (TASAS.DAT). El supervisor firmado elige uno por uno
      *          cuales se reembolsan; cada reembolso sale como
      *          detalle del archivo de desembolsos para el banco
      *          (REEMBOLSO.DAT, con encabezado y trailer) y como
      *          pago negativo (PAG-REEMBOLSO) contra cada factura
      *          sobrepagada del cliente, para que el libro de
      *          saldos, el estado de cuenta (50-PROGRAMA) y el
      *          extracto contable muestren el dinero saliendo.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  The negative refund payments go out as bank
      *                 transfers (PAG-METODO T) referencing the refund
      *                 file sequence, for the daily cash-up.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 refused (the transaction only updates),
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. 98-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SALDOS-FILE
               ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CLIENTE
               FILE STATUS IS WS-SALDOS-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT REEMBOLSO-FILE
               ASSIGN TO "REEMBOLSO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REEMBOLSO-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "REEMBOLS.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.98.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT OPERADORES-FILE
               ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT VENTANA-LOTE-FILE
               ASSIGN TO "VENTANA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VENTANA-STATUS.

           SELECT ALERTAS-FILE
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

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

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SALDOS-FILE
           LABEL RECORD IS STANDARD.
           COPY SALDOS.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  REEMBOLSO-FILE
           LABEL RECORD IS STANDARD.
           COPY REEMBOLSO.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-REEMB-RECORD    PIC X(95).

       FD  AUDIT-LOG-FILE
           LABEL RECORD IS STANDARD.
           COPY AUDITLOG.

       FD  OPERADORES-FILE
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  VENTANA-LOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY VENTLOTE.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE SALDOS-FILE: VIENE DE SALDOSTS.CPY.
           COPY SALDOSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE REEMBOLSO-FILE: VIENE DE
      *-REEMBSTS.CPY.
           COPY REEMBSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE AUDIT-LOG-FILE: VIENE DE AUDITSTS.CPY.
           COPY AUDITSTS.

      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-RESULTADO DE LA CONSULTA DEL CONTROL DE PERIODOS (VER
      *-VALPERIO.CPY).
       01  WS-PERIODO-CERRADO-SW PIC X VALUE "N".
           88  PERIODO-CERRADO VALUE "S".

       01  WS-OPERADOR-VALIDO-SW PIC X VALUE "N".
           88  OPERADOR-VALIDO VALUE "S".

       01  WS-INTENTOS-FIRMA PIC 9 VALUE ZERO.
           88  LIMITE-INTENTOS-FIRMA VALUE 3.

      *-CAMPOS DE LA CREDENCIAL DE LA FIRMA: VIENEN DE VALOPWS.CPY.
           COPY VALOPWS.

      *-FILE STATUS/88-LEVEL DE VENTANA-LOTE-FILE: VIENE DE
      *-VENTSTS.CPY.
           COPY VENTSTS.

      *-MODO DE LA SESION FRENTE A LA VENTANA BATCH: VIENE DE
      *-VENTWS.CPY.
           COPY VENTWS.

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

       01  WS-ALR-SEVERIDAD PIC X     VALUE "C".
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "98-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-BANDERA DEL CONTROL DE ROL: SOLO UN SUPERVISOR (O ADMIN)
      *-FIRMADO PUEDE AUTORIZAR REEMBOLSOS.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY).
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA, CARGADA DE
      *-FECHACOR.DAT POR CARGA-FECHA-NEGOCIO.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

      *-DIAS QUE UN SALDO A FAVOR DEBE LLEVAR QUIETO PARA ENTRAR A LA
      *-LISTA, DE TASAS.DAT (CODIGO REEMBDIAS) CON LA REGLA DE FECHA
      *-EFECTIVA DE SIEMPRE; SIN RENGLON, EL VALOR DE ARRANQUE SE
      *-CONSERVA.
       01  WS-DIAS-MINIMOS  PIC 9(5) VALUE 60.
       01  WS-EF-DIAS       PIC 9(8) VALUE ZERO.

      *-TABLA DE FACTURAS DEL RECORRIDO: CADA FACTURA PROPIA (SIN
      *-REFERENCIA) CON SU CLIENTE, SU SALDO ABIERTO QUE NETEA LOS
      *-CREDITOS Y RECARGOS QUE LA REFERENCIAN Y LOS PAGOS, Y LA
      *-FECHA DE SU ULTIMO MOVIMIENTO.
       01  WS-CANTIDAD-FACTURAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-FACTURAS.
           05  WS-FACTURA-ENT OCCURS 2000 TIMES.
               10  FTB-NUMERO     PIC 9(7).
               10  FTB-CLIENTE    PIC 9(7).
               10  FTB-SALDO      PIC S9(9)V99.
               10  FTB-FECHA-ULT  PIC 9(8).

       01  WS-IDX-BUSCA   PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-IDX-FACTURA PIC 9(4) VALUE ZERO.
       01  WS-FACTURA-BUSCADA PIC 9(7) VALUE ZERO.

      *-CLIENTE CANDIDATO: SU SALDO A FAVOR EN EL LIBRO, LO QUE SE
      *-PUEDE REEMBOLSAR (LA SUMA DE SUS FACTURAS SOBREPAGADAS, QUE ES
      *-CONTRA LO QUE SALEN LOS PAGOS NEGATIVOS) Y SU ULTIMO
      *-MOVIMIENTO.
       01  WS-CLI-SALDO       PIC S9(9)V99 VALUE ZERO.
       01  WS-CLI-REEMBOLSABLE PIC S9(9)V99 VALUE ZERO.
       01  WS-CLI-FECHA-ULT   PIC 9(8)     VALUE ZERO.
       01  WS-CLI-FECHA-PARTES REDEFINES WS-CLI-FECHA-ULT.
           05  WS-ULT-ANIO PIC 9(4).
           05  WS-ULT-MES  PIC 99.
           05  WS-ULT-DIA  PIC 99.
       01  WS-DIAS-QUIETO     PIC S9(7)    VALUE ZERO.
       01  WS-CLI-NOMBRE      PIC X(15)    VALUE SPACES.
       01  WS-CLI-APELLIDOS   PIC X(20)    VALUE SPACES.

       01  WS-CONFIRMA-SW PIC X VALUE "N".
           88  REEMBOLSO-AUTORIZADO VALUE "S" "s".

       01  WS-SOBRE-ABIERTO-SW PIC X VALUE "N".
           88  SOBRE-ABIERTO VALUE "S".

       01  WS-LINEA          PIC X(95) VALUE SPACES.
       01  WS-SALDO-EDITADO  PIC -ZZZZZZZZ9.99.
       01  WS-REEMB-EDITADO  PIC -ZZZZZZZZ9.99.

       01  WS-CONTADOR-AUDITORIA   PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-CANDIDATOS  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-REEMBOLSOS  PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-REEMBOLSOS     PIC 9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-PAGOS       PIC 9(7) VALUE ZERO.
       01  WS-HASH-PAGOS           PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           IF NOT FIRMA-ES-SUPERVISOR
               DISPLAY "LOS REEMBOLSOS ESTAN RESERVADOS A "
                   "SUPERVISORES; LA CORRIDA TERMINA."
               MOVE "ROL-RECHAZADO" TO WS-AUDIT-CAMPO
               MOVE WS-OPERADOR     TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           IF VENTANA-SOLO-CONSULTA
               PERFORM 070-RECHAZA-ACTUALIZACION
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               DISPLAY "EL MES DE NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                   " YA ESTA CERRADO A CONTABILIDAD; NO SE "
                   "REEMBOLSA."
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 100-CARGA-TASAS-REEMBOLSO.
           PERFORM 200-CARGA-FACTURAS.
           PERFORM 300-RESTA-PAGOS.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO WS-LINEA.
           STRING "SALDOS A FAVOR CON MAS DE " DELIMITED BY SIZE
                  WS-DIAS-MINIMOS              DELIMITED BY SIZE
                  " DIAS AL "                  DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO             DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO REPORTE-REEMB-RECORD.
           WRITE REPORTE-REEMB-RECORD.

           PERFORM 400-RECORRE-LIBRO.

           MOVE SPACES TO WS-LINEA.
           MOVE WS-TOTAL-REEMBOLSOS TO WS-REEMB-EDITADO.
           STRING "CANDIDATOS: "         DELIMITED BY SIZE
                  WS-CONTADOR-CANDIDATOS DELIMITED BY SIZE
                  "  REEMBOLSADOS: "     DELIMITED BY SIZE
                  WS-CONTADOR-REEMBOLSOS DELIMITED BY SIZE
                  " POR "                DELIMITED BY SIZE
                  WS-REEMB-EDITADO       DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO REPORTE-REEMB-RECORD.
           WRITE REPORTE-REEMB-RECORD.
           CLOSE REPORTE-FILE.

           PERFORM 800-CIERRA-SOBRE.
           PERFORM 810-GRABA-TRAILER-PAGOS.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           DISPLAY "SALDOS A FAVOR LISTADOS: " WS-CONTADOR-CANDIDATOS.
           DISPLAY "REEMBOLSOS AUTORIZADOS:  " WS-CONTADOR-REEMBOLSOS
               " POR " WS-REEMB-EDITADO.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado y exige el rol de supervisor; si el maestro de
      * operadores todavia no existe, la firma paso sin validar y el
      * reembolso se permite con aviso, la misma tolerancia de
      * arranque de VALOPER.
      *-----------------------------------------------------------------
       050-VERIFICA-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-SW.
           OPEN INPUT OPERADORES-FILE.
           IF OPERMAST-NO-EXISTE
               DISPLAY "SIN MAESTRO DE OPERADORES: EL ROL NO SE "
                   "PUEDE VERIFICAR."
               SET FIRMA-ES-SUPERVISOR TO TRUE
           ELSE
               MOVE WS-OPERADOR TO OPE-ID
               READ OPERADORES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPE-ES-SUPERVISOR
                           SET FIRMA-ES-SUPERVISOR TO TRUE
                       END-IF
               END-READ
               CLOSE OPERADORES-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 060-AUDITA-VENTANA - deja en la auditoria como quedo la sesion
      * frente a la ventana batch: solo consulta, o la actualizacion
      * autorizada con el ID del supervisor que la autorizo.
      *-----------------------------------------------------------------
       060-AUDITA-VENTANA.
           IF VENTANA-SOLO-CONSULTA
               MOVE "VENTANA-BATCH"   TO WS-AUDIT-CAMPO
               MOVE "SOLO CONSULTA"   TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.
           IF VENTANA-AUTORIZADA
               MOVE "VENTANA-AUTORIZ" TO WS-AUDIT-CAMPO
               MOVE WS-VEN-SUPERVISOR TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.

      *-----------------------------------------------------------------
      * 070-RECHAZA-ACTUALIZACION - esta transaccion no tiene nada de
      * consulta: mientras la corrida nocturna esta en curso sin
      * autorizacion la sesion termina sin tocar ningun archivo.
      *-----------------------------------------------------------------
       070-RECHAZA-ACTUALIZACION.
           DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO Y ESTA "
               "TRANSACCION SOLO ACTUALIZA; VUELVA AL TERMINAR.".
           MOVE "VENTANA-RECHAZO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPERADOR       TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 100-CARGA-TASAS-REEMBOLSO - lee de TASAS.DAT el codigo
      * REEMBDIAS, quedandose con el renglon de fecha efectiva mas
      * reciente que no pase de la fecha de negocio.
      *-----------------------------------------------------------------
       100-CARGA-TASAS-REEMBOLSO.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

       110-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO = "REEMBDIAS"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-DIAS
                       MOVE TAS-VALOR          TO WS-DIAS-MINIMOS
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-DIAS
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-CARGA-FACTURAS - recorre FACTURAS.DAT (saltando los
      * renglones de control): cada factura propia abre su entrada;
      * los creditos, recargos y castigos que referencian a otra se
      * netean sobre la entrada referenciada y le mueven la fecha del
      * ultimo movimiento.
      *-----------------------------------------------------------------
       200-CARGA-FACTURAS.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               PERFORM 210-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
               IF WS-CANTIDAD-FACTURAS = 2000
                   DISPLAY "TABLA DE FACTURAS LLENA (2000); LAS "
                       "FACTURAS RESTANTES NO ENTRAN AL REEMBOLSO."
               END-IF
           END-IF.

       210-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       AND FAC-CLIENTE NOT = ZERO
                       IF FAC-REFERENCIA = ZERO
                           IF WS-CANTIDAD-FACTURAS < 2000
                               ADD 1 TO WS-CANTIDAD-FACTURAS
                               MOVE FAC-NUMERO  TO
                                   FTB-NUMERO (WS-CANTIDAD-FACTURAS)
                               MOVE FAC-CLIENTE TO
                                   FTB-CLIENTE (WS-CANTIDAD-FACTURAS)
                               MOVE FAC-TOTAL   TO
                                   FTB-SALDO (WS-CANTIDAD-FACTURAS)
                               MOVE FAC-FECHA   TO
                                   FTB-FECHA-ULT (WS-CANTIDAD-FACTURAS)
                           END-IF
                       ELSE
                           MOVE FAC-REFERENCIA TO WS-FACTURA-BUSCADA
                           PERFORM 230-BUSCA-EN-TABLA
                           IF WS-IDX-HALLADO > ZERO
                               ADD FAC-TOTAL
                                   TO FTB-SALDO (WS-IDX-HALLADO)
                               MOVE FAC-FECHA
                                   TO FTB-FECHA-ULT (WS-IDX-HALLADO)
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
      * control) y resta cada pago del saldo de su factura en la
      * tabla, moviendole la fecha del ultimo movimiento.
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
                           IF PAG-FECHA >
                               FTB-FECHA-ULT (WS-IDX-HALLADO)
                               MOVE PAG-FECHA
                                   TO FTB-FECHA-ULT (WS-IDX-HALLADO)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-RECORRE-LIBRO - recorre SALDOS.DAT en orden de cliente;
      * cada saldo negativo se evalua como candidato.
      *-----------------------------------------------------------------
       400-RECORRE-LIBRO.
           OPEN INPUT SALDOS-FILE.
           IF SALDOS-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA EL LIBRO DE SALDOS."
           ELSE
               MOVE ZERO TO SAL-CLIENTE
               START SALDOS-FILE KEY NOT < SAL-CLIENTE
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       PERFORM 410-LEE-SALDO UNTIL SALDOS-EOF
               END-START
               CLOSE SALDOS-FILE
           END-IF.

       410-LEE-SALDO.
           READ SALDOS-FILE NEXT RECORD
               AT END
                   SET SALDOS-EOF TO TRUE
               NOT AT END
                   IF SAL-SALDO < ZERO
                       PERFORM 420-EVALUA-CANDIDATO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 420-EVALUA-CANDIDATO - junta de la tabla lo reembolsable del
      * cliente (sus facturas con saldo negativo, sin pasar del saldo
      * a favor del libro) y su ultimo movimiento; si lleva quieto
      * al menos REEMBDIAS dias va a la lista y el supervisor decide.
      *-----------------------------------------------------------------
       420-EVALUA-CANDIDATO.
           MOVE SAL-SALDO TO WS-CLI-SALDO.
           MOVE ZERO      TO WS-CLI-REEMBOLSABLE.
           MOVE ZERO      TO WS-CLI-FECHA-ULT.
           PERFORM 425-SUMA-SOBREPAGOS
               VARYING WS-IDX-FACTURA FROM 1 BY 1
               UNTIL WS-IDX-FACTURA > WS-CANTIDAD-FACTURAS.
           IF WS-CLI-REEMBOLSABLE > ZERO - WS-CLI-SALDO
               COMPUTE WS-CLI-REEMBOLSABLE = ZERO - WS-CLI-SALDO
           END-IF.

           COMPUTE WS-DIAS-QUIETO =
               (WS-HOY-ANIO - WS-ULT-ANIO) * 360
               + (WS-HOY-MES - WS-ULT-MES) * 30
               + (WS-HOY-DIA - WS-ULT-DIA).

           IF WS-CLI-REEMBOLSABLE > ZERO
               AND WS-DIAS-QUIETO NOT < WS-DIAS-MINIMOS
               ADD 1 TO WS-CONTADOR-CANDIDATOS
               PERFORM 430-BUSCA-NOMBRE
               PERFORM 440-LISTA-CANDIDATO
               PERFORM 450-PIDE-AUTORIZACION
               IF REEMBOLSO-AUTORIZADO
                   PERFORM 500-REEMBOLSA
               END-IF
           END-IF.

       425-SUMA-SOBREPAGOS.
           IF FTB-CLIENTE (WS-IDX-FACTURA) = SAL-CLIENTE
               IF FTB-SALDO (WS-IDX-FACTURA) < ZERO
                   SUBTRACT FTB-SALDO (WS-IDX-FACTURA)
                       FROM WS-CLI-REEMBOLSABLE
               END-IF
               IF FTB-FECHA-ULT (WS-IDX-FACTURA) > WS-CLI-FECHA-ULT
                   MOVE FTB-FECHA-ULT (WS-IDX-FACTURA)
                       TO WS-CLI-FECHA-ULT
               END-IF
           END-IF.

       430-BUSCA-NOMBRE.
           MOVE SPACES TO WS-CLI-NOMBRE.
           MOVE SPACES TO WS-CLI-APELLIDOS.
           OPEN INPUT CLIENTES-FILE.
           IF CLIENTES-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE SAL-CLIENTE TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE    TO WS-CLI-NOMBRE
                       MOVE CLI-APELLIDOS TO WS-CLI-APELLIDOS
               END-READ
               CLOSE CLIENTES-FILE
           END-IF.

       440-LISTA-CANDIDATO.
           MOVE WS-CLI-SALDO        TO WS-SALDO-EDITADO.
           MOVE WS-CLI-REEMBOLSABLE TO WS-REEMB-EDITADO.
           MOVE SPACES TO WS-LINEA.
           STRING SAL-CLIENTE       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-CLI-NOMBRE     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-CLI-APELLIDOS  DELIMITED BY SIZE
                  " SALDO "         DELIMITED BY SIZE
                  WS-SALDO-EDITADO  DELIMITED BY SIZE
                  " REEMB "         DELIMITED BY SIZE
                  WS-REEMB-EDITADO  DELIMITED BY SIZE
                  " ULT "           DELIMITED BY SIZE
                  WS-CLI-FECHA-ULT  DELIMITED BY SIZE
               INTO WS-LINEA.
           MOVE WS-LINEA TO REPORTE-REEMB-RECORD.
           WRITE REPORTE-REEMB-RECORD.
           DISPLAY WS-LINEA.

       450-PIDE-AUTORIZACION.
           DISPLAY "REEMBOLSAR AL CLIENTE " SAL-CLIENTE " (S/N)?".
           ACCEPT WS-CONFIRMA-SW.
           MOVE "REEMBOLSO"    TO WS-AUDIT-CAMPO.
           MOVE SPACES         TO WS-AUDIT-VALOR.
           STRING SAL-CLIENTE     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-CONFIRMA-SW  DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 500-REEMBOLSA - el reembolso autorizado: su detalle en el
      * archivo del banco (abriendo el sobre con su encabezado si es
      * el primero) y un pago negativo (E) contra cada factura
      * sobrepagada del cliente hasta cubrir lo reembolsado.
      *-----------------------------------------------------------------
       500-REEMBOLSA.
           IF NOT SOBRE-ABIERTO
               PERFORM 510-ABRE-SOBRE
           END-IF.
           MOVE SPACES              TO REEMBOLSO-RECORD.
           SET  RBL-DETALLE         TO TRUE.
           MOVE SAL-CLIENTE         TO RBD-CLIENTE.
           MOVE WS-CLI-NOMBRE       TO RBD-NOMBRE.
           MOVE WS-CLI-APELLIDOS    TO RBD-APELLIDOS.
           MOVE WS-CLI-REEMBOLSABLE TO RBD-IMPORTE.
           WRITE REEMBOLSO-RECORD.

           ADD 1                   TO WS-CONTADOR-REEMBOLSOS.
           ADD WS-CLI-REEMBOLSABLE TO WS-TOTAL-REEMBOLSOS.

           OPEN EXTEND PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               OPEN OUTPUT PAGOS-FILE
           END-IF.
           PERFORM 520-PAGO-NEGATIVO
               VARYING WS-IDX-FACTURA FROM 1 BY 1
               UNTIL WS-IDX-FACTURA > WS-CANTIDAD-FACTURAS
                  OR WS-CLI-REEMBOLSABLE = ZERO.
           CLOSE PAGOS-FILE.

       510-ABRE-SOBRE.
           MOVE "REEMBOLSO" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.
           OPEN OUTPUT REEMBOLSO-FILE.
           MOVE SPACES             TO REEMBOLSO-RECORD.
           SET  RBL-HEADER         TO TRUE.
           MOVE WS-FECHA-NEGOCIO   TO RBH-FECHA.
           MOVE WS-NUMERO-ASIGNADO TO RBH-SECUENCIA.
           WRITE REEMBOLSO-RECORD.
           SET SOBRE-ABIERTO TO TRUE.

       520-PAGO-NEGATIVO.
           IF FTB-CLIENTE (WS-IDX-FACTURA) = SAL-CLIENTE
               AND FTB-SALDO (WS-IDX-FACTURA) < ZERO
               MOVE FTB-NUMERO (WS-IDX-FACTURA) TO PAG-FACTURA
               MOVE SAL-CLIENTE                 TO PAG-CLIENTE
               MOVE WS-FECHA-NEGOCIO            TO PAG-FECHA
               IF ZERO - FTB-SALDO (WS-IDX-FACTURA)
                   > WS-CLI-REEMBOLSABLE
                   COMPUTE PAG-IMPORTE = ZERO - WS-CLI-REEMBOLSABLE
               ELSE
                   MOVE FTB-SALDO (WS-IDX-FACTURA) TO PAG-IMPORTE
               END-IF
               MOVE WS-OPERADOR                 TO PAG-OPERADOR
               SET  PAG-REEMBOLSO               TO TRUE
               SET  PAG-TRANSFERENCIA           TO TRUE
               MOVE SPACES                      TO PAG-REFERENCIA
               STRING "REEMB"            DELIMITED BY SIZE
                      WS-NUMERO-ASIGNADO DELIMITED BY SIZE
                   INTO PAG-REFERENCIA
               MOVE SPACES                      TO PAG-SUCURSAL
               WRITE PAGO-RECORD
               ADD PAG-IMPORTE TO WS-CLI-REEMBOLSABLE
               SUBTRACT PAG-IMPORTE FROM FTB-SALDO (WS-IDX-FACTURA)
               ADD 1           TO WS-CONTADOR-PAGOS
               ADD PAG-IMPORTE TO WS-HASH-PAGOS
           END-IF.

      *-----------------------------------------------------------------
      * 800-CIERRA-SOBRE - si hubo reembolsos, cierra el archivo del
      * banco con su trailer de cantidad y total.
      *-----------------------------------------------------------------
       800-CIERRA-SOBRE.
           IF SOBRE-ABIERTO
               MOVE SPACES                 TO REEMBOLSO-RECORD
               SET  RBL-TRAILER            TO TRUE
               MOVE WS-CONTADOR-REEMBOLSOS TO RBT-CANTIDAD
               MOVE WS-TOTAL-REEMBOLSOS    TO RBT-TOTAL
               WRITE REEMBOLSO-RECORD
               CLOSE REEMBOLSO-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 810-GRABA-TRAILER-PAGOS - si la corrida grabo pagos negativos,
      * añade a PAGOS.DAT su renglon de control con el conteo y la
      * suma (negativa) de importes.
      *-----------------------------------------------------------------
       810-GRABA-TRAILER-PAGOS.
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
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY (compartido por todo
      * programa que asigna numeros): lee la serie WS-NUMCTL-CODIGO de
      * NUMCTL.DAT, la incrementa y deja el numero nuevo en
      * WS-NUMERO-ASIGNADO.
      *-----------------------------------------------------------------
           COPY ASIGNUM.

      *-----------------------------------------------------------------
      * PIDE-OPERADOR/VALIDA-OPERADOR - vienen de VALOPER.CPY:
      * validan la firma contra el maestro de operadores.
      *-----------------------------------------------------------------
           COPY VALOPER.

      *-----------------------------------------------------------------
      * VERIFICA-VENTANA-LOTE/AUTORIZA-VENTANA-LOTE - vienen de
      * VERVENT.CPY: mientras la corrida nocturna esta en curso la
      * sesion es de solo consulta, salvo autorizacion de supervisor.
      *-----------------------------------------------------------------
           COPY VERVENT.

      *-----------------------------------------------------------------
      * GRABA-ALERTA - viene de ALERTPRO.CPY: anexa la alerta abierta
      * a la cola central ALERTAS.DAT.
      *-----------------------------------------------------------------
           COPY ALERTPRO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * 950-GRABA-AUDITORIA - añade una entrada al archivo de
      * auditoria de este programa con el campo y el valor que se
      * acaba de ACCEPT-ar y la hora en que ocurrio.
      *-----------------------------------------------------------------
       950-GRABA-AUDITORIA.
           MOVE "D"           TO ALG-TIPO-REGISTRO.
           MOVE "98-PROGRAMA" TO ALG-PROGRAMA.
           MOVE WS-OPERADOR    TO ALG-OPERADOR.
           MOVE WS-AUDIT-CAMPO TO ALG-CAMPO.
           MOVE WS-AUDIT-VALOR TO ALG-VALOR.

           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
           STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                  WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
               INTO ALG-TIMESTAMP.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDITLOG-NO-EXISTE
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

           ADD 1 TO WS-CONTADOR-AUDITORIA.

      *-----------------------------------------------------------------
      * 960-GRABA-TRAILER-AUDITORIA - al terminar la corrida, añade al
      * archivo de auditoria un renglon de control con cuantas
      * entradas de detalle escribio este programa.
      *-----------------------------------------------------------------
       960-GRABA-TRAILER-AUDITORIA.
           MOVE "T"           TO ALT-TIPO-REGISTRO.
           MOVE "98-PROGRAMA" TO ALT-PROGRAMA.
           MOVE WS-CONTADOR-AUDITORIA TO ALT-CANTIDAD-REGISTROS.
           MOVE WS-CONTADOR-AUDITORIA TO ALT-TOTAL-HASH.

           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
           STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                  WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
               INTO ALT-TIMESTAMP.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDITLOG-NO-EXISTE
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      *-----------------------------------------------------------------
      * VALIDA-PERIODO-NEGOCIO - viene de VALPERIO.CPY (compartido
      * por todo programa que postea registros fechados): consulta el
      * control de periodos por el mes de la fecha de negocio.
      *-----------------------------------------------------------------
           COPY VALPERIO.

      ** add other procedures here
       END PROGRAM 98-PROGRAMA.
