      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cierre del ejercicio: la transaccion de supervisor
      *          que cierra un año completo una vez que su doceavo
      *          periodo ya se cerro en PERIODOS.DAT (89-PROGRAMA).
      *          Lleva a cero el saldo de diciembre de cada cuenta de
      *          ingreso y de gasto contra la cuenta de resultados
      *          acumulados (RESULTADOS) en los saldos de mayor
      *          (GLSALDOS.DAT), en el periodo 13 del año, y corrige
      *          el saldo inicial de lo que el año siguiente ya haya
      *          posteado; imprime el resumen anual de ventas e IVA
      *          por mes y por categoria de impuesto desde el
      *          historico de detalle (FACTDETH.DAT, las categorias
      *          del registro de IVA de 72-PROGRAMA) en IVAANUAL.RPT;
      *          arma el resumen anual por cliente de lo facturado,
      *          lo pagado y el IVA (RESANUAL.DAT, facturas y pagos
      *          vivos y archivados) con su estado anual impreso en
      *          ANUALCLI.RPT, que el extracto de correo (80) manda
      *          con los estados de enero; y bloquea los doce meses
      *          del año. El periodo 13 del año queda grabado en el
      *          control de periodos como renglon del cierre, y un
      *          segundo cierre del mismo año se rechaza.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 refused (the transaction only updates),
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. C3-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PERIODOS-FILE
               ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIODO
               FILE STATUS IS WS-PERIODOS-STATUS.

           SELECT GL-SALDOS-FILE
               ASSIGN TO "GLSALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-CLAVE
               FILE STATUS IS WS-GLSALDOS-STATUS.

           SELECT CUENTAS-FILE
               ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WS-CUENTAS-STATUS.

           SELECT FACTURA-DET-HIST-FILE
               ASSIGN TO "FACTDETH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTDETH-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT FACTURAS-ARCH-FILE
               ASSIGN TO "FACTARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTARCH-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT PAGOS-ARCH-FILE
               ASSIGN TO "PAGARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGARCH-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT RESUMEN-ANUAL-FILE
               ASSIGN TO "RESANUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAN-CLIENTE
               FILE STATUS IS WS-RESANUAL-STATUS.

           SELECT REPORTE-IVA-FILE
               ASSIGN TO "IVAANUAL.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT REPORTE-CLIENTES-FILE
               ASSIGN TO "ANUALCLI.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.C3.DAT"
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

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

       FD  GL-SALDOS-FILE
           LABEL RECORD IS STANDARD.
           COPY GLSALDO.

       FD  CUENTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY CUENTAS.

       FD  FACTURA-DET-HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTDETH.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

      *-EL ARCHIVO DE FACTURAS Y PAGOS SALDADOS GUARDA LOS MISMOS
      *-REGISTROS DEL VIVO (VER 88-PROGRAMA); SE LEEN EN BRUTO Y SE
      *-VEN CON LA VISTA DEL VIVO.
       FD  FACTURAS-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  FACTURA-ARCH-RECORD     PIC X(68).

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  PAGOS-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  PAGO-ARCH-RECORD        PIC X(56).

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  RESUMEN-ANUAL-FILE
           LABEL RECORD IS STANDARD.
           COPY RESANUAL.

      *-RENGLONES DE LOS DOS REPORTES (80 BYTES), ARMADOS EN WS-LINEA.
       FD  REPORTE-IVA-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-IVA-RECORD      PIC X(80).

       FD  REPORTE-CLIENTES-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-CLIENTES-RECORD PIC X(80).

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

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

      *-FILE STATUS/88-LEVEL DE GL-SALDOS-FILE: VIENE DE GLSSTS.CPY.
           COPY GLSSTS.

      *-FILE STATUS/88-LEVEL DE CUENTAS-FILE: VIENE DE CTASTS.CPY.
           COPY CTASTS.

      *-FILE STATUS/88-LEVEL DE FACTURA-DET-HIST-FILE: VIENE DE
      *-FDHSTS.CPY.
           COPY FDHSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

       01  WS-FACTARCH-STATUS PIC XX.
           88  FACTARCH-OK        VALUE "00".
           88  FACTARCH-EOF       VALUE "10".
           88  FACTARCH-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

       01  WS-PAGARCH-STATUS PIC XX.
           88  PAGARCH-OK        VALUE "00".
           88  PAGARCH-EOF       VALUE "10".
           88  PAGARCH-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE RESUMEN-ANUAL-FILE: VIENE DE
      *-RANSTS.CPY.
           COPY RANSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE AUDIT-LOG-FILE: VIENE DE AUDITSTS.CPY.
           COPY AUDITSTS.

      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "C3-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-BANDERA DEL CONTROL DE ROL: EL CIERRE ES DE SUPERVISORES.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

      *-EL EJERCICIO A CERRAR, SU DICIEMBRE Y SU PERIODO 13.
       01  WS-ANIO-TXT     PIC X(4) VALUE SPACES.
       01  WS-ANIO         PIC 9(4) VALUE ZERO.
       01  WS-PERIODO-DIC  PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-13   PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-MES  PIC 9(6) VALUE ZERO.
       01  WS-MES          PIC 99   VALUE ZERO.
       01  WS-FECHA-HOY    PIC 9(8) VALUE ZERO.

       01  WS-CONFIRMA-SW PIC X VALUE "N".
           88  CIERRE-CONFIRMADO VALUE "S" "s".

       01  WS-RECHAZO-SW PIC X VALUE "N".
           88  CIERRE-RECHAZADO VALUE "S".

      *-CUENTA DE CAPITAL QUE RECIBE EL RESULTADO DEL EJERCICIO.
       01  WS-CUENTA-RESULTADOS PIC X(10) VALUE "RESULTADOS".

      *-PRIMERA PASADA POR LOS SALDOS DE MAYOR: LA CUENTA EN TURNO,
      *-SU TIPO DEL CATALOGO Y SU SALDO AL CIERRE DE DICIEMBRE.
       01  WS-CTA-ACTUAL      PIC X(10)      VALUE SPACES.
       01  WS-CTA-TIPO        PIC X          VALUE SPACE.
           88  CTA-DE-RESULTADOS VALUE "I" "G".
       01  WS-CTA-SALDO       PIC S9(11)V99  VALUE ZERO.
       01  WS-CTA-CERRADA-SW  PIC X          VALUE "N".
           88  CTA-YA-CERRADA VALUE "S".
       01  WS-FIN-SALDOS-SW   PIC X          VALUE "N".
           88  FIN-SALDOS     VALUE "S".

      *-CUENTAS DE INGRESO Y GASTO CON SALDO QUE SE LLEVAN A CERO.
       01  WS-CANTIDAD-CIERRE PIC 9(3) VALUE ZERO.
       01  WS-TABLA-CIERRE.
           05  WS-CIERRE-ENT OCCURS 200 TIMES.
               10  CIE-CUENTA  PIC X(10).
               10  CIE-SALDO   PIC S9(11)V99.
       01  WS-IDX-CIE         PIC 9(3) VALUE ZERO.

      *-LA CUENTA DE RESULTADOS ACUMULADOS: SU SALDO A DICIEMBRE Y SI
      *-YA TIENE SU RENGLON DEL PERIODO 13.
       01  WS-SALDO-RESULTADOS PIC S9(11)V99 VALUE ZERO.
       01  WS-RES-CERRADA-SW   PIC X         VALUE "N".
           88  RESULTADOS-YA-CERRADA VALUE "S".

      *-EL ASIENTO DE CIERRE DE UNA CUENTA.
       01  WS-ASI-CUENTA      PIC X(10)      VALUE SPACES.
       01  WS-ASI-SALDO       PIC S9(11)V99  VALUE ZERO.
       01  WS-ASI-MOVIMIENTO  PIC S9(11)V99  VALUE ZERO.
       01  WS-FIN-CUENTA-SW   PIC X          VALUE "N".
           88  FIN-CUENTA     VALUE "S".

      *-RESULTADO DEL EJERCICIO (EN NATURALEZA DEUDORA: POSITIVO ES
      *-PERDIDA) Y TOTALES DEL ASIENTO, QUE DEBEN IGUALARSE.
       01  WS-RESULTADO-EJERCICIO PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-DEBE          PIC 9(11)V99  VALUE ZERO.
       01  WS-TOTAL-HABER         PIC 9(11)V99  VALUE ZERO.
       01  WS-CONTADOR-POSTERIORES PIC 9(5)     VALUE ZERO.

      *-RESUMEN ANUAL DE VENTAS E IVA POR MES Y CATEGORIA.
       01  WS-TABLA-IVA.
           05  WS-IVA-MES-ENT OCCURS 12 TIMES.
               10  MIV-BASE-G  PIC S9(11)V99.
               10  MIV-IVA-G   PIC S9(11)V99.
               10  MIV-BASE-R  PIC S9(11)V99.
               10  MIV-IVA-R   PIC S9(11)V99.
               10  MIV-BASE-E  PIC S9(11)V99.
               10  MIV-IVA-E   PIC S9(11)V99.
       01  WS-IDX-MES         PIC 99 VALUE ZERO.
       01  WS-ANU-BASE-G      PIC S9(11)V99 VALUE ZERO.
       01  WS-ANU-IVA-G       PIC S9(11)V99 VALUE ZERO.
       01  WS-ANU-BASE-R      PIC S9(11)V99 VALUE ZERO.
       01  WS-ANU-IVA-R       PIC S9(11)V99 VALUE ZERO.
       01  WS-ANU-BASE-E      PIC S9(11)V99 VALUE ZERO.
       01  WS-ANU-IVA-E       PIC S9(11)V99 VALUE ZERO.
       01  WS-ANU-VENTAS      PIC S9(11)V99 VALUE ZERO.
       01  WS-ANU-IVA         PIC S9(11)V99 VALUE ZERO.
       01  WS-CONTADOR-PARTIDAS PIC 9(7) VALUE ZERO.

       01  WS-RENGLON-IVA.
           05  RIA-PERIODO     PIC X(6).
           05  FILLER          PIC X     VALUE SPACE.
           05  RIA-BASE-G      PIC -ZZZZZZZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  RIA-IVA-G       PIC -ZZZZZZZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  RIA-BASE-R      PIC -ZZZZZZZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  RIA-IVA-R       PIC -ZZZZZZZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  RIA-BASE-E      PIC -ZZZZZZZZ9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.

      *-RESUMEN ANUAL POR CLIENTE: EL MOVIMIENTO EN TURNO.
       01  WS-MOV-CLIENTE     PIC 9(7)      VALUE ZERO.
       01  WS-MOV-FACTURADO   PIC S9(9)V99  VALUE ZERO.
       01  WS-MOV-IVA         PIC S9(9)V99  VALUE ZERO.
       01  WS-MOV-PAGADO      PIC S9(9)V99  VALUE ZERO.
       01  WS-MOV-FACTURAS    PIC 9         VALUE ZERO.
       01  WS-CONTADOR-CLIENTES PIC 9(7)    VALUE ZERO.
       01  WS-NOMBRE-CLIENTE  PIC X(36)     VALUE SPACES.
       01  WS-NETO            PIC S9(9)V99  VALUE ZERO.

       01  WS-IMPORTE-EDITADO  PIC -ZZZZZZZZZZ9.99.
       01  WS-CANTIDAD-EDITADA PIC ZZZZZZ9.
       01  WS-LINEA            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           IF NOT FIRMA-ES-SUPERVISOR
               DISPLAY "EL CIERRE DEL EJERCICIO ESTA RESERVADO A "
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

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 100-PIDE-EJERCICIO.
           IF CIERRE-RECHAZADO
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "CONFIRMA EL CIERRE DEL EJERCICIO " WS-ANIO
               " (S/N)? EL CIERRE ES DEFINITIVO.".
           ACCEPT WS-CONFIRMA-SW.
           MOVE "CONFIRMA-CIE" TO WS-AUDIT-CAMPO.
           MOVE WS-CONFIRMA-SW TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF NOT CIERRE-CONFIRMADO
               DISPLAY "CIERRE DEL EJERCICIO CANCELADO."
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               STOP RUN
           END-IF.

           PERFORM 300-CIERRA-RESULTADOS.
           PERFORM 400-RESUMEN-IVA.
           PERFORM 500-RESUMEN-CLIENTES.
           PERFORM 600-ESTADOS-ANUALES.
           PERFORM 700-BLOQUEA-PERIODOS.

           MOVE "CIERRE-EJERC" TO WS-AUDIT-CAMPO.
           MOVE WS-ANIO        TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           DISPLAY "EJERCICIO " WS-ANIO " CERRADO:".
           DISPLAY "  CUENTAS DE RESULTADOS A CERO: "
               WS-CANTIDAD-CIERRE.
           DISPLAY "  RESULTADO DEL EJERCICIO:      "
               WS-RESULTADO-EJERCICIO.
           DISPLAY "  PARTIDAS DEL RESUMEN DE IVA:  "
               WS-CONTADOR-PARTIDAS.
           DISPLAY "  CLIENTES CON ESTADO ANUAL:    "
               WS-CONTADOR-CLIENTES.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado y exige el rol de supervisor; sin maestro de
      * operadores la firma paso sin validar y se permite con aviso,
      * la misma tolerancia de arranque de VALOPER.
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
      * 100-PIDE-EJERCICIO - el año a cerrar. Se rechaza si ya tiene
      * su renglon de cierre (periodo 13 bloqueado), si su diciembre
      * todavia no esta cerrado, o si el catalogo no tiene activa la
      * cuenta de resultados acumulados que recibe el resultado.
      *-----------------------------------------------------------------
       100-PIDE-EJERCICIO.
           DISPLAY "EJERCICIO A CERRAR (AAAA):".
           ACCEPT WS-ANIO-TXT.
           MOVE "EJERCICIO"  TO WS-AUDIT-CAMPO.
           MOVE WS-ANIO-TXT  TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-ANIO-TXT IS NUMERIC
               MOVE WS-ANIO-TXT TO WS-ANIO
               COMPUTE WS-PERIODO-DIC = WS-ANIO * 100 + 12
               COMPUTE WS-PERIODO-13  = WS-ANIO * 100 + 13
               PERFORM 110-VALIDA-PERIODOS
               IF NOT CIERRE-RECHAZADO
                   PERFORM 120-VALIDA-CUENTA-RESULTADOS
               END-IF
           ELSE
               DISPLAY "EL EJERCICIO DEBE SER AAAA NUMERICO."
               SET CIERRE-RECHAZADO TO TRUE
           END-IF.

       110-VALIDA-PERIODOS.
           OPEN INPUT PERIODOS-FILE.
           IF PERIODOS-NO-EXISTE
               DISPLAY "NO HAY CONTROL DE PERIODOS: DICIEMBRE DE "
                   WS-ANIO " NO ESTA CERRADO."
               SET CIERRE-RECHAZADO TO TRUE
           ELSE
               MOVE WS-PERIODO-13 TO PRD-PERIODO
               READ PERIODOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-BLOQUEADO
                           DISPLAY "EL EJERCICIO " WS-ANIO
                               " YA SE CERRO EL " PRD-FECHA-CIERRE
                               " POR " PRD-OPERADOR
                               "; NO SE CIERRA DOS VECES."
                           SET CIERRE-RECHAZADO TO TRUE
                       END-IF
               END-READ
               IF NOT CIERRE-RECHAZADO
                   MOVE WS-PERIODO-DIC TO PRD-PERIODO
                   READ PERIODOS-FILE
                       INVALID KEY
                           MOVE "A" TO PRD-ESTADO
                   END-READ
                   IF NOT PRD-CERRADO
                       DISPLAY "EL PERIODO " WS-PERIODO-DIC
                           " NO ESTA CERRADO; EL EJERCICIO SE "
                           "CIERRA DESPUES DE DICIEMBRE."
                       SET CIERRE-RECHAZADO TO TRUE
                   END-IF
               END-IF
               CLOSE PERIODOS-FILE
           END-IF.

       120-VALIDA-CUENTA-RESULTADOS.
           OPEN INPUT CUENTAS-FILE.
           IF CUENTAS-NO-EXISTE
               MOVE "N" TO CTA-ACTIVA
           ELSE
               MOVE WS-CUENTA-RESULTADOS TO CTA-CODIGO
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE "N" TO CTA-ACTIVA
               END-READ
               CLOSE CUENTAS-FILE
           END-IF.
           IF NOT CTA-ESTA-ACTIVA
               DISPLAY "LA CUENTA " WS-CUENTA-RESULTADOS " NO ESTA "
                   "ACTIVA EN EL CATALOGO; DESE DE ALTA EN "
                   "B9-PROGRAMA ANTES DEL CIERRE."
               SET CIERRE-RECHAZADO TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 300-CIERRA-RESULTADOS - primera pasada: el saldo a diciembre
      * de cada cuenta de ingreso y gasto (y de la de resultados
      * acumulados); segunda pasada: el asiento de cierre en el
      * periodo 13. Una cuenta que ya tiene su renglon del periodo
      * 13 no se vuelve a cerrar.
      *-----------------------------------------------------------------
       300-CIERRA-RESULTADOS.
           OPEN I-O GL-SALDOS-FILE.
           IF GLSALDOS-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA GLSALDOS.DAT; NO HAY "
                   "RESULTADOS QUE CERRAR."
           ELSE
               OPEN INPUT CUENTAS-FILE
               PERFORM 310-LEE-SALDOS
               CLOSE CUENTAS-FILE
               PERFORM 340-ASIENTA-CUENTA
                   VARYING WS-IDX-CIE FROM 1 BY 1
                   UNTIL WS-IDX-CIE > WS-CANTIDAD-CIERRE
               IF WS-CANTIDAD-CIERRE > ZERO
                   AND NOT RESULTADOS-YA-CERRADA
                   PERFORM 360-ASIENTA-RESULTADOS
               END-IF
               CLOSE GL-SALDOS-FILE
               DISPLAY "ASIENTO DE CIERRE " WS-PERIODO-13
                   ": CARGOS " WS-TOTAL-DEBE " ABONOS "
                   WS-TOTAL-HABER
           END-IF.

       310-LEE-SALDOS.
           MOVE SPACES TO WS-CTA-ACTUAL.
           MOVE SPACES TO GLS-CUENTA.
           MOVE ZERO   TO GLS-PERIODO.
           START GL-SALDOS-FILE KEY NOT < GLS-CLAVE
               INVALID KEY
                   SET FIN-SALDOS TO TRUE
           END-START.
           PERFORM 320-LEE-RENGLON UNTIL FIN-SALDOS.
           IF WS-CTA-ACTUAL NOT = SPACES
               PERFORM 330-GUARDA-CUENTA
           END-IF.

       320-LEE-RENGLON.
           READ GL-SALDOS-FILE NEXT RECORD
               AT END
                   SET FIN-SALDOS TO TRUE
               NOT AT END
                   IF GLS-ES-CONTROL
                       SET FIN-SALDOS TO TRUE
                   ELSE
                       PERFORM 325-TOMA-RENGLON
                   END-IF
           END-READ.

       325-TOMA-RENGLON.
           IF GLS-CUENTA NOT = WS-CTA-ACTUAL
               IF WS-CTA-ACTUAL NOT = SPACES
                   PERFORM 330-GUARDA-CUENTA
               END-IF
               MOVE GLS-CUENTA TO WS-CTA-ACTUAL
               MOVE ZERO       TO WS-CTA-SALDO
               MOVE "N"        TO WS-CTA-CERRADA-SW
               MOVE SPACE      TO WS-CTA-TIPO
               IF NOT CUENTAS-NO-EXISTE
                   MOVE GLS-CUENTA TO CTA-CODIGO
                   READ CUENTAS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CTA-TIPO TO WS-CTA-TIPO
                   END-READ
               END-IF
           END-IF.
           IF GLS-PERIODO NOT > WS-PERIODO-DIC
               COMPUTE WS-CTA-SALDO = GLS-SALDO-INICIAL
                   + GLS-DEBE - GLS-HABER
           END-IF.
           IF GLS-PERIODO = WS-PERIODO-13
               SET CTA-YA-CERRADA TO TRUE
           END-IF.

       330-GUARDA-CUENTA.
           IF WS-CTA-ACTUAL = WS-CUENTA-RESULTADOS
               MOVE WS-CTA-SALDO      TO WS-SALDO-RESULTADOS
               MOVE WS-CTA-CERRADA-SW TO WS-RES-CERRADA-SW
           ELSE
               IF CTA-DE-RESULTADOS
                   AND NOT CTA-YA-CERRADA
                   AND WS-CTA-SALDO NOT = ZERO
                   IF WS-CANTIDAD-CIERRE < 200
                       ADD 1 TO WS-CANTIDAD-CIERRE
                       MOVE WS-CTA-ACTUAL
                           TO CIE-CUENTA (WS-CANTIDAD-CIERRE)
                       MOVE WS-CTA-SALDO
                           TO CIE-SALDO (WS-CANTIDAD-CIERRE)
                   ELSE
                       DISPLAY "MAS DE 200 CUENTAS DE RESULTADOS; "
                           WS-CTA-ACTUAL " NO SE CIERRA."
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 340-ASIENTA-CUENTA - el renglon del periodo 13 de una cuenta
      * de ingreso o gasto abre con su saldo de diciembre y lo lleva
      * a cero; el saldo inicial de sus meses del año siguiente ya
      * posteados baja en lo mismo.
      *-----------------------------------------------------------------
       340-ASIENTA-CUENTA.
           MOVE CIE-CUENTA (WS-IDX-CIE) TO WS-ASI-CUENTA.
           MOVE CIE-SALDO (WS-IDX-CIE)  TO WS-ASI-SALDO.
           COMPUTE WS-ASI-MOVIMIENTO = ZERO - WS-ASI-SALDO.
           ADD WS-ASI-SALDO TO WS-RESULTADO-EJERCICIO.
           PERFORM 350-GRABA-RENGLON-13.

      *-----------------------------------------------------------------
      * 350-GRABA-RENGLON-13 - graba el renglon del periodo 13 de
      * WS-ASI-CUENTA con saldo inicial WS-ASI-SALDO y el movimiento
      * WS-ASI-MOVIMIENTO (cargo si es positivo, abono si es
      * negativo), y corrige en ese movimiento el saldo inicial de
      * los renglones posteriores de la cuenta.
      *-----------------------------------------------------------------
       350-GRABA-RENGLON-13.
           MOVE WS-ASI-CUENTA  TO GLS-CUENTA.
           MOVE WS-PERIODO-13  TO GLS-PERIODO.
           MOVE WS-ASI-SALDO   TO GLS-SALDO-INICIAL.
           MOVE ZERO           TO GLS-DEBE.
           MOVE ZERO           TO GLS-HABER.
           IF WS-ASI-MOVIMIENTO > ZERO
               MOVE WS-ASI-MOVIMIENTO TO GLS-DEBE
           ELSE
               COMPUTE GLS-HABER = ZERO - WS-ASI-MOVIMIENTO
           END-IF.
           MOVE WS-FECHA-HOY   TO GLS-ULT-FECHA.
           WRITE GL-SALDO-RECORD
               INVALID KEY
                   DISPLAY "LA CUENTA " WS-ASI-CUENTA " YA TIENE "
                       "RENGLON " WS-PERIODO-13 "."
               NOT INVALID KEY
                   ADD GLS-DEBE  TO WS-TOTAL-DEBE
                   ADD GLS-HABER TO WS-TOTAL-HABER
           END-WRITE.

           MOVE "N" TO WS-FIN-CUENTA-SW.
           MOVE WS-ASI-CUENTA TO GLS-CUENTA.
           MOVE WS-PERIODO-13 TO GLS-PERIODO.
           START GL-SALDOS-FILE KEY > GLS-CLAVE
               INVALID KEY
                   SET FIN-CUENTA TO TRUE
           END-START.
           PERFORM 355-AJUSTA-POSTERIOR UNTIL FIN-CUENTA.

       355-AJUSTA-POSTERIOR.
           READ GL-SALDOS-FILE NEXT RECORD
               AT END
                   SET FIN-CUENTA TO TRUE
               NOT AT END
                   IF GLS-CUENTA NOT = WS-ASI-CUENTA
                       SET FIN-CUENTA TO TRUE
                   ELSE
                       ADD WS-ASI-MOVIMIENTO TO GLS-SALDO-INICIAL
                       REWRITE GL-SALDO-RECORD
                       ADD 1 TO WS-CONTADOR-POSTERIORES
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 360-ASIENTA-RESULTADOS - la contrapartida: la cuenta de
      * resultados acumulados recibe el resultado del ejercicio (la
      * perdida en cargo, la utilidad en abono).
      *-----------------------------------------------------------------
       360-ASIENTA-RESULTADOS.
           MOVE WS-CUENTA-RESULTADOS   TO WS-ASI-CUENTA.
           MOVE WS-SALDO-RESULTADOS    TO WS-ASI-SALDO.
           MOVE WS-RESULTADO-EJERCICIO TO WS-ASI-MOVIMIENTO.
           PERFORM 350-GRABA-RENGLON-13.

      *-----------------------------------------------------------------
      * 400-RESUMEN-IVA - las partidas del año del historico de
      * detalle, por mes y por categoria de impuesto con la misma
      * regla del registro de IVA (R reducida, E exenta, cualquier
      * otra general), en IVAANUAL.RPT.
      *-----------------------------------------------------------------
       400-RESUMEN-IVA.
           PERFORM 405-LIMPIA-MES
               VARYING WS-IDX-MES FROM 1 BY 1 UNTIL WS-IDX-MES > 12.
           OPEN INPUT FACTURA-DET-HIST-FILE.
           IF FACTDETH-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA FACTDETH.DAT; EL RESUMEN DE "
                   "IVA SALE EN CERO."
           ELSE
               PERFORM 410-LEE-PARTIDA UNTIL FACTDETH-EOF
               CLOSE FACTURA-DET-HIST-FILE
           END-IF.
           PERFORM 420-IMPRIME-RESUMEN-IVA.

       405-LIMPIA-MES.
           MOVE ZERO TO MIV-BASE-G (WS-IDX-MES).
           MOVE ZERO TO MIV-IVA-G (WS-IDX-MES).
           MOVE ZERO TO MIV-BASE-R (WS-IDX-MES).
           MOVE ZERO TO MIV-IVA-R (WS-IDX-MES).
           MOVE ZERO TO MIV-BASE-E (WS-IDX-MES).
           MOVE ZERO TO MIV-IVA-E (WS-IDX-MES).

       410-LEE-PARTIDA.
           READ FACTURA-DET-HIST-FILE
               AT END
                   SET FACTDETH-EOF TO TRUE
               NOT AT END
                   IF FDH-FECHA (1:4) = WS-ANIO-TXT
                       AND FDH-FECHA (5:2) IS NUMERIC
                       MOVE FDH-FECHA (5:2) TO WS-IDX-MES
                       IF WS-IDX-MES > ZERO AND WS-IDX-MES < 13
                           PERFORM 415-ACUMULA-PARTIDA
                       END-IF
                   END-IF
           END-READ.

       415-ACUMULA-PARTIDA.
           ADD 1 TO WS-CONTADOR-PARTIDAS.
           EVALUATE FDH-CATEGORIA
               WHEN "R"
                   ADD FDH-IMPORTE TO MIV-BASE-R (WS-IDX-MES)
                   ADD FDH-IVA     TO MIV-IVA-R (WS-IDX-MES)
               WHEN "E"
                   ADD FDH-IMPORTE TO MIV-BASE-E (WS-IDX-MES)
                   ADD FDH-IVA     TO MIV-IVA-E (WS-IDX-MES)
               WHEN OTHER
                   ADD FDH-IMPORTE TO MIV-BASE-G (WS-IDX-MES)
                   ADD FDH-IVA     TO MIV-IVA-G (WS-IDX-MES)
           END-EVALUATE.

       420-IMPRIME-RESUMEN-IVA.
           OPEN OUTPUT REPORTE-IVA-FILE.
           MOVE SPACES TO WS-LINEA.
           STRING "RESUMEN ANUAL DE VENTAS E IVA DEL EJERCICIO "
                                        DELIMITED BY SIZE
                  WS-ANIO               DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 490-ESCRIBE-IVA.
           PERFORM 490-ESCRIBE-IVA.
           STRING "MES      BASE GENERAL   IVA GENERAL"
                                        DELIMITED BY SIZE
                  " BASE REDUCIDA  IVA REDUCIDA   BASE EXENTA"
                                        DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 490-ESCRIBE-IVA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 490-ESCRIBE-IVA.

           PERFORM 430-RENGLON-MES
               VARYING WS-IDX-MES FROM 1 BY 1 UNTIL WS-IDX-MES > 12.

           MOVE ALL "-" TO WS-LINEA.
           PERFORM 490-ESCRIBE-IVA.
           MOVE "TOTAL "      TO RIA-PERIODO.
           MOVE WS-ANU-BASE-G TO RIA-BASE-G.
           MOVE WS-ANU-IVA-G  TO RIA-IVA-G.
           MOVE WS-ANU-BASE-R TO RIA-BASE-R.
           MOVE WS-ANU-IVA-R  TO RIA-IVA-R.
           MOVE WS-ANU-BASE-E TO RIA-BASE-E.
           MOVE WS-RENGLON-IVA TO WS-LINEA.
           PERFORM 490-ESCRIBE-IVA.
           PERFORM 490-ESCRIBE-IVA.

           COMPUTE WS-ANU-VENTAS = WS-ANU-BASE-G + WS-ANU-BASE-R
               + WS-ANU-BASE-E.
           COMPUTE WS-ANU-IVA = WS-ANU-IVA-G + WS-ANU-IVA-R
               + WS-ANU-IVA-E.
           MOVE WS-ANU-VENTAS TO WS-IMPORTE-EDITADO.
           STRING "VENTAS DEL EJERCICIO (BASE):   " DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO                DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 490-ESCRIBE-IVA.
           MOVE WS-ANU-IVA TO WS-IMPORTE-EDITADO.
           STRING "IVA DEL EJERCICIO:             " DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO                DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 490-ESCRIBE-IVA.
           MOVE WS-CONTADOR-PARTIDAS TO WS-CANTIDAD-EDITADA.
           STRING "PARTIDAS DEL EJERCICIO:        " DELIMITED BY SIZE
                  WS-CANTIDAD-EDITADA               DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 490-ESCRIBE-IVA.
           CLOSE REPORTE-IVA-FILE.

       430-RENGLON-MES.
           COMPUTE WS-PERIODO-MES = WS-ANIO * 100 + WS-IDX-MES.
           MOVE WS-PERIODO-MES              TO RIA-PERIODO.
           MOVE MIV-BASE-G (WS-IDX-MES)     TO RIA-BASE-G.
           MOVE MIV-IVA-G (WS-IDX-MES)      TO RIA-IVA-G.
           MOVE MIV-BASE-R (WS-IDX-MES)     TO RIA-BASE-R.
           MOVE MIV-IVA-R (WS-IDX-MES)      TO RIA-IVA-R.
           MOVE MIV-BASE-E (WS-IDX-MES)     TO RIA-BASE-E.
           MOVE WS-RENGLON-IVA              TO WS-LINEA.
           PERFORM 490-ESCRIBE-IVA.
           ADD MIV-BASE-G (WS-IDX-MES) TO WS-ANU-BASE-G.
           ADD MIV-IVA-G (WS-IDX-MES)  TO WS-ANU-IVA-G.
           ADD MIV-BASE-R (WS-IDX-MES) TO WS-ANU-BASE-R.
           ADD MIV-IVA-R (WS-IDX-MES)  TO WS-ANU-IVA-R.
           ADD MIV-BASE-E (WS-IDX-MES) TO WS-ANU-BASE-E.
           ADD MIV-IVA-E (WS-IDX-MES)  TO WS-ANU-IVA-E.

       490-ESCRIBE-IVA.
           MOVE WS-LINEA TO REPORTE-IVA-RECORD.
           WRITE REPORTE-IVA-RECORD.
           MOVE SPACES TO WS-LINEA.

      *-----------------------------------------------------------------
      * 500-RESUMEN-CLIENTES - RESANUAL.DAT se rearma completo para el
      * ejercicio: lo facturado y su IVA desde las facturas vivas y
      * archivadas del año, y lo pagado desde los pagos vivos y
      * archivados del año, todo por cliente.
      *-----------------------------------------------------------------
       500-RESUMEN-CLIENTES.
           OPEN OUTPUT RESUMEN-ANUAL-FILE.
           CLOSE RESUMEN-ANUAL-FILE.
           OPEN I-O RESUMEN-ANUAL-FILE.

           OPEN INPUT FACTURAS-FILE.
           IF NOT FACTURAS-NO-EXISTE
               PERFORM 510-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.
           OPEN INPUT FACTURAS-ARCH-FILE.
           IF NOT FACTARCH-NO-EXISTE
               PERFORM 520-LEE-FACTURA-ARCH UNTIL FACTARCH-EOF
               CLOSE FACTURAS-ARCH-FILE
           END-IF.
           OPEN INPUT PAGOS-FILE.
           IF NOT PAGOS-NO-EXISTE
               PERFORM 530-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.
           OPEN INPUT PAGOS-ARCH-FILE.
           IF NOT PAGARCH-NO-EXISTE
               PERFORM 540-LEE-PAGO-ARCH UNTIL PAGARCH-EOF
               CLOSE PAGOS-ARCH-FILE
           END-IF.

           CLOSE RESUMEN-ANUAL-FILE.

       510-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   PERFORM 515-TOMA-FACTURA
           END-READ.

       515-TOMA-FACTURA.
           IF FAC-NUMERO NOT = 9999999
               AND FAC-CLIENTE NOT = ZERO
               AND FAC-FECHA (1:4) = WS-ANIO-TXT
               MOVE FAC-CLIENTE  TO WS-MOV-CLIENTE
               MOVE FAC-TOTAL    TO WS-MOV-FACTURADO
               MOVE FAC-IMPUESTO TO WS-MOV-IVA
               MOVE ZERO         TO WS-MOV-PAGADO
               MOVE 1            TO WS-MOV-FACTURAS
               PERFORM 550-ACUMULA-CLIENTE
           END-IF.

       520-LEE-FACTURA-ARCH.
           READ FACTURAS-ARCH-FILE
               AT END
                   SET FACTARCH-EOF TO TRUE
               NOT AT END
                   MOVE FACTURA-ARCH-RECORD TO FACTURA-RECORD
                   PERFORM 515-TOMA-FACTURA
           END-READ.

       530-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   PERFORM 535-TOMA-PAGO
           END-READ.

       535-TOMA-PAGO.
           IF PAG-FACTURA NOT = 9999999
               AND PAG-CLIENTE NOT = ZERO
               AND PAG-FECHA (1:4) = WS-ANIO-TXT
               MOVE PAG-CLIENTE  TO WS-MOV-CLIENTE
               MOVE ZERO         TO WS-MOV-FACTURADO
               MOVE ZERO         TO WS-MOV-IVA
               MOVE PAG-IMPORTE  TO WS-MOV-PAGADO
               MOVE ZERO         TO WS-MOV-FACTURAS
               PERFORM 550-ACUMULA-CLIENTE
           END-IF.

       540-LEE-PAGO-ARCH.
           READ PAGOS-ARCH-FILE
               AT END
                   SET PAGARCH-EOF TO TRUE
               NOT AT END
                   MOVE PAGO-ARCH-RECORD TO PAGO-RECORD
                   PERFORM 535-TOMA-PAGO
           END-READ.

       550-ACUMULA-CLIENTE.
           MOVE WS-MOV-CLIENTE TO RAN-CLIENTE.
           READ RESUMEN-ANUAL-FILE
               INVALID KEY
                   MOVE WS-MOV-CLIENTE   TO RAN-CLIENTE
                   MOVE WS-ANIO          TO RAN-ANIO
                   MOVE WS-MOV-FACTURAS  TO RAN-FACTURAS
                   MOVE WS-MOV-FACTURADO TO RAN-FACTURADO
                   MOVE WS-MOV-IVA       TO RAN-IVA
                   MOVE WS-MOV-PAGADO    TO RAN-PAGADO
                   MOVE "N"              TO RAN-ENVIO
                   MOVE ZERO             TO RAN-FECHA-ENVIO
                   WRITE RESUMEN-ANUAL-RECORD
               NOT INVALID KEY
                   ADD WS-MOV-FACTURAS  TO RAN-FACTURAS
                   ADD WS-MOV-FACTURADO TO RAN-FACTURADO
                   ADD WS-MOV-IVA       TO RAN-IVA
                   ADD WS-MOV-PAGADO    TO RAN-PAGADO
                   REWRITE RESUMEN-ANUAL-RECORD
           END-READ.

      *-----------------------------------------------------------------
      * 600-ESTADOS-ANUALES - el estado anual impreso de cada cliente
      * del resumen, en orden de cliente, en ANUALCLI.RPT.
      *-----------------------------------------------------------------
       600-ESTADOS-ANUALES.
           OPEN OUTPUT REPORTE-CLIENTES-FILE.
           OPEN INPUT CLIENTES-FILE.
           OPEN INPUT RESUMEN-ANUAL-FILE.
           MOVE ZERO TO RAN-CLIENTE.
           START RESUMEN-ANUAL-FILE KEY NOT < RAN-CLIENTE
               INVALID KEY
                   SET RESANUAL-EOF TO TRUE
           END-START.
           PERFORM 610-LEE-RESUMEN UNTIL RESANUAL-EOF.
           CLOSE RESUMEN-ANUAL-FILE.
           IF NOT CLIENTES-NO-EXISTE
               CLOSE CLIENTES-FILE
           END-IF.
           MOVE WS-CONTADOR-CLIENTES TO WS-CANTIDAD-EDITADA.
           STRING "CLIENTES CON ESTADO ANUAL DEL EJERCICIO "
                                        DELIMITED BY SIZE
                  WS-ANIO               DELIMITED BY SIZE
                  ": "                  DELIMITED BY SIZE
                  WS-CANTIDAD-EDITADA   DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 690-ESCRIBE-CLIENTE.
           CLOSE REPORTE-CLIENTES-FILE.

       610-LEE-RESUMEN.
           READ RESUMEN-ANUAL-FILE NEXT RECORD
               AT END
                   SET RESANUAL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTADOR-CLIENTES
                   PERFORM 620-BUSCA-NOMBRE
                   PERFORM 630-IMPRIME-ESTADO
           END-READ.

       620-BUSCA-NOMBRE.
           MOVE SPACES TO WS-NOMBRE-CLIENTE.
           IF CLIENTES-NO-EXISTE
               MOVE "(SIN MAESTRO)" TO WS-NOMBRE-CLIENTE
           ELSE
               MOVE RAN-CLIENTE TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "(SIN MAESTRO)" TO WS-NOMBRE-CLIENTE
                   NOT INVALID KEY
                       STRING CLI-NOMBRE    DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              CLI-APELLIDOS DELIMITED BY SIZE
                           INTO WS-NOMBRE-CLIENTE
               END-READ
           END-IF.

       630-IMPRIME-ESTADO.
           STRING "ESTADO ANUAL DEL EJERCICIO " DELIMITED BY SIZE
                  RAN-ANIO                      DELIMITED BY SIZE
                  "              CLIENTE "      DELIMITED BY SIZE
                  RAN-CLIENTE                   DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 690-ESCRIBE-CLIENTE.
           STRING "NOMBRE: "        DELIMITED BY SIZE
                  WS-NOMBRE-CLIENTE DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 690-ESCRIBE-CLIENTE.
           PERFORM 690-ESCRIBE-CLIENTE.
           MOVE RAN-FACTURAS TO WS-CANTIDAD-EDITADA.
           STRING "  DOCUMENTOS FACTURADOS:          "
                                        DELIMITED BY SIZE
                  WS-CANTIDAD-EDITADA   DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 690-ESCRIBE-CLIENTE.
           MOVE RAN-FACTURADO TO WS-IMPORTE-EDITADO.
           STRING "  TOTAL FACTURADO:        " DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO           DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 690-ESCRIBE-CLIENTE.
           COMPUTE WS-NETO = RAN-FACTURADO - RAN-IVA.
           MOVE WS-NETO TO WS-IMPORTE-EDITADO.
           STRING "    IMPORTE SIN IVA:      " DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO           DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 690-ESCRIBE-CLIENTE.
           MOVE RAN-IVA TO WS-IMPORTE-EDITADO.
           STRING "    IVA FACTURADO:        " DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO           DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 690-ESCRIBE-CLIENTE.
           MOVE RAN-PAGADO TO WS-IMPORTE-EDITADO.
           STRING "  TOTAL PAGADO:           " DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO           DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 690-ESCRIBE-CLIENTE.
           COMPUTE WS-NETO = RAN-FACTURADO - RAN-PAGADO.
           MOVE WS-NETO TO WS-IMPORTE-EDITADO.
           STRING "  FACTURADO MENOS PAGADO: " DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO           DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 690-ESCRIBE-CLIENTE.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 690-ESCRIBE-CLIENTE.

       690-ESCRIBE-CLIENTE.
           MOVE WS-LINEA TO REPORTE-CLIENTES-RECORD.
           WRITE REPORTE-CLIENTES-RECORD.
           MOVE SPACES TO WS-LINEA.

      *-----------------------------------------------------------------
      * 700-BLOQUEA-PERIODOS - los doce meses del año quedan
      * bloqueados (el mes que nunca se cerro entra al control con la
      * fecha y la firma de este cierre), y el periodo 13 queda como
      * renglon del cierre del ejercicio.
      *-----------------------------------------------------------------
       700-BLOQUEA-PERIODOS.
           OPEN I-O PERIODOS-FILE.
           PERFORM 710-BLOQUEA-MES
               VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 13.
           CLOSE PERIODOS-FILE.

       710-BLOQUEA-MES.
           COMPUTE WS-PERIODO-MES = WS-ANIO * 100 + WS-MES.
           MOVE WS-PERIODO-MES TO PRD-PERIODO.
           READ PERIODOS-FILE
               INVALID KEY
                   MOVE WS-PERIODO-MES TO PRD-PERIODO
                   MOVE "B"            TO PRD-ESTADO
                   MOVE WS-FECHA-HOY   TO PRD-FECHA-CIERRE
                   MOVE WS-OPERADOR    TO PRD-OPERADOR
                   WRITE PERIODO-RECORD
               NOT INVALID KEY
                   IF NOT PRD-CERRADO
                       OR WS-MES = 13
                       MOVE WS-FECHA-HOY TO PRD-FECHA-CIERRE
                       MOVE WS-OPERADOR  TO PRD-OPERADOR
                   END-IF
                   MOVE "B" TO PRD-ESTADO
                   REWRITE PERIODO-RECORD
           END-READ.

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
      * 950-GRABA-AUDITORIA - añade una entrada al archivo de
      * auditoria de este programa con el campo y el valor que se
      * acaba de ACCEPT-ar y la hora en que ocurrio.
      *-----------------------------------------------------------------
       950-GRABA-AUDITORIA.
           MOVE "D"           TO ALG-TIPO-REGISTRO.
           MOVE "C3-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "C3-PROGRAMA" TO ALT-PROGRAMA.
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

      ** add other procedures here
       END PROGRAM C3-PROGRAMA.
