      ******************************************************************
      * Author:
      * Date:
      * Purpose: Existencias de articulos (STOCK.DAT): registra la
      *          entrada de mercancia de un articulo con existencia
      *          (cualquier operador, con la remision del proveedor),
      *          y da de alta el control de existencia de un articulo
      *          del maestro con su conteo inicial, su punto de
      *          reorden y su cantidad de reorden, o ajusta la
      *          existencia a un conteo fisico (supervisores). Cada
      *          cambio deja su movimiento en STOCKMOV.DAT; la corrida
      *          nocturna (D3-PROGRAMA) descarga lo facturado y saca
      *          los reportes de movimientos y de reorden.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 inquiry-only and shows the forecast end time,
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. D2-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STOCK-FILE
               ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-ARTICULO
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT STOCK-MOV-FILE
               ASSIGN TO "STOCKMOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOCKMOV-STATUS.

           SELECT ARTICULOS-FILE
               ASSIGN TO "ARTICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-CODIGO
               FILE STATUS IS WS-ARTICULOS-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.D2.DAT"
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
       FD  STOCK-FILE
           LABEL RECORD IS STANDARD.
           COPY STOCK.

       FD  STOCK-MOV-FILE
           LABEL RECORD IS STANDARD.
           COPY STOCKMOV.

       FD  ARTICULOS-FILE
           LABEL RECORD IS STANDARD.
           COPY ARTICULOS.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

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

      *-FILE STATUS/88-LEVEL DE STOCK-FILE: VIENE DE STKSTS.CPY.
           COPY STKSTS.

      *-FILE STATUS/88-LEVEL DE STOCK-MOV-FILE: VIENE DE XMVSTS.CPY.
           COPY XMVSTS.

      *-FILE STATUS/88-LEVEL DE ARTICULOS-FILE: VIENE DE ARTSTS.CPY.
           COPY ARTSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "D2-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-BANDERA DEL CONTROL DE ROL: CUALQUIER OPERADOR FIRMADO
      *-REGISTRA ENTRADAS Y LISTA, PERO SOLO UN SUPERVISOR DA DE ALTA
      *-UN ARTICULO, CAMBIA SU REORDEN O AJUSTA SU EXISTENCIA.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO: CON ELLA SE FECHA CADA MOVIMIENTO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-ENTRADA VALUE "E" "e".
           88  OPCION-MANTIENE VALUE "M" "m".
           88  OPCION-AJUSTE  VALUE "A" "a".
           88  OPCION-LISTA   VALUE "L" "l".
           88  OPCION-SALIR   VALUE "9".

      *-CAMPOS DE CAPTURA; LAS CANTIDADES SE TECLEAN COMO TEXTO Y
      *-SOLO SE MUEVEN CUANDO SON NUMERICAS, COMO EN LAS DEMAS
      *-CAPTURAS.
       01  WS-ARTICULO-TRABAJO PIC X(10) VALUE SPACES.
       01  WS-CANTIDAD-TXT     PIC X(7)  VALUE SPACES.
       01  WS-CANTIDAD-NUM     PIC 9(7)  VALUE ZERO.
       01  WS-PUNTO-TXT        PIC X(7)  VALUE SPACES.
       01  WS-REORDEN-TXT      PIC X(7)  VALUE SPACES.
       01  WS-REMISION         PIC X(10) VALUE SPACES.
       01  WS-CONFIRMA         PIC X     VALUE SPACE.
           88  CONFIRMA-SI     VALUE "S" "s".

       01  WS-ARTICULO-VALIDO-SW PIC X VALUE "N".
           88  ARTICULO-VALIDO VALUE "S".

      *-EXISTENCIA NUEVA Y DIFERENCIA DE UN AJUSTE, Y EL ULTIMO
      *-NUMERO DE FACTURA AL DAR DE ALTA UN ARTICULO.
       01  WS-EXISTENCIA-NUEVA PIC S9(7) VALUE ZERO.
       01  WS-DIFERENCIA       PIC S9(7) VALUE ZERO.
       01  WS-ULT-FACTURA      PIC 9(7)  VALUE ZERO.

      *-DATOS DEL MOVIMIENTO QUE SE GRABA EN STOCKMOV.DAT.
       01  WS-MOV-TIPO       PIC X     VALUE SPACE.
       01  WS-MOV-SIGNO      PIC X     VALUE SPACE.
       01  WS-MOV-CANTIDAD   PIC 9(7)  VALUE ZERO.
       01  WS-MOV-REFERENCIA PIC X(10) VALUE SPACES.

      *-TOTALES DEL LISTADO.
       01  WS-CONTADOR-LISTA  PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-BAJOS  PIC 9(5) VALUE ZERO.
       01  WS-EXISTENCIA-ED   PIC -ZZZZZZ9.
       01  WS-MARCA-REORDEN   PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O STOCK-FILE.
           IF STOCK-NO-EXISTE
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.
           OPEN INPUT ARTICULOS-FILE.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           IF NOT ARTICULOS-NO-EXISTE
               CLOSE ARTICULOS-FILE
           END-IF.
           CLOSE STOCK-FILE.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado para saber si puede dar de alta o ajustar; sin
      * maestro de operadores la firma paso sin validar y se permite
      * con aviso, la misma tolerancia de arranque de VALOPER.
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
      * 070-RECHAZA-ACTUALIZACION - una opcion que actualiza, pedida
      * mientras la corrida nocturna esta en curso sin autorizacion.
      *-----------------------------------------------------------------
       070-RECHAZA-ACTUALIZACION.
           DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO: ESTA SESION ES "
               "DE SOLO CONSULTA.".
           MOVE "VENTANA-RECHAZO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION         TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 100-TRANSACCION - menu de existencias: entrada de mercancia,
      * alta o cambio de reorden, ajuste por conteo, listar o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "EXISTENCIAS DE ARTICULOS".
           DISPLAY "  E - ENTRADA DE MERCANCIA".
           DISPLAY "  M - ALTA O CAMBIO DE REORDEN (SUPERVISOR)".
           DISPLAY "  A - AJUSTE POR CONTEO FISICO (SUPERVISOR)".
           DISPLAY "  L - LISTAR EXISTENCIAS".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-STOCK" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION      TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ENTRADA OR OPCION-MANTIENE
                    OR OPCION-AJUSTE)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-ENTRADA
                   PERFORM 200-PIDE-ARTICULO
                   IF ARTICULO-VALIDO
                       PERFORM 300-ENTRADA
                   END-IF
               WHEN OPCION-MANTIENE OR OPCION-AJUSTE
                   IF FIRMA-ES-SUPERVISOR
                       PERFORM 200-PIDE-ARTICULO
                       IF ARTICULO-VALIDO
                           IF OPCION-MANTIENE
                               PERFORM 400-MANTIENE
                           ELSE
                               PERFORM 500-AJUSTE
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "EL ALTA, EL REORDEN Y LOS AJUSTES "
                           "ESTAN RESERVADOS A SUPERVISORES."
                       MOVE "ROL-RECHAZADO" TO WS-AUDIT-CAMPO
                       MOVE WS-OPERADOR     TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
                   END-IF
               WHEN OPCION-LISTA
                   PERFORM 600-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-PIDE-ARTICULO - captura el articulo, auditado: debe
      * existir en el maestro. Deja leido su renglon de existencia si
      * lo tiene (STOCK-OK) o el estado de no encontrado si no.
      *-----------------------------------------------------------------
       200-PIDE-ARTICULO.
           MOVE "N" TO WS-ARTICULO-VALIDO-SW.
           DISPLAY "CODIGO DEL ARTICULO (10 CARS):".
           ACCEPT WS-ARTICULO-TRABAJO.
           MOVE "STK-ARTICULO"      TO WS-AUDIT-CAMPO.
           MOVE WS-ARTICULO-TRABAJO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           IF ARTICULOS-NO-EXISTE
               DISPLAY "NO HAY MAESTRO DE ARTICULOS (ARTICULOS.DAT); "
                   "NO SE PUEDEN LLEVAR EXISTENCIAS."
           ELSE
               MOVE WS-ARTICULO-TRABAJO TO ART-CODIGO
               READ ARTICULOS-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE EL ARTICULO "
                           WS-ARTICULO-TRABAJO "."
                   NOT INVALID KEY
                       SET ARTICULO-VALIDO TO TRUE
                       DISPLAY "ARTICULO: " ART-CODIGO " "
                           ART-DESCRIPCION
                       MOVE WS-ARTICULO-TRABAJO TO STK-ARTICULO
                       READ STOCK-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE STK-EXISTENCIA
                                   TO WS-EXISTENCIA-ED
                               DISPLAY "  EXISTENCIA " WS-EXISTENCIA-ED
                                   "  PUNTO DE REORDEN "
                                   STK-PUNTO-REORDEN
                                   "  CANTIDAD A PEDIR "
                                   STK-CANTIDAD-REORDEN
                       END-READ
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 300-ENTRADA - la mercancia recibida suma a la existencia de
      * un articulo que ya la lleva; la remision del proveedor queda
      * como referencia del movimiento.
      *-----------------------------------------------------------------
       300-ENTRADA.
           IF NOT STOCK-OK
               DISPLAY "EL ARTICULO NO LLEVA EXISTENCIA; UN "
                   "SUPERVISOR DEBE DARLO DE ALTA (OPCION M)."
           ELSE
               DISPLAY "CANTIDAD RECIBIDA (7 DIGITOS):"
               ACCEPT WS-CANTIDAD-TXT
               MOVE "XMV-CANTIDAD"  TO WS-AUDIT-CAMPO
               MOVE WS-CANTIDAD-TXT TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               DISPLAY "REMISION DEL PROVEEDOR (10 CARS):"
               ACCEPT WS-REMISION
               MOVE "XMV-REFERENCIA" TO WS-AUDIT-CAMPO
               MOVE WS-REMISION      TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               IF WS-CANTIDAD-TXT IS NOT NUMERIC
                   DISPLAY "LA CANTIDAD DEBE SER DE 7 DIGITOS; NO SE "
                       "APLICA."
               ELSE
                   MOVE WS-CANTIDAD-TXT TO WS-CANTIDAD-NUM
                   IF WS-CANTIDAD-NUM = ZERO
                       DISPLAY "LA CANTIDAD RECIBIDA NO PUEDE SER "
                           "CERO."
                   ELSE
                       PERFORM 310-APLICA-ENTRADA
                   END-IF
               END-IF
           END-IF.

       310-APLICA-ENTRADA.
           ADD WS-CANTIDAD-NUM   TO STK-EXISTENCIA
               ON SIZE ERROR
                   DISPLAY "LA EXISTENCIA SE DESBORDARIA; NO SE "
                       "APLICA."
               NOT ON SIZE ERROR
                   MOVE WS-FECHA-NEGOCIO TO STK-ULT-ENTRADA
                   REWRITE STOCK-RECORD
                   MOVE "E"             TO WS-MOV-TIPO
                   MOVE "+"             TO WS-MOV-SIGNO
                   MOVE WS-CANTIDAD-NUM TO WS-MOV-CANTIDAD
                   MOVE WS-REMISION     TO WS-MOV-REFERENCIA
                   PERFORM 900-GRABA-MOVIMIENTO
                   MOVE STK-EXISTENCIA TO WS-EXISTENCIA-ED
                   DISPLAY "ENTRADA REGISTRADA; EXISTENCIA "
                       WS-EXISTENCIA-ED "."
                   MOVE "ENTRADA-STOCK" TO WS-AUDIT-CAMPO
                   MOVE STK-ARTICULO    TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
           END-ADD.

      *-----------------------------------------------------------------
      * 400-MANTIENE - un articulo que ya lleva existencia solo cambia
      * su punto y su cantidad de reorden; uno nuevo se da de alta con
      * su conteo inicial, que queda como un ajuste, y con el ultimo
      * numero de la serie FACTURA: lo facturado antes del conteo no
      * lo descarga.
      *-----------------------------------------------------------------
       400-MANTIENE.
           DISPLAY "PUNTO DE REORDEN (7 DIGITOS):".
           ACCEPT WS-PUNTO-TXT.
           MOVE "STK-PUNTO-REORD" TO WS-AUDIT-CAMPO.
           MOVE WS-PUNTO-TXT      TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "CANTIDAD A PEDIR AL REORDENAR (7 DIGITOS):".
           ACCEPT WS-REORDEN-TXT.
           MOVE "STK-CANT-REORD" TO WS-AUDIT-CAMPO.
           MOVE WS-REORDEN-TXT   TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-PUNTO-TXT IS NOT NUMERIC
               OR WS-REORDEN-TXT IS NOT NUMERIC
               DISPLAY "EL PUNTO Y LA CANTIDAD DE REORDEN DEBEN SER "
                   "DE 7 DIGITOS; NO SE APLICA."
           ELSE
               IF STOCK-OK
                   MOVE WS-PUNTO-TXT   TO STK-PUNTO-REORDEN
                   MOVE WS-REORDEN-TXT TO STK-CANTIDAD-REORDEN
                   REWRITE STOCK-RECORD
                   DISPLAY "REORDEN ACTUALIZADO."
                   MOVE "REORDEN-STOCK" TO WS-AUDIT-CAMPO
                   MOVE STK-ARTICULO    TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
               ELSE
                   PERFORM 410-ALTA
               END-IF
           END-IF.

       410-ALTA.
           DISPLAY "CONTEO INICIAL EN ALMACEN (7 DIGITOS):".
           ACCEPT WS-CANTIDAD-TXT.
           MOVE "STK-EXISTENCIA" TO WS-AUDIT-CAMPO.
           MOVE WS-CANTIDAD-TXT  TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-CANTIDAD-TXT IS NOT NUMERIC
               DISPLAY "EL CONTEO DEBE SER DE 7 DIGITOS; NO SE DA "
                   "DE ALTA."
           ELSE
               PERFORM 420-ULTIMA-FACTURA
               MOVE WS-CANTIDAD-TXT     TO WS-CANTIDAD-NUM
               MOVE WS-ARTICULO-TRABAJO TO STK-ARTICULO
               MOVE WS-CANTIDAD-NUM     TO STK-EXISTENCIA
               MOVE WS-PUNTO-TXT        TO STK-PUNTO-REORDEN
               MOVE WS-REORDEN-TXT      TO STK-CANTIDAD-REORDEN
               MOVE WS-ULT-FACTURA      TO STK-FACTURA-DESDE
               MOVE WS-FECHA-NEGOCIO    TO STK-ULT-ENTRADA
               MOVE ZERO                TO STK-ULT-SALIDA
               MOVE ZERO                TO STK-ULT-FACTURA
               WRITE STOCK-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO DAR DE ALTA LA EXISTENCIA."
                   NOT INVALID KEY
                       MOVE "A"             TO WS-MOV-TIPO
                       MOVE "+"             TO WS-MOV-SIGNO
                       MOVE WS-CANTIDAD-NUM TO WS-MOV-CANTIDAD
                       MOVE "ALTA"          TO WS-MOV-REFERENCIA
                       PERFORM 900-GRABA-MOVIMIENTO
                       DISPLAY "EXISTENCIA DADA DE ALTA; DESCARGA LAS "
                           "FACTURAS POSTERIORES A LA "
                           WS-ULT-FACTURA "."
                       MOVE "ALTA-STOCK"  TO WS-AUDIT-CAMPO
                       MOVE STK-ARTICULO  TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
               END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * 420-ULTIMA-FACTURA - lee, sin asignarlo, el ultimo numero de
      * la serie FACTURA del control de numeros; sin control, cero.
      *-----------------------------------------------------------------
       420-ULTIMA-FACTURA.
           MOVE ZERO TO WS-ULT-FACTURA.
           OPEN INPUT NUMERO-CONTROL-FILE.
           IF NUMCTL-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE "FACTURA" TO NCT-CODIGO
               READ NUMERO-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NCT-ULTIMO-NUMERO TO WS-ULT-FACTURA
               END-READ
               CLOSE NUMERO-CONTROL-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 500-AJUSTE - lleva la existencia al conteo fisico tecleado; la
      * diferencia queda como movimiento de ajuste, con confirmacion.
      *-----------------------------------------------------------------
       500-AJUSTE.
           IF NOT STOCK-OK
               DISPLAY "EL ARTICULO NO LLEVA EXISTENCIA; SE DA DE "
                   "ALTA CON LA OPCION M."
           ELSE
               DISPLAY "CONTEO FISICO (7 DIGITOS):"
               ACCEPT WS-CANTIDAD-TXT
               MOVE "STK-EXISTENCIA" TO WS-AUDIT-CAMPO
               MOVE WS-CANTIDAD-TXT  TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               IF WS-CANTIDAD-TXT IS NOT NUMERIC
                   DISPLAY "EL CONTEO DEBE SER DE 7 DIGITOS; NO SE "
                       "APLICA."
               ELSE
                   MOVE WS-CANTIDAD-TXT TO WS-EXISTENCIA-NUEVA
                   COMPUTE WS-DIFERENCIA =
                       WS-EXISTENCIA-NUEVA - STK-EXISTENCIA
                   IF WS-DIFERENCIA = ZERO
                       DISPLAY "EL CONTEO COINCIDE CON LA EXISTENCIA; "
                           "NO HAY AJUSTE."
                   ELSE
                       PERFORM 510-CONFIRMA-AJUSTE
                   END-IF
               END-IF
           END-IF.

       510-CONFIRMA-AJUSTE.
           MOVE WS-DIFERENCIA TO WS-EXISTENCIA-ED.
           DISPLAY "DIFERENCIA CONTRA LA EXISTENCIA: "
               WS-EXISTENCIA-ED.
           DISPLAY "APLICAR EL AJUSTE (S/N):".
           ACCEPT WS-CONFIRMA.
           MOVE "CONFIRMA"  TO WS-AUDIT-CAMPO.
           MOVE WS-CONFIRMA TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF CONFIRMA-SI
               MOVE WS-EXISTENCIA-NUEVA TO STK-EXISTENCIA
               REWRITE STOCK-RECORD
               MOVE "A" TO WS-MOV-TIPO
               IF WS-DIFERENCIA < ZERO
                   MOVE "-" TO WS-MOV-SIGNO
                   COMPUTE WS-MOV-CANTIDAD = ZERO - WS-DIFERENCIA
               ELSE
                   MOVE "+" TO WS-MOV-SIGNO
                   MOVE WS-DIFERENCIA TO WS-MOV-CANTIDAD
               END-IF
               MOVE "CONTEO"   TO WS-MOV-REFERENCIA
               PERFORM 900-GRABA-MOVIMIENTO
               DISPLAY "EXISTENCIA AJUSTADA AL CONTEO."
               MOVE "AJUSTE-STOCK" TO WS-AUDIT-CAMPO
               MOVE STK-ARTICULO   TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.

      *-----------------------------------------------------------------
      * 600-LISTA - las existencias en orden de articulo, marcando
      * las que ya estan por debajo de su punto de reorden.
      *-----------------------------------------------------------------
       600-LISTA.
           MOVE ZERO   TO WS-CONTADOR-LISTA.
           MOVE ZERO   TO WS-CONTADOR-BAJOS.
           MOVE SPACES TO WS-STOCK-STATUS.
           MOVE LOW-VALUES TO STK-ARTICULO.
           START STOCK-FILE KEY NOT < STK-ARTICULO
               INVALID KEY
                   DISPLAY "NO HAY ARTICULOS CON EXISTENCIA."
               NOT INVALID KEY
                   PERFORM 610-LISTA-RENGLON UNTIL STOCK-EOF
                   DISPLAY "ARTICULOS: " WS-CONTADOR-LISTA
                       "  BAJO REORDEN: " WS-CONTADOR-BAJOS
           END-START.

       610-LISTA-RENGLON.
           READ STOCK-FILE NEXT RECORD
               AT END
                   SET STOCK-EOF TO TRUE
               NOT AT END
                   IF NOT STK-ES-CONTROL
                       ADD 1 TO WS-CONTADOR-LISTA
                       MOVE SPACES TO WS-MARCA-REORDEN
                       IF STK-EXISTENCIA < STK-PUNTO-REORDEN
                           ADD 1 TO WS-CONTADOR-BAJOS
                           MOVE "BAJO REORDEN" TO WS-MARCA-REORDEN
                       END-IF
                       MOVE STK-EXISTENCIA TO WS-EXISTENCIA-ED
                       DISPLAY "  " STK-ARTICULO
                           " EXISTENCIA " WS-EXISTENCIA-ED
                           " REORDEN " STK-PUNTO-REORDEN
                           " PEDIR " STK-CANTIDAD-REORDEN
                           " " WS-MARCA-REORDEN
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 900-GRABA-MOVIMIENTO - añade a STOCKMOV.DAT el movimiento del
      * articulo en turno con la existencia que quedo, pendiente del
      * reporte nocturno de movimientos.
      *-----------------------------------------------------------------
       900-GRABA-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO  TO XMV-FECHA.
           MOVE STK-ARTICULO      TO XMV-ARTICULO.
           MOVE WS-MOV-TIPO       TO XMV-TIPO.
           MOVE WS-MOV-SIGNO      TO XMV-SIGNO.
           MOVE WS-MOV-CANTIDAD   TO XMV-CANTIDAD.
           MOVE STK-EXISTENCIA    TO XMV-EXISTENCIA.
           MOVE WS-MOV-REFERENCIA TO XMV-REFERENCIA.
           MOVE WS-OPERADOR       TO XMV-OPERADOR.
           MOVE "N"               TO XMV-REPORTADO.

           OPEN EXTEND STOCK-MOV-FILE.
           IF STOCKMOV-NO-EXISTE
               OPEN OUTPUT STOCK-MOV-FILE
           END-IF.
           WRITE STOCK-MOV-RECORD.
           CLOSE STOCK-MOV-FILE.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

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
           MOVE "D2-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "D2-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM D2-PROGRAMA.
