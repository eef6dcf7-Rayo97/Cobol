      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del catalogo de cuentas de mayor
      *          (CUENTAS.DAT) y de las reglas de posteo del extracto
      *          contable (REGLASGL.DAT), como las demas tablas de
      *          codigos del taller: alta y cambio de la cuenta
      *          (codigo, descripcion, tipo y bandera de activa),
      *          alta o cambio y baja de la regla (clase, codigo y
      *          sucursal, con sus cuentas de cargo, abono e IVA),
      *          listas de ambos, y la carga inicial con las cuentas
      *          y reglas con que el extracto posteaba antes de que
      *          existiera el catalogo. Cada movimiento auditado.
      *          Contabilidad reestructura el mayor desde aqui, sin
      *          pedir un cambio al extracto (66-PROGRAMA).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Seed the accrued-consumption account and the
      *                 class V posting rule for the month-end accrual.
      * 2026-10-15 RSM  Seed the retained-earnings account that the
      *                 fiscal year-end close rolls income into.
      * 2026-10-15 RSM  Seed the financing-interest income account
      *                 and the FI posting rule for the interest
      *                 invoiced on payment plan instalments.
      * 2026-10-15 RSM  Seed the collection-agency commission expense
      *                 account and the PK posting rule, so the
      *                 commission row of an agency recovery is no
      *                 longer posted to CAJA by the general P rule.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 inquiry-only and shows the forecast end time,
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. B9-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CUENTAS-FILE
               ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WS-CUENTAS-STATUS.

           SELECT REGLAS-GL-FILE
               ASSIGN TO "REGLASGL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGL-CLAVE
               FILE STATUS IS WS-REGLASGL-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.B9.DAT"
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
       FD  CUENTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY CUENTAS.

       FD  REGLAS-GL-FILE
           LABEL RECORD IS STANDARD.
           COPY REGLASGL.

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

      *-FILE STATUS/88-LEVEL DE CUENTAS-FILE: VIENE DE CTASTS.CPY.
           COPY CTASTS.

      *-FILE STATUS/88-LEVEL DE REGLAS-GL-FILE: VIENE DE RGLSTS.CPY.
           COPY RGLSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "B9-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-ALTA-CUENTA   VALUE "A" "a".
           88  OPCION-CAMBIO-CUENTA VALUE "C" "c".
           88  OPCION-REGLA         VALUE "R" "r".
           88  OPCION-BAJA-REGLA    VALUE "B" "b".
           88  OPCION-LISTA-CUENTAS VALUE "L" "l".
           88  OPCION-LISTA-REGLAS  VALUE "P" "p".
           88  OPCION-CARGA-INICIAL VALUE "I" "i".
           88  OPCION-SALIR         VALUE "9".

      *-CAMPOS DE CAPTURA DE LA CUENTA.
       01  WS-CODIGO-TRABAJO PIC X(10) VALUE SPACES.
       01  WS-DESCR-TRABAJO  PIC X(30) VALUE SPACES.
       01  WS-TIPO-TRABAJO   PIC X     VALUE SPACE.
       01  WS-ACTIVA-TRABAJO PIC X     VALUE SPACE.

      *-CAMPOS DE CAPTURA DE LA REGLA.
       01  WS-CLASE-TRABAJO  PIC X     VALUE SPACE.
       01  WS-CODREG-TRABAJO PIC X(2)  VALUE SPACES.
       01  WS-SUC-TRABAJO    PIC X(3)  VALUE SPACES.
       01  WS-DEBE-TRABAJO   PIC X(10) VALUE SPACES.
       01  WS-HABER-TRABAJO  PIC X(10) VALUE SPACES.
       01  WS-IVA-TRABAJO    PIC X(10) VALUE SPACES.

      *-CUENTA QUE SE VALIDA CONTRA EL CATALOGO Y SU RESULTADO.
       01  WS-CUENTA-VALIDAR PIC X(10) VALUE SPACES.
       01  WS-CUENTAS-OK-SW  PIC X VALUE "S".
           88  CUENTAS-DE-REGLA-OK VALUE "S".

       01  WS-REGLA-EXISTE-SW PIC X VALUE "N".
           88  REGLA-YA-EXISTE VALUE "S".

       01  WS-REGLAS-AFECTADAS PIC 9(3) VALUE ZERO.

      *-CARGA INICIAL: LAS CUENTAS Y REGLAS CON QUE EL EXTRACTO
      *-CONTABLE POSTEABA CUANDO LAS LLEVABA EN EL PROGRAMA.
       01  WS-TABLA-CUENTAS-INI.
           05  FILLER PIC X(10) VALUE "CLIENTES".
           05  FILLER PIC X(30) VALUE "CUENTAS POR COBRAR CLIENTES".
           05  FILLER PIC X     VALUE "A".
           05  FILLER PIC X(10) VALUE "VENTAS".
           05  FILLER PIC X(30) VALUE "VENTAS".
           05  FILLER PIC X     VALUE "I".
           05  FILLER PIC X(10) VALUE "IVA-PGAR".
           05  FILLER PIC X(30) VALUE "IVA POR PAGAR".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(10) VALUE "CAJA".
           05  FILLER PIC X(30) VALUE "CAJA Y BANCOS".
           05  FILLER PIC X     VALUE "A".
           05  FILLER PIC X(10) VALUE "RECARGOS".
           05  FILLER PIC X(30) VALUE "RECARGOS Y CARGOS POR DEVOLUC".
           05  FILLER PIC X     VALUE "I".
           05  FILLER PIC X(10) VALUE "CASTIGOS".
           05  FILLER PIC X(30) VALUE "CASTIGOS DE CARTERA".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(10) VALUE "OPERACION".
           05  FILLER PIC X(30) VALUE "INGRESOS DE OPERACION".
           05  FILLER PIC X     VALUE "I".
           05  FILLER PIC X(10) VALUE "SUSPENSO".
           05  FILLER PIC X(30) VALUE "CAJA SIN APLICAR".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(10) VALUE "DEPOSITOS".
           05  FILLER PIC X(30) VALUE "DEPOSITOS EN GARANTIA".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(10) VALUE "INTERESES".
           05  FILLER PIC X(30) VALUE "INTERESES SOBRE DEPOSITOS".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(10) VALUE "DEVENGADOS".
           05  FILLER PIC X(30) VALUE "CONSUMO DEVENGADO NO FACTURADO".
           05  FILLER PIC X     VALUE "A".
           05  FILLER PIC X(10) VALUE "RESULTADOS".
           05  FILLER PIC X(30) VALUE "RESULTADOS ACUMULADOS".
           05  FILLER PIC X     VALUE "K".
           05  FILLER PIC X(10) VALUE "INTFINAN".
           05  FILLER PIC X(30) VALUE "INTERESES POR FINANCIAMIENTO".
           05  FILLER PIC X     VALUE "I".
           05  FILLER PIC X(10) VALUE "COMAGENCIA".
           05  FILLER PIC X(30) VALUE "COMISIONES AGENCIAS COBRANZA".
           05  FILLER PIC X     VALUE "G".
       01  WS-TABLA-CUENTAS-INI-R REDEFINES WS-TABLA-CUENTAS-INI.
           05  WS-CUENTA-INI OCCURS 14 TIMES.
               10  CIN-CODIGO      PIC X(10).
               10  CIN-DESCRIPCION PIC X(30).
               10  CIN-TIPO        PIC X.

       01  WS-TABLA-REGLAS-INI.
           05  FILLER PIC X(3)  VALUE "F  ".
           05  FILLER PIC X(10) VALUE "CLIENTES".
           05  FILLER PIC X(10) VALUE "VENTAS".
           05  FILLER PIC X(10) VALUE "IVA-PGAR".
           05  FILLER PIC X(3)  VALUE "FM ".
           05  FILLER PIC X(10) VALUE "CLIENTES".
           05  FILLER PIC X(10) VALUE "RECARGOS".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(3)  VALUE "FD ".
           05  FILLER PIC X(10) VALUE "CLIENTES".
           05  FILLER PIC X(10) VALUE "RECARGOS".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(3)  VALUE "FW ".
           05  FILLER PIC X(10) VALUE "CLIENTES".
           05  FILLER PIC X(10) VALUE "CASTIGOS".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(3)  VALUE "P  ".
           05  FILLER PIC X(10) VALUE "CAJA".
           05  FILLER PIC X(10) VALUE "CLIENTES".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(3)  VALUE "T  ".
           05  FILLER PIC X(10) VALUE "CAJA".
           05  FILLER PIC X(10) VALUE "OPERACION".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(3)  VALUE "S  ".
           05  FILLER PIC X(10) VALUE "CAJA".
           05  FILLER PIC X(10) VALUE "SUSPENSO".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(3)  VALUE "D  ".
           05  FILLER PIC X(10) VALUE "CAJA".
           05  FILLER PIC X(10) VALUE "DEPOSITOS".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(3)  VALUE "DI ".
           05  FILLER PIC X(10) VALUE "INTERESES".
           05  FILLER PIC X(10) VALUE "DEPOSITOS".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(3)  VALUE "V  ".
           05  FILLER PIC X(10) VALUE "DEVENGADOS".
           05  FILLER PIC X(10) VALUE "VENTAS".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(3)  VALUE "FI ".
           05  FILLER PIC X(10) VALUE "CLIENTES".
           05  FILLER PIC X(10) VALUE "INTFINAN".
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(3)  VALUE "PK ".
           05  FILLER PIC X(10) VALUE "COMAGENCIA".
           05  FILLER PIC X(10) VALUE "CLIENTES".
           05  FILLER PIC X(10) VALUE SPACES.
       01  WS-TABLA-REGLAS-INI-R REDEFINES WS-TABLA-REGLAS-INI.
           05  WS-REGLA-INI OCCURS 12 TIMES.
               10  RIN-CLASE       PIC X.
               10  RIN-CODIGO      PIC X(2).
               10  RIN-DEBE        PIC X(10).
               10  RIN-HABER       PIC X(10).
               10  RIN-IVA         PIC X(10).

       01  WS-IDX-INI          PIC 99 VALUE ZERO.
       01  WS-CONTADOR-NUEVAS  PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.

           OPEN I-O CUENTAS-FILE.
           IF CUENTAS-NO-EXISTE
               OPEN OUTPUT CUENTAS-FILE
               CLOSE CUENTAS-FILE
               OPEN I-O CUENTAS-FILE
           END-IF.
           OPEN I-O REGLAS-GL-FILE.
           IF REGLASGL-NO-EXISTE
               OPEN OUTPUT REGLAS-GL-FILE
               CLOSE REGLAS-GL-FILE
               OPEN I-O REGLAS-GL-FILE
           END-IF.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           CLOSE CUENTAS-FILE.
           CLOSE REGLAS-GL-FILE.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           STOP RUN.

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
      * 100-TRANSACCION - menu del catalogo: cuentas, reglas, listas,
      * carga inicial o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "CATALOGO DE CUENTAS Y REGLAS DE POSTEO".
           DISPLAY "  A - ALTA DE CUENTA".
           DISPLAY "  C - CAMBIO DE CUENTA".
           DISPLAY "  R - ALTA O CAMBIO DE REGLA DE POSTEO".
           DISPLAY "  B - BAJA DE REGLA DE POSTEO".
           DISPLAY "  L - LISTAR CUENTAS".
           DISPLAY "  P - LISTAR REGLAS DE POSTEO".
           DISPLAY "  I - CARGA INICIAL (CUENTAS Y REGLAS DE SIEMPRE)".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-CATALOG" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION        TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ALTA-CUENTA OR OPCION-CAMBIO-CUENTA
                    OR OPCION-REGLA OR OPCION-BAJA-REGLA
                    OR OPCION-CARGA-INICIAL)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-ALTA-CUENTA
                   PERFORM 200-ALTA-CUENTA
               WHEN OPCION-CAMBIO-CUENTA
                   PERFORM 300-CAMBIO-CUENTA
               WHEN OPCION-REGLA
                   PERFORM 400-REGLA
               WHEN OPCION-BAJA-REGLA
                   PERFORM 500-BAJA-REGLA
               WHEN OPCION-LISTA-CUENTAS
                   PERFORM 600-LISTA-CUENTAS
               WHEN OPCION-LISTA-REGLAS
                   PERFORM 650-LISTA-REGLAS
               WHEN OPCION-CARGA-INICIAL
                   PERFORM 700-CARGA-INICIAL
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-ALTA-CUENTA - captura la cuenta nueva; nace activa.
      *-----------------------------------------------------------------
       200-ALTA-CUENTA.
           DISPLAY "CODIGO DE LA CUENTA NUEVA (10 CARACTERES):".
           ACCEPT WS-CODIGO-TRABAJO.
           MOVE "CTA-CODIGO"      TO WS-AUDIT-CAMPO.
           MOVE WS-CODIGO-TRABAJO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-CODIGO-TRABAJO = SPACES
               DISPLAY "EL CODIGO NO PUEDE QUEDAR EN BLANCO."
           ELSE
               DISPLAY "DESCRIPCION DE LA CUENTA:"
               ACCEPT WS-DESCR-TRABAJO
               DISPLAY "TIPO (A ACTIVO, P PASIVO, K CAPITAL, "
                   "I INGRESO, G GASTO):"
               ACCEPT WS-TIPO-TRABAJO
               MOVE "CTA-TIPO"      TO WS-AUDIT-CAMPO
               MOVE WS-TIPO-TRABAJO TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               MOVE WS-TIPO-TRABAJO TO CTA-TIPO
               IF CTA-TIPO-VALIDO
                   PERFORM 210-GRABA-CUENTA
               ELSE
                   DISPLAY "TIPO DE CUENTA NO VALIDO; EL ALTA NO SE "
                       "APLICA."
               END-IF
           END-IF.

       210-GRABA-CUENTA.
           MOVE WS-CODIGO-TRABAJO TO CTA-CODIGO.
           MOVE WS-DESCR-TRABAJO  TO CTA-DESCRIPCION.
           MOVE WS-TIPO-TRABAJO   TO CTA-TIPO.
           MOVE "S"               TO CTA-ACTIVA.
           WRITE CUENTA-RECORD
               INVALID KEY
                   DISPLAY "YA EXISTE UNA CUENTA CON ESE CODIGO."
               NOT INVALID KEY
                   DISPLAY "CUENTA DADA DE ALTA."
                   MOVE "ALTA-CUENTA"     TO WS-AUDIT-CAMPO
                   MOVE WS-CODIGO-TRABAJO TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
           END-WRITE.

      *-----------------------------------------------------------------
      * 300-CAMBIO-CUENTA - cambia la descripcion, el tipo o la
      * bandera de activa; al inactivar una cuenta avisa que reglas
      * la usan, porque el extracto rechazara sus movimientos.
      *-----------------------------------------------------------------
       300-CAMBIO-CUENTA.
           DISPLAY "CODIGO DE LA CUENTA A CAMBIAR:".
           ACCEPT WS-CODIGO-TRABAJO.
           MOVE WS-CODIGO-TRABAJO TO CTA-CODIGO.
           READ CUENTAS-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE ESA CUENTA."
               NOT INVALID KEY
                   PERFORM 310-APLICA-CAMBIO-CUENTA
           END-READ.

       310-APLICA-CAMBIO-CUENTA.
           DISPLAY "CUENTA: " CTA-CODIGO " " CTA-DESCRIPCION
               " TIPO: " CTA-TIPO " ACTIVA: " CTA-ACTIVA.
           DISPLAY "DESCRIPCION NUEVA (EN BLANCO = CONSERVAR):".
           ACCEPT WS-DESCR-TRABAJO.
           IF WS-DESCR-TRABAJO NOT = SPACES
               MOVE WS-DESCR-TRABAJO TO CTA-DESCRIPCION
           END-IF.
           DISPLAY "TIPO NUEVO (A/P/K/I/G, EN BLANCO = CONSERVAR):".
           ACCEPT WS-TIPO-TRABAJO.
           IF WS-TIPO-TRABAJO = "A" OR "P" OR "K" OR "I" OR "G"
               MOVE WS-TIPO-TRABAJO TO CTA-TIPO
           END-IF.
           DISPLAY "ACTIVA (S/N, EN BLANCO = CONSERVAR):".
           ACCEPT WS-ACTIVA-TRABAJO.
           IF WS-ACTIVA-TRABAJO = "S" OR "N"
               MOVE WS-ACTIVA-TRABAJO TO CTA-ACTIVA
           END-IF.
           REWRITE CUENTA-RECORD.
           DISPLAY "CAMBIO APLICADO.".
           MOVE "CAMBIO-CUENTA"   TO WS-AUDIT-CAMPO.
           MOVE WS-CODIGO-TRABAJO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF NOT CTA-ESTA-ACTIVA
               PERFORM 320-AVISA-REGLAS
           END-IF.

       320-AVISA-REGLAS.
           MOVE ZERO TO WS-REGLAS-AFECTADAS.
           MOVE LOW-VALUES TO RGL-CLAVE.
           START REGLAS-GL-FILE KEY NOT < RGL-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 330-REVISA-REGLA UNTIL REGLASGL-EOF
           END-START.
           IF WS-REGLAS-AFECTADAS > ZERO
               DISPLAY "AVISO: " WS-REGLAS-AFECTADAS " REGLAS USAN "
                   "LA CUENTA INACTIVA; EL EXTRACTO CONTABLE "
                   "RECHAZARA SUS MOVIMIENTOS HASTA CAMBIARLAS."
           END-IF.

       330-REVISA-REGLA.
           READ REGLAS-GL-FILE NEXT RECORD
               AT END
                   SET REGLASGL-EOF TO TRUE
               NOT AT END
                   IF RGL-CUENTA-DEBE = WS-CODIGO-TRABAJO
                       OR RGL-CUENTA-HABER = WS-CODIGO-TRABAJO
                       OR RGL-CUENTA-IVA = WS-CODIGO-TRABAJO
                       ADD 1 TO WS-REGLAS-AFECTADAS
                       DISPLAY "  REGLA " RGL-CLASE " '" RGL-CODIGO
                           "' '" RGL-SUCURSAL "'"
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-REGLA - captura la regla (clase, codigo y sucursal, en
      * blanco = general) con sus cuentas; todas deben existir en el
      * catalogo y estar activas. Si la regla ya existe se reemplaza.
      *-----------------------------------------------------------------
       400-REGLA.
           DISPLAY "CLASE (F FACTURA, P PAGO, T TRANSACCION, "
               "S CAJA SIN APLICAR, D DEPOSITO, V DEVENGO):".
           ACCEPT WS-CLASE-TRABAJO.
           DISPLAY "CODIGO (FAC-TIPO, METODO DE PAGO, TIPO DE "
               "TRANSACCION O DE MOVIMIENTO; EN BLANCO = GENERAL):".
           ACCEPT WS-CODREG-TRABAJO.
           DISPLAY "SUCURSAL (EN BLANCO = TODAS):".
           ACCEPT WS-SUC-TRABAJO.
           MOVE WS-CLASE-TRABAJO  TO RGL-CLASE.
           MOVE WS-CODREG-TRABAJO TO RGL-CODIGO.
           MOVE WS-SUC-TRABAJO    TO RGL-SUCURSAL.
           MOVE "RGL-CLAVE"       TO WS-AUDIT-CAMPO.
           MOVE RGL-CLAVE         TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF RGL-CLASE-VALIDA
               PERFORM 410-CAPTURA-CUENTAS-REGLA
           ELSE
               DISPLAY "CLASE NO VALIDA; LA REGLA NO SE APLICA."
           END-IF.

       410-CAPTURA-CUENTAS-REGLA.
           DISPLAY "CUENTA DE CARGO:".
           ACCEPT WS-DEBE-TRABAJO.
           DISPLAY "CUENTA DE ABONO:".
           ACCEPT WS-HABER-TRABAJO.
           MOVE SPACES TO WS-IVA-TRABAJO.
           IF WS-CLASE-TRABAJO = "F"
               DISPLAY "CUENTA DEL IVA (EN BLANCO = EL TOTAL VA A "
                   "LA CUENTA DE ABONO):"
               ACCEPT WS-IVA-TRABAJO
           END-IF.

           MOVE "S" TO WS-CUENTAS-OK-SW.
           MOVE WS-DEBE-TRABAJO  TO WS-CUENTA-VALIDAR.
           PERFORM 450-VALIDA-CUENTA.
           MOVE WS-HABER-TRABAJO TO WS-CUENTA-VALIDAR.
           PERFORM 450-VALIDA-CUENTA.
           IF WS-IVA-TRABAJO NOT = SPACES
               MOVE WS-IVA-TRABAJO TO WS-CUENTA-VALIDAR
               PERFORM 450-VALIDA-CUENTA
           END-IF.

           IF CUENTAS-DE-REGLA-OK
               PERFORM 420-GRABA-REGLA
           ELSE
               DISPLAY "LA REGLA NO SE APLICA."
           END-IF.

       420-GRABA-REGLA.
           MOVE "N" TO WS-REGLA-EXISTE-SW.
           MOVE WS-CLASE-TRABAJO  TO RGL-CLASE.
           MOVE WS-CODREG-TRABAJO TO RGL-CODIGO.
           MOVE WS-SUC-TRABAJO    TO RGL-SUCURSAL.
           READ REGLAS-GL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REGLA-YA-EXISTE TO TRUE
           END-READ.
           MOVE WS-DEBE-TRABAJO  TO RGL-CUENTA-DEBE.
           MOVE WS-HABER-TRABAJO TO RGL-CUENTA-HABER.
           MOVE WS-IVA-TRABAJO   TO RGL-CUENTA-IVA.
           IF REGLA-YA-EXISTE
               REWRITE REGLA-GL-RECORD
               DISPLAY "REGLA CAMBIADA."
               MOVE "CAMBIO-REGLA" TO WS-AUDIT-CAMPO
           ELSE
               WRITE REGLA-GL-RECORD
               DISPLAY "REGLA DADA DE ALTA."
               MOVE "ALTA-REGLA"   TO WS-AUDIT-CAMPO
           END-IF.
           STRING RGL-CLAVE        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  RGL-CUENTA-DEBE  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  RGL-CUENTA-HABER DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

       450-VALIDA-CUENTA.
           MOVE WS-CUENTA-VALIDAR TO CTA-CODIGO.
           READ CUENTAS-FILE
               INVALID KEY
                   MOVE "N" TO WS-CUENTAS-OK-SW
                   DISPLAY "LA CUENTA '" WS-CUENTA-VALIDAR "' NO "
                       "ESTA EN EL CATALOGO."
               NOT INVALID KEY
                   IF NOT CTA-ESTA-ACTIVA
                       MOVE "N" TO WS-CUENTAS-OK-SW
                       DISPLAY "LA CUENTA " WS-CUENTA-VALIDAR
                           " ESTA INACTIVA."
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 500-BAJA-REGLA - borra una regla (tipicamente la particular de
      * una sucursal, que devuelve a esa sucursal a la general).
      *-----------------------------------------------------------------
       500-BAJA-REGLA.
           DISPLAY "CLASE DE LA REGLA A BORRAR:".
           ACCEPT WS-CLASE-TRABAJO.
           DISPLAY "CODIGO (EN BLANCO = GENERAL):".
           ACCEPT WS-CODREG-TRABAJO.
           DISPLAY "SUCURSAL (EN BLANCO = TODAS):".
           ACCEPT WS-SUC-TRABAJO.
           MOVE WS-CLASE-TRABAJO  TO RGL-CLASE.
           MOVE WS-CODREG-TRABAJO TO RGL-CODIGO.
           MOVE WS-SUC-TRABAJO    TO RGL-SUCURSAL.
           MOVE RGL-CLAVE         TO WS-AUDIT-VALOR.
           DELETE REGLAS-GL-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE ESA REGLA."
               NOT INVALID KEY
                   DISPLAY "REGLA BORRADA."
                   MOVE "BAJA-REGLA" TO WS-AUDIT-CAMPO
                   PERFORM 950-GRABA-AUDITORIA
           END-DELETE.

       600-LISTA-CUENTAS.
           MOVE LOW-VALUES TO CTA-CODIGO.
           START CUENTAS-FILE KEY NOT < CTA-CODIGO
               INVALID KEY
                   DISPLAY "EL CATALOGO DE CUENTAS ESTA VACIO."
               NOT INVALID KEY
                   PERFORM 610-LISTA-CUENTA UNTIL CUENTAS-EOF
           END-START.

       610-LISTA-CUENTA.
           READ CUENTAS-FILE NEXT RECORD
               AT END
                   SET CUENTAS-EOF TO TRUE
               NOT AT END
                   DISPLAY "  " CTA-CODIGO " " CTA-DESCRIPCION
                       " TIPO: " CTA-TIPO " ACTIVA: " CTA-ACTIVA
           END-READ.

       650-LISTA-REGLAS.
           MOVE LOW-VALUES TO RGL-CLAVE.
           START REGLAS-GL-FILE KEY NOT < RGL-CLAVE
               INVALID KEY
                   DISPLAY "NO HAY REGLAS DE POSTEO."
               NOT INVALID KEY
                   PERFORM 660-LISTA-REGLA UNTIL REGLASGL-EOF
           END-START.

       660-LISTA-REGLA.
           READ REGLAS-GL-FILE NEXT RECORD
               AT END
                   SET REGLASGL-EOF TO TRUE
               NOT AT END
                   DISPLAY "  " RGL-CLASE " '" RGL-CODIGO "' '"
                       RGL-SUCURSAL "' CARGO " RGL-CUENTA-DEBE
                       " ABONO " RGL-CUENTA-HABER
                       " IVA " RGL-CUENTA-IVA
           END-READ.

      *-----------------------------------------------------------------
      * 700-CARGA-INICIAL - da de alta las cuentas y las reglas
      * generales con que el extracto posteaba antes del catalogo;
      * solo las que falten, sin tocar lo que contabilidad ya cambio.
      *-----------------------------------------------------------------
       700-CARGA-INICIAL.
           MOVE ZERO TO WS-CONTADOR-NUEVAS.
           PERFORM 710-CARGA-CUENTA
               VARYING WS-IDX-INI FROM 1 BY 1 UNTIL WS-IDX-INI > 14.
           PERFORM 720-CARGA-REGLA
               VARYING WS-IDX-INI FROM 1 BY 1 UNTIL WS-IDX-INI > 12.
           DISPLAY "CARGA INICIAL: " WS-CONTADOR-NUEVAS
               " CUENTAS Y REGLAS NUEVAS.".
           MOVE "CARGA-INICIAL"    TO WS-AUDIT-CAMPO.
           MOVE WS-CONTADOR-NUEVAS TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

       710-CARGA-CUENTA.
           MOVE CIN-CODIGO (WS-IDX-INI)      TO CTA-CODIGO.
           MOVE CIN-DESCRIPCION (WS-IDX-INI) TO CTA-DESCRIPCION.
           MOVE CIN-TIPO (WS-IDX-INI)        TO CTA-TIPO.
           MOVE "S"                          TO CTA-ACTIVA.
           WRITE CUENTA-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-NUEVAS
           END-WRITE.

       720-CARGA-REGLA.
           MOVE RIN-CLASE (WS-IDX-INI)  TO RGL-CLASE.
           MOVE RIN-CODIGO (WS-IDX-INI) TO RGL-CODIGO.
           MOVE SPACES                  TO RGL-SUCURSAL.
           MOVE RIN-DEBE (WS-IDX-INI)   TO RGL-CUENTA-DEBE.
           MOVE RIN-HABER (WS-IDX-INI)  TO RGL-CUENTA-HABER.
           MOVE RIN-IVA (WS-IDX-INI)    TO RGL-CUENTA-IVA.
           WRITE REGLA-GL-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-NUEVAS
           END-WRITE.

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
           MOVE "B9-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "B9-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM B9-PROGRAMA.
