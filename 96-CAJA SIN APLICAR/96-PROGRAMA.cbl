      ******************************************************************
      * Author:
      * Date:
      * Purpose: Caja sin aplicar: el cobro que llega sin factura (o
      *          citando una que no es) no puede ser un PAGO-RECORD,
      *          asi que se recibe a cuenta del cliente en el archivo
      *          de suspenso SUSPENSO.DAT, indexado por numero de
      *          cliente. Mas tarde un supervisor aplica ese saldo a
      *          una o varias facturas abiertas del mismo cliente, y
      *          cada aplicacion se convierte en un pago normal de
      *          PAGOS.DAT (parcial o que salda, con el renglon de
      *          control de fin de sesion), igual que la captura de
      *          pagos (58-PROGRAMA). Todo movimiento queda en
      *          SUSMOV.DAT para el libro de saldos y el extracto
      *          contable. Misma sesion que las demas capturas: firma
      *          validada, cada ACCEPT auditado y los valores
      *          invalidos documentados en EXCEPCION.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Payments made out of unapplied cash are marked
      *                 as applications (PAG-METODO A), so the daily
      *                 cash-up does not count the same money twice.
      * 2026-10-15 RSM  Exceptions carry the signed-on operator
      *                 (EXC-OPERADOR) for the productivity report.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 refused (the transaction only updates),
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. 96-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SUSPENSO-FILE
               ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CLIENTE
               FILE STATUS IS WS-SUSPENSO-STATUS.

           SELECT SUSPENSO-MOV-FILE
               ASSIGN TO "SUSMOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSMOV-STATUS.

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

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.96.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT EXCEPCION-FILE
               ASSIGN TO "EXCEPCION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPCION-STATUS.

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

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SUSPENSO-FILE
           LABEL RECORD IS STANDARD.
           COPY SUSPENSO.

       FD  SUSPENSO-MOV-FILE
           LABEL RECORD IS STANDARD.
           COPY SUSMOV.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  AUDIT-LOG-FILE
           LABEL RECORD IS STANDARD.
           COPY AUDITLOG.

       FD  EXCEPCION-FILE
           LABEL RECORD IS STANDARD.
           COPY EXCEPCION.

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

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE SUSPENSO-FILE: VIENE DE SUSSTS.CPY.
           COPY SUSSTS.

      *-FILE STATUS/88-LEVEL DE SUSPENSO-MOV-FILE: VIENE DE
      *-SMVSTS.CPY.
           COPY SMVSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE AUDIT-LOG-FILE: VIENE DE AUDITSTS.CPY.
           COPY AUDITSTS.

      *-FILE STATUS/88-LEVEL DE EXCEPCION-FILE: VIENE DE EXCEPSTS.CPY.
           COPY EXCEPSTS.

      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "96-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

       01  WS-EXC-CAMPO  PIC X(15).
       01  WS-EXC-VALOR  PIC X(30).
       01  WS-EXC-RAZON  PIC X(40).

      *-BANDERA DEL CONTROL DE ROL: SOLO UN SUPERVISOR (O ADMIN)
      *-FIRMADO PUEDE APLICAR LA CAJA SIN APLICAR A FACTURAS; EL
      *-RECIBO A CUENTA LO PUEDE CAPTURAR CUALQUIER OPERADOR.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA, CARGADA DE
      *-FECHACOR.DAT POR CARGA-FECHA-NEGOCIO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-OPCION DE LA VUELTA: 1 RECIBO A CUENTA, 2 APLICACION.
       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-RECIBO     VALUE "1".
           88  OPCION-APLICACION VALUE "2".

      *-CLIENTE DEL MOVIMIENTO, TECLEADO COMO TEXTO Y VALIDADO CONTRA
      *-EL MAESTRO DE CLIENTES.
       01  WS-CLIENTE-TXT  PIC X(7)  VALUE SPACES.
       01  WS-CLIENTE-NUM  PIC 9(7)  VALUE ZERO.

       01  WS-CLIENTE-SW PIC X VALUE "N".
           88  CLIENTE-VALIDO VALUE "S".

      *-REFERENCIA QUE EL CLIENTE CITO AL PAGAR (LIBRE, PUEDE IR EN
      *-BLANCO).
       01  WS-REFERENCIA   PIC X(12) VALUE SPACES.

      *-FACTURA E IMPORTE EN CAPTURA, COMO EN 58-PROGRAMA.
       01  WS-FACTURA-TXT  PIC X(7)  VALUE SPACES.
       01  WS-FACTURA-NUM  PIC 9(7)  VALUE ZERO.
       01  WS-IMPORTE-TXT  PIC X(9)  VALUE SPACES.
       01  WS-IMPORTE-MOV  PIC 9(7)V99 VALUE ZERO.

       01  WS-FACTURA-SW PIC X VALUE "N".
           88  FACTURA-VALIDA VALUE "S".

       01  WS-IMPORTE-SW PIC X VALUE "N".
           88  IMPORTE-VALIDO VALUE "S".

      *-TOPE DEL IMPORTE EN CAPTURA: EN UN RECIBO NO HAY; EN UNA
      *-APLICACION ES EL MENOR ENTRE EL SALDO DE LA FACTURA Y LO QUE
      *-QUEDA EN SUSPENSO.
       01  WS-TOPE-IMPORTE PIC S9(9)V99 VALUE ZERO.

       01  WS-SEGUIR-SW PIC X VALUE "S".
           88  SEGUIR-CAPTURANDO VALUE "S".

       01  WS-OTRA-FACTURA-SW PIC X VALUE "N".
           88  APLICAR-OTRA VALUE "S".

      *-DATOS DE LA FACTURA ENCONTRADA Y SU ESTADO DE COBRO, IGUAL
      *-QUE EN LA CAPTURA DE PAGOS.
       01  WS-FACTURA-HALLADA-SW PIC X VALUE "N".
           88  FACTURA-HALLADA VALUE "S".

       01  WS-FAC-CLIENTE   PIC 9(7)     VALUE ZERO.
       01  WS-FAC-TOTAL     PIC S9(7)V99 VALUE ZERO.
       01  WS-PAGOS-APLICADOS PIC S9(9)V99 VALUE ZERO.
       01  WS-SALDO-FACTURA PIC S9(9)V99 VALUE ZERO.

      *-SALDO EN SUSPENSO DEL CLIENTE EN PROCESO.
       01  WS-SALDO-SUSPENSO PIC S9(9)V99 VALUE ZERO.

      *-IMPORTES EDITADOS PARA LOS LETREROS DE CONSOLA.
       01  WS-TOTAL-EDITADO PIC -ZZZZZZZZ9.99.
       01  WS-SALDO-EDITADO PIC -ZZZZZZZZ9.99.

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-PAGOS     PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-RECIBOS   PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-EXCEPCION PIC 9(7) VALUE ZERO.
       01  WS-HASH-PAGOS         PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
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
                   "MUEVE LA CAJA SIN APLICAR."
               MOVE "SMV-FECHA"       TO WS-EXC-CAMPO
               MOVE WS-FECHA-NEGOCIO  TO WS-EXC-VALOR
               MOVE "FECHA EN PERIODO CERRADO" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
               PERFORM 810-GRABA-TRAILER-EXCEPCION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-ATIENDE-MOVIMIENTO
               WITH TEST AFTER UNTIL NOT SEGUIR-CAPTURANDO.

           PERFORM 800-GRABA-TRAILER-PAGOS.
           PERFORM 810-GRABA-TRAILER-EXCEPCION.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           DISPLAY "RECIBOS A CUENTA:      " WS-CONTADOR-RECIBOS.
           DISPLAY "PAGOS POR APLICACION:  " WS-CONTADOR-PAGOS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado y anota si tiene el rol de supervisor; si el maestro
      * de operadores todavia no existe, la firma paso sin validar y
      * la aplicacion se permite con aviso, la misma tolerancia de
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
      * 100-ATIENDE-MOVIMIENTO - una vuelta de la sesion: la opcion
      * (recibo a cuenta o aplicacion), el cliente validado contra el
      * maestro, el movimiento, y la pregunta de seguir.
      *-----------------------------------------------------------------
       100-ATIENDE-MOVIMIENTO.
           DISPLAY "1 = RECIBO A CUENTA   2 = APLICAR SUSPENSO A "
               "FACTURAS".
           ACCEPT WS-OPCION.
           MOVE "OPCION"  TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           EVALUATE TRUE
               WHEN OPCION-RECIBO
                   PERFORM 110-SOLICITA-CLIENTE
                   PERFORM 200-RECIBO-A-CUENTA
               WHEN OPCION-APLICACION
                   IF FIRMA-ES-SUPERVISOR
                       PERFORM 110-SOLICITA-CLIENTE
                       PERFORM 300-APLICA-SUSPENSO
                   ELSE
                       DISPLAY "LA APLICACION DEL SUSPENSO ESTA "
                           "RESERVADA A SUPERVISORES."
                       MOVE "OPCION"      TO WS-EXC-CAMPO
                       MOVE WS-OPERADOR   TO WS-EXC-VALOR
                       MOVE "APLICACION SIN ROL DE SUPERVISOR"
                           TO WS-EXC-RAZON
                       PERFORM 900-GRABA-EXCEPCION
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
                   MOVE "OPCION"      TO WS-EXC-CAMPO
                   MOVE WS-OPCION     TO WS-EXC-VALOR
                   MOVE "OPCION INVALIDA" TO WS-EXC-RAZON
                   PERFORM 900-GRABA-EXCEPCION
           END-EVALUATE.
           PERFORM 160-PREGUNTA-OTRO.

       110-SOLICITA-CLIENTE.
           PERFORM 115-PIDE-CLIENTE
               WITH TEST AFTER UNTIL CLIENTE-VALIDO.

       115-PIDE-CLIENTE.
           MOVE "N" TO WS-CLIENTE-SW.
           DISPLAY "NUMERO DE CLIENTE (7 DIGITOS):".
           ACCEPT WS-CLIENTE-TXT.
           MOVE "SUS-CLIENTE"  TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-CLIENTE-TXT IS NUMERIC
               MOVE WS-CLIENTE-TXT TO WS-CLIENTE-NUM
               PERFORM 120-VALIDA-CLIENTE
           ELSE
               DISPLAY "EL NUMERO DE CLIENTE DEBE SER DE 7 DIGITOS."
               MOVE "SUS-CLIENTE"   TO WS-EXC-CAMPO
               MOVE WS-CLIENTE-TXT  TO WS-EXC-VALOR
               MOVE "CLIENTE NO NUMERICO" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           END-IF.

      *-----------------------------------------------------------------
      * 120-VALIDA-CLIENTE - el cliente debe existir en el maestro;
      * si el maestro todavia no existe se acepta con aviso, como la
      * tolerancia de arranque de la firma.
      *-----------------------------------------------------------------
       120-VALIDA-CLIENTE.
           OPEN INPUT CLIENTES-FILE.
           IF CLIENTES-NO-EXISTE
               DISPLAY "SIN MAESTRO DE CLIENTES: EL CLIENTE NO SE "
                   "PUEDE VERIFICAR."
               SET CLIENTE-VALIDO TO TRUE
           ELSE
               MOVE WS-CLIENTE-NUM TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "EL CLIENTE " WS-CLIENTE-NUM " NO "
                           "ESTA EN EL MAESTRO."
                       MOVE "SUS-CLIENTE"   TO WS-EXC-CAMPO
                       MOVE WS-CLIENTE-TXT  TO WS-EXC-VALOR
                       MOVE "CLIENTE INEXISTENTE" TO WS-EXC-RAZON
                       PERFORM 900-GRABA-EXCEPCION
                   NOT INVALID KEY
                       SET CLIENTE-VALIDO TO TRUE
               END-READ
               CLOSE CLIENTES-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 200-RECIBO-A-CUENTA - el dinero recibido sin factura: importe
      * y referencia citada, sumado al suspenso del cliente y anotado
      * en SUSMOV.DAT como recibo (R).
      *-----------------------------------------------------------------
       200-RECIBO-A-CUENTA.
           MOVE 9999999.99 TO WS-TOPE-IMPORTE.
           PERFORM 140-SOLICITA-IMPORTE.

           DISPLAY "REFERENCIA QUE CITO EL CLIENTE (12 CARS, "
               "PUEDE IR EN BLANCO):".
           ACCEPT WS-REFERENCIA.
           MOVE "SMV-REFERENCIA" TO WS-AUDIT-CAMPO.
           MOVE WS-REFERENCIA    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           PERFORM 400-LEE-SUSPENSO.
           ADD WS-IMPORTE-MOV TO WS-SALDO-SUSPENSO.
           PERFORM 410-GRABA-SUSPENSO.

           MOVE WS-CLIENTE-NUM   TO SMV-CLIENTE.
           SET  SMV-RECIBO       TO TRUE.
           MOVE WS-IMPORTE-MOV   TO SMV-IMPORTE.
           MOVE ZERO             TO SMV-FACTURA.
           PERFORM 420-GRABA-MOVIMIENTO.

           ADD 1 TO WS-CONTADOR-RECIBOS.
           MOVE WS-SALDO-SUSPENSO TO WS-SALDO-EDITADO.
           DISPLAY "RECIBO A CUENTA ANOTADO; SUSPENSO DEL CLIENTE "
               WS-CLIENTE-NUM ": " WS-SALDO-EDITADO.

      *-----------------------------------------------------------------
      * 300-APLICA-SUSPENSO - el supervisor reparte el suspenso del
      * cliente entre sus facturas abiertas, una por vuelta, hasta
      * que el suspenso se acaba o dice que no hay otra.
      *-----------------------------------------------------------------
       300-APLICA-SUSPENSO.
           PERFORM 400-LEE-SUSPENSO.
           MOVE WS-SALDO-SUSPENSO TO WS-SALDO-EDITADO.
           DISPLAY "SUSPENSO DEL CLIENTE " WS-CLIENTE-NUM ": "
               WS-SALDO-EDITADO.
           IF WS-SALDO-SUSPENSO > ZERO
               MOVE "S" TO WS-OTRA-FACTURA-SW
               PERFORM 310-APLICA-A-FACTURA
                   UNTIL NOT APLICAR-OTRA
           ELSE
               DISPLAY "EL CLIENTE NO TIENE CAJA SIN APLICAR."
           END-IF.

       310-APLICA-A-FACTURA.
           PERFORM 320-SOLICITA-FACTURA.
           PERFORM 500-BUSCA-FACTURA.
           IF FACTURA-HALLADA
               IF WS-FAC-CLIENTE NOT = WS-CLIENTE-NUM
                   DISPLAY "LA FACTURA " WS-FACTURA-NUM " NO ES "
                       "DEL CLIENTE " WS-CLIENTE-NUM "."
                   MOVE "PAG-FACTURA"  TO WS-EXC-CAMPO
                   MOVE WS-FACTURA-TXT TO WS-EXC-VALOR
                   MOVE "FACTURA DE OTRO CLIENTE" TO WS-EXC-RAZON
                   PERFORM 900-GRABA-EXCEPCION
               ELSE
                   PERFORM 510-SUMA-PAGOS-APLICADOS
                   PERFORM 520-MUESTRA-SALDO
                   IF WS-SALDO-FACTURA > ZERO
                       IF WS-SALDO-FACTURA < WS-SALDO-SUSPENSO
                           MOVE WS-SALDO-FACTURA TO WS-TOPE-IMPORTE
                       ELSE
                           MOVE WS-SALDO-SUSPENSO TO WS-TOPE-IMPORTE
                       END-IF
                       PERFORM 140-SOLICITA-IMPORTE
                       PERFORM 600-GRABA-APLICACION
                   ELSE
                       DISPLAY "LA FACTURA YA ESTA SALDADA; NO SE "
                           "APLICA."
                   END-IF
               END-IF
           END-IF.
           IF WS-SALDO-SUSPENSO > ZERO
               DISPLAY "APLICAR A OTRA FACTURA DEL CLIENTE (S/N)?"
               ACCEPT WS-OTRA-FACTURA-SW
               MOVE "OTRA-FACTURA"     TO WS-AUDIT-CAMPO
               MOVE WS-OTRA-FACTURA-SW TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           ELSE
               MOVE "N" TO WS-OTRA-FACTURA-SW
           END-IF.

       320-SOLICITA-FACTURA.
           PERFORM 325-PIDE-FACTURA
               WITH TEST AFTER UNTIL FACTURA-VALIDA.

       325-PIDE-FACTURA.
           MOVE "N" TO WS-FACTURA-SW.
           DISPLAY "NUMERO DE FACTURA A LA QUE SE APLICA (7 "
               "DIGITOS):".
           ACCEPT WS-FACTURA-TXT.
           MOVE "PAG-FACTURA"  TO WS-AUDIT-CAMPO.
           MOVE WS-FACTURA-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-FACTURA-TXT IS NUMERIC
               SET FACTURA-VALIDA TO TRUE
               MOVE WS-FACTURA-TXT TO WS-FACTURA-NUM
           ELSE
               DISPLAY "EL NUMERO DE FACTURA DEBE SER DE 7 DIGITOS."
               MOVE "PAG-FACTURA"   TO WS-EXC-CAMPO
               MOVE WS-FACTURA-TXT  TO WS-EXC-VALOR
               MOVE "FACTURA NO NUMERICA" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           END-IF.

       140-SOLICITA-IMPORTE.
           PERFORM 145-PIDE-IMPORTE
               WITH TEST AFTER UNTIL IMPORTE-VALIDO.

       145-PIDE-IMPORTE.
           MOVE "N" TO WS-IMPORTE-SW.
           DISPLAY "IMPORTE (9 DIGITOS, CENTAVOS IMPLICITOS):".
           ACCEPT WS-IMPORTE-TXT.
           MOVE "SMV-IMPORTE"   TO WS-AUDIT-CAMPO.
           MOVE WS-IMPORTE-TXT  TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-IMPORTE-TXT IS NUMERIC
               MOVE WS-IMPORTE-TXT TO WS-IMPORTE-MOV (1:9)
               IF WS-IMPORTE-MOV = ZERO
                   DISPLAY "EL IMPORTE NO PUEDE SER CERO."
                   MOVE "SMV-IMPORTE"  TO WS-EXC-CAMPO
                   MOVE WS-IMPORTE-TXT TO WS-EXC-VALOR
                   MOVE "IMPORTE EN CERO" TO WS-EXC-RAZON
                   PERFORM 900-GRABA-EXCEPCION
               ELSE
                   IF WS-IMPORTE-MOV > WS-TOPE-IMPORTE
                       MOVE WS-TOPE-IMPORTE TO WS-SALDO-EDITADO
                       DISPLAY "EL IMPORTE EXCEDE LO DISPONIBLE: "
                           WS-SALDO-EDITADO
                       MOVE "SMV-IMPORTE"  TO WS-EXC-CAMPO
                       MOVE WS-IMPORTE-TXT TO WS-EXC-VALOR
                       MOVE "APLICACION EXCEDE SALDO O SUSPENSO"
                           TO WS-EXC-RAZON
                       PERFORM 900-GRABA-EXCEPCION
                   ELSE
                       SET IMPORTE-VALIDO TO TRUE
                   END-IF
               END-IF
           ELSE
               DISPLAY "EL IMPORTE DEBE SER UN NUMERO DE 9 DIGITOS."
               MOVE "SMV-IMPORTE"   TO WS-EXC-CAMPO
               MOVE WS-IMPORTE-TXT  TO WS-EXC-VALOR
               MOVE "IMPORTE NO NUMERICO" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           END-IF.

      *-----------------------------------------------------------------
      * 400-LEE-SUSPENSO - deja en WS-SALDO-SUSPENSO lo que el cliente
      * tiene en SUSPENSO.DAT, cero si todavia no tiene renglon.
      *-----------------------------------------------------------------
       400-LEE-SUSPENSO.
           MOVE ZERO TO WS-SALDO-SUSPENSO.
           OPEN INPUT SUSPENSO-FILE.
           IF SUSPENSO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE WS-CLIENTE-NUM TO SUS-CLIENTE
               READ SUSPENSO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUS-SALDO TO WS-SALDO-SUSPENSO
               END-READ
               CLOSE SUSPENSO-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 410-GRABA-SUSPENSO - reescribe el renglon del cliente con el
      * saldo nuevo (o lo da de alta en su primer recibo), creando el
      * archivo si es el primer movimiento de la instalacion.
      *-----------------------------------------------------------------
       410-GRABA-SUSPENSO.
           OPEN I-O SUSPENSO-FILE.
           IF SUSPENSO-NO-EXISTE
               OPEN OUTPUT SUSPENSO-FILE
               CLOSE SUSPENSO-FILE
               OPEN I-O SUSPENSO-FILE
           END-IF.
           MOVE WS-CLIENTE-NUM TO SUS-CLIENTE.
           READ SUSPENSO-FILE
               INVALID KEY
                   MOVE WS-CLIENTE-NUM    TO SUS-CLIENTE
                   MOVE WS-SALDO-SUSPENSO TO SUS-SALDO
                   MOVE WS-FECHA-NEGOCIO  TO SUS-FECHA-ULTIMO
                   MOVE WS-OPERADOR       TO SUS-OPERADOR
                   WRITE SUSPENSO-RECORD
               NOT INVALID KEY
                   MOVE WS-SALDO-SUSPENSO TO SUS-SALDO
                   MOVE WS-FECHA-NEGOCIO  TO SUS-FECHA-ULTIMO
                   MOVE WS-OPERADOR       TO SUS-OPERADOR
                   REWRITE SUSPENSO-RECORD
           END-READ.
           CLOSE SUSPENSO-FILE.

      *-----------------------------------------------------------------
      * 420-GRABA-MOVIMIENTO - anexa a SUSMOV.DAT el movimiento ya
      * armado con la fecha de negocio, el operador y la referencia.
      *-----------------------------------------------------------------
       420-GRABA-MOVIMIENTO.
           MOVE WS-FECHA-NEGOCIO TO SMV-FECHA.
           MOVE WS-OPERADOR      TO SMV-OPERADOR.
           MOVE WS-REFERENCIA    TO SMV-REFERENCIA.
           OPEN EXTEND SUSPENSO-MOV-FILE.
           IF SUSMOV-NO-EXISTE
               OPEN OUTPUT SUSPENSO-MOV-FILE
           END-IF.
           WRITE SUSPENSO-MOV-RECORD.
           CLOSE SUSPENSO-MOV-FILE.

      *-----------------------------------------------------------------
      * 500-BUSCA-FACTURA - recorre FACTURAS.DAT (saltando los
      * renglones de control) hasta encontrar el numero tecleado y
      * deja su cliente y su total neto de los creditos que la
      * referencian, igual que la captura de pagos.
      *-----------------------------------------------------------------
       500-BUSCA-FACTURA.
           MOVE "N"  TO WS-FACTURA-HALLADA-SW.
           MOVE ZERO TO WS-FAC-CLIENTE.
           MOVE ZERO TO WS-FAC-TOTAL.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               PERFORM 505-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.
           IF NOT FACTURA-HALLADA
               DISPLAY "NO EXISTE LA FACTURA " WS-FACTURA-NUM "."
               MOVE "PAG-FACTURA"  TO WS-EXC-CAMPO
               MOVE WS-FACTURA-TXT TO WS-EXC-VALOR
               MOVE "FACTURA INEXISTENTE" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           END-IF.

       505-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       IF FAC-NUMERO = WS-FACTURA-NUM
                           SET FACTURA-HALLADA TO TRUE
                           MOVE FAC-CLIENTE TO WS-FAC-CLIENTE
                           ADD  FAC-TOTAL   TO WS-FAC-TOTAL
                       ELSE
                           IF FAC-REFERENCIA = WS-FACTURA-NUM
                               ADD FAC-TOTAL TO WS-FAC-TOTAL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       510-SUMA-PAGOS-APLICADOS.
           MOVE ZERO TO WS-PAGOS-APLICADOS.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 515-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.
           COMPUTE WS-SALDO-FACTURA =
               WS-FAC-TOTAL - WS-PAGOS-APLICADOS.

       515-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   IF PAG-FACTURA NOT = 9999999
                       AND PAG-FACTURA = WS-FACTURA-NUM
                       ADD PAG-IMPORTE TO WS-PAGOS-APLICADOS
                   END-IF
           END-READ.

       520-MUESTRA-SALDO.
           MOVE WS-FAC-TOTAL     TO WS-TOTAL-EDITADO.
           MOVE WS-SALDO-FACTURA TO WS-SALDO-EDITADO.
           DISPLAY "FACTURA " WS-FACTURA-NUM
               " TOTAL " WS-TOTAL-EDITADO
               " SALDO " WS-SALDO-EDITADO.

      *-----------------------------------------------------------------
      * 600-GRABA-APLICACION - la aplicacion validada se vuelve un
      * pago normal en PAGOS.DAT (S si deja la factura en cero, P si
      * no), baja el suspenso del cliente y queda en SUSMOV.DAT como
      * aplicacion (A) en negativo, ligada a la factura.
      *-----------------------------------------------------------------
       600-GRABA-APLICACION.
           OPEN EXTEND PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               OPEN OUTPUT PAGOS-FILE
           END-IF.

           MOVE WS-FACTURA-NUM   TO PAG-FACTURA.
           MOVE WS-FAC-CLIENTE   TO PAG-CLIENTE.
           MOVE WS-FECHA-NEGOCIO TO PAG-FECHA.
           MOVE WS-IMPORTE-MOV   TO PAG-IMPORTE.
           MOVE WS-OPERADOR      TO PAG-OPERADOR.
           SET  PAG-APLICACION   TO TRUE.
           MOVE SPACES           TO PAG-REFERENCIA.
           MOVE SPACES           TO PAG-SUCURSAL.
           IF WS-IMPORTE-MOV = WS-SALDO-FACTURA
               SET PAG-SALDA TO TRUE
           ELSE
               SET PAG-PARCIAL TO TRUE
           END-IF.
           WRITE PAGO-RECORD.

           CLOSE PAGOS-FILE.

           ADD 1              TO WS-CONTADOR-PAGOS.
           ADD WS-IMPORTE-MOV TO WS-HASH-PAGOS.

           SUBTRACT WS-IMPORTE-MOV FROM WS-SALDO-SUSPENSO.
           PERFORM 410-GRABA-SUSPENSO.

           MOVE WS-CLIENTE-NUM   TO SMV-CLIENTE.
           SET  SMV-APLICACION   TO TRUE.
           COMPUTE SMV-IMPORTE = ZERO - WS-IMPORTE-MOV.
           MOVE WS-FACTURA-NUM   TO SMV-FACTURA.
           MOVE SPACES           TO WS-REFERENCIA.
           PERFORM 420-GRABA-MOVIMIENTO.

           IF PAG-SALDA
               DISPLAY "FACTURA " WS-FACTURA-NUM " SALDADA."
           ELSE
               DISPLAY "PAGO PARCIAL APLICADO A LA FACTURA "
                   WS-FACTURA-NUM "."
           END-IF.
           MOVE WS-SALDO-SUSPENSO TO WS-SALDO-EDITADO.
           DISPLAY "SUSPENSO RESTANTE DEL CLIENTE: " WS-SALDO-EDITADO.

       160-PREGUNTA-OTRO.
           DISPLAY "OTRO MOVIMIENTO DE CAJA SIN APLICAR (S/N)?".
           ACCEPT WS-SEGUIR-SW.
           MOVE "SEGUIR-SESION" TO WS-AUDIT-CAMPO.
           MOVE WS-SEGUIR-SW    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-PAGOS - al terminar la sesion, si alguna
      * aplicacion produjo pagos, añade a PAGOS.DAT su renglon de
      * control con el conteo y la suma de importes.
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
      * 900-GRABA-EXCEPCION - añade una entrada a EXCEPCION.DAT con el
      * campo, el valor y la razon del intento invalido, igual que la
      * captura de transacciones.
      *-----------------------------------------------------------------
       900-GRABA-EXCEPCION.
           MOVE "96-PROGRAMA" TO EXC-PROGRAMA.
           MOVE WS-EXC-CAMPO  TO EXC-CAMPO.
           MOVE WS-EXC-VALOR  TO EXC-VALOR.
           MOVE WS-EXC-RAZON  TO EXC-RAZON.
           SET  EXC-ABIERTA   TO TRUE.
           MOVE SPACES        TO EXC-RES-OPERADOR.
           MOVE SPACES        TO EXC-RES-TIMESTAMP.
           MOVE WS-OPERADOR   TO EXC-OPERADOR.

           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
           STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                  WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
               INTO EXC-TIMESTAMP.

           OPEN EXTEND EXCEPCION-FILE.
           IF EXCEPCION-NO-EXISTE
               OPEN OUTPUT EXCEPCION-FILE
           END-IF.
           WRITE EXCEPCION-RECORD.
           CLOSE EXCEPCION-FILE.

           ADD 1 TO WS-CONTADOR-EXCEPCION.

      *-----------------------------------------------------------------
      * 810-GRABA-TRAILER-EXCEPCION - al terminar la corrida, si este
      * programa grabo alguna excepcion, añade a EXCEPCION.DAT un
      * renglon de control con cuantas escribio.
      *-----------------------------------------------------------------
       810-GRABA-TRAILER-EXCEPCION.
           IF WS-CONTADOR-EXCEPCION > ZERO
               MOVE "**TRAILER**" TO EXT-MARCA
               MOVE WS-CONTADOR-EXCEPCION TO EXT-CANTIDAD-REGISTROS
               MOVE WS-CONTADOR-EXCEPCION TO EXT-TOTAL-HASH

               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HORA  FROM TIME
               STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                      WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
                   INTO EXT-TIMESTAMP

               OPEN EXTEND EXCEPCION-FILE
               IF EXCEPCION-NO-EXISTE
                   OPEN OUTPUT EXCEPCION-FILE
               END-IF
               WRITE EXCEPCION-RECORD
               CLOSE EXCEPCION-FILE
           END-IF.

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
           MOVE "96-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "96-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM 96-PROGRAMA.
