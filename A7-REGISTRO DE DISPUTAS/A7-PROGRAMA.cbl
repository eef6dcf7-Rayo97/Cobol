      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de disputas de facturas (DISPUTAS.DAT):
      *          cuando un cliente disputa una factura, el operador la
      *          abre aqui con su motivo — la factura se busca en
      *          FACTURAS.DAT y el cliente sale de ella — y desde ese
      *          momento el paso de mora (62) no le genera recargos y
      *          las cartas de cobranza (63) no la escalan. Resolverla
      *          (a favor del cliente o de la empresa, con su nota) es
      *          de supervisores, y devuelve la factura a la cobranza
      *          normal. La lista muestra las disputas abiertas con
      *          sus dias; el reporte nocturno con antiguedad es
      *          A8-PROGRAMA.
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
       PROGRAM-ID. A7-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DISPUTA-FILE
               ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-FACTURA
               FILE STATUS IS WS-DISPUTA-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.A7.DAT"
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
       FD  DISPUTA-FILE
           LABEL RECORD IS STANDARD.
           COPY DISPUTA.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

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

      *-FILE STATUS/88-LEVEL DE DISPUTA-FILE: VIENE DE DSPSTS.CPY.
           COPY DSPSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "A7-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-BANDERA DEL CONTROL DE ROL: CUALQUIER OPERADOR FIRMADO ABRE
      *-UNA DISPUTA, PERO SOLO UN SUPERVISOR LA RESUELVE.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO: CON ELLA SE ABREN Y RESUELVEN LAS
      *-DISPUTAS Y SE CUENTAN SUS DIAS.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

       01  WS-FECHA-DISPUTA PIC 9(8) VALUE ZERO.
       01  WS-FECHA-DISPUTA-PARTES REDEFINES WS-FECHA-DISPUTA.
           05  WS-DSP-ANIO PIC 9(4).
           05  WS-DSP-MES  PIC 99.
           05  WS-DSP-DIA  PIC 99.

      *-DIAS DE LA DISPUTA ABIERTA (MESES DE 30 DIAS, LA CONVENCION
      *-DE CARTERA).
       01  WS-DIAS-ABIERTA PIC S9(7) VALUE ZERO.

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-ABRIR    VALUE "A" "a".
           88  OPCION-RESOLVER VALUE "R" "r".
           88  OPCION-LISTA    VALUE "L" "l".
           88  OPCION-SALIR    VALUE "9".

      *-CAMPOS DE CAPTURA; LA FACTURA SE TECLEA COMO TEXTO Y SOLO SE
      *-MUEVE CUANDO ES NUMERICA, COMO EN LAS DEMAS CAPTURAS.
       01  WS-FACTURA-TXT    PIC X(7)  VALUE SPACES.
       01  WS-FACTURA-NUM    PIC 9(7)  VALUE ZERO.
       01  WS-MOTIVO         PIC X(30) VALUE SPACES.
       01  WS-RESOLUCION     PIC X     VALUE SPACE.
           88  RESOLUCION-VALIDA VALUE "C" "E".
       01  WS-NOTA           PIC X(30) VALUE SPACES.

      *-RESULTADO DE LA BUSQUEDA DE LA FACTURA EN FACTURAS.DAT.
       01  WS-FACTURA-HALLADA-SW PIC X VALUE "N".
           88  FACTURA-HALLADA VALUE "S".
       01  WS-CLIENTE-FACTURA PIC 9(7) VALUE ZERO.

       01  WS-CONTADOR-LISTA PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O DISPUTA-FILE.
           IF DISPUTA-NO-EXISTE
               OPEN OUTPUT DISPUTA-FILE
               CLOSE DISPUTA-FILE
               OPEN I-O DISPUTA-FILE
           END-IF.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           CLOSE DISPUTA-FILE.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado para saber si puede resolver disputas; sin maestro de
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
      * 100-TRANSACCION - menu del registro de disputas: abrir,
      * resolver, listar las abiertas o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "REGISTRO DE DISPUTAS DE FACTURAS".
           DISPLAY "  A - ABRIR DISPUTA".
           DISPLAY "  R - RESOLVER DISPUTA (SUPERVISOR)".
           DISPLAY "  L - LISTAR DISPUTAS ABIERTAS".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-DISPUTA" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION        TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ABRIR OR OPCION-RESOLVER)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-ABRIR
                   PERFORM 200-ABRE-DISPUTA
               WHEN OPCION-RESOLVER
                   IF FIRMA-ES-SUPERVISOR
                       PERFORM 300-RESUELVE-DISPUTA
                   ELSE
                       DISPLAY "RESOLVER UNA DISPUTA ESTA RESERVADO "
                           "A SUPERVISORES."
                       MOVE "ROL-RECHAZADO" TO WS-AUDIT-CAMPO
                       MOVE WS-OPERADOR     TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
                   END-IF
               WHEN OPCION-LISTA
                   PERFORM 400-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-ABRE-DISPUTA - captura la factura y el motivo, ambos
      * auditados; la factura debe existir en FACTURAS.DAT (de ahi
      * sale el cliente) y no tener ya una disputa abierta. Una
      * disputa resuelta de la misma factura se reabre.
      *-----------------------------------------------------------------
       200-ABRE-DISPUTA.
           DISPLAY "FACTURA DISPUTADA (7 DIGITOS):".
           ACCEPT WS-FACTURA-TXT.
           MOVE "DSP-FACTURA"  TO WS-AUDIT-CAMPO.
           MOVE WS-FACTURA-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-FACTURA-TXT IS NOT NUMERIC
               DISPLAY "LA FACTURA DEBE SER DE 7 DIGITOS."
           ELSE
               MOVE WS-FACTURA-TXT TO WS-FACTURA-NUM
               PERFORM 210-BUSCA-FACTURA
               IF NOT FACTURA-HALLADA
                   DISPLAY "NO EXISTE LA FACTURA " WS-FACTURA-NUM
                       " EN FACTURAS.DAT."
               ELSE
                   PERFORM 220-GRABA-APERTURA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 210-BUSCA-FACTURA - recorre FACTURAS.DAT buscando la factura
      * (no un credito ni un recargo que la referencia) para tomar
      * su cliente.
      *-----------------------------------------------------------------
       210-BUSCA-FACTURA.
           MOVE "N" TO WS-FACTURA-HALLADA-SW.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 215-LEE-FACTURA
                   UNTIL FACTURAS-EOF OR FACTURA-HALLADA
               CLOSE FACTURAS-FILE
           END-IF.

       215-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO = WS-FACTURA-NUM
                       AND FAC-REFERENCIA = ZERO
                       MOVE FAC-CLIENTE TO WS-CLIENTE-FACTURA
                       SET FACTURA-HALLADA TO TRUE
                   END-IF
           END-READ.

       220-GRABA-APERTURA.
           MOVE WS-FACTURA-NUM TO DSP-FACTURA.
           READ DISPUTA-FILE
               INVALID KEY
                   MOVE "N" TO DSP-ESTADO
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           IF DSP-ABIERTA
               DISPLAY "LA FACTURA " WS-FACTURA-NUM " YA ESTA EN "
                   "DISPUTA DESDE EL " DSP-FECHA ": " DSP-MOTIVO
           ELSE
               DISPLAY "MOTIVO DE LA DISPUTA (30 CARACTERES):"
               ACCEPT WS-MOTIVO
               MOVE "DSP-MOTIVO" TO WS-AUDIT-CAMPO
               MOVE WS-MOTIVO    TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               IF WS-MOTIVO = SPACES
                   DISPLAY "EL MOTIVO ES OBLIGATORIO; LA DISPUTA NO "
                       "SE ABRE."
               ELSE
                   PERFORM 225-ESCRIBE-APERTURA
               END-IF
           END-IF.

       225-ESCRIBE-APERTURA.
           IF DSP-RESUELTA
               PERFORM 230-LLENA-APERTURA
               REWRITE DISPUTA-RECORD
               DISPLAY "DISPUTA REABIERTA."
           ELSE
               PERFORM 230-LLENA-APERTURA
               WRITE DISPUTA-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA DISPUTA."
                   NOT INVALID KEY
                       DISPLAY "DISPUTA ABIERTA: LA FACTURA NO "
                           "GENERA RECARGOS NI CARTAS."
               END-WRITE
           END-IF.
           MOVE "ABRE-DISPUTA" TO WS-AUDIT-CAMPO.
           MOVE WS-FACTURA-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

       230-LLENA-APERTURA.
           MOVE SPACES             TO DISPUTA-RECORD.
           MOVE WS-FACTURA-NUM     TO DSP-FACTURA.
           MOVE WS-CLIENTE-FACTURA TO DSP-CLIENTE.
           MOVE WS-MOTIVO          TO DSP-MOTIVO.
           MOVE WS-OPERADOR        TO DSP-OPERADOR.
           MOVE WS-FECHA-NEGOCIO   TO DSP-FECHA.
           SET  DSP-ABIERTA        TO TRUE.
           MOVE ZERO               TO DSP-FECHA-RESUELTA.

      *-----------------------------------------------------------------
      * 300-RESUELVE-DISPUTA - el supervisor cierra una disputa
      * abierta con su resolucion (C a favor del cliente, E a favor de
      * la empresa) y una nota; la factura vuelve a la cobranza
      * normal. Un fallo a favor del cliente se completa con su nota
      * de credito en 61-PROGRAMA.
      *-----------------------------------------------------------------
       300-RESUELVE-DISPUTA.
           DISPLAY "FACTURA DE LA DISPUTA A RESOLVER:".
           ACCEPT WS-FACTURA-TXT.
           MOVE "DSP-FACTURA"  TO WS-AUDIT-CAMPO.
           MOVE WS-FACTURA-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-FACTURA-TXT IS NOT NUMERIC
               DISPLAY "LA FACTURA DEBE SER DE 7 DIGITOS."
           ELSE
               MOVE WS-FACTURA-TXT TO DSP-FACTURA
               READ DISPUTA-FILE
                   INVALID KEY
                       DISPLAY "NO HAY DISPUTA PARA ESA FACTURA."
                   NOT INVALID KEY
                       IF DSP-ABIERTA
                           PERFORM 310-CAPTURA-RESOLUCION
                       ELSE
                           DISPLAY "LA DISPUTA YA FUE RESUELTA EL "
                               DSP-FECHA-RESUELTA " POR "
                               DSP-SUPERVISOR "."
                       END-IF
               END-READ
           END-IF.

       310-CAPTURA-RESOLUCION.
           DISPLAY "DISPUTA: FACTURA " DSP-FACTURA
               " CLIENTE " DSP-CLIENTE
               " DESDE " DSP-FECHA
               " POR " DSP-OPERADOR.
           DISPLAY "  MOTIVO: " DSP-MOTIVO.
           DISPLAY "RESOLUCION (C A FAVOR DEL CLIENTE, E A FAVOR DE "
               "LA EMPRESA):".
           ACCEPT WS-RESOLUCION.
           MOVE "DSP-RESOLUCION" TO WS-AUDIT-CAMPO.
           MOVE WS-RESOLUCION    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "NOTA DE LA RESOLUCION (30 CARACTERES):".
           ACCEPT WS-NOTA.
           MOVE "DSP-NOTA" TO WS-AUDIT-CAMPO.
           MOVE WS-NOTA    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF RESOLUCION-VALIDA
               MOVE WS-RESOLUCION    TO DSP-RESOLUCION
               MOVE WS-NOTA          TO DSP-NOTA
               MOVE WS-OPERADOR      TO DSP-SUPERVISOR
               MOVE WS-FECHA-NEGOCIO TO DSP-FECHA-RESUELTA
               SET  DSP-RESUELTA     TO TRUE
               REWRITE DISPUTA-RECORD
               DISPLAY "DISPUTA RESUELTA; LA FACTURA VUELVE A LA "
                   "COBRANZA NORMAL."
               IF DSP-A-FAVOR-CLIENTE
                   DISPLAY "EMITA LA NOTA DE CREDITO EN "
                       "61-PROGRAMA."
               END-IF
               MOVE "RESUELVE-DISP" TO WS-AUDIT-CAMPO
               MOVE SPACES          TO WS-AUDIT-VALOR
               STRING WS-FACTURA-TXT DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      WS-RESOLUCION  DELIMITED BY SIZE
                   INTO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           ELSE
               DISPLAY "RESOLUCION NO VALIDA; LA DISPUTA SIGUE "
                   "ABIERTA."
           END-IF.

      *-----------------------------------------------------------------
      * 400-LISTA - las disputas abiertas con sus dias a la fecha de
      * negocio.
      *-----------------------------------------------------------------
       400-LISTA.
           MOVE ZERO TO WS-CONTADOR-LISTA.
           MOVE ZERO TO DSP-FACTURA.
           START DISPUTA-FILE KEY NOT < DSP-FACTURA
               INVALID KEY
                   DISPLAY "NO HAY DISPUTAS REGISTRADAS."
               NOT INVALID KEY
                   PERFORM 410-LISTA-DISPUTA UNTIL DISPUTA-EOF
                   DISPLAY "DISPUTAS ABIERTAS: " WS-CONTADOR-LISTA
           END-START.

       410-LISTA-DISPUTA.
           READ DISPUTA-FILE NEXT RECORD
               AT END
                   SET DISPUTA-EOF TO TRUE
               NOT AT END
                   IF DSP-ABIERTA
                       ADD 1 TO WS-CONTADOR-LISTA
                       MOVE DSP-FECHA TO WS-FECHA-DISPUTA
                       COMPUTE WS-DIAS-ABIERTA =
                           (WS-HOY-ANIO - WS-DSP-ANIO) * 360
                           + (WS-HOY-MES - WS-DSP-MES) * 30
                           + (WS-HOY-DIA - WS-DSP-DIA)
                       DISPLAY "  FACTURA " DSP-FACTURA
                           " CLIENTE " DSP-CLIENTE
                           " DESDE " DSP-FECHA
                           " (" WS-DIAS-ABIERTA " DIAS) "
                           DSP-MOTIVO
                   END-IF
           END-READ.

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
           MOVE "A7-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "A7-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM A7-PROGRAMA.
