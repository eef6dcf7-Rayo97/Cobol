      *          movimiento auditado. Es el maestro que la corrida
      *          recurrente (70-PROGRAMA) factura cada mes sin que
      *          nadie lo re-teclee en 16-PROGRAMA.
      *          El alta pide la fecha de inicio del servicio y la
      *          baja la fecha de fin (en blanco, la fecha de
      *          negocio): con ellas la corrida recurrente prorratea
      *          el primer y el ultimo mes a los dias de servicio.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 program declares the credential work fields
      *                 (VALOPWS.CPY) and, where it was missing, the
      *                 TASAS feed the sign-on reads the expiry from.
      * 2026-10-15 RSM  Service start and end dates: the add asks the
      *                 start date and deactivating asks the end date
      *                 (blank = business date, from FECHACOR.DAT),
      *                 both audited and shown in the listing. A
      *                 start may not fall before the business month
      *                 and an end must fall in the business month on
      *                 or after the start. Reactivating an ended
      *                 contract asks a new start date and, when the
      *                 restart month was already billed, rewinds
      *                 CON-ULT-PERIODO so the recurring run bills it
      *                 from the restart day; reactivating before the
      *                 end was settled simply undoes the end.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 inquiry-only and shows the forecast end time,
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
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

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  VENTANA-LOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY VENTLOTE.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FECHA OFICIAL DE NEGOCIO: LA FECHA POR OMISION DE INICIO Y
      *-FIN, Y SU MES, ANTES DEL CUAL NO SE ACEPTA NINGUNA FECHA.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-PERIODO PIC 9(6).
           05  WS-HOY-DIA     PIC 99.

       01  WS-OPERADOR-VALIDO-SW PIC X VALUE "N".
           88  OPERADOR-VALIDO VALUE "S".

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "69-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-DIA-TXT        PIC X(2)  VALUE SPACES.
       01  WS-CONTRATO-TXT   PIC X(7)  VALUE SPACES.
       01  WS-ACTIVO-TRABAJO PIC X     VALUE "S".
       01  WS-FECHA-TXT      PIC X(8)  VALUE SPACES.

      *-FECHA DE INICIO O FIN YA VALIDADA, Y EL MES QUE SE RETROCEDE
      *-AL REACTIVAR UN CONTRATO EN UN MES YA FACTURADO.
       01  WS-FECHA-CAPTURADA PIC 9(8) VALUE ZERO.
       01  WS-FECHA-CAPTURADA-PARTES REDEFINES WS-FECHA-CAPTURADA.
           05  WS-CAP-PERIODO PIC 9(6).
           05  WS-CAP-DIA     PIC 99.
       01  WS-FECHA-VALIDA-SW PIC X VALUE "N".
           88  FECHA-VALIDA VALUE "S".
       01  WS-PERIODO-TRABAJO PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-TRABAJO-PARTES REDEFINES WS-PERIODO-TRABAJO.
           05  WS-PER-ANIO PIC 9(4).
           05  WS-PER-MES  PIC 99.

      *-CAMPOS DE TRABAJO DEL PARRAFO COMPARTIDO DIAS-DEL-MES
      *-(RESTADIA.CPY), CON EL QUE SE VALIDA EL DIA CAPTURADO.
       01  WS-FECHA-CAND.
           05  WS-CAND-ANIO PIC 9(4).
           05  WS-CAND-MES  PIC 99.
           05  WS-CAND-DIA  PIC 99.
       01  WS-DIAS-MES      PIC 99 VALUE ZERO.
       01  WS-RESTO-4       PIC 9(4) VALUE ZERO.
       01  WS-RESIDUO-4     PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O CONTRATOS-FILE.
           IF CONTRATOS-NO-EXISTE

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
      * 100-TRANSACCION - menu del mantenimiento de contratos: alta,
      * cambio, lista o salir.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ALTA OR OPCION-CAMBIO)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-ALTA
                   PERFORM 200-ALTA
               WHEN OPCION-CAMBIO
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-ALTA - captura el contrato con su fecha de inicio, valida
      * el cliente contra el maestro, y lo escribe bajo el siguiente
      * numero de la serie CONTRATO.
      *-----------------------------------------------------------------
       200-ALTA.
           DISPLAY "CLIENTE DEL CONTRATO (7 DIGITOS):".
           MOVE "CON-DIA"  TO WS-AUDIT-CAMPO.
           MOVE WS-DIA-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "FECHA DE INICIO DEL SERVICIO (AAAAMMDD, EN "
               "BLANCO = HOY):".
           MOVE "CON-INICIO" TO WS-AUDIT-CAMPO.
           PERFORM 280-PIDE-FECHA.

           IF WS-CLIENTE-TXT IS NUMERIC
               AND WS-CANTIDAD-TXT IS NUMERIC
               AND WS-DIA-TXT IS NUMERIC
               AND WS-ARTICULO-TRAB NOT = SPACES
               AND FECHA-VALIDA
               IF WS-CAP-PERIODO < WS-HOY-PERIODO
                   DISPLAY "LA FECHA DE INICIO NO PUEDE CAER ANTES "
                       "DEL MES DE NEGOCIO " WS-HOY-PERIODO "; EL "
                       "ALTA NO SE APLICA."
               ELSE
                   PERFORM 250-VALIDA-CLIENTE
               END-IF
           ELSE
               DISPLAY "LOS CAMPOS DEL CONTRATO NO SON VALIDOS; EL "
                   "ALTA NO SE APLICA."
           MOVE WS-DIA-TXT         TO CON-DIA-FACTURA.
           MOVE ZERO               TO CON-ULT-PERIODO.
           MOVE "S"                TO CON-ACTIVO.
           MOVE WS-FECHA-CAPTURADA TO CON-FECHA-INICIO.
           MOVE ZERO               TO CON-FECHA-FIN.
           MOVE ZERO               TO CON-ULT-FACTURA.
           MOVE "N"                TO CON-FIN-LIQUIDADO.
           WRITE CONTRATO-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO ESCRIBIR EL CONTRATO "
                   PERFORM 950-GRABA-AUDITORIA
           END-WRITE.

      *-----------------------------------------------------------------
      * 280-PIDE-FECHA - acepta una fecha AAAAMMDD (en blanco, la
      * fecha de negocio), la audita bajo el campo que dejo el
      * llamador en WS-AUDIT-CAMPO y la valida contra el calendario;
      * valida, queda en WS-FECHA-CAPTURADA.
      *-----------------------------------------------------------------
       280-PIDE-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA-SW.
           ACCEPT WS-FECHA-TXT.
           MOVE WS-FECHA-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-FECHA-TXT = SPACES
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CAPTURADA
               SET FECHA-VALIDA TO TRUE
           ELSE
               IF WS-FECHA-TXT IS NUMERIC
                   MOVE WS-FECHA-TXT TO WS-FECHA-CAND
                   PERFORM 285-VALIDA-CALENDARIO
               END-IF
           END-IF.
           IF NOT FECHA-VALIDA
               DISPLAY "LA FECHA " WS-FECHA-TXT " NO ES UNA FECHA "
                   "VALIDA (AAAAMMDD)."
           END-IF.

       285-VALIDA-CALENDARIO.
           IF WS-CAND-MES >= 1 AND WS-CAND-MES <= 12
               AND WS-CAND-DIA >= 1
               PERFORM DIAS-DEL-MES
               IF WS-CAND-DIA <= WS-DIAS-MES
                   MOVE WS-FECHA-TXT TO WS-FECHA-CAPTURADA
                   SET FECHA-VALIDA TO TRUE
               END-IF
           END-IF.

       300-CAMBIO.
           DISPLAY "NUMERO DEL CONTRATO A CAMBIAR:".
           ACCEPT WS-CONTRATO-TXT.
                           " CANT " CON-CANTIDAD
                           " DIA " CON-DIA-FACTURA
                           " ACTIVO: " CON-ACTIVO
                           " INICIO " CON-FECHA-INICIO
                           " FIN " CON-FECHA-FIN
                       DISPLAY "CANTIDAD NUEVA (3 DIGITOS, EN "
                           "BLANCO = CONSERVAR):"
                       ACCEPT WS-CANTIDAD-TXT
                       END-IF
                       DISPLAY "ACTIVO (S/N, EN BLANCO = CONSERVAR):"
                       ACCEPT WS-ACTIVO-TRABAJO
                       EVALUATE TRUE
                           WHEN WS-ACTIVO-TRABAJO = "N"
                               AND CON-ESTA-ACTIVO
                               PERFORM 320-BAJA-CONTRATO
                           WHEN WS-ACTIVO-TRABAJO = "S"
                               AND NOT CON-ESTA-ACTIVO
                               PERFORM 330-REACTIVA-CONTRATO
                       END-EVALUATE
                       REWRITE CONTRATO-RECORD
                       DISPLAY "CAMBIO APLICADO."
                       MOVE "CAMBIO-CONTRAT" TO WS-AUDIT-CAMPO
                   "DIGITOS."
           END-IF.

      *-----------------------------------------------------------------
      * 320-BAJA-CONTRATO - el contrato queda inactivo con su fecha
      * de fin, que debe caer en el mes de negocio y no antes del
      * inicio; la corrida recurrente liquida ese ultimo mes.
      *-----------------------------------------------------------------
       320-BAJA-CONTRATO.
           DISPLAY "FECHA DE FIN DEL SERVICIO (AAAAMMDD, EN BLANCO "
               "= HOY):".
           MOVE "CON-FIN" TO WS-AUDIT-CAMPO.
           PERFORM 280-PIDE-FECHA.
           IF FECHA-VALIDA
               IF WS-CAP-PERIODO NOT = WS-HOY-PERIODO
                   OR WS-FECHA-CAPTURADA < CON-FECHA-INICIO
                   DISPLAY "LA FECHA DE FIN DEBE CAER EN EL MES DE "
                       "NEGOCIO " WS-HOY-PERIODO " Y NO ANTES DEL "
                       "INICIO " CON-FECHA-INICIO "; LA BAJA NO SE "
                       "APLICA."
               ELSE
                   MOVE "N"                TO CON-ACTIVO
                   MOVE WS-FECHA-CAPTURADA TO CON-FECHA-FIN
                   MOVE "N"                TO CON-FIN-LIQUIDADO
               END-IF
           ELSE
               DISPLAY "LA BAJA NO SE APLICA."
           END-IF.

      *-----------------------------------------------------------------
      * 330-REACTIVA-CONTRATO - una baja que la corrida recurrente aun
      * no liquida solo se deshace. Si ya se liquido, el contrato
      * vuelve a empezar en una fecha nueva posterior al fin; si ese
      * mes ya estaba facturado, CON-ULT-PERIODO se retrocede un mes
      * para que la corrida lo cobre desde el dia de reinicio.
      *-----------------------------------------------------------------
       330-REACTIVA-CONTRATO.
           IF CON-FECHA-FIN > ZERO
               AND NOT CON-FIN-YA-LIQUIDADO
               MOVE "S"  TO CON-ACTIVO
               MOVE ZERO TO CON-FECHA-FIN
               DISPLAY "LA BAJA AUN NO SE LIQUIDABA: SE DESHACE Y "
                   "EL CONTRATO SIGUE SIN CORTE."
           ELSE
               DISPLAY "FECHA DE REINICIO DEL SERVICIO (AAAAMMDD, "
                   "EN BLANCO = HOY):"
               MOVE "CON-INICIO" TO WS-AUDIT-CAMPO
               PERFORM 280-PIDE-FECHA
               IF FECHA-VALIDA
                   IF WS-CAP-PERIODO < WS-HOY-PERIODO
                       OR WS-FECHA-CAPTURADA NOT > CON-FECHA-FIN
                       DISPLAY "EL REINICIO NO PUEDE CAER ANTES DEL "
                           "MES DE NEGOCIO NI ANTES DEL FIN "
                           CON-FECHA-FIN "; NO SE REACTIVA."
                   ELSE
                       PERFORM 340-APLICA-REINICIO
                   END-IF
               ELSE
                   DISPLAY "NO SE REACTIVA."
               END-IF
           END-IF.

       340-APLICA-REINICIO.
           IF CON-FECHA-FIN > ZERO
               AND CON-ULT-PERIODO >= WS-CAP-PERIODO
               MOVE WS-CAP-PERIODO TO WS-PERIODO-TRABAJO
               IF WS-PER-MES = 1
                   SUBTRACT 1 FROM WS-PER-ANIO
                   MOVE 12 TO WS-PER-MES
               ELSE
                   SUBTRACT 1 FROM WS-PER-MES
               END-IF
               MOVE WS-PERIODO-TRABAJO TO CON-ULT-PERIODO
           END-IF.
           MOVE "S"                TO CON-ACTIVO.
           MOVE WS-FECHA-CAPTURADA TO CON-FECHA-INICIO.
           MOVE ZERO               TO CON-FECHA-FIN.
           MOVE "N"                TO CON-FIN-LIQUIDADO.

       400-LISTA.
           MOVE ZERO TO CON-NUMERO.
           START CONTRATOS-FILE KEY NOT < CON-NUMERO
                       " DIA " CON-DIA-FACTURA
                       " ULT " CON-ULT-PERIODO
                       " ACTIVO: " CON-ACTIVO
                       " INI " CON-FECHA-INICIO
                       " FIN " CON-FECHA-FIN
           END-READ.

      *-----------------------------------------------------------------
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
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: deja en
      * WS-FECHA-NEGOCIO la fecha oficial de FECHACOR.DAT.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * RESTA-UN-DIA / DIAS-DEL-MES - vienen de RESTADIA.CPY: aqui
      * solo se usa DIAS-DEL-MES, para validar el dia capturado.
      *-----------------------------------------------------------------
           COPY RESTADIA.

      *-----------------------------------------------------------------
      * 950-GRABA-AUDITORIA - añade una entrada al archivo de
      * auditoria de este programa con el campo y el valor que se
