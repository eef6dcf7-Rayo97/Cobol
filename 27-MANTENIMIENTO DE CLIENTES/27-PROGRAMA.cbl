      *          maestro esta clavado por numero de cliente, asi que
      *          una correccion de nombre conserva el numero y solo
      *          rearma el renglon del cruzado CLIXREF.DAT que liga el
      *          nombre con ese numero. Tambien liga un sitio a su
      *          cuenta padre (CLIPADRE.DAT) para los estados y la
      *          cobranza de grupo, y fija su limite de credito
      *          (LIMCRED.DAT).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 signature and only the approval of a
      *                 DIFFERENT operator in 93-PROGRAMA deletes and
      *                 journals it.
      * 2026-10-15 RSM  The E option no longer closes an account
      *                 directly: closing goes through the account
      *                 closure (B3-PROGRAMA), which takes the final
      *                 readings and leaves the customer en cierre
      *                 until the final bill is paid. An account in
      *                 that state cannot be changed here either.
      * 2026-10-15 RSM  Added the P option: the customer's contact
      *                 preferences (PREFCONT.DAT) -- marketing consent
      *                 with its date, paper or e-mail channel for
      *                 statements, dunning and marketing, and the
      *                 e-mail address -- read by the demographic
      *                 extract (34) and the mail extract (80).
      * 2026-10-15 RSM  A new address is written without the returned
      *                 mail mark (DIR-DEVUELTA-SW), so it releases the
      *                 paper documents 80-PROGRAMA was holding.
      * 2026-10-15 RSM  Added the G option: ties a customer site to
      *                 its parent account (CLIPADRE.DAT, one level,
      *                 keyed by the child) or releases it from the
      *                 group, for the consolidated group statement
      *                 (50), the parent payment spread over the
      *                 sites' invoices (58) and the group aging (60).
      * 2026-10-15 RSM  Added the L option: sets, changes or removes
      *                 the customer's credit limit (LIMCRED.DAT,
      *                 keyed by customer, nine digits with implied
      *                 cents, zero = no limit), checked by the
      *                 invoicing in 16 and 70 and reported near the
      *                 limit by E2.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 inquiry-only and shows the forecast end time,
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted. The
      *                 new V option looks a customer up without
      *                 changing anything.
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

           SELECT DIRECCIONES-FILE
               ASSIGN TO "DIRECCIONES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAPRO-STATUS.

           SELECT PREFERENCIA-CONTACTO-FILE
               ASSIGN TO "PREFCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CLIENTE
               FILE STATUS IS WS-PREFCONT-STATUS.

           SELECT CLIENTE-PADRE-FILE
               ASSIGN TO "CLIPADRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPA-HIJO
               FILE STATUS IS WS-CLIPADRE-STATUS.

           SELECT LIMITE-CREDITO-FILE
               ASSIGN TO "LIMCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCR-CLIENTE
               FILE STATUS IS WS-LIMCRED-STATUS.

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

       FD  DIRECCIONES-FILE
           LABEL RECORD IS STANDARD.
           COPY DIRECCION.
           LABEL RECORD IS STANDARD.
           COPY PENDAPRO.

       FD  PREFERENCIA-CONTACTO-FILE
           LABEL RECORD IS STANDARD.
           COPY PREFCONT.

       FD  CLIENTE-PADRE-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIPADRE.

       FD  LIMITE-CREDITO-FILE
           LABEL RECORD IS STANDARD.
           COPY LIMCRED.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE PENDIENTE-APRO-FILE: VIENE DE
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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "27-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

      *-BANDERA DEL CONTROL DE ROL: ESTE MANTENIMIENTO ES DE
      *-SUPERVISORES.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  OPCION-BAJA      VALUE "B" "b".
           88  OPCION-ESTADO    VALUE "E" "e".
           88  OPCION-DIRECCION VALUE "D" "d".
           88  OPCION-PREFERENCIA VALUE "P" "p".
           88  OPCION-GRUPO     VALUE "G" "g".
           88  OPCION-LIMITE    VALUE "L" "l".
           88  OPCION-CONSULTA  VALUE "V" "v".
           88  OPCION-SALIR     VALUE "9".

      *-FILE STATUS/88-LEVEL DE DIRECCIONES-FILE: VIENE DE
       01  WS-DIR-CP       PIC X(5)  VALUE SPACES.
       01  WS-DIR-TELEFONO PIC X(10) VALUE SPACES.

      *-FILE STATUS/88-LEVEL DE PREFERENCIA-CONTACTO-FILE: VIENE DE
      *-PRFSTS.CPY.
           COPY PRFSTS.

      *-CAMPOS DE CAPTURA DE LAS PREFERENCIAS DE CONTACTO; EN BLANCO
      *-CONSERVA LO QUE YA TENIA EL CLIENTE.
       01  WS-PRF-CONSENT-TXT PIC X     VALUE SPACE.
       01  WS-PRF-CANAL-TXT   PIC X     VALUE SPACE.
       01  WS-PRF-CORREO-TXT  PIC X(60) VALUE SPACES.
       01  WS-PRF-HOY         PIC 9(8)  VALUE ZERO.
       01  WS-PRF-NUEVA-SW    PIC X VALUE "N".
           88  PRF-ES-NUEVA VALUE "S".
       01  WS-PRF-VALIDA-SW   PIC X VALUE "S".
           88  PRF-VALIDA VALUE "S".

      *-FILE STATUS/88-LEVEL DE CLIENTE-PADRE-FILE: VIENE DE
      *-CPASTS.CPY.
           COPY CPASTS.

      *-CUENTA PADRE TECLEADA EN LA OPCION G (0000000 = QUITAR DEL
      *-GRUPO, EN BLANCO = CONSERVAR) Y LA QUE EL CLIENTE YA TENIA.
       01  WS-PADRE-TXT      PIC X(7) VALUE SPACES.
       01  WS-PADRE-NUM      PIC 9(7) VALUE ZERO.
       01  WS-PADRE-ACTUAL   PIC 9(7) VALUE ZERO.
       01  WS-CPA-VALIDA-SW  PIC X VALUE "N".
           88  CPA-VALIDA VALUE "S".
       01  WS-ES-PADRE-SW    PIC X VALUE "N".
           88  CLIENTE-ES-PADRE VALUE "S".

      *-FILE STATUS/88-LEVEL DE LIMITE-CREDITO-FILE: VIENE DE
      *-LCRSTS.CPY.
           COPY LCRSTS.

      *-LIMITE DE CREDITO TECLEADO EN LA OPCION L (9 DIGITOS CON
      *-CENTAVOS IMPLICITOS, 000000000 = SIN LIMITE, EN BLANCO =
      *-CONSERVAR) Y EL QUE EL CLIENTE YA TENIA.
       01  WS-LIMITE-TXT      PIC X(9)    VALUE SPACES.
       01  WS-LIMITE-NUEVO    PIC 9(7)V99 VALUE ZERO.
       01  WS-LIMITE-ACTUAL   PIC 9(7)V99 VALUE ZERO.
       01  WS-LIMITE-EDITADO  PIC Z,ZZZ,ZZ9.99.
       01  WS-LCR-VALIDO-SW   PIC X VALUE "N".
           88  LCR-VALIDO VALUE "S".

      *-ESTADO Y FECHA EFECTIVA TECLEADOS EN EL CAMBIO DE ESTADO.
       01  WS-ESTADO-TRABAJO PIC X VALUE SPACE.
           88  ESTADO-TECLEADO-VALIDO VALUE "A" "S" "C".
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.

           IF VENTANA-SOLO-CONSULTA
               OPEN INPUT CLIENTES-FILE
           ELSE
               OPEN I-O CLIENTES-FILE
           END-IF.
           IF CLIENTES-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA EL MAESTRO DE CLIENTES."
           ELSE
               IF VENTANA-SOLO-CONSULTA
                   OPEN INPUT CLIENTES-XREF-FILE
               ELSE
                   OPEN I-O CLIENTES-XREF-FILE
               END-IF
               IF CLIXREF-NO-EXISTE
                   DISPLAY "NO EXISTE TODAVIA EL CRUZADO DE CLIENTES."
               ELSE
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
      * 100-TRANSACCION - muestra el menu de mantenimiento, lee la
      * opcion y despacha el cambio o la baja; repite hasta que el
      * operador pida salir. Mientras la corrida nocturna esta en
      * curso solo se atiende la consulta del cliente.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE CLIENTES".
           DISPLAY "  B - BAJA DE CLIENTE".
           DISPLAY "  E - ESTADO (ACTIVO/SUSPENDIDO/CERRADO)".
           DISPLAY "  D - DIRECCION NUEVA".
           DISPLAY "  P - PREFERENCIAS DE CONTACTO".
           DISPLAY "  G - CUENTA PADRE (GRUPO DE SITIOS)".
           DISPLAY "  L - LIMITE DE CREDITO".
           DISPLAY "  V - VER CLIENTE (CONSULTA)".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN OPCION-CONSULTA
                   PERFORM 150-CONSULTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN VENTANA-SOLO-CONSULTA
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-CAMBIO
                   PERFORM 200-CAMBIO
               WHEN OPCION-BAJA
                   PERFORM 400-CAMBIO-ESTADO
               WHEN OPCION-DIRECCION
                   PERFORM 500-DIRECCION-NUEVA
               WHEN OPCION-PREFERENCIA
                   PERFORM 600-PREFERENCIAS
               WHEN OPCION-GRUPO
                   PERFORM 700-CUENTA-PADRE
               WHEN OPCION-LIMITE
                   PERFORM 800-LIMITE-CREDITO
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                       "EDAD: "      CLI-EDAD
           END-READ.

      *-----------------------------------------------------------------
      * 150-CONSULTA - busca al cliente y muestra sus datos sin tocar
      * nada; es lo unico que atiende la sesion de solo consulta.
      *-----------------------------------------------------------------
       150-CONSULTA.
           PERFORM 110-PIDE-CLAVE.
           PERFORM 120-BUSCA-CLIENTE.

      *-----------------------------------------------------------------
      * 210-PIDE-DATOS-NUEVOS - captura los valores nuevos; cada campo
      * que el operador deje en blanco conserva el valor que ya tiene
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
      * 400-CAMBIO-ESTADO - busca al cliente por su clave actual y le
      * cambia el estado del ciclo de vida con su fecha efectiva; el
      * cambio queda en la bitacora del maestro con sus imagenes. El
      * cierre no se hace aqui sino en el cierre de cuentas, y una
      * cuenta en cierre no se toca.
      *-----------------------------------------------------------------
       400-CAMBIO-ESTADO.
           PERFORM 110-PIDE-CLAVE.
           IF CLIENTE-ENCONTRADO
               DISPLAY "ESTADO ACTUAL: " CLI-ESTADO
                   " DESDE " CLI-FECHA-ESTADO
               DISPLAY "ESTADO NUEVO (A ACTIVO, S SUSPENDIDO; EL "
                   "CIERRE VA POR B3-PROGRAMA):"
               ACCEPT WS-ESTADO-TRABAJO
               MOVE "CLI-ESTADO"      TO WS-AUDIT-CAMPO
               MOVE WS-ESTADO-TRABAJO TO WS-AUDIT-VALOR
               MOVE "CLI-FECHA-EST"      TO WS-AUDIT-CAMPO
               MOVE WS-FECHA-ESTADO-TXT  TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               EVALUATE TRUE
                   WHEN CLI-EN-CIERRE
                       DISPLAY "LA CUENTA ESTA EN CIERRE; LA CIERRAN "
                           "LOS ESTADOS DE CIERRE CUANDO QUEDE PAGADA."
                   WHEN WS-ESTADO-TRABAJO = "C"
                       DISPLAY "EL CIERRE DE CUENTA SE HACE EN "
                           "B3-PROGRAMA, CON SUS LECTURAS FINALES."
                   WHEN OTHER
                       PERFORM 410-APLICA-ESTADO
               END-EVALUATE
           END-IF.

       410-APLICA-ESTADO.
           IF ESTADO-TECLEADO-VALIDO
               AND WS-FECHA-ESTADO-TXT IS NUMERIC
               MOVE CLIENTES-RECORD TO WS-CJR-ANTES
               MOVE WS-ESTADO-TRABAJO   TO CLI-ESTADO
               MOVE WS-FECHA-ESTADO-TXT TO CLI-FECHA-ESTADO
               REWRITE CLIENTES-RECORD
               MOVE CLIENTES-RECORD TO WS-CJR-DESPUES
               MOVE "C" TO WS-CJR-ACCION
               PERFORM GRABA-JOURNAL-CLIENTES
               DISPLAY "ESTADO APLICADO."
           ELSE
               DISPLAY "ESTADO O FECHA NO VALIDOS; EL CAMBIO "
                   "NO SE APLICA."
           END-IF.

      *-----------------------------------------------------------------
           MOVE WS-DIR-CP         TO DIR-CP.
           MOVE WS-DIR-TELEFONO   TO DIR-TELEFONO.
           ACCEPT DIR-FECHA-ALTA FROM DATE YYYYMMDD.
           MOVE "N"               TO DIR-DEVUELTA-SW.
           MOVE ZERO              TO DIR-FECHA-DEVOLUCION.

           OPEN EXTEND DIRECCIONES-FILE.
           IF DIRECCIONES-NO-EXISTE
           CLOSE DIRECCIONES-FILE.
           DISPLAY "DIRECCION GRABADA COMO VIGENTE.".

      *-----------------------------------------------------------------
      * 600-PREFERENCIAS - busca al cliente por su clave actual y
      * captura sus preferencias de contacto: consentimiento de
      * marketing (su fecha cambia solo cuando cambia la respuesta),
      * canal de estado de cuenta, cobranza y marketing, y correo
      * electronico. Un cliente sin registro arranca sin
      * consentimiento y todo en papel. Un canal E sin correo no se
      * graba.
      *-----------------------------------------------------------------
       600-PREFERENCIAS.
           PERFORM 110-PIDE-CLAVE.
           PERFORM 120-BUSCA-CLIENTE.
           IF CLIENTE-ENCONTRADO
               OPEN I-O PREFERENCIA-CONTACTO-FILE
               IF PREFCONT-NO-EXISTE
                   OPEN OUTPUT PREFERENCIA-CONTACTO-FILE
                   CLOSE PREFERENCIA-CONTACTO-FILE
                   OPEN I-O PREFERENCIA-CONTACTO-FILE
               END-IF
               PERFORM 610-LEE-PREFERENCIAS
               PERFORM 620-PIDE-PREFERENCIAS
               IF PRF-VALIDA
                   PERFORM 630-GRABA-PREFERENCIAS
               ELSE
                   DISPLAY "UN CANAL E NECESITA CORREO ELECTRONICO; "
                       "LAS PREFERENCIAS NO SE GRABAN."
               END-IF
               CLOSE PREFERENCIA-CONTACTO-FILE
           END-IF.

       610-LEE-PREFERENCIAS.
           MOVE "N" TO WS-PRF-NUEVA-SW.
           MOVE WS-NUMERO-CLIENTE TO PRF-CLIENTE.
           READ PREFERENCIA-CONTACTO-FILE
               INVALID KEY
                   SET PRF-ES-NUEVA TO TRUE
                   MOVE WS-NUMERO-CLIENTE TO PRF-CLIENTE
                   MOVE "N"    TO PRF-CONSENTIMIENTO
                   MOVE ZERO   TO PRF-FECHA-CONSENTIMIENTO
                   MOVE "P"    TO PRF-CANAL-EST
                   MOVE "P"    TO PRF-CANAL-COB
                   MOVE "P"    TO PRF-CANAL-MKT
                   MOVE SPACES TO PRF-CORREO-E
           END-READ.
           DISPLAY "CONSENTIMIENTO MARKETING: " PRF-CONSENTIMIENTO
               " DESDE " PRF-FECHA-CONSENTIMIENTO.
           DISPLAY "CANAL EST: " PRF-CANAL-EST
               "  COB: " PRF-CANAL-COB
               "  MKT: " PRF-CANAL-MKT.
           DISPLAY "CORREO ELECTRONICO: " PRF-CORREO-E.

       620-PIDE-PREFERENCIAS.
           ACCEPT WS-PRF-HOY FROM DATE YYYYMMDD.
           MOVE "S" TO WS-PRF-VALIDA-SW.

           DISPLAY "ACEPTA MARKETING (S/N, EN BLANCO = CONSERVAR):".
           MOVE SPACE TO WS-PRF-CONSENT-TXT.
           ACCEPT WS-PRF-CONSENT-TXT.
           MOVE "PRF-CONSENT"      TO WS-AUDIT-CAMPO.
           MOVE WS-PRF-CONSENT-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF (WS-PRF-CONSENT-TXT = "S" OR WS-PRF-CONSENT-TXT = "N")
               AND (WS-PRF-CONSENT-TXT NOT = PRF-CONSENTIMIENTO
                   OR PRF-FECHA-CONSENTIMIENTO = ZERO)
               MOVE WS-PRF-CONSENT-TXT TO PRF-CONSENTIMIENTO
               MOVE WS-PRF-HOY         TO PRF-FECHA-CONSENTIMIENTO
           END-IF.

           DISPLAY "CANAL ESTADO DE CUENTA EST (P/E, EN BLANCO = "
               "CONSERVAR):".
           MOVE SPACE TO WS-PRF-CANAL-TXT.
           ACCEPT WS-PRF-CANAL-TXT.
           MOVE "PRF-CANAL-EST"  TO WS-AUDIT-CAMPO.
           MOVE WS-PRF-CANAL-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-PRF-CANAL-TXT = "P" OR WS-PRF-CANAL-TXT = "E"
               MOVE WS-PRF-CANAL-TXT TO PRF-CANAL-EST
           END-IF.

           DISPLAY "CANAL COBRANZA COB (P/E, EN BLANCO = CONSERVAR):".
           MOVE SPACE TO WS-PRF-CANAL-TXT.
           ACCEPT WS-PRF-CANAL-TXT.
           MOVE "PRF-CANAL-COB"  TO WS-AUDIT-CAMPO.
           MOVE WS-PRF-CANAL-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-PRF-CANAL-TXT = "P" OR WS-PRF-CANAL-TXT = "E"
               MOVE WS-PRF-CANAL-TXT TO PRF-CANAL-COB
           END-IF.

           DISPLAY "CANAL MARKETING (P/E, EN BLANCO = CONSERVAR):".
           MOVE SPACE TO WS-PRF-CANAL-TXT.
           ACCEPT WS-PRF-CANAL-TXT.
           MOVE "PRF-CANAL-MKT"  TO WS-AUDIT-CAMPO.
           MOVE WS-PRF-CANAL-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-PRF-CANAL-TXT = "P" OR WS-PRF-CANAL-TXT = "E"
               MOVE WS-PRF-CANAL-TXT TO PRF-CANAL-MKT
           END-IF.

           DISPLAY "CORREO ELECTRONICO (EN BLANCO = CONSERVAR):".
           MOVE SPACES TO WS-PRF-CORREO-TXT.
           ACCEPT WS-PRF-CORREO-TXT.
           MOVE "PRF-CORREO-E"    TO WS-AUDIT-CAMPO.
           MOVE WS-PRF-CORREO-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-PRF-CORREO-TXT NOT = SPACES
               MOVE WS-PRF-CORREO-TXT TO PRF-CORREO-E
           END-IF.

           IF PRF-CORREO-E = SPACES
               AND (PRF-EST-ELECTRONICO OR PRF-COB-ELECTRONICO
                   OR PRF-MKT-ELECTRONICO)
               MOVE "N" TO WS-PRF-VALIDA-SW
           END-IF.

       630-GRABA-PREFERENCIAS.
           MOVE WS-PRF-HOY  TO PRF-FECHA-CAMBIO.
           MOVE WS-OPERADOR TO PRF-OPERADOR.
           IF PRF-ES-NUEVA
               WRITE PREFERENCIA-CONTACTO-RECORD
           ELSE
               REWRITE PREFERENCIA-CONTACTO-RECORD
           END-IF.
           MOVE "PREFERENCIAS"  TO WS-AUDIT-CAMPO.
           MOVE SPACES          TO WS-AUDIT-VALOR.
           STRING WS-NUMERO-CLIENTE  DELIMITED BY SIZE
                  " MKT "            DELIMITED BY SIZE
                  PRF-CONSENTIMIENTO DELIMITED BY SIZE
                  " EST "            DELIMITED BY SIZE
                  PRF-CANAL-EST      DELIMITED BY SIZE
                  " COB "            DELIMITED BY SIZE
                  PRF-CANAL-COB      DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "PREFERENCIAS DE CONTACTO GRABADAS.".

      *-----------------------------------------------------------------
      * 700-CUENTA-PADRE - busca al cliente por su clave actual y lo
      * liga a una cuenta padre (o lo quita del grupo con 0000000).
      * El grupo es de un solo nivel: la cuenta padre debe estar en
      * el maestro, no estar cerrada, no ser el mismo cliente ni
      * tener padre propio, y un cliente que ya es padre de otros no
      * puede pasar a ser hijo.
      *-----------------------------------------------------------------
       700-CUENTA-PADRE.
           PERFORM 110-PIDE-CLAVE.
           PERFORM 120-BUSCA-CLIENTE.
           IF CLIENTE-ENCONTRADO
               OPEN I-O CLIENTE-PADRE-FILE
               IF CLIPADRE-NO-EXISTE
                   OPEN OUTPUT CLIENTE-PADRE-FILE
                   CLOSE CLIENTE-PADRE-FILE
                   OPEN I-O CLIENTE-PADRE-FILE
               END-IF
               PERFORM 710-LEE-PADRE-ACTUAL
               PERFORM 720-PIDE-PADRE
               PERFORM 730-VALIDA-PADRE
               IF CPA-VALIDA
                   PERFORM 740-GRABA-PADRE
               END-IF
               CLOSE CLIENTE-PADRE-FILE
           END-IF.

       710-LEE-PADRE-ACTUAL.
           MOVE ZERO TO WS-PADRE-ACTUAL.
           MOVE WS-NUMERO-CLIENTE TO CPA-HIJO.
           READ CLIENTE-PADRE-FILE
               INVALID KEY
                   DISPLAY "EL CLIENTE NO PERTENECE A NINGUN GRUPO."
               NOT INVALID KEY
                   MOVE CPA-PADRE TO WS-PADRE-ACTUAL
                   DISPLAY "CUENTA PADRE ACTUAL: " CPA-PADRE
                       " DESDE " CPA-FECHA-ALTA
           END-READ.

       720-PIDE-PADRE.
           DISPLAY "NUMERO DE LA CUENTA PADRE (7 DIGITOS, 0000000 = "
               "QUITAR DEL GRUPO, EN BLANCO = CONSERVAR):".
           MOVE SPACES TO WS-PADRE-TXT.
           ACCEPT WS-PADRE-TXT.
           MOVE "CUENTA-PADRE" TO WS-AUDIT-CAMPO.
           MOVE WS-PADRE-TXT   TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

       730-VALIDA-PADRE.
           MOVE "N" TO WS-CPA-VALIDA-SW.
           EVALUATE TRUE
               WHEN WS-PADRE-TXT = SPACES
                   DISPLAY "SIN CAMBIO EN LA CUENTA PADRE."
               WHEN WS-PADRE-TXT IS NOT NUMERIC
                   DISPLAY "LA CUENTA PADRE DEBE SER DE 7 DIGITOS."
               WHEN OTHER
                   MOVE WS-PADRE-TXT TO WS-PADRE-NUM
                   PERFORM 735-VALIDA-NUMERO-PADRE
           END-EVALUATE.

       735-VALIDA-NUMERO-PADRE.
           EVALUATE TRUE
               WHEN WS-PADRE-NUM = WS-PADRE-ACTUAL
                   DISPLAY "SIN CAMBIO EN LA CUENTA PADRE."
               WHEN WS-PADRE-NUM = ZERO
                   SET CPA-VALIDA TO TRUE
               WHEN WS-PADRE-NUM = WS-NUMERO-CLIENTE
                   DISPLAY "UN CLIENTE NO PUEDE SER SU PROPIA CUENTA "
                       "PADRE."
               WHEN OTHER
                   SET CPA-VALIDA TO TRUE
                   PERFORM 736-REVISA-PADRE-MAESTRO
                   IF CPA-VALIDA
                       PERFORM 737-REVISA-PADRE-SIN-PADRE
                   END-IF
                   IF CPA-VALIDA
                       PERFORM 738-REVISA-HIJO-NO-PADRE
                   END-IF
           END-EVALUATE.

       736-REVISA-PADRE-MAESTRO.
           MOVE WS-PADRE-NUM TO CLI-NUMERO.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "LA CUENTA PADRE " WS-PADRE-NUM
                       " NO ESTA EN EL MAESTRO."
                   MOVE "N" TO WS-CPA-VALIDA-SW
               NOT INVALID KEY
                   IF CLI-ES-CERRADO
                       DISPLAY "LA CUENTA PADRE " WS-PADRE-NUM
                           " ESTA CERRADA."
                       MOVE "N" TO WS-CPA-VALIDA-SW
                   END-IF
           END-READ.

       737-REVISA-PADRE-SIN-PADRE.
           MOVE WS-PADRE-NUM TO CPA-HIJO.
           READ CLIENTE-PADRE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "LA CUENTA " WS-PADRE-NUM " ES SITIO DEL "
                       "GRUPO " CPA-PADRE "; NO PUEDE SER PADRE."
                   MOVE "N" TO WS-CPA-VALIDA-SW
           END-READ.

      *-----------------------------------------------------------------
      * 738-REVISA-HIJO-NO-PADRE - recorre la relacion buscando algun
      * sitio que ya tenga a este cliente como cuenta padre.
      *-----------------------------------------------------------------
       738-REVISA-HIJO-NO-PADRE.
           MOVE "N" TO WS-ES-PADRE-SW.
           MOVE ZERO TO CPA-HIJO.
           START CLIENTE-PADRE-FILE KEY NOT < CPA-HIJO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 739-LEE-RELACION
                       UNTIL CLIPADRE-EOF OR CLIENTE-ES-PADRE
           END-START.
           IF CLIENTE-ES-PADRE
               DISPLAY "EL CLIENTE YA ES CUENTA PADRE DE OTROS "
                   "SITIOS; NO PUEDE PASAR A SER HIJO."
               MOVE "N" TO WS-CPA-VALIDA-SW
           END-IF.

       739-LEE-RELACION.
           READ CLIENTE-PADRE-FILE NEXT RECORD
               AT END
                   SET CLIPADRE-EOF TO TRUE
               NOT AT END
                   IF CPA-PADRE = WS-NUMERO-CLIENTE
                       SET CLIENTE-ES-PADRE TO TRUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 740-GRABA-PADRE - alta, cambio o baja del renglon del hijo;
      * se relee por su clave porque las validaciones movieron el
      * registro del archivo.
      *-----------------------------------------------------------------
       740-GRABA-PADRE.
           MOVE WS-NUMERO-CLIENTE TO CPA-HIJO.
           READ CLIENTE-PADRE-FILE
               INVALID KEY
                   IF WS-PADRE-NUM = ZERO
                       DISPLAY "EL CLIENTE NO PERTENECE A NINGUN "
                           "GRUPO."
                   ELSE
                       MOVE WS-NUMERO-CLIENTE TO CPA-HIJO
                       MOVE WS-PADRE-NUM      TO CPA-PADRE
                       ACCEPT CPA-FECHA-ALTA FROM DATE YYYYMMDD
                       MOVE WS-OPERADOR       TO CPA-OPERADOR
                       WRITE CLIENTE-PADRE-RECORD
                       DISPLAY "CLIENTE LIGADO A LA CUENTA PADRE "
                           WS-PADRE-NUM "."
                   END-IF
               NOT INVALID KEY
                   IF WS-PADRE-NUM = ZERO
                       DELETE CLIENTE-PADRE-FILE RECORD
                       DISPLAY "CLIENTE QUITADO DEL GRUPO."
                   ELSE
                       MOVE WS-PADRE-NUM      TO CPA-PADRE
                       ACCEPT CPA-FECHA-ALTA FROM DATE YYYYMMDD
                       MOVE WS-OPERADOR       TO CPA-OPERADOR
                       REWRITE CLIENTE-PADRE-RECORD
                       DISPLAY "CLIENTE LIGADO A LA CUENTA PADRE "
                           WS-PADRE-NUM "."
                   END-IF
           END-READ.
           MOVE "GRUPO-CLIENTE" TO WS-AUDIT-CAMPO.
           MOVE SPACES          TO WS-AUDIT-VALOR.
           STRING WS-NUMERO-CLIENTE DELIMITED BY SIZE
                  " PADRE "         DELIMITED BY SIZE
                  WS-PADRE-NUM      DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 800-LIMITE-CREDITO - busca al cliente por su clave actual y le
      * fija, cambia o quita (con cero) el limite de credito contra
      * el que la facturacion retiene las facturas nuevas.
      *-----------------------------------------------------------------
       800-LIMITE-CREDITO.
           PERFORM 110-PIDE-CLAVE.
           PERFORM 120-BUSCA-CLIENTE.
           IF CLIENTE-ENCONTRADO
               OPEN I-O LIMITE-CREDITO-FILE
               IF LIMCRED-NO-EXISTE
                   OPEN OUTPUT LIMITE-CREDITO-FILE
                   CLOSE LIMITE-CREDITO-FILE
                   OPEN I-O LIMITE-CREDITO-FILE
               END-IF
               PERFORM 810-LEE-LIMITE-ACTUAL
               PERFORM 820-PIDE-LIMITE
               IF LCR-VALIDO
                   PERFORM 830-GRABA-LIMITE
               END-IF
               CLOSE LIMITE-CREDITO-FILE
           END-IF.

       810-LEE-LIMITE-ACTUAL.
           MOVE ZERO TO WS-LIMITE-ACTUAL.
           MOVE WS-NUMERO-CLIENTE TO LCR-CLIENTE.
           READ LIMITE-CREDITO-FILE
               INVALID KEY
                   DISPLAY "EL CLIENTE NO TIENE LIMITE DE CREDITO."
               NOT INVALID KEY
                   MOVE LCR-LIMITE TO WS-LIMITE-ACTUAL
                   MOVE LCR-LIMITE TO WS-LIMITE-EDITADO
                   DISPLAY "LIMITE DE CREDITO ACTUAL: "
                       WS-LIMITE-EDITADO " DESDE " LCR-FECHA-ALTA
                       " POR " LCR-OPERADOR
           END-READ.

       820-PIDE-LIMITE.
           MOVE "N" TO WS-LCR-VALIDO-SW.
           DISPLAY "LIMITE DE CREDITO (9 DIGITOS, CENTAVOS "
               "IMPLICITOS, 000000000 = SIN LIMITE, EN BLANCO = "
               "CONSERVAR):".
           MOVE SPACES TO WS-LIMITE-TXT.
           ACCEPT WS-LIMITE-TXT.
           MOVE "LIMITE-CREDITO" TO WS-AUDIT-CAMPO.
           MOVE WS-LIMITE-TXT    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           EVALUATE TRUE
               WHEN WS-LIMITE-TXT = SPACES
                   DISPLAY "SIN CAMBIO EN EL LIMITE DE CREDITO."
               WHEN WS-LIMITE-TXT IS NOT NUMERIC
                   DISPLAY "EL LIMITE DEBE SER UN NUMERO DE 9 "
                       "DIGITOS."
               WHEN OTHER
                   MOVE WS-LIMITE-TXT TO WS-LIMITE-NUEVO (1:9)
                   IF WS-LIMITE-NUEVO = WS-LIMITE-ACTUAL
                       DISPLAY "SIN CAMBIO EN EL LIMITE DE CREDITO."
                   ELSE
                       SET LCR-VALIDO TO TRUE
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 830-GRABA-LIMITE - alta, cambio o baja del renglon del
      * cliente; un limite en cero quita el renglon, y el cliente
      * queda sin limite.
      *-----------------------------------------------------------------
       830-GRABA-LIMITE.
           MOVE WS-NUMERO-CLIENTE TO LCR-CLIENTE.
           READ LIMITE-CREDITO-FILE
               INVALID KEY
                   MOVE WS-NUMERO-CLIENTE TO LCR-CLIENTE
                   MOVE WS-LIMITE-NUEVO   TO LCR-LIMITE
                   ACCEPT LCR-FECHA-ALTA FROM DATE YYYYMMDD
                   MOVE WS-OPERADOR       TO LCR-OPERADOR
                   WRITE LIMITE-CREDITO-RECORD
               NOT INVALID KEY
                   IF WS-LIMITE-NUEVO = ZERO
                       DELETE LIMITE-CREDITO-FILE RECORD
                   ELSE
                       MOVE WS-LIMITE-NUEVO TO LCR-LIMITE
                       ACCEPT LCR-FECHA-ALTA FROM DATE YYYYMMDD
                       MOVE WS-OPERADOR     TO LCR-OPERADOR
                       REWRITE LIMITE-CREDITO-RECORD
                   END-IF
           END-READ.
           IF WS-LIMITE-NUEVO = ZERO
               DISPLAY "EL CLIENTE QUEDA SIN LIMITE DE CREDITO."
           ELSE
               MOVE WS-LIMITE-NUEVO TO WS-LIMITE-EDITADO
               DISPLAY "LIMITE DE CREDITO GRABADO: "
                   WS-LIMITE-EDITADO "."
           END-IF.
           MOVE "LIMITE-GRABADO" TO WS-AUDIT-CAMPO.
           MOVE SPACES           TO WS-AUDIT-VALOR.
           STRING WS-NUMERO-CLIENTE DELIMITED BY SIZE
                  " LIMITE "        DELIMITED BY SIZE
                  WS-LIMITE-TXT     DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 950-GRABA-AUDITORIA - añade una entrada a AUDITLOG.DAT con el
      * campo y el valor que se acaba de ACCEPT-ar o aplicar y la hora
