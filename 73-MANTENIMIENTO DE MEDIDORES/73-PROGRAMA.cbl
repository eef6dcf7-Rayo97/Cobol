      *          auditado. Hasta hoy nada decia que medidores existen
      *          ni de quien son: LECTURAS.DAT aceptaba lecturas de
      *          cualquier cadena de ocho caracteres.
      *          El reemplazo de un medidor en campo (opcion R) deja
      *          en CAMBMED.DAT la lectura de retiro del viejo, la de
      *          instalacion del nuevo y el enlace entre los dos, da
      *          de alta el nuevo con el cliente del viejo, le pasa el
      *          promedio de MEDSALDO.DAT e inactiva el viejo; la
      *          facturacion de consumo (75-PROGRAMA) cobra el ultimo
      *          delta del viejo.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 program declares the credential work fields
      *                 (VALOPWS.CPY) and, where it was missing, the
      *                 TASAS feed the sign-on reads the expiry from.
      * 2026-10-15 RSM  Meter exchange transaction (option R): records
      *                 the old meter's removal reading, the new
      *                 meter's installation reading and the link in
      *                 CAMBMED.DAT, adds the new meter for the same
      *                 customer with the old meter's MEDSALDO.DAT
      *                 average and cycles, and deactivates the old
      *                 one, so 75-PROGRAMA can bill the final delta.
      * 2026-10-15 RSM  New meters start with service connected
      *                 (MED-CORTADO N); a replacement meter inherits
      *                 the disconnection flag of the meter it
      *                 replaces.
      * 2026-10-15 RSM  The change transaction lists the customer
      *                 service cases that reference the meter
      *                 (CASOS.DAT, D7-PROGRAMA).
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 inquiry-only and shows the forecast end time,
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS MED-ID
               FILE STATUS IS WS-MEDIDORES-STATUS.

           SELECT MEDIDOR-SALDO-FILE
               ASSIGN TO "MEDSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSA-MEDIDOR
               FILE STATUS IS WS-MEDSALDO-STATUS.

           SELECT CAMBIO-MEDIDOR-FILE
               ASSIGN TO "CAMBMED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMB-MED-NUEVO
               FILE STATUS IS WS-CAMBMED-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
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

           SELECT CASO-SERVICIO-FILE
               ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WS-CASOS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY MEDIDORES.

       FD  MEDIDOR-SALDO-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDSALDO.

       FD  CAMBIO-MEDIDOR-FILE
           LABEL RECORD IS STANDARD.
           COPY CAMBMED.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.
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

       FD  CASO-SERVICIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CASOS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
      *-FILE STATUS/88-LEVEL DE MEDIDORES-FILE: VIENE DE MEDSTS.CPY.
           COPY MEDSTS.

      *-FILE STATUS/88-LEVEL DE MEDIDOR-SALDO-FILE: VIENE DE
      *-MSALSTS.CPY.
           COPY MSALSTS.

      *-FILE STATUS/88-LEVEL DE CAMBIO-MEDIDOR-FILE: VIENE DE
      *-CMBSTS.CPY.
           COPY CMBSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

      *-FILE STATUS/88-LEVEL DE CASO-SERVICIO-FILE: VIENE DE
      *-CASSTS.CPY.
           COPY CASSTS.

      *-REFERENCIA CUYOS CASOS DE ATENCION SE MUESTRAN (VER
      *-CASOPRO.CPY).
       01  WS-CASREF-TIPO     PIC X     VALUE SPACE.
       01  WS-CASREF-CLAVE    PIC X(25) VALUE SPACES.
       01  WS-CASREF-CONTADOR PIC 9(5)  VALUE ZERO.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "73-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
           88  OPCION-ALTA    VALUE "A" "a".
           88  OPCION-CAMBIO  VALUE "C" "c".
           88  OPCION-LISTA   VALUE "L" "l".
           88  OPCION-REEMPLAZO VALUE "R" "r".
           88  OPCION-SALIR   VALUE "9".

      *-CAMPOS DE CAPTURA DEL MEDIDOR.
       01  WS-FECHA-TXT      PIC X(8) VALUE SPACES.
       01  WS-ACTIVO-TRABAJO PIC X    VALUE "S".

      *-CAMPOS DE CAPTURA DEL CAMBIO DE MEDIDOR, Y LO QUE SE LLEVA
      *-DEL VIEJO AL NUEVO: EL CLIENTE Y EL PROMEDIO CON SUS CICLOS,
      *-Y SI ESTABA CORTADO.
       01  WS-MEDIDOR-NUEVO  PIC X(8) VALUE SPACES.
       01  WS-RETIRO-TXT     PIC X(6) VALUE SPACES.
       01  WS-INSTALA-TXT    PIC X(6) VALUE SPACES.
       01  WS-CLIENTE-CAMBIO PIC 9(7) VALUE ZERO.
       01  WS-INST-VIEJO     PIC 9(8) VALUE ZERO.
       01  WS-CORTADO-VIEJO  PIC X    VALUE "N".
       01  WS-PROM-CAMBIO    PIC 9(6) VALUE ZERO.
       01  WS-CICLOS-CAMBIO  PIC 9(3) VALUE ZERO.
       01  WS-ULT-REAL       PIC S9(7) VALUE ZERO.
       01  WS-LECT-RETIRO    PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.

           OPEN I-O MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE

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
      * 100-TRANSACCION - menu del mantenimiento de medidores: alta,
      * cambio, lista, reemplazo o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE MEDIDORES".
           DISPLAY "  A - ALTA DE MEDIDOR".
           DISPLAY "  C - CAMBIO (ACTIVO/INACTIVO)".
           DISPLAY "  L - LISTAR MEDIDORES".
           DISPLAY "  R - REEMPLAZO (CAMBIO DE MEDIDOR EN CAMPO)".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ALTA OR OPCION-CAMBIO
                    OR OPCION-REEMPLAZO)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-ALTA
                   PERFORM 200-ALTA
               WHEN OPCION-CAMBIO
                   PERFORM 300-CAMBIO
               WHEN OPCION-LISTA
                   PERFORM 400-LISTA
               WHEN OPCION-REEMPLAZO
                   PERFORM 500-REEMPLAZO
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
           MOVE WS-CLIENTE-TXT  TO MED-CLIENTE.
           MOVE WS-FECHA-TXT    TO MED-FECHA-INST.
           MOVE "S"             TO MED-ACTIVO.
           MOVE "N"             TO MED-CORTADO.
           WRITE MEDIDOR-RECORD
               INVALID KEY
                   DISPLAY "YA EXISTE UN MEDIDOR CON ESE ID."
                       " CLIENTE " MED-CLIENTE
                       " INSTALADO " MED-FECHA-INST
                       " ACTIVO: " MED-ACTIVO
                   MOVE "M"    TO WS-CASREF-TIPO
                   MOVE MED-ID TO WS-CASREF-CLAVE
                   PERFORM MUESTRA-CASOS-REFERENCIA
                   IF WS-CASREF-CONTADOR > ZERO
                       DISPLAY "  CASOS DE ATENCION DEL MEDIDOR: "
                           WS-CASREF-CONTADOR
                   END-IF
                   DISPLAY "ACTIVO (S/N, EN BLANCO = CONSERVAR):"
                   ACCEPT WS-ACTIVO-TRABAJO
                   IF WS-ACTIVO-TRABAJO = "S"
                       " ACTIVO: " MED-ACTIVO
           END-READ.

      *-----------------------------------------------------------------
      * 500-REEMPLAZO - cambio de medidor en campo: el medidor viejo
      * tiene que existir y estar activo; se capturan la fecha del
      * cambio, la lectura de retiro, el medidor nuevo y su lectura
      * de instalacion.
      *-----------------------------------------------------------------
       500-REEMPLAZO.
           DISPLAY "ID DEL MEDIDOR QUE SE RETIRA:".
           ACCEPT WS-MEDIDOR-TRAB.
           MOVE "MED-RETIRADO"  TO WS-AUDIT-CAMPO.
           MOVE WS-MEDIDOR-TRAB TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           MOVE WS-MEDIDOR-TRAB TO MED-ID.
           READ MEDIDORES-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE ESE MEDIDOR."
               NOT INVALID KEY
                   IF MED-ESTA-ACTIVO
                       PERFORM 510-CAPTURA-CAMBIO
                   ELSE
                       DISPLAY "EL MEDIDOR " MED-ID " ESTA INACTIVO; "
                           "NO HAY NADA QUE REEMPLAZAR."
                   END-IF
           END-READ.

       510-CAPTURA-CAMBIO.
           MOVE MED-CLIENTE    TO WS-CLIENTE-CAMBIO.
           MOVE MED-FECHA-INST TO WS-INST-VIEJO.
           MOVE MED-CORTADO    TO WS-CORTADO-VIEJO.
           DISPLAY "MEDIDOR: " MED-ID " CLIENTE " MED-CLIENTE
               " INSTALADO " MED-FECHA-INST.
           DISPLAY "FECHA DEL CAMBIO (AAAAMMDD):".
           ACCEPT WS-FECHA-TXT.
           MOVE "CMB-FECHA"  TO WS-AUDIT-CAMPO.
           MOVE WS-FECHA-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "LECTURA DE RETIRO DEL MEDIDOR VIEJO (6 DIGITOS):".
           ACCEPT WS-RETIRO-TXT.
           MOVE "CMB-LECT-RETIRO" TO WS-AUDIT-CAMPO.
           MOVE WS-RETIRO-TXT     TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "ID DEL MEDIDOR NUEVO (8 CARS):".
           ACCEPT WS-MEDIDOR-NUEVO.
           MOVE "CMB-MED-NUEVO"  TO WS-AUDIT-CAMPO.
           MOVE WS-MEDIDOR-NUEVO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "LECTURA DE INSTALACION DEL MEDIDOR NUEVO "
               "(6 DIGITOS):".
           ACCEPT WS-INSTALA-TXT.
           MOVE "CMB-LECT-INST" TO WS-AUDIT-CAMPO.
           MOVE WS-INSTALA-TXT  TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           IF WS-FECHA-TXT IS NUMERIC
               AND WS-RETIRO-TXT IS NUMERIC
               AND WS-INSTALA-TXT IS NUMERIC
               AND WS-MEDIDOR-NUEVO NOT = SPACES
               AND WS-MEDIDOR-NUEVO NOT = WS-MEDIDOR-TRAB
               AND WS-FECHA-TXT NOT < WS-INST-VIEJO
               PERFORM 520-VALIDA-SALDO-VIEJO
           ELSE
               DISPLAY "LOS CAMPOS DEL CAMBIO NO SON VALIDOS; EL "
                   "REEMPLAZO NO SE APLICA."
           END-IF.

      *-----------------------------------------------------------------
      * 520-VALIDA-SALDO-VIEJO - la lectura de retiro no puede quedar
      * por debajo de la ultima lectura real ya facturada del viejo
      * (la facturada menos lo estimado pendiente); su promedio y sus
      * ciclos pasan al nuevo. Un medidor viejo sin historia pasa sin
      * promedio.
      *-----------------------------------------------------------------
       520-VALIDA-SALDO-VIEJO.
           MOVE WS-RETIRO-TXT TO WS-LECT-RETIRO.
           OPEN I-O MEDIDOR-SALDO-FILE.
           IF MEDSALDO-NO-EXISTE
               OPEN OUTPUT MEDIDOR-SALDO-FILE
               CLOSE MEDIDOR-SALDO-FILE
               OPEN I-O MEDIDOR-SALDO-FILE
           END-IF.
           MOVE WS-MEDIDOR-TRAB TO MSA-MEDIDOR.
           READ MEDIDOR-SALDO-FILE
               INVALID KEY
                   MOVE ZERO TO WS-PROM-CAMBIO
                   MOVE ZERO TO WS-CICLOS-CAMBIO
                   PERFORM 530-APLICA-CAMBIO
               NOT INVALID KEY
                   COMPUTE WS-ULT-REAL =
                       MSA-ULT-VALOR - MSA-EST-PENDIENTE
                   IF WS-LECT-RETIRO < WS-ULT-REAL
                       DISPLAY "LA LECTURA DE RETIRO " WS-RETIRO-TXT
                           " ES MENOR QUE LA ULTIMA LECTURA REAL "
                           "FACTURADA; EL REEMPLAZO NO SE APLICA."
                   ELSE
                       MOVE MSA-PROM-CONSUMO TO WS-PROM-CAMBIO
                       MOVE MSA-CICLOS       TO WS-CICLOS-CAMBIO
                       PERFORM 530-APLICA-CAMBIO
                   END-IF
           END-READ.
           CLOSE MEDIDOR-SALDO-FILE.

      *-----------------------------------------------------------------
      * 530-APLICA-CAMBIO - da de alta el medidor nuevo con el
      * cliente del viejo; si el ID ya existe nada se aplica.
      *-----------------------------------------------------------------
       530-APLICA-CAMBIO.
           OPEN I-O CAMBIO-MEDIDOR-FILE.
           IF CAMBMED-NO-EXISTE
               OPEN OUTPUT CAMBIO-MEDIDOR-FILE
               CLOSE CAMBIO-MEDIDOR-FILE
               OPEN I-O CAMBIO-MEDIDOR-FILE
           END-IF.
           MOVE WS-MEDIDOR-NUEVO  TO MED-ID.
           MOVE WS-CLIENTE-CAMBIO TO MED-CLIENTE.
           MOVE WS-FECHA-TXT      TO MED-FECHA-INST.
           MOVE "S"               TO MED-ACTIVO.
           MOVE WS-CORTADO-VIEJO  TO MED-CORTADO.
           WRITE MEDIDOR-RECORD
               INVALID KEY
                   DISPLAY "YA EXISTE UN MEDIDOR CON EL ID "
                       WS-MEDIDOR-NUEVO "; EL REEMPLAZO NO SE APLICA."
               NOT INVALID KEY
                   PERFORM 540-REGISTRA-CAMBIO
           END-WRITE.
           CLOSE CAMBIO-MEDIDOR-FILE.

      *-----------------------------------------------------------------
      * 540-REGISTRA-CAMBIO - linea base del nuevo en MEDSALDO.DAT
      * (su lectura de instalacion, con el promedio del viejo), el
      * enlace pendiente de facturar en CAMBMED.DAT y el viejo
      * inactivo.
      *-----------------------------------------------------------------
       540-REGISTRA-CAMBIO.
           MOVE WS-MEDIDOR-NUEVO TO MSA-MEDIDOR.
           MOVE WS-INSTALA-TXT   TO MSA-ULT-VALOR.
           MOVE WS-FECHA-TXT     TO MSA-ULT-FECHA.
           MOVE WS-PROM-CAMBIO   TO MSA-PROM-CONSUMO.
           MOVE WS-CICLOS-CAMBIO TO MSA-CICLOS.
           MOVE ZERO             TO MSA-EST-PENDIENTE.
           WRITE MEDIDOR-SALDO-RECORD
               INVALID KEY
                   REWRITE MEDIDOR-SALDO-RECORD
           END-WRITE.

           MOVE WS-MEDIDOR-NUEVO  TO CMB-MED-NUEVO.
           MOVE WS-MEDIDOR-TRAB   TO CMB-MED-VIEJO.
           MOVE WS-CLIENTE-CAMBIO TO CMB-CLIENTE.
           MOVE WS-FECHA-TXT      TO CMB-FECHA.
           MOVE WS-RETIRO-TXT     TO CMB-LECT-RETIRO.
           MOVE WS-INSTALA-TXT    TO CMB-LECT-INST.
           MOVE WS-OPERADOR       TO CMB-OPERADOR.
           SET  CMB-PENDIENTE     TO TRUE.
           MOVE ZERO              TO CMB-FACTURA.
           WRITE CAMBIO-MEDIDOR-RECORD
               INVALID KEY
                   REWRITE CAMBIO-MEDIDOR-RECORD
           END-WRITE.

           MOVE WS-MEDIDOR-TRAB TO MED-ID.
           READ MEDIDORES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO MED-ACTIVO
                   REWRITE MEDIDOR-RECORD
           END-READ.

           DISPLAY "MEDIDOR " WS-MEDIDOR-TRAB " REEMPLAZADO POR "
               WS-MEDIDOR-NUEVO "; EL ULTIMO CONSUMO DEL VIEJO SE "
               "FACTURA EN LA SIGUIENTE CORRIDA.".
           MOVE "REEMPLAZO-MED" TO WS-AUDIT-CAMPO.
           MOVE SPACES          TO WS-AUDIT-VALOR.
           STRING WS-MEDIDOR-TRAB  DELIMITED BY SIZE
                  " POR "          DELIMITED BY SIZE
                  WS-MEDIDOR-NUEVO DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

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
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      *-----------------------------------------------------------------
      * MUESTRA-CASOS-REFERENCIA - viene de CASOPRO.CPY: muestra los
      * casos de atencion que refieren el medidor consultado.
      *-----------------------------------------------------------------
           COPY CASOPRO.

      ** add other procedures here
       END PROGRAM 73-PROGRAMA.
