      ******************************************************************
      * Author:
      * Date:
      * Purpose: Depositos en garantia: captura y consulta del
      *          deposito que se cobra al cliente medido nuevo, que
      *          hasta ahora se llevaba en papel. La captura exige un
      *          cliente vivo (ni cerrado ni en cierre) con al menos un
      *          medidor activo y sin deposito retenido, toma el
      *          importe y lo da de alta en DEPOSITO.DAT con la fecha
      *          de negocio y la tasa anual vigente del codigo
      *          DEPOTASA de TASAS.DAT; el recibo queda en DEPMOV.DAT
      *          para el extracto contable (cuenta DEPOSITOS). La
      *          consulta muestra el deposito de un cliente con su
      *          interes abonado y su estado. El interes anual y la
      *          aplicacion al cierre de cuenta los hace el paso
      *          nocturno B6-PROGRAMA. Misma sesion que las demas
      *          capturas: firma validada, cada ACCEPT auditado y los
      *          valores invalidos documentados en EXCEPCION.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Exceptions carry the signed-on operator
      *                 (EXC-OPERADOR) for the productivity report.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 inquiry-only and shows the forecast end time,
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. B5-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DEPOSITOS-FILE
               ASSIGN TO "DEPOSITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CLIENTE
               FILE STATUS IS WS-DEPOSITOS-STATUS.

           SELECT DEPOSITO-MOV-FILE
               ASSIGN TO "DEPMOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPMOV-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT MEDIDORES-FILE
               ASSIGN TO "MEDIDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-ID
               FILE STATUS IS WS-MEDIDORES-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.B5.DAT"
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
       FD  DEPOSITOS-FILE
           LABEL RECORD IS STANDARD.
           COPY DEPOSITO.

       FD  DEPOSITO-MOV-FILE
           LABEL RECORD IS STANDARD.
           COPY DEPMOV.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  MEDIDORES-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDIDORES.

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
      *-FILE STATUS/88-LEVEL DE DEPOSITOS-FILE: VIENE DE DEPSTS.CPY.
           COPY DEPSTS.

      *-FILE STATUS/88-LEVEL DE DEPOSITO-MOV-FILE: VIENE DE
      *-DMVSTS.CPY.
           COPY DMVSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE MEDIDORES-FILE: VIENE DE MEDSTS.CPY.
           COPY MEDSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "B5-PROGRAMA".
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

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA, CARGADA DE
      *-FECHACOR.DAT POR CARGA-FECHA-NEGOCIO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-TASA ANUAL DEL DEPOSITO EN CENTESIMOS DE PUNTO, CARGADA DE
      *-TASAS.DAT (CODIGO DEPOTASA) CON LA REGLA DE FECHA EFECTIVA DE
      *-SIEMPRE; SIN RENGLON EL DEPOSITO NO GANA INTERES.
       01  WS-TASA-DEPOSITO PIC 9(5) VALUE ZERO.
       01  WS-EF-TASA       PIC 9(8) VALUE ZERO.

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-CAPTURA   VALUE "C" "c".
           88  OPCION-CONSULTA  VALUE "I" "i".
           88  OPCION-SALIR     VALUE "9".

      *-CLIENTE E IMPORTE EN CAPTURA, TECLEADOS COMO TEXTO Y
      *-MOVIDOS SOLO CUANDO SON NUMERICOS, COMO EN 96-PROGRAMA.
       01  WS-CLIENTE-TXT  PIC X(7)  VALUE SPACES.
       01  WS-CLIENTE-NUM  PIC 9(7)  VALUE ZERO.
       01  WS-IMPORTE-TXT  PIC X(9)  VALUE SPACES.
       01  WS-IMPORTE-MOV  PIC 9(7)V99 VALUE ZERO.
       01  WS-CONFIRMA     PIC X     VALUE SPACE.
           88  CONFIRMA-DEPOSITO VALUE "S" "s".

       01  WS-CLIENTE-SW PIC X VALUE "N".
           88  CLIENTE-VALIDO VALUE "S".
       01  WS-IMPORTE-SW PIC X VALUE "N".
           88  IMPORTE-VALIDO VALUE "S".

      *-UN DEPOSITO ANTERIOR YA APLICADO O REEMBOLSADO DEL MISMO
      *-CLIENTE (CUENTA REACTIVADA) SE REGRABA EN VEZ DE DARSE DE
      *-ALTA.
       01  WS-DEPOSITO-PREVIO-SW PIC X VALUE "N".
           88  HAY-DEPOSITO-PREVIO VALUE "S".

       01  WS-MEDIDORES-ACTIVOS PIC 99 VALUE ZERO.

      *-LO RETENIDO DEL DEPOSITO: IMPORTE MAS INTERES ABONADO.
       01  WS-RETENIDO PIC S9(9)V99 VALUE ZERO.

      *-IMPORTES Y TASA EDITADOS PARA LOS LETREROS DE CONSOLA.
       01  WS-IMPORTE-EDITADO PIC -ZZZZZZZZ9.99.
       01  WS-TASA-EDITADA    PIC ZZ9.99.
       01  WS-TASA-PCT        PIC 999V99 VALUE ZERO.

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-EXCEPCION PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-DEPOSITOS PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           PERFORM 050-CARGA-TASA-DEPOSITO.

           OPEN I-O DEPOSITOS-FILE.
           IF DEPOSITOS-NO-EXISTE
               OPEN OUTPUT DEPOSITOS-FILE
               CLOSE DEPOSITOS-FILE
               OPEN I-O DEPOSITOS-FILE
           END-IF.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           CLOSE DEPOSITOS-FILE.
           PERFORM 810-GRABA-TRAILER-EXCEPCION.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           DISPLAY "DEPOSITOS CAPTURADOS: " WS-CONTADOR-DEPOSITOS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASA-DEPOSITO - lee de TASAS.DAT el codigo DEPOTASA
      * (tasa anual en centesimos de punto), quedandose con el renglon
      * de fecha efectiva mas reciente que no pase de la fecha de
      * negocio.
      *-----------------------------------------------------------------
       050-CARGA-TASA-DEPOSITO.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 055-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.
           COMPUTE WS-TASA-PCT = WS-TASA-DEPOSITO / 100.
           MOVE WS-TASA-PCT TO WS-TASA-EDITADA.
           DISPLAY "TASA ANUAL DE DEPOSITOS: " WS-TASA-EDITADA
               " POR CIENTO.".

       055-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-CODIGO = "DEPOTASA"
                       AND TAS-FECHA-EFECTIVA >= WS-EF-TASA
                       MOVE TAS-VALOR TO WS-TASA-DEPOSITO
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-TASA
                   END-IF
           END-READ.

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
      * 100-TRANSACCION - menu de depositos: capturar el deposito de
      * un cliente, consultarlo o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "DEPOSITOS EN GARANTIA".
           DISPLAY "  C - CAPTURAR EL DEPOSITO DE UN CLIENTE".
           DISPLAY "  I - CONSULTAR EL DEPOSITO DE UN CLIENTE".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-DEPOSITO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION         TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-CAPTURA)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-CAPTURA
                   IF PERIODO-CERRADO
                       DISPLAY "EL MES DE NEGOCIO "
                           WS-FECHA-NEGOCIO (1:6)
                           " YA ESTA CERRADO A CONTABILIDAD; NO SE "
                           "RECIBEN DEPOSITOS."
                       MOVE "DMV-FECHA"      TO WS-EXC-CAMPO
                       MOVE WS-FECHA-NEGOCIO TO WS-EXC-VALOR
                       MOVE "FECHA EN PERIODO CERRADO" TO WS-EXC-RAZON
                       PERFORM 900-GRABA-EXCEPCION
                   ELSE
                       PERFORM 200-CAPTURA-DEPOSITO
                   END-IF
               WHEN OPCION-CONSULTA
                   PERFORM 300-CONSULTA-DEPOSITO
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
                   MOVE "OPCION"      TO WS-EXC-CAMPO
                   MOVE WS-OPCION     TO WS-EXC-VALOR
                   MOVE "OPCION INVALIDA" TO WS-EXC-RAZON
                   PERFORM 900-GRABA-EXCEPCION
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 110-PIDE-CLIENTE - el numero de cliente, siete digitos.
      *-----------------------------------------------------------------
       110-PIDE-CLIENTE.
           MOVE "N" TO WS-CLIENTE-SW.
           DISPLAY "NUMERO DE CLIENTE (7 DIGITOS):".
           ACCEPT WS-CLIENTE-TXT.
           MOVE "DEP-CLIENTE"  TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-CLIENTE-TXT IS NUMERIC
               MOVE WS-CLIENTE-TXT TO WS-CLIENTE-NUM
               SET CLIENTE-VALIDO TO TRUE
           ELSE
               DISPLAY "EL NUMERO DE CLIENTE DEBE SER DE 7 DIGITOS."
               MOVE "DEP-CLIENTE"   TO WS-EXC-CAMPO
               MOVE WS-CLIENTE-TXT  TO WS-EXC-VALOR
               MOVE "CLIENTE NO NUMERICO" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           END-IF.

      *-----------------------------------------------------------------
      * 200-CAPTURA-DEPOSITO - cliente validado, importe y
      * confirmacion; nada se graba si algo no es valido o el
      * operador no confirma.
      *-----------------------------------------------------------------
       200-CAPTURA-DEPOSITO.
           PERFORM 110-PIDE-CLIENTE.
           IF CLIENTE-VALIDO
               PERFORM 210-VALIDA-CLIENTE
           END-IF.
           IF CLIENTE-VALIDO
               PERFORM 220-CUENTA-MEDIDORES
               IF WS-MEDIDORES-ACTIVOS = ZERO
                   DISPLAY "EL CLIENTE NO TIENE MEDIDORES ACTIVOS; EL "
                       "DEPOSITO ES DE CLIENTES MEDIDOS."
                   MOVE "DEP-CLIENTE"   TO WS-EXC-CAMPO
                   MOVE WS-CLIENTE-TXT  TO WS-EXC-VALOR
                   MOVE "CLIENTE SIN MEDIDOR ACTIVO" TO WS-EXC-RAZON
                   PERFORM 900-GRABA-EXCEPCION
                   MOVE "N" TO WS-CLIENTE-SW
               END-IF
           END-IF.
           IF CLIENTE-VALIDO
               PERFORM 230-REVISA-DEPOSITO
           END-IF.
           IF CLIENTE-VALIDO
               PERFORM 240-PIDE-IMPORTE
               IF IMPORTE-VALIDO
                   PERFORM 250-CONFIRMA-DEPOSITO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 210-VALIDA-CLIENTE - el cliente debe existir y no estar
      * cerrado ni en cierre de cuenta.
      *-----------------------------------------------------------------
       210-VALIDA-CLIENTE.
           OPEN INPUT CLIENTES-FILE.
           IF CLIENTES-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA EL MAESTRO DE CLIENTES."
               MOVE "N" TO WS-CLIENTE-SW
           ELSE
               MOVE WS-CLIENTE-NUM TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "EL CLIENTE " WS-CLIENTE-NUM " NO "
                           "ESTA EN EL MAESTRO."
                       MOVE "DEP-CLIENTE"   TO WS-EXC-CAMPO
                       MOVE WS-CLIENTE-TXT  TO WS-EXC-VALOR
                       MOVE "CLIENTE INEXISTENTE" TO WS-EXC-RAZON
                       PERFORM 900-GRABA-EXCEPCION
                       MOVE "N" TO WS-CLIENTE-SW
                   NOT INVALID KEY
                       DISPLAY "CLIENTE: " CLI-NUMERO " " CLI-NOMBRE
                           " " CLI-APELLIDOS
                       IF CLI-ES-CERRADO OR CLI-EN-CIERRE
                           DISPLAY "LA CUENTA ESTA CERRADA O EN "
                               "CIERRE; NO SE RECIBE DEPOSITO."
                           MOVE "DEP-CLIENTE"   TO WS-EXC-CAMPO
                           MOVE WS-CLIENTE-TXT  TO WS-EXC-VALOR
                           MOVE "CUENTA CERRADA O EN CIERRE"
                               TO WS-EXC-RAZON
                           PERFORM 900-GRABA-EXCEPCION
                           MOVE "N" TO WS-CLIENTE-SW
                       END-IF
               END-READ
               CLOSE CLIENTES-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 220-CUENTA-MEDIDORES - recorre el maestro de medidores y
      * cuenta los activos del cliente.
      *-----------------------------------------------------------------
       220-CUENTA-MEDIDORES.
           MOVE ZERO TO WS-MEDIDORES-ACTIVOS.
           OPEN INPUT MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE SPACES TO MED-ID
               START MEDIDORES-FILE KEY NOT < MED-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 225-LEE-MEDIDOR UNTIL MEDIDORES-EOF
               END-START
               CLOSE MEDIDORES-FILE
           END-IF.

       225-LEE-MEDIDOR.
           READ MEDIDORES-FILE NEXT RECORD
               AT END
                   SET MEDIDORES-EOF TO TRUE
               NOT AT END
                   IF MED-CLIENTE = WS-CLIENTE-NUM
                       AND MED-ESTA-ACTIVO
                       AND WS-MEDIDORES-ACTIVOS < 99
                       ADD 1 TO WS-MEDIDORES-ACTIVOS
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 230-REVISA-DEPOSITO - un cliente tiene a lo mas un deposito
      * retenido; el de una vida anterior de la cuenta, ya aplicado o
      * reembolsado, se regraba.
      *-----------------------------------------------------------------
       230-REVISA-DEPOSITO.
           MOVE "N" TO WS-DEPOSITO-PREVIO-SW.
           MOVE WS-CLIENTE-NUM TO DEP-CLIENTE.
           READ DEPOSITOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DEP-ES-RETENIDO
                       COMPUTE WS-RETENIDO = DEP-IMPORTE + DEP-INTERES
                       MOVE WS-RETENIDO TO WS-IMPORTE-EDITADO
                       DISPLAY "EL CLIENTE YA TIENE UN DEPOSITO "
                           "RETENIDO DEL " DEP-FECHA-RECIBO ": "
                           WS-IMPORTE-EDITADO
                       MOVE "DEP-CLIENTE"   TO WS-EXC-CAMPO
                       MOVE WS-CLIENTE-TXT  TO WS-EXC-VALOR
                       MOVE "DEPOSITO YA RETENIDO" TO WS-EXC-RAZON
                       PERFORM 900-GRABA-EXCEPCION
                       MOVE "N" TO WS-CLIENTE-SW
                   ELSE
                       SET HAY-DEPOSITO-PREVIO TO TRUE
                   END-IF
           END-READ.

       240-PIDE-IMPORTE.
           MOVE "N" TO WS-IMPORTE-SW.
           DISPLAY "IMPORTE DEL DEPOSITO (9 DIGITOS, CENTAVOS "
               "IMPLICITOS):".
           ACCEPT WS-IMPORTE-TXT.
           MOVE "DEP-IMPORTE"   TO WS-AUDIT-CAMPO.
           MOVE WS-IMPORTE-TXT  TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-IMPORTE-TXT IS NUMERIC
               MOVE WS-IMPORTE-TXT TO WS-IMPORTE-MOV (1:9)
               IF WS-IMPORTE-MOV = ZERO
                   DISPLAY "EL IMPORTE NO PUEDE SER CERO."
                   MOVE "DEP-IMPORTE"  TO WS-EXC-CAMPO
                   MOVE WS-IMPORTE-TXT TO WS-EXC-VALOR
                   MOVE "IMPORTE EN CERO" TO WS-EXC-RAZON
                   PERFORM 900-GRABA-EXCEPCION
               ELSE
                   SET IMPORTE-VALIDO TO TRUE
               END-IF
           ELSE
               DISPLAY "EL IMPORTE DEBE SER UN NUMERO DE 9 DIGITOS."
               MOVE "DEP-IMPORTE"   TO WS-EXC-CAMPO
               MOVE WS-IMPORTE-TXT  TO WS-EXC-VALOR
               MOVE "IMPORTE NO NUMERICO" TO WS-EXC-RAZON
               PERFORM 900-GRABA-EXCEPCION
           END-IF.

       250-CONFIRMA-DEPOSITO.
           MOVE WS-IMPORTE-MOV TO WS-IMPORTE-EDITADO.
           DISPLAY "SE RECIBE UN DEPOSITO DE " WS-IMPORTE-EDITADO
               " DEL CLIENTE " WS-CLIENTE-NUM " A "
               WS-TASA-EDITADA " POR CIENTO ANUAL.".
           DISPLAY "CONFIRMA (S/N):".
           ACCEPT WS-CONFIRMA.
           MOVE "CONFIRMA-DEPOS" TO WS-AUDIT-CAMPO.
           MOVE WS-CONFIRMA      TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF CONFIRMA-DEPOSITO
               PERFORM 400-GRABA-DEPOSITO
           ELSE
               DISPLAY "DEPOSITO CANCELADO; NO SE GRABO NADA."
           END-IF.

      *-----------------------------------------------------------------
      * 300-CONSULTA-DEPOSITO - el deposito de un cliente con lo
      * retenido, su tasa, el interes abonado y su estado.
      *-----------------------------------------------------------------
       300-CONSULTA-DEPOSITO.
           PERFORM 110-PIDE-CLIENTE.
           IF CLIENTE-VALIDO
               MOVE WS-CLIENTE-NUM TO DEP-CLIENTE
               READ DEPOSITOS-FILE
                   INVALID KEY
                       DISPLAY "EL CLIENTE " WS-CLIENTE-NUM " NO "
                           "TIENE DEPOSITO EN GARANTIA."
                   NOT INVALID KEY
                       PERFORM 310-MUESTRA-DEPOSITO
               END-READ
           END-IF.

       310-MUESTRA-DEPOSITO.
           DISPLAY "DEPOSITO DEL CLIENTE " DEP-CLIENTE
               " RECIBIDO EL " DEP-FECHA-RECIBO " POR " DEP-OPERADOR.
           MOVE DEP-IMPORTE TO WS-IMPORTE-EDITADO.
           DISPLAY "  IMPORTE:           " WS-IMPORTE-EDITADO.
           MOVE DEP-INTERES TO WS-IMPORTE-EDITADO.
           DISPLAY "  INTERES ABONADO:   " WS-IMPORTE-EDITADO
               " (HASTA " DEP-FECHA-INTERES ")".
           COMPUTE WS-TASA-PCT = DEP-TASA / 100.
           MOVE WS-TASA-PCT TO WS-TASA-EDITADA.
           DISPLAY "  TASA ANUAL:        " WS-TASA-EDITADA
               " POR CIENTO".
           EVALUATE TRUE
               WHEN DEP-ES-RETENIDO
                   COMPUTE WS-RETENIDO = DEP-IMPORTE + DEP-INTERES
                   MOVE WS-RETENIDO TO WS-IMPORTE-EDITADO
                   DISPLAY "  ESTADO: RETENIDO; TOTAL RETENIDO "
                       WS-IMPORTE-EDITADO
               WHEN DEP-ES-APLICADO
                   MOVE DEP-IMPORTE-APLICADO TO WS-IMPORTE-EDITADO
                   DISPLAY "  ESTADO: APLICADO EL " DEP-FECHA-ESTADO
                       " A LA FACTURA " DEP-FACTURA ": "
                       WS-IMPORTE-EDITADO
               WHEN DEP-ES-REEMBOLSADO
                   MOVE DEP-IMPORTE-APLICADO TO WS-IMPORTE-EDITADO
                   DISPLAY "  ESTADO: REEMBOLSADO EL "
                       DEP-FECHA-ESTADO "; APLICADO A LA FACTURA "
                       DEP-FACTURA ": " WS-IMPORTE-EDITADO
                   MOVE DEP-IMPORTE-REEMBOLSO TO WS-IMPORTE-EDITADO
                   DISPLAY "  REMANENTE A FAVOR (LO DEVUELVE "
                       "98-PROGRAMA): " WS-IMPORTE-EDITADO
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 400-GRABA-DEPOSITO - da de alta (o regraba) el deposito
      * retenido con la tasa vigente y anexa su recibo a DEPMOV.DAT.
      *-----------------------------------------------------------------
       400-GRABA-DEPOSITO.
           MOVE WS-CLIENTE-NUM   TO DEP-CLIENTE.
           MOVE WS-IMPORTE-MOV   TO DEP-IMPORTE.
           MOVE ZERO             TO DEP-INTERES.
           MOVE WS-FECHA-NEGOCIO TO DEP-FECHA-RECIBO.
           MOVE WS-TASA-DEPOSITO TO DEP-TASA.
           MOVE WS-FECHA-NEGOCIO TO DEP-FECHA-INTERES.
           SET  DEP-ES-RETENIDO  TO TRUE.
           MOVE WS-FECHA-NEGOCIO TO DEP-FECHA-ESTADO.
           MOVE ZERO             TO DEP-FACTURA.
           MOVE ZERO             TO DEP-IMPORTE-APLICADO.
           MOVE ZERO             TO DEP-IMPORTE-REEMBOLSO.
           MOVE WS-OPERADOR      TO DEP-OPERADOR.
           IF HAY-DEPOSITO-PREVIO
               REWRITE DEPOSITO-RECORD
           ELSE
               WRITE DEPOSITO-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL DEPOSITO DEL "
                           "CLIENTE " WS-CLIENTE-NUM "."
               END-WRITE
           END-IF.

           MOVE WS-CLIENTE-NUM   TO DMV-CLIENTE.
           MOVE WS-FECHA-NEGOCIO TO DMV-FECHA.
           SET  DMV-RECIBO       TO TRUE.
           MOVE WS-IMPORTE-MOV   TO DMV-IMPORTE.
           MOVE ZERO             TO DMV-FACTURA.
           MOVE WS-OPERADOR      TO DMV-OPERADOR.
           OPEN EXTEND DEPOSITO-MOV-FILE.
           IF DEPMOV-NO-EXISTE
               OPEN OUTPUT DEPOSITO-MOV-FILE
           END-IF.
           WRITE DEPOSITO-MOV-RECORD.
           CLOSE DEPOSITO-MOV-FILE.

           ADD 1 TO WS-CONTADOR-DEPOSITOS.
           DISPLAY "DEPOSITO RETENIDO DEL CLIENTE " WS-CLIENTE-NUM
               ": " WS-IMPORTE-EDITADO.
           MOVE "DEPOSITO-ALTA" TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT  TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 900-GRABA-EXCEPCION - añade una entrada a EXCEPCION.DAT con el
      * campo, el valor y la razon del intento invalido, igual que la
      * captura de transacciones.
      *-----------------------------------------------------------------
       900-GRABA-EXCEPCION.
           MOVE "B5-PROGRAMA" TO EXC-PROGRAMA.
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
      * acaba de ACCEPT-ar o aplicar y la hora en que ocurrio.
      *-----------------------------------------------------------------
       950-GRABA-AUDITORIA.
           MOVE "D"           TO ALG-TIPO-REGISTRO.
           MOVE "B5-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "B5-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM B5-PROGRAMA.
