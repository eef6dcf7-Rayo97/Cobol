      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de agencias de cobranza: el maestro de
      *          agencias externas (AGENCIAS.DAT: nombre, activa) y el
      *          retiro de una cuenta colocada con una agencia
      *          (COLOCA.DAT). Dar de alta o cambiar una agencia y
      *          retirar una cuenta es de supervisores y queda con su
      *          firma; consultar la colocacion de un cliente y
      *          listar las agencias es de cualquier operador. La
      *          comision de cada agencia se captura en TASAS.DAT
      *          (codigo CA + agencia, ver AGENCIA.CPY). Una cuenta
      *          retirada vuelve a la cobranza propia (63-PROGRAMA) y
      *          la colocacion nocturna (E9-PROGRAMA) ya no la manda
      *          sola a otra agencia.
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
       PROGRAM-ID. E8-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT AGENCIAS-FILE
               ASSIGN TO "AGENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CODIGO
               FILE STATUS IS WS-AGENCIAS-STATUS.

           SELECT COLOCA-FILE
               ASSIGN TO "COLOCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CLIENTE
               FILE STATUS IS WS-COLOCA-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.E8.DAT"
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
       FD  AGENCIAS-FILE
           LABEL RECORD IS STANDARD.
           COPY AGENCIA.

       FD  COLOCA-FILE
           LABEL RECORD IS STANDARD.
           COPY COLOCA.

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

      *-FILE STATUS/88-LEVEL DE AGENCIAS-FILE: VIENE DE AGESTS.CPY.
           COPY AGESTS.

      *-FILE STATUS/88-LEVEL DE COLOCA-FILE: VIENE DE COLSTS.CPY.
           COPY COLSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "E8-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-BANDERA DEL CONTROL DE ROL: CUALQUIER OPERADOR FIRMADO
      *-CONSULTA, PERO SOLO UN SUPERVISOR DA DE ALTA O RETIRA.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO: FECHA EL ALTA Y EL RETIRO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-AGENCIA   VALUE "A" "a".
           88  OPCION-RETIRA    VALUE "R" "r".
           88  OPCION-CONSULTA  VALUE "C" "c".
           88  OPCION-LISTA     VALUE "L" "l".
           88  OPCION-SALIR     VALUE "9".

      *-CAMPOS DE CAPTURA; EL CLIENTE SE TECLEA COMO TEXTO Y SOLO SE
      *-MUEVE CUANDO ES NUMERICO.
       01  WS-AGENCIA-TRABAJO  PIC X(4)  VALUE SPACES.
       01  WS-NOMBRE-TRABAJO   PIC X(30) VALUE SPACES.
       01  WS-ACTIVA-TRABAJO   PIC X     VALUE SPACE.
       01  WS-CLIENTE-TXT      PIC X(7)  VALUE SPACES.
       01  WS-CLIENTE-NUM      PIC 9(7)  VALUE ZERO.
       01  WS-CONFIRMA         PIC X     VALUE SPACE.
           88  CONFIRMA-SI     VALUE "S" "s".

      *-LA COMISION VIGENTE DE UNA AGENCIA A LA FECHA DE NEGOCIO, CON
      *-LA REGLA DE FECHA EFECTIVA DE SIEMPRE, PARA LA CONSULTA.
       01  WS-CODIGO-TASA      PIC X(10) VALUE SPACES.
       01  WS-TASA-COMISION    PIC 9(5)  VALUE ZERO.
       01  WS-EF-TASA          PIC 9(8)  VALUE ZERO.
       01  WS-HAY-TASA-SW      PIC X VALUE "N".
           88  HAY-TASA VALUE "S".
       01  WS-TASA-EDITADA     PIC ZZ9.99.

       01  WS-IMPORTE-EDITADO  PIC -ZZZZZZZZ9.99.
       01  WS-CONTADOR-LISTA   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O AGENCIAS-FILE.
           IF AGENCIAS-NO-EXISTE
               OPEN OUTPUT AGENCIAS-FILE
               CLOSE AGENCIAS-FILE
               OPEN I-O AGENCIAS-FILE
           END-IF.
           OPEN I-O COLOCA-FILE.
           IF COLOCA-NO-EXISTE
               OPEN OUTPUT COLOCA-FILE
               CLOSE COLOCA-FILE
               OPEN I-O COLOCA-FILE
           END-IF.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           CLOSE COLOCA-FILE.
           CLOSE AGENCIAS-FILE.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado para saber si puede dar de alta o retirar; sin
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
      * 100-TRANSACCION - menu de agencias: alta o cambio de agencia,
      * retiro de una cuenta colocada, consulta de la colocacion de
      * un cliente, lista o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "AGENCIAS DE COBRANZA".
           DISPLAY "  A - ALTA O CAMBIO DE AGENCIA (SUPERVISOR)".
           DISPLAY "  R - RETIRAR UNA CUENTA DE SU AGENCIA "
               "(SUPERVISOR)".
           DISPLAY "  C - CONSULTAR LA COLOCACION DE UN CLIENTE".
           DISPLAY "  L - LISTAR AGENCIAS".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-AGENCIA" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION        TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-AGENCIA OR OPCION-RETIRA)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-AGENCIA OR OPCION-RETIRA
                   IF FIRMA-ES-SUPERVISOR
                       IF OPCION-AGENCIA
                           PERFORM 200-AGENCIA
                       ELSE
                           PERFORM 300-RETIRA
                       END-IF
                   ELSE
                       DISPLAY "EL ALTA DE AGENCIAS Y EL RETIRO DE "
                           "CUENTAS ESTAN RESERVADOS A SUPERVISORES."
                       MOVE "ROL-RECHAZADO" TO WS-AUDIT-CAMPO
                       MOVE WS-OPERADOR     TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
                   END-IF
               WHEN OPCION-CONSULTA
                   PERFORM 400-CONSULTA
               WHEN OPCION-LISTA
                   PERFORM 500-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-AGENCIA - un codigo que ya existe se muestra y se cambia
      * (en blanco conserva); uno nuevo se da de alta activo, con
      * nombre obligatorio.
      *-----------------------------------------------------------------
       200-AGENCIA.
           DISPLAY "CODIGO DE LA AGENCIA (4 CARS):".
           ACCEPT WS-AGENCIA-TRABAJO.
           MOVE "AGE-CODIGO"       TO WS-AUDIT-CAMPO.
           MOVE WS-AGENCIA-TRABAJO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-AGENCIA-TRABAJO = SPACES
               DISPLAY "EL CODIGO NO PUEDE QUEDAR EN BLANCO."
           ELSE
               MOVE WS-AGENCIA-TRABAJO TO AGE-CODIGO
               READ AGENCIAS-FILE
                   INVALID KEY
                       PERFORM 210-ALTA
                   NOT INVALID KEY
                       PERFORM 220-CAMBIO
               END-READ
           END-IF.

       210-ALTA.
           DISPLAY "AGENCIA NUEVA. NOMBRE:".
           ACCEPT WS-NOMBRE-TRABAJO.
           MOVE "AGE-NOMBRE"      TO WS-AUDIT-CAMPO.
           MOVE WS-NOMBRE-TRABAJO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-NOMBRE-TRABAJO = SPACES
               DISPLAY "EL NOMBRE ES OBLIGATORIO; EL ALTA NO SE "
                   "APLICA."
           ELSE
               MOVE WS-AGENCIA-TRABAJO TO AGE-CODIGO
               MOVE WS-NOMBRE-TRABAJO  TO AGE-NOMBRE
               MOVE "S"                TO AGE-ACTIVA
               MOVE WS-OPERADOR        TO AGE-SUPERVISOR
               MOVE WS-FECHA-NEGOCIO   TO AGE-FECHA-ALTA
               WRITE AGENCIA-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA AGENCIA."
                   NOT INVALID KEY
                       DISPLAY "AGENCIA DADA DE ALTA; SU COMISION SE "
                           "CAPTURA EN TASAS CON EL CODIGO CA"
                           WS-AGENCIA-TRABAJO "."
                       MOVE "ALTA-AGENCIA"     TO WS-AUDIT-CAMPO
                       MOVE WS-AGENCIA-TRABAJO TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
               END-WRITE
           END-IF.

       220-CAMBIO.
           DISPLAY "AGENCIA: " AGE-CODIGO " " AGE-NOMBRE.
           DISPLAY "  ACTIVA: " AGE-ACTIVA " ALTA: " AGE-FECHA-ALTA
               " POR " AGE-SUPERVISOR.
           DISPLAY "NOMBRE NUEVO (EN BLANCO = CONSERVAR):".
           ACCEPT WS-NOMBRE-TRABAJO.
           IF WS-NOMBRE-TRABAJO NOT = SPACES
               MOVE WS-NOMBRE-TRABAJO TO AGE-NOMBRE
               MOVE "AGE-NOMBRE"      TO WS-AUDIT-CAMPO
               MOVE WS-NOMBRE-TRABAJO TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.
           DISPLAY "ACTIVA (S/N, EN BLANCO = CONSERVAR):".
           ACCEPT WS-ACTIVA-TRABAJO.
           IF WS-ACTIVA-TRABAJO = "S" OR WS-ACTIVA-TRABAJO = "N"
               MOVE WS-ACTIVA-TRABAJO TO AGE-ACTIVA
               MOVE "AGE-ACTIVA"      TO WS-AUDIT-CAMPO
               MOVE WS-ACTIVA-TRABAJO TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               IF WS-ACTIVA-TRABAJO = "N"
                   DISPLAY "LA AGENCIA YA NO RECIBE CUENTAS NUEVAS; "
                       "LAS YA COLOCADAS SIGUEN CON ELLA HASTA QUE "
                       "SE RETIREN."
               END-IF
           END-IF.
           REWRITE AGENCIA-RECORD.
           DISPLAY "CAMBIO APLICADO.".
           MOVE "CAMBIO-AGENCIA" TO WS-AUDIT-CAMPO.
           MOVE AGE-CODIGO       TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 300-RETIRA - la cuenta debe estar colocada y activa; con la
      * confirmacion del supervisor pasa a retirada con su firma y la
      * fecha de negocio, y la cobranza propia la retoma en la
      * siguiente corrida de cartas.
      *-----------------------------------------------------------------
       300-RETIRA.
           DISPLAY "NUMERO DE CLIENTE (7 DIGITOS):".
           ACCEPT WS-CLIENTE-TXT.
           MOVE "COL-CLIENTE"  TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-CLIENTE-TXT IS NOT NUMERIC
               DISPLAY "EL CLIENTE DEBE SER DE 7 DIGITOS."
           ELSE
               MOVE WS-CLIENTE-TXT TO WS-CLIENTE-NUM
               MOVE WS-CLIENTE-NUM TO COL-CLIENTE
               READ COLOCA-FILE
                   INVALID KEY
                       DISPLAY "EL CLIENTE " WS-CLIENTE-NUM
                           " NO ESTA COLOCADO CON NINGUNA AGENCIA."
                   NOT INVALID KEY
                       IF COL-ACTIVA
                           PERFORM 310-CONFIRMA-RETIRO
                       ELSE
                           DISPLAY "LA COLOCACION DEL CLIENTE YA NO "
                               "ESTA ACTIVA (ESTADO " COL-ESTADO
                               " DESDE " COL-FECHA-ESTADO ")."
                       END-IF
               END-READ
           END-IF.

       310-CONFIRMA-RETIRO.
           PERFORM 410-MUESTRA-COLOCACION.
           DISPLAY "RETIRAR LA CUENTA DE LA AGENCIA (S/N):".
           ACCEPT WS-CONFIRMA.
           MOVE "CONFIRMA"  TO WS-AUDIT-CAMPO.
           MOVE WS-CONFIRMA TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF CONFIRMA-SI
               SET  COL-RETIRADA     TO TRUE
               MOVE WS-FECHA-NEGOCIO TO COL-FECHA-ESTADO
               MOVE WS-OPERADOR      TO COL-OPERADOR
               REWRITE COLOCA-RECORD
               DISPLAY "CUENTA RETIRADA; LA COBRANZA PROPIA LA RETOMA "
                   "EN LA PROXIMA CORRIDA."
               MOVE "RETIRA-CUENTA" TO WS-AUDIT-CAMPO
               MOVE COL-CLIENTE     TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.

      *-----------------------------------------------------------------
      * 400-CONSULTA - la colocacion de un cliente, con la comision
      * vigente de su agencia.
      *-----------------------------------------------------------------
       400-CONSULTA.
           DISPLAY "NUMERO DE CLIENTE (7 DIGITOS):".
           ACCEPT WS-CLIENTE-TXT.
           IF WS-CLIENTE-TXT IS NOT NUMERIC
               DISPLAY "EL CLIENTE DEBE SER DE 7 DIGITOS."
           ELSE
               MOVE WS-CLIENTE-TXT TO WS-CLIENTE-NUM
               MOVE WS-CLIENTE-NUM TO COL-CLIENTE
               READ COLOCA-FILE
                   INVALID KEY
                       DISPLAY "EL CLIENTE " WS-CLIENTE-NUM
                           " NO ESTA COLOCADO CON NINGUNA AGENCIA."
                   NOT INVALID KEY
                       PERFORM 410-MUESTRA-COLOCACION
               END-READ
           END-IF.

       410-MUESTRA-COLOCACION.
           MOVE COL-AGENCIA TO AGE-CODIGO.
           READ AGENCIAS-FILE
               INVALID KEY
                   MOVE "** NO ESTA EN EL MAESTRO **" TO AGE-NOMBRE
           END-READ.
           PERFORM 600-BUSCA-TASA.
           DISPLAY "CLIENTE " COL-CLIENTE " COLOCADO CON "
               COL-AGENCIA " " AGE-NOMBRE.
           MOVE COL-SALDO TO WS-IMPORTE-EDITADO.
           DISPLAY "  EL " COL-FECHA " POR " WS-IMPORTE-EDITADO
               " EN " COL-FACTURAS " FACTURAS".
           MOVE COL-RECUPERADO TO WS-IMPORTE-EDITADO.
           DISPLAY "  RECUPERADO: " WS-IMPORTE-EDITADO
               " ULTIMO RECUPERO: " COL-FECHA-RECUPERO.
           MOVE COL-COMISION TO WS-IMPORTE-EDITADO.
           DISPLAY "  COMISION:   " WS-IMPORTE-EDITADO.
           EVALUATE TRUE
               WHEN COL-ACTIVA
                   DISPLAY "  ESTADO: ACTIVA"
               WHEN COL-SALDADA
                   DISPLAY "  ESTADO: SALDADA EL " COL-FECHA-ESTADO
               WHEN COL-RETIRADA
                   DISPLAY "  ESTADO: RETIRADA EL " COL-FECHA-ESTADO
                       " POR " COL-OPERADOR
           END-EVALUATE.
           IF HAY-TASA
               COMPUTE WS-TASA-EDITADA = WS-TASA-COMISION / 100
               DISPLAY "  COMISION VIGENTE DE LA AGENCIA: "
                   WS-TASA-EDITADA "% (" WS-CODIGO-TASA ")"
           ELSE
               DISPLAY "  LA AGENCIA NO TIENE COMISION VIGENTE EN "
                   "TASAS (" WS-CODIGO-TASA "); SUS RECUPEROS SE "
                   "RECHAZAN."
           END-IF.

      *-----------------------------------------------------------------
      * 500-LISTA - el maestro de agencias en orden de codigo.
      *-----------------------------------------------------------------
       500-LISTA.
           MOVE ZERO   TO WS-CONTADOR-LISTA.
           MOVE SPACES TO WS-AGENCIAS-STATUS.
           MOVE LOW-VALUES TO AGE-CODIGO.
           START AGENCIAS-FILE KEY NOT < AGE-CODIGO
               INVALID KEY
                   DISPLAY "EL MAESTRO DE AGENCIAS ESTA VACIO."
               NOT INVALID KEY
                   PERFORM 510-LISTA-AGENCIA UNTIL AGENCIAS-EOF
                   DISPLAY "AGENCIAS: " WS-CONTADOR-LISTA
           END-START.

       510-LISTA-AGENCIA.
           READ AGENCIAS-FILE NEXT RECORD
               AT END
                   SET AGENCIAS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTADOR-LISTA
                   DISPLAY "  " AGE-CODIGO " " AGE-NOMBRE
                       " ACTIVA: " AGE-ACTIVA
                       " ALTA: " AGE-FECHA-ALTA
           END-READ.

      *-----------------------------------------------------------------
      * 600-BUSCA-TASA - la comision de la agencia AGE-CODIGO vigente
      * a la fecha de negocio (codigo CA + agencia de TASAS.DAT, en
      * centesimos de porciento); sin renglon HAY-TASA queda apagado.
      *-----------------------------------------------------------------
       600-BUSCA-TASA.
           MOVE "N"    TO WS-HAY-TASA-SW.
           MOVE ZERO   TO WS-TASA-COMISION.
           MOVE ZERO   TO WS-EF-TASA.
           MOVE SPACES TO WS-CODIGO-TASA.
           STRING "CA"        DELIMITED BY SIZE
                  AGE-CODIGO  DELIMITED BY SPACE
               INTO WS-CODIGO-TASA.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 610-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

       610-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO = WS-CODIGO-TASA
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-TASA
                       SET  HAY-TASA TO TRUE
                       MOVE TAS-VALOR          TO WS-TASA-COMISION
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-TASA
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
           MOVE "E8-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "E8-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM E8-PROGRAMA.
