      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cierre de cuenta de un cliente: toma la lectura final
      *          de cada medidor activo del cliente (LECTFIN.DAT,
      *          que la facturacion de consumo, 75-PROGRAMA, factura
      *          como su ultima lectura real), da de baja sus
      *          contratos recurrentes de CONTRATOS.DAT para que
      *          70-PROGRAMA deje de facturarlos, abre el cierre en
      *          CIERRES.DAT y pasa al cliente a "en cierre" (E) en
      *          el maestro, con su bitacora. La cuenta no llega a
      *          cerrada desde aqui: los estados de cierre
      *          (B4-PROGRAMA) la cierran cuando la factura final
      *          queda pagada, y mientras tanto cobranza la ve en
      *          cierre. Reservada a supervisores, como el
      *          mantenimiento del maestro (27-PROGRAMA); firma
      *          validada y cada ACCEPT auditado.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Each contract ended by the closure is stamped
      *                 with the business date as its end date, so
      *                 the recurring run (70-PROGRAMA) bills or
      *                 credits the closing month by days in service.
      * 2026-10-15 RSM  Sign-on now checks the batch-window flag
      *                 (VENTANA.DAT, shared VERVENT.CPY): while the
      *                 nightly run is in progress the session is
      *                 inquiry-only and shows the forecast end time,
      *                 unless a supervisor authorizes updates; each
      *                 authorization is audited and alerted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. B3-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
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

           SELECT MEDIDOR-SALDO-FILE
               ASSIGN TO "MEDSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSA-MEDIDOR
               FILE STATUS IS WS-MEDSALDO-STATUS.

           SELECT CONTRATOS-FILE
               ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-NUMERO
               FILE STATUS IS WS-CONTRATOS-STATUS.

           SELECT LECTURA-FINAL-FILE
               ASSIGN TO "LECTFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LFI-MEDIDOR
               FILE STATUS IS WS-LECTFIN-STATUS.

           SELECT CIERRES-FILE
               ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIE-CLIENTE
               FILE STATUS IS WS-CIERRES-STATUS.

           SELECT CLIENTES-JOURNAL-FILE
               ASSIGN TO "CLIJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLIJRNL-STATUS.

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

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.B3.DAT"
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
       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  MEDIDORES-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDIDORES.

       FD  MEDIDOR-SALDO-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDSALDO.

       FD  CONTRATOS-FILE
           LABEL RECORD IS STANDARD.
           COPY CONTRATOS.

       FD  LECTURA-FINAL-FILE
           LABEL RECORD IS STANDARD.
           COPY LECTFIN.

       FD  CIERRES-FILE
           LABEL RECORD IS STANDARD.
           COPY CIERRE.

       FD  CLIENTES-JOURNAL-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIJRNL.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

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
      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE MEDIDORES-FILE: VIENE DE MEDSTS.CPY.
           COPY MEDSTS.

      *-FILE STATUS/88-LEVEL DE MEDIDOR-SALDO-FILE: VIENE DE
      *-MSALSTS.CPY.
           COPY MSALSTS.

      *-FILE STATUS/88-LEVEL DE CONTRATOS-FILE: VIENE DE
      *-CONTRSTS.CPY.
           COPY CONTRSTS.

      *-FILE STATUS/88-LEVEL DE LECTURA-FINAL-FILE: VIENE DE
      *-LFISTS.CPY.
           COPY LFISTS.

      *-FILE STATUS/88-LEVEL DE CIERRES-FILE: VIENE DE CIESTS.CPY.
           COPY CIESTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-JOURNAL-FILE: VIENE DE
      *-CLIJSTS.CPY.
           COPY CLIJSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

      *-FILE STATUS/88-LEVEL DE AUDIT-LOG-FILE: VIENE DE AUDITSTS.CPY.
           COPY AUDITSTS.

      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "B3-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

      *-BANDERA DEL CONTROL DE ROL: EL CIERRE DE CUENTA ES DE
      *-SUPERVISORES.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-IMAGENES Y DATOS DE LA ENTRADA DE BITACORA DEL MAESTRO, PARA
      *-EL PARRAFO COMPARTIDO GRABA-JOURNAL-CLIENTES.
       01  WS-CJR-PROGRAMA PIC X(11) VALUE "B3-PROGRAMA".
       01  WS-CJR-ACCION   PIC X     VALUE SPACE.
       01  WS-CJR-ANTES    PIC X(68) VALUE SPACES.
       01  WS-CJR-DESPUES  PIC X(68) VALUE SPACES.
       01  WS-CJR-FECHA    PIC 9(8)  VALUE ZERO.
       01  WS-CJR-HORA     PIC 9(8)  VALUE ZERO.

       01  WS-HAY-MEDIDORES-SW PIC X VALUE "S".
           88  HAY-MAESTRO-MEDIDORES VALUE "S".
       01  WS-HAY-MEDSALDO-SW PIC X VALUE "S".
           88  HAY-SALDOS-MEDIDOR VALUE "S".
       01  WS-HAY-CONTRATOS-SW PIC X VALUE "S".
           88  HAY-MAESTRO-CONTRATOS VALUE "S".

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-CIERRE    VALUE "C" "c".
           88  OPCION-LISTA     VALUE "L" "l".
           88  OPCION-SALIR     VALUE "9".

      *-CAMPOS DE CAPTURA; EL CLIENTE Y LAS LECTURAS SE TECLEAN COMO
      *-TEXTO Y SOLO SE MUEVEN CUANDO SON NUMERICOS.
       01  WS-CLIENTE-TXT   PIC X(7) VALUE SPACES.
       01  WS-CLIENTE-NUM   PIC 9(7) VALUE ZERO.
       01  WS-LECTURA-TXT   PIC X(6) VALUE SPACES.
       01  WS-CONFIRMA      PIC X    VALUE SPACE.
           88  CONFIRMA-CIERRE VALUE "S" "s".

       01  WS-CLIENTE-VALIDO-SW PIC X VALUE "N".
           88  CLIENTE-VALIDO VALUE "S".
       01  WS-CAPTURA-VALIDA-SW PIC X VALUE "S".
           88  CAPTURA-VALIDA VALUE "S".

      *-UN CIERRE ANTERIOR YA TERMINADO DEL MISMO CLIENTE (REACTIVADO
      *-DESPUES) SE REGRABA EN VEZ DE DARSE DE ALTA.
       01  WS-CIERRE-PREVIO-SW PIC X VALUE "N".
           88  HAY-CIERRE-PREVIO VALUE "S".

      *-MEDIDORES ACTIVOS DEL CLIENTE QUE CIERRA: LA ULTIMA LECTURA
      *-REAL YA FACTURADA (LA ULTIMA FACTURADA MENOS LO ESTIMADO
      *-PENDIENTE) Y LA LECTURA FINAL TECLEADA, QUE NO PUEDE SER
      *-MENOR.
       01  WS-CANTIDAD-MEDIDORES PIC 99 VALUE ZERO.
       01  WS-TABLA-MEDIDORES.
           05  WS-MEDIDOR-ENT OCCURS 20 TIMES.
               10  MCI-ID          PIC X(8).
               10  MCI-ULTIMA      PIC 9(6).
               10  MCI-FINAL       PIC 9(6).
       01  WS-IDX-MED PIC 99 VALUE ZERO.

       01  WS-CONTRATOS-BAJA PIC 999 VALUE ZERO.

       01  WS-IMPORTE-EDITADO PIC -ZZZZZZ9.99.

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-LISTA     PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-CIERRES   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           IF NOT FIRMA-ES-SUPERVISOR
               DISPLAY "ESTA TRANSACCION ESTA RESERVADA A "
                   "SUPERVISORES; LA CORRIDA TERMINA."
               MOVE "ROL-RECHAZADO" TO WS-AUDIT-CAMPO
               MOVE WS-OPERADOR     TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 080-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               DISPLAY "EL MES DE NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                   " YA ESTA CERRADO A CONTABILIDAD; NO SE "
                   "CIERRAN CUENTAS."
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CLIENTES-FILE.
           IF CLIENTES-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA EL MAESTRO DE CLIENTES."
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               STOP RUN
           END-IF.
           PERFORM 060-ABRE-ARCHIVOS.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           PERFORM 070-CIERRA-ARCHIVOS.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           DISPLAY "CUENTAS PUESTAS EN CIERRE: " WS-CONTADOR-CIERRES.

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
      * 060-ABRE-ARCHIVOS - los maestros que el cierre consulta o
      * mantiene. Las lecturas finales y los cierres se crean vacios
      * la primera vez; sin medidores, sin saldos de medidor o sin
      * contratos el cierre sigue con lo que haya.
      *-----------------------------------------------------------------
       060-ABRE-ARCHIVOS.
           OPEN INPUT MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE
               MOVE "N" TO WS-HAY-MEDIDORES-SW
               DISPLAY "NO EXISTE MEDIDORES.DAT: NO HAY LECTURAS "
                   "FINALES QUE TOMAR."
           END-IF.
           OPEN INPUT MEDIDOR-SALDO-FILE.
           IF MEDSALDO-NO-EXISTE
               MOVE "N" TO WS-HAY-MEDSALDO-SW
           END-IF.
           OPEN I-O CONTRATOS-FILE.
           IF CONTRATOS-NO-EXISTE
               MOVE "N" TO WS-HAY-CONTRATOS-SW
           END-IF.
           OPEN I-O LECTURA-FINAL-FILE.
           IF LECTFIN-NO-EXISTE
               OPEN OUTPUT LECTURA-FINAL-FILE
               CLOSE LECTURA-FINAL-FILE
               OPEN I-O LECTURA-FINAL-FILE
           END-IF.
           OPEN I-O CIERRES-FILE.
           IF CIERRES-NO-EXISTE
               OPEN OUTPUT CIERRES-FILE
               CLOSE CIERRES-FILE
               OPEN I-O CIERRES-FILE
           END-IF.

       070-CIERRA-ARCHIVOS.
           CLOSE CLIENTES-FILE.
           IF HAY-MAESTRO-MEDIDORES
               CLOSE MEDIDORES-FILE
           END-IF.
           IF HAY-SALDOS-MEDIDOR
               CLOSE MEDIDOR-SALDO-FILE
           END-IF.
           IF HAY-MAESTRO-CONTRATOS
               CLOSE CONTRATOS-FILE
           END-IF.
           CLOSE LECTURA-FINAL-FILE.
           CLOSE CIERRES-FILE.

      *-----------------------------------------------------------------
      * 080-AUDITA-VENTANA - deja en la auditoria como quedo la sesion
      * frente a la ventana batch: solo consulta, o la actualizacion
      * autorizada con el ID del supervisor que la autorizo.
      *-----------------------------------------------------------------
       080-AUDITA-VENTANA.
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
      * 085-RECHAZA-ACTUALIZACION - una opcion que actualiza, pedida
      * mientras la corrida nocturna esta en curso sin autorizacion.
      *-----------------------------------------------------------------
       085-RECHAZA-ACTUALIZACION.
           DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO: ESTA SESION ES "
               "DE SOLO CONSULTA.".
           MOVE "VENTANA-RECHAZO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION         TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 100-TRANSACCION - menu del cierre de cuentas: cerrar la cuenta
      * de un cliente, listar las cuentas en cierre o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "CIERRE DE CUENTAS DE CLIENTES".
           DISPLAY "  C - CERRAR LA CUENTA DE UN CLIENTE".
           DISPLAY "  L - LISTAR CUENTAS EN CIERRE".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-CIERRE" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION       TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-CIERRE)
                   PERFORM 085-RECHAZA-ACTUALIZACION
               WHEN OPCION-CIERRE
                   PERFORM 200-CIERRA-CUENTA
               WHEN OPCION-LISTA
                   PERFORM 300-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-CIERRA-CUENTA - captura el cliente, junta sus medidores
      * activos, pide la lectura final de cada uno y, confirmado,
      * aplica el cierre. Nada se graba si alguna lectura no es
      * valida o el operador no confirma.
      *-----------------------------------------------------------------
       200-CIERRA-CUENTA.
           PERFORM 210-PIDE-CLIENTE.
           IF CLIENTE-VALIDO
               PERFORM 220-JUNTA-MEDIDORES
               MOVE "S" TO WS-CAPTURA-VALIDA-SW
               PERFORM 230-PIDE-LECTURA-FINAL
                   VARYING WS-IDX-MED FROM 1 BY 1
                   UNTIL WS-IDX-MED > WS-CANTIDAD-MEDIDORES
                       OR NOT CAPTURA-VALIDA
               IF CAPTURA-VALIDA
                   PERFORM 240-CONFIRMA-CIERRE
               ELSE
                   DISPLAY "LECTURA FINAL NO VALIDA; LA CUENTA NO "
                       "SE CIERRA."
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 210-PIDE-CLIENTE - el cliente debe existir y no estar cerrado
      * ni ya en cierre.
      *-----------------------------------------------------------------
       210-PIDE-CLIENTE.
           MOVE "N" TO WS-CLIENTE-VALIDO-SW.
           DISPLAY "NUMERO DE CLIENTE (7 DIGITOS):".
           ACCEPT WS-CLIENTE-TXT.
           MOVE "CIE-CLIENTE"   TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT  TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-CLIENTE-TXT IS NOT NUMERIC
               DISPLAY "EL CLIENTE DEBE SER DE 7 DIGITOS."
           ELSE
               MOVE WS-CLIENTE-TXT TO WS-CLIENTE-NUM
               MOVE WS-CLIENTE-NUM TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE EL CLIENTE "
                           WS-CLIENTE-TXT "."
                   NOT INVALID KEY
                       PERFORM 215-REVISA-ESTADO
               END-READ
           END-IF.

       215-REVISA-ESTADO.
           DISPLAY "CLIENTE: " CLI-NUMERO " " CLI-NOMBRE " "
               CLI-APELLIDOS.
           EVALUATE TRUE
               WHEN CLI-ES-CERRADO
                   DISPLAY "LA CUENTA YA ESTA CERRADA DESDE "
                       CLI-FECHA-ESTADO "."
               WHEN CLI-EN-CIERRE
                   DISPLAY "LA CUENTA YA ESTA EN CIERRE DESDE "
                       CLI-FECHA-ESTADO "; LA CIERRAN LOS ESTADOS "
                       "DE CIERRE CUANDO QUEDE PAGADA."
               WHEN OTHER
                   MOVE "N" TO WS-CIERRE-PREVIO-SW
                   MOVE WS-CLIENTE-NUM TO CIE-CLIENTE
                   READ CIERRES-FILE
                       INVALID KEY
                           SET CLIENTE-VALIDO TO TRUE
                       NOT INVALID KEY
                           IF CIE-CERRADA
                               SET HAY-CIERRE-PREVIO TO TRUE
                               SET CLIENTE-VALIDO TO TRUE
                           ELSE
                               DISPLAY "EL CLIENTE TIENE UN CIERRE "
                                   "ABIERTO DEL " CIE-FECHA "."
                           END-IF
                   END-READ
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 220-JUNTA-MEDIDORES - recorre el maestro de medidores y junta
      * los activos del cliente, cada uno con su ultima lectura real
      * ya facturada de MEDSALDO.DAT (sin historia, cero).
      *-----------------------------------------------------------------
       220-JUNTA-MEDIDORES.
           MOVE ZERO TO WS-CANTIDAD-MEDIDORES.
           IF HAY-MAESTRO-MEDIDORES
               MOVE SPACES TO MED-ID
               START MEDIDORES-FILE KEY NOT < MED-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 225-LEE-MEDIDOR UNTIL MEDIDORES-EOF
               END-START
           END-IF.
           DISPLAY "MEDIDORES ACTIVOS DEL CLIENTE: "
               WS-CANTIDAD-MEDIDORES.

       225-LEE-MEDIDOR.
           READ MEDIDORES-FILE NEXT RECORD
               AT END
                   SET MEDIDORES-EOF TO TRUE
               NOT AT END
                   IF MED-CLIENTE = WS-CLIENTE-NUM
                       AND MED-ESTA-ACTIVO
                       AND WS-CANTIDAD-MEDIDORES < 20
                       ADD 1 TO WS-CANTIDAD-MEDIDORES
                       MOVE MED-ID TO MCI-ID (WS-CANTIDAD-MEDIDORES)
                       MOVE ZERO TO MCI-ULTIMA (WS-CANTIDAD-MEDIDORES)
                       MOVE ZERO TO MCI-FINAL (WS-CANTIDAD-MEDIDORES)
                       PERFORM 227-BUSCA-ULTIMA-LECTURA
                   END-IF
           END-READ.

       227-BUSCA-ULTIMA-LECTURA.
           IF HAY-SALDOS-MEDIDOR
               MOVE MED-ID TO MSA-MEDIDOR
               READ MEDIDOR-SALDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE MCI-ULTIMA (WS-CANTIDAD-MEDIDORES) =
                           MSA-ULT-VALOR - MSA-EST-PENDIENTE
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 230-PIDE-LECTURA-FINAL - la lectura final de un medidor: seis
      * digitos, no menor que la ultima lectura real facturada.
      *-----------------------------------------------------------------
       230-PIDE-LECTURA-FINAL.
           DISPLAY "MEDIDOR " MCI-ID (WS-IDX-MED)
               " ULTIMA LECTURA REAL " MCI-ULTIMA (WS-IDX-MED).
           DISPLAY "LECTURA FINAL (6 DIGITOS):".
           ACCEPT WS-LECTURA-TXT.
           MOVE "LFI-LECTURA"   TO WS-AUDIT-CAMPO.
           MOVE SPACES          TO WS-AUDIT-VALOR.
           STRING MCI-ID (WS-IDX-MED) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-LECTURA-TXT      DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-LECTURA-TXT IS NOT NUMERIC
               DISPLAY "LA LECTURA DEBE SER DE 6 DIGITOS."
               MOVE "N" TO WS-CAPTURA-VALIDA-SW
           ELSE
               MOVE WS-LECTURA-TXT TO MCI-FINAL (WS-IDX-MED)
               IF MCI-FINAL (WS-IDX-MED) < MCI-ULTIMA (WS-IDX-MED)
                   DISPLAY "LA LECTURA FINAL NO PUEDE SER MENOR QUE "
                       "LA ULTIMA REAL."
                   MOVE "N" TO WS-CAPTURA-VALIDA-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 240-CONFIRMA-CIERRE - resume lo que se va a hacer y lo aplica
      * solo con la confirmacion del operador.
      *-----------------------------------------------------------------
       240-CONFIRMA-CIERRE.
           DISPLAY "SE CIERRA LA CUENTA " WS-CLIENTE-NUM " CON "
               WS-CANTIDAD-MEDIDORES " LECTURAS FINALES; SUS "
               "CONTRATOS SE DAN DE BAJA.".
           DISPLAY "CONFIRMA (S/N):".
           ACCEPT WS-CONFIRMA.
           MOVE "CONFIRMA-CIERRE" TO WS-AUDIT-CAMPO.
           MOVE WS-CONFIRMA       TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF CONFIRMA-CIERRE
               PERFORM 400-APLICA-CIERRE
           ELSE
               DISPLAY "CIERRE CANCELADO; NO SE GRABO NADA."
           END-IF.

      *-----------------------------------------------------------------
      * 300-LISTA - los cierres que todavia no terminan, con lo que
      * esperan: la factura de las lecturas finales o el pago del
      * saldo neto.
      *-----------------------------------------------------------------
       300-LISTA.
           MOVE ZERO TO WS-CONTADOR-LISTA.
           MOVE ZERO TO CIE-CLIENTE.
           START CIERRES-FILE KEY NOT < CIE-CLIENTE
               INVALID KEY
                   DISPLAY "NO HAY CIERRES REGISTRADOS."
               NOT INVALID KEY
                   PERFORM 310-LISTA-CIERRE UNTIL CIERRES-EOF
                   DISPLAY "CUENTAS EN CIERRE: " WS-CONTADOR-LISTA
           END-START.

       310-LISTA-CIERRE.
           READ CIERRES-FILE NEXT RECORD
               AT END
                   SET CIERRES-EOF TO TRUE
               NOT AT END
                   IF NOT CIE-CERRADA
                       ADD 1 TO WS-CONTADOR-LISTA
                       MOVE CIE-SALDO TO WS-IMPORTE-EDITADO
                       IF CIE-ESPERA-LECTURA
                           DISPLAY "  CLIENTE " CIE-CLIENTE
                               " DESDE " CIE-FECHA
                               " ESPERA FACTURA FINAL"
                       ELSE
                           DISPLAY "  CLIENTE " CIE-CLIENTE
                               " DESDE " CIE-FECHA
                               " ESPERA PAGO DE " WS-IMPORTE-EDITADO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-APLICA-CIERRE - graba las lecturas finales, da de baja los
      * contratos, abre el cierre y pasa al cliente a en cierre con
      * su entrada de bitacora.
      *-----------------------------------------------------------------
       400-APLICA-CIERRE.
           PERFORM 410-GRABA-LECTURA-FINAL
               VARYING WS-IDX-MED FROM 1 BY 1
               UNTIL WS-IDX-MED > WS-CANTIDAD-MEDIDORES.
           PERFORM 420-BAJA-CONTRATOS.
           PERFORM 430-GRABA-CIERRE.
           PERFORM 440-MARCA-CLIENTE.
           ADD 1 TO WS-CONTADOR-CIERRES.
           DISPLAY "CUENTA " WS-CLIENTE-NUM " EN CIERRE; "
               WS-CONTRATOS-BAJA " CONTRATOS DADOS DE BAJA.".
           MOVE "CUENTA-EN-CIERRE" TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT     TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

       410-GRABA-LECTURA-FINAL.
           MOVE MCI-ID (WS-IDX-MED)    TO LFI-MEDIDOR.
           MOVE WS-CLIENTE-NUM         TO LFI-CLIENTE.
           MOVE WS-FECHA-NEGOCIO       TO LFI-FECHA.
           MOVE MCI-FINAL (WS-IDX-MED) TO LFI-LECTURA.
           MOVE WS-OPERADOR            TO LFI-OPERADOR.
           SET  LFI-PENDIENTE          TO TRUE.
           MOVE ZERO                   TO LFI-FACTURA.
           WRITE LECTURA-FINAL-RECORD
               INVALID KEY
                   REWRITE LECTURA-FINAL-RECORD
           END-WRITE.

      *-----------------------------------------------------------------
      * 420-BAJA-CONTRATOS - todo contrato activo del cliente queda
      * inactivo con la fecha de negocio como fecha de fin, y la
      * facturacion recurrente deja de facturarlo despues de
      * prorratear su ultimo mes a los dias de servicio.
      *-----------------------------------------------------------------
       420-BAJA-CONTRATOS.
           MOVE ZERO TO WS-CONTRATOS-BAJA.
           IF HAY-MAESTRO-CONTRATOS
               MOVE ZERO TO CON-NUMERO
               START CONTRATOS-FILE KEY NOT < CON-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 425-LEE-CONTRATO UNTIL CONTRATOS-EOF
               END-START
           END-IF.

       425-LEE-CONTRATO.
           READ CONTRATOS-FILE NEXT RECORD
               AT END
                   SET CONTRATOS-EOF TO TRUE
               NOT AT END
                   IF CON-CLIENTE = WS-CLIENTE-NUM
                       AND CON-ESTA-ACTIVO
                       MOVE "N" TO CON-ACTIVO
                       MOVE WS-FECHA-NEGOCIO TO CON-FECHA-FIN
                       REWRITE CONTRATO-RECORD
                       ADD 1 TO WS-CONTRATOS-BAJA
                       MOVE "CONTRATO-BAJA" TO WS-AUDIT-CAMPO
                       MOVE CON-NUMERO      TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
                   END-IF
           END-READ.

       430-GRABA-CIERRE.
           MOVE WS-CLIENTE-NUM        TO CIE-CLIENTE.
           MOVE WS-FECHA-NEGOCIO      TO CIE-FECHA.
           MOVE WS-OPERADOR           TO CIE-OPERADOR.
           SET  CIE-ESPERA-LECTURA    TO TRUE.
           MOVE WS-CANTIDAD-MEDIDORES TO CIE-MEDIDORES.
           MOVE WS-CONTRATOS-BAJA     TO CIE-CONTRATOS.
           MOVE ZERO                  TO CIE-SALDO.
           MOVE ZERO                  TO CIE-FECHA-CIERRE.
           IF HAY-CIERRE-PREVIO
               REWRITE CIERRE-CUENTA-RECORD
           ELSE
               WRITE CIERRE-CUENTA-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL CIERRE DEL "
                           "CLIENTE " WS-CLIENTE-NUM "."
               END-WRITE
           END-IF.

       440-MARCA-CLIENTE.
           MOVE WS-CLIENTE-NUM TO CLI-NUMERO.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "EL CLIENTE " WS-CLIENTE-NUM " YA NO ESTA "
                       "EN EL MAESTRO."
               NOT INVALID KEY
                   MOVE CLIENTES-RECORD  TO WS-CJR-ANTES
                   SET  CLI-EN-CIERRE    TO TRUE
                   MOVE WS-FECHA-NEGOCIO TO CLI-FECHA-ESTADO
                   REWRITE CLIENTES-RECORD
                   MOVE CLIENTES-RECORD  TO WS-CJR-DESPUES
                   MOVE "C" TO WS-CJR-ACCION
                   PERFORM GRABA-JOURNAL-CLIENTES
           END-READ.

      *-----------------------------------------------------------------
      * GRABA-JOURNAL-CLIENTES - viene de CLIJPRO.CPY (compartido por
      * todo programa que escribe el maestro): anexa a CLIJRNL.DAT la
      * entrada con imagen anterior y posterior.
      *-----------------------------------------------------------------
           COPY CLIJPRO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * VALIDA-PERIODO-NEGOCIO - viene de VALPERIO.CPY (compartido
      * por todo programa que postea registros fechados): consulta el
      * control de periodos por el mes de la fecha de negocio.
      *-----------------------------------------------------------------
           COPY VALPERIO.

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
      * acaba de ACCEPT-ar o aplicar y la hora en que ocurrio.
      *-----------------------------------------------------------------
       950-GRABA-AUDITORIA.
           MOVE "D"           TO ALG-TIPO-REGISTRO.
           MOVE "B3-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "B3-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM B3-PROGRAMA.
