      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aceptacion de la lista de sucursales faltantes: la
      *          transaccion de supervisor que muestra la lista
      *          SUCFALTA.DAT que dejo la consolidacion de sucursales
      *          (F7-PROGRAMA) para la fecha de negocio en curso, con
      *          cada sucursal esperada que no entrego y su motivo, y
      *          la da por aceptada con la firma del supervisor y la
      *          hora. Con la lista aceptada, la reanudacion de la
      *          corrida nocturna libera el resumen y el posteo de
      *          transacciones que estaban retenidos. Todo dictamen
      *          queda en la auditoria del programa.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. F8-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SUCURSAL-FALTANTE-FILE
               ASSIGN TO "SUCFALTA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUCFALTA-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.F8.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT OPERADORES-FILE
               ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SUCURSAL-FALTANTE-FILE
           LABEL RECORD IS STANDARD.
           COPY SUCFALTA.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  AUDIT-LOG-FILE
           LABEL RECORD IS STANDARD.
           COPY AUDITLOG.

       FD  OPERADORES-FILE
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-SUCFALTA-STATUS PIC XX.
           88  SUCFALTA-OK        VALUE "00".
           88  SUCFALTA-EOF       VALUE "10".
           88  SUCFALTA-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

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

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-BANDERA DEL CONTROL DE ROL: LA ACEPTACION ES DE SUPERVISORES.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO: SOLO SE ACEPTA LA LISTA DE ESA FECHA.
       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-LISTA-PENDIENTE-SW PIC X VALUE "N".
           88  HAY-LISTA-PENDIENTE VALUE "S".
       01  WS-FALTANTES-VISTAS PIC 9(3) VALUE ZERO.

       01  WS-DICTAMEN PIC X VALUE SPACE.
           88  DICTAMINA-ACEPTAR VALUE "S" "s".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           IF NOT FIRMA-ES-SUPERVISOR
               DISPLAY "LA ACEPTACION DE SUCURSALES FALTANTES ESTA "
                   "RESERVADA A SUPERVISORES; LA CORRIDA TERMINA."
               MOVE "ROL-RECHAZADO" TO WS-AUDIT-CAMPO
               MOVE WS-OPERADOR     TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 100-MUESTRA-LISTA.
           IF NOT HAY-LISTA-PENDIENTE
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               STOP RUN
           END-IF.

           DISPLAY "ACEPTAS LA LISTA Y LIBERAS EL RESUMEN Y EL "
               "POSTEO DE TRANSACCIONES (S/N)?".
           ACCEPT WS-DICTAMEN.
           MOVE "ACEPTA-FALTA" TO WS-AUDIT-CAMPO.
           MOVE SPACES TO WS-AUDIT-VALOR.
           STRING WS-FECHA-NEGOCIO    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-FALTANTES-VISTAS DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-DICTAMEN         DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF DICTAMINA-ACEPTAR
               PERFORM 200-ESTAMPA-ACEPTACION
               DISPLAY "LISTA ACEPTADA: LA REANUDACION DE LA CORRIDA "
                   "NOCTURNA CORRE EL RESUMEN Y EL POSTEO."
           ELSE
               DISPLAY "LA LISTA QUEDA PENDIENTE; EL RESUMEN Y EL "
                   "POSTEO SIGUEN RETENIDOS."
           END-IF.

           PERFORM 960-GRABA-TRAILER-AUDITORIA.
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
      * 100-MUESTRA-LISTA - solo hay algo que aceptar si la lista es
      * de la fecha de negocio en curso y sigue pendiente; se
      * muestran sus sucursales con el motivo.
      *-----------------------------------------------------------------
       100-MUESTRA-LISTA.
           OPEN INPUT SUCURSAL-FALTANTE-FILE.
           IF SUCFALTA-NO-EXISTE
               DISPLAY "NO EXISTE SUCFALTA.DAT; NO HAY LISTA DE "
                   "SUCURSALES FALTANTES QUE ACEPTAR."
           ELSE
               READ SUCURSAL-FALTANTE-FILE
                   AT END
                       SET SUCFALTA-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN SUCFALTA-EOF
                       OR NOT SFL-HEADER
                       DISPLAY "SUCFALTA.DAT NO TRAE ENCABEZADO; NO "
                           "HAY LISTA QUE ACEPTAR."
                   WHEN SFH-FECHA NOT = WS-FECHA-NEGOCIO
                       DISPLAY "LA LISTA ES DEL " SFH-FECHA
                           ", NO DE LA FECHA DE NEGOCIO "
                           WS-FECHA-NEGOCIO "; NADA QUE ACEPTAR."
                   WHEN NOT SFH-PENDIENTE
                       DISPLAY "LA LISTA DEL " SFH-FECHA
                           " YA ESTA ACEPTADA (" SFH-SUPERVISOR
                           "); NADA QUE ACEPTAR."
                   WHEN OTHER
                       SET HAY-LISTA-PENDIENTE TO TRUE
                       DISPLAY "SUCURSALES QUE NO ENTREGARON EL "
                           SFH-FECHA ": " SFH-CANTIDAD
                       PERFORM 110-MUESTRA-FALTANTE
                           UNTIL SUCFALTA-EOF
               END-EVALUATE
               CLOSE SUCURSAL-FALTANTE-FILE
           END-IF.

       110-MUESTRA-FALTANTE.
           READ SUCURSAL-FALTANTE-FILE
               AT END
                   SET SUCFALTA-EOF TO TRUE
               NOT AT END
                   IF SFL-DETALLE
                       ADD 1 TO WS-FALTANTES-VISTAS
                       DISPLAY "  " SFD-SUCURSAL " " SFD-NOMBRE " "
                           SFD-MOTIVO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-ESTAMPA-ACEPTACION - el encabezado de la lista queda
      * aceptado con el supervisor y la hora.
      *-----------------------------------------------------------------
       200-ESTAMPA-ACEPTACION.
           OPEN I-O SUCURSAL-FALTANTE-FILE.
           READ SUCURSAL-FALTANTE-FILE
               AT END
                   SET SUCFALTA-EOF TO TRUE
           END-READ.
           IF SUCFALTA-OK
               AND SFL-HEADER
               SET  SFH-ACEPTADA TO TRUE
               MOVE WS-OPERADOR  TO SFH-SUPERVISOR
               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HORA  FROM TIME
               STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                      WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
                   INTO SFH-TIMESTAMP
               REWRITE SUCURSAL-FALTANTE-RECORD
           END-IF.
           CLOSE SUCURSAL-FALTANTE-FILE.

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
      * 950-GRABA-AUDITORIA - añade una entrada al archivo de
      * auditoria de este programa con el campo y el valor que se
      * acaba de ACCEPT-ar o aplicar y la hora en que ocurrio.
      *-----------------------------------------------------------------
       950-GRABA-AUDITORIA.
           MOVE "D"           TO ALG-TIPO-REGISTRO.
           MOVE "F8-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "F8-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM F8-PROGRAMA.
