      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de campanas de marketing (CAMPANA.DAT):
      *          codigo, descripcion, fechas de inicio y fin, hasta
      *          cinco segmentos demograficos a los que va dirigida y
      *          hasta cinco sucursales (ninguna = todas). Dar de alta,
      *          cambiar y cancelar una campana es de supervisores y
      *          queda con su firma; listarlas es de cualquier
      *          operador. La seleccion nocturna (E4-PROGRAMA) arma la
      *          lista de objetivos de cada campana pendiente cuando
      *          llega su fecha de inicio; una vez seleccionada ya solo
      *          cambian la descripcion y la fecha de fin, porque sus
      *          segmentos y sucursales son los de la lista que ya se
      *          armo.
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
       PROGRAM-ID. E3-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CAMPANA-FILE
               ASSIGN TO "CAMPANA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CODIGO
               FILE STATUS IS WS-CAMPANA-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.E3.DAT"
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
       FD  CAMPANA-FILE
           LABEL RECORD IS STANDARD.
           COPY CAMPANA.

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

      *-FILE STATUS/88-LEVEL DE CAMPANA-FILE: VIENE DE CMPSTS.CPY.
           COPY CMPSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "E3-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-BANDERA DEL CONTROL DE ROL: CUALQUIER OPERADOR FIRMADO LISTA,
      *-PERO SOLO UN SUPERVISOR DA DE ALTA, CAMBIA O CANCELA.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO: FECHA EL ALTA, Y UNA CAMPANA NUEVA NO
      *-PUEDE EMPEZAR ANTES DE ELLA.
       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-CAMPANA   VALUE "C" "c".
           88  OPCION-CANCELA   VALUE "X" "x".
           88  OPCION-LISTA     VALUE "L" "l".
           88  OPCION-SALIR     VALUE "9".

      *-CAMPOS DE CAPTURA; LAS FECHAS SE TECLEAN COMO TEXTO Y SOLO SE
      *-MUEVEN CUANDO SON NUMERICAS.
       01  WS-CAMPANA-TRABAJO  PIC X(8)  VALUE SPACES.
       01  WS-DESCRIP-TRABAJO  PIC X(30) VALUE SPACES.
       01  WS-FECHA-TXT        PIC X(8)  VALUE SPACES.
       01  WS-FECHA-TRABAJO    PIC 9(8)  VALUE ZERO.
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-TRABAJO.
           05  WS-FEC-ANIO     PIC 9(4).
           05  WS-FEC-MES      PIC 99.
           05  WS-FEC-DIA      PIC 99.
       01  WS-INICIO-TRABAJO   PIC 9(8)  VALUE ZERO.
       01  WS-FIN-TRABAJO      PIC 9(8)  VALUE ZERO.
       01  WS-CONFIRMA         PIC X     VALUE SPACE.
           88  CONFIRMA-SI     VALUE "S" "s".

       01  WS-FECHA-VALIDA-SW PIC X VALUE "N".
           88  FECHA-VALIDA VALUE "S".

      *-SEGMENTO TECLEADO: SOLO VALEN LOS QUE ASIGNA LA CLASIFICACION
      *-POR EDAD DE 18-PROGRAMA (DEM-SEGMENTO).
       01  WS-SEGMENTO-TXT PIC X(11) VALUE SPACES.
           88  SEGMENTO-CONOCIDO VALUE "INFANTE" "JOVEN" "MADURO"
                                       "ANCIANO" "SENIOR-PLUS".
       01  WS-SUCURSAL-TXT PIC X(3)  VALUE SPACES.

      *-SEGMENTOS Y SUCURSALES CAPTURADOS, CON EL MISMO FORMATO QUE EN
      *-EL REGISTRO; SE PASAN A LA CAMPANA SOLO SI LA CAPTURA QUEDO
      *-COMPLETA Y VALIDA.
       01  WS-SEGMENTOS-NUEVOS.
           05  WS-SEG-NUEVO    PIC X(11) OCCURS 5 TIMES.
       01  WS-SUCURSALES-NUEVAS.
           05  WS-SUC-NUEVA    PIC X(3)  OCCURS 5 TIMES.
       01  WS-CONTADOR-CAPTURA PIC 9 VALUE ZERO.
       01  WS-IDX              PIC 9 VALUE ZERO.

       01  WS-FIN-CAPTURA-SW PIC X VALUE "N".
           88  FIN-CAPTURA VALUE "S".
       01  WS-CAPTURA-VALIDA-SW PIC X VALUE "N".
           88  CAPTURA-VALIDA VALUE "S".

       01  WS-CONTADOR-LISTA PIC 9(5) VALUE ZERO.
       01  WS-OBJETIVOS-ED   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O CAMPANA-FILE.
           IF CAMPANA-NO-EXISTE
               OPEN OUTPUT CAMPANA-FILE
               CLOSE CAMPANA-FILE
               OPEN I-O CAMPANA-FILE
           END-IF.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           CLOSE CAMPANA-FILE.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado para saber si puede dar de alta, cambiar o cancelar;
      * sin maestro de operadores la firma paso sin validar y se
      * permite con aviso, la misma tolerancia de arranque de VALOPER.
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
      * 100-TRANSACCION - menu de campanas: alta o cambio, cancelar,
      * listar o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "CAMPANAS DE MARKETING".
           DISPLAY "  C - ALTA O CAMBIO DE CAMPANA (SUPERVISOR)".
           DISPLAY "  X - CANCELAR CAMPANA PENDIENTE (SUPERVISOR)".
           DISPLAY "  L - LISTAR CAMPANAS".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-CAMPANA" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION        TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-CAMPANA OR OPCION-CANCELA)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-CAMPANA OR OPCION-CANCELA
                   IF FIRMA-ES-SUPERVISOR
                       IF OPCION-CAMPANA
                           PERFORM 200-CAMPANA
                       ELSE
                           PERFORM 300-CANCELA
                       END-IF
                   ELSE
                       DISPLAY "EL ALTA, CAMBIO Y CANCELACION DE "
                           "CAMPANAS ESTAN RESERVADOS A SUPERVISORES."
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
      * 200-CAMPANA - un codigo que ya existe se muestra y se cambia;
      * uno nuevo se da de alta pendiente.
      *-----------------------------------------------------------------
       200-CAMPANA.
           DISPLAY "CODIGO DE LA CAMPANA (8 CARS):".
           ACCEPT WS-CAMPANA-TRABAJO.
           MOVE "CMP-CODIGO"       TO WS-AUDIT-CAMPO.
           MOVE WS-CAMPANA-TRABAJO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-CAMPANA-TRABAJO = SPACES
               DISPLAY "EL CODIGO NO PUEDE QUEDAR EN BLANCO."
           ELSE
               MOVE WS-CAMPANA-TRABAJO TO CMP-CODIGO
               READ CAMPANA-FILE
                   INVALID KEY
                       PERFORM 210-ALTA
                   NOT INVALID KEY
                       PERFORM 220-CAMBIO
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 210-ALTA - descripcion, fechas y al menos un segmento son
      * obligatorios; la campana no empieza antes de la fecha de
      * negocio ni termina antes de empezar.
      *-----------------------------------------------------------------
       210-ALTA.
           DISPLAY "CAMPANA NUEVA. DESCRIPCION:".
           ACCEPT WS-DESCRIP-TRABAJO.
           MOVE "CMP-DESCRIPCION"  TO WS-AUDIT-CAMPO.
           MOVE WS-DESCRIP-TRABAJO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-DESCRIP-TRABAJO = SPACES
               DISPLAY "LA DESCRIPCION ES OBLIGATORIA; EL ALTA NO SE "
                   "APLICA."
           ELSE
               PERFORM 230-PIDE-FECHAS
               IF FECHA-VALIDA
                   AND WS-INICIO-TRABAJO < WS-FECHA-NEGOCIO
                   DISPLAY "LA CAMPANA NO PUEDE EMPEZAR ANTES DE LA "
                       "FECHA DE NEGOCIO " WS-FECHA-NEGOCIO "."
                   MOVE "N" TO WS-FECHA-VALIDA-SW
               END-IF
               IF FECHA-VALIDA
                   PERFORM 240-PIDE-SEGMENTOS
                   IF WS-CONTADOR-CAPTURA = ZERO
                       AND CAPTURA-VALIDA
                       DISPLAY "LA CAMPANA DEBE TENER AL MENOS UN "
                           "SEGMENTO."
                       MOVE "N" TO WS-CAPTURA-VALIDA-SW
                   END-IF
                   IF CAPTURA-VALIDA
                       PERFORM 250-PIDE-SUCURSALES
                       PERFORM 215-GRABA-ALTA
                   END-IF
               END-IF
           END-IF.

       215-GRABA-ALTA.
           MOVE WS-CAMPANA-TRABAJO   TO CMP-CODIGO.
           MOVE WS-DESCRIP-TRABAJO   TO CMP-DESCRIPCION.
           MOVE WS-INICIO-TRABAJO    TO CMP-FECHA-INICIO.
           MOVE WS-FIN-TRABAJO       TO CMP-FECHA-FIN.
           MOVE WS-SEGMENTOS-NUEVOS  TO CMP-SEGMENTOS.
           MOVE WS-SUCURSALES-NUEVAS TO CMP-SUCURSALES.
           SET  CMP-PENDIENTE        TO TRUE.
           MOVE ZERO                 TO CMP-FECHA-SELECCION.
           MOVE ZERO                 TO CMP-OBJETIVOS.
           MOVE WS-OPERADOR          TO CMP-SUPERVISOR.
           MOVE WS-FECHA-NEGOCIO     TO CMP-FECHA-ALTA.
           WRITE CAMPANA-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA CAMPANA."
               NOT INVALID KEY
                   DISPLAY "CAMPANA DADA DE ALTA, PENDIENTE DE "
                       "SELECCION."
                   MOVE "ALTA-CAMPANA"     TO WS-AUDIT-CAMPO
                   MOVE WS-CAMPANA-TRABAJO TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
           END-WRITE.

      *-----------------------------------------------------------------
      * 220-CAMBIO - una campana cancelada ya no cambia; una ya
      * seleccionada solo cambia descripcion y fecha de fin; una
      * pendiente cambia todo (en blanco conserva).
      *-----------------------------------------------------------------
       220-CAMBIO.
           PERFORM 410-MUESTRA-CAMPANA.
           IF CMP-CANCELADA
               DISPLAY "LA CAMPANA ESTA CANCELADA; NO SE PUEDE "
                   "CAMBIAR."
           ELSE
               DISPLAY "DESCRIPCION NUEVA (EN BLANCO = CONSERVAR):"
               ACCEPT WS-DESCRIP-TRABAJO
               IF WS-DESCRIP-TRABAJO NOT = SPACES
                   MOVE WS-DESCRIP-TRABAJO TO CMP-DESCRIPCION
                   MOVE "CMP-DESCRIPCION"  TO WS-AUDIT-CAMPO
                   MOVE WS-DESCRIP-TRABAJO TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
               END-IF
               IF CMP-SELECCIONADA
                   PERFORM 225-CAMBIA-FIN
               ELSE
                   PERFORM 226-CAMBIA-PENDIENTE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 225-CAMBIA-FIN - campana ya seleccionada: solo la fecha de
      * fin, que no puede quedar antes del inicio.
      *-----------------------------------------------------------------
       225-CAMBIA-FIN.
           DISPLAY "CAMPANA YA SELECCIONADA: SUS SEGMENTOS Y "
               "SUCURSALES NO CAMBIAN.".
           DISPLAY "FECHA DE FIN NUEVA (AAAAMMDD, EN BLANCO = "
               "CONSERVAR):".
           ACCEPT WS-FECHA-TXT.
           MOVE "CMP-FECHA-FIN" TO WS-AUDIT-CAMPO.
           MOVE WS-FECHA-TXT    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-FECHA-TXT NOT = SPACES
               PERFORM 500-VALIDA-FECHA
               IF FECHA-VALIDA
                   IF WS-FECHA-TRABAJO < CMP-FECHA-INICIO
                       DISPLAY "LA FECHA DE FIN NO PUEDE SER ANTERIOR "
                           "AL INICIO " CMP-FECHA-INICIO "."
                   ELSE
                       MOVE WS-FECHA-TRABAJO TO CMP-FECHA-FIN
                   END-IF
               END-IF
           END-IF.
           PERFORM 228-REGRABA-CAMPANA.

      *-----------------------------------------------------------------
      * 226-CAMBIA-PENDIENTE - campana pendiente: las fechas se
      * recapturan juntas (en blanco conserva ambas) y los segmentos
      * y sucursales se reemplazan si se teclea el primero.
      *-----------------------------------------------------------------
       226-CAMBIA-PENDIENTE.
           DISPLAY "CAMBIAR FECHAS (S/N):".
           ACCEPT WS-CONFIRMA.
           IF CONFIRMA-SI
               PERFORM 230-PIDE-FECHAS
               IF FECHA-VALIDA
                   MOVE WS-INICIO-TRABAJO TO CMP-FECHA-INICIO
                   MOVE WS-FIN-TRABAJO    TO CMP-FECHA-FIN
               END-IF
           END-IF.
           DISPLAY "SEGMENTOS NUEVOS (PRIMERO EN BLANCO = CONSERVAR):".
           PERFORM 240-PIDE-SEGMENTOS.
           IF CAPTURA-VALIDA AND WS-CONTADOR-CAPTURA > ZERO
               MOVE WS-SEGMENTOS-NUEVOS TO CMP-SEGMENTOS
           END-IF.
           DISPLAY "CAMBIAR SUCURSALES (S/N):".
           ACCEPT WS-CONFIRMA.
           IF CONFIRMA-SI
               PERFORM 250-PIDE-SUCURSALES
               MOVE WS-SUCURSALES-NUEVAS TO CMP-SUCURSALES
           END-IF.
           PERFORM 228-REGRABA-CAMPANA.

       228-REGRABA-CAMPANA.
           REWRITE CAMPANA-RECORD.
           DISPLAY "CAMBIO APLICADO.".
           MOVE "CAMBIO-CAMPANA" TO WS-AUDIT-CAMPO.
           MOVE CMP-CODIGO       TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 230-PIDE-FECHAS - inicio y fin validos, con el fin no antes
      * del inicio; deja FECHA-VALIDA solo si ambas pasan.
      *-----------------------------------------------------------------
       230-PIDE-FECHAS.
           DISPLAY "FECHA DE INICIO (AAAAMMDD):".
           ACCEPT WS-FECHA-TXT.
           MOVE "CMP-FECHA-INI" TO WS-AUDIT-CAMPO.
           MOVE WS-FECHA-TXT    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           PERFORM 500-VALIDA-FECHA.
           IF FECHA-VALIDA
               MOVE WS-FECHA-TRABAJO TO WS-INICIO-TRABAJO
               DISPLAY "FECHA DE FIN (AAAAMMDD):"
               ACCEPT WS-FECHA-TXT
               MOVE "CMP-FECHA-FIN" TO WS-AUDIT-CAMPO
               MOVE WS-FECHA-TXT    TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               PERFORM 500-VALIDA-FECHA
               IF FECHA-VALIDA
                   MOVE WS-FECHA-TRABAJO TO WS-FIN-TRABAJO
                   IF WS-FIN-TRABAJO < WS-INICIO-TRABAJO
                       DISPLAY "LA FECHA DE FIN NO PUEDE SER "
                           "ANTERIOR AL INICIO."
                       MOVE "N" TO WS-FECHA-VALIDA-SW
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 240-PIDE-SEGMENTOS - hasta cinco segmentos, uno por renglon;
      * el primero en blanco termina. Un segmento que la clasificacion
      * por edad no asigna invalida toda la captura.
      *-----------------------------------------------------------------
       240-PIDE-SEGMENTOS.
           MOVE SPACES TO WS-SEGMENTOS-NUEVOS.
           MOVE ZERO   TO WS-CONTADOR-CAPTURA.
           MOVE "N"    TO WS-FIN-CAPTURA-SW.
           MOVE "S"    TO WS-CAPTURA-VALIDA-SW.
           DISPLAY "SEGMENTOS: INFANTE, JOVEN, MADURO, ANCIANO, "
               "SENIOR-PLUS (EN BLANCO = TERMINAR).".
           PERFORM 245-PIDE-SEGMENTO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 5 OR FIN-CAPTURA.

       245-PIDE-SEGMENTO.
           DISPLAY "SEGMENTO " WS-IDX ":".
           ACCEPT WS-SEGMENTO-TXT.
           MOVE "CMP-SEGMENTO"  TO WS-AUDIT-CAMPO.
           MOVE WS-SEGMENTO-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-SEGMENTO-TXT = SPACES
               SET FIN-CAPTURA TO TRUE
           ELSE
               IF SEGMENTO-CONOCIDO
                   MOVE WS-SEGMENTO-TXT TO WS-SEG-NUEVO (WS-IDX)
                   ADD 1 TO WS-CONTADOR-CAPTURA
               ELSE
                   DISPLAY "SEGMENTO DESCONOCIDO: " WS-SEGMENTO-TXT
                       "; LOS SEGMENTOS NO SE APLICAN."
                   MOVE "N" TO WS-CAPTURA-VALIDA-SW
                   SET FIN-CAPTURA TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 250-PIDE-SUCURSALES - hasta cinco sucursales, una por renglon;
      * la primera en blanco deja la campana para todas.
      *-----------------------------------------------------------------
       250-PIDE-SUCURSALES.
           MOVE SPACES TO WS-SUCURSALES-NUEVAS.
           MOVE "N"    TO WS-FIN-CAPTURA-SW.
           DISPLAY "SUCURSALES (3 CARS; LA PRIMERA EN BLANCO = "
               "TODAS).".
           PERFORM 255-PIDE-SUCURSAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 5 OR FIN-CAPTURA.

       255-PIDE-SUCURSAL.
           DISPLAY "SUCURSAL " WS-IDX ":".
           ACCEPT WS-SUCURSAL-TXT.
           MOVE "CMP-SUCURSAL"  TO WS-AUDIT-CAMPO.
           MOVE WS-SUCURSAL-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-SUCURSAL-TXT = SPACES
               SET FIN-CAPTURA TO TRUE
           ELSE
               MOVE WS-SUCURSAL-TXT TO WS-SUC-NUEVA (WS-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * 300-CANCELA - solo una campana pendiente se cancela; la que ya
      * se selecciono tiene su lista de objetivos y sus respuestas.
      *-----------------------------------------------------------------
       300-CANCELA.
           DISPLAY "CODIGO DE LA CAMPANA A CANCELAR:".
           ACCEPT WS-CAMPANA-TRABAJO.
           MOVE "CMP-CODIGO"       TO WS-AUDIT-CAMPO.
           MOVE WS-CAMPANA-TRABAJO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           MOVE WS-CAMPANA-TRABAJO TO CMP-CODIGO.
           READ CAMPANA-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE LA CAMPANA " WS-CAMPANA-TRABAJO
                       "."
               NOT INVALID KEY
                   PERFORM 410-MUESTRA-CAMPANA
                   IF CMP-PENDIENTE
                       PERFORM 310-CONFIRMA-CANCELA
                   ELSE
                       DISPLAY "SOLO SE CANCELA UNA CAMPANA PENDIENTE."
                   END-IF
           END-READ.

       310-CONFIRMA-CANCELA.
           DISPLAY "CANCELAR LA CAMPANA (S/N):".
           ACCEPT WS-CONFIRMA.
           MOVE "CONFIRMA"  TO WS-AUDIT-CAMPO.
           MOVE WS-CONFIRMA TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF CONFIRMA-SI
               SET CMP-CANCELADA TO TRUE
               REWRITE CAMPANA-RECORD
               DISPLAY "CAMPANA CANCELADA."
               MOVE "CANCELA-CAMPANA" TO WS-AUDIT-CAMPO
               MOVE CMP-CODIGO        TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.

      *-----------------------------------------------------------------
      * 400-LISTA - el maestro de campanas en orden de codigo.
      *-----------------------------------------------------------------
       400-LISTA.
           MOVE ZERO   TO WS-CONTADOR-LISTA.
           MOVE SPACES TO WS-CAMPANA-STATUS.
           MOVE LOW-VALUES TO CMP-CODIGO.
           START CAMPANA-FILE KEY NOT < CMP-CODIGO
               INVALID KEY
                   DISPLAY "EL MAESTRO DE CAMPANAS ESTA VACIO."
               NOT INVALID KEY
                   PERFORM 405-LISTA-CAMPANA UNTIL CAMPANA-EOF
                   DISPLAY "CAMPANAS: " WS-CONTADOR-LISTA
           END-START.

       405-LISTA-CAMPANA.
           READ CAMPANA-FILE NEXT RECORD
               AT END
                   SET CAMPANA-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTADOR-LISTA
                   PERFORM 410-MUESTRA-CAMPANA
           END-READ.

       410-MUESTRA-CAMPANA.
           DISPLAY "CAMPANA: " CMP-CODIGO " " CMP-DESCRIPCION
               " ESTADO: " CMP-ESTADO.
           DISPLAY "  DEL " CMP-FECHA-INICIO " AL " CMP-FECHA-FIN
               " ALTA: " CMP-FECHA-ALTA " POR " CMP-SUPERVISOR.
           DISPLAY "  SEGMENTOS: " CMP-SEGMENTO (1) " "
               CMP-SEGMENTO (2) " " CMP-SEGMENTO (3) " "
               CMP-SEGMENTO (4) " " CMP-SEGMENTO (5).
           IF CMP-SUCURSALES = SPACES
               DISPLAY "  SUCURSALES: TODAS"
           ELSE
               DISPLAY "  SUCURSALES: " CMP-SUCURSAL (1) " "
                   CMP-SUCURSAL (2) " " CMP-SUCURSAL (3) " "
                   CMP-SUCURSAL (4) " " CMP-SUCURSAL (5)
           END-IF.
           IF CMP-SELECCIONADA
               MOVE CMP-OBJETIVOS TO WS-OBJETIVOS-ED
               DISPLAY "  SELECCIONADA EL " CMP-FECHA-SELECCION
                   " CON " WS-OBJETIVOS-ED " OBJETIVOS."
           END-IF.

      *-----------------------------------------------------------------
      * 500-VALIDA-FECHA - WS-FECHA-TXT debe ser una fecha AAAAMMDD
      * posible; la deja en WS-FECHA-TRABAJO con FECHA-VALIDA.
      *-----------------------------------------------------------------
       500-VALIDA-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA-SW.
           IF WS-FECHA-TXT IS NOT NUMERIC
               DISPLAY "LA FECHA DEBE SER AAAAMMDD (8 DIGITOS)."
           ELSE
               MOVE WS-FECHA-TXT TO WS-FECHA-TRABAJO
               IF WS-FEC-MES < 1 OR WS-FEC-MES > 12
                   OR WS-FEC-DIA < 1 OR WS-FEC-DIA > 31
                   DISPLAY "LA FECHA " WS-FECHA-TRABAJO " NO EXISTE."
               ELSE
                   SET FECHA-VALIDA TO TRUE
               END-IF
           END-IF.

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
           MOVE "E3-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "E3-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM E3-PROGRAMA.
