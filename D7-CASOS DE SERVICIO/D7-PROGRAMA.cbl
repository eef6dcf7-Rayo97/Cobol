      ******************************************************************
      * Author:
      * Date:
      * Purpose: Casos de atencion a clientes (CASOS.DAT): la queja o
      *          solicitud de un cliente se abre aqui con su numero de
      *          la serie CASO (NUMCTL.DAT), su categoria, su
      *          prioridad, una descripcion y su responsable, y
      *          puede referir una factura, un medidor o una
      *          excepcion. La fecha objetivo de resolucion sale de
      *          los dias de su categoria en TASAS.DAT (CASOFACT,
      *          CASOMEDI, CASOSERV, CASOSOLI). Despues se actualiza
      *          su estado con una nota, se reasigna (el supervisor o
      *          el responsable) y se cierra. La lista muestra los
      *          casos pendientes del operador firmado con sus dias;
      *          el reporte nocturno de antiguedad es D8-PROGRAMA.
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
       PROGRAM-ID. D7-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CASO-SERVICIO-FILE
               ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WS-CASOS-STATUS.

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

           SELECT MEDIDORES-FILE
               ASSIGN TO "MEDIDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-ID
               FILE STATUS IS WS-MEDIDORES-STATUS.

           SELECT EXCEPCION-FILE
               ASSIGN TO "EXCEPCION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPCION-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.D7.DAT"
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
       FD  CASO-SERVICIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CASOS.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  MEDIDORES-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDIDORES.

       FD  EXCEPCION-FILE
           LABEL RECORD IS STANDARD.
           COPY EXCEPCION.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

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
      *-FILE STATUS/88-LEVEL DE CASO-SERVICIO-FILE: VIENE DE
      *-CASSTS.CPY.
           COPY CASSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE MEDIDORES-FILE: VIENE DE MEDSTS.CPY.
           COPY MEDSTS.

      *-FILE STATUS/88-LEVEL DE EXCEPCION-FILE: VIENE DE EXCEPSTS.CPY.
           COPY EXCEPSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

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

      *-FILE STATUS/88-LEVEL DE VENTANA-LOTE-FILE: VIENE DE
      *-VENTSTS.CPY.
           COPY VENTSTS.

      *-MODO DE LA SESION FRENTE A LA VENTANA BATCH: VIENE DE
      *-VENTWS.CPY.
           COPY VENTWS.

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

       01  WS-ALR-SEVERIDAD PIC X     VALUE "C".
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "D7-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-BANDERA DEL CONTROL DE ROL: CUALQUIER OPERADOR FIRMADO ABRE,
      *-ACTUALIZA Y CIERRA SUS CASOS, PERO REASIGNAR O CERRAR EL CASO
      *-DE OTRO ES DE SUPERVISORES.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO: CON ELLA SE ABREN, CAMBIAN Y CIERRAN LOS
      *-CASOS Y SE CUENTAN SUS DIAS.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

       01  WS-FECHA-CASO PIC 9(8) VALUE ZERO.
       01  WS-FECHA-CASO-PARTES REDEFINES WS-FECHA-CASO.
           05  WS-CASO-ANIO PIC 9(4).
           05  WS-CASO-MES  PIC 99.
           05  WS-CASO-DIA  PIC 99.

      *-DIAS DEL CASO ABIERTO (MESES DE 30 DIAS, LA CONVENCION DE
      *-CARTERA).
       01  WS-DIAS-ABIERTO PIC S9(7) VALUE ZERO.
       01  WS-MARCA-VENCIDO PIC X(7) VALUE SPACES.

      *-DIAS DE CALENDARIO HASTA LA FECHA OBJETIVO POR CATEGORIA, CON
      *-LOS DE ARRANQUE; LOS RENGLONES CASOFACT, CASOMEDI, CASOSERV Y
      *-CASOSOLI DE TASAS.DAT LOS REEMPLAZAN CON LA REGLA DE FECHA
      *-EFECTIVA DE SIEMPRE.
       01  WS-LISTA-CATEGORIAS.
           05  FILLER PIC X(9) VALUE "FACT00010".
           05  FILLER PIC X(9) VALUE "MEDI00005".
           05  FILLER PIC X(9) VALUE "SERV00002".
           05  FILLER PIC X(9) VALUE "SOLI00015".
       01  WS-CATEGORIAS-TABLA REDEFINES WS-LISTA-CATEGORIAS.
           05  WS-CATEGORIA-ENT OCCURS 4 TIMES.
               10  CTG-CODIGO PIC X(4).
               10  CTG-DIAS   PIC 9(5).
       01  WS-EF-CATEGORIAS.
           05  CTG-EF PIC 9(8) OCCURS 4 TIMES.
       01  WS-IDX-CAT      PIC 9    VALUE ZERO.
       01  WS-CODIGO-TASA  PIC X(10) VALUE SPACES.
       01  WS-DIAS-OBJETIVO PIC 9(5) VALUE ZERO.

      *-CAMPOS PARA AVANZAR LA FECHA OBJETIVO DIA POR DIA
      *-(DIAS-DEL-MES VIENE DE RESTADIA.CPY).
       01  WS-FECHA-CAND.
           05  WS-CAND-ANIO PIC 9(4).
           05  WS-CAND-MES  PIC 99.
           05  WS-CAND-DIA  PIC 99.
       01  WS-FECHA-CAND-NUM REDEFINES WS-FECHA-CAND PIC 9(8).
       01  WS-DIAS-MES   PIC 99   VALUE ZERO.
       01  WS-RESTO-4    PIC 9(4) VALUE ZERO.
       01  WS-RESIDUO-4  PIC 9(4) VALUE ZERO.

      *-SERIE DEL ARCHIVO DE CONTROL DE NUMEROS (VER ASIGNUM.CPY).
       01  WS-NUMCTL-CODIGO   PIC X(10) VALUE "CASO".
       01  WS-NUMERO-ASIGNADO PIC 9(7)  VALUE ZERO.

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-ABRIR      VALUE "A" "a".
           88  OPCION-ACTUALIZAR VALUE "U" "u".
           88  OPCION-REASIGNAR  VALUE "R" "r".
           88  OPCION-CERRAR     VALUE "C" "c".
           88  OPCION-LISTA      VALUE "L" "l".
           88  OPCION-SALIR      VALUE "9".

      *-CAMPOS DE CAPTURA; LOS NUMEROS SE TECLEAN COMO TEXTO Y SOLO SE
      *-MUEVEN CUANDO SON NUMERICOS, COMO EN LAS DEMAS CAPTURAS.
       01  WS-CLIENTE-TXT    PIC X(7)  VALUE SPACES.
       01  WS-CLIENTE-NUM    PIC 9(7)  VALUE ZERO.
       01  WS-CASO-TXT       PIC X(7)  VALUE SPACES.
       01  WS-CATEGORIA      PIC X(4)  VALUE SPACES.
       01  WS-PRIORIDAD      PIC X     VALUE SPACE.
       01  WS-DESCRIPCION    PIC X(60) VALUE SPACES.
       01  WS-REF-TIPO       PIC X     VALUE SPACE.
           88  REF-TIPO-VALIDO VALUE "F" "M" "E" SPACE.
       01  WS-REF-CLAVE      PIC X(25) VALUE SPACES.
       01  WS-REF-FACTURA    PIC X(7)  VALUE SPACES.
       01  WS-REF-FACTURA-NUM PIC 9(7) VALUE ZERO.
       01  WS-REF-MEDIDOR    PIC X(8)  VALUE SPACES.
       01  WS-REF-EXC-PROGRAMA  PIC X(11) VALUE SPACES.
       01  WS-REF-EXC-TIMESTAMP PIC X(14) VALUE SPACES.
       01  WS-RESPONSABLE    PIC X(8)  VALUE SPACES.
       01  WS-NUEVO-ESTADO   PIC X     VALUE SPACE.
           88  NUEVO-ESTADO-VALIDO VALUE "A" "P" "E" "R" SPACE.
           88  NUEVO-ESTADO-PENDIENTE VALUE "A" "P" "E".
       01  WS-NOTA           PIC X(60) VALUE SPACES.

      *-RESULTADOS DE LAS VALIDACIONES DE LA APERTURA.
       01  WS-DATOS-VALIDOS-SW PIC X VALUE "N".
           88  DATOS-VALIDOS VALUE "S".
       01  WS-REF-HALLADA-SW PIC X VALUE "N".
           88  REF-HALLADA VALUE "S".
       01  WS-CLIENTE-REF    PIC 9(7) VALUE ZERO.
       01  WS-RESPONSABLE-SW PIC X VALUE "N".
           88  RESPONSABLE-VALIDO VALUE "S".
       01  WS-CASO-HALLADO-SW PIC X VALUE "N".
           88  CASO-HALLADO VALUE "S".

       01  WS-CONTADOR-LISTA   PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-VENCIDOS PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 070-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 060-CARGA-TASAS-CASO.

           OPEN I-O CASO-SERVICIO-FILE.
           IF CASOS-NO-EXISTE
               OPEN OUTPUT CASO-SERVICIO-FILE
               CLOSE CASO-SERVICIO-FILE
               OPEN I-O CASO-SERVICIO-FILE
           END-IF.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           CLOSE CASO-SERVICIO-FILE.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado para saber si puede reasignar o cerrar casos ajenos;
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
      * 060-CARGA-TASAS-CASO - lee de TASAS.DAT los dias por categoria
      * (CASO + la categoria), quedandose por cada una con el renglon
      * de fecha efectiva mas reciente que no pase de la fecha de
      * negocio.
      *-----------------------------------------------------------------
       060-CARGA-TASAS-CASO.
           MOVE ZEROS TO WS-EF-CATEGORIAS.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 065-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

       065-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   PERFORM 067-COMPARA-CATEGORIA
                       VARYING WS-IDX-CAT FROM 1 BY 1
                       UNTIL WS-IDX-CAT > 4
           END-READ.

       067-COMPARA-CATEGORIA.
           MOVE SPACES TO WS-CODIGO-TASA.
           STRING "CASO"                  DELIMITED BY SIZE
                  CTG-CODIGO (WS-IDX-CAT) DELIMITED BY SIZE
               INTO WS-CODIGO-TASA.
           IF TAS-CODIGO = WS-CODIGO-TASA
               AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
               AND TAS-FECHA-EFECTIVA >= CTG-EF (WS-IDX-CAT)
               MOVE TAS-VALOR          TO CTG-DIAS (WS-IDX-CAT)
               MOVE TAS-FECHA-EFECTIVA TO CTG-EF (WS-IDX-CAT)
           END-IF.

      *-----------------------------------------------------------------
      * 070-AUDITA-VENTANA - deja en la auditoria como quedo la sesion
      * frente a la ventana batch: solo consulta, o la actualizacion
      * autorizada con el ID del supervisor que la autorizo.
      *-----------------------------------------------------------------
       070-AUDITA-VENTANA.
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
      * 075-RECHAZA-ACTUALIZACION - una opcion que actualiza, pedida
      * mientras la corrida nocturna esta en curso sin autorizacion.
      *-----------------------------------------------------------------
       075-RECHAZA-ACTUALIZACION.
           DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO: ESTA SESION ES "
               "DE SOLO CONSULTA.".
           MOVE "VENTANA-RECHAZO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION         TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 100-TRANSACCION - menu de casos: abrir, actualizar el estado,
      * reasignar, cerrar, listar los pendientes propios o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "CASOS DE ATENCION A CLIENTES".
           DISPLAY "  A - ABRIR CASO".
           DISPLAY "  U - ACTUALIZAR ESTADO DE UN CASO".
           DISPLAY "  R - REASIGNAR CASO".
           DISPLAY "  C - CERRAR CASO".
           DISPLAY "  L - LISTAR MIS CASOS PENDIENTES".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-CASO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION     TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ABRIR OR OPCION-ACTUALIZAR
                    OR OPCION-REASIGNAR OR OPCION-CERRAR)
                   PERFORM 075-RECHAZA-ACTUALIZACION
               WHEN OPCION-ABRIR
                   PERFORM 200-ABRE-CASO
               WHEN OPCION-ACTUALIZAR
                   PERFORM 300-ACTUALIZA-CASO
               WHEN OPCION-REASIGNAR
                   PERFORM 400-REASIGNA-CASO
               WHEN OPCION-CERRAR
                   PERFORM 500-CIERRA-CASO
               WHEN OPCION-LISTA
                   PERFORM 600-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-ABRE-CASO - captura el cliente (debe estar en el maestro),
      * la categoria, la prioridad, la descripcion, la referencia
      * opcional y el responsable, todo auditado; solo con todo
      * valido se toma el numero de la serie CASO y se graba.
      *-----------------------------------------------------------------
       200-ABRE-CASO.
           MOVE "N" TO WS-DATOS-VALIDOS-SW.
           PERFORM 210-CAPTURA-CLIENTE.
           IF DATOS-VALIDOS
               PERFORM 220-CAPTURA-DATOS
           END-IF.
           IF DATOS-VALIDOS
               PERFORM 230-CAPTURA-REFERENCIA
           END-IF.
           IF DATOS-VALIDOS
               DISPLAY "RESPONSABLE (EN BLANCO = " WS-OPERADOR "):"
               ACCEPT WS-RESPONSABLE
               MOVE "CAS-RESPONSABLE" TO WS-AUDIT-CAMPO
               MOVE WS-RESPONSABLE    TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               IF WS-RESPONSABLE = SPACES
                   MOVE WS-OPERADOR TO WS-RESPONSABLE
               END-IF
               PERFORM 700-VALIDA-RESPONSABLE
               IF NOT RESPONSABLE-VALIDO
                   MOVE "N" TO WS-DATOS-VALIDOS-SW
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               PERFORM 280-CALCULA-OBJETIVO
               PERFORM 290-GRABA-CASO
           ELSE
               DISPLAY "EL CASO NO SE ABRE."
           END-IF.

       210-CAPTURA-CLIENTE.
           DISPLAY "CLIENTE DEL CASO (7 DIGITOS):".
           ACCEPT WS-CLIENTE-TXT.
           MOVE "CAS-CLIENTE"  TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-CLIENTE-TXT IS NOT NUMERIC
               DISPLAY "EL CLIENTE DEBE SER DE 7 DIGITOS."
           ELSE
               MOVE WS-CLIENTE-TXT TO WS-CLIENTE-NUM
               OPEN INPUT CLIENTES-FILE
               IF CLIENTES-NO-EXISTE
                   DISPLAY "NO EXISTE EL MAESTRO DE CLIENTES."
               ELSE
                   MOVE WS-CLIENTE-NUM TO CLI-NUMERO
                   READ CLIENTES-FILE
                       INVALID KEY
                           DISPLAY "NO EXISTE EL CLIENTE "
                               WS-CLIENTE-NUM "."
                       NOT INVALID KEY
                           DISPLAY "CLIENTE: " CLI-NOMBRE " "
                               CLI-APELLIDOS
                           SET DATOS-VALIDOS TO TRUE
                   END-READ
                   CLOSE CLIENTES-FILE
               END-IF
           END-IF.

       220-CAPTURA-DATOS.
           DISPLAY "CATEGORIA (FACT FACTURACION, MEDI MEDIDOR, "
               "SERV SERVICIO, SOLI SOLICITUD):".
           ACCEPT WS-CATEGORIA.
           MOVE "CAS-CATEGORIA" TO WS-AUDIT-CAMPO.
           MOVE WS-CATEGORIA    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "PRIORIDAD (A ALTA, M MEDIA, B BAJA):".
           ACCEPT WS-PRIORIDAD.
           MOVE "CAS-PRIORIDAD" TO WS-AUDIT-CAMPO.
           MOVE WS-PRIORIDAD    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "DESCRIPCION (60 CARACTERES):".
           ACCEPT WS-DESCRIPCION.
           MOVE "CAS-DESCRIPCION" TO WS-AUDIT-CAMPO.
           MOVE WS-DESCRIPCION    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           MOVE WS-CATEGORIA TO CAS-CATEGORIA.
           MOVE WS-PRIORIDAD TO CAS-PRIORIDAD.
           IF NOT CAS-CATEGORIA-VALIDA
               DISPLAY "CATEGORIA NO VALIDA."
               MOVE "N" TO WS-DATOS-VALIDOS-SW
           END-IF.
           IF NOT CAS-PRIORIDAD-VALIDA
               DISPLAY "PRIORIDAD NO VALIDA."
               MOVE "N" TO WS-DATOS-VALIDOS-SW
           END-IF.
           IF WS-DESCRIPCION = SPACES
               DISPLAY "LA DESCRIPCION ES OBLIGATORIA."
               MOVE "N" TO WS-DATOS-VALIDOS-SW
           END-IF.

      *-----------------------------------------------------------------
      * 230-CAPTURA-REFERENCIA - la referencia es opcional: una
      * factura (debe existir y ser del cliente), un medidor (debe
      * existir y ser del cliente) o una excepcion (programa y
      * timestamp tal como los muestra la cola de excepciones).
      *-----------------------------------------------------------------
       230-CAPTURA-REFERENCIA.
           MOVE SPACES TO WS-REF-CLAVE.
           DISPLAY "REFERENCIA (F FACTURA, M MEDIDOR, E EXCEPCION, "
               "EN BLANCO = NINGUNA):".
           ACCEPT WS-REF-TIPO.
           MOVE "CAS-REF-TIPO" TO WS-AUDIT-CAMPO.
           MOVE WS-REF-TIPO    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           EVALUATE TRUE
               WHEN NOT REF-TIPO-VALIDO
                   DISPLAY "TIPO DE REFERENCIA NO VALIDO."
                   MOVE "N" TO WS-DATOS-VALIDOS-SW
               WHEN WS-REF-TIPO = "F"
                   PERFORM 240-REFERENCIA-FACTURA
               WHEN WS-REF-TIPO = "M"
                   PERFORM 250-REFERENCIA-MEDIDOR
               WHEN WS-REF-TIPO = "E"
                   PERFORM 260-REFERENCIA-EXCEPCION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       240-REFERENCIA-FACTURA.
           DISPLAY "FACTURA (7 DIGITOS):".
           ACCEPT WS-REF-FACTURA.
           MOVE "CAS-REF-FACTURA" TO WS-AUDIT-CAMPO.
           MOVE WS-REF-FACTURA    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-REF-FACTURA IS NOT NUMERIC
               DISPLAY "LA FACTURA DEBE SER DE 7 DIGITOS."
               MOVE "N" TO WS-DATOS-VALIDOS-SW
           ELSE
               MOVE WS-REF-FACTURA TO WS-REF-FACTURA-NUM
               PERFORM 245-BUSCA-FACTURA
               IF NOT REF-HALLADA
                   DISPLAY "NO EXISTE LA FACTURA " WS-REF-FACTURA-NUM
                       " EN FACTURAS.DAT."
                   MOVE "N" TO WS-DATOS-VALIDOS-SW
               ELSE
                   IF WS-CLIENTE-REF NOT = WS-CLIENTE-NUM
                       DISPLAY "LA FACTURA ES DEL CLIENTE "
                           WS-CLIENTE-REF "."
                       MOVE "N" TO WS-DATOS-VALIDOS-SW
                   ELSE
                       MOVE WS-REF-FACTURA TO WS-REF-CLAVE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 245-BUSCA-FACTURA - recorre FACTURAS.DAT buscando la factura
      * (no un credito ni un recargo que la referencia) para tomar su
      * cliente.
      *-----------------------------------------------------------------
       245-BUSCA-FACTURA.
           MOVE "N" TO WS-REF-HALLADA-SW.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 247-LEE-FACTURA
                   UNTIL FACTURAS-EOF OR REF-HALLADA
               CLOSE FACTURAS-FILE
           END-IF.

       247-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO = WS-REF-FACTURA-NUM
                       AND FAC-REFERENCIA = ZERO
                       MOVE FAC-CLIENTE TO WS-CLIENTE-REF
                       SET REF-HALLADA TO TRUE
                   END-IF
           END-READ.

       250-REFERENCIA-MEDIDOR.
           DISPLAY "ID DEL MEDIDOR:".
           ACCEPT WS-REF-MEDIDOR.
           MOVE "CAS-REF-MEDIDOR" TO WS-AUDIT-CAMPO.
           MOVE WS-REF-MEDIDOR    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           OPEN INPUT MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE
               DISPLAY "NO EXISTE EL MAESTRO DE MEDIDORES."
               MOVE "N" TO WS-DATOS-VALIDOS-SW
           ELSE
               MOVE WS-REF-MEDIDOR TO MED-ID
               READ MEDIDORES-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE ESE MEDIDOR."
                       MOVE "N" TO WS-DATOS-VALIDOS-SW
                   NOT INVALID KEY
                       IF MED-CLIENTE NOT = WS-CLIENTE-NUM
                           DISPLAY "EL MEDIDOR ES DEL CLIENTE "
                               MED-CLIENTE "."
                           MOVE "N" TO WS-DATOS-VALIDOS-SW
                       ELSE
                           MOVE WS-REF-MEDIDOR TO WS-REF-CLAVE
                       END-IF
               END-READ
               CLOSE MEDIDORES-FILE
           END-IF.

       260-REFERENCIA-EXCEPCION.
           DISPLAY "PROGRAMA DE LA EXCEPCION (EJ. 02-PROGRAMA):".
           ACCEPT WS-REF-EXC-PROGRAMA.
           DISPLAY "TIMESTAMP DE LA EXCEPCION (14 DIGITOS):".
           ACCEPT WS-REF-EXC-TIMESTAMP.
           MOVE SPACES TO WS-REF-CLAVE.
           STRING WS-REF-EXC-PROGRAMA  DELIMITED BY SIZE
                  WS-REF-EXC-TIMESTAMP DELIMITED BY SIZE
               INTO WS-REF-CLAVE.
           MOVE "CAS-REF-EXCEP" TO WS-AUDIT-CAMPO.
           MOVE WS-REF-CLAVE    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           MOVE "N" TO WS-REF-HALLADA-SW.
           OPEN INPUT EXCEPCION-FILE.
           IF EXCEPCION-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 265-LEE-EXCEPCION
                   UNTIL EXCEPCION-EOF OR REF-HALLADA
               CLOSE EXCEPCION-FILE
           END-IF.
           IF NOT REF-HALLADA
               DISPLAY "NO EXISTE ESA EXCEPCION EN EXCEPCION.DAT."
               MOVE "N" TO WS-DATOS-VALIDOS-SW
           END-IF.

       265-LEE-EXCEPCION.
           READ EXCEPCION-FILE
               AT END
                   SET EXCEPCION-EOF TO TRUE
               NOT AT END
                   IF EXC-PROGRAMA NOT = "**TRAILER**"
                       AND EXC-PROGRAMA = WS-REF-EXC-PROGRAMA
                       AND EXC-TIMESTAMP = WS-REF-EXC-TIMESTAMP
                       SET REF-HALLADA TO TRUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 280-CALCULA-OBJETIVO - la fecha objetivo es la fecha de
      * negocio mas los dias de calendario de la categoria.
      *-----------------------------------------------------------------
       280-CALCULA-OBJETIVO.
           MOVE 2 TO WS-DIAS-OBJETIVO.
           PERFORM 285-DIAS-CATEGORIA
               VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > 4.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CAND-NUM.
           PERFORM 287-SUMA-UN-DIA WS-DIAS-OBJETIVO TIMES.

       285-DIAS-CATEGORIA.
           IF CTG-CODIGO (WS-IDX-CAT) = WS-CATEGORIA
               MOVE CTG-DIAS (WS-IDX-CAT) TO WS-DIAS-OBJETIVO
           END-IF.

       287-SUMA-UN-DIA.
           PERFORM DIAS-DEL-MES.
           IF WS-CAND-DIA < WS-DIAS-MES
               ADD 1 TO WS-CAND-DIA
           ELSE
               MOVE 1 TO WS-CAND-DIA
               IF WS-CAND-MES = 12
                   MOVE 1 TO WS-CAND-MES
                   ADD 1 TO WS-CAND-ANIO
               ELSE
                   ADD 1 TO WS-CAND-MES
               END-IF
           END-IF.

       290-GRABA-CASO.
           MOVE "CASO" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.
           MOVE SPACES               TO CASO-SERVICIO-RECORD.
           MOVE WS-NUMERO-ASIGNADO   TO CAS-NUMERO.
           MOVE WS-CLIENTE-NUM       TO CAS-CLIENTE.
           MOVE WS-CATEGORIA         TO CAS-CATEGORIA.
           MOVE WS-PRIORIDAD         TO CAS-PRIORIDAD.
           SET  CAS-ABIERTO          TO TRUE.
           MOVE WS-RESPONSABLE       TO CAS-RESPONSABLE.
           MOVE WS-OPERADOR          TO CAS-ABRIO.
           MOVE WS-FECHA-NEGOCIO     TO CAS-FECHA-APERTURA.
           MOVE WS-FECHA-CAND-NUM    TO CAS-FECHA-OBJETIVO.
           MOVE ZERO                 TO CAS-FECHA-RESUELTO.
           MOVE ZERO                 TO CAS-FECHA-CIERRE.
           MOVE WS-REF-TIPO          TO CAS-REF-TIPO.
           MOVE WS-REF-CLAVE         TO CAS-REF-CLAVE.
           MOVE WS-DESCRIPCION       TO CAS-DESCRIPCION.
           MOVE WS-FECHA-NEGOCIO     TO CAS-FECHA-CAMBIO.
           MOVE WS-OPERADOR          TO CAS-OPERADOR-CAMBIO.
           WRITE CASO-SERVICIO-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL CASO "
                       WS-NUMERO-ASIGNADO "; REVISE LA SERIE CASO."
               NOT INVALID KEY
                   DISPLAY "CASO " CAS-NUMERO " ABIERTO PARA "
                       CAS-RESPONSABLE "; OBJETIVO "
                       CAS-FECHA-OBJETIVO "."
                   MOVE "ABRE-CASO"  TO WS-AUDIT-CAMPO
                   MOVE CAS-NUMERO   TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
           END-WRITE.

      *-----------------------------------------------------------------
      * 300-ACTUALIZA-CASO - cambia el estado de un caso no cerrado
      * (A abierto, P en proceso, E esperando al cliente, R resuelto;
      * en blanco lo conserva) y deja la nota, que es obligatoria.
      * Resolverlo estampa la fecha de resuelto; volverlo a pendiente
      * la limpia.
      *-----------------------------------------------------------------
       300-ACTUALIZA-CASO.
           PERFORM 800-LEE-CASO.
           IF CASO-HALLADO
               IF CAS-CERRADO
                   DISPLAY "EL CASO YA ESTA CERRADO DESDE EL "
                       CAS-FECHA-CIERRE "."
               ELSE
                   PERFORM 310-CAPTURA-ACTUALIZACION
               END-IF
           END-IF.

       310-CAPTURA-ACTUALIZACION.
           DISPLAY "NUEVO ESTADO (A ABIERTO, P EN PROCESO, "
               "E ESPERA CLIENTE, R RESUELTO, EN BLANCO = "
               "CONSERVAR):".
           ACCEPT WS-NUEVO-ESTADO.
           MOVE "CAS-ESTADO"    TO WS-AUDIT-CAMPO.
           MOVE WS-NUEVO-ESTADO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "NOTA (60 CARACTERES):".
           ACCEPT WS-NOTA.
           MOVE "CAS-NOTA" TO WS-AUDIT-CAMPO.
           MOVE WS-NOTA    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           EVALUATE TRUE
               WHEN NOT NUEVO-ESTADO-VALIDO
                   DISPLAY "ESTADO NO VALIDO; EL CASO NO CAMBIA."
               WHEN WS-NOTA = SPACES
                   DISPLAY "LA NOTA ES OBLIGATORIA; EL CASO NO "
                       "CAMBIA."
               WHEN OTHER
                   PERFORM 320-APLICA-ACTUALIZACION
           END-EVALUATE.

       320-APLICA-ACTUALIZACION.
           IF WS-NUEVO-ESTADO = "R"
               AND NOT CAS-RESUELTO
               MOVE WS-FECHA-NEGOCIO TO CAS-FECHA-RESUELTO
           END-IF.
           IF NUEVO-ESTADO-PENDIENTE
               MOVE ZERO TO CAS-FECHA-RESUELTO
           END-IF.
           IF WS-NUEVO-ESTADO NOT = SPACE
               MOVE WS-NUEVO-ESTADO TO CAS-ESTADO
           END-IF.
           MOVE WS-NOTA          TO CAS-ULTIMA-NOTA.
           MOVE WS-FECHA-NEGOCIO TO CAS-FECHA-CAMBIO.
           MOVE WS-OPERADOR      TO CAS-OPERADOR-CAMBIO.
           REWRITE CASO-SERVICIO-RECORD.
           DISPLAY "CASO " CAS-NUMERO " ACTUALIZADO; ESTADO "
               CAS-ESTADO ".".
           MOVE "ACTUALIZA-CASO" TO WS-AUDIT-CAMPO.
           MOVE SPACES           TO WS-AUDIT-VALOR.
           STRING WS-CASO-TXT DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  CAS-ESTADO  DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 400-REASIGNA-CASO - pasa un caso no cerrado a otro
      * responsable; solo lo hace el responsable actual o un
      * supervisor.
      *-----------------------------------------------------------------
       400-REASIGNA-CASO.
           PERFORM 800-LEE-CASO.
           IF CASO-HALLADO
               EVALUATE TRUE
                   WHEN CAS-CERRADO
                       DISPLAY "EL CASO YA ESTA CERRADO DESDE EL "
                           CAS-FECHA-CIERRE "."
                   WHEN CAS-RESPONSABLE NOT = WS-OPERADOR
                       AND NOT FIRMA-ES-SUPERVISOR
                       DISPLAY "SOLO EL RESPONSABLE O UN SUPERVISOR "
                           "REASIGNA EL CASO."
                       MOVE "ROL-RECHAZADO" TO WS-AUDIT-CAMPO
                       MOVE WS-OPERADOR     TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
                   WHEN OTHER
                       PERFORM 410-CAPTURA-RESPONSABLE
               END-EVALUATE
           END-IF.

       410-CAPTURA-RESPONSABLE.
           DISPLAY "NUEVO RESPONSABLE:".
           ACCEPT WS-RESPONSABLE.
           MOVE "CAS-RESPONSABLE" TO WS-AUDIT-CAMPO.
           MOVE WS-RESPONSABLE    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           PERFORM 700-VALIDA-RESPONSABLE.
           IF RESPONSABLE-VALIDO
               MOVE WS-RESPONSABLE   TO CAS-RESPONSABLE
               MOVE WS-FECHA-NEGOCIO TO CAS-FECHA-CAMBIO
               MOVE WS-OPERADOR      TO CAS-OPERADOR-CAMBIO
               REWRITE CASO-SERVICIO-RECORD
               DISPLAY "CASO " CAS-NUMERO " REASIGNADO A "
                   CAS-RESPONSABLE "."
               MOVE "REASIGNA-CASO" TO WS-AUDIT-CAMPO
               MOVE SPACES          TO WS-AUDIT-VALOR
               STRING WS-CASO-TXT    DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      WS-RESPONSABLE DELIMITED BY SIZE
                   INTO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           ELSE
               DISPLAY "EL CASO NO SE REASIGNA."
           END-IF.

      *-----------------------------------------------------------------
      * 500-CIERRA-CASO - cierra un caso (el responsable o un
      * supervisor); si nunca se marco resuelto, la fecha de resuelto
      * queda con la del cierre.
      *-----------------------------------------------------------------
       500-CIERRA-CASO.
           PERFORM 800-LEE-CASO.
           IF CASO-HALLADO
               EVALUATE TRUE
                   WHEN CAS-CERRADO
                       DISPLAY "EL CASO YA ESTA CERRADO DESDE EL "
                           CAS-FECHA-CIERRE "."
                   WHEN CAS-RESPONSABLE NOT = WS-OPERADOR
                       AND NOT FIRMA-ES-SUPERVISOR
                       DISPLAY "SOLO EL RESPONSABLE O UN SUPERVISOR "
                           "CIERRA EL CASO."
                       MOVE "ROL-RECHAZADO" TO WS-AUDIT-CAMPO
                       MOVE WS-OPERADOR     TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
                   WHEN OTHER
                       PERFORM 510-APLICA-CIERRE
               END-EVALUATE
           END-IF.

       510-APLICA-CIERRE.
           DISPLAY "NOTA DE CIERRE (60 CARACTERES):".
           ACCEPT WS-NOTA.
           MOVE "CAS-NOTA" TO WS-AUDIT-CAMPO.
           MOVE WS-NOTA    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF CAS-FECHA-RESUELTO = ZERO
               MOVE WS-FECHA-NEGOCIO TO CAS-FECHA-RESUELTO
           END-IF.
           IF WS-NOTA NOT = SPACES
               MOVE WS-NOTA TO CAS-ULTIMA-NOTA
           END-IF.
           SET  CAS-CERRADO      TO TRUE.
           MOVE WS-FECHA-NEGOCIO TO CAS-FECHA-CIERRE.
           MOVE WS-FECHA-NEGOCIO TO CAS-FECHA-CAMBIO.
           MOVE WS-OPERADOR      TO CAS-OPERADOR-CAMBIO.
           REWRITE CASO-SERVICIO-RECORD.
           DISPLAY "CASO " CAS-NUMERO " CERRADO.".
           MOVE "CIERRA-CASO" TO WS-AUDIT-CAMPO.
           MOVE WS-CASO-TXT   TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 600-LISTA - los casos pendientes del operador firmado, con sus
      * dias a la fecha de negocio y la marca de los que ya pasaron
      * de su fecha objetivo.
      *-----------------------------------------------------------------
       600-LISTA.
           MOVE ZERO TO WS-CONTADOR-LISTA.
           MOVE ZERO TO WS-CONTADOR-VENCIDOS.
           MOVE ZERO TO CAS-NUMERO.
           START CASO-SERVICIO-FILE KEY NOT < CAS-NUMERO
               INVALID KEY
                   DISPLAY "NO HAY CASOS REGISTRADOS."
               NOT INVALID KEY
                   PERFORM 610-LISTA-CASO UNTIL CASOS-EOF
                   DISPLAY "CASOS PENDIENTES: " WS-CONTADOR-LISTA
                       " VENCIDOS: " WS-CONTADOR-VENCIDOS
           END-START.

       610-LISTA-CASO.
           READ CASO-SERVICIO-FILE NEXT RECORD
               AT END
                   SET CASOS-EOF TO TRUE
               NOT AT END
                   IF CAS-PENDIENTE
                       AND CAS-RESPONSABLE = WS-OPERADOR
                       PERFORM 620-MUESTRA-PENDIENTE
                   END-IF
           END-READ.

       620-MUESTRA-PENDIENTE.
           ADD 1 TO WS-CONTADOR-LISTA.
           MOVE CAS-FECHA-APERTURA TO WS-FECHA-CASO.
           COMPUTE WS-DIAS-ABIERTO =
               (WS-HOY-ANIO - WS-CASO-ANIO) * 360
               + (WS-HOY-MES - WS-CASO-MES) * 30
               + (WS-HOY-DIA - WS-CASO-DIA).
           IF WS-FECHA-NEGOCIO > CAS-FECHA-OBJETIVO
               MOVE "VENCIDO" TO WS-MARCA-VENCIDO
               ADD 1 TO WS-CONTADOR-VENCIDOS
           ELSE
               MOVE SPACES TO WS-MARCA-VENCIDO
           END-IF.
           DISPLAY "  CASO " CAS-NUMERO
               " CLIENTE " CAS-CLIENTE
               " " CAS-CATEGORIA
               " PRI " CAS-PRIORIDAD
               " EST " CAS-ESTADO
               " (" WS-DIAS-ABIERTO " DIAS) "
               WS-MARCA-VENCIDO.
           DISPLAY "    " CAS-DESCRIPCION.

      *-----------------------------------------------------------------
      * 700-VALIDA-RESPONSABLE - el responsable debe ser un operador
      * activo del maestro; sin maestro se acepta con aviso, la misma
      * tolerancia de arranque de VALOPER.
      *-----------------------------------------------------------------
       700-VALIDA-RESPONSABLE.
           MOVE "N" TO WS-RESPONSABLE-SW.
           OPEN INPUT OPERADORES-FILE.
           IF OPERMAST-NO-EXISTE
               DISPLAY "SIN MAESTRO DE OPERADORES: EL RESPONSABLE NO "
                   "SE PUEDE VERIFICAR."
               SET RESPONSABLE-VALIDO TO TRUE
           ELSE
               MOVE WS-RESPONSABLE TO OPE-ID
               READ OPERADORES-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE EL OPERADOR "
                           WS-RESPONSABLE "."
                   NOT INVALID KEY
                       IF OPE-ESTA-ACTIVO
                           SET RESPONSABLE-VALIDO TO TRUE
                       ELSE
                           DISPLAY "EL OPERADOR " WS-RESPONSABLE
                               " NO ESTA ACTIVO."
                       END-IF
               END-READ
               CLOSE OPERADORES-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 800-LEE-CASO - captura el numero de caso (auditado) y lo lee;
      * lo muestra para que el operador sepa sobre que trabaja.
      *-----------------------------------------------------------------
       800-LEE-CASO.
           MOVE "N" TO WS-CASO-HALLADO-SW.
           DISPLAY "NUMERO DE CASO (7 DIGITOS):".
           ACCEPT WS-CASO-TXT.
           MOVE "CAS-NUMERO" TO WS-AUDIT-CAMPO.
           MOVE WS-CASO-TXT  TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-CASO-TXT IS NOT NUMERIC
               DISPLAY "EL CASO DEBE SER DE 7 DIGITOS."
           ELSE
               MOVE WS-CASO-TXT TO CAS-NUMERO
               READ CASO-SERVICIO-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE ESE CASO."
                   NOT INVALID KEY
                       SET CASO-HALLADO TO TRUE
                       DISPLAY "CASO " CAS-NUMERO
                           " CLIENTE " CAS-CLIENTE
                           " " CAS-CATEGORIA
                           " PRI " CAS-PRIORIDAD
                           " EST " CAS-ESTADO
                           " RESP " CAS-RESPONSABLE
                           " OBJETIVO " CAS-FECHA-OBJETIVO
                       DISPLAY "  " CAS-DESCRIPCION
                       IF CAS-ULTIMA-NOTA NOT = SPACES
                           DISPLAY "  ULTIMA NOTA: " CAS-ULTIMA-NOTA
                       END-IF
                       IF NOT CAS-SIN-REFERENCIA
                           DISPLAY "  REFERENCIA " CAS-REF-TIPO ": "
                               CAS-REF-CLAVE
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY: toma el siguiente numero
      * de la serie CASO del archivo de control de numeros.
      *-----------------------------------------------------------------
           COPY ASIGNUM.

      *-----------------------------------------------------------------
      * DIAS-DEL-MES - viene de RESTADIA.CPY; aqui solo se usa
      * DIAS-DEL-MES para avanzar la fecha objetivo.
      *-----------------------------------------------------------------
           COPY RESTADIA.

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
           MOVE "D7-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "D7-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM D7-PROGRAMA.
