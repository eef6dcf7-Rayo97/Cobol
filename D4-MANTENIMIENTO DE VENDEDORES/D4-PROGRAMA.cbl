      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de vendedores: el maestro de vendedores
      *          (VENDEDOR.DAT: nombre, numero de empleado de nomina,
      *          activo) y la asignacion del vendedor responsable de
      *          cada cliente (CLIVEND.DAT), con fecha desde. Dar de
      *          alta o cambiar un vendedor y asignarlo a un cliente
      *          es de supervisores y queda con su firma; consultar la
      *          historia de un cliente y listar los vendedores es de
      *          cualquier operador. Un cambio de vendedor es un
      *          renglon nuevo que no borra la historia, y no puede
      *          fecharse antes del mes de negocio en curso: los meses
      *          anteriores ya se pagaron en comisiones (D5-PROGRAMA).
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
       PROGRAM-ID. D4-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT VENDEDOR-FILE
               ASSIGN TO "VENDEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WS-VENDEDOR-STATUS.

           SELECT CLIENTE-VENDEDOR-FILE
               ASSIGN TO "CLIVEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CVE-CLAVE
               FILE STATUS IS WS-CLIVEND-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.D4.DAT"
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
       FD  VENDEDOR-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDEDOR.

       FD  CLIENTE-VENDEDOR-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIVEND.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

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

      *-FILE STATUS/88-LEVEL DE VENDEDOR-FILE: VIENE DE VENSTS.CPY.
           COPY VENSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTE-VENDEDOR-FILE: VIENE DE
      *-CVESTS.CPY.
           COPY CVESTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "D4-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-BANDERA DEL CONTROL DE ROL: CUALQUIER OPERADOR FIRMADO
      *-CONSULTA, PERO SOLO UN SUPERVISOR DA DE ALTA O ASIGNA.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO: FECHA EL ALTA Y LA CAPTURA, Y SU MES ES
      *-LO MAS ATRAS QUE PUEDE FECHARSE UNA ASIGNACION.
       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-VENDEDOR  VALUE "V" "v".
           88  OPCION-ASIGNA    VALUE "A" "a".
           88  OPCION-HISTORIA  VALUE "H" "h".
           88  OPCION-LISTA     VALUE "L" "l".
           88  OPCION-SALIR     VALUE "9".

      *-CAMPOS DE CAPTURA; EL CLIENTE Y LA FECHA SE TECLEAN COMO
      *-TEXTO Y SOLO SE MUEVEN CUANDO SON NUMERICOS.
       01  WS-VENDEDOR-TRABAJO PIC X(5)  VALUE SPACES.
       01  WS-NOMBRE-TRABAJO   PIC X(30) VALUE SPACES.
       01  WS-EMPLEADO-TRABAJO PIC X(10) VALUE SPACES.
       01  WS-ACTIVO-TRABAJO   PIC X     VALUE SPACE.
       01  WS-CLIENTE-TXT      PIC X(7)  VALUE SPACES.
       01  WS-CLIENTE-NUM      PIC 9(7)  VALUE ZERO.
       01  WS-FECHA-TXT        PIC X(8)  VALUE SPACES.
       01  WS-FECHA-DESDE      PIC 9(8)  VALUE ZERO.
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-DESDE.
           05  WS-FEC-ANIO     PIC 9(4).
           05  WS-FEC-MES      PIC 99.
           05  WS-FEC-DIA      PIC 99.
       01  WS-CONFIRMA         PIC X     VALUE SPACE.
           88  CONFIRMA-SI     VALUE "S" "s".

       01  WS-FECHA-VALIDA-SW PIC X VALUE "N".
           88  FECHA-VALIDA VALUE "S".

      *-EL VENDEDOR VIGENTE DE UN CLIENTE A UNA FECHA, COMO LO
      *-RESUELVE LA CORRIDA DE COMISIONES: EL RENGLON DE FECHA DESDE
      *-MAS RECIENTE QUE NO PASE DE ELLA.
       01  WS-VENDEDOR-VIGENTE PIC X(5)  VALUE SPACES.
       01  WS-DESDE-VIGENTE    PIC 9(8)  VALUE ZERO.
       01  WS-FIN-ASIGNACIONES-SW PIC X VALUE "N".
           88  FIN-ASIGNACIONES VALUE "S".

       01  WS-CONTADOR-LISTA PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O VENDEDOR-FILE.
           IF VENDEDOR-NO-EXISTE
               OPEN OUTPUT VENDEDOR-FILE
               CLOSE VENDEDOR-FILE
               OPEN I-O VENDEDOR-FILE
           END-IF.
           OPEN I-O CLIENTE-VENDEDOR-FILE.
           IF CLIVEND-NO-EXISTE
               OPEN OUTPUT CLIENTE-VENDEDOR-FILE
               CLOSE CLIENTE-VENDEDOR-FILE
               OPEN I-O CLIENTE-VENDEDOR-FILE
           END-IF.
           OPEN INPUT CLIENTES-FILE.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           IF NOT CLIENTES-NO-EXISTE
               CLOSE CLIENTES-FILE
           END-IF.
           CLOSE CLIENTE-VENDEDOR-FILE.
           CLOSE VENDEDOR-FILE.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado para saber si puede dar de alta o asignar; sin maestro
      * de operadores la firma paso sin validar y se permite con
      * aviso, la misma tolerancia de arranque de VALOPER.
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
      * 100-TRANSACCION - menu de vendedores: alta o cambio de
      * vendedor, asignacion a un cliente, historia de un cliente,
      * lista o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "VENDEDORES Y ASIGNACION DE CLIENTES".
           DISPLAY "  V - ALTA O CAMBIO DE VENDEDOR (SUPERVISOR)".
           DISPLAY "  A - ASIGNAR VENDEDOR A UN CLIENTE (SUPERVISOR)".
           DISPLAY "  H - HISTORIA DE VENDEDORES DE UN CLIENTE".
           DISPLAY "  L - LISTAR VENDEDORES".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-VENDED" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION       TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-VENDEDOR OR OPCION-ASIGNA)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-VENDEDOR OR OPCION-ASIGNA
                   IF FIRMA-ES-SUPERVISOR
                       IF OPCION-VENDEDOR
                           PERFORM 200-VENDEDOR
                       ELSE
                           PERFORM 300-ASIGNA
                       END-IF
                   ELSE
                       DISPLAY "EL ALTA DE VENDEDORES Y LA ASIGNACION "
                           "ESTAN RESERVADAS A SUPERVISORES."
                       MOVE "ROL-RECHAZADO" TO WS-AUDIT-CAMPO
                       MOVE WS-OPERADOR     TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
                   END-IF
               WHEN OPCION-HISTORIA
                   PERFORM 400-HISTORIA
               WHEN OPCION-LISTA
                   PERFORM 500-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-VENDEDOR - un codigo que ya existe se muestra y se cambia
      * (en blanco conserva); uno nuevo se da de alta activo, con
      * nombre y numero de empleado obligatorios.
      *-----------------------------------------------------------------
       200-VENDEDOR.
           DISPLAY "CODIGO DEL VENDEDOR (5 CARS):".
           ACCEPT WS-VENDEDOR-TRABAJO.
           MOVE "VEN-CODIGO"        TO WS-AUDIT-CAMPO.
           MOVE WS-VENDEDOR-TRABAJO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-VENDEDOR-TRABAJO = SPACES
               DISPLAY "EL CODIGO NO PUEDE QUEDAR EN BLANCO."
           ELSE
               MOVE WS-VENDEDOR-TRABAJO TO VEN-CODIGO
               READ VENDEDOR-FILE
                   INVALID KEY
                       PERFORM 210-ALTA
                   NOT INVALID KEY
                       PERFORM 220-CAMBIO
               END-READ
           END-IF.

       210-ALTA.
           DISPLAY "VENDEDOR NUEVO. NOMBRE:".
           ACCEPT WS-NOMBRE-TRABAJO.
           DISPLAY "NUMERO DE EMPLEADO EN NOMINA (10 CARS):".
           ACCEPT WS-EMPLEADO-TRABAJO.
           MOVE "VEN-EMPLEADO"      TO WS-AUDIT-CAMPO.
           MOVE WS-EMPLEADO-TRABAJO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-NOMBRE-TRABAJO = SPACES
               OR WS-EMPLEADO-TRABAJO = SPACES
               DISPLAY "EL NOMBRE Y EL NUMERO DE EMPLEADO SON "
                   "OBLIGATORIOS; EL ALTA NO SE APLICA."
           ELSE
               MOVE WS-VENDEDOR-TRABAJO TO VEN-CODIGO
               MOVE WS-NOMBRE-TRABAJO   TO VEN-NOMBRE
               MOVE WS-EMPLEADO-TRABAJO TO VEN-EMPLEADO
               MOVE "S"                 TO VEN-ACTIVO
               MOVE WS-OPERADOR         TO VEN-SUPERVISOR
               MOVE WS-FECHA-NEGOCIO    TO VEN-FECHA-ALTA
               WRITE VENDEDOR-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL VENDEDOR."
                   NOT INVALID KEY
                       DISPLAY "VENDEDOR DADO DE ALTA."
                       MOVE "ALTA-VENDEDOR"     TO WS-AUDIT-CAMPO
                       MOVE WS-VENDEDOR-TRABAJO TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
               END-WRITE
           END-IF.

       220-CAMBIO.
           DISPLAY "VENDEDOR: " VEN-CODIGO " " VEN-NOMBRE.
           DISPLAY "  EMPLEADO: " VEN-EMPLEADO " ACTIVO: " VEN-ACTIVO
               " ALTA: " VEN-FECHA-ALTA " POR " VEN-SUPERVISOR.
           DISPLAY "NOMBRE NUEVO (EN BLANCO = CONSERVAR):".
           ACCEPT WS-NOMBRE-TRABAJO.
           IF WS-NOMBRE-TRABAJO NOT = SPACES
               MOVE WS-NOMBRE-TRABAJO TO VEN-NOMBRE
           END-IF.
           DISPLAY "NUMERO DE EMPLEADO (EN BLANCO = CONSERVAR):".
           ACCEPT WS-EMPLEADO-TRABAJO.
           IF WS-EMPLEADO-TRABAJO NOT = SPACES
               MOVE WS-EMPLEADO-TRABAJO TO VEN-EMPLEADO
               MOVE "VEN-EMPLEADO"      TO WS-AUDIT-CAMPO
               MOVE WS-EMPLEADO-TRABAJO TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.
           DISPLAY "ACTIVO (S/N, EN BLANCO = CONSERVAR):".
           ACCEPT WS-ACTIVO-TRABAJO.
           IF WS-ACTIVO-TRABAJO = "S" OR WS-ACTIVO-TRABAJO = "N"
               MOVE WS-ACTIVO-TRABAJO TO VEN-ACTIVO
               MOVE "VEN-ACTIVO"      TO WS-AUDIT-CAMPO
               MOVE WS-ACTIVO-TRABAJO TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.
           REWRITE VENDEDOR-RECORD.
           DISPLAY "CAMBIO APLICADO.".
           MOVE "CAMBIO-VENDED" TO WS-AUDIT-CAMPO.
           MOVE VEN-CODIGO      TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 300-ASIGNA - el cliente debe existir en el maestro y el
      * vendedor estar activo; la fecha desde (en blanco, la fecha de
      * negocio) no puede caer antes del mes de negocio. Un renglon
      * con la misma fecha desde se reemplaza con confirmacion.
      *-----------------------------------------------------------------
       300-ASIGNA.
           DISPLAY "NUMERO DE CLIENTE (7 DIGITOS):".
           ACCEPT WS-CLIENTE-TXT.
           MOVE "CVE-CLIENTE"  TO WS-AUDIT-CAMPO.
           MOVE WS-CLIENTE-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF CLIENTES-NO-EXISTE
               DISPLAY "NO HAY MAESTRO DE CLIENTES (CLIENTES.DAT); "
                   "NO SE PUEDE ASIGNAR."
           ELSE
               IF WS-CLIENTE-TXT IS NOT NUMERIC
                   DISPLAY "EL CLIENTE DEBE SER DE 7 DIGITOS."
               ELSE
                   MOVE WS-CLIENTE-TXT TO WS-CLIENTE-NUM
                   MOVE WS-CLIENTE-NUM TO CLI-NUMERO
                   READ CLIENTES-FILE
                       INVALID KEY
                           DISPLAY "NO EXISTE EL CLIENTE "
                               WS-CLIENTE-NUM "."
                       NOT INVALID KEY
                           PERFORM 310-PIDE-VENDEDOR
                   END-READ
               END-IF
           END-IF.

       310-PIDE-VENDEDOR.
           DISPLAY "CLIENTE: " CLI-NUMERO " " CLI-NOMBRE " "
               CLI-APELLIDOS.
           IF CLI-ES-CERRADO
               DISPLAY "AVISO: EL CLIENTE ESTA CERRADO."
           END-IF.
           DISPLAY "CODIGO DEL VENDEDOR RESPONSABLE:".
           ACCEPT WS-VENDEDOR-TRABAJO.
           MOVE "CVE-VENDEDOR"      TO WS-AUDIT-CAMPO.
           MOVE WS-VENDEDOR-TRABAJO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           MOVE WS-VENDEDOR-TRABAJO TO VEN-CODIGO.
           READ VENDEDOR-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EL VENDEDOR "
                       WS-VENDEDOR-TRABAJO "."
               NOT INVALID KEY
                   IF VEN-ESTA-ACTIVO
                       PERFORM 320-PIDE-FECHA
                   ELSE
                       DISPLAY "EL VENDEDOR " VEN-CODIGO
                           " NO ESTA ACTIVO."
                   END-IF
           END-READ.

       320-PIDE-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA-SW.
           DISPLAY "VENDEDOR: " VEN-CODIGO " " VEN-NOMBRE.
           DISPLAY "RESPONSABLE DESDE (AAAAMMDD, EN BLANCO = "
               WS-FECHA-NEGOCIO "):".
           ACCEPT WS-FECHA-TXT.
           MOVE "CVE-FECHA-DESDE" TO WS-AUDIT-CAMPO.
           MOVE WS-FECHA-TXT      TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-FECHA-TXT = SPACES
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-DESDE
               SET FECHA-VALIDA TO TRUE
           ELSE
               IF WS-FECHA-TXT IS NOT NUMERIC
                   DISPLAY "LA FECHA DEBE SER AAAAMMDD (8 DIGITOS)."
               ELSE
                   MOVE WS-FECHA-TXT TO WS-FECHA-DESDE
                   IF WS-FEC-MES < 1 OR WS-FEC-MES > 12
                       OR WS-FEC-DIA < 1 OR WS-FEC-DIA > 31
                       DISPLAY "LA FECHA " WS-FECHA-DESDE
                           " NO EXISTE."
                   ELSE
                       SET FECHA-VALIDA TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF FECHA-VALIDA
               IF WS-FECHA-DESDE (1:6) < WS-FECHA-NEGOCIO (1:6)
                   DISPLAY "NO SE PUEDE ASIGNAR ANTES DEL MES DE "
                       "NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                       "; ESE MES YA SE PAGO EN COMISIONES."
               ELSE
                   PERFORM 330-GRABA-ASIGNACION
               END-IF
           END-IF.

       330-GRABA-ASIGNACION.
           PERFORM 600-VENDEDOR-VIGENTE.
           IF WS-VENDEDOR-VIGENTE = WS-VENDEDOR-TRABAJO
               DISPLAY "EL VENDEDOR " WS-VENDEDOR-TRABAJO
                   " YA ES EL RESPONSABLE DEL CLIENTE A ESA FECHA "
                   "(DESDE " WS-DESDE-VIGENTE ")."
           ELSE
               IF WS-VENDEDOR-VIGENTE NOT = SPACES
                   DISPLAY "RESPONSABLE A ESA FECHA: "
                       WS-VENDEDOR-VIGENTE " DESDE " WS-DESDE-VIGENTE
               END-IF
               MOVE WS-CLIENTE-NUM      TO CVE-CLIENTE
               MOVE WS-FECHA-DESDE      TO CVE-FECHA-DESDE
               MOVE WS-VENDEDOR-TRABAJO TO CVE-VENDEDOR
               MOVE WS-OPERADOR         TO CVE-SUPERVISOR
               MOVE WS-FECHA-NEGOCIO    TO CVE-FECHA-CAPTURA
               WRITE CLIENTE-VENDEDOR-RECORD
                   INVALID KEY
                       PERFORM 340-REEMPLAZA-ASIGNACION
                   NOT INVALID KEY
                       DISPLAY "VENDEDOR ASIGNADO."
                       MOVE "ASIGNA-VENDED" TO WS-AUDIT-CAMPO
                       MOVE CVE-CLAVE       TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
               END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * 340-REEMPLAZA-ASIGNACION - ya hay un renglon del cliente con
      * esa misma fecha desde: solo se reemplaza si el supervisor lo
      * confirma.
      *-----------------------------------------------------------------
       340-REEMPLAZA-ASIGNACION.
           DISPLAY "YA HAY UNA ASIGNACION DEL CLIENTE DESDE "
               WS-FECHA-DESDE "; REEMPLAZARLA (S/N):".
           ACCEPT WS-CONFIRMA.
           MOVE "CONFIRMA"  TO WS-AUDIT-CAMPO.
           MOVE WS-CONFIRMA TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF CONFIRMA-SI
               REWRITE CLIENTE-VENDEDOR-RECORD
               DISPLAY "ASIGNACION REEMPLAZADA."
               MOVE "REEMPL-ASIGNA" TO WS-AUDIT-CAMPO
               MOVE CVE-CLAVE       TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.

      *-----------------------------------------------------------------
      * 400-HISTORIA - todos los renglones de asignacion de un
      * cliente, del mas viejo al mas reciente.
      *-----------------------------------------------------------------
       400-HISTORIA.
           DISPLAY "NUMERO DE CLIENTE (7 DIGITOS):".
           ACCEPT WS-CLIENTE-TXT.
           IF WS-CLIENTE-TXT IS NOT NUMERIC
               DISPLAY "EL CLIENTE DEBE SER DE 7 DIGITOS."
           ELSE
               MOVE WS-CLIENTE-TXT TO WS-CLIENTE-NUM
               MOVE ZERO           TO WS-CONTADOR-LISTA
               MOVE "N"            TO WS-FIN-ASIGNACIONES-SW
               MOVE WS-CLIENTE-NUM TO CVE-CLIENTE
               MOVE ZERO           TO CVE-FECHA-DESDE
               START CLIENTE-VENDEDOR-FILE KEY NOT < CVE-CLAVE
                   INVALID KEY
                       SET FIN-ASIGNACIONES TO TRUE
               END-START
               PERFORM 410-LISTA-ASIGNACION UNTIL FIN-ASIGNACIONES
               IF WS-CONTADOR-LISTA = ZERO
                   DISPLAY "EL CLIENTE " WS-CLIENTE-NUM
                       " NO TIENE VENDEDOR ASIGNADO."
               END-IF
           END-IF.

       410-LISTA-ASIGNACION.
           READ CLIENTE-VENDEDOR-FILE NEXT RECORD
               AT END
                   SET FIN-ASIGNACIONES TO TRUE
               NOT AT END
                   IF CVE-CLIENTE NOT = WS-CLIENTE-NUM
                       SET FIN-ASIGNACIONES TO TRUE
                   ELSE
                       ADD 1 TO WS-CONTADOR-LISTA
                       DISPLAY "  DESDE " CVE-FECHA-DESDE
                           " VENDEDOR " CVE-VENDEDOR
                           " ASIGNO " CVE-SUPERVISOR
                           " EL " CVE-FECHA-CAPTURA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 500-LISTA - el maestro de vendedores en orden de codigo.
      *-----------------------------------------------------------------
       500-LISTA.
           MOVE ZERO   TO WS-CONTADOR-LISTA.
           MOVE SPACES TO WS-VENDEDOR-STATUS.
           MOVE LOW-VALUES TO VEN-CODIGO.
           START VENDEDOR-FILE KEY NOT < VEN-CODIGO
               INVALID KEY
                   DISPLAY "EL MAESTRO DE VENDEDORES ESTA VACIO."
               NOT INVALID KEY
                   PERFORM 510-LISTA-VENDEDOR UNTIL VENDEDOR-EOF
                   DISPLAY "VENDEDORES: " WS-CONTADOR-LISTA
           END-START.

       510-LISTA-VENDEDOR.
           READ VENDEDOR-FILE NEXT RECORD
               AT END
                   SET VENDEDOR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTADOR-LISTA
                   DISPLAY "  " VEN-CODIGO " " VEN-NOMBRE
                       " EMPLEADO: " VEN-EMPLEADO
                       " ACTIVO: " VEN-ACTIVO
           END-READ.

      *-----------------------------------------------------------------
      * 600-VENDEDOR-VIGENTE - deja en WS-VENDEDOR-VIGENTE el vendedor
      * responsable de WS-CLIENTE-NUM a WS-FECHA-DESDE (espacios si no
      * tenia); el mismo criterio con que la corrida de comisiones
      * atribuye cada factura.
      *-----------------------------------------------------------------
       600-VENDEDOR-VIGENTE.
           MOVE SPACES TO WS-VENDEDOR-VIGENTE.
           MOVE ZERO   TO WS-DESDE-VIGENTE.
           MOVE "N"    TO WS-FIN-ASIGNACIONES-SW.
           MOVE WS-CLIENTE-NUM TO CVE-CLIENTE.
           MOVE ZERO           TO CVE-FECHA-DESDE.
           START CLIENTE-VENDEDOR-FILE KEY NOT < CVE-CLAVE
               INVALID KEY
                   SET FIN-ASIGNACIONES TO TRUE
           END-START.
           PERFORM 610-LEE-VIGENTE UNTIL FIN-ASIGNACIONES.

       610-LEE-VIGENTE.
           READ CLIENTE-VENDEDOR-FILE NEXT RECORD
               AT END
                   SET FIN-ASIGNACIONES TO TRUE
               NOT AT END
                   IF CVE-CLIENTE NOT = WS-CLIENTE-NUM
                       OR CVE-FECHA-DESDE > WS-FECHA-DESDE
                       SET FIN-ASIGNACIONES TO TRUE
                   ELSE
                       MOVE CVE-VENDEDOR    TO WS-VENDEDOR-VIGENTE
                       MOVE CVE-FECHA-DESDE TO WS-DESDE-VIGENTE
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
           MOVE "D4-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "D4-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM D4-PROGRAMA.
