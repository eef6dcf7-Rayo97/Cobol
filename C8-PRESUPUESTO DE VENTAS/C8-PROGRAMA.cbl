      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del presupuesto de ventas (PRESUP.DAT):
      *          por articulo del maestro (ARTICULOS.DAT) y por mes
      *          AAAAMM, las unidades y el importe que se espera
      *          vender. Asentar, reemplazar o dar de baja un renglon
      *          es de supervisores y queda con su firma; listar el
      *          presupuesto de un año es de cualquier operador. El
      *          analisis de presupuesto contra real (C9-PROGRAMA) lo
      *          compara al cierre de cada mes con lo vendido.
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
       PROGRAM-ID. C8-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PRESUPUESTO-FILE
               ASSIGN TO "PRESUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS WS-PRESUP-STATUS.

           SELECT ARTICULOS-FILE
               ASSIGN TO "ARTICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-CODIGO
               FILE STATUS IS WS-ARTICULOS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.C8.DAT"
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
       FD  PRESUPUESTO-FILE
           LABEL RECORD IS STANDARD.
           COPY PRESUP.

       FD  ARTICULOS-FILE
           LABEL RECORD IS STANDARD.
           COPY ARTICULOS.

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

      *-FILE STATUS/88-LEVEL DE PRESUPUESTO-FILE: VIENE DE
      *-PRESSTS.CPY.
           COPY PRESSTS.

      *-FILE STATUS/88-LEVEL DE ARTICULOS-FILE: VIENE DE ARTSTS.CPY.
           COPY ARTSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "C8-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-BANDERA DEL CONTROL DE ROL: CUALQUIER OPERADOR FIRMADO LISTA
      *-EL PRESUPUESTO, PERO SOLO UN SUPERVISOR LO ASIENTA O LO BORRA.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO: CON ELLA SE FECHA CADA RENGLON.
       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-ASIENTA VALUE "A" "a".
           88  OPCION-BAJA    VALUE "B" "b".
           88  OPCION-LISTA   VALUE "L" "l".
           88  OPCION-SALIR   VALUE "9".

      *-CAMPOS DE CAPTURA; EL MES, LAS UNIDADES Y EL IMPORTE SE
      *-TECLEAN COMO TEXTO Y SOLO SE MUEVEN CUANDO SON NUMERICOS,
      *-COMO EN LAS DEMAS CAPTURAS (EL IMPORTE CON CENTAVOS
      *-IMPLICITOS, COMO EL PRECIO DEL MAESTRO DE ARTICULOS).
       01  WS-ARTICULO-TRABAJO PIC X(10) VALUE SPACES.
       01  WS-PERIODO-TXT      PIC X(6)  VALUE SPACES.
       01  WS-PERIODO-NUM      PIC 9(6)  VALUE ZERO.
       01  WS-PERIODO-PARTES REDEFINES WS-PERIODO-NUM.
           05  WS-PER-ANIO     PIC 9(4).
           05  WS-PER-MES      PIC 99.
       01  WS-CANTIDAD-TXT     PIC X(7)  VALUE SPACES.
       01  WS-IMPORTE-TXT      PIC X(11) VALUE SPACES.
       01  WS-ANIO-TXT         PIC X(4)  VALUE SPACES.
       01  WS-CONFIRMA         PIC X     VALUE SPACE.
           88  CONFIRMA-SI     VALUE "S" "s".

       01  WS-CLAVE-VALIDA-SW PIC X VALUE "N".
           88  CLAVE-VALIDA VALUE "S".

      *-TOTALES DEL LISTADO DE UN AÑO.
       01  WS-CONTADOR-LISTA PIC 9(5)      VALUE ZERO.
       01  WS-TOTAL-LISTA    PIC 9(11)V99  VALUE ZERO.
       01  WS-IMPORTE-EDITADO PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O PRESUPUESTO-FILE.
           IF PRESUP-NO-EXISTE
               OPEN OUTPUT PRESUPUESTO-FILE
               CLOSE PRESUPUESTO-FILE
               OPEN I-O PRESUPUESTO-FILE
           END-IF.
           OPEN INPUT ARTICULOS-FILE.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           IF NOT ARTICULOS-NO-EXISTE
               CLOSE ARTICULOS-FILE
           END-IF.
           CLOSE PRESUPUESTO-FILE.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado para saber si puede asentar presupuesto; sin maestro
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
      * 100-TRANSACCION - menu del presupuesto de ventas: asentar,
      * dar de baja, listar o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "PRESUPUESTO DE VENTAS POR ARTICULO Y MES".
           DISPLAY "  A - ASENTAR O REEMPLAZAR UN MES (SUPERVISOR)".
           DISPLAY "  B - BAJA DE UN MES (SUPERVISOR)".
           DISPLAY "  L - LISTAR EL PRESUPUESTO DE UN EJERCICIO".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-PRESUP" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION       TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ASIENTA OR OPCION-BAJA)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-ASIENTA OR OPCION-BAJA
                   IF FIRMA-ES-SUPERVISOR
                       PERFORM 200-PIDE-CLAVE
                       IF CLAVE-VALIDA
                           IF OPCION-ASIENTA
                               PERFORM 300-ASIENTA
                           ELSE
                               PERFORM 350-BAJA
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "MODIFICAR EL PRESUPUESTO ESTA "
                           "RESERVADO A SUPERVISORES."
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
      * 200-PIDE-CLAVE - captura el articulo y el mes, auditados: el
      * articulo debe existir en el maestro y el mes ser un AAAAMM
      * con mes de 01 a 12.
      *-----------------------------------------------------------------
       200-PIDE-CLAVE.
           MOVE "N" TO WS-CLAVE-VALIDA-SW.
           DISPLAY "CODIGO DEL ARTICULO (10 CARS):".
           ACCEPT WS-ARTICULO-TRABAJO.
           MOVE "PRE-ARTICULO"      TO WS-AUDIT-CAMPO.
           MOVE WS-ARTICULO-TRABAJO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "MES DEL PRESUPUESTO (AAAAMM):".
           ACCEPT WS-PERIODO-TXT.
           MOVE "PRE-PERIODO"  TO WS-AUDIT-CAMPO.
           MOVE WS-PERIODO-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           IF ARTICULOS-NO-EXISTE
               DISPLAY "NO HAY MAESTRO DE ARTICULOS (ARTICULOS.DAT); "
                   "NO SE PUEDE PRESUPUESTAR."
           ELSE
               MOVE WS-ARTICULO-TRABAJO TO ART-CODIGO
               READ ARTICULOS-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE EL ARTICULO "
                           WS-ARTICULO-TRABAJO "."
                   NOT INVALID KEY
                       PERFORM 210-VALIDA-PERIODO
               END-READ
           END-IF.

       210-VALIDA-PERIODO.
           IF WS-PERIODO-TXT IS NOT NUMERIC
               DISPLAY "EL MES DEBE SER AAAAMM (6 DIGITOS)."
           ELSE
               MOVE WS-PERIODO-TXT TO WS-PERIODO-NUM
               IF WS-PER-MES < 1 OR WS-PER-MES > 12
                   DISPLAY "EL MES " WS-PER-MES " NO EXISTE."
               ELSE
                   SET CLAVE-VALIDA TO TRUE
                   DISPLAY "ARTICULO: " ART-CODIGO " "
                       ART-DESCRIPCION
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 300-ASIENTA - un mes ya presupuestado se muestra y solo se
      * reemplaza con confirmacion; las unidades y el importe deben
      * ser numericos.
      *-----------------------------------------------------------------
       300-ASIENTA.
           MOVE "S" TO WS-CONFIRMA.
           MOVE WS-ARTICULO-TRABAJO TO PRE-ARTICULO.
           MOVE WS-PERIODO-NUM      TO PRE-PERIODO.
           READ PRESUPUESTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "EL MES YA TIENE PRESUPUESTO: "
                       PRE-CANTIDAD " UNIDADES POR " PRE-IMPORTE
                   DISPLAY "  ASENTADO EL " PRE-FECHA
                       " POR " PRE-SUPERVISOR
                   DISPLAY "REEMPLAZARLO (S/N):"
                   ACCEPT WS-CONFIRMA
                   MOVE "CONFIRMA"  TO WS-AUDIT-CAMPO
                   MOVE WS-CONFIRMA TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
           END-READ.
           IF CONFIRMA-SI
               DISPLAY "UNIDADES PRESUPUESTADAS (7 DIGITOS):"
               ACCEPT WS-CANTIDAD-TXT
               MOVE "PRE-CANTIDAD"  TO WS-AUDIT-CAMPO
               MOVE WS-CANTIDAD-TXT TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               DISPLAY "IMPORTE PRESUPUESTADO (11 DIGITOS, CENTAVOS "
                   "IMPLICITOS):"
               ACCEPT WS-IMPORTE-TXT
               MOVE "PRE-IMPORTE"  TO WS-AUDIT-CAMPO
               MOVE WS-IMPORTE-TXT TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               IF WS-CANTIDAD-TXT IS NUMERIC
                   AND WS-IMPORTE-TXT IS NUMERIC
                   PERFORM 310-ESCRIBE-PRESUPUESTO
               ELSE
                   DISPLAY "LAS UNIDADES (7 DIGITOS) Y EL IMPORTE "
                       "(11 DIGITOS) DEBEN SER NUMERICOS; NO SE "
                       "APLICA."
               END-IF
           END-IF.

       310-ESCRIBE-PRESUPUESTO.
           IF PRESUP-OK
               MOVE WS-CANTIDAD-TXT  TO PRE-CANTIDAD
               MOVE WS-IMPORTE-TXT   TO PRE-IMPORTE (1:11)
               MOVE WS-OPERADOR      TO PRE-SUPERVISOR
               MOVE WS-FECHA-NEGOCIO TO PRE-FECHA
               REWRITE PRESUPUESTO-RECORD
               DISPLAY "PRESUPUESTO REEMPLAZADO."
           ELSE
               MOVE WS-ARTICULO-TRABAJO TO PRE-ARTICULO
               MOVE WS-PERIODO-NUM      TO PRE-PERIODO
               MOVE WS-CANTIDAD-TXT     TO PRE-CANTIDAD
               MOVE WS-IMPORTE-TXT      TO PRE-IMPORTE (1:11)
               MOVE WS-OPERADOR         TO PRE-SUPERVISOR
               MOVE WS-FECHA-NEGOCIO    TO PRE-FECHA
               WRITE PRESUPUESTO-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL PRESUPUESTO."
                   NOT INVALID KEY
                       DISPLAY "PRESUPUESTO ASENTADO."
               END-WRITE
           END-IF.
           MOVE "ASIENTA-PRESUP" TO WS-AUDIT-CAMPO.
           MOVE PRE-CLAVE        TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 350-BAJA - borra el presupuesto de un mes, con confirmacion.
      *-----------------------------------------------------------------
       350-BAJA.
           MOVE WS-ARTICULO-TRABAJO TO PRE-ARTICULO.
           MOVE WS-PERIODO-NUM      TO PRE-PERIODO.
           READ PRESUPUESTO-FILE
               INVALID KEY
                   DISPLAY "ESE MES NO TIENE PRESUPUESTO."
               NOT INVALID KEY
                   DISPLAY "PRESUPUESTO: " PRE-CANTIDAD
                       " UNIDADES POR " PRE-IMPORTE
                   DISPLAY "DARLO DE BAJA (S/N):"
                   ACCEPT WS-CONFIRMA
                   MOVE "CONFIRMA"  TO WS-AUDIT-CAMPO
                   MOVE WS-CONFIRMA TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
                   IF CONFIRMA-SI
                       DELETE PRESUPUESTO-FILE
                       DISPLAY "PRESUPUESTO DADO DE BAJA."
                       MOVE "BAJA-PRESUP" TO WS-AUDIT-CAMPO
                       MOVE PRE-CLAVE     TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-LISTA - el presupuesto de un año, en orden de articulo y
      * mes, con el total del importe.
      *-----------------------------------------------------------------
       400-LISTA.
           DISPLAY "EJERCICIO A LISTAR (AAAA):".
           ACCEPT WS-ANIO-TXT.
           IF WS-ANIO-TXT IS NOT NUMERIC
               DISPLAY "EL EJERCICIO DEBE SER DE 4 DIGITOS."
           ELSE
               MOVE ZERO   TO WS-CONTADOR-LISTA
               MOVE ZERO   TO WS-TOTAL-LISTA
               MOVE SPACES TO WS-PRESUP-STATUS
               MOVE LOW-VALUES TO PRE-CLAVE
               START PRESUPUESTO-FILE KEY NOT < PRE-CLAVE
                   INVALID KEY
                       DISPLAY "NO HAY PRESUPUESTO REGISTRADO."
                   NOT INVALID KEY
                       PERFORM 410-LISTA-RENGLON UNTIL PRESUP-EOF
                       MOVE WS-TOTAL-LISTA TO WS-IMPORTE-EDITADO
                       DISPLAY "RENGLONES: " WS-CONTADOR-LISTA
                           " IMPORTE TOTAL: " WS-IMPORTE-EDITADO
               END-START
           END-IF.

       410-LISTA-RENGLON.
           READ PRESUPUESTO-FILE NEXT RECORD
               AT END
                   SET PRESUP-EOF TO TRUE
               NOT AT END
                   IF PRE-PERIODO (1:4) = WS-ANIO-TXT
                       ADD 1           TO WS-CONTADOR-LISTA
                       ADD PRE-IMPORTE TO WS-TOTAL-LISTA
                       MOVE PRE-IMPORTE TO WS-IMPORTE-EDITADO
                       DISPLAY "  " PRE-ARTICULO
                           " " PRE-PERIODO
                           " UNIDADES " PRE-CANTIDAD
                           " IMPORTE " WS-IMPORTE-EDITADO
                           " POR " PRE-SUPERVISOR
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
           MOVE "C8-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "C8-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM C8-PROGRAMA.
