      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cambio masivo de precios de lista: el supervisor
      *          escoge los articulos activos por rango de codigos o
      *          por categoria de IVA, un aumento en porciento o en
      *          importe fijo y una fecha efectiva futura. Antes de
      *          pedir nada, el programa deja en CAMBPREC.RPT el
      *          impacto: el precio anterior contra el nuevo de cada
      *          articulo y el efecto en el importe mensual de cada
      *          contrato activo de CONTRATOS.DAT que los factura. Si
      *          el supervisor lo confirma, el lote queda en
      *          CAMBPREC.DAT y en la cola de aprobacion a dos firmas
      *          (PENDAPRO.DAT, tipo PR): otro supervisor lo aprueba
      *          en 93-PROGRAMA y la corrida nocturna (D1-PROGRAMA)
      *          lo lleva al maestro al llegar la fecha efectiva.
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
       PROGRAM-ID. D0-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ARTICULOS-FILE
               ASSIGN TO "ARTICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-CODIGO
               FILE STATUS IS WS-ARTICULOS-STATUS.

           SELECT CONTRATOS-FILE
               ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-NUMERO
               FILE STATUS IS WS-CONTRATOS-STATUS.

           SELECT CAMBIO-PRECIO-FILE
               ASSIGN TO "CAMBPREC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMBPREC-STATUS.

           SELECT PENDIENTE-APRO-FILE
               ASSIGN TO "PENDAPRO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAPRO-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "CAMBPREC.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.D0.DAT"
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
       FD  ARTICULOS-FILE
           LABEL RECORD IS STANDARD.
           COPY ARTICULOS.

       FD  CONTRATOS-FILE
           LABEL RECORD IS STANDARD.
           COPY CONTRATOS.

       FD  CAMBIO-PRECIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CAMBPREC.

       FD  PENDIENTE-APRO-FILE
           LABEL RECORD IS STANDARD.
           COPY PENDAPRO.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-PRECIO-RECORD   PIC X(80).

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

      *-FILE STATUS/88-LEVEL DE ARTICULOS-FILE: VIENE DE ARTSTS.CPY.
           COPY ARTSTS.

      *-FILE STATUS/88-LEVEL DE CONTRATOS-FILE: VIENE DE
      *-CONTRSTS.CPY.
           COPY CONTRSTS.

      *-FILE STATUS/88-LEVEL DE CAMBIO-PRECIO-FILE: VIENE DE
      *-CPRSTS.CPY.
           COPY CPRSTS.

      *-FILE STATUS/88-LEVEL DE PENDIENTE-APRO-FILE: VIENE DE
      *-PENSTS.CPY.
           COPY PENSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "D0-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-BANDERA DEL CONTROL DE ROL: CUALQUIER OPERADOR FIRMADO LISTA
      *-LOS LOTES, PERO SOLO UN SUPERVISOR SOLICITA UN CAMBIO.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO: LA FECHA EFECTIVA DEBE SER POSTERIOR.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY); EL NUMERO ES EL LOTE.
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).
       01  WS-LOTE             PIC 9(7) VALUE ZERO.

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-SOLICITA VALUE "S" "s".
           88  OPCION-LISTA    VALUE "L" "l".
           88  OPCION-SALIR    VALUE "9".

      *-CAPTURA DE LA SOLICITUD. EL PORCIENTO (5 DIGITOS, DOS
      *-DECIMALES IMPLICITOS), EL IMPORTE FIJO (7 DIGITOS, CENTAVOS
      *-IMPLICITOS) Y LA FECHA SE TECLEAN COMO TEXTO Y SOLO SE MUEVEN
      *-CUANDO SON NUMERICOS.
       01  WS-CRITERIO PIC X VALUE SPACE.
           88  CRITERIO-RANGO     VALUE "R" "r".
           88  CRITERIO-CATEGORIA VALUE "C" "c".
       01  WS-CODIGO-DESDE    PIC X(10) VALUE SPACES.
       01  WS-CODIGO-HASTA    PIC X(10) VALUE SPACES.
       01  WS-CATEG-SEL       PIC X     VALUE SPACE.
           88  CATEG-SEL-VALIDA VALUE "G" "R" "E".
       01  WS-TIPO-AUMENTO PIC X VALUE SPACE.
           88  AUMENTO-PORCIENTO VALUE "P" "p".
           88  AUMENTO-FIJO      VALUE "F" "f".
       01  WS-PORCIENTO-TXT   PIC X(5)  VALUE SPACES.
       01  WS-PORCIENTO       PIC 9(3)V99 VALUE ZERO.
       01  WS-FIJO-TXT        PIC X(7)  VALUE SPACES.
       01  WS-FIJO            PIC 9(5)V99 VALUE ZERO.
       01  WS-FECHA-EF-TXT    PIC X(8)  VALUE SPACES.
       01  WS-FECHA-EF        PIC 9(8)  VALUE ZERO.
       01  WS-FECHA-EF-PARTES REDEFINES WS-FECHA-EF.
           05  WS-EF-ANIO     PIC 9(4).
           05  WS-EF-MES      PIC 99.
           05  WS-EF-DIA      PIC 99.
       01  WS-CONFIRMA        PIC X     VALUE SPACE.
           88  CONFIRMA-SI    VALUE "S" "s".

       01  WS-SOLICITUD-VALIDA-SW PIC X VALUE "N".
           88  SOLICITUD-VALIDA VALUE "S".
       01  WS-ARTICULO-ENTRA-SW PIC X VALUE "N".
           88  ARTICULO-ENTRA VALUE "S".
       01  WS-TABLA-LLENA-SW PIC X VALUE "N".
           88  TABLA-LLENA VALUE "S".

      *-ARTICULOS DEL LOTE CON SU PRECIO ANTERIOR Y EL NUEVO; UN
      *-LOTE ADMITE 300 ARTICULOS, COMO LAS DEMAS TABLAS DE ARTICULOS.
       01  WS-CANTIDAD-LOTE PIC 9(3) VALUE ZERO.
       01  WS-TABLA-LOTE.
           05  WS-LOTE-ENT OCCURS 300 TIMES.
               10  CMB-T-CODIGO      PIC X(10).
               10  CMB-T-DESCRIPCION PIC X(30).
               10  CMB-T-ANTERIOR    PIC 9(5)V99.
               10  CMB-T-NUEVO       PIC 9(5)V99.

       01  WS-PRECIO-CALC     PIC 9(5)V99 VALUE ZERO.
       01  WS-EXCEDIDOS       PIC 9(5) VALUE ZERO.
       01  WS-IDX             PIC 9(4) VALUE ZERO.
       01  WS-IDX-BUSCA       PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO     PIC 9(4) VALUE ZERO.

      *-EFECTO EN LOS CONTRATOS ACTIVOS: IMPORTE MENSUAL ANTES Y
      *-DESPUES DEL CAMBIO (CANTIDAD MENSUAL POR PRECIO DE LISTA,
      *-COMO LO FACTURA 70-PROGRAMA).
       01  WS-MES-ANTES       PIC 9(9)V99 VALUE ZERO.
       01  WS-MES-DESPUES     PIC 9(9)V99 VALUE ZERO.
       01  WS-MES-DIFERENCIA  PIC S9(9)V99 VALUE ZERO.
       01  WS-CONTRATOS-AFECTADOS PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-ANTES     PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-DESPUES   PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-DIFERENCIA PIC S9(11)V99 VALUE ZERO.

       01  WS-PRECIO-EDITADO   PIC ZZZZ9.99.
       01  WS-NUEVO-EDITADO    PIC ZZZZ9.99.
       01  WS-DIF-EDITADA      PIC -ZZZZ9.99.
       01  WS-ANTES-EDITADO    PIC ZZZZZZZZ9.99.
       01  WS-DESPUES-EDITADO  PIC ZZZZZZZZ9.99.
       01  WS-IMPORTE-EDITADO  PIC -ZZZZZZZZ9.99.
       01  WS-PORCIENTO-EDITADO PIC ZZ9.99.
       01  WS-LINEA            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado para saber si puede solicitar un cambio de precios;
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
      * 100-TRANSACCION - menu del cambio masivo de precios: solicitar
      * un lote, listar los lotes o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "CAMBIO MASIVO DE PRECIOS DE LISTA".
           DISPLAY "  S - SOLICITAR UN CAMBIO (SUPERVISOR)".
           DISPLAY "  L - LISTAR LOS LOTES DE CAMBIO".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-PRECIOS" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION        TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-SOLICITA)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-SOLICITA
                   IF FIRMA-ES-SUPERVISOR
                       PERFORM 200-SOLICITA
                   ELSE
                       DISPLAY "SOLICITAR UN CAMBIO DE PRECIOS ESTA "
                           "RESERVADO A SUPERVISORES."
                       MOVE "ROL-RECHAZADO" TO WS-AUDIT-CAMPO
                       MOVE WS-OPERADOR     TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
                   END-IF
               WHEN OPCION-LISTA
                   PERFORM 600-LISTA-LOTES
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-SOLICITA - captura la seleccion, el aumento y la fecha
      * efectiva; con los articulos ya calculados deja el reporte de
      * impacto y solo entonces pregunta si el lote se manda a
      * aprobacion.
      *-----------------------------------------------------------------
       200-SOLICITA.
           SET SOLICITUD-VALIDA TO TRUE.
           PERFORM 210-PIDE-SELECCION.
           IF SOLICITUD-VALIDA
               PERFORM 220-PIDE-AUMENTO
           END-IF.
           IF SOLICITUD-VALIDA
               PERFORM 230-PIDE-FECHA-EF
           END-IF.
           IF SOLICITUD-VALIDA
               PERFORM 300-SELECCIONA-ARTICULOS
           END-IF.
           IF SOLICITUD-VALIDA
               PERFORM 400-REPORTE-IMPACTO
               PERFORM 500-CONFIRMA-Y-ENVIA
           END-IF.

       210-PIDE-SELECCION.
           DISPLAY "SELECCION (R RANGO DE CODIGOS, C CATEGORIA DE "
               "IVA):".
           ACCEPT WS-CRITERIO.
           MOVE "CRITERIO"  TO WS-AUDIT-CAMPO.
           MOVE WS-CRITERIO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           EVALUATE TRUE
               WHEN CRITERIO-RANGO
                   DISPLAY "CODIGO DESDE:"
                   ACCEPT WS-CODIGO-DESDE
                   DISPLAY "CODIGO HASTA:"
                   ACCEPT WS-CODIGO-HASTA
                   MOVE "RANGO" TO WS-AUDIT-CAMPO
                   MOVE SPACES  TO WS-AUDIT-VALOR
                   STRING WS-CODIGO-DESDE DELIMITED BY SIZE
                          " A "           DELIMITED BY SIZE
                          WS-CODIGO-HASTA DELIMITED BY SIZE
                       INTO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
                   IF WS-CODIGO-HASTA < WS-CODIGO-DESDE
                       DISPLAY "EL CODIGO HASTA ES MENOR QUE EL "
                           "DESDE."
                       MOVE "N" TO WS-SOLICITUD-VALIDA-SW
                   END-IF
               WHEN CRITERIO-CATEGORIA
                   DISPLAY "CATEGORIA DE IVA (G, R, E):"
                   ACCEPT WS-CATEG-SEL
                   MOVE "CATEGORIA"  TO WS-AUDIT-CAMPO
                   MOVE WS-CATEG-SEL TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
                   IF NOT CATEG-SEL-VALIDA
                       DISPLAY "LA CATEGORIA DEBE SER G, R O E."
                       MOVE "N" TO WS-SOLICITUD-VALIDA-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "SELECCION NO VALIDA."
                   MOVE "N" TO WS-SOLICITUD-VALIDA-SW
           END-EVALUATE.

       220-PIDE-AUMENTO.
           DISPLAY "AUMENTO (P PORCIENTO, F IMPORTE FIJO):".
           ACCEPT WS-TIPO-AUMENTO.
           MOVE "TIPO-AUMENTO"  TO WS-AUDIT-CAMPO.
           MOVE WS-TIPO-AUMENTO TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           EVALUATE TRUE
               WHEN AUMENTO-PORCIENTO
                   DISPLAY "PORCIENTO (5 DIGITOS, DOS DECIMALES "
                       "IMPLICITOS; 00750 = 7.50):"
                   ACCEPT WS-PORCIENTO-TXT
                   MOVE "PORCIENTO"      TO WS-AUDIT-CAMPO
                   MOVE WS-PORCIENTO-TXT TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
                   IF WS-PORCIENTO-TXT IS NUMERIC
                       MOVE WS-PORCIENTO-TXT TO WS-PORCIENTO (1:5)
                   ELSE
                       MOVE ZERO TO WS-PORCIENTO
                   END-IF
                   IF WS-PORCIENTO = ZERO
                       DISPLAY "EL PORCIENTO DEBE SER UN NUMERO DE 5 "
                           "DIGITOS MAYOR QUE CERO."
                       MOVE "N" TO WS-SOLICITUD-VALIDA-SW
                   END-IF
               WHEN AUMENTO-FIJO
                   DISPLAY "IMPORTE DEL AUMENTO (7 DIGITOS, CENTAVOS "
                       "IMPLICITOS):"
                   ACCEPT WS-FIJO-TXT
                   MOVE "AUMENTO-FIJO" TO WS-AUDIT-CAMPO
                   MOVE WS-FIJO-TXT    TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
                   IF WS-FIJO-TXT IS NUMERIC
                       MOVE WS-FIJO-TXT TO WS-FIJO (1:7)
                   ELSE
                       MOVE ZERO TO WS-FIJO
                   END-IF
                   IF WS-FIJO = ZERO
                       DISPLAY "EL IMPORTE DEBE SER UN NUMERO DE 7 "
                           "DIGITOS MAYOR QUE CERO."
                       MOVE "N" TO WS-SOLICITUD-VALIDA-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO DE AUMENTO NO VALIDO."
                   MOVE "N" TO WS-SOLICITUD-VALIDA-SW
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 230-PIDE-FECHA-EF - la fecha efectiva debe ser una fecha
      * AAAAMMDD posterior a la fecha de negocio: un cambio de precios
      * nunca se aplica de golpe a la facturacion de esta noche.
      *-----------------------------------------------------------------
       230-PIDE-FECHA-EF.
           DISPLAY "FECHA EFECTIVA (AAAAMMDD, POSTERIOR A "
               WS-FECHA-NEGOCIO "):".
           ACCEPT WS-FECHA-EF-TXT.
           MOVE "FECHA-EF"      TO WS-AUDIT-CAMPO.
           MOVE WS-FECHA-EF-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-FECHA-EF-TXT IS NOT NUMERIC
               DISPLAY "LA FECHA DEBE SER AAAAMMDD (8 DIGITOS)."
               MOVE "N" TO WS-SOLICITUD-VALIDA-SW
           ELSE
               MOVE WS-FECHA-EF-TXT TO WS-FECHA-EF
               IF WS-EF-MES < 1 OR WS-EF-MES > 12
                   OR WS-EF-DIA < 1 OR WS-EF-DIA > 31
                   DISPLAY "LA FECHA " WS-FECHA-EF " NO EXISTE."
                   MOVE "N" TO WS-SOLICITUD-VALIDA-SW
               ELSE
                   IF WS-FECHA-EF NOT > WS-FECHA-NEGOCIO
                       DISPLAY "LA FECHA EFECTIVA DEBE SER POSTERIOR "
                           "A LA FECHA DE NEGOCIO " WS-FECHA-NEGOCIO
                           "."
                       MOVE "N" TO WS-SOLICITUD-VALIDA-SW
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 300-SELECCIONA-ARTICULOS - recorre el maestro de articulos
      * (desde el codigo inicial, si la seleccion es por rango) y
      * calcula el precio nuevo de cada articulo activo que entra. Un
      * precio que ya no cabe en el precio de lista se avisa y el
      * articulo se queda fuera; si la seleccion pasa de lo que un
      * lote admite, la solicitud no sigue.
      *-----------------------------------------------------------------
       300-SELECCIONA-ARTICULOS.
           MOVE ZERO TO WS-CANTIDAD-LOTE.
           MOVE ZERO TO WS-EXCEDIDOS.
           MOVE "N"  TO WS-TABLA-LLENA-SW.
           OPEN INPUT ARTICULOS-FILE.
           IF ARTICULOS-NO-EXISTE
               DISPLAY "NO EXISTE EL MAESTRO DE ARTICULOS."
               MOVE "N" TO WS-SOLICITUD-VALIDA-SW
           ELSE
               IF CRITERIO-RANGO
                   MOVE WS-CODIGO-DESDE TO ART-CODIGO
               ELSE
                   MOVE LOW-VALUES TO ART-CODIGO
               END-IF
               START ARTICULOS-FILE KEY NOT < ART-CODIGO
                   INVALID KEY
                       SET ARTICULOS-EOF TO TRUE
               END-START
               PERFORM 310-LEE-ARTICULO UNTIL ARTICULOS-EOF
               CLOSE ARTICULOS-FILE
               IF TABLA-LLENA
                   DISPLAY "LA SELECCION PASA DE 300 ARTICULOS; "
                       "ESTRECHALA Y VUELVE A SOLICITAR."
                   MOVE "N" TO WS-SOLICITUD-VALIDA-SW
               END-IF
               IF WS-CANTIDAD-LOTE = ZERO
                   DISPLAY "NINGUN ARTICULO ACTIVO ENTRA EN LA "
                       "SELECCION."
                   MOVE "N" TO WS-SOLICITUD-VALIDA-SW
               END-IF
           END-IF.

       310-LEE-ARTICULO.
           READ ARTICULOS-FILE NEXT RECORD
               AT END
                   SET ARTICULOS-EOF TO TRUE
               NOT AT END
                   IF CRITERIO-RANGO
                       AND ART-CODIGO > WS-CODIGO-HASTA
                       SET ARTICULOS-EOF TO TRUE
                   ELSE
                       PERFORM 315-VERIFICA-SELECCION
                       IF ARTICULO-ENTRA
                           PERFORM 320-CALCULA-PRECIO
                       END-IF
                   END-IF
           END-READ.

       315-VERIFICA-SELECCION.
           MOVE "N" TO WS-ARTICULO-ENTRA-SW.
           IF ART-ESTA-ACTIVO
               EVALUATE TRUE
                   WHEN CRITERIO-RANGO
                       SET ARTICULO-ENTRA TO TRUE
                   WHEN WS-CATEG-SEL = "G" AND ART-IVA-GENERAL
                       SET ARTICULO-ENTRA TO TRUE
                   WHEN ART-CATEGORIA-IVA = WS-CATEG-SEL
                       SET ARTICULO-ENTRA TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       320-CALCULA-PRECIO.
           IF AUMENTO-PORCIENTO
               COMPUTE WS-PRECIO-CALC ROUNDED =
                   ART-PRECIO-LISTA * (100 + WS-PORCIENTO) / 100
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PRECIO-CALC
               END-COMPUTE
           ELSE
               COMPUTE WS-PRECIO-CALC =
                   ART-PRECIO-LISTA + WS-FIJO
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PRECIO-CALC
               END-COMPUTE
           END-IF.
           IF WS-PRECIO-CALC = ZERO
               ADD 1 TO WS-EXCEDIDOS
               DISPLAY "EL PRECIO NUEVO DE " ART-CODIGO
                   " NO CABE EN EL PRECIO DE LISTA; QUEDA FUERA."
           ELSE
               IF WS-CANTIDAD-LOTE < 300
                   ADD 1 TO WS-CANTIDAD-LOTE
                   MOVE ART-CODIGO
                       TO CMB-T-CODIGO (WS-CANTIDAD-LOTE)
                   MOVE ART-DESCRIPCION
                       TO CMB-T-DESCRIPCION (WS-CANTIDAD-LOTE)
                   MOVE ART-PRECIO-LISTA
                       TO CMB-T-ANTERIOR (WS-CANTIDAD-LOTE)
                   MOVE WS-PRECIO-CALC
                       TO CMB-T-NUEVO (WS-CANTIDAD-LOTE)
               ELSE
                   SET TABLA-LLENA TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 400-REPORTE-IMPACTO - toma el numero de lote de la serie
      * CAMBPREC y escribe CAMBPREC.RPT: el precio anterior contra el
      * nuevo por articulo y el importe mensual antes y despues de
      * cada contrato activo que factura alguno de ellos y sigue
      * vigente en la fecha efectiva.
      *-----------------------------------------------------------------
       400-REPORTE-IMPACTO.
           MOVE "CAMBPREC" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.
           MOVE WS-NUMERO-ASIGNADO TO WS-LOTE.
           MOVE ZERO TO WS-CONTRATOS-AFECTADOS.
           MOVE ZERO TO WS-TOTAL-ANTES.
           MOVE ZERO TO WS-TOTAL-DESPUES.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO WS-LINEA.
           STRING "IMPACTO DEL CAMBIO DE PRECIOS - LOTE "
                      DELIMITED BY SIZE
                  WS-LOTE          DELIMITED BY SIZE
                  " - EFECTIVO EL " DELIMITED BY SIZE
                  WS-FECHA-EF      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 490-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           IF AUMENTO-PORCIENTO
               MOVE WS-PORCIENTO TO WS-PORCIENTO-EDITADO
               STRING "SOLICITA " DELIMITED BY SIZE
                      WS-OPERADOR DELIMITED BY SIZE
                      " - AUMENTO DEL " DELIMITED BY SIZE
                      WS-PORCIENTO-EDITADO DELIMITED BY SIZE
                      " POR CIENTO" DELIMITED BY SIZE
                   INTO WS-LINEA
           ELSE
               MOVE WS-FIJO TO WS-PRECIO-EDITADO
               STRING "SOLICITA " DELIMITED BY SIZE
                      WS-OPERADOR DELIMITED BY SIZE
                      " - AUMENTO FIJO DE " DELIMITED BY SIZE
                      WS-PRECIO-EDITADO DELIMITED BY SIZE
                   INTO WS-LINEA
           END-IF.
           PERFORM 490-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 490-ESCRIBE-LINEA.
           MOVE "ARTICULO   DESCRIPCION                    ANTERIOR"
               TO WS-LINEA.
           MOVE "    NUEVO  DIFERENCIA" TO WS-LINEA (51:21).
           PERFORM 490-ESCRIBE-LINEA.
           PERFORM 410-LINEA-ARTICULO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-LOTE.

           MOVE SPACES TO WS-LINEA.
           PERFORM 490-ESCRIBE-LINEA.
           MOVE "CONTRATO CLIENTE ARTICULO   CANT"
               TO WS-LINEA.
           MOVE "   MES ANTES  MES DESPUES    DIFERENCIA"
               TO WS-LINEA (33:39).
           PERFORM 490-ESCRIBE-LINEA.
           PERFORM 420-RECORRE-CONTRATOS.

           COMPUTE WS-TOTAL-DIFERENCIA =
               WS-TOTAL-DESPUES - WS-TOTAL-ANTES.
           MOVE WS-TOTAL-DIFERENCIA TO WS-IMPORTE-EDITADO.
           MOVE SPACES TO WS-LINEA.
           STRING "ARTICULOS: "          DELIMITED BY SIZE
                  WS-CANTIDAD-LOTE       DELIMITED BY SIZE
                  "  CONTRATOS: "        DELIMITED BY SIZE
                  WS-CONTRATOS-AFECTADOS DELIMITED BY SIZE
                  "  EFECTO MENSUAL: "   DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO     DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 490-ESCRIBE-LINEA.
           CLOSE REPORTE-FILE.

           DISPLAY "LOTE " WS-LOTE ": " WS-CANTIDAD-LOTE
               " ARTICULOS, " WS-CONTRATOS-AFECTADOS
               " CONTRATOS ACTIVOS AFECTADOS.".
           DISPLAY "EFECTO EN LA FACTURACION MENSUAL DE CONTRATOS: "
               WS-IMPORTE-EDITADO.
           IF WS-EXCEDIDOS > ZERO
               DISPLAY WS-EXCEDIDOS " ARTICULOS QUEDARON FUERA POR "
                   "PRECIO EXCEDIDO."
           END-IF.
           DISPLAY "EL DETALLE QUEDO EN CAMBPREC.RPT.".

       410-LINEA-ARTICULO.
           MOVE CMB-T-ANTERIOR (WS-IDX) TO WS-PRECIO-EDITADO.
           MOVE CMB-T-NUEVO (WS-IDX)    TO WS-NUEVO-EDITADO.
           COMPUTE WS-MES-DIFERENCIA =
               CMB-T-NUEVO (WS-IDX) - CMB-T-ANTERIOR (WS-IDX).
           MOVE WS-MES-DIFERENCIA TO WS-DIF-EDITADA.
           MOVE SPACES TO WS-LINEA.
           STRING CMB-T-CODIGO (WS-IDX)      DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  CMB-T-DESCRIPCION (WS-IDX) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-PRECIO-EDITADO          DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-NUEVO-EDITADO           DELIMITED BY SIZE
                  "   "                      DELIMITED BY SIZE
                  WS-DIF-EDITADA             DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 490-ESCRIBE-LINEA.

       420-RECORRE-CONTRATOS.
           OPEN INPUT CONTRATOS-FILE.
           IF CONTRATOS-NO-EXISTE
               MOVE "SIN MAESTRO DE CONTRATOS." TO WS-LINEA
               PERFORM 490-ESCRIBE-LINEA
           ELSE
               MOVE ZERO TO CON-NUMERO
               START CONTRATOS-FILE KEY NOT < CON-NUMERO
                   INVALID KEY
                       SET CONTRATOS-EOF TO TRUE
               END-START
               PERFORM 430-LEE-CONTRATO UNTIL CONTRATOS-EOF
               CLOSE CONTRATOS-FILE
           END-IF.

       430-LEE-CONTRATO.
           READ CONTRATOS-FILE NEXT RECORD
               AT END
                   SET CONTRATOS-EOF TO TRUE
               NOT AT END
                   IF CON-ESTA-ACTIVO
                       AND (CON-FECHA-FIN = ZERO
                           OR CON-FECHA-FIN NOT < WS-FECHA-EF)
                       PERFORM 440-BUSCA-EN-LOTE
                       IF WS-IDX-HALLADO > ZERO
                           PERFORM 450-LINEA-CONTRATO
                       END-IF
                   END-IF
           END-READ.

       440-BUSCA-EN-LOTE.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 445-COMPARA-ARTICULO
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-LOTE
                   OR WS-IDX-HALLADO > ZERO.

       445-COMPARA-ARTICULO.
           IF CMB-T-CODIGO (WS-IDX-BUSCA) = CON-ARTICULO
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

       450-LINEA-CONTRATO.
           ADD 1 TO WS-CONTRATOS-AFECTADOS.
           COMPUTE WS-MES-ANTES =
               CON-CANTIDAD * CMB-T-ANTERIOR (WS-IDX-HALLADO).
           COMPUTE WS-MES-DESPUES =
               CON-CANTIDAD * CMB-T-NUEVO (WS-IDX-HALLADO).
           COMPUTE WS-MES-DIFERENCIA = WS-MES-DESPUES - WS-MES-ANTES.
           ADD WS-MES-ANTES   TO WS-TOTAL-ANTES.
           ADD WS-MES-DESPUES TO WS-TOTAL-DESPUES.
           MOVE WS-MES-ANTES      TO WS-ANTES-EDITADO.
           MOVE WS-MES-DESPUES    TO WS-DESPUES-EDITADO.
           MOVE WS-MES-DIFERENCIA TO WS-IMPORTE-EDITADO.
           MOVE SPACES TO WS-LINEA.
           STRING CON-NUMERO         DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  CON-CLIENTE        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CON-ARTICULO       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CON-CANTIDAD       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-ANTES-EDITADO   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DESPUES-EDITADO DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 490-ESCRIBE-LINEA.

       490-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-PRECIO-RECORD.
           WRITE REPORTE-PRECIO-RECORD.

      *-----------------------------------------------------------------
      * 500-CONFIRMA-Y-ENVIA - con el impacto a la vista, el lote se
      * graba pendiente en CAMBPREC.DAT y entra a la cola de
      * aprobacion como tipo PR; si no se confirma, el numero de lote
      * queda sin uso y nada cambia.
      *-----------------------------------------------------------------
       500-CONFIRMA-Y-ENVIA.
           DISPLAY "ENVIAR EL LOTE " WS-LOTE
               " A LA COLA DE APROBACION (S/N):".
           ACCEPT WS-CONFIRMA.
           MOVE "CONFIRMA"  TO WS-AUDIT-CAMPO.
           MOVE WS-CONFIRMA TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF CONFIRMA-SI
               OPEN EXTEND CAMBIO-PRECIO-FILE
               IF CAMBPREC-NO-EXISTE
                   OPEN OUTPUT CAMBIO-PRECIO-FILE
               END-IF
               PERFORM 510-GRABA-RENGLON
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-LOTE
               CLOSE CAMBIO-PRECIO-FILE
               PERFORM 520-GRABA-SOLICITUD
               DISPLAY "EL LOTE QUEDA EN LA COLA DE APROBACION; LO "
                   "APRUEBA OTRO SUPERVISOR EN 93."
               MOVE "SOLIC-PRECIOS" TO WS-AUDIT-CAMPO
               MOVE SPACES TO WS-AUDIT-VALOR
               STRING WS-LOTE          DELIMITED BY SIZE
                      " ARTS "         DELIMITED BY SIZE
                      WS-CANTIDAD-LOTE DELIMITED BY SIZE
                      " EF "           DELIMITED BY SIZE
                      WS-FECHA-EF      DELIMITED BY SIZE
                   INTO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           ELSE
               DISPLAY "LOTE " WS-LOTE " DESCARTADO; NO SE SOLICITA "
                   "NINGUN CAMBIO."
           END-IF.

       510-GRABA-RENGLON.
           MOVE WS-LOTE                 TO CPR-LOTE.
           MOVE CMB-T-CODIGO (WS-IDX)   TO CPR-ARTICULO.
           MOVE CMB-T-ANTERIOR (WS-IDX) TO CPR-PRECIO-ANTERIOR.
           MOVE CMB-T-NUEVO (WS-IDX)    TO CPR-PRECIO-NUEVO.
           MOVE WS-FECHA-EF             TO CPR-FECHA-EF.
           SET  CPR-PENDIENTE           TO TRUE.
           MOVE WS-OPERADOR             TO CPR-SOLICITANTE.
           MOVE ZERO                    TO CPR-FECHA-APLICADO.
           WRITE CAMBIO-PRECIO-RECORD.

       520-GRABA-SOLICITUD.
           SET  PEN-ES-PRECIOS    TO TRUE.
           MOVE WS-LOTE           TO PEN-CLAVE.
           MOVE WS-CANTIDAD-LOTE  TO PEN-VALOR.
           MOVE WS-FECHA-EF       TO PEN-FECHA-EF.
           MOVE WS-OPERADOR       TO PEN-SOLICITANTE.
           SET  PEN-PENDIENTE     TO TRUE.
           MOVE SPACES            TO PEN-APROBADOR.
           MOVE SPACES            TO PEN-APR-TIMESTAMP.
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
           STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                  WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
               INTO PEN-TIMESTAMP.
           OPEN EXTEND PENDIENTE-APRO-FILE.
           IF PENDAPRO-NO-EXISTE
               OPEN OUTPUT PENDIENTE-APRO-FILE
           END-IF.
           WRITE PENDIENTE-APRO-RECORD.
           CLOSE PENDIENTE-APRO-FILE.

      *-----------------------------------------------------------------
      * 600-LISTA-LOTES - muestra los renglones de CAMBPREC.DAT con
      * su lote, precios, fecha efectiva y estado (P pendiente, A
      * aprobado, R rechazado, X aplicado).
      *-----------------------------------------------------------------
       600-LISTA-LOTES.
           OPEN INPUT CAMBIO-PRECIO-FILE.
           IF CAMBPREC-NO-EXISTE
               DISPLAY "NO HAY CAMBIOS DE PRECIO SOLICITADOS."
           ELSE
               PERFORM 610-LISTA-RENGLON UNTIL CAMBPREC-EOF
               CLOSE CAMBIO-PRECIO-FILE
           END-IF.

       610-LISTA-RENGLON.
           READ CAMBIO-PRECIO-FILE
               AT END
                   SET CAMBPREC-EOF TO TRUE
               NOT AT END
                   MOVE CPR-PRECIO-ANTERIOR TO WS-PRECIO-EDITADO
                   MOVE CPR-PRECIO-NUEVO    TO WS-NUEVO-EDITADO
                   DISPLAY "  LOTE " CPR-LOTE " " CPR-ARTICULO
                       " " WS-PRECIO-EDITADO " A " WS-NUEVO-EDITADO
                       " EF " CPR-FECHA-EF " ESTADO " CPR-ESTADO
                       " POR " CPR-SOLICITANTE
           END-READ.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY (compartido por todo
      * programa que asigna numeros): lee la serie WS-NUMCTL-CODIGO de
      * NUMCTL.DAT, la incrementa y deja el numero nuevo en
      * WS-NUMERO-ASIGNADO.
      *-----------------------------------------------------------------
           COPY ASIGNUM.

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
           MOVE "D0-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "D0-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM D0-PROGRAMA.
