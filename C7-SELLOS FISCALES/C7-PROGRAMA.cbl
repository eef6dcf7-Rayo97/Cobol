      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aplicacion nocturna de la respuesta de la autoridad
      *          tributaria al envio de facturas electronicas
      *          (FACRESP.DAT, contestando el FACELEC.DAT de
      *          C6-PROGRAMA): cada factura autorizada guarda su sello
      *          y su fecha en el registro de sellos (FACSELLO.DAT) y
      *          cada rechazada su motivo, para que C6-PROGRAMA la
      *          vuelva a enviar. Solo cuenta la respuesta al ultimo
      *          envio de cada factura, y el archivo solo se aplica si
      *          su cuerpo cuadra con su trailer, igual que el
      *          resultado del cobro automatico (A2-PROGRAMA). Despues
      *          recorre el registro: toda factura que pasados
      *          SELLODIAS dias de su fecha (TASAS.DAT) sigue sin sello
      *          deja su alerta en ALERTAS.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. C7-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FACRESP-FILE
               ASSIGN TO "FACRESP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACRESP-STATUS.

           SELECT FACSELLO-FILE
               ASSIGN TO "FACSELLO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEL-FACTURA
               FILE STATUS IS WS-FACSELLO-STATUS.

           SELECT ALERTAS-FILE
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FACRESP-FILE
           LABEL RECORD IS STANDARD.
           COPY FACRESP.

       FD  FACSELLO-FILE
           LABEL RECORD IS STANDARD.
           COPY FACSELLO.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FACRESP-STATUS PIC XX.
           88  FACRESP-OK        VALUE "00".
           88  FACRESP-EOF       VALUE "10".
           88  FACRESP-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE FACSELLO-FILE: VIENE DE SELSTS.CPY.
           COPY SELSTS.

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-CAMPOS DE LA ALERTA QUE SE DEJA EN ALERTAS.DAT (VER
      *-ALERTPRO.CPY).
       01  WS-ALR-SEVERIDAD PIC X       VALUE SPACE.
       01  WS-ALR-PROGRAMA  PIC X(11)   VALUE SPACES.
       01  WS-ALR-MENSAJE   PIC X(40)   VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)    VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)    VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA, CARGADA DE
      *-FECHACOR.DAT POR CARGA-FECHA-NEGOCIO.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

      *-DIAS DESDE SU FECHA QUE UNA FACTURA PUEDE ESPERAR SU SELLO
      *-ANTES DE ALERTAR, DE TASAS.DAT (CODIGO SELLODIAS) CON LA
      *-REGLA DE FECHA EFECTIVA DE SIEMPRE; SIN RENGLON, EL VALOR DE
      *-ARRANQUE SE CONSERVA.
       01  WS-DIAS-SELLO    PIC 9(5) VALUE 3.
       01  WS-EF-SELLO      PIC 9(8) VALUE ZERO.

      *-SOBRE DEL ARCHIVO: LO QUE EL CUERPO TRAE CONTRA LO QUE EL
      *-TRAILER DE LA AUTORIDAD DICE QUE TRAE.
       01  WS-SOBRE-CANTIDAD     PIC 9(7) VALUE ZERO.
       01  WS-AUTORIDAD-CANTIDAD PIC 9(7) VALUE ZERO.
       01  WS-RESP-SECUENCIA     PIC 9(7) VALUE ZERO.

       01  WS-HAY-TRAILER-SW PIC X VALUE "N".
           88  HAY-TRAILER-AUTORIDAD VALUE "S".

      *-EDAD DE UNA FACTURA SIN SELLO EN DIAS (MESES DE 30 DIAS, LA
      *-CONVENCION DE CARTERA).
       01  WS-FECHA-FACTURA PIC 9(8) VALUE ZERO.
       01  WS-FECHA-FACTURA-PARTES REDEFINES WS-FECHA-FACTURA.
           05  WS-FAC-ANIO PIC 9(4).
           05  WS-FAC-MES  PIC 99.
           05  WS-FAC-DIA  PIC 99.
       01  WS-DIAS-FACTURA PIC S9(7) VALUE ZERO.
       01  WS-DIAS-EDITADO PIC 9(5)  VALUE ZERO.

      *-ACUMULADOS DE LA CORRIDA: LO LEIDO DEBE SER LO SELLADO, MAS
      *-LO RECHAZADO, MAS LO QUE NO SE APLICO.
       01  WS-CONTADOR-LEIDOS     PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-SELLADAS   PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-RECHAZADAS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-SIN-ENVIO  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-YA-SELLO   PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-AJENAS     PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-INVALIDAS  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-PENDIENTES PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ALERTAS    PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 050-CARGA-TASAS-SELLO.

           OPEN I-O FACSELLO-FILE.
           IF FACSELLO-NO-EXISTE
               DISPLAY "NO HAY REGISTRO DE SELLOS (FACSELLO.DAT); "
                   "TODAVIA NO SE ENVIO NINGUNA FACTURA."
               STOP RUN
           END-IF.

           PERFORM 100-VERIFICA-SOBRE.
           IF FACRESP-NO-EXISTE
               DISPLAY "NO LLEGO RESPUESTA DE LA AUTORIDAD "
                   "(FACRESP.DAT); NADA QUE APLICAR."
           ELSE
               IF NOT HAY-TRAILER-AUTORIDAD
                   OR WS-SOBRE-CANTIDAD NOT = WS-AUTORIDAD-CANTIDAD
                   DISPLAY "LA RESPUESTA DE LA AUTORIDAD NO CUADRA CON "
                       "SU TRAILER; NO SE APLICA NADA."
                   DISPLAY "  DETALLES:  " WS-SOBRE-CANTIDAD
                   DISPLAY "  CONTROL:   " WS-AUTORIDAD-CANTIDAD
                   CLOSE FACSELLO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 400-APLICA-RESPUESTA
           END-IF.

           PERFORM 500-REVISA-PENDIENTES.
           CLOSE FACSELLO-FILE.
           PERFORM 900-TOTALES-DE-LOTE.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASAS-SELLO - lee de TASAS.DAT el codigo SELLODIAS,
      * quedandose con el renglon de fecha efectiva mas reciente que
      * no pase de la fecha de negocio.
      *-----------------------------------------------------------------
       050-CARGA-TASAS-SELLO.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 055-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.
           DISPLAY "SELLO FISCAL: ALERTA A LOS " WS-DIAS-SELLO
               " DIAS SIN SELLO.".

       055-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO = "SELLODIAS"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-SELLO
                       MOVE TAS-VALOR          TO WS-DIAS-SELLO
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-SELLO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-VERIFICA-SOBRE - primera pasada sobre el archivo de la
      * autoridad: cuenta los detalles y toma el trailer. Un archivo
      * truncado no debe quedar aplicado a medias.
      *-----------------------------------------------------------------
       100-VERIFICA-SOBRE.
           OPEN INPUT FACRESP-FILE.
           IF FACRESP-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-SOBRE UNTIL FACRESP-EOF
               CLOSE FACRESP-FILE
           END-IF.

       110-LEE-SOBRE.
           READ FACRESP-FILE
               AT END
                   SET FACRESP-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN FRS-HEADER
                           MOVE FRH-SECUENCIA TO WS-RESP-SECUENCIA
                       WHEN FRS-TRAILER
                           SET HAY-TRAILER-AUTORIDAD TO TRUE
                           MOVE FRT-CANTIDAD TO WS-AUTORIDAD-CANTIDAD
                       WHEN OTHER
                           ADD 1 TO WS-SOBRE-CANTIDAD
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * 400-APLICA-RESPUESTA - segunda pasada: cada detalle se aplica
      * a su factura del registro de sellos.
      *-----------------------------------------------------------------
       400-APLICA-RESPUESTA.
           MOVE SPACES TO WS-FACRESP-STATUS.
           OPEN INPUT FACRESP-FILE.
           PERFORM 410-LEE-RESPUESTA UNTIL FACRESP-EOF.
           CLOSE FACRESP-FILE.

       410-LEE-RESPUESTA.
           READ FACRESP-FILE
               AT END
                   SET FACRESP-EOF TO TRUE
               NOT AT END
                   IF FRS-DETALLE
                       ADD 1 TO WS-CONTADOR-LEIDOS
                       PERFORM 420-APLICA-DETALLE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 420-APLICA-DETALLE - una factura ya sellada conserva su sello;
      * una respuesta a un envio que no es el ultimo de la factura
      * (un archivo viejo que se volvio a dejar, o el rechazo de una
      * factura que ya se reenvio) no se aplica.
      *-----------------------------------------------------------------
       420-APLICA-DETALLE.
           MOVE FRD-FACTURA TO SEL-FACTURA.
           READ FACSELLO-FILE
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-SIN-ENVIO
                   DISPLAY "FACTURA " FRD-FACTURA
                       " NO ESTA EN EL REGISTRO DE SELLOS."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SEL-SELLADA
                           ADD 1 TO WS-CONTADOR-YA-SELLO
                       WHEN SEL-SECUENCIA NOT = WS-RESP-SECUENCIA
                           ADD 1 TO WS-CONTADOR-AJENAS
                       WHEN FRD-AUTORIZADA
                           SET  SEL-SELLADA     TO TRUE
                           MOVE FRD-SELLO       TO SEL-SELLO
                           MOVE FRD-FECHA-SELLO TO SEL-FECHA-SELLO
                           MOVE SPACES          TO SEL-MOTIVO
                           REWRITE FACSELLO-RECORD
                           ADD 1 TO WS-CONTADOR-SELLADAS
                       WHEN FRD-RECHAZADA
                           SET  SEL-RECHAZADA   TO TRUE
                           MOVE FRD-MOTIVO      TO SEL-MOTIVO
                           REWRITE FACSELLO-RECORD
                           ADD 1 TO WS-CONTADOR-RECHAZADAS
                           DISPLAY "FACTURA " FRD-FACTURA
                               " RECHAZADA: " FRD-MOTIVO
                       WHEN OTHER
                           ADD 1 TO WS-CONTADOR-INVALIDAS
                           DISPLAY "FACTURA " FRD-FACTURA
                               " CON RESULTADO INVALIDO: "
                               FRD-RESULTADO
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * 500-REVISA-PENDIENTES - recorre el registro de sellos: cada
      * factura enviada o rechazada que ya paso SELLODIAS dias desde
      * su fecha sin sello deja una alerta critica; sin sello la
      * factura no es valida ante la autoridad.
      *-----------------------------------------------------------------
       500-REVISA-PENDIENTES.
           MOVE SPACES TO WS-FACSELLO-STATUS.
           MOVE ZERO TO SEL-FACTURA.
           START FACSELLO-FILE KEY NOT < SEL-FACTURA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 510-LEE-REGISTRO UNTIL FACSELLO-EOF
           END-START.

       510-LEE-REGISTRO.
           READ FACSELLO-FILE NEXT RECORD
               AT END
                   SET FACSELLO-EOF TO TRUE
               NOT AT END
                   IF NOT SEL-SELLADA
                       ADD 1 TO WS-CONTADOR-PENDIENTES
                       PERFORM 520-EVALUA-PENDIENTE
                   END-IF
           END-READ.

       520-EVALUA-PENDIENTE.
           MOVE SEL-FECHA-FACTURA TO WS-FECHA-FACTURA.
           COMPUTE WS-DIAS-FACTURA =
               (WS-HOY-ANIO - WS-FAC-ANIO) * 360
             + (WS-HOY-MES  - WS-FAC-MES)  * 30
             + (WS-HOY-DIA  - WS-FAC-DIA).
           IF WS-DIAS-FACTURA > WS-DIAS-SELLO
               MOVE WS-DIAS-FACTURA TO WS-DIAS-EDITADO
               MOVE "C"             TO WS-ALR-SEVERIDAD
               MOVE "C7-PROGRAMA"   TO WS-ALR-PROGRAMA
               MOVE SPACES          TO WS-ALR-MENSAJE
               STRING "FACTURA "      DELIMITED BY SIZE
                      SEL-FACTURA     DELIMITED BY SIZE
                      " SIN SELLO "   DELIMITED BY SIZE
                      WS-DIAS-EDITADO DELIMITED BY SIZE
                      " DIAS"         DELIMITED BY SIZE
                   INTO WS-ALR-MENSAJE
               PERFORM GRABA-ALERTA
               ADD 1 TO WS-CONTADOR-ALERTAS
           END-IF.

      *-----------------------------------------------------------------
      * 900-TOTALES-DE-LOTE - totales de consola: lo leido cuadra con
      * lo sellado, lo rechazado y lo que no se aplico.
      *-----------------------------------------------------------------
       900-TOTALES-DE-LOTE.
           DISPLAY "RESPUESTA DE LA AUTORIDAD AL ENVIO "
               WS-RESP-SECUENCIA " AL " WS-FECHA-NEGOCIO ":".
           DISPLAY "  DETALLES LEIDOS:        " WS-CONTADOR-LEIDOS.
           DISPLAY "  SELLADAS:               " WS-CONTADOR-SELLADAS.
           DISPLAY "  RECHAZADAS:             " WS-CONTADOR-RECHAZADAS.
           DISPLAY "  YA SELLADAS:            " WS-CONTADOR-YA-SELLO.
           DISPLAY "  DE UN ENVIO ANTERIOR:   " WS-CONTADOR-AJENAS.
           DISPLAY "  SIN ENVIO REGISTRADO:   " WS-CONTADOR-SIN-ENVIO.
           DISPLAY "  RESULTADO INVALIDO:     " WS-CONTADOR-INVALIDAS.
           DISPLAY "FACTURAS SIN SELLO:       " WS-CONTADOR-PENDIENTES.
           DISPLAY "  CON ALERTA (MAS DE " WS-DIAS-SELLO " DIAS): "
               WS-CONTADOR-ALERTAS.

      *-----------------------------------------------------------------
      * GRABA-ALERTA - viene de ALERTPRO.CPY (compartido por toda
      * compuerta que deja su renglon en la cola central de alertas).
      *-----------------------------------------------------------------
           COPY ALERTPRO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

       END PROGRAM C7-PROGRAMA.
