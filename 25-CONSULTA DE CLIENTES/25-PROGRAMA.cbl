      *                 end-to-end scans survive only as the
      *                 fallback for a companion that does not exist
      *                 yet.
      * 2026-10-15 RSM  An account being closed (CLI-EN-CIERRE, from
      *                 B3-PROGRAMA) announces itself like a suspended
      *                 or closed one, with the date the closure was
      *                 opened.
      * 2026-10-15 RSM  The customer view now also shows the security
      *                 deposit from DEPOSITO.DAT (B5-PROGRAMA): what
      *                 is held with interest to date and the rate, or
      *                 how it was applied at closure.
      * 2026-10-15 RSM  The customer view now ends with the contact
      *                 notes from NOTASCLI.DAT, most recent first, and
      *                 the operator can add a note for the customer on
      *                 screen (channel, CODTXT topic code and free
      *                 text), so the next call does not start from
      *                 zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIRECCIONES-STATUS.

           SELECT DEPOSITOS-FILE
               ASSIGN TO "DEPOSITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CLIENTE
               FILE STATUS IS WS-DEPOSITOS-STATUS.

           SELECT OPERADORES-FILE
               ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT NOTA-CLIENTE-FILE
               ASSIGN TO "NOTASCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTA-CLAVE
               FILE STATUS IS WS-NOTASCLI-STATUS.

           SELECT CODTXT-FILE
               ASSIGN TO "CODTXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTX-CODIGO
               FILE STATUS IS WS-CODTXT-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY DIRECCION.

       FD  DEPOSITOS-FILE
           LABEL RECORD IS STANDARD.
           COPY DEPOSITO.

       FD  OPERADORES-FILE
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  NOTA-CLIENTE-FILE
           LABEL RECORD IS STANDARD.
           COPY NOTASCLI.

       FD  CODTXT-FILE
           LABEL RECORD IS STANDARD.
           COPY CODTXT.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
       01  WS-VIG-CP       PIC X(5)  VALUE SPACES.
       01  WS-VIG-TELEFONO PIC X(10) VALUE SPACES.

      *-FILE STATUS/88-LEVEL DE DEPOSITOS-FILE: VIENE DE
      *-DEPSTS.CPY.
           COPY DEPSTS.

      *-IMPORTES Y TASA DEL DEPOSITO EN GARANTIA, EDITADOS PARA LA
      *-VISTA DEL CLIENTE.
       01  WS-DEP-RETENIDO     PIC S9(7)V99 VALUE ZERO.
       01  WS-DEP-IMPORTE-ED   PIC Z,ZZZ,ZZ9.99-.
       01  WS-DEP-INTERES-ED   PIC Z,ZZZ,ZZ9.99-.
       01  WS-DEP-TASA-ED      PIC ZZ9.99.

       01  WS-SEGUIR-SW PIC X VALUE "S".
           88  SEGUIR-CONSULTANDO VALUE "S".

       01  WS-PREFIJO-EXC  PIC X(30) VALUE SPACES.
       01  WS-LON-PREFIJO  PIC 99    VALUE ZERO.

      *-FILE STATUS/88-LEVEL DE NOTA-CLIENTE-FILE: VIENE DE
      *-NTASTS.CPY.
           COPY NTASTS.

       01  WS-CODTXT-STATUS PIC XX.
           88  CODTXT-OK        VALUE "00".
           88  CODTXT-NO-EXISTE VALUE "35".

      *-NOTAS DE CONTACTO DEL CLIENTE EN PANTALLA: SE RECORREN EN
      *-ORDEN DE CAPTURA Y LA TABLA SE QUEDA CON LAS 20 MAS RECIENTES,
      *-QUE SE MUESTRAN AL REVES.
       01  WS-CONTADOR-NOTAS  PIC 9(5) VALUE ZERO.
       01  WS-CANTIDAD-NOTAS  PIC 99   VALUE ZERO.
       01  WS-TABLA-NOTAS.
           05  WS-NOTA-ENT OCCURS 20 TIMES.
               10  NTT-FECHA     PIC 9(8).
               10  NTT-HORA      PIC 9(8).
               10  NTT-OPERADOR  PIC X(8).
               10  NTT-CANAL     PIC X.
               10  NTT-TEMA      PIC X(10).
               10  NTT-TEXTO     PIC X(120).
       01  WS-IDX-NOTA        PIC 99   VALUE ZERO.
       01  WS-NOTA-FIN-SW     PIC X VALUE "N".
           88  FIN-NOTAS-CLIENTE VALUE "S".
       01  WS-TEXTO-TEMA      PIC X(31) VALUE SPACES.

      *-CAPTURA DE UNA NOTA NUEVA.
       01  WS-AGREGA-NOTA-SW  PIC X VALUE "N".
           88  AGREGA-NOTA VALUE "S" "s".
       01  WS-NTA-CANAL       PIC X     VALUE SPACE.
       01  WS-NTA-TEMA        PIC X(10) VALUE SPACES.
       01  WS-NTA-TEXTO       PIC X(120) VALUE SPACES.
       01  WS-NTA-VALIDA-SW   PIC X VALUE "N".
           88  NOTA-VALIDA VALUE "S".
       01  WS-NOTA-GRABADA-SW PIC X VALUE "N".
           88  NOTA-GRABADA VALUE "S".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
                       WHEN CLI-ES-SUSPENDIDO
                           DISPLAY "  *** CUENTA SUSPENDIDA DESDE "
                               CLI-FECHA-ESTADO " ***"
                       WHEN CLI-EN-CIERRE
                           DISPLAY "  *** CUENTA EN CIERRE DESDE "
                               CLI-FECHA-ESTADO "; FACTURA FINAL "
                               "POR PAGAR ***"
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                       INTO WS-ACC-CLAVE
                   PERFORM 185-GRABA-ACCESO
                   PERFORM 190-VISTA-360
                   PERFORM 300-AGREGA-NOTA
           END-READ.

      *-----------------------------------------------------------------
      * 190-VISTA-360 - completa la pantalla del cliente encontrado
      * con todo lo que el taller sabe de esa persona: su historial de
      * capturas en PERSONAS.DAT, su segmento de edad en
      * DEMOGRAFICOS.DAT, las excepciones suyas en EXCEPCION.DAT, y
      * al final lo que se ha hablado con el cliente (NOTASCLI.DAT).
      *-----------------------------------------------------------------
       190-VISTA-360.
           PERFORM 191-HISTORIAL-INTAKES.
           PERFORM 193-SEGMENTO-DEMOGRAFICO.
           PERFORM 195-EXCEPCIONES-CLIENTE.
           PERFORM 197-DIRECCION-VIGENTE.
           PERFORM 199-DEPOSITO-GARANTIA.
           PERFORM 200-NOTAS-CONTACTO.

      *-----------------------------------------------------------------
      * 191-HISTORIAL-INTAKES - recorre PERSONAS.DAT (saltando el
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 199-DEPOSITO-GARANTIA - busca por llave el deposito en
      * garantia del cliente: si sigue retenido muestra lo retenido
      * con el interes abonado a la fecha y la tasa; si ya se aplico
      * al cierre, la factura final que lo absorbio y el remanente
      * que se le devuelve.
      *-----------------------------------------------------------------
       199-DEPOSITO-GARANTIA.
           OPEN INPUT DEPOSITOS-FILE.
           IF DEPOSITOS-NO-EXISTE
               DISPLAY "  SIN DEPOSITO EN GARANTIA."
           ELSE
               MOVE CLI-NUMERO TO DEP-CLIENTE
               READ DEPOSITOS-FILE
                   INVALID KEY
                       DISPLAY "  SIN DEPOSITO EN GARANTIA."
                   NOT INVALID KEY
                       PERFORM 199-MUESTRA-DEPOSITO
               END-READ
               CLOSE DEPOSITOS-FILE
           END-IF.

       199-MUESTRA-DEPOSITO.
           COMPUTE WS-DEP-RETENIDO = DEP-IMPORTE + DEP-INTERES.
           COMPUTE WS-DEP-TASA-ED = DEP-TASA / 100.
           IF DEP-ES-RETENIDO
               MOVE WS-DEP-RETENIDO TO WS-DEP-IMPORTE-ED
               MOVE DEP-INTERES     TO WS-DEP-INTERES-ED
               DISPLAY "  DEPOSITO EN GARANTIA RETENIDO: "
                   WS-DEP-IMPORTE-ED " RECIBIDO "
                   DEP-FECHA-RECIBO " TASA " WS-DEP-TASA-ED "%"
               DISPLAY "    INTERES ABONADO A LA FECHA: "
                   WS-DEP-INTERES-ED
           ELSE
               MOVE DEP-IMPORTE-APLICADO TO WS-DEP-IMPORTE-ED
               DISPLAY "  DEPOSITO EN GARANTIA APLICADO EL "
                   DEP-FECHA-ESTADO " A LA FACTURA " DEP-FACTURA
                   ": " WS-DEP-IMPORTE-ED
               IF DEP-ES-REEMBOLSADO
                   MOVE DEP-IMPORTE-REEMBOLSO TO WS-DEP-INTERES-ED
                   DISPLAY "    REMANENTE A FAVOR DEL CLIENTE: "
                       WS-DEP-INTERES-ED
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 200-NOTAS-CONTACTO - posiciona NOTASCLI.DAT en la primera nota
      * del cliente, recorre sus notas en orden de captura dejando en
      * la tabla las 20 mas recientes, y las muestra de la mas
      * reciente a la mas antigua con el texto de su tema.
      *-----------------------------------------------------------------
       200-NOTAS-CONTACTO.
           MOVE ZERO TO WS-CONTADOR-NOTAS.
           MOVE ZERO TO WS-CANTIDAD-NOTAS.
           OPEN INPUT NOTA-CLIENTE-FILE.
           IF NOTASCLI-NO-EXISTE
               DISPLAY "  SIN NOTAS DE CONTACTO."
           ELSE
               MOVE "N"        TO WS-NOTA-FIN-SW
               MOVE CLI-NUMERO TO NTA-CLIENTE
               MOVE ZERO       TO NTA-FECHA
               MOVE ZERO       TO NTA-HORA
               START NOTA-CLIENTE-FILE KEY NOT < NTA-CLAVE
                   INVALID KEY
                       SET FIN-NOTAS-CLIENTE TO TRUE
               END-START
               PERFORM 210-LEE-NOTA UNTIL FIN-NOTAS-CLIENTE
               CLOSE NOTA-CLIENTE-FILE
               PERFORM 230-MUESTRA-NOTAS
           END-IF.

       210-LEE-NOTA.
           READ NOTA-CLIENTE-FILE NEXT RECORD
               AT END
                   SET FIN-NOTAS-CLIENTE TO TRUE
               NOT AT END
                   IF NTA-CLIENTE NOT = CLI-NUMERO
                       SET FIN-NOTAS-CLIENTE TO TRUE
                   ELSE
                       PERFORM 220-GUARDA-NOTA
                   END-IF
           END-READ.

       220-GUARDA-NOTA.
           ADD 1 TO WS-CONTADOR-NOTAS.
           IF WS-CANTIDAD-NOTAS < 20
               ADD 1 TO WS-CANTIDAD-NOTAS
           ELSE
               PERFORM 225-RECORRE-NOTA
                   VARYING WS-IDX-NOTA FROM 1 BY 1
                   UNTIL WS-IDX-NOTA > 19
           END-IF.
           MOVE WS-CANTIDAD-NOTAS TO WS-IDX-NOTA.
           MOVE NTA-FECHA    TO NTT-FECHA (WS-IDX-NOTA).
           MOVE NTA-HORA     TO NTT-HORA (WS-IDX-NOTA).
           MOVE NTA-OPERADOR TO NTT-OPERADOR (WS-IDX-NOTA).
           MOVE NTA-CANAL    TO NTT-CANAL (WS-IDX-NOTA).
           MOVE NTA-TEMA     TO NTT-TEMA (WS-IDX-NOTA).
           MOVE NTA-TEXTO    TO NTT-TEXTO (WS-IDX-NOTA).

       225-RECORRE-NOTA.
           MOVE WS-NOTA-ENT (WS-IDX-NOTA + 1)
               TO WS-NOTA-ENT (WS-IDX-NOTA).

       230-MUESTRA-NOTAS.
           IF WS-CANTIDAD-NOTAS = ZERO
               DISPLAY "  SIN NOTAS DE CONTACTO."
           ELSE
               DISPLAY "  NOTAS DE CONTACTO: " WS-CONTADOR-NOTAS
               IF WS-CONTADOR-NOTAS > WS-CANTIDAD-NOTAS
                   DISPLAY "    (SE MUESTRAN LAS " WS-CANTIDAD-NOTAS
                       " MAS RECIENTES)"
               END-IF
               OPEN INPUT CODTXT-FILE
               PERFORM 240-MUESTRA-NOTA
                   VARYING WS-IDX-NOTA FROM WS-CANTIDAD-NOTAS BY -1
                   UNTIL WS-IDX-NOTA < 1
               IF NOT CODTXT-NO-EXISTE
                   CLOSE CODTXT-FILE
               END-IF
           END-IF.

       240-MUESTRA-NOTA.
           MOVE SPACES TO WS-TEXTO-TEMA.
           IF NOT CODTXT-NO-EXISTE
               MOVE NTT-TEMA (WS-IDX-NOTA) TO CTX-CODIGO
               READ CODTXT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTX-TEXTO TO WS-TEXTO-TEMA
               END-READ
           END-IF.
           DISPLAY "  " NTT-FECHA (WS-IDX-NOTA) " "
               NTT-HORA (WS-IDX-NOTA) (1:4) " "
               NTT-OPERADOR (WS-IDX-NOTA) " CANAL "
               NTT-CANAL (WS-IDX-NOTA) " "
               NTT-TEMA (WS-IDX-NOTA) " " WS-TEXTO-TEMA.
           DISPLAY "    " NTT-TEXTO (WS-IDX-NOTA) (1:60).
           IF NTT-TEXTO (WS-IDX-NOTA) (61:60) NOT = SPACES
               DISPLAY "    " NTT-TEXTO (WS-IDX-NOTA) (61:60)
           END-IF.

      *-----------------------------------------------------------------
      * 300-AGREGA-NOTA - al final de la vista el operador puede dejar
      * una nota de lo que hablo con el cliente: canal, tema (debe
      * existir en CODTXT.DAT) y texto. La clave lleva la fecha y la
      * hora de captura; si otra nota del cliente ya tiene esa misma
      * hora, se corre una centesima.
      *-----------------------------------------------------------------
       300-AGREGA-NOTA.
           DISPLAY "AGREGAR NOTA DE CONTACTO (S/N)?".
           MOVE "N" TO WS-AGREGA-NOTA-SW.
           ACCEPT WS-AGREGA-NOTA-SW.
           IF AGREGA-NOTA
               PERFORM 310-PIDE-NOTA
               IF NOTA-VALIDA
                   PERFORM 330-GRABA-NOTA
               END-IF
           END-IF.

       310-PIDE-NOTA.
           MOVE "S" TO WS-NTA-VALIDA-SW.
           DISPLAY "CANAL (T=TELEFONO V=VENTANILLA C=CORREO "
               "E=ELECTRONICO):".
           MOVE SPACE TO WS-NTA-CANAL.
           ACCEPT WS-NTA-CANAL.
           MOVE WS-NTA-CANAL TO NTA-CANAL.
           IF NOT NTA-CANAL-VALIDO
               DISPLAY "CANAL NO VALIDO; LA NOTA NO SE GRABA."
               MOVE "N" TO WS-NTA-VALIDA-SW
           ELSE
               DISPLAY "CODIGO DE TEMA (CODTXT):"
               MOVE SPACES TO WS-NTA-TEMA
               ACCEPT WS-NTA-TEMA
               PERFORM 320-VALIDA-TEMA
           END-IF.
           IF NOTA-VALIDA
               DISPLAY "TEXTO DE LA NOTA (HASTA 120 CARS):"
               MOVE SPACES TO WS-NTA-TEXTO
               ACCEPT WS-NTA-TEXTO
               IF WS-NTA-TEXTO = SPACES
                   DISPLAY "LA NOTA NO PUEDE QUEDAR EN BLANCO."
                   MOVE "N" TO WS-NTA-VALIDA-SW
               END-IF
           END-IF.

       320-VALIDA-TEMA.
           IF WS-NTA-TEMA = SPACES
               DISPLAY "EL TEMA NO PUEDE QUEDAR EN BLANCO."
               MOVE "N" TO WS-NTA-VALIDA-SW
           ELSE
               OPEN INPUT CODTXT-FILE
               IF CODTXT-NO-EXISTE
                   DISPLAY "SIN MAESTRO DE CODIGOS: EL TEMA NO SE "
                       "PUEDE VERIFICAR."
               ELSE
                   MOVE WS-NTA-TEMA TO CTX-CODIGO
                   READ CODTXT-FILE
                       INVALID KEY
                           DISPLAY "EL TEMA " WS-NTA-TEMA
                               " NO ESTA EN CODTXT; LA NOTA NO SE "
                               "GRABA."
                           MOVE "N" TO WS-NTA-VALIDA-SW
                   END-READ
                   CLOSE CODTXT-FILE
               END-IF
           END-IF.

       330-GRABA-NOTA.
           OPEN I-O NOTA-CLIENTE-FILE.
           IF NOTASCLI-NO-EXISTE
               OPEN OUTPUT NOTA-CLIENTE-FILE
               CLOSE NOTA-CLIENTE-FILE
               OPEN I-O NOTA-CLIENTE-FILE
           END-IF.
           MOVE CLI-NUMERO   TO NTA-CLIENTE.
           ACCEPT NTA-FECHA FROM DATE YYYYMMDD.
           ACCEPT NTA-HORA  FROM TIME.
           MOVE WS-OPERADOR  TO NTA-OPERADOR.
           MOVE WS-NTA-CANAL TO NTA-CANAL.
           MOVE WS-NTA-TEMA  TO NTA-TEMA.
           MOVE WS-NTA-TEXTO TO NTA-TEXTO.
           MOVE "N" TO WS-NOTA-GRABADA-SW.
           PERFORM 340-ESCRIBE-NOTA UNTIL NOTA-GRABADA.
           CLOSE NOTA-CLIENTE-FILE.
           DISPLAY "NOTA GRABADA.".

       340-ESCRIBE-NOTA.
           WRITE NOTA-CLIENTE-RECORD
               INVALID KEY
                   ADD 1 TO NTA-HORA
               NOT INVALID KEY
                   SET NOTA-GRABADA TO TRUE
           END-WRITE.

       130-PREGUNTA-OTRA-CONSULTA.
           DISPLAY "CONSULTAR OTRO CLIENTE (S/N)?".
           ACCEPT WS-SEGUIR-SW.
