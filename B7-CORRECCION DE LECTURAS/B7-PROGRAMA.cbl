      ******************************************************************
      * Author:
      * Date:
      * Purpose: Correccion de lecturas ya facturadas: cuando una
      *          lectura que 74-PROGRAMA dejo pasar resulta mal
      *          tecleada, la factura de 75-PROGRAMA ya salio. La
      *          transaccion toma el medidor, la fecha de la lectura
      *          erronea y el valor corregido, busca en el registro de
      *          lecturas facturadas (LECFAC.DAT) las facturas de
      *          consumo que esa lectura toco — la que cerro con ella
      *          y la siguiente real que partio de ella — y las anula
      *          con su nota de credito ligada (FAC-TIPO C, como
      *          61-PROGRAMA). La correccion queda en CORRLECT.DAT
      *          pendiente de refacturar: la facturacion de consumo
      *          emite los reemplazos con el consumo corregido y
      *          recalcula el promedio y la ultima lectura facturada
      *          del medidor en MEDSALDO.DAT. El registro liga la
      *          lectura vieja, la nueva, la nota de credito y la
      *          factura de reemplazo. Misma sesion firmada y
      *          auditada que las demas capturas.
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
       PROGRAM-ID. B7-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MEDIDORES-FILE
               ASSIGN TO "MEDIDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-ID
               FILE STATUS IS WS-MEDIDORES-STATUS.

           SELECT LECTURA-FACTURADA-FILE
               ASSIGN TO "LECFAC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LECFAC-STATUS.

           SELECT CORRECCION-LECTURA-FILE
               ASSIGN TO "CORRLECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-NUMERO
               FILE STATUS IS WS-CORRLECT-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

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

           SELECT PERIODOS-FILE
               ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIODO
               FILE STATUS IS WS-PERIODOS-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.B7.DAT"
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
       FD  MEDIDORES-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDIDORES.

       FD  LECTURA-FACTURADA-FILE
           LABEL RECORD IS STANDARD.
           COPY LECFAC.

       FD  CORRECCION-LECTURA-FILE
           LABEL RECORD IS STANDARD.
           COPY CORRLECT.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

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
      *-FILE STATUS/88-LEVEL DE MEDIDORES-FILE: VIENE DE MEDSTS.CPY.
           COPY MEDSTS.

      *-FILE STATUS/88-LEVEL DE LECTURA-FACTURADA-FILE: VIENE DE
      *-LFCSTS.CPY.
           COPY LFCSTS.

      *-FILE STATUS/88-LEVEL DE CORRECCION-LECTURA-FILE: VIENE DE
      *-CRLSTS.CPY.
           COPY CRLSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

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
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "B7-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

      *-FECHA OFICIAL DE NEGOCIO, CARGADA DE FECHACOR.DAT POR
      *-CARGA-FECHA-NEGOCIO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY).
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

       01  WS-HAY-MEDIDORES-SW PIC X VALUE "S".
           88  HAY-MAESTRO-MEDIDORES VALUE "S".

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-CORRIGE   VALUE "C" "c".
           88  OPCION-LISTA     VALUE "L" "l".
           88  OPCION-SALIR     VALUE "9".

      *-CAMPOS DE CAPTURA; LA FECHA Y EL VALOR SE TECLEAN COMO TEXTO
      *-Y SOLO SE MUEVEN CUANDO SON NUMERICOS.
       01  WS-MEDIDOR-TXT   PIC X(8) VALUE SPACES.
       01  WS-FECHA-TXT     PIC X(8) VALUE SPACES.
       01  WS-FECHA-NUM     PIC 9(8) VALUE ZERO.
       01  WS-VALOR-TXT     PIC X(6) VALUE SPACES.
       01  WS-VALOR-NUM     PIC 9(6) VALUE ZERO.
       01  WS-CONFIRMA      PIC X    VALUE SPACE.
           88  CONFIRMA-CORRECCION VALUE "S" "s".

       01  WS-CORRECCION-VALIDA-SW PIC X VALUE "S".
           88  CORRECCION-VALIDA VALUE "S".

      *-LAS FACTURAS DE CONSUMO QUE LA LECTURA ERRONEA TOCO, SACADAS
      *-DE LECFAC.DAT: LA PRIMERA CERRO CON ELLA, LA SEGUNDA (SI LA
      *-HAY) ES LA SIGUIENTE REAL QUE PARTIO DE ELLA. DE CADA UNA, LA
      *-LECTURA, EL CONSUMO FACTURADO Y EL CORREGIDO, LA IMAGEN DE LA
      *-FACTURA ORIGINAL PARA SU NOTA DE CREDITO Y EL NETO (EL TOTAL
      *-MAS LO QUE YA LA REFERENCIA), PARA NO ANULAR DOS VECES.
       01  WS-CANTIDAD-AFECTADAS PIC 9 VALUE ZERO.
       01  WS-TABLA-AFECTADAS.
           05  WS-AFECTADA OCCURS 2 TIMES.
               10  AFE-TIPO          PIC X.
               10  AFE-FECHA         PIC 9(8).
               10  AFE-DESDE         PIC 9(6).
               10  AFE-HASTA         PIC 9(6).
               10  AFE-NUEVO-DESDE   PIC 9(6).
               10  AFE-NUEVO-HASTA   PIC 9(6).
               10  AFE-CONSUMO       PIC S9(7).
               10  AFE-NUEVO         PIC S9(7).
               10  AFE-EST-PENDIENTE PIC 9(6).
               10  AFE-FACTURA       PIC 9(7).
               10  AFE-CLIENTE       PIC 9(7).
               10  AFE-NOTA          PIC 9(7).
               10  AFE-HALLADA-SW    PIC X.
                   88  AFE-HALLADA   VALUE "S".
               10  AFE-SUBTOTAL      PIC S9(5)V99.
               10  AFE-IMPUESTO      PIC S9(5)V99.
               10  AFE-DESCUENTO     PIC S9(5)V99.
               10  AFE-AJUSTE        PIC S9(5).
               10  AFE-TOTAL         PIC S9(7)V99.
               10  AFE-SUCURSAL      PIC X(3).
               10  AFE-NETO          PIC S9(9)V99.
       01  WS-IDX-AFE PIC 9 VALUE ZERO.

      *-LA SIGUIENTE LECTURA REAL FACTURADA QUE SE ENCONTRO HASTA
      *-AHORA (LA DE FECHA MAS CERCANA DESPUES DE LA ERRONEA).
       01  WS-HAY-SIGUIENTE-SW PIC X VALUE "N".
           88  HAY-SIGUIENTE VALUE "S".

       01  WS-DIFERENCIA     PIC S9(7) VALUE ZERO.
       01  WS-AJUSTE-SALDO   PIC S9(6) VALUE ZERO.

       01  WS-IMPORTE-EDITADO PIC -ZZZZZZ9.99.

       01  WS-CONTADOR-AUDITORIA    PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-CORRECCIONES PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-CREDITOS     PIC 9(7) VALUE ZERO.
       01  WS-HASH-CREDITOS         PIC S9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-LISTA        PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 080-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               DISPLAY "EL MES DE NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                   " YA ESTA CERRADO A CONTABILIDAD; NO SE "
                   "CORRIGEN LECTURAS."
               PERFORM 960-GRABA-TRAILER-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 060-ABRE-ARCHIVOS.

           PERFORM 100-TRANSACCION UNTIL OPCION-SALIR.

           PERFORM 070-CIERRA-ARCHIVOS.
           PERFORM 800-GRABA-TRAILER-FACTURAS.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           DISPLAY "LECTURAS CORREGIDAS:     " WS-CONTADOR-CORRECCIONES.
           DISPLAY "NOTAS DE CREDITO:        " WS-CONTADOR-CREDITOS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 060-ABRE-ARCHIVOS - el maestro de medidores para validar el
      * medidor, y el registro de correcciones, que se crea vacio la
      * primera vez. LECFAC.DAT y FACTURAS.DAT se recorren en cada
      * correccion.
      *-----------------------------------------------------------------
       060-ABRE-ARCHIVOS.
           OPEN INPUT MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE
               MOVE "N" TO WS-HAY-MEDIDORES-SW
               DISPLAY "NO EXISTE MEDIDORES.DAT: EL MEDIDOR NO SE "
                   "PUEDE VALIDAR."
           END-IF.
           OPEN I-O CORRECCION-LECTURA-FILE.
           IF CORRLECT-NO-EXISTE
               OPEN OUTPUT CORRECCION-LECTURA-FILE
               CLOSE CORRECCION-LECTURA-FILE
               OPEN I-O CORRECCION-LECTURA-FILE
           END-IF.

       070-CIERRA-ARCHIVOS.
           IF HAY-MAESTRO-MEDIDORES
               CLOSE MEDIDORES-FILE
           END-IF.
           CLOSE CORRECCION-LECTURA-FILE.

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
      * 100-TRANSACCION - menu de la correccion de lecturas: corregir
      * una lectura facturada, listar las correcciones o salir.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "CORRECCION DE LECTURAS FACTURADAS".
           DISPLAY "  C - CORREGIR UNA LECTURA".
           DISPLAY "  L - LISTAR CORRECCIONES".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-CORRIGE" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION        TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA AND OPCION-CORRIGE
                   PERFORM 085-RECHAZA-ACTUALIZACION
               WHEN OPCION-CORRIGE
                   PERFORM 200-CORRIGE-LECTURA
               WHEN OPCION-LISTA
                   PERFORM 300-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-CORRIGE-LECTURA - captura el medidor, la fecha de la
      * lectura y el valor corregido, busca las facturas afectadas,
      * calcula los consumos corregidos y, confirmado, anula y deja
      * la correccion pendiente de refacturar. Al primer dato que no
      * cuadra la correccion se abandona sin grabar nada.
      *-----------------------------------------------------------------
       200-CORRIGE-LECTURA.
           MOVE "S" TO WS-CORRECCION-VALIDA-SW.
           PERFORM 210-PIDE-MEDIDOR.
           IF CORRECCION-VALIDA
               PERFORM 215-PIDE-FECHA
           END-IF.
           IF CORRECCION-VALIDA
               PERFORM 220-PIDE-VALOR
           END-IF.
           IF CORRECCION-VALIDA
               PERFORM 230-BUSCA-PENDIENTE
           END-IF.
           IF CORRECCION-VALIDA
               PERFORM 240-BUSCA-FACTURADAS
           END-IF.
           IF CORRECCION-VALIDA
               PERFORM 250-CALCULA-CORRECCION
           END-IF.
           IF CORRECCION-VALIDA
               PERFORM 260-BUSCA-FACTURAS
           END-IF.
           IF CORRECCION-VALIDA
               PERFORM 270-CONFIRMA-CORRECCION
           ELSE
               DISPLAY "LA LECTURA NO SE CORRIGE."
           END-IF.

      *-----------------------------------------------------------------
      * 210-PIDE-MEDIDOR - el medidor debe existir en el maestro (sin
      * maestro se acepta y lo valida el registro de lecturas
      * facturadas).
      *-----------------------------------------------------------------
       210-PIDE-MEDIDOR.
           DISPLAY "MEDIDOR (8 CARACTERES):".
           ACCEPT WS-MEDIDOR-TXT.
           MOVE "CRL-MEDIDOR"  TO WS-AUDIT-CAMPO.
           MOVE WS-MEDIDOR-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-MEDIDOR-TXT = SPACES
               DISPLAY "FALTA EL MEDIDOR."
               MOVE "N" TO WS-CORRECCION-VALIDA-SW
           ELSE
               IF HAY-MAESTRO-MEDIDORES
                   MOVE WS-MEDIDOR-TXT TO MED-ID
                   READ MEDIDORES-FILE
                       INVALID KEY
                           DISPLAY "NO EXISTE EL MEDIDOR "
                               WS-MEDIDOR-TXT "."
                           MOVE "N" TO WS-CORRECCION-VALIDA-SW
                   END-READ
               END-IF
           END-IF.

       215-PIDE-FECHA.
           DISPLAY "FECHA DE LA LECTURA ERRONEA (AAAAMMDD):".
           ACCEPT WS-FECHA-TXT.
           MOVE "CRL-FECHA-LECT" TO WS-AUDIT-CAMPO.
           MOVE WS-FECHA-TXT     TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-FECHA-TXT IS NOT NUMERIC
               DISPLAY "LA FECHA DEBE SER DE 8 DIGITOS."
               MOVE "N" TO WS-CORRECCION-VALIDA-SW
           ELSE
               MOVE WS-FECHA-TXT TO WS-FECHA-NUM
           END-IF.

       220-PIDE-VALOR.
           DISPLAY "LECTURA CORREGIDA (6 DIGITOS):".
           ACCEPT WS-VALOR-TXT.
           MOVE "CRL-VALOR-CORR" TO WS-AUDIT-CAMPO.
           MOVE WS-VALOR-TXT     TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-VALOR-TXT IS NOT NUMERIC
               DISPLAY "LA LECTURA DEBE SER DE 6 DIGITOS."
               MOVE "N" TO WS-CORRECCION-VALIDA-SW
           ELSE
               MOVE WS-VALOR-TXT TO WS-VALOR-NUM
           END-IF.

      *-----------------------------------------------------------------
      * 230-BUSCA-PENDIENTE - un medidor con una correccion todavia
      * sin refacturar no admite otra: la segunda partiria de
      * facturas que la primera ya anulo.
      *-----------------------------------------------------------------
       230-BUSCA-PENDIENTE.
           MOVE ZERO TO CRL-NUMERO.
           START CORRECCION-LECTURA-FILE KEY NOT < CRL-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 235-LEE-PENDIENTE
                       UNTIL CORRLECT-EOF
                           OR NOT CORRECCION-VALIDA
           END-START.

       235-LEE-PENDIENTE.
           READ CORRECCION-LECTURA-FILE NEXT RECORD
               AT END
                   SET CORRLECT-EOF TO TRUE
               NOT AT END
                   IF CRL-MEDIDOR = WS-MEDIDOR-TXT
                       AND CRL-PENDIENTE
                       DISPLAY "EL MEDIDOR TIENE LA CORRECCION "
                           CRL-NUMERO " PENDIENTE DE REFACTURAR; "
                           "ESPERE A LA FACTURACION DE CONSUMO."
                       MOVE "N" TO WS-CORRECCION-VALIDA-SW
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 240-BUSCA-FACTURADAS - recorre LECFAC.DAT por el medidor: la
      * factura real o de regularizacion que cerro con la lectura de
      * esa fecha, y la primera real o de regularizacion de fecha
      * posterior, que midio su delta a partir de ella (los estimados
      * no dependen de la lectura). De dos renglones de la misma
      * factura afectada vale el ultimo grabado: el reemplazo de una
      * correccion anterior.
      *-----------------------------------------------------------------
       240-BUSCA-FACTURADAS.
           MOVE ZERO TO WS-CANTIDAD-AFECTADAS.
           MOVE "N"  TO WS-HAY-SIGUIENTE-SW.
           MOVE "N"  TO AFE-HALLADA-SW (1).
           MOVE "N"  TO AFE-HALLADA-SW (2).
           OPEN INPUT LECTURA-FACTURADA-FILE.
           IF LECFAC-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 245-LEE-FACTURADA UNTIL LECFAC-EOF
               CLOSE LECTURA-FACTURADA-FILE
           END-IF.
           IF AFE-HALLADA (1)
               MOVE 1 TO WS-CANTIDAD-AFECTADAS
               IF HAY-SIGUIENTE
                   MOVE 2 TO WS-CANTIDAD-AFECTADAS
               END-IF
           ELSE
               DISPLAY "EL MEDIDOR " WS-MEDIDOR-TXT " NO TIENE "
                   "FACTURA DE CONSUMO CON LA LECTURA DEL "
                   WS-FECHA-NUM "; NO HAY NADA QUE REFACTURAR."
               MOVE "N" TO WS-CORRECCION-VALIDA-SW
           END-IF.

       245-LEE-FACTURADA.
           READ LECTURA-FACTURADA-FILE
               AT END
                   SET LECFAC-EOF TO TRUE
               NOT AT END
                   IF LFC-MEDIDOR = WS-MEDIDOR-TXT
                       AND NOT LFC-ES-ESTIMADA
                       IF LFC-FECHA = WS-FECHA-NUM
                           MOVE 1 TO WS-IDX-AFE
                           PERFORM 247-GUARDA-FACTURADA
                       END-IF
                       IF LFC-FECHA > WS-FECHA-NUM
                           IF NOT HAY-SIGUIENTE
                               OR LFC-FECHA NOT > AFE-FECHA (2)
                               SET HAY-SIGUIENTE TO TRUE
                               MOVE 2 TO WS-IDX-AFE
                               PERFORM 247-GUARDA-FACTURADA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       247-GUARDA-FACTURADA.
           MOVE "S"               TO AFE-HALLADA-SW (WS-IDX-AFE).
           MOVE LFC-TIPO          TO AFE-TIPO (WS-IDX-AFE).
           MOVE LFC-FECHA         TO AFE-FECHA (WS-IDX-AFE).
           MOVE LFC-VALOR-DESDE   TO AFE-DESDE (WS-IDX-AFE).
           MOVE LFC-VALOR-HASTA   TO AFE-HASTA (WS-IDX-AFE).
           MOVE LFC-CONSUMO       TO AFE-CONSUMO (WS-IDX-AFE).
           MOVE LFC-EST-PENDIENTE TO AFE-EST-PENDIENTE (WS-IDX-AFE).
           MOVE LFC-FACTURA       TO AFE-FACTURA (WS-IDX-AFE).
           MOVE LFC-CLIENTE       TO AFE-CLIENTE (WS-IDX-AFE).

      *-----------------------------------------------------------------
      * 250-CALCULA-CORRECCION - la diferencia entre la lectura
      * corregida y la facturada se suma al consumo de la factura que
      * cerro con ella y se resta al de la siguiente; sin siguiente,
      * es lo que se mueve la ultima lectura facturada del medidor. Un
      * consumo real no puede quedar negativo: la lectura corregida
      * quedaria por debajo de la anterior o por encima de la
      * siguiente.
      *-----------------------------------------------------------------
       250-CALCULA-CORRECCION.
           IF WS-VALOR-NUM = AFE-HASTA (1)
               DISPLAY "LA LECTURA CORREGIDA ES LA MISMA QUE SE "
                   "FACTURO."
               MOVE "N" TO WS-CORRECCION-VALIDA-SW
           ELSE
               COMPUTE WS-DIFERENCIA = WS-VALOR-NUM - AFE-HASTA (1)
               COMPUTE AFE-NUEVO (1) = AFE-CONSUMO (1) + WS-DIFERENCIA
               MOVE AFE-DESDE (1)  TO AFE-NUEVO-DESDE (1)
               MOVE WS-VALOR-NUM   TO AFE-NUEVO-HASTA (1)
               IF AFE-TIPO (1) = "F"
                   AND AFE-NUEVO (1) < ZERO
                   DISPLAY "LA LECTURA CORREGIDA QUEDA POR DEBAJO DE "
                       "LA ANTERIOR FACTURADA (" AFE-DESDE (1) ")."
                   MOVE "N" TO WS-CORRECCION-VALIDA-SW
               END-IF
               IF WS-CANTIDAD-AFECTADAS = 2
                   MOVE ZERO TO WS-AJUSTE-SALDO
                   COMPUTE AFE-NUEVO (2) =
                       AFE-CONSUMO (2) - WS-DIFERENCIA
                   COMPUTE AFE-NUEVO-DESDE (2) =
                       AFE-DESDE (2) + WS-DIFERENCIA
                   MOVE AFE-HASTA (2) TO AFE-NUEVO-HASTA (2)
                   IF AFE-TIPO (2) = "F"
                       AND AFE-NUEVO (2) < ZERO
                       DISPLAY "LA LECTURA CORREGIDA QUEDA POR "
                           "ENCIMA DE LA SIGUIENTE FACTURADA ("
                           AFE-HASTA (2) ")."
                       MOVE "N" TO WS-CORRECCION-VALIDA-SW
                   END-IF
               ELSE
                   MOVE WS-DIFERENCIA TO WS-AJUSTE-SALDO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 260-BUSCA-FACTURAS - recorre FACTURAS.DAT (saltando los
      * renglones de control) por las facturas afectadas: guarda la
      * imagen de cada original y acumula en su neto lo que ya la
      * referencia. Una factura ya anulada no se vuelve a anular.
      *-----------------------------------------------------------------
       260-BUSCA-FACTURAS.
           MOVE ZERO TO AFE-NETO (1).
           MOVE ZERO TO AFE-NETO (2).
           MOVE "N"  TO AFE-HALLADA-SW (1).
           MOVE "N"  TO AFE-HALLADA-SW (2).
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 265-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.
           PERFORM 268-REVISA-FACTURA
               VARYING WS-IDX-AFE FROM 1 BY 1
               UNTIL WS-IDX-AFE > WS-CANTIDAD-AFECTADAS.

       265-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       PERFORM 267-COMPARA-FACTURA
                           VARYING WS-IDX-AFE FROM 1 BY 1
                           UNTIL WS-IDX-AFE > WS-CANTIDAD-AFECTADAS
                   END-IF
           END-READ.

       267-COMPARA-FACTURA.
           IF FAC-NUMERO = AFE-FACTURA (WS-IDX-AFE)
               AND FAC-REFERENCIA = ZERO
               MOVE "S"           TO AFE-HALLADA-SW (WS-IDX-AFE)
               MOVE FAC-SUBTOTAL  TO AFE-SUBTOTAL (WS-IDX-AFE)
               MOVE FAC-IMPUESTO  TO AFE-IMPUESTO (WS-IDX-AFE)
               MOVE FAC-DESCUENTO TO AFE-DESCUENTO (WS-IDX-AFE)
               MOVE FAC-AJUSTE    TO AFE-AJUSTE (WS-IDX-AFE)
               MOVE FAC-TOTAL     TO AFE-TOTAL (WS-IDX-AFE)
               MOVE FAC-SUCURSAL  TO AFE-SUCURSAL (WS-IDX-AFE)
               ADD  FAC-TOTAL     TO AFE-NETO (WS-IDX-AFE)
           ELSE
               IF FAC-REFERENCIA = AFE-FACTURA (WS-IDX-AFE)
                   ADD FAC-TOTAL TO AFE-NETO (WS-IDX-AFE)
               END-IF
           END-IF.

       268-REVISA-FACTURA.
           IF NOT AFE-HALLADA (WS-IDX-AFE)
               DISPLAY "NO EXISTE LA FACTURA "
                   AFE-FACTURA (WS-IDX-AFE) " EN FACTURAS.DAT."
               MOVE "N" TO WS-CORRECCION-VALIDA-SW
           ELSE
               IF AFE-NETO (WS-IDX-AFE) = ZERO
                   DISPLAY "LA FACTURA " AFE-FACTURA (WS-IDX-AFE)
                       " YA ESTA ANULADA; CORRIJA A MANO CON "
                       "61-PROGRAMA."
                   MOVE "N" TO WS-CORRECCION-VALIDA-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 270-CONFIRMA-CORRECCION - muestra la lectura vieja y la nueva
      * y, por factura afectada, el consumo facturado y el corregido;
      * solo con la confirmacion del operador se aplica.
      *-----------------------------------------------------------------
       270-CONFIRMA-CORRECCION.
           DISPLAY "MEDIDOR " WS-MEDIDOR-TXT " LECTURA DEL "
               WS-FECHA-NUM ": FACTURADA " AFE-HASTA (1)
               ", CORREGIDA " WS-VALOR-NUM.
           PERFORM 275-MUESTRA-AFECTADA
               VARYING WS-IDX-AFE FROM 1 BY 1
               UNTIL WS-IDX-AFE > WS-CANTIDAD-AFECTADAS.
           IF WS-AJUSTE-SALDO NOT = ZERO
               DISPLAY "  LA ULTIMA LECTURA FACTURADA DEL MEDIDOR SE "
                   "MUEVE " WS-AJUSTE-SALDO "."
           END-IF.
           DISPLAY "SE ANULAN LAS FACTURAS CON NOTA DE CREDITO Y LA "
               "FACTURACION DE CONSUMO LAS REEMPLAZA.".
           DISPLAY "CONFIRMA (S/N):".
           ACCEPT WS-CONFIRMA.
           MOVE "CONFIRMA-CORR" TO WS-AUDIT-CAMPO.
           MOVE WS-CONFIRMA     TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF CONFIRMA-CORRECCION
               PERFORM 400-APLICA-CORRECCION
           ELSE
               DISPLAY "CORRECCION CANCELADA; NO SE GRABO NADA."
           END-IF.

       275-MUESTRA-AFECTADA.
           MOVE AFE-TOTAL (WS-IDX-AFE) TO WS-IMPORTE-EDITADO.
           DISPLAY "  FACTURA " AFE-FACTURA (WS-IDX-AFE)
               " TIPO " AFE-TIPO (WS-IDX-AFE)
               " CLIENTE " AFE-CLIENTE (WS-IDX-AFE)
               " TOTAL " WS-IMPORTE-EDITADO.
           DISPLAY "    LECTURAS " AFE-DESDE (WS-IDX-AFE) " A "
               AFE-HASTA (WS-IDX-AFE) " CONSUMO "
               AFE-CONSUMO (WS-IDX-AFE) "; CORREGIDO "
               AFE-NUEVO-DESDE (WS-IDX-AFE) " A "
               AFE-NUEVO-HASTA (WS-IDX-AFE) " CONSUMO "
               AFE-NUEVO (WS-IDX-AFE).

      *-----------------------------------------------------------------
      * 300-LISTA - las correcciones registradas, con su estado y las
      * facturas que ligan.
      *-----------------------------------------------------------------
       300-LISTA.
           MOVE ZERO TO WS-CONTADOR-LISTA.
           MOVE ZERO TO CRL-NUMERO.
           START CORRECCION-LECTURA-FILE KEY NOT < CRL-NUMERO
               INVALID KEY
                   DISPLAY "NO HAY CORRECCIONES REGISTRADAS."
               NOT INVALID KEY
                   PERFORM 310-LISTA-CORRECCION UNTIL CORRLECT-EOF
                   DISPLAY "CORRECCIONES: " WS-CONTADOR-LISTA
           END-START.

       310-LISTA-CORRECCION.
           READ CORRECCION-LECTURA-FILE NEXT RECORD
               AT END
                   SET CORRLECT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTADOR-LISTA
                   IF CRL-PENDIENTE
                       DISPLAY "  " CRL-NUMERO " MEDIDOR " CRL-MEDIDOR
                           " LECTURA " CRL-FECHA-LECTURA " "
                           CRL-VALOR-ERRONEO " -> "
                           CRL-VALOR-CORREGIDO
                           " PENDIENTE DE REFACTURAR"
                   ELSE
                       DISPLAY "  " CRL-NUMERO " MEDIDOR " CRL-MEDIDOR
                           " LECTURA " CRL-FECHA-LECTURA " "
                           CRL-VALOR-ERRONEO " -> "
                           CRL-VALOR-CORREGIDO
                           " REFACTURADA EL " CRL-FECHA-REFACT
                   END-IF
                   PERFORM 315-LISTA-AFECTADA
                       VARYING WS-IDX-AFE FROM 1 BY 1
                       UNTIL WS-IDX-AFE > CRL-CANTIDAD
           END-READ.

       315-LISTA-AFECTADA.
           DISPLAY "      FACTURA " CRA-FACTURA (WS-IDX-AFE)
               " NOTA DE CREDITO " CRA-NOTA (WS-IDX-AFE)
               " REEMPLAZO " CRA-REEMPLAZO (WS-IDX-AFE).

      *-----------------------------------------------------------------
      * 400-APLICA-CORRECCION - anula cada factura afectada con su
      * nota de credito y graba la correccion pendiente de
      * refacturar, con todo lo que la liga.
      *-----------------------------------------------------------------
       400-APLICA-CORRECCION.
           PERFORM 410-GRABA-CREDITO
               VARYING WS-IDX-AFE FROM 1 BY 1
               UNTIL WS-IDX-AFE > WS-CANTIDAD-AFECTADAS.
           PERFORM 420-GRABA-CORRECCION.
           ADD 1 TO WS-CONTADOR-CORRECCIONES.
           DISPLAY "CORRECCION " CRL-NUMERO " REGISTRADA; LA "
               "FACTURACION DE CONSUMO EMITE LOS REEMPLAZOS.".
           MOVE "CORRECCION"  TO WS-AUDIT-CAMPO.
           MOVE CRL-NUMERO    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 410-GRABA-CREDITO - la nota de credito de la factura afectada,
      * como la de 61-PROGRAMA: su propio numero de la serie FACTURA,
      * los importes de la original negados y la referencia a ella.
      *-----------------------------------------------------------------
       410-GRABA-CREDITO.
           MOVE "FACTURA" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           MOVE WS-NUMERO-ASIGNADO TO FAC-NUMERO.
           MOVE AFE-CLIENTE (WS-IDX-AFE) TO FAC-CLIENTE.
           MOVE WS-FECHA-NEGOCIO   TO FAC-FECHA.
           COMPUTE FAC-SUBTOTAL  = ZERO - AFE-SUBTOTAL (WS-IDX-AFE).
           COMPUTE FAC-IMPUESTO  = ZERO - AFE-IMPUESTO (WS-IDX-AFE).
           COMPUTE FAC-DESCUENTO = ZERO - AFE-DESCUENTO (WS-IDX-AFE).
           COMPUTE FAC-AJUSTE    = ZERO - AFE-AJUSTE (WS-IDX-AFE).
           COMPUTE FAC-TOTAL     = ZERO - AFE-TOTAL (WS-IDX-AFE).
           SET  FAC-ES-CREDITO     TO TRUE.
           MOVE AFE-FACTURA (WS-IDX-AFE)  TO FAC-REFERENCIA.
           MOVE AFE-SUCURSAL (WS-IDX-AFE) TO FAC-SUCURSAL.

           OPEN EXTEND FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               OPEN OUTPUT FACTURAS-FILE
           END-IF.
           WRITE FACTURA-RECORD.
           CLOSE FACTURAS-FILE.

           MOVE FAC-NUMERO TO AFE-NOTA (WS-IDX-AFE).
           ADD 1         TO WS-CONTADOR-CREDITOS.
           ADD FAC-TOTAL TO WS-HASH-CREDITOS.
           DISPLAY "NOTA DE CREDITO " FAC-NUMERO " CONTRA LA "
               "FACTURA " AFE-FACTURA (WS-IDX-AFE) " PERSISTIDA.".
           MOVE "NOTA-CREDITO" TO WS-AUDIT-CAMPO.
           MOVE SPACES         TO WS-AUDIT-VALOR.
           STRING FAC-NUMERO               DELIMITED BY SIZE
                  " ANULA "                DELIMITED BY SIZE
                  AFE-FACTURA (WS-IDX-AFE) DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 420-GRABA-CORRECCION - la correccion, bajo el siguiente numero
      * de la serie CORRECCION, pendiente de refacturar.
      *-----------------------------------------------------------------
       420-GRABA-CORRECCION.
           MOVE "CORRECCION" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           MOVE WS-NUMERO-ASIGNADO   TO CRL-NUMERO.
           MOVE WS-MEDIDOR-TXT       TO CRL-MEDIDOR.
           MOVE AFE-CLIENTE (1)      TO CRL-CLIENTE.
           MOVE WS-FECHA-NUM         TO CRL-FECHA-LECTURA.
           MOVE AFE-HASTA (1)        TO CRL-VALOR-ERRONEO.
           MOVE WS-VALOR-NUM         TO CRL-VALOR-CORREGIDO.
           MOVE WS-AJUSTE-SALDO      TO CRL-AJUSTE-SALDO.
           MOVE WS-FECHA-NEGOCIO     TO CRL-FECHA.
           MOVE WS-OPERADOR          TO CRL-OPERADOR.
           SET  CRL-PENDIENTE        TO TRUE.
           MOVE ZERO                 TO CRL-FECHA-REFACT.
           MOVE WS-CANTIDAD-AFECTADAS TO CRL-CANTIDAD.
           INITIALIZE CRL-AFECTADA (1).
           INITIALIZE CRL-AFECTADA (2).
           PERFORM 425-PASA-AFECTADA
               VARYING WS-IDX-AFE FROM 1 BY 1
               UNTIL WS-IDX-AFE > WS-CANTIDAD-AFECTADAS.
           WRITE CORRECCION-LECTURA-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA CORRECCION "
                       CRL-NUMERO "."
           END-WRITE.

       425-PASA-AFECTADA.
           MOVE AFE-TIPO (WS-IDX-AFE)  TO CRA-TIPO (WS-IDX-AFE).
           MOVE AFE-FECHA (WS-IDX-AFE) TO CRA-FECHA-HASTA (WS-IDX-AFE).
           MOVE AFE-NUEVO-DESDE (WS-IDX-AFE)
               TO CRA-VALOR-DESDE (WS-IDX-AFE).
           MOVE AFE-NUEVO-HASTA (WS-IDX-AFE)
               TO CRA-VALOR-HASTA (WS-IDX-AFE).
           MOVE AFE-CONSUMO (WS-IDX-AFE)
               TO CRA-CONSUMO-ANTES (WS-IDX-AFE).
           MOVE AFE-NUEVO (WS-IDX-AFE)
               TO CRA-CONSUMO-NUEVO (WS-IDX-AFE).
           MOVE AFE-EST-PENDIENTE (WS-IDX-AFE)
               TO CRA-EST-PENDIENTE (WS-IDX-AFE).
           MOVE AFE-CLIENTE (WS-IDX-AFE) TO CRA-CLIENTE (WS-IDX-AFE).
           MOVE AFE-FACTURA (WS-IDX-AFE) TO CRA-FACTURA (WS-IDX-AFE).
           MOVE AFE-NOTA (WS-IDX-AFE)    TO CRA-NOTA (WS-IDX-AFE).
           MOVE ZERO                     TO CRA-REEMPLAZO (WS-IDX-AFE).

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-FACTURAS - al terminar la sesion, si se
      * emitio alguna nota de credito, añade a FACTURAS.DAT su renglon
      * de control, para que el registro diario (49-PROGRAMA) siga
      * conciliando.
      *-----------------------------------------------------------------
       800-GRABA-TRAILER-FACTURAS.
           IF WS-CONTADOR-CREDITOS > ZERO
               MOVE 9999999 TO FAT-MARCA
               MOVE WS-CONTADOR-CREDITOS TO FAT-CANTIDAD
               MOVE WS-HASH-CREDITOS     TO FAT-TOTAL-HASH

               OPEN EXTEND FACTURAS-FILE
               IF FACTURAS-NO-EXISTE
                   OPEN OUTPUT FACTURAS-FILE
               END-IF
               WRITE FACTURA-RECORD
               CLOSE FACTURAS-FILE
           END-IF.

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
           MOVE "B7-PROGRAMA" TO ALG-PROGRAMA.
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
           MOVE "B7-PROGRAMA" TO ALT-PROGRAMA.
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
       END PROGRAM B7-PROGRAMA.
