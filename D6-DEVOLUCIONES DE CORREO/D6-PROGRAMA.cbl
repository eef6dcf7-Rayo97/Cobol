      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devoluciones de la casa de correo: aplica el archivo
      *          de sobres no entregados (DEVCORREO.DAT) solo si su
      *          cuerpo cuadra con su trailer, como la respuesta de la
      *          autoridad (C7-PROGRAMA). Cada devolucion se concilia
      *          contra el registro de envios de 80-PROGRAMA
      *          (CORREOREG.DAT) por secuencia, cliente y documento, y
      *          si el cliente sigue con la misma direccion a la que
      *          se mando, esa direccion vigente queda marcada como
      *          devuelta en DIRECCIONES.DAT; el extracto de correo
      *          retiene sus documentos en papel hasta que se capture
      *          una direccion nueva. Deja el resultado de cada
      *          devolucion en DEVCORR.RPT y la lista de trabajo de
      *          cobranza en LLAMADAS.RPT: clientes con la direccion
      *          vigente devuelta y saldo abierto (SALDOS.DAT), con su
      *          telefono, del saldo mayor al menor.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. D6-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DEVCORREO-FILE
               ASSIGN TO "DEVCORREO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEVCORREO-STATUS.

           SELECT CORREO-REGISTRO-FILE
               ASSIGN TO "CORREOREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORREOREG-STATUS.

           SELECT DIRECCIONES-FILE
               ASSIGN TO "DIRECCIONES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIRECCIONES-STATUS.

           SELECT SALDOS-FILE
               ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CLIENTE
               FILE STATUS IS WS-SALDOS-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "DEVCORR.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT LLAMADAS-FILE
               ASSIGN TO "LLAMADAS.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LLAMADAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  DEVCORREO-FILE
           LABEL RECORD IS STANDARD.
           COPY DEVCORR.

       FD  CORREO-REGISTRO-FILE
           LABEL RECORD IS STANDARD.
           COPY CORREOREG.

       FD  DIRECCIONES-FILE
           LABEL RECORD IS STANDARD.
           COPY DIRECCION.

       FD  SALDOS-FILE
           LABEL RECORD IS STANDARD.
           COPY SALDOS.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-DEVOLUCION-RECORD PIC X(80).

       FD  LLAMADAS-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-LLAMADAS-RECORD PIC X(80).

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE DEVCORREO-FILE: VIENE DE DVCSTS.CPY.
           COPY DVCSTS.

      *-FILE STATUS/88-LEVEL DE CORREO-REGISTRO-FILE: VIENE DE
      *-CRGSTS.CPY.
           COPY CRGSTS.

      *-FILE STATUS/88-LEVEL DE DIRECCIONES-FILE: VIENE DE
      *-DIRSTS.CPY.
           COPY DIRSTS.

      *-FILE STATUS/88-LEVEL DE SALDOS-FILE: VIENE DE SALDOSTS.CPY.
           COPY SALDOSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

       01  WS-LLAMADAS-STATUS PIC XX.
           88  LLAMADAS-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-CONTROL DEL SOBRE DE LA CASA DE CORREO.
       01  WS-SOBRE-CANTIDAD  PIC 9(7) VALUE ZERO.
       01  WS-CASA-CANTIDAD   PIC 9(7) VALUE ZERO.
       01  WS-CASA-SECUENCIA  PIC 9(7) VALUE ZERO.
       01  WS-TRAILER-CASA-SW PIC X VALUE "N".
           88  HAY-TRAILER-CASA VALUE "S".

      *-DEVOLUCIONES DEL ARCHIVO CON SU RESULTADO: N NO SE ENVIO,
      *-A YA SE HABIA APLICADO, R CONCILIADA CONTRA EL REGISTRO (Y YA
      *-CON LA DIRECCION A LA QUE SALIO), Y DESPUES DE REVISAR LAS
      *-DIRECCIONES: M DIRECCION VIGENTE MARCADA, C EL CLIENTE YA
      *-TIENE OTRA DIRECCION, S EL CLIENTE YA NO TIENE DIRECCION.
       01  WS-CANTIDAD-DEVOLUCIONES PIC 9(3) VALUE ZERO.
       01  WS-TABLA-DEVOLUCIONES.
           05  WS-DEVOLUCION-ENT OCCURS 500 TIMES.
               10  DVT-SECUENCIA   PIC 9(7).
               10  DVT-CLIENTE     PIC 9(7).
               10  DVT-DOCUMENTO   PIC X(3).
               10  DVT-FECHA       PIC 9(8).
               10  DVT-MOTIVO      PIC X(20).
               10  DVT-CALLE       PIC X(30).
               10  DVT-CP          PIC X(5).
               10  DVT-ORDINAL     PIC 9(7).
               10  DVT-COINCIDE-SW PIC X.
                   88  DVT-COINCIDE     VALUE "S".
               10  DVT-RESULTADO   PIC X.
                   88  DVT-NO-ENVIADO   VALUE "N".
                   88  DVT-REPETIDA     VALUE "A".
                   88  DVT-CONCILIADA   VALUE "R".
                   88  DVT-MARCADA      VALUE "M".
                   88  DVT-CAMBIO-DIR   VALUE "C".
                   88  DVT-SIN-DIR      VALUE "S".

      *-CLIENTES CON ALGUNA DIRECCION DEVUELTA: AL FINAL DE LA PASADA
      *-QUEDA ENCENDIDO SOLO EN LOS QUE SIGUEN CON LA VIGENTE
      *-DEVUELTA.
       01  WS-CANTIDAD-MARCAS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-MARCAS.
           05  WS-MARCA-ENT OCCURS 500 TIMES.
               10  MRC-CLIENTE     PIC 9(7).
               10  MRC-VIGENTE-SW  PIC X.
                   88  MRC-VIGENTE-DEVUELTA VALUE "S".
               10  MRC-TELEFONO    PIC X(10).
               10  MRC-FECHA-DEV   PIC 9(8).
               10  MRC-SALDO       PIC S9(9)V99.

       01  WS-ENT-TRABAJO.
           05  TRB-CLIENTE     PIC 9(7).
           05  TRB-VIGENTE-SW  PIC X.
           05  TRB-TELEFONO    PIC X(10).
           05  TRB-FECHA-DEV   PIC 9(8).
           05  TRB-SALDO       PIC S9(9)V99.

       01  WS-IDX          PIC 9(3) VALUE ZERO.
       01  WS-IDX-BUSCA    PIC 9(3) VALUE ZERO.
       01  WS-IDX-HALLADO  PIC 9(3) VALUE ZERO.
       01  WS-IDX-MAYOR    PIC 9(3) VALUE ZERO.
       01  WS-ORDINAL      PIC 9(7) VALUE ZERO.
       01  WS-REESCRIBE-SW PIC X VALUE "N".
           88  REESCRIBE-DIRECCION VALUE "S".

       01  WS-CONTADOR-MARCADAS   PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-NO-ENVIADAS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-REPETIDAS  PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-DESBORDADAS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-LLAMADAS   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-LLAMADAS      PIC S9(9)V99 VALUE ZERO.

      *-RENGLONES DE LOS REPORTES.
       01  WS-LINEA           PIC X(80) VALUE SPACES.
       01  WS-LINEA-DEVOLUCION REDEFINES WS-LINEA.
           05  FILLER         PIC X(2).
           05  LDV-CLIENTE    PIC 9(7).
           05  FILLER         PIC X(2).
           05  LDV-DOCUMENTO  PIC X(3).
           05  FILLER         PIC X(2).
           05  LDV-SECUENCIA  PIC 9(7).
           05  FILLER         PIC X(2).
           05  LDV-FECHA      PIC 9(8).
           05  FILLER         PIC X(2).
           05  LDV-MOTIVO     PIC X(20).
           05  FILLER         PIC X(2).
           05  LDV-RESULTADO  PIC X(23).
       01  WS-LINEA-LLAMADA REDEFINES WS-LINEA.
           05  FILLER         PIC X(2).
           05  LLL-CLIENTE    PIC 9(7).
           05  FILLER         PIC X(1).
           05  LLL-NOMBRE     PIC X(25).
           05  FILLER         PIC X(1).
           05  LLL-TELEFONO   PIC X(10).
           05  FILLER         PIC X(1).
           05  LLL-SALDO      PIC -ZZZZZZZ9.99.
           05  FILLER         PIC X(2).
           05  LLL-FECHA-DEV  PIC 9(8).
           05  FILLER         PIC X(11).
       01  WS-NOMBRE-CLIENTE  PIC X(36) VALUE SPACES.
       01  WS-TOTAL-ED        PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.

           PERFORM 100-VERIFICA-SOBRE.
           IF DEVCORREO-NO-EXISTE
               DISPLAY "NO LLEGARON DEVOLUCIONES DE LA CASA DE CORREO "
                   "(DEVCORREO.DAT); NADA QUE APLICAR."
           ELSE
               IF NOT HAY-TRAILER-CASA
                   OR WS-SOBRE-CANTIDAD NOT = WS-CASA-CANTIDAD
                   DISPLAY "LAS DEVOLUCIONES NO CUADRAN CON SU "
                       "TRAILER; NO SE APLICA NADA."
                   DISPLAY "  DETALLES:  " WS-SOBRE-CANTIDAD
                   DISPLAY "  CONTROL:   " WS-CASA-CANTIDAD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 200-CARGA-DEVOLUCIONES
               PERFORM 300-CONCILIA-REGISTRO
               PERFORM 400-MARCA-DIRECCIONES
           END-IF.

           PERFORM 500-REPORTE-DEVOLUCIONES.
           PERFORM 600-LISTA-LLAMADAS.

           DISPLAY "DEVOLUCIONES LEIDAS:          " WS-SOBRE-CANTIDAD.
           DISPLAY "  DIRECCIONES MARCADAS:       "
               WS-CONTADOR-MARCADAS.
           DISPLAY "  YA APLICADAS ANTES:         "
               WS-CONTADOR-REPETIDAS.
           DISPLAY "  SIN ENVIO EN EL REGISTRO:   "
               WS-CONTADOR-NO-ENVIADAS.
           DISPLAY "CLIENTES A LLAMAR:            "
               WS-CONTADOR-LLAMADAS.
           IF WS-CONTADOR-NO-ENVIADAS > ZERO
               OR WS-CONTADOR-DESBORDADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-VERIFICA-SOBRE - primera pasada sobre el archivo de la
      * casa de correo: cuenta los detalles y toma el trailer. Un
      * archivo truncado no debe quedar aplicado a medias.
      *-----------------------------------------------------------------
       100-VERIFICA-SOBRE.
           OPEN INPUT DEVCORREO-FILE.
           IF DEVCORREO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-SOBRE UNTIL DEVCORREO-EOF
               CLOSE DEVCORREO-FILE
           END-IF.

       110-LEE-SOBRE.
           READ DEVCORREO-FILE
               AT END
                   SET DEVCORREO-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DVC-HEADER
                           MOVE DVH-SECUENCIA TO WS-CASA-SECUENCIA
                       WHEN DVC-TRAILER
                           SET HAY-TRAILER-CASA TO TRUE
                           MOVE DVR-CANTIDAD TO WS-CASA-CANTIDAD
                       WHEN OTHER
                           ADD 1 TO WS-SOBRE-CANTIDAD
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * 200-CARGA-DEVOLUCIONES - segunda pasada: guarda cada sobre
      * devuelto, todavia sin conciliar.
      *-----------------------------------------------------------------
       200-CARGA-DEVOLUCIONES.
           MOVE SPACES TO WS-DEVCORREO-STATUS.
           OPEN INPUT DEVCORREO-FILE.
           PERFORM 210-LEE-DEVOLUCION UNTIL DEVCORREO-EOF.
           CLOSE DEVCORREO-FILE.

       210-LEE-DEVOLUCION.
           READ DEVCORREO-FILE
               AT END
                   SET DEVCORREO-EOF TO TRUE
               NOT AT END
                   IF DVC-DETALLE
                       PERFORM 220-GUARDA-DEVOLUCION
                   END-IF
           END-READ.

       220-GUARDA-DEVOLUCION.
           IF WS-CANTIDAD-DEVOLUCIONES < 500
               ADD 1 TO WS-CANTIDAD-DEVOLUCIONES
               MOVE WS-CANTIDAD-DEVOLUCIONES TO WS-IDX
               MOVE DVD-SECUENCIA-ENVIO  TO DVT-SECUENCIA (WS-IDX)
               MOVE DVD-CLIENTE          TO DVT-CLIENTE (WS-IDX)
               MOVE DVD-DOCUMENTO        TO DVT-DOCUMENTO (WS-IDX)
               MOVE DVD-FECHA-DEVOLUCION TO DVT-FECHA (WS-IDX)
               MOVE DVD-MOTIVO           TO DVT-MOTIVO (WS-IDX)
               MOVE SPACES               TO DVT-CALLE (WS-IDX)
               MOVE SPACES               TO DVT-CP (WS-IDX)
               MOVE ZERO                 TO DVT-ORDINAL (WS-IDX)
               MOVE "N"                  TO DVT-COINCIDE-SW (WS-IDX)
               SET  DVT-NO-ENVIADO (WS-IDX) TO TRUE
           ELSE
               ADD 1 TO WS-CONTADOR-DESBORDADAS
           END-IF.

      *-----------------------------------------------------------------
      * 300-CONCILIA-REGISTRO - recorre el registro de envios: el
      * renglon del mismo envio, cliente y documento que una
      * devolucion queda devuelto con su fecha y le pasa la direccion
      * a la que se mando; si ya estaba devuelto, la devolucion es una
      * repeticion de un archivo ya aplicado.
      *-----------------------------------------------------------------
       300-CONCILIA-REGISTRO.
           OPEN I-O CORREO-REGISTRO-FILE.
           IF CORREOREG-NO-EXISTE
               DISPLAY "NO EXISTE EL REGISTRO DE ENVIOS "
                   "(CORREOREG.DAT); NINGUNA DEVOLUCION SE CONCILIA."
           ELSE
               PERFORM 310-LEE-ENVIO UNTIL CORREOREG-EOF
               CLOSE CORREO-REGISTRO-FILE
           END-IF.

       310-LEE-ENVIO.
           READ CORREO-REGISTRO-FILE
               AT END
                   SET CORREOREG-EOF TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-IDX-HALLADO
                   PERFORM 320-BUSCA-DEVOLUCION
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CANTIDAD-DEVOLUCIONES
                           OR WS-IDX-HALLADO > ZERO
                   IF WS-IDX-HALLADO > ZERO
                       PERFORM 330-CONCILIA-ENVIO
                   END-IF
           END-READ.

       320-BUSCA-DEVOLUCION.
           IF DVT-SECUENCIA (WS-IDX) = CRG-SECUENCIA
               AND DVT-CLIENTE (WS-IDX) = CRG-CLIENTE
               AND DVT-DOCUMENTO (WS-IDX) = CRG-DOCUMENTO
               AND DVT-NO-ENVIADO (WS-IDX)
               MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF.

       330-CONCILIA-ENVIO.
           IF CRG-DEVUELTO
               SET DVT-REPETIDA (WS-IDX-HALLADO) TO TRUE
               ADD 1 TO WS-CONTADOR-REPETIDAS
           ELSE
               SET  DVT-CONCILIADA (WS-IDX-HALLADO) TO TRUE
               MOVE CRG-CALLE TO DVT-CALLE (WS-IDX-HALLADO)
               MOVE CRG-CP    TO DVT-CP (WS-IDX-HALLADO)
               SET  CRG-DEVUELTO TO TRUE
               MOVE DVT-FECHA (WS-IDX-HALLADO) TO CRG-FECHA-DEVOLUCION
               REWRITE CORREO-REGISTRO-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 400-MARCA-DIRECCIONES - una pasada ubica la direccion vigente
      * (la ultima grabada) de cada cliente con devolucion conciliada
      * y dice si es la misma a la que se mando; la segunda, en I-O,
      * marca devueltas esas direcciones. Si el cliente ya capturo
      * otra direccion, la nueva no se toca.
      *-----------------------------------------------------------------
       400-MARCA-DIRECCIONES.
           MOVE ZERO TO WS-ORDINAL.
           OPEN INPUT DIRECCIONES-FILE.
           IF DIRECCIONES-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 410-UBICA-VIGENTE UNTIL DIRECCIONES-EOF
               CLOSE DIRECCIONES-FILE
           END-IF.

           PERFORM 430-RESUELVE-DEVOLUCION
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-DEVOLUCIONES.

           IF WS-CONTADOR-MARCADAS > ZERO
               MOVE ZERO   TO WS-ORDINAL
               MOVE SPACES TO WS-DIRECCIONES-STATUS
               OPEN I-O DIRECCIONES-FILE
               PERFORM 440-REESCRIBE-DIRECCION UNTIL DIRECCIONES-EOF
               CLOSE DIRECCIONES-FILE
           END-IF.

       410-UBICA-VIGENTE.
           READ DIRECCIONES-FILE
               AT END
                   SET DIRECCIONES-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ORDINAL
                   PERFORM 420-ANOTA-VIGENTE
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CANTIDAD-DEVOLUCIONES
           END-READ.

       420-ANOTA-VIGENTE.
           IF DVT-CLIENTE (WS-IDX) = DIR-CLIENTE
               AND DVT-CONCILIADA (WS-IDX)
               MOVE WS-ORDINAL TO DVT-ORDINAL (WS-IDX)
               IF DIR-CALLE = DVT-CALLE (WS-IDX)
                   AND DIR-CP = DVT-CP (WS-IDX)
                   MOVE "S" TO DVT-COINCIDE-SW (WS-IDX)
               ELSE
                   MOVE "N" TO DVT-COINCIDE-SW (WS-IDX)
               END-IF
           END-IF.

       430-RESUELVE-DEVOLUCION.
           IF DVT-CONCILIADA (WS-IDX)
               EVALUATE TRUE
                   WHEN DVT-ORDINAL (WS-IDX) = ZERO
                       SET DVT-SIN-DIR (WS-IDX) TO TRUE
                   WHEN DVT-COINCIDE (WS-IDX)
                       SET DVT-MARCADA (WS-IDX) TO TRUE
                       ADD 1 TO WS-CONTADOR-MARCADAS
                   WHEN OTHER
                       SET DVT-CAMBIO-DIR (WS-IDX) TO TRUE
               END-EVALUATE
           END-IF.
           IF DVT-NO-ENVIADO (WS-IDX)
               ADD 1 TO WS-CONTADOR-NO-ENVIADAS
           END-IF.

       440-REESCRIBE-DIRECCION.
           READ DIRECCIONES-FILE
               AT END
                   SET DIRECCIONES-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ORDINAL
                   MOVE "N" TO WS-REESCRIBE-SW
                   PERFORM 450-COMPARA-ORDINAL
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CANTIDAD-DEVOLUCIONES
                   IF REESCRIBE-DIRECCION
                       REWRITE DIRECCION-RECORD
                   END-IF
           END-READ.

       450-COMPARA-ORDINAL.
           IF DVT-MARCADA (WS-IDX)
               AND DVT-ORDINAL (WS-IDX) = WS-ORDINAL
               SET  REESCRIBE-DIRECCION TO TRUE
               SET  DIR-DEVUELTA        TO TRUE
               MOVE DVT-FECHA (WS-IDX)  TO DIR-FECHA-DEVOLUCION
           END-IF.

      *-----------------------------------------------------------------
      * 500-REPORTE-DEVOLUCIONES - una linea por devolucion con lo
      * que se hizo con ella.
      *-----------------------------------------------------------------
       500-REPORTE-DEVOLUCIONES.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO WS-LINEA.
           STRING "DEVOLUCIONES DE LA CASA DE CORREO AL "
                      DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
                  "  ARCHIVO "     DELIMITED BY SIZE
                  WS-CASA-SECUENCIA DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 580-ESCRIBE-DEVOLUCION.
           MOVE SPACES TO WS-LINEA.
           PERFORM 580-ESCRIBE-DEVOLUCION.
           MOVE SPACES TO WS-LINEA.
           STRING "  CLIENTE  DOC  ENVIO    DEVUELTO  MOTIVO"
                      DELIMITED BY SIZE
                  "               RESULTADO" DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 580-ESCRIBE-DEVOLUCION.
           PERFORM 510-RENGLON-DEVOLUCION
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-DEVOLUCIONES.
           MOVE SPACES TO WS-LINEA.
           PERFORM 580-ESCRIBE-DEVOLUCION.
           MOVE SPACES TO WS-LINEA.
           STRING "DEVOLUCIONES: "         DELIMITED BY SIZE
                  WS-SOBRE-CANTIDAD        DELIMITED BY SIZE
                  "  MARCADAS: "           DELIMITED BY SIZE
                  WS-CONTADOR-MARCADAS     DELIMITED BY SIZE
                  "  SIN ENVIO: "          DELIMITED BY SIZE
                  WS-CONTADOR-NO-ENVIADAS  DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 580-ESCRIBE-DEVOLUCION.
           IF WS-CONTADOR-DESBORDADAS > ZERO
               MOVE SPACES TO WS-LINEA
               STRING "NO CUPIERON EN TABLA (SE APLICAN EN LA "
                          DELIMITED BY SIZE
                      "SIGUIENTE ENTREGA): " DELIMITED BY SIZE
                      WS-CONTADOR-DESBORDADAS DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 580-ESCRIBE-DEVOLUCION
           END-IF.
           CLOSE REPORTE-FILE.

       510-RENGLON-DEVOLUCION.
           MOVE SPACES                  TO WS-LINEA.
           MOVE DVT-CLIENTE (WS-IDX)    TO LDV-CLIENTE.
           MOVE DVT-DOCUMENTO (WS-IDX)  TO LDV-DOCUMENTO.
           MOVE DVT-SECUENCIA (WS-IDX)  TO LDV-SECUENCIA.
           MOVE DVT-FECHA (WS-IDX)      TO LDV-FECHA.
           MOVE DVT-MOTIVO (WS-IDX)     TO LDV-MOTIVO.
           EVALUATE TRUE
               WHEN DVT-MARCADA (WS-IDX)
                   MOVE "DIRECCION MARCADA"       TO LDV-RESULTADO
               WHEN DVT-CAMBIO-DIR (WS-IDX)
                   MOVE "YA TIENE OTRA DIRECCION" TO LDV-RESULTADO
               WHEN DVT-SIN-DIR (WS-IDX)
                   MOVE "CLIENTE SIN DIRECCION"   TO LDV-RESULTADO
               WHEN DVT-REPETIDA (WS-IDX)
                   MOVE "YA APLICADA ANTES"       TO LDV-RESULTADO
               WHEN OTHER
                   MOVE "** NO SE ENVIO **"       TO LDV-RESULTADO
           END-EVALUATE.
           PERFORM 580-ESCRIBE-DEVOLUCION.

       580-ESCRIBE-DEVOLUCION.
           MOVE WS-LINEA TO REPORTE-DEVOLUCION-RECORD.
           WRITE REPORTE-DEVOLUCION-RECORD.

      *-----------------------------------------------------------------
      * 600-LISTA-LLAMADAS - la lista de trabajo de cobranza: los
      * clientes cuya direccion vigente sigue devuelta y que deben
      * algo en el libro de saldos, con su telefono, del saldo mayor
      * al menor.
      *-----------------------------------------------------------------
       600-LISTA-LLAMADAS.
           MOVE SPACES TO WS-DIRECCIONES-STATUS.
           OPEN INPUT DIRECCIONES-FILE.
           IF DIRECCIONES-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 610-LEE-DIRECCION UNTIL DIRECCIONES-EOF
               CLOSE DIRECCIONES-FILE
           END-IF.

           OPEN INPUT SALDOS-FILE.
           IF SALDOS-NO-EXISTE
               DISPLAY "NO EXISTE SALDOS.DAT; LA LISTA DE LLAMADAS "
                   "SALE VACIA."
           ELSE
               PERFORM 630-TOMA-SALDO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-MARCAS
               CLOSE SALDOS-FILE
           END-IF.

           PERFORM 640-SELECCIONA-MAYOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-CANTIDAD-MARCAS.

           OPEN OUTPUT LLAMADAS-FILE.
           MOVE SPACES TO WS-LINEA.
           STRING "CLIENTES CON CORREO DEVUELTO Y SALDO ABIERTO AL "
                      DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LLAMADA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 680-ESCRIBE-LLAMADA.
           MOVE SPACES TO WS-LINEA.
           STRING "  CLIENTE NOMBRE                    TELEFONO"
                      DELIMITED BY SIZE
                  "          SALDO  DEVUELTO" DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LLAMADA.
           OPEN INPUT CLIENTES-FILE.
           PERFORM 660-RENGLON-LLAMADA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-MARCAS.
           IF NOT CLIENTES-NO-EXISTE
               CLOSE CLIENTES-FILE
           END-IF.
           MOVE SPACES TO WS-LINEA.
           PERFORM 680-ESCRIBE-LLAMADA.
           MOVE WS-TOTAL-LLAMADAS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINEA.
           STRING "CLIENTES A LLAMAR: "   DELIMITED BY SIZE
                  WS-CONTADOR-LLAMADAS    DELIMITED BY SIZE
                  "  SALDO TOTAL: "       DELIMITED BY SIZE
                  WS-TOTAL-ED             DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 680-ESCRIBE-LLAMADA.
           CLOSE LLAMADAS-FILE.

       610-LEE-DIRECCION.
           READ DIRECCIONES-FILE
               AT END
                   SET DIRECCIONES-EOF TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-IDX-HALLADO
                   PERFORM 620-BUSCA-MARCA
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CANTIDAD-MARCAS
                   IF DIR-DEVUELTA
                       PERFORM 625-ANOTA-MARCA
                   ELSE
                       IF WS-IDX-HALLADO > ZERO
                           MOVE "N"
                               TO MRC-VIGENTE-SW (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

       620-BUSCA-MARCA.
           IF MRC-CLIENTE (WS-IDX) = DIR-CLIENTE
               MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF.

       625-ANOTA-MARCA.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CANTIDAD-MARCAS < 500
                   ADD 1 TO WS-CANTIDAD-MARCAS
                   MOVE WS-CANTIDAD-MARCAS TO WS-IDX-HALLADO
                   MOVE DIR-CLIENTE TO MRC-CLIENTE (WS-IDX-HALLADO)
                   MOVE ZERO        TO MRC-SALDO (WS-IDX-HALLADO)
               ELSE
                   ADD 1 TO WS-CONTADOR-DESBORDADAS
               END-IF
           END-IF.
           IF WS-IDX-HALLADO > ZERO
               MOVE "S"          TO MRC-VIGENTE-SW (WS-IDX-HALLADO)
               MOVE DIR-TELEFONO TO MRC-TELEFONO (WS-IDX-HALLADO)
               MOVE DIR-FECHA-DEVOLUCION
                   TO MRC-FECHA-DEV (WS-IDX-HALLADO)
           END-IF.

       630-TOMA-SALDO.
           IF MRC-VIGENTE-DEVUELTA (WS-IDX)
               MOVE MRC-CLIENTE (WS-IDX) TO SAL-CLIENTE
               READ SALDOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SAL-SALDO TO MRC-SALDO (WS-IDX)
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 640-SELECCIONA-MAYOR - ordenamiento por seleccion, el saldo
      * mayor primero.
      *-----------------------------------------------------------------
       640-SELECCIONA-MAYOR.
           MOVE WS-IDX TO WS-IDX-MAYOR.
           PERFORM 650-COMPARA-SALDO
               VARYING WS-IDX-BUSCA FROM WS-IDX BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-MARCAS.
           IF WS-IDX-MAYOR NOT = WS-IDX
               MOVE WS-MARCA-ENT (WS-IDX)       TO WS-ENT-TRABAJO
               MOVE WS-MARCA-ENT (WS-IDX-MAYOR) TO WS-MARCA-ENT (WS-IDX)
               MOVE WS-ENT-TRABAJO TO WS-MARCA-ENT (WS-IDX-MAYOR)
           END-IF.

       650-COMPARA-SALDO.
           IF MRC-SALDO (WS-IDX-BUSCA) > MRC-SALDO (WS-IDX-MAYOR)
               MOVE WS-IDX-BUSCA TO WS-IDX-MAYOR
           END-IF.

       660-RENGLON-LLAMADA.
           IF MRC-VIGENTE-DEVUELTA (WS-IDX)
               AND MRC-SALDO (WS-IDX) > ZERO
               MOVE SPACES TO WS-NOMBRE-CLIENTE
               IF NOT CLIENTES-NO-EXISTE
                   MOVE MRC-CLIENTE (WS-IDX) TO CLI-NUMERO
                   READ CLIENTES-FILE
                       INVALID KEY
                           MOVE "(SIN MAESTRO)" TO WS-NOMBRE-CLIENTE
                       NOT INVALID KEY
                           STRING CLI-NOMBRE    DELIMITED BY SIZE
                                  " "           DELIMITED BY SIZE
                                  CLI-APELLIDOS DELIMITED BY SIZE
                               INTO WS-NOMBRE-CLIENTE
                   END-READ
               END-IF
               MOVE SPACES                 TO WS-LINEA
               MOVE MRC-CLIENTE (WS-IDX)   TO LLL-CLIENTE
               MOVE WS-NOMBRE-CLIENTE      TO LLL-NOMBRE
               MOVE MRC-TELEFONO (WS-IDX)  TO LLL-TELEFONO
               MOVE MRC-SALDO (WS-IDX)     TO LLL-SALDO
               MOVE MRC-FECHA-DEV (WS-IDX) TO LLL-FECHA-DEV
               PERFORM 680-ESCRIBE-LLAMADA
               ADD 1                  TO WS-CONTADOR-LLAMADAS
               ADD MRC-SALDO (WS-IDX) TO WS-TOTAL-LLAMADAS
           END-IF.

       680-ESCRIBE-LLAMADA.
           MOVE WS-LINEA TO REPORTE-LLAMADAS-RECORD.
           WRITE REPORTE-LLAMADAS-RECORD.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM D6-PROGRAMA.
