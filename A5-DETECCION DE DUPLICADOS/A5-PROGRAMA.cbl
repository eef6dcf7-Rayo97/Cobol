      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deteccion nocturna de pagos duplicados, antes de que
      *          el libro de saldos (59-PROGRAMA) reconstruya
      *          SALDOS.DAT: cada pago del dia en PAGOS.DAT que repite
      *          la factura y el importe de otro pago de la ventana de
      *          DUPVENTANA dias (TASAS.DAT; el archivo vivo y lo ya
      *          archivado en PAGARCH.DAT) queda retenido: se anexa a
      *          PAGOS.DAT su retencion (PAG-RETENIDO, importe negado)
      *          en su propia sesion con trailer, con lo que todo
      *          programa que suma PAG-IMPORTE por factura deja de
      *          contarlo, y el caso entra pendiente a la cola
      *          PAGDUP.DAT para que un supervisor lo confirme o lo
      *          libere (A6-PROGRAMA). Un mismo pago tecleado dos
      *          veces en la ventanilla, o llegado a mano y en la
      *          remesa del banco, ya no se aplica en silencio.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. A5-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT PAGOS-ARCH-FILE
               ASSIGN TO "PAGARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGARCH-STATUS.

           SELECT PAGO-DUPLICADO-FILE
               ASSIGN TO "PAGDUP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGDUP-STATUS.

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

           SELECT PERIODOS-FILE
               ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIODO
               FILE STATUS IS WS-PERIODOS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

      *-EL HISTORICO SE LEE CRUDO Y SE PASA AL REGISTRO DE PAGOS-FILE
      *-(CERRADO EN ESE MOMENTO) PARA VERLO CON SU LAYOUT.
       FD  PAGOS-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  PAGO-ARCH-RECORD        PIC X(56).

       FD  PAGO-DUPLICADO-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGDUP.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

       01  WS-PAGARCH-STATUS PIC XX.
           88  PAGARCH-OK        VALUE "00".
           88  PAGARCH-EOF       VALUE "10".
           88  PAGARCH-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGO-DUPLICADO-FILE: VIENE DE
      *-DUPSTS.CPY.
           COPY DUPSTS.

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

      *-RESULTADO DE LA CONSULTA DEL CONTROL DE PERIODOS (VER
      *-VALPERIO.CPY).
       01  WS-PERIODO-CERRADO-SW PIC X VALUE "N".
           88  PERIODO-CERRADO VALUE "S".

      *-CAMPOS DE LA ALERTA QUE SE DEJA EN ALERTAS.DAT (VER
      *-ALERTPRO.CPY).
       01  WS-ALR-SEVERIDAD PIC X       VALUE SPACE.
       01  WS-ALR-PROGRAMA  PIC X(11)   VALUE SPACES.
       01  WS-ALR-MENSAJE   PIC X(40)   VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)    VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)    VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA, CARGADA DE
      *-FECHACOR.DAT POR CARGA-FECHA-NEGOCIO: SE REVISAN LOS PAGOS DE
      *-ESTA FECHA, Y CON ELLA QUEDAN LAS RETENCIONES.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-VENTANA DE LA BUSQUEDA: DUPVENTANA DIAS DE CALENDARIO HACIA
      *-ATRAS DESDE LA FECHA DE NEGOCIO (CERO = SOLO EL MISMO DIA).
       01  WS-VENTANA-DIAS   PIC 9(5) VALUE 7.
       01  WS-EF-VENTANA     PIC 9(8) VALUE ZERO.
       01  WS-FECHA-DESDE    PIC 9(8) VALUE ZERO.

      *-CAMINO DE FECHAS HACIA ATRAS (VER RESTADIA.CPY).
       01  WS-FECHA-CAND.
           05  WS-CAND-ANIO PIC 9(4).
           05  WS-CAND-MES  PIC 99.
           05  WS-CAND-DIA  PIC 99.

       01  WS-DIAS-MES  PIC 99   VALUE ZERO.
       01  WS-RESTO-4   PIC 9(4) VALUE ZERO.
       01  WS-RESIDUO-4 PIC 9(4) VALUE ZERO.

      *-TABLA DE PAGOS DE LA VENTANA, EN EL ORDEN EN QUE SE GRABARON
      *-(PRIMERO LO ARCHIVADO, DESPUES EL ARCHIVO VIVO): CADA PAGO
      *-POSITIVO QUE CUENTA (PARCIAL, SALDA O LIBERADO), CON LA MARCA
      *-DE LOS QUE SON DEL DIA Y SE REVISAN, Y EL RENGLON QUE REPITEN.
       01  WS-CANTIDAD-PAGOS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-PAGOS.
           05  WS-PAGO-ENT OCCURS 5000 TIMES.
               10  PTB-FACTURA     PIC 9(7).
               10  PTB-CLIENTE     PIC 9(7).
               10  PTB-FECHA       PIC 9(8).
               10  PTB-IMPORTE     PIC S9(7)V99.
               10  PTB-OPERADOR    PIC X(8).
               10  PTB-METODO      PIC X.
               10  PTB-REFERENCIA  PIC X(12).
               10  PTB-SUCURSAL    PIC X(3).
               10  PTB-ORIGEN      PIC X.
               10  PTB-DEL-DIA     PIC X.
                   88  PTB-ES-DEL-DIA VALUE "S".
               10  PTB-PREVIO      PIC 9(4).

       01  WS-TABLA-LLENA-SW PIC X VALUE "N".
           88  TABLA-PAGOS-LLENA VALUE "S".

       01  WS-ORIGEN-ACTUAL PIC X VALUE SPACE.

       01  WS-IDX-PAGO    PIC 9(4) VALUE ZERO.
       01  WS-IDX-BUSCA   PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.

      *-LO QUE YA ESTA EN LA COLA CON FECHA DE HOY (UNA CORRIDA
      *-REPETIDA NO DEBE RETENER DOS VECES EL MISMO PAGO): POR FACTURA
      *-E IMPORTE, CUANTOS CASOS YA HAY.
       01  WS-CANTIDAD-ENCOLADOS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-ENCOLADOS.
           05  WS-ENCOLADO-ENT OCCURS 500 TIMES.
               10  ENC-FACTURA     PIC 9(7).
               10  ENC-IMPORTE     PIC S9(7)V99.
               10  ENC-CANTIDAD    PIC 9(4).

       01  WS-IDX-ENC     PIC 9(4) VALUE ZERO.
       01  WS-ENC-HALLADO PIC 9(4) VALUE ZERO.

      *-ACUMULADOS DE LA CORRIDA.
       01  WS-CONTADOR-REVISADOS  PIC 9(7)     VALUE ZERO.
       01  WS-CONTADOR-SOSPECHAS  PIC 9(7)     VALUE ZERO.
       01  WS-CONTADOR-YA-EN-COLA PIC 9(7)     VALUE ZERO.
       01  WS-CONTADOR-RETENIDOS  PIC 9(7)     VALUE ZERO.
       01  WS-HASH-RETENIDOS      PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               DISPLAY "EL MES DE NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                   " YA ESTA CERRADO A CONTABILIDAD; NO SE "
                   "RETIENEN PAGOS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 050-CARGA-TASAS-DUPLICADOS.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CAND.
           PERFORM RESTA-UN-DIA WS-VENTANA-DIAS TIMES.
           MOVE WS-FECHA-CAND TO WS-FECHA-DESDE.

           PERFORM 100-CARGA-ARCHIVADOS.
           PERFORM 150-CARGA-VIVOS.
           IF TABLA-PAGOS-LLENA
               DISPLAY "AVISO: LA TABLA DE PAGOS DE LA VENTANA SE "
                   "LLENO (5000); LOS PAGOS RESTANTES NO SE REVISAN."
           END-IF.
           PERFORM 200-CARGA-ENCOLADOS.

           PERFORM 300-BUSCA-DUPLICADO
               VARYING WS-IDX-PAGO FROM 1 BY 1
               UNTIL WS-IDX-PAGO > WS-CANTIDAD-PAGOS.

           PERFORM 800-GRABA-TRAILER-PAGOS.
           PERFORM 900-TOTALES-DE-LOTE.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASAS-DUPLICADOS - lee de TASAS.DAT el codigo
      * DUPVENTANA, quedandose con el renglon de fecha efectiva mas
      * reciente que no pase de la fecha de negocio.
      *-----------------------------------------------------------------
       050-CARGA-TASAS-DUPLICADOS.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 055-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

       055-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO = "DUPVENTANA"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-VENTANA
                       MOVE TAS-VALOR TO WS-VENTANA-DIAS
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-VENTANA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-CARGA-ARCHIVADOS - los pagos de la ventana que el archivado
      * de facturas (88-PROGRAMA) ya saco del archivo vivo.
      *-----------------------------------------------------------------
       100-CARGA-ARCHIVADOS.
           MOVE "A" TO WS-ORIGEN-ACTUAL.
           OPEN INPUT PAGOS-ARCH-FILE.
           IF PAGARCH-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-ARCHIVADO UNTIL PAGARCH-EOF
               CLOSE PAGOS-ARCH-FILE
           END-IF.

       110-LEE-ARCHIVADO.
           READ PAGOS-ARCH-FILE
               AT END
                   SET PAGARCH-EOF TO TRUE
               NOT AT END
                   MOVE PAGO-ARCH-RECORD TO PAGO-RECORD
                   PERFORM 160-TOMA-PAGO
           END-READ.

      *-----------------------------------------------------------------
      * 150-CARGA-VIVOS - los pagos de la ventana del archivo vivo;
      * los de la fecha de negocio son los que se revisan.
      *-----------------------------------------------------------------
       150-CARGA-VIVOS.
           MOVE "V" TO WS-ORIGEN-ACTUAL.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO PAGOS.DAT"
           ELSE
               PERFORM 155-LEE-VIVO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.

       155-LEE-VIVO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   PERFORM 160-TOMA-PAGO
           END-READ.

      *-----------------------------------------------------------------
      * 160-TOMA-PAGO - un pago entra a la tabla si esta dentro de la
      * ventana y es dinero que cuenta contra la factura: las
      * reversas, reembolsos y retenciones no se comparan.
      *-----------------------------------------------------------------
       160-TOMA-PAGO.
           IF PGT-MARCA NOT = 9999999
               AND PAG-FECHA NOT < WS-FECHA-DESDE
               AND PAG-FECHA NOT > WS-FECHA-NEGOCIO
               AND PAG-IMPORTE > ZERO
               AND (PAG-PARCIAL OR PAG-SALDA OR PAG-LIBERADO)
               IF WS-CANTIDAD-PAGOS < 5000
                   ADD 1 TO WS-CANTIDAD-PAGOS
                   MOVE PAG-FACTURA
                       TO PTB-FACTURA (WS-CANTIDAD-PAGOS)
                   MOVE PAG-CLIENTE
                       TO PTB-CLIENTE (WS-CANTIDAD-PAGOS)
                   MOVE PAG-FECHA
                       TO PTB-FECHA (WS-CANTIDAD-PAGOS)
                   MOVE PAG-IMPORTE
                       TO PTB-IMPORTE (WS-CANTIDAD-PAGOS)
                   MOVE PAG-OPERADOR
                       TO PTB-OPERADOR (WS-CANTIDAD-PAGOS)
                   MOVE PAG-METODO
                       TO PTB-METODO (WS-CANTIDAD-PAGOS)
                   MOVE PAG-REFERENCIA
                       TO PTB-REFERENCIA (WS-CANTIDAD-PAGOS)
                   MOVE PAG-SUCURSAL
                       TO PTB-SUCURSAL (WS-CANTIDAD-PAGOS)
                   MOVE WS-ORIGEN-ACTUAL
                       TO PTB-ORIGEN (WS-CANTIDAD-PAGOS)
                   MOVE "N" TO PTB-DEL-DIA (WS-CANTIDAD-PAGOS)
                   IF WS-ORIGEN-ACTUAL = "V"
                       AND PAG-FECHA = WS-FECHA-NEGOCIO
                       AND NOT PAG-LIBERADO
                       MOVE "S" TO PTB-DEL-DIA (WS-CANTIDAD-PAGOS)
                   END-IF
                   MOVE ZERO TO PTB-PREVIO (WS-CANTIDAD-PAGOS)
               ELSE
                   SET TABLA-PAGOS-LLENA TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 200-CARGA-ENCOLADOS - los casos que ya estan en la cola con
      * fecha de hoy, contados por factura e importe.
      *-----------------------------------------------------------------
       200-CARGA-ENCOLADOS.
           OPEN INPUT PAGO-DUPLICADO-FILE.
           IF PAGDUP-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 210-LEE-ENCOLADO UNTIL PAGDUP-EOF
               CLOSE PAGO-DUPLICADO-FILE
           END-IF.

       210-LEE-ENCOLADO.
           READ PAGO-DUPLICADO-FILE
               AT END
                   SET PAGDUP-EOF TO TRUE
               NOT AT END
                   IF DUP-FECHA = WS-FECHA-NEGOCIO
                       PERFORM 220-BUSCA-ENCOLADO
                       IF WS-ENC-HALLADO > ZERO
                           ADD 1 TO ENC-CANTIDAD (WS-ENC-HALLADO)
                       ELSE
                           IF WS-CANTIDAD-ENCOLADOS < 500
                               ADD 1 TO WS-CANTIDAD-ENCOLADOS
                               MOVE DUP-FACTURA TO
                                   ENC-FACTURA (WS-CANTIDAD-ENCOLADOS)
                               MOVE DUP-IMPORTE TO
                                   ENC-IMPORTE (WS-CANTIDAD-ENCOLADOS)
                               MOVE 1 TO
                                   ENC-CANTIDAD (WS-CANTIDAD-ENCOLADOS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       220-BUSCA-ENCOLADO.
           MOVE ZERO TO WS-ENC-HALLADO.
           PERFORM 225-COMPARA-ENCOLADO
               VARYING WS-IDX-ENC FROM 1 BY 1
               UNTIL WS-IDX-ENC > WS-CANTIDAD-ENCOLADOS
                   OR WS-ENC-HALLADO > ZERO.

       225-COMPARA-ENCOLADO.
           IF ENC-FACTURA (WS-IDX-ENC) = DUP-FACTURA
               AND ENC-IMPORTE (WS-IDX-ENC) = DUP-IMPORTE
               MOVE WS-IDX-ENC TO WS-ENC-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 300-BUSCA-DUPLICADO - un pago del dia es sospechoso si un pago
      * grabado antes que el (en la ventana) trae la misma factura y
      * el mismo importe; el primero se respeta y los que lo repiten
      * se retienen, salvo los que una corrida anterior de hoy ya
      * mando a la cola.
      *-----------------------------------------------------------------
       300-BUSCA-DUPLICADO.
           IF PTB-ES-DEL-DIA (WS-IDX-PAGO)
               ADD 1 TO WS-CONTADOR-REVISADOS
               MOVE ZERO TO WS-IDX-HALLADO
               PERFORM 305-COMPARA-PREVIO
                   VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA NOT < WS-IDX-PAGO
                       OR WS-IDX-HALLADO > ZERO
               IF WS-IDX-HALLADO > ZERO
                   ADD 1 TO WS-CONTADOR-SOSPECHAS
                   MOVE WS-IDX-HALLADO TO PTB-PREVIO (WS-IDX-PAGO)
                   MOVE PTB-FACTURA (WS-IDX-PAGO) TO DUP-FACTURA
                   MOVE PTB-IMPORTE (WS-IDX-PAGO) TO DUP-IMPORTE
                   PERFORM 220-BUSCA-ENCOLADO
                   IF WS-ENC-HALLADO > ZERO
                       AND ENC-CANTIDAD (WS-ENC-HALLADO) > ZERO
                       SUBTRACT 1 FROM ENC-CANTIDAD (WS-ENC-HALLADO)
                       ADD 1 TO WS-CONTADOR-YA-EN-COLA
                   ELSE
                       PERFORM 400-RETIENE-PAGO
                       PERFORM 500-ENCOLA-CASO
                   END-IF
               END-IF
           END-IF.

       305-COMPARA-PREVIO.
           IF PTB-FACTURA (WS-IDX-BUSCA) = PTB-FACTURA (WS-IDX-PAGO)
               AND PTB-IMPORTE (WS-IDX-BUSCA)
                   = PTB-IMPORTE (WS-IDX-PAGO)
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 400-RETIENE-PAGO - anexa a PAGOS.DAT la retencion del pago
      * sospechoso: los mismos datos con el importe negado, asi la
      * factura queda como si el pago no hubiera entrado hasta que el
      * supervisor lo libere.
      *-----------------------------------------------------------------
       400-RETIENE-PAGO.
           MOVE SPACES TO PAGO-RECORD.
           MOVE PTB-FACTURA (WS-IDX-PAGO)    TO PAG-FACTURA.
           MOVE PTB-CLIENTE (WS-IDX-PAGO)    TO PAG-CLIENTE.
           MOVE WS-FECHA-NEGOCIO             TO PAG-FECHA.
           COMPUTE PAG-IMPORTE = ZERO - PTB-IMPORTE (WS-IDX-PAGO).
           MOVE PTB-OPERADOR (WS-IDX-PAGO)   TO PAG-OPERADOR.
           SET  PAG-RETENIDO                 TO TRUE.
           MOVE PTB-METODO (WS-IDX-PAGO)     TO PAG-METODO.
           MOVE PTB-REFERENCIA (WS-IDX-PAGO) TO PAG-REFERENCIA.
           MOVE PTB-SUCURSAL (WS-IDX-PAGO)   TO PAG-SUCURSAL.

           OPEN EXTEND PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               OPEN OUTPUT PAGOS-FILE
           END-IF.
           WRITE PAGO-RECORD.
           CLOSE PAGOS-FILE.

           ADD 1           TO WS-CONTADOR-RETENIDOS.
           ADD PAG-IMPORTE TO WS-HASH-RETENIDOS.

      *-----------------------------------------------------------------
      * 500-ENCOLA-CASO - el caso entra pendiente a PAGDUP.DAT con el
      * pago retenido y el pago previo que repite.
      *-----------------------------------------------------------------
       500-ENCOLA-CASO.
           MOVE SPACES TO PAGO-DUPLICADO-RECORD.
           MOVE PTB-FACTURA (WS-IDX-PAGO)    TO DUP-FACTURA.
           MOVE PTB-CLIENTE (WS-IDX-PAGO)    TO DUP-CLIENTE.
           MOVE PTB-FECHA (WS-IDX-PAGO)      TO DUP-FECHA.
           MOVE PTB-IMPORTE (WS-IDX-PAGO)    TO DUP-IMPORTE.
           MOVE PTB-OPERADOR (WS-IDX-PAGO)   TO DUP-OPERADOR.
           MOVE PTB-METODO (WS-IDX-PAGO)     TO DUP-METODO.
           MOVE PTB-REFERENCIA (WS-IDX-PAGO) TO DUP-REFERENCIA.
           MOVE PTB-SUCURSAL (WS-IDX-PAGO)   TO DUP-SUCURSAL.
           MOVE PTB-FECHA (WS-IDX-HALLADO)    TO DUP-FECHA-PREVIA.
           MOVE PTB-OPERADOR (WS-IDX-HALLADO) TO DUP-OPERADOR-PREVIO.
           MOVE PTB-ORIGEN (WS-IDX-HALLADO)   TO DUP-ORIGEN-PREVIO.
           SET  DUP-PENDIENTE TO TRUE.

           OPEN EXTEND PAGO-DUPLICADO-FILE.
           IF PAGDUP-NO-EXISTE
               OPEN OUTPUT PAGO-DUPLICADO-FILE
           END-IF.
           WRITE PAGO-DUPLICADO-RECORD.
           CLOSE PAGO-DUPLICADO-FILE.

           DISPLAY "PAGO RETENIDO: FACTURA " DUP-FACTURA
               " CLIENTE " DUP-CLIENTE " OPERADOR " DUP-OPERADOR
               " REPITE EL PAGO DEL " DUP-FECHA-PREVIA
               " DE " DUP-OPERADOR-PREVIO.

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-PAGOS - si la corrida retuvo pagos, cierra
      * su sesion en PAGOS.DAT con el renglon de control de siempre
      * (cantidad y suma con signo), y deja una alerta para que los
      * supervisores revisen la cola.
      *-----------------------------------------------------------------
       800-GRABA-TRAILER-PAGOS.
           IF WS-CONTADOR-RETENIDOS > ZERO
               MOVE SPACES TO PAGO-RECORD
               MOVE 9999999 TO PGT-MARCA
               MOVE WS-CONTADOR-RETENIDOS TO PGT-CANTIDAD
               MOVE WS-HASH-RETENIDOS     TO PGT-TOTAL-HASH

               OPEN EXTEND PAGOS-FILE
               IF PAGOS-NO-EXISTE
                   OPEN OUTPUT PAGOS-FILE
               END-IF
               WRITE PAGO-RECORD
               CLOSE PAGOS-FILE

               MOVE "A"           TO WS-ALR-SEVERIDAD
               MOVE "A5-PROGRAMA" TO WS-ALR-PROGRAMA
               MOVE SPACES        TO WS-ALR-MENSAJE
               STRING "PAGOS DUPLICADOS RETENIDOS: "
                          DELIMITED BY SIZE
                      WS-CONTADOR-RETENIDOS DELIMITED BY SIZE
                   INTO WS-ALR-MENSAJE
               PERFORM GRABA-ALERTA
           END-IF.

      *-----------------------------------------------------------------
      * 900-TOTALES-DE-LOTE - totales de la corrida en consola.
      *-----------------------------------------------------------------
       900-TOTALES-DE-LOTE.
           DISPLAY "DETECCION DE PAGOS DUPLICADOS DEL "
               WS-FECHA-NEGOCIO " (VENTANA DESDE " WS-FECHA-DESDE ")".
           DISPLAY "  PAGOS DEL DIA REVISADOS:    "
               WS-CONTADOR-REVISADOS.
           DISPLAY "  SOSPECHOSOS DE DUPLICADO:   "
               WS-CONTADOR-SOSPECHAS.
           DISPLAY "  YA EN LA COLA DE REVISION:  "
               WS-CONTADOR-YA-EN-COLA.
           DISPLAY "  RETENIDOS Y ENCOLADOS HOY:  "
               WS-CONTADOR-RETENIDOS.

      *-----------------------------------------------------------------
      * GRABA-ALERTA - viene de ALERTPRO.CPY (compartido por toda
      * compuerta que deja su renglon en la cola central de alertas).
      *-----------------------------------------------------------------
           COPY ALERTPRO.

      *-----------------------------------------------------------------
      * RESTA-UN-DIA / DIAS-DEL-MES - vienen de RESTADIA.CPY:
      * retroceden WS-FECHA-CAND un dia de calendario.
      *-----------------------------------------------------------------
           COPY RESTADIA.

      *-----------------------------------------------------------------
      * VALIDA-PERIODO-NEGOCIO - viene de VALPERIO.CPY: consulta si el
      * mes de la fecha de negocio ya esta cerrado a contabilidad.
      *-----------------------------------------------------------------
           COPY VALPERIO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM A5-PROGRAMA.
