      ******************************************************************
      * Author:
      * Date:
      * Purpose: Balanza de comprobacion del mes de negocio: por cada
      *          cuenta de los saldos de mayor (GLSALDOS.DAT,
      *          C0-PROGRAMA) el saldo inicial del mes, los cargos y
      *          los abonos del mes y el saldo final, con la
      *          descripcion del catalogo de cuentas (CUENTAS.DAT), y
      *          los totales que prueban la balanza en cero: la suma
      *          de los saldos iniciales y la de los finales son cero
      *          y los cargos igualan a los abonos; si no, el paso
      *          termina con RETURN-CODE 16. Una cuenta sin movimiento
      *          en el mes sale con el saldo final de su ultimo mes.
      *          Al pie, la cuenta de control de clientes (la cuenta
      *          de cargo de la regla general de facturas de
      *          REGLASGL.DAT, o CLIENTES si no la hay) se concilia
      *          contra el total del libro de saldos por cliente
      *          (SALDOS.DAT, 59-PROGRAMA) y se imprime la diferencia.
      *          Sale en BALANZA.RPT (80 bytes), que entra al paquete
      *          de la mañana (53-PROGRAMA); durante el mes es la
      *          balanza al dia, y la del ultimo dia habil es la del
      *          mes.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. C1-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT GL-SALDOS-FILE
               ASSIGN TO "GLSALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-CLAVE
               FILE STATUS IS WS-GLSALDOS-STATUS.

           SELECT CUENTAS-FILE
               ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WS-CUENTAS-STATUS.

           SELECT REGLAS-GL-FILE
               ASSIGN TO "REGLASGL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGL-CLAVE
               FILE STATUS IS WS-REGLASGL-STATUS.

           SELECT SALDOS-FILE
               ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CLIENTE
               FILE STATUS IS WS-SALDOS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "BALANZA.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  GL-SALDOS-FILE
           LABEL RECORD IS STANDARD.
           COPY GLSALDO.

       FD  CUENTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY CUENTAS.

       FD  REGLAS-GL-FILE
           LABEL RECORD IS STANDARD.
           COPY REGLASGL.

       FD  SALDOS-FILE
           LABEL RECORD IS STANDARD.
           COPY SALDOS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

      *-RENGLON DE LA BALANZA (80 BYTES), ARMADO EN WS-LINEA.
       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-BALANZA-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE GL-SALDOS-FILE: VIENE DE GLSSTS.CPY.
           COPY GLSSTS.

      *-FILE STATUS/88-LEVEL DE CUENTAS-FILE: VIENE DE CTASTS.CPY.
           COPY CTASTS.

      *-FILE STATUS/88-LEVEL DE REGLAS-GL-FILE: VIENE DE RGLSTS.CPY.
           COPY RGLSTS.

      *-FILE STATUS/88-LEVEL DE SALDOS-FILE: VIENE DE SALDOSTS.CPY.
           COPY SALDOSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA; SU MES ES EL PERIODO
      *-DE LA BALANZA.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO.
           05  WS-PERIODO-NEGOCIO PIC 9(6).
           05  FILLER             PIC 99.

       01  WS-HAY-CUENTAS-SW PIC X VALUE "S".
           88  HAY-CATALOGO VALUE "S".

      *-LA CUENTA QUE SE ESTA JUNTANDO DEL RECORRIDO DE LOS SALDOS
      *-(TODOS SUS MESES VIENEN SEGUIDOS) Y LO QUE LE TOCA AL MES.
       01  WS-CUENTA-ACTUAL  PIC X(10)      VALUE SPACES.
       01  WS-CTA-INICIAL    PIC S9(11)V99  VALUE ZERO.
       01  WS-CTA-DEBE       PIC 9(11)V99   VALUE ZERO.
       01  WS-CTA-HABER      PIC 9(11)V99   VALUE ZERO.
       01  WS-CTA-FINAL      PIC S9(11)V99  VALUE ZERO.
       01  WS-CTA-SW PIC X VALUE "N".
           88  CUENTA-CON-SALDO VALUE "S".

      *-TOTALES DE LA BALANZA: INICIALES Y FINALES DEBEN SUMAR CERO,
      *-Y LOS CARGOS IGUALAR A LOS ABONOS.
       01  WS-CONTADOR-CUENTAS PIC 9(5)      VALUE ZERO.
       01  WS-TOTAL-INICIAL    PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-DEBE       PIC 9(11)V99  VALUE ZERO.
       01  WS-TOTAL-HABER      PIC 9(11)V99  VALUE ZERO.
       01  WS-TOTAL-FINAL      PIC S9(11)V99 VALUE ZERO.
       01  WS-CUADRE-SW PIC X VALUE "S".
           88  BALANZA-CUADRA VALUE "S".

      *-CONCILIACION DE LA CUENTA DE CONTROL DE CLIENTES CONTRA EL
      *-LIBRO DE SALDOS.
       01  WS-CUENTA-CONTROL   PIC X(10)     VALUE "CLIENTES".
       01  WS-SALDO-CONTROL    PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CLIENTES   PIC S9(11)V99 VALUE ZERO.
       01  WS-CONTADOR-CLIENTES PIC 9(7)     VALUE ZERO.
       01  WS-DIFERENCIA       PIC S9(11)V99 VALUE ZERO.
       01  WS-HAY-SALDOS-SW PIC X VALUE "S".
           88  HAY-LIBRO-SALDOS VALUE "S".

      *-RENGLON DE DETALLE Y DE TOTALES DE LA BALANZA.
       01  WS-RENGLON-CUENTA.
           05  RBA-CUENTA          PIC X(10).
           05  FILLER              PIC X     VALUE SPACE.
           05  RBA-DESCRIPCION     PIC X(13).
           05  FILLER              PIC X     VALUE SPACE.
           05  RBA-INICIAL         PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RBA-DEBE            PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RBA-HABER           PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RBA-FINAL           PIC -ZZZZZZZZ9.99.

       01  WS-IMPORTE-EDITADO PIC -ZZZZZZZZ9.99.
       01  WS-LINEA           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN OUTPUT REPORTE-FILE.
           PERFORM 100-ENCABEZADO.

           OPEN INPUT GL-SALDOS-FILE.
           IF GLSALDOS-NO-EXISTE
               MOVE "NO HAY SALDOS DE MAYOR POSTEADOS (GLSALDOS.DAT)."
                   TO WS-LINEA
               PERFORM 700-ESCRIBE-LINEA
               CLOSE REPORTE-FILE
               DISPLAY "NO EXISTE GLSALDOS.DAT; LA BALANZA SALE VACIA."
               STOP RUN
           END-IF.
           OPEN INPUT CUENTAS-FILE.
           IF CUENTAS-NO-EXISTE
               MOVE "N" TO WS-HAY-CUENTAS-SW
           END-IF.
           PERFORM 150-CUENTA-CONTROL.

           MOVE LOW-VALUES TO GLS-CLAVE.
           START GL-SALDOS-FILE KEY NOT < GLS-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 200-LEE-SALDO UNTIL GLSALDOS-EOF
           END-START.
           PERFORM 300-EMITE-CUENTA.

           CLOSE GL-SALDOS-FILE.
           IF HAY-CATALOGO
               CLOSE CUENTAS-FILE
           END-IF.

           PERFORM 400-TOTALES.
           PERFORM 500-CONCILIA-CLIENTES.
           CLOSE REPORTE-FILE.

           DISPLAY "BALANZA DE COMPROBACION DEL PERIODO "
               WS-PERIODO-NEGOCIO " AL " WS-FECHA-NEGOCIO ":".
           DISPLAY "  CUENTAS:          " WS-CONTADOR-CUENTAS.
           DISPLAY "  CARGOS DEL MES:   " WS-TOTAL-DEBE.
           DISPLAY "  ABONOS DEL MES:   " WS-TOTAL-HABER.
           DISPLAY "  DIFERENCIA CONTRA EL LIBRO DE SALDOS: "
               WS-DIFERENCIA.
           IF BALANZA-CUADRA
               DISPLAY "LA BALANZA CUADRA."
           ELSE
               DISPLAY "LA BALANZA NO CUADRA."
               DISPLAY "  SALDOS INICIALES: " WS-TOTAL-INICIAL
               DISPLAY "  SALDOS FINALES:   " WS-TOTAL-FINAL
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       100-ENCABEZADO.
           MOVE SPACES TO WS-LINEA.
           STRING "BALANZA DE COMPROBACION DEL PERIODO "
                                        DELIMITED BY SIZE
                  WS-PERIODO-NEGOCIO    DELIMITED BY SIZE
                  " AL "                DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           STRING "CUENTA     DESCRIPCION   SALDO INICIAL"
                                        DELIMITED BY SIZE
                  "        CARGOS        ABONOS   SALDO FINAL"
                                        DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.

      *-----------------------------------------------------------------
      * 150-CUENTA-CONTROL - la cuenta de control de clientes es la de
      * cargo de la regla general de facturas (clase F, sin codigo ni
      * sucursal); sin reglas, o sin esa regla, se toma CLIENTES.
      *-----------------------------------------------------------------
       150-CUENTA-CONTROL.
           OPEN INPUT REGLAS-GL-FILE.
           IF REGLASGL-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE "F"    TO RGL-CLASE
               MOVE SPACES TO RGL-CODIGO
               MOVE SPACES TO RGL-SUCURSAL
               READ REGLAS-GL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RGL-CUENTA-DEBE TO WS-CUENTA-CONTROL
               END-READ
               CLOSE REGLAS-GL-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 200-LEE-SALDO - los renglones de una cuenta vienen seguidos y
      * en orden de periodo: al cambiar de cuenta se emite la
      * anterior. Del mes de la balanza se toman inicial, cargos y
      * abonos; de un mes anterior, solo su saldo final como inicial
      * (el ultimo que pase es el mas reciente). El renglon de control
      * cierra el recorrido.
      *-----------------------------------------------------------------
       200-LEE-SALDO.
           READ GL-SALDOS-FILE NEXT RECORD
               AT END
                   SET GLSALDOS-EOF TO TRUE
               NOT AT END
                   IF GLS-ES-CONTROL
                       SET GLSALDOS-EOF TO TRUE
                   ELSE
                       IF GLS-CUENTA NOT = WS-CUENTA-ACTUAL
                           PERFORM 300-EMITE-CUENTA
                           MOVE GLS-CUENTA TO WS-CUENTA-ACTUAL
                       END-IF
                       PERFORM 210-TOMA-PERIODO
                   END-IF
           END-READ.

       210-TOMA-PERIODO.
           IF GLS-PERIODO = WS-PERIODO-NEGOCIO
               MOVE GLS-SALDO-INICIAL TO WS-CTA-INICIAL
               MOVE GLS-DEBE          TO WS-CTA-DEBE
               MOVE GLS-HABER         TO WS-CTA-HABER
               SET CUENTA-CON-SALDO   TO TRUE
           ELSE
               IF GLS-PERIODO < WS-PERIODO-NEGOCIO
                   COMPUTE WS-CTA-INICIAL = GLS-SALDO-INICIAL
                       + GLS-DEBE - GLS-HABER
                   MOVE ZERO TO WS-CTA-DEBE
                   MOVE ZERO TO WS-CTA-HABER
                   SET CUENTA-CON-SALDO TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 300-EMITE-CUENTA - el renglon de la cuenta juntada, sus sumas
      * a los totales y, si es la de control, su saldo para la
      * conciliacion; deja la cuenta en ceros para la siguiente.
      *-----------------------------------------------------------------
       300-EMITE-CUENTA.
           IF CUENTA-CON-SALDO
               COMPUTE WS-CTA-FINAL = WS-CTA-INICIAL + WS-CTA-DEBE
                   - WS-CTA-HABER
               PERFORM 310-DESCRIPCION
               MOVE WS-CUENTA-ACTUAL TO RBA-CUENTA
               MOVE WS-CTA-INICIAL   TO RBA-INICIAL
               MOVE WS-CTA-DEBE      TO RBA-DEBE
               MOVE WS-CTA-HABER     TO RBA-HABER
               MOVE WS-CTA-FINAL     TO RBA-FINAL
               MOVE WS-RENGLON-CUENTA TO WS-LINEA
               PERFORM 700-ESCRIBE-LINEA
               ADD 1              TO WS-CONTADOR-CUENTAS
               ADD WS-CTA-INICIAL TO WS-TOTAL-INICIAL
               ADD WS-CTA-DEBE    TO WS-TOTAL-DEBE
               ADD WS-CTA-HABER   TO WS-TOTAL-HABER
               ADD WS-CTA-FINAL   TO WS-TOTAL-FINAL
               IF WS-CUENTA-ACTUAL = WS-CUENTA-CONTROL
                   MOVE WS-CTA-FINAL TO WS-SALDO-CONTROL
               END-IF
           END-IF.
           MOVE "N"  TO WS-CTA-SW.
           MOVE ZERO TO WS-CTA-INICIAL.
           MOVE ZERO TO WS-CTA-DEBE.
           MOVE ZERO TO WS-CTA-HABER.

       310-DESCRIPCION.
           MOVE "*SIN CATALOGO" TO RBA-DESCRIPCION.
           IF HAY-CATALOGO
               MOVE WS-CUENTA-ACTUAL TO CTA-CODIGO
               READ CUENTAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTA-DESCRIPCION TO RBA-DESCRIPCION
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 400-TOTALES - los totales de la balanza y su prueba: saldos
      * iniciales y finales en cero, cargos iguales a abonos.
      *-----------------------------------------------------------------
       400-TOTALES.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE "TOTALES"        TO RBA-CUENTA.
           MOVE SPACES           TO RBA-DESCRIPCION.
           MOVE WS-TOTAL-INICIAL TO RBA-INICIAL.
           MOVE WS-TOTAL-DEBE    TO RBA-DEBE.
           MOVE WS-TOTAL-HABER   TO RBA-HABER.
           MOVE WS-TOTAL-FINAL   TO RBA-FINAL.
           MOVE WS-RENGLON-CUENTA TO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           IF WS-TOTAL-INICIAL NOT = ZERO
               OR WS-TOTAL-FINAL NOT = ZERO
               OR WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
               MOVE "N" TO WS-CUADRE-SW
           END-IF.
           IF BALANZA-CUADRA
               MOVE "LA BALANZA CUADRA: SALDOS EN CERO Y DEBE = HABER."
                   TO WS-LINEA
           ELSE
               MOVE "*** LA BALANZA NO CUADRA ***" TO WS-LINEA
           END-IF.
           PERFORM 700-ESCRIBE-LINEA.

      *-----------------------------------------------------------------
      * 500-CONCILIA-CLIENTES - el saldo final de la cuenta de control
      * contra la suma de los saldos abiertos del libro de saldos por
      * cliente; la diferencia se imprime para que contabilidad la
      * explique.
      *-----------------------------------------------------------------
       500-CONCILIA-CLIENTES.
           OPEN INPUT SALDOS-FILE.
           IF SALDOS-NO-EXISTE
               MOVE "N" TO WS-HAY-SALDOS-SW
           ELSE
               MOVE ZERO TO SAL-CLIENTE
               START SALDOS-FILE KEY NOT < SAL-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 510-LEE-CLIENTE UNTIL SALDOS-EOF
               END-START
               CLOSE SALDOS-FILE
           END-IF.
           COMPUTE WS-DIFERENCIA = WS-SALDO-CONTROL - WS-TOTAL-CLIENTES.

           PERFORM 700-ESCRIBE-LINEA.
           STRING "CONCILIACION DE LA CUENTA DE CONTROL "
                                        DELIMITED BY SIZE
                  WS-CUENTA-CONTROL     DELIMITED BY SPACE
                  " CONTRA SALDOS.DAT"
                                        DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE WS-SALDO-CONTROL TO WS-IMPORTE-EDITADO.
           STRING "  SALDO FINAL EN EL MAYOR:      "
                                        DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO    DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           IF HAY-LIBRO-SALDOS
               MOVE WS-TOTAL-CLIENTES TO WS-IMPORTE-EDITADO
               STRING "  SALDO ABIERTO DE CLIENTES:    "
                                        DELIMITED BY SIZE
                      WS-IMPORTE-EDITADO DELIMITED BY SIZE
                      " ("              DELIMITED BY SIZE
                      WS-CONTADOR-CLIENTES DELIMITED BY SIZE
                      " CLIENTES)"      DELIMITED BY SIZE
                   INTO WS-LINEA
           ELSE
               MOVE "  SALDO ABIERTO DE CLIENTES:    SIN SALDOS.DAT"
                   TO WS-LINEA
           END-IF.
           PERFORM 700-ESCRIBE-LINEA.
           MOVE WS-DIFERENCIA TO WS-IMPORTE-EDITADO.
           STRING "  DIFERENCIA (MAYOR - CLIENTES): "
                                        DELIMITED BY SIZE
                  WS-IMPORTE-EDITADO    DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.

       510-LEE-CLIENTE.
           READ SALDOS-FILE NEXT RECORD
               AT END
                   SET SALDOS-EOF TO TRUE
               NOT AT END
                   ADD SAL-SALDO TO WS-TOTAL-CLIENTES
                   ADD 1         TO WS-CONTADOR-CLIENTES
           END-READ.

       700-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-BALANZA-RECORD.
           WRITE REPORTE-BALANZA-RECORD.
           MOVE SPACES TO WS-LINEA.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM C1-PROGRAMA.
