      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso nocturno de cobro automatico: recorre las
      *          facturas abiertas de FACTURAS.DAT y a cada una que
      *          llega a su vencimiento (DEBITODIAS dias despues de su
      *          fecha, de TASAS.DAT) y cuyo cliente tiene el mandato
      *          de debito activo en MANDATOS.DAT (A0-PROGRAMA) la
      *          pone en la solicitud de cobro para el banco
      *          (DEBITOS.DAT), con encabezado de secuencia y trailer
      *          de cantidad y total. Cada factura presentada queda en
      *          DEBPRES.DAT para no presentarla dos veces; lo que el
      *          banco conteste lo aplica A2-PROGRAMA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. A1-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT MANDATOS-FILE
               ASSIGN TO "MANDATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CLIENTE
               FILE STATUS IS WS-MANDATOS-STATUS.

           SELECT DEBITOS-FILE
               ASSIGN TO "DEBITOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEBITOS-STATUS.

           SELECT DEBPRES-FILE
               ASSIGN TO "DEBPRES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEBPRES-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  MANDATOS-FILE
           LABEL RECORD IS STANDARD.
           COPY MANDATO.

       FD  DEBITOS-FILE
           LABEL RECORD IS STANDARD.
           COPY DEBITO.

       FD  DEBPRES-FILE
           LABEL RECORD IS STANDARD.
           COPY DEBPRES.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PAGOS-FILE: VIENE DE PAGOSSTS.CPY.
           COPY PAGOSSTS.

      *-FILE STATUS/88-LEVEL DE MANDATOS-FILE: VIENE DE MANDSTS.CPY.
           COPY MANDSTS.

      *-FILE STATUS/88-LEVEL DE DEBITOS-FILE: VIENE DE DEBSTS.CPY.
           COPY DEBSTS.

      *-FILE STATUS/88-LEVEL DE DEBPRES-FILE: VIENE DE DPRSTS.CPY.
           COPY DPRSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA Y SUS PARTES PARA LA
      *-ARITMETICA DE VENCIMIENTO.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

      *-DIAS DESPUES DE SU FECHA EN QUE VENCE UNA FACTURA COBRADA POR
      *-DEBITO, DE TASAS.DAT (CODIGO DEBITODIAS) CON LA REGLA DE
      *-FECHA EFECTIVA DE SIEMPRE; SIN RENGLON, EL VALOR DE ARRANQUE
      *-SE CONSERVA.
       01  WS-DIAS-VENCIMIENTO PIC 9(5) VALUE 10.
       01  WS-EF-VENCIMIENTO   PIC 9(8) VALUE ZERO.

      *-TABLA DE FACTURAS ABIERTAS DEL RECORRIDO: EL SALDO NETEA LOS
      *-CREDITOS Y RECARGOS QUE LA REFERENCIAN Y DESPUES LOS PAGOS;
      *-PRESENTADA MARCA LA FACTURA QUE YA VIAJO EN UNA SOLICITUD.
       01  WS-CANTIDAD-FACTURAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-FACTURAS.
           05  WS-FACTURA-ENT OCCURS 2000 TIMES.
               10  FTB-NUMERO     PIC 9(7).
               10  FTB-CLIENTE    PIC 9(7).
               10  FTB-FECHA      PIC 9(8).
               10  FTB-SALDO      PIC S9(9)V99.
               10  FTB-PRESENTADA-SW PIC X.
                   88  FTB-PRESENTADA VALUE "S".

       01  WS-IDX         PIC 9(4) VALUE ZERO.
       01  WS-IDX-BUSCA   PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-FACTURA-BUSCADA PIC 9(7) VALUE ZERO.

       01  WS-FECHA-FACTURA PIC 9(8) VALUE ZERO.
       01  WS-FECHA-FACTURA-PARTES REDEFINES WS-FECHA-FACTURA.
           05  WS-FAC-ANIO PIC 9(4).
           05  WS-FAC-MES  PIC 99.
           05  WS-FAC-DIA  PIC 99.

      *-EDAD DE LA FACTURA EN DIAS (MESES DE 30 DIAS, LA CONVENCION
      *-DE CARTERA).
       01  WS-DIAS-FACTURA PIC S9(7) VALUE ZERO.

       01  WS-MANDATO-SW PIC X VALUE "N".
           88  MANDATO-VIGENTE VALUE "S".

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY); EL NUMERO ES LA SECUENCIA DE LA
      *-SOLICITUD.
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

       01  WS-CONTADOR-DEBITOS PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-DEBITOS    PIC 9(9)V99 VALUE ZERO.
       01  WS-ED-IMPORTE       PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 100-CARGA-TASAS-DEBITO.
           PERFORM 200-CARGA-FACTURAS.
           PERFORM 300-RESTA-PAGOS.
           PERFORM 350-MARCA-PRESENTADAS.

           OPEN INPUT MANDATOS-FILE.
           IF MANDATOS-NO-EXISTE
               DISPLAY "NO HAY MANDATOS DE DEBITO (MANDATOS.DAT); "
                   "NADA QUE COBRAR."
               STOP RUN
           END-IF.

           PERFORM 400-ABRE-SOLICITUD.
           PERFORM 410-EVALUA-FACTURA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-FACTURAS.
           PERFORM 800-CIERRA-SOLICITUD.
           CLOSE MANDATOS-FILE.

           MOVE WS-TOTAL-DEBITOS TO WS-ED-IMPORTE.
           DISPLAY "SOLICITUD DE COBRO AUTOMATICO " WS-NUMERO-ASIGNADO
               " AL " WS-FECHA-NEGOCIO ":".
           DISPLAY "  FACTURAS PRESENTADAS: " WS-CONTADOR-DEBITOS
               " POR " WS-ED-IMPORTE.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-CARGA-TASAS-DEBITO - lee de TASAS.DAT el codigo
      * DEBITODIAS, quedandose con el renglon de fecha efectiva mas
      * reciente que no pase de la fecha de negocio.
      *-----------------------------------------------------------------
       100-CARGA-TASAS-DEBITO.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.
           DISPLAY "DEBITO AUTOMATICO: VENCIMIENTO A "
               WS-DIAS-VENCIMIENTO " DIAS.".

       110-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO = "DEBITODIAS"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-VENCIMIENTO
                       MOVE TAS-VALOR          TO WS-DIAS-VENCIMIENTO
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-VENCIMIENTO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-CARGA-FACTURAS - recorre FACTURAS.DAT (saltando los
      * renglones de control): cada factura propia abre su entrada en
      * la tabla; los creditos y recargos que referencian a otra se
      * netean sobre la entrada referenciada.
      *-----------------------------------------------------------------
       200-CARGA-FACTURAS.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               PERFORM 210-LEE-FACTURA UNTIL FACTURAS-EOF
                   OR WS-CANTIDAD-FACTURAS = 2000
               CLOSE FACTURAS-FILE
               IF WS-CANTIDAD-FACTURAS = 2000
                   DISPLAY "AVISO: LA TABLA DE FACTURAS SE LLENO; "
                       "LAS FACTURAS RESTANTES NO SE PRESENTAN."
               END-IF
           END-IF.

       210-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       AND FAC-CLIENTE NOT = ZERO
                       IF FAC-REFERENCIA = ZERO
                           ADD 1 TO WS-CANTIDAD-FACTURAS
                           MOVE FAC-NUMERO  TO
                               FTB-NUMERO (WS-CANTIDAD-FACTURAS)
                           MOVE FAC-CLIENTE TO
                               FTB-CLIENTE (WS-CANTIDAD-FACTURAS)
                           MOVE FAC-FECHA   TO
                               FTB-FECHA (WS-CANTIDAD-FACTURAS)
                           MOVE FAC-TOTAL   TO
                               FTB-SALDO (WS-CANTIDAD-FACTURAS)
                           MOVE "N"         TO
                               FTB-PRESENTADA-SW (WS-CANTIDAD-FACTURAS)
                       ELSE
                           MOVE FAC-REFERENCIA TO WS-FACTURA-BUSCADA
                           PERFORM 230-BUSCA-EN-TABLA
                           IF WS-IDX-HALLADO > ZERO
                               ADD FAC-TOTAL
                                   TO FTB-SALDO (WS-IDX-HALLADO)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       230-BUSCA-EN-TABLA.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 235-COMPARA-ENTRADA
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-FACTURAS
                   OR WS-IDX-HALLADO > ZERO.

       235-COMPARA-ENTRADA.
           IF FTB-NUMERO (WS-IDX-BUSCA) = WS-FACTURA-BUSCADA
               MOVE WS-IDX-BUSCA TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 300-RESTA-PAGOS - recorre PAGOS.DAT (saltando los renglones de
      * control) y resta cada pago del saldo de su factura.
      *-----------------------------------------------------------------
       300-RESTA-PAGOS.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 310-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.

       310-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   IF PAG-FACTURA NOT = 9999999
                       MOVE PAG-FACTURA TO WS-FACTURA-BUSCADA
                       PERFORM 230-BUSCA-EN-TABLA
                       IF WS-IDX-HALLADO > ZERO
                           SUBTRACT PAG-IMPORTE
                               FROM FTB-SALDO (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 350-MARCA-PRESENTADAS - recorre la bitacora DEBPRES.DAT y
      * marca en la tabla cada factura que ya viajo en una solicitud
      * anterior: el banco contesta por ella y no se vuelve a pedir.
      *-----------------------------------------------------------------
       350-MARCA-PRESENTADAS.
           OPEN INPUT DEBPRES-FILE.
           IF DEBPRES-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 360-LEE-PRESENTADA UNTIL DEBPRES-EOF
               CLOSE DEBPRES-FILE
           END-IF.

       360-LEE-PRESENTADA.
           READ DEBPRES-FILE
               AT END
                   SET DEBPRES-EOF TO TRUE
               NOT AT END
                   MOVE DPR-FACTURA TO WS-FACTURA-BUSCADA
                   PERFORM 230-BUSCA-EN-TABLA
                   IF WS-IDX-HALLADO > ZERO
                       SET FTB-PRESENTADA (WS-IDX-HALLADO) TO TRUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-ABRE-SOLICITUD - la solicitud de cada noche es un archivo
      * nuevo con su encabezado: fecha de negocio y el siguiente
      * numero de la serie DEBITO; aunque no haya nada que cobrar el
      * banco recibe el sobre vacio y sabe que no falta nada.
      *-----------------------------------------------------------------
       400-ABRE-SOLICITUD.
           MOVE "DEBITO" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.
           OPEN OUTPUT DEBITOS-FILE.
           MOVE SPACES             TO DEBITO-RECORD.
           SET  DBT-HEADER         TO TRUE.
           MOVE WS-FECHA-NEGOCIO   TO DBH-FECHA.
           MOVE WS-NUMERO-ASIGNADO TO DBH-SECUENCIA.
           WRITE DEBITO-RECORD.

           OPEN EXTEND DEBPRES-FILE.
           IF DEBPRES-NO-EXISTE
               OPEN OUTPUT DEBPRES-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 410-EVALUA-FACTURA - la factura con saldo, no presentada,
      * vencida a la fecha de negocio y de un cliente con mandato
      * activo (firmado a mas tardar hoy) se pide al banco.
      *-----------------------------------------------------------------
       410-EVALUA-FACTURA.
           IF FTB-SALDO (WS-IDX) > ZERO
               AND NOT FTB-PRESENTADA (WS-IDX)
               MOVE FTB-FECHA (WS-IDX) TO WS-FECHA-FACTURA
               COMPUTE WS-DIAS-FACTURA =
                   (WS-HOY-ANIO - WS-FAC-ANIO) * 360
                   + (WS-HOY-MES - WS-FAC-MES) * 30
                   + (WS-HOY-DIA - WS-FAC-DIA)
               IF WS-DIAS-FACTURA NOT < WS-DIAS-VENCIMIENTO
                   PERFORM 420-CONSULTA-MANDATO
                   IF MANDATO-VIGENTE
                       PERFORM 430-GRABA-DEBITO
                   END-IF
               END-IF
           END-IF.

       420-CONSULTA-MANDATO.
           MOVE "N" TO WS-MANDATO-SW.
           MOVE FTB-CLIENTE (WS-IDX) TO MAN-CLIENTE.
           READ MANDATOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MAN-ACTIVO
                       AND MAN-FECHA-MANDATO NOT > WS-FECHA-NEGOCIO
                       SET MANDATO-VIGENTE TO TRUE
                   END-IF
           END-READ.

       430-GRABA-DEBITO.
           MOVE SPACES               TO DEBITO-RECORD.
           SET  DBT-DETALLE          TO TRUE.
           MOVE FTB-CLIENTE (WS-IDX) TO DBD-CLIENTE.
           MOVE FTB-NUMERO (WS-IDX)  TO DBD-FACTURA.
           MOVE MAN-BANCO            TO DBD-BANCO.
           MOVE MAN-CUENTA           TO DBD-CUENTA.
           MOVE FTB-SALDO (WS-IDX)   TO DBD-IMPORTE.
           MOVE MAN-FECHA-MANDATO    TO DBD-FECHA-MANDATO.
           WRITE DEBITO-RECORD.

           MOVE FTB-NUMERO (WS-IDX)  TO DPR-FACTURA.
           MOVE FTB-CLIENTE (WS-IDX) TO DPR-CLIENTE.
           MOVE WS-FECHA-NEGOCIO     TO DPR-FECHA.
           MOVE FTB-SALDO (WS-IDX)   TO DPR-IMPORTE.
           MOVE WS-NUMERO-ASIGNADO   TO DPR-SECUENCIA.
           WRITE DEBPRES-RECORD.

           SET FTB-PRESENTADA (WS-IDX) TO TRUE.
           ADD 1                  TO WS-CONTADOR-DEBITOS.
           ADD FTB-SALDO (WS-IDX) TO WS-TOTAL-DEBITOS.

      *-----------------------------------------------------------------
      * 800-CIERRA-SOLICITUD - cierra la solicitud con su trailer de
      * cantidad y total de importes, los totales de control que el
      * banco valida antes de cobrar.
      *-----------------------------------------------------------------
       800-CIERRA-SOLICITUD.
           MOVE SPACES              TO DEBITO-RECORD.
           SET  DBT-TRAILER         TO TRUE.
           MOVE WS-CONTADOR-DEBITOS TO DBR-CANTIDAD.
           MOVE WS-TOTAL-DEBITOS    TO DBR-TOTAL.
           WRITE DEBITO-RECORD.
           CLOSE DEBITOS-FILE.
           CLOSE DEBPRES-FILE.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY (compartido por todo
      * programa que asigna numeros): lee la serie WS-NUMCTL-CODIGO de
      * NUMCTL.DAT, la incrementa y deja el numero nuevo en
      * WS-NUMERO-ASIGNADO.
      *-----------------------------------------------------------------
           COPY ASIGNUM.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM A1-PROGRAMA.
