      *          16 y la compuerta de la cadena lo detiene: un archivo
      *          descuadrado es peor que ningun archivo. Contabilidad
      *          deja de re-teclear nuestros numeros cada mañana.
      *          Las cuentas no viven en el programa: cada movimiento
      *          se postea por su regla de REGLASGL.DAT (por clase,
      *          codigo y sucursal) a cuentas del catalogo CUENTAS.DAT,
      *          ambos mantenidos por contabilidad en B9-PROGRAMA. Un
      *          movimiento sin regla, o con una cuenta fuera del
      *          catalogo o inactiva, rechaza el extracto con el mismo
      *          RETURN-CODE 16.
      *          El asiento de devengo de consumo no facturado del
      *          cierre mensual (DEVENGO.DAT, C2-PROGRAMA) entra el
      *          dia del cierre, y su reverso automatico el primer dia
      *          del periodo siguiente.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 52-PROGRAMA uses netting the summary; posting
      *                 them positive balanced the file while
      *                 overstating both sides of the day.
      * 2026-10-15 RSM  Unapplied cash movements of the day
      *                 (SUSMOV.DAT, 96-PROGRAMA) post to their own
      *                 SUSPENSO account: a receipt debits CAJA and
      *                 credits SUSPENSO; an allocation travels
      *                 negated, backing the cash out of SUSPENSO
      *                 against the CAJA debit its PAGOS.DAT record
      *                 posts.
      * 2026-10-15 RSM  Returned payment reversals (97-PROGRAMA)
      *                 arrive in PAGOS.DAT negated and back the cash
      *                 out of CAJA against CLIENTES on their own;
      *                 the returned-payment fee (tipo D) credits
      *                 RECARGOS like a late fee.
      * 2026-10-15 RSM  Security deposit movements of the day
      *                 (DEPMOV.DAT, B5/B6-PROGRAMA) post to their own
      *                 DEPOSITOS liability account: a receipt debits
      *                 CAJA, the yearly interest debits INTERESES,
      *                 both crediting DEPOSITOS; the application at
      *                 account closure travels negated, backing the
      *                 deposit out of DEPOSITOS against the CAJA
      *                 debit its PAGOS.DAT record posts.
      * 2026-10-15 RSM  Accounts are no longer hardcoded: every
      *                 movement posts by its posting rule
      *                 (REGLASGL.DAT, by class, FAC-TIPO/PAG-METODO/
      *                 TTX-CODIGO/SMV-TIPO/DMV-TIPO code and branch,
      *                 a branch rule overriding the general one) to
      *                 accounts of the chart of accounts
      *                 (CUENTAS.DAT), both kept in B9-PROGRAMA. A
      *                 movement without a rule or with an account
      *                 missing from the chart or inactive posts no
      *                 line and rejects the extract with RETURN-CODE
      *                 16; without the chart or the rules nothing is
      *                 posted at all.
      * 2026-10-15 RSM  The month-end accrual of unbilled consumption
      *                 (DEVENGO.DAT, C2-PROGRAMA) posts by its class V
      *                 rule: the accrual on the closing day, and its
      *                 automatic reversal, negated and dated the first
      *                 day of the next period, on the first night
      *                 that reaches that date. Each record is marked
      *                 posted with the business date, so a rerun of
      *                 the same night takes it again and a later one
      *                 does not.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSACCIONES-STATUS.

           SELECT SUSPENSO-MOV-FILE
               ASSIGN TO "SUSMOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSMOV-STATUS.

           SELECT DEPOSITO-MOV-FILE
               ASSIGN TO "DEPMOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPMOV-STATUS.

           SELECT DEVENGO-FILE
               ASSIGN TO "DEVENGO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEVENGO-STATUS.

           SELECT GL-DIARIO-FILE
               ASSIGN TO "GLDIARIO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

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

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY TRANSAC.

       FD  SUSPENSO-MOV-FILE
           LABEL RECORD IS STANDARD.
           COPY SUSMOV.

       FD  DEPOSITO-MOV-FILE
           LABEL RECORD IS STANDARD.
           COPY DEPMOV.

       FD  DEVENGO-FILE
           LABEL RECORD IS STANDARD.
           COPY DEVENGO.

       FD  GL-DIARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY GLDIARIO.
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  CUENTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY CUENTAS.

       FD  REGLAS-GL-FILE
           LABEL RECORD IS STANDARD.
           COPY REGLASGL.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FACTURAS-STATUS PIC XX.
           88  TRANSACCIONES-EOF        VALUE "10".
           88  TRANSACCIONES-NO-EXISTE  VALUE "35".

      *-FILE STATUS/88-LEVEL DE SUSPENSO-MOV-FILE: VIENE DE
      *-SMVSTS.CPY.
           COPY SMVSTS.

      *-FILE STATUS/88-LEVEL DE DEPOSITO-MOV-FILE: VIENE DE
      *-DMVSTS.CPY.
           COPY DMVSTS.

      *-FILE STATUS/88-LEVEL DE DEVENGO-FILE: VIENE DE DVGSTS.CPY.
           COPY DVGSTS.

       01  WS-GLDIARIO-STATUS PIC XX.
           88  GLDIARIO-OK VALUE "00".

      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE CUENTAS-FILE: VIENE DE CTASTS.CPY.
           COPY CTASTS.

      *-FILE STATUS/88-LEVEL DE REGLAS-GL-FILE: VIENE DE RGLSTS.CPY.
           COPY RGLSTS.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA: SOLO LOS MOVIMIENTOS
      *-DE ESTA FECHA ENTRAN AL EXTRACTO DEL DIA.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-GL-ORIGEN     PIC X(11)    VALUE SPACES.
       01  WS-GL-REFERENCIA PIC 9(7)     VALUE ZERO.

      *-FECHA DE LA LINEA: LA DE NEGOCIO, SALVO EL REVERSO DEL
      *-DEVENGO, QUE LLEVA LA DEL PRIMER DIA DE SU PERIODO.
       01  WS-GL-FECHA      PIC 9(8)     VALUE ZERO.

      *-EL RENGLON DEL DEVENGO EN TURNO SE POSTEA HOY.
       01  WS-DEVENGO-HOY-SW PIC X VALUE "N".
           88  DEVENGO-DE-HOY VALUE "S".

      *-LO QUE FACTURA SIN IMPUESTO, PARA LA LINEA DE VENTAS.
       01  WS-IMPORTE-VENTA PIC S9(9)V99 VALUE ZERO.

      *-IMPORTE CON SIGNO DE UN MOVIMIENTO DE CARGO Y ABONO: 700 LO
      *-DEJA EN ABSOLUTO AL GRABAR EL CARGO, Y EL ABONO LO RETOMA DE
      *-AQUI.
       01  WS-IMPORTE-PAR PIC S9(9)V99 VALUE ZERO.

      *-ACUMULADOS DE CONTROL DEL EXTRACTO.
       01  WS-CONTADOR-LINEAS PIC 9(7)      VALUE ZERO.
       01  WS-TOTAL-DEBE      PIC 9(11)V99  VALUE ZERO.
       01  WS-FALLA-SW PIC X VALUE "N".
           88  EXTRACTO-NO-CUADRA VALUE "S".

      *-REGLA DE POSTEO QUE SE BUSCA PARA EL MOVIMIENTO EN TURNO
      *-(CLASE, CODIGO Y SUCURSAL) Y LAS CUENTAS QUE DEVUELVE.
       01  WS-BUSCA-CLASE     PIC X     VALUE SPACE.
       01  WS-BUSCA-CODIGO    PIC X(2)  VALUE SPACES.
       01  WS-BUSCA-SUCURSAL  PIC X(3)  VALUE SPACES.
       01  WS-PRUEBA-CODIGO   PIC X(2)  VALUE SPACES.
       01  WS-PRUEBA-SUCURSAL PIC X(3)  VALUE SPACES.
       01  WS-CUENTA-DEBE     PIC X(10) VALUE SPACES.
       01  WS-CUENTA-HABER    PIC X(10) VALUE SPACES.
       01  WS-CUENTA-IVA      PIC X(10) VALUE SPACES.
       01  WS-CUENTA-VALIDAR  PIC X(10) VALUE SPACES.

       01  WS-REGLA-SW PIC X VALUE "N".
           88  REGLA-HALLADA VALUE "S".

      *-EL MOVIMIENTO EN TURNO NO SE PUEDE POSTEAR (SIN REGLA, O CON
      *-UNA CUENTA FUERA DEL CATALOGO O INACTIVA), Y EL EXTRACTO YA
      *-TRAE AL MENOS UNO ASI.
       01  WS-MOV-RECHAZADO-SW PIC X VALUE "N".
           88  MOVIMIENTO-RECHAZADO VALUE "S".
       01  WS-RECHAZO-SW PIC X VALUE "N".
           88  EXTRACTO-RECHAZADO VALUE "S".
       01  WS-CONTADOR-RECHAZOS PIC 9(5) VALUE ZERO.

       01  WS-CATALOGO-SW PIC X VALUE "S".
           88  HAY-CATALOGO VALUE "S".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           MOVE WS-FECHA-NEGOCIO TO WS-GL-FECHA.
           PERFORM 050-ABRE-CATALOGO.
           OPEN OUTPUT GL-DIARIO-FILE.

           IF HAY-CATALOGO
               PERFORM 100-POSTEA-FACTURAS
               PERFORM 200-POSTEA-PAGOS
               PERFORM 300-POSTEA-TRANSACCIONES
               PERFORM 400-POSTEA-SUSPENSO
               PERFORM 500-POSTEA-DEPOSITOS
               PERFORM 550-POSTEA-DEVENGO
               PERFORM 800-GRABA-TRAILER
               CLOSE CUENTAS-FILE
               CLOSE REGLAS-GL-FILE
           END-IF.

           CLOSE GL-DIARIO-FILE.
           PERFORM 900-VERIFICA-CUADRE.
           STOP RUN.

      *-----------------------------------------------------------------
      * 050-ABRE-CATALOGO - abre el catalogo de cuentas y las reglas
      * de posteo; sin cualquiera de los dos no hay a donde postear y
      * el extracto sale vacio y rechazado.
      *-----------------------------------------------------------------
       050-ABRE-CATALOGO.
           OPEN INPUT CUENTAS-FILE.
           IF CUENTAS-NO-EXISTE
               MOVE "N" TO WS-CATALOGO-SW
               DISPLAY "NO EXISTE EL CATALOGO DE CUENTAS (CUENTAS.DAT)."
           END-IF.
           OPEN INPUT REGLAS-GL-FILE.
           IF REGLASGL-NO-EXISTE
               IF HAY-CATALOGO
                   CLOSE CUENTAS-FILE
               END-IF
               MOVE "N" TO WS-CATALOGO-SW
               DISPLAY "NO EXISTEN LAS REGLAS DE POSTEO (REGLASGL.DAT)."
           ELSE
               IF NOT HAY-CATALOGO
                   CLOSE REGLAS-GL-FILE
               END-IF
           END-IF.
           IF NOT HAY-CATALOGO
               SET EXTRACTO-RECHAZADO TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 100-POSTEA-FACTURAS - cada factura del dia produce, por la
      * regla de su FAC-TIPO, su cargo por el total y sus abonos: a
      * la cuenta de la regla lo que factura sin impuesto y a la de
      * IVA el impuesto, o el total completo si la regla no lleva
      * cuenta de IVA; los importes negativos de creditos y castigos
      * voltean el lado solos.
      *-----------------------------------------------------------------
       100-POSTEA-FACTURAS.
           OPEN INPUT FACTURAS-FILE.
       120-POSTEA-UNA-FACTURA.
           MOVE "66-PROGRAMA" TO WS-GL-ORIGEN.
           MOVE FAC-NUMERO    TO WS-GL-REFERENCIA.
           MOVE "F"           TO WS-BUSCA-CLASE.
           MOVE FAC-TIPO      TO WS-BUSCA-CODIGO.
           MOVE FAC-SUCURSAL  TO WS-BUSCA-SUCURSAL.
           PERFORM 600-BUSCA-REGLA.
           IF MOVIMIENTO-RECHAZADO
               NEXT SENTENCE
           ELSE
               MOVE WS-CUENTA-DEBE TO WS-GL-CUENTA
               MOVE "D"            TO WS-GL-LADO
               MOVE FAC-TOTAL      TO WS-GL-IMPORTE
               PERFORM 700-GRABA-LINEA
               IF WS-CUENTA-IVA = SPACES
                   MOVE WS-CUENTA-HABER TO WS-GL-CUENTA
                   MOVE "C"             TO WS-GL-LADO
                   MOVE FAC-TOTAL       TO WS-GL-IMPORTE
                   PERFORM 700-GRABA-LINEA
               ELSE
                   COMPUTE WS-IMPORTE-VENTA =
                       FAC-TOTAL - FAC-IMPUESTO
                   MOVE WS-CUENTA-HABER   TO WS-GL-CUENTA
                   MOVE "C"               TO WS-GL-LADO
                   MOVE WS-IMPORTE-VENTA  TO WS-GL-IMPORTE
                   PERFORM 700-GRABA-LINEA
                   IF FAC-IMPUESTO NOT = ZERO
                       MOVE WS-CUENTA-IVA TO WS-GL-CUENTA
                       MOVE "C"           TO WS-GL-LADO
                       MOVE FAC-IMPUESTO  TO WS-GL-IMPORTE
                       PERFORM 700-GRABA-LINEA
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 200-POSTEA-PAGOS - cada pago aplicado hoy carga y abona las
      * cuentas de la regla de su PAG-METODO (la de siempre: CAJA
      * contra CLIENTES).
      *-----------------------------------------------------------------
       200-POSTEA-PAGOS.
           OPEN INPUT PAGOS-FILE.
                       AND PAG-FECHA = WS-FECHA-NEGOCIO
                       MOVE "66-PROGRAMA" TO WS-GL-ORIGEN
                       MOVE PAG-FACTURA   TO WS-GL-REFERENCIA
                       MOVE "P"           TO WS-BUSCA-CLASE
                       MOVE PAG-METODO    TO WS-BUSCA-CODIGO
                       MOVE PAG-SUCURSAL  TO WS-BUSCA-SUCURSAL
                       MOVE PAG-IMPORTE   TO WS-GL-IMPORTE
                       PERFORM 650-POSTEA-PAR
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 300-POSTEA-TRANSACCIONES - las transacciones capturadas del
      * dia (el archivo es del dia por el corte nocturno) cargan y
      * abonan las cuentas de la regla de su tipo (TTX-CODIGO).
      *-----------------------------------------------------------------
       300-POSTEA-TRANSACCIONES.
           OPEN INPUT TRANSACCIONES-FILE.
                       ELSE
                           MOVE TRX-IMPORTE TO WS-GL-IMPORTE
                       END-IF
                       MOVE "T"           TO WS-BUSCA-CLASE
                       MOVE TRX-TIPO      TO WS-BUSCA-CODIGO
                       MOVE TRX-SUCURSAL  TO WS-BUSCA-SUCURSAL
                       PERFORM 650-POSTEA-PAR
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-POSTEA-SUSPENSO - los movimientos de caja sin aplicar del
      * dia cargan y abonan por la regla de su SMV-TIPO (la de
      * siempre: CAJA contra SUSPENSO); la aplicacion viaja
      * negada y 700 voltea los lados, sacando el dinero de SUSPENSO
      * contra el cargo a CAJA que su pago ya posteo en 200.
      *-----------------------------------------------------------------
       400-POSTEA-SUSPENSO.
           OPEN INPUT SUSPENSO-MOV-FILE.
           IF SUSMOV-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 410-LEE-SUSPENSO UNTIL SUSMOV-EOF
               CLOSE SUSPENSO-MOV-FILE
           END-IF.

       410-LEE-SUSPENSO.
           READ SUSPENSO-MOV-FILE
               AT END
                   SET SUSMOV-EOF TO TRUE
               NOT AT END
                   IF SMV-FECHA = WS-FECHA-NEGOCIO
                       MOVE "66-PROGRAMA" TO WS-GL-ORIGEN
                       MOVE SMV-FACTURA   TO WS-GL-REFERENCIA
                       MOVE "S"           TO WS-BUSCA-CLASE
                       MOVE SMV-TIPO      TO WS-BUSCA-CODIGO
                       MOVE SPACES        TO WS-BUSCA-SUCURSAL
                       MOVE SMV-IMPORTE   TO WS-GL-IMPORTE
                       PERFORM 650-POSTEA-PAR
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 500-POSTEA-DEPOSITOS - los movimientos de depositos en
      * garantia del dia se postean por la regla de su DMV-TIPO (la
      * de siempre: abono al pasivo DEPOSITOS, el recibo contra CAJA
      * y el interes anual contra INTERESES). La aplicacion al
      * cierre viaja negada y 700 voltea los lados, sacando el
      * deposito de DEPOSITOS contra el cargo a CAJA que su pago ya
      * posteo en 200.
      *-----------------------------------------------------------------
       500-POSTEA-DEPOSITOS.
           OPEN INPUT DEPOSITO-MOV-FILE.
           IF DEPMOV-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 510-LEE-DEPOSITO UNTIL DEPMOV-EOF
               CLOSE DEPOSITO-MOV-FILE
           END-IF.

       510-LEE-DEPOSITO.
           READ DEPOSITO-MOV-FILE
               AT END
                   SET DEPMOV-EOF TO TRUE
               NOT AT END
                   IF DMV-FECHA = WS-FECHA-NEGOCIO
                       MOVE "66-PROGRAMA" TO WS-GL-ORIGEN
                       MOVE DMV-FACTURA   TO WS-GL-REFERENCIA
                       MOVE "D"           TO WS-BUSCA-CLASE
                       MOVE DMV-TIPO      TO WS-BUSCA-CODIGO
                       MOVE SPACES        TO WS-BUSCA-SUCURSAL
                       MOVE DMV-IMPORTE   TO WS-GL-IMPORTE
                       PERFORM 650-POSTEA-PAR
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 550-POSTEA-DEVENGO - el asiento de devengo del cierre mensual
      * se postea por la regla de clase V de su DVG-TIPO (la de
      * siempre: DEVENGADOS contra VENTAS): el devengo el dia de su
      * fecha, y el reverso, negado y con la fecha del primer dia del
      * periodo, la primera noche que la alcanza. Cada renglon
      * posteado queda marcado con la fecha de negocio; una corrida
      * repetida de la misma fecha lo vuelve a tomar.
      *-----------------------------------------------------------------
       550-POSTEA-DEVENGO.
           OPEN I-O DEVENGO-FILE.
           IF DEVENGO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 560-LEE-DEVENGO UNTIL DEVENGO-EOF
               CLOSE DEVENGO-FILE
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO WS-GL-FECHA.

       560-LEE-DEVENGO.
           READ DEVENGO-FILE
               AT END
                   SET DEVENGO-EOF TO TRUE
               NOT AT END
                   PERFORM 570-DECIDE-DEVENGO
                   IF DEVENGO-DE-HOY
                       PERFORM 580-POSTEA-UN-DEVENGO
                   END-IF
           END-READ.

       570-DECIDE-DEVENGO.
           MOVE "N" TO WS-DEVENGO-HOY-SW.
           IF DVG-POSTEADO
               IF DVG-FECHA-POSTEO = WS-FECHA-NEGOCIO
                   SET DEVENGO-DE-HOY TO TRUE
               END-IF
           ELSE
               IF DVG-ES-DEVENGO
                   IF DVG-FECHA = WS-FECHA-NEGOCIO
                       SET DEVENGO-DE-HOY TO TRUE
                   END-IF
               ELSE
                   IF DVG-FECHA NOT > WS-FECHA-NEGOCIO
                       SET DEVENGO-DE-HOY TO TRUE
                   END-IF
               END-IF
           END-IF.

       580-POSTEA-UN-DEVENGO.
           MOVE "C2-PROGRAMA" TO WS-GL-ORIGEN.
           MOVE ZERO          TO WS-GL-REFERENCIA.
           IF DVG-ES-REVERSO
               COMPUTE WS-GL-IMPORTE = ZERO - DVG-IMPORTE
               IF DVG-FECHA (1:6) = WS-FECHA-NEGOCIO (1:6)
                   MOVE DVG-FECHA TO WS-GL-FECHA
               END-IF
           ELSE
               MOVE DVG-IMPORTE TO WS-GL-IMPORTE
           END-IF.
           MOVE "V"           TO WS-BUSCA-CLASE.
           MOVE DVG-TIPO      TO WS-BUSCA-CODIGO.
           MOVE SPACES        TO WS-BUSCA-SUCURSAL.
           PERFORM 650-POSTEA-PAR.
           MOVE WS-FECHA-NEGOCIO TO WS-GL-FECHA.
           IF MOVIMIENTO-RECHAZADO
               NEXT SENTENCE
           ELSE
               SET DVG-POSTEADO TO TRUE
               MOVE WS-FECHA-NEGOCIO TO DVG-FECHA-POSTEO
               REWRITE DEVENGO-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * 600-BUSCA-REGLA - busca la regla de posteo del movimiento de
      * la mas particular a la mas general: codigo y sucursal, codigo
      * para toda sucursal, regla general de la clase para la
      * sucursal, y regla general de la clase. Las cuentas de la
      * regla hallada deben estar en el catalogo y activas; si no hay
      * regla o alguna cuenta no pasa, el movimiento queda rechazado
      * y con el el extracto.
      *-----------------------------------------------------------------
       600-BUSCA-REGLA.
           MOVE "N" TO WS-REGLA-SW.
           MOVE "N" TO WS-MOV-RECHAZADO-SW.
           MOVE WS-BUSCA-CODIGO   TO WS-PRUEBA-CODIGO.
           MOVE WS-BUSCA-SUCURSAL TO WS-PRUEBA-SUCURSAL.
           PERFORM 610-LEE-REGLA.
           MOVE SPACES            TO WS-PRUEBA-SUCURSAL.
           PERFORM 610-LEE-REGLA.
           MOVE SPACES            TO WS-PRUEBA-CODIGO.
           MOVE WS-BUSCA-SUCURSAL TO WS-PRUEBA-SUCURSAL.
           PERFORM 610-LEE-REGLA.
           MOVE SPACES            TO WS-PRUEBA-SUCURSAL.
           PERFORM 610-LEE-REGLA.

           IF REGLA-HALLADA
               MOVE RGL-CUENTA-DEBE  TO WS-CUENTA-DEBE
               MOVE RGL-CUENTA-HABER TO WS-CUENTA-HABER
               MOVE RGL-CUENTA-IVA   TO WS-CUENTA-IVA
               MOVE WS-CUENTA-DEBE   TO WS-CUENTA-VALIDAR
               PERFORM 620-VALIDA-CUENTA
               MOVE WS-CUENTA-HABER  TO WS-CUENTA-VALIDAR
               PERFORM 620-VALIDA-CUENTA
               IF WS-CUENTA-IVA NOT = SPACES
                   MOVE WS-CUENTA-IVA TO WS-CUENTA-VALIDAR
                   PERFORM 620-VALIDA-CUENTA
               END-IF
           ELSE
               SET MOVIMIENTO-RECHAZADO TO TRUE
               DISPLAY "SIN REGLA DE POSTEO PARA LA CLASE "
                   WS-BUSCA-CLASE " CODIGO '" WS-BUSCA-CODIGO
                   "' SUCURSAL '" WS-BUSCA-SUCURSAL "'."
           END-IF.

           IF MOVIMIENTO-RECHAZADO
               SET EXTRACTO-RECHAZADO TO TRUE
               ADD 1 TO WS-CONTADOR-RECHAZOS
               DISPLAY "  MOVIMIENTO RECHAZADO: CLASE " WS-BUSCA-CLASE
                   " REFERENCIA " WS-GL-REFERENCIA "."
           END-IF.

       610-LEE-REGLA.
           IF NOT REGLA-HALLADA
               MOVE WS-BUSCA-CLASE     TO RGL-CLASE
               MOVE WS-PRUEBA-CODIGO   TO RGL-CODIGO
               MOVE WS-PRUEBA-SUCURSAL TO RGL-SUCURSAL
               READ REGLAS-GL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REGLA-HALLADA TO TRUE
               END-READ
           END-IF.

       620-VALIDA-CUENTA.
           MOVE WS-CUENTA-VALIDAR TO CTA-CODIGO.
           READ CUENTAS-FILE
               INVALID KEY
                   SET MOVIMIENTO-RECHAZADO TO TRUE
                   DISPLAY "LA CUENTA '" WS-CUENTA-VALIDAR "' DE LA "
                       "REGLA " RGL-CLAVE " NO ESTA EN EL CATALOGO."
               NOT INVALID KEY
                   IF NOT CTA-ESTA-ACTIVA
                       SET MOVIMIENTO-RECHAZADO TO TRUE
                       DISPLAY "LA CUENTA " WS-CUENTA-VALIDAR " DE LA "
                           "REGLA " RGL-CLAVE " ESTA INACTIVA."
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 650-POSTEA-PAR - postea un movimiento de un solo importe
      * (WS-GL-IMPORTE, con su signo) como el cargo a la cuenta de
      * cargo de su regla y el abono a la de abono.
      *-----------------------------------------------------------------
       650-POSTEA-PAR.
           MOVE WS-GL-IMPORTE TO WS-IMPORTE-PAR.
           PERFORM 600-BUSCA-REGLA.
           IF MOVIMIENTO-RECHAZADO
               NEXT SENTENCE
           ELSE
               MOVE WS-CUENTA-DEBE  TO WS-GL-CUENTA
               MOVE "D"             TO WS-GL-LADO
               PERFORM 700-GRABA-LINEA
               MOVE WS-CUENTA-HABER TO WS-GL-CUENTA
               MOVE "C"             TO WS-GL-LADO
               MOVE WS-IMPORTE-PAR  TO WS-GL-IMPORTE
               PERFORM 700-GRABA-LINEA
           END-IF.

      *-----------------------------------------------------------------
      * 700-GRABA-LINEA - graba una linea del extracto: si el importe
      * viene negativo se voltea el lado y se graba el absoluto, y
                       MOVE "D" TO WS-GL-LADO
                   END-IF
               END-IF
               MOVE WS-GL-FECHA      TO GLD-FECHA
               MOVE WS-GL-CUENTA     TO GLD-CUENTA
               MOVE WS-GL-LADO       TO GLD-LADO
               MOVE WS-GL-IMPORTE    TO GLD-IMPORTE
      *-----------------------------------------------------------------
      * 900-VERIFICA-CUADRE - el debe debe igualar al haber; un
      * extracto descuadrado truena el paso con RETURN-CODE 16 para
      * que la compuerta de la cadena no deje salir el archivo. Un
      * extracto con movimientos rechazados por regla o catalogo
      * truena igual.
      *-----------------------------------------------------------------
       900-VERIFICA-CUADRE.
           DISPLAY "EXTRACTO CONTABLE DEL " WS-FECHA-NEGOCIO ": "
               DISPLAY "  HABER: " WS-TOTAL-HABER
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF EXTRACTO-RECHAZADO
               IF HAY-CATALOGO
                   DISPLAY "EXTRACTO RECHAZADO: " WS-CONTADOR-RECHAZOS
                       " MOVIMIENTOS SIN REGLA DE POSTEO O CON "
                       "CUENTAS FUERA DEL CATALOGO."
               ELSE
                   DISPLAY "EXTRACTO RECHAZADO: SIN CATALOGO DE "
                       "CUENTAS O SIN REGLAS DE POSTEO NO SE POSTEA "
                       "NADA."
               END-IF
               MOVE 16 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
