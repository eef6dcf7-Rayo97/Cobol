      ******************************************************************
      * Author:
      * Date:
      * Purpose: Saldos de mayor: postea el extracto contable del dia
      *          (GLDIARIO.DAT, 66-PROGRAMA) al archivo de saldos por
      *          cuenta y periodo (GLSALDOS.DAT), acumulando los
      *          cargos y abonos del mes de negocio sobre el saldo con
      *          que cada cuenta abrio el mes. Antes de tocar un solo
      *          saldo se prueba el extracto completo: su renglon de
      *          control debe existir, cuadrar debe = haber y coincidir
      *          con la suma de sus lineas, y todas las lineas deben
      *          caer en el mes de negocio sin pasar de la fecha de
      *          negocio (el reverso del devengo del cierre llega con
      *          la fecha del primer dia del mes); un extracto que no
      *          pasa termina el paso con RETURN-CODE 16 sin postear
      *          nada.
      *          Un mes ya cerrado a contabilidad (89-PROGRAMA) no
      *          recibe posteos (RETURN-CODE 8), y un extracto ya
      *          posteado no se vuelve a postear: el renglon de
      *          control de GLSALDOS.DAT recuerda la fecha del ultimo.
      *          La balanza de comprobacion (C1-PROGRAMA) sale de
      *          estos saldos.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Extract lines may carry any date of the business
      *                 month up to the business date, not only the
      *                 business date itself: the automatic reversal
      *                 of the month-end accrual is dated the first day
      *                 of the period and posts on its first night.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. C0-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT GL-DIARIO-FILE
               ASSIGN TO "GLDIARIO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLDIARIO-STATUS.

           SELECT GL-SALDOS-FILE
               ASSIGN TO "GLSALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-CLAVE
               FILE STATUS IS WS-GLSALDOS-STATUS.

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
       FD  GL-DIARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY GLDIARIO.

       FD  GL-SALDOS-FILE
           LABEL RECORD IS STANDARD.
           COPY GLSALDO.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  PERIODOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERIODOS.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-GLDIARIO-STATUS PIC XX.
           88  GLDIARIO-OK         VALUE "00".
           88  GLDIARIO-EOF        VALUE "10".
           88  GLDIARIO-NO-EXISTE  VALUE "35".

      *-FILE STATUS/88-LEVEL DE GL-SALDOS-FILE: VIENE DE GLSSTS.CPY.
           COPY GLSSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PERIODOS-FILE: VIENE DE PRDSTS.CPY.
           COPY PRDSTS.

      *-RESULTADO DE LA CONSULTA DEL CONTROL DE PERIODOS (VER
      *-VALPERIO.CPY).
       01  WS-PERIODO-CERRADO-SW PIC X VALUE "N".
           88  PERIODO-CERRADO VALUE "S".

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA Y SU MES, QUE ES EL
      *-PERIODO AL QUE SE POSTEA.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO.
           05  WS-PERIODO-NEGOCIO PIC 9(6).
           05  FILLER             PIC 99.

      *-LO QUE LA PRUEBA DEL EXTRACTO SUMA DE SUS LINEAS, Y LO QUE
      *-DICE SU RENGLON DE CONTROL.
       01  WS-CONTADOR-LINEAS     PIC 9(7)     VALUE ZERO.
       01  WS-CONTADOR-FUERA      PIC 9(7)     VALUE ZERO.
       01  WS-SUMA-DEBE           PIC 9(11)V99 VALUE ZERO.
       01  WS-SUMA-HABER          PIC 9(11)V99 VALUE ZERO.
       01  WS-TRAILER-DEBE        PIC 9(11)V99 VALUE ZERO.
       01  WS-TRAILER-HABER       PIC 9(11)V99 VALUE ZERO.

       01  WS-TRAILER-SW PIC X VALUE "N".
           88  HAY-TRAILER VALUE "S".
       01  WS-RECHAZO-SW PIC X VALUE "N".
           88  DIARIO-RECHAZADO VALUE "S".

      *-FECHA DEL ULTIMO EXTRACTO POSTEADO, DEL RENGLON DE CONTROL.
       01  WS-ULT-FECHA-POSTEADA PIC 9(8) VALUE ZERO.
       01  WS-CONTROL-SW PIC X VALUE "N".
           88  HAY-RENGLON-CONTROL VALUE "S".

      *-SALDO FINAL DEL ULTIMO MES ANTERIOR DE LA CUENTA, PARA ABRIR
      *-EL RENGLON DEL MES QUE TODAVIA NO TIENE.
       01  WS-SALDO-ANTERIOR PIC S9(11)V99 VALUE ZERO.
       01  WS-FIN-CUENTA-SW PIC X VALUE "N".
           88  FIN-DE-CUENTA VALUE "S".

       01  WS-CONTADOR-POSTEADAS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-NUEVOS    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.

           PERFORM VALIDA-PERIODO-NEGOCIO.
           IF PERIODO-CERRADO
               DISPLAY "EL MES DE NEGOCIO " WS-FECHA-NEGOCIO (1:6)
                   " YA ESTA CERRADO A CONTABILIDAD; NO SE POSTEAN "
                   "SALDOS DE MAYOR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 100-PRUEBA-DIARIO.
           IF DIARIO-RECHAZADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 200-ABRE-SALDOS.
           IF WS-ULT-FECHA-POSTEADA NOT < WS-FECHA-NEGOCIO
               DISPLAY "EL EXTRACTO DEL " WS-FECHA-NEGOCIO
                   " YA SE POSTEO A LOS SALDOS DE MAYOR; NO SE "
                   "POSTEA DE NUEVO."
               CLOSE GL-SALDOS-FILE
               STOP RUN
           END-IF.

           PERFORM 300-POSTEA-DIARIO.
           PERFORM 400-GRABA-CONTROL.
           CLOSE GL-SALDOS-FILE.

           DISPLAY "SALDOS DE MAYOR DEL PERIODO " WS-PERIODO-NEGOCIO
               " AL " WS-FECHA-NEGOCIO ":".
           DISPLAY "  LINEAS POSTEADAS:       " WS-CONTADOR-POSTEADAS.
           DISPLAY "  CUENTAS ABIERTAS EN MES: " WS-CONTADOR-NUEVOS.
           DISPLAY "  CARGOS:                 " WS-SUMA-DEBE.
           DISPLAY "  ABONOS:                 " WS-SUMA-HABER.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-PRUEBA-DIARIO - primera pasada sobre el extracto del dia:
      * suma sus cargos y abonos, cuenta las lineas fechadas fuera del
      * mes de negocio o despues de la fecha de negocio y compara
      * contra su renglon de control. Sin renglon de control,
      * descuadrado, o con lineas fuera de fecha, el extracto no se
      * postea.
      *-----------------------------------------------------------------
       100-PRUEBA-DIARIO.
           OPEN INPUT GL-DIARIO-FILE.
           IF GLDIARIO-NO-EXISTE
               DISPLAY "NO EXISTE GLDIARIO.DAT; NO HAY EXTRACTO QUE "
                   "POSTEAR."
               SET DIARIO-RECHAZADO TO TRUE
           ELSE
               PERFORM 110-LEE-PRUEBA UNTIL GLDIARIO-EOF
               CLOSE GL-DIARIO-FILE
               PERFORM 120-DICTAMINA-DIARIO
           END-IF.

       110-LEE-PRUEBA.
           READ GL-DIARIO-FILE
               AT END
                   SET GLDIARIO-EOF TO TRUE
               NOT AT END
                   IF GLT-MARCA = 99999999
                       SET HAY-TRAILER TO TRUE
                       MOVE GLT-TOTAL-DEBE  TO WS-TRAILER-DEBE
                       MOVE GLT-TOTAL-HABER TO WS-TRAILER-HABER
                   ELSE
                       ADD 1 TO WS-CONTADOR-LINEAS
                       IF GLD-FECHA (1:6) NOT = WS-PERIODO-NEGOCIO
                           OR GLD-FECHA > WS-FECHA-NEGOCIO
                           ADD 1 TO WS-CONTADOR-FUERA
                       END-IF
                       IF GLD-ES-CARGO
                           ADD GLD-IMPORTE TO WS-SUMA-DEBE
                       ELSE
                           ADD GLD-IMPORTE TO WS-SUMA-HABER
                       END-IF
                   END-IF
           END-READ.

       120-DICTAMINA-DIARIO.
           IF NOT HAY-TRAILER
               DISPLAY "GLDIARIO.DAT NO TRAE SU RENGLON DE CONTROL; "
                   "EL EXTRACTO ESTA INCOMPLETO."
               SET DIARIO-RECHAZADO TO TRUE
           ELSE
               IF WS-SUMA-DEBE NOT = WS-TRAILER-DEBE
                   OR WS-SUMA-HABER NOT = WS-TRAILER-HABER
                   DISPLAY "LAS LINEAS DE GLDIARIO.DAT NO SUMAN LO "
                       "QUE DICE SU RENGLON DE CONTROL."
                   DISPLAY "  LINEAS:  DEBE " WS-SUMA-DEBE
                       " HABER " WS-SUMA-HABER
                   DISPLAY "  CONTROL: DEBE " WS-TRAILER-DEBE
                       " HABER " WS-TRAILER-HABER
                   SET DIARIO-RECHAZADO TO TRUE
               END-IF
           END-IF.
           IF WS-SUMA-DEBE NOT = WS-SUMA-HABER
               DISPLAY "EL EXTRACTO NO CUADRA: DEBE " WS-SUMA-DEBE
                   " HABER " WS-SUMA-HABER
               SET DIARIO-RECHAZADO TO TRUE
           END-IF.
           IF WS-CONTADOR-FUERA > ZERO
               DISPLAY "GLDIARIO.DAT TRAE " WS-CONTADOR-FUERA
                   " LINEAS FECHADAS FUERA DEL MES O DESPUES DEL "
                   WS-FECHA-NEGOCIO "; NO ES EL EXTRACTO DEL DIA."
               SET DIARIO-RECHAZADO TO TRUE
           END-IF.
           IF DIARIO-RECHAZADO
               DISPLAY "EXTRACTO RECHAZADO: NO SE POSTEA NINGUN SALDO."
           END-IF.

      *-----------------------------------------------------------------
      * 200-ABRE-SALDOS - abre los saldos de mayor (los crea vacios la
      * primera vez) y lee del renglon de control la fecha del ultimo
      * extracto posteado.
      *-----------------------------------------------------------------
       200-ABRE-SALDOS.
           OPEN I-O GL-SALDOS-FILE.
           IF GLSALDOS-NO-EXISTE
               OPEN OUTPUT GL-SALDOS-FILE
               CLOSE GL-SALDOS-FILE
               OPEN I-O GL-SALDOS-FILE
           END-IF.
           MOVE HIGH-VALUES TO GLS-CUENTA.
           MOVE ZERO TO GLS-PERIODO.
           READ GL-SALDOS-FILE
               INVALID KEY
                   MOVE ZERO TO WS-ULT-FECHA-POSTEADA
               NOT INVALID KEY
                   SET HAY-RENGLON-CONTROL TO TRUE
                   MOVE GLS-ULT-FECHA TO WS-ULT-FECHA-POSTEADA
           END-READ.

      *-----------------------------------------------------------------
      * 300-POSTEA-DIARIO - segunda pasada: cada linea del extracto
      * suma su importe al cargo o al abono de su cuenta en el mes de
      * negocio.
      *-----------------------------------------------------------------
       300-POSTEA-DIARIO.
           OPEN INPUT GL-DIARIO-FILE.
           PERFORM 310-LEE-LINEA UNTIL GLDIARIO-EOF.
           CLOSE GL-DIARIO-FILE.

       310-LEE-LINEA.
           READ GL-DIARIO-FILE
               AT END
                   SET GLDIARIO-EOF TO TRUE
               NOT AT END
                   IF GLT-MARCA NOT = 99999999
                       PERFORM 320-POSTEA-LINEA
                   END-IF
           END-READ.

       320-POSTEA-LINEA.
           MOVE GLD-CUENTA         TO GLS-CUENTA.
           MOVE WS-PERIODO-NEGOCIO TO GLS-PERIODO.
           READ GL-SALDOS-FILE
               INVALID KEY
                   PERFORM 330-ABRE-RENGLON
           END-READ.
           IF GLD-ES-CARGO
               ADD GLD-IMPORTE TO GLS-DEBE
           ELSE
               ADD GLD-IMPORTE TO GLS-HABER
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO GLS-ULT-FECHA.
           REWRITE GL-SALDO-RECORD.
           ADD 1 TO WS-CONTADOR-POSTEADAS.

      *-----------------------------------------------------------------
      * 330-ABRE-RENGLON - primer movimiento de la cuenta en el mes:
      * recorre sus meses anteriores (la clave ordena por periodo
      * dentro de la cuenta) y abre el mes con el saldo final del
      * ultimo de ellos, o en cero si la cuenta es nueva.
      *-----------------------------------------------------------------
       330-ABRE-RENGLON.
           MOVE ZERO TO WS-SALDO-ANTERIOR.
           MOVE "N" TO WS-FIN-CUENTA-SW.
           MOVE GLD-CUENTA TO GLS-CUENTA.
           MOVE ZERO       TO GLS-PERIODO.
           START GL-SALDOS-FILE KEY NOT < GLS-CLAVE
               INVALID KEY
                   SET FIN-DE-CUENTA TO TRUE
           END-START.
           PERFORM 340-LEE-ANTERIOR UNTIL FIN-DE-CUENTA.

           MOVE GLD-CUENTA         TO GLS-CUENTA.
           MOVE WS-PERIODO-NEGOCIO TO GLS-PERIODO.
           MOVE WS-SALDO-ANTERIOR  TO GLS-SALDO-INICIAL.
           MOVE ZERO               TO GLS-DEBE.
           MOVE ZERO               TO GLS-HABER.
           MOVE WS-FECHA-NEGOCIO   TO GLS-ULT-FECHA.
           WRITE GL-SALDO-RECORD.
           ADD 1 TO WS-CONTADOR-NUEVOS.

       340-LEE-ANTERIOR.
           READ GL-SALDOS-FILE NEXT RECORD
               AT END
                   SET FIN-DE-CUENTA TO TRUE
               NOT AT END
                   IF GLS-CUENTA NOT = GLD-CUENTA
                       OR GLS-PERIODO NOT < WS-PERIODO-NEGOCIO
                       SET FIN-DE-CUENTA TO TRUE
                   ELSE
                       COMPUTE WS-SALDO-ANTERIOR = GLS-SALDO-INICIAL
                           + GLS-DEBE - GLS-HABER
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-GRABA-CONTROL - el renglon de control se graba al final,
      * con todo el extracto ya posteado, con la fecha de negocio.
      *-----------------------------------------------------------------
       400-GRABA-CONTROL.
           MOVE HIGH-VALUES      TO GLS-CUENTA.
           MOVE ZERO             TO GLS-PERIODO.
           MOVE ZERO             TO GLS-SALDO-INICIAL.
           MOVE ZERO             TO GLS-DEBE.
           MOVE ZERO             TO GLS-HABER.
           MOVE WS-FECHA-NEGOCIO TO GLS-ULT-FECHA.
           IF HAY-RENGLON-CONTROL
               REWRITE GL-SALDO-RECORD
           ELSE
               WRITE GL-SALDO-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * VALIDA-PERIODO-NEGOCIO - viene de VALPERIO.CPY: consulta el
      * control de periodos por el mes de la fecha de negocio.
      *-----------------------------------------------------------------
           COPY VALPERIO.

      ** add other procedures here
       END PROGRAM C0-PROGRAMA.
