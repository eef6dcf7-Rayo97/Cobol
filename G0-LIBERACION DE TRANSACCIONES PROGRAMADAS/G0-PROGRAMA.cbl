      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liberacion nocturna de las transacciones programadas
      *          (TRXPROG.DAT, mantenidas en F9-PROGRAMA): cada
      *          programacion pendiente cuya fecha nominal ya llego a
      *          la fecha de negocio de FECHACOR.DAT se anexa a
      *          TRANSACCIONES.DAT con origen P, su clave propia (P,
      *          el numero y la ocurrencia, estampada en TRXREG.DAT) y
      *          el renglon de control de siempre, para que el resumen
      *          (52) y el posteo (78) la traten como cualquier otra.
      *          Una fecha nominal que cae en sabado, domingo o dia
      *          inhabil del calendario (FERIADOS.DAT) sale el
      *          siguiente dia habil, como la fecha de la corrida; la
      *          que sale despues de ese dia habil se marca atrasada.
      *          La mensual avanza al dia N del mes siguiente (el
      *          ultimo, si el mes es mas corto) y vence al cumplir
      *          sus ocurrencias o pasar su fecha tope. TRXPROG.RPT
      *          lista cada dia lo liberado, lo pendiente con el dia
      *          habil en que saldra, y lo vencido o cancelado.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. G0-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT TRX-PROGRAMADA-FILE
               ASSIGN TO "TRXPROG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRP-NUMERO
               FILE STATUS IS WS-TRXPROG-STATUS.

           SELECT FERIADOS-FILE
               ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-FECHA
               FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT TRANSACCIONES-FILE
               ASSIGN TO "TRANSACCIONES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSACCIONES-STATUS.

           SELECT TRX-REGISTRO-FILE
               ASSIGN TO "TRXREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRG-CLAVE
               FILE STATUS IS WS-TRXREG-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "TRXPROG.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  TRX-PROGRAMADA-FILE
           LABEL RECORD IS STANDARD.
           COPY TRXPROG.

       FD  FERIADOS-FILE
           LABEL RECORD IS STANDARD.
           COPY FERIADOS.

       FD  TRANSACCIONES-FILE
           LABEL RECORD IS STANDARD.
           COPY TRANSAC.

       FD  TRX-REGISTRO-FILE
           LABEL RECORD IS STANDARD.
           COPY TRXREG.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-PROGRAMADAS-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE TRX-PROGRAMADA-FILE: VIENE DE
      *-TRPSTS.CPY.
           COPY TRPSTS.

      *-FILE STATUS/88-LEVEL DE FERIADOS-FILE: VIENE DE FERSTS.CPY.
           COPY FERSTS.

      *-FILE STATUS/88-LEVEL DE TRX-REGISTRO-FILE: VIENE DE
      *-TRGSTS.CPY.
           COPY TRGSTS.

       01  WS-TRANSACCIONES-STATUS PIC XX.
           88  TRANSACCIONES-OK        VALUE "00".
           88  TRANSACCIONES-NO-EXISTE VALUE "35".

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FECHA OFICIAL DE NEGOCIO: LO QUE TIENE FECHA NOMINAL HASTA
      *-ELLA SE LIBERA.
       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-HAY-FERIADOS-SW PIC X VALUE "N".
           88  HAY-CALENDARIO VALUE "S".

       01  WS-TRX-ABIERTO-SW PIC X VALUE "N".
           88  TRANSACCIONES-ABIERTO VALUE "S".

      *-FECHA EN EVALUACION CON SUS PARTES, PARA LA ARITMETICA DE
      *-DIA SIGUIENTE Y DE DIA DE LA SEMANA.
       01  WS-FECHA-EVAL PIC 9(8) VALUE ZERO.
       01  WS-FECHA-EVAL-PARTES REDEFINES WS-FECHA-EVAL.
           05  WS-EVA-ANIO PIC 9(4).
           05  WS-EVA-MES  PIC 99.
           05  WS-EVA-DIA  PIC 99.

       01  WS-ES-HABIL-SW PIC X VALUE "N".
           88  DIA-HABIL VALUE "S".

      *-ARITMETICA DE ZELLER PARA EL DIA DE LA SEMANA (0 = SABADO,
      *-1 = DOMINGO), LA MISMA DEL CONTROL DE FECHA DE CORRIDA.
       01  WS-ZEL-ANIO  PIC 9(4) VALUE ZERO.
       01  WS-ZEL-MES   PIC 99   VALUE ZERO.
       01  WS-ZEL-K     PIC 9(4) VALUE ZERO.
       01  WS-ZEL-J     PIC 9(4) VALUE ZERO.
       01  WS-ZEL-H     PIC S9(9) VALUE ZERO.
       01  WS-ZEL-T1    PIC 9(4) VALUE ZERO.
       01  WS-ZEL-T2    PIC 9(4) VALUE ZERO.
       01  WS-ZEL-T3    PIC 9(4) VALUE ZERO.
       01  WS-ZEL-DIA   PIC 9    VALUE ZERO.
       01  WS-ZEL-COC   PIC 9(9) VALUE ZERO.
       01  WS-VUELTAS   PIC 99 VALUE ZERO.

      *-CAMPOS DE TRABAJO DEL PARRAFO COMPARTIDO DIAS-DEL-MES
      *-(RESTADIA.CPY), PARA EL DIA N DEL MES SIGUIENTE Y EL DIA
      *-SIGUIENTE DE LA RUEDA A DIA HABIL.
       01  WS-FECHA-CAND.
           05  WS-CAND-ANIO PIC 9(4).
           05  WS-CAND-MES  PIC 99.
           05  WS-CAND-DIA  PIC 99.
       01  WS-FECHA-CAND-N REDEFINES WS-FECHA-CAND PIC 9(8).
       01  WS-DIAS-MES      PIC 99 VALUE ZERO.
       01  WS-RESTO-4       PIC 9(4) VALUE ZERO.
       01  WS-RESIDUO-4     PIC 9(4) VALUE ZERO.

      *-LA OCURRENCIA EN TURNO: SU CLAVE (P, LOS SEIS DIGITOS BAJOS
      *-DEL NUMERO Y LA OCURRENCIA) Y EL DIA HABIL EN QUE LE TOCABA.
       01  WS-CLAVE-PROG.
           05  WS-CVP-MARCA      PIC X VALUE "P".
           05  WS-CVP-NUMERO     PIC 9(6).
           05  WS-CVP-OCURRENCIA PIC 9(3).
       01  WS-NUMERO-PROG     PIC 9(7) VALUE ZERO.
       01  WS-NUMERO-PROG-PARTES REDEFINES WS-NUMERO-PROG.
           05  FILLER            PIC 9.
           05  WS-NUMERO-BAJO    PIC 9(6).
       01  WS-FECHA-HABIL     PIC 9(8) VALUE ZERO.
       01  WS-RONDAS          PIC 99 VALUE ZERO.
       01  WS-MAX-RONDAS      PIC 99 VALUE 36.
       01  WS-YA-LIBERADA-SW PIC X VALUE "N".
           88  YA-LIBERADA VALUE "S".

      *-CIFRAS DE LA NOCHE.
       01  WS-CONTADOR-LIBERADAS  PIC 9(7) VALUE ZERO.
       01  WS-HASH-IMPORTES       PIC 9(9) VALUE ZERO.
       01  WS-IMPORTE-LIBERADO    PIC 9(9)V99 VALUE ZERO.
       01  WS-CONTADOR-ATRASADAS  PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-REPETIDAS  PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-PENDIENTES PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-VENCIDAS   PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-CANCELADAS PIC 9(5) VALUE ZERO.

       01  WS-ED-CANTIDAD PIC Z,ZZZ,ZZ9.
       01  WS-ED-IMPORTE  PIC ZZZ,ZZZ,ZZ9.99.

      *-RENGLONES DEL REPORTE.
       01  WS-LINEA           PIC X(80) VALUE SPACES.
       01  WS-LINEA-LIBERADA REDEFINES WS-LINEA.
           05  LLI-NUMERO      PIC 9(7).
           05  FILLER          PIC X(1).
           05  LLI-CLAVE       PIC X(10).
           05  FILLER          PIC X(1).
           05  LLI-TIPO        PIC X(2).
           05  FILLER          PIC X(1).
           05  LLI-REFERENCIA  PIC X(10).
           05  FILLER          PIC X(1).
           05  LLI-IMPORTE     PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1).
           05  LLI-FECHA       PIC 9(8).
           05  FILLER          PIC X(1).
           05  LLI-ESTADO      PIC X(25).
       01  WS-LINEA-PENDIENTE REDEFINES WS-LINEA.
           05  LPE-NUMERO      PIC 9(7).
           05  FILLER          PIC X(1).
           05  LPE-TIPO        PIC X(2).
           05  FILLER          PIC X(1).
           05  LPE-REFERENCIA  PIC X(10).
           05  FILLER          PIC X(1).
           05  LPE-IMPORTE     PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1).
           05  LPE-PROXIMA     PIC 9(8).
           05  FILLER          PIC X(1).
           05  LPE-SALE        PIC 9(8).
           05  FILLER          PIC X(1).
           05  LPE-REPETICION  PIC X(1).
           05  FILLER          PIC X(1).
           05  LPE-LIBERADAS   PIC ZZ9.
           05  LPE-BARRA       PIC X(1).
           05  LPE-MAXIMO      PIC ZZ9.
           05  LPE-MAXIMO-X REDEFINES LPE-MAXIMO PIC X(3).
           05  FILLER          PIC X(1).
           05  LPE-TOPE        PIC X(8).
           05  FILLER          PIC X(9).
       01  WS-LINEA-VENCIDA REDEFINES WS-LINEA.
           05  LVE-NUMERO      PIC 9(7).
           05  FILLER          PIC X(1).
           05  LVE-TIPO        PIC X(2).
           05  FILLER          PIC X(1).
           05  LVE-REFERENCIA  PIC X(10).
           05  FILLER          PIC X(1).
           05  LVE-IMPORTE     PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1).
           05  LVE-LIBERADAS   PIC ZZ9.
           05  FILLER          PIC X(1).
           05  LVE-ULTIMA      PIC X(8).
           05  FILLER          PIC X(1).
           05  LVE-MOTIVO      PIC X(16).
           05  FILLER          PIC X(16).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 050-ABRE-CALENDARIO.
           OPEN OUTPUT REPORTE-FILE.
           PERFORM 700-ENCABEZADO.

           OPEN I-O TRX-PROGRAMADA-FILE.
           IF TRXPROG-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA TRXPROG.DAT; NO HAY "
                   "TRANSACCIONES PROGRAMADAS."
               MOVE "NO HAY TRANSACCIONES PROGRAMADAS." TO WS-LINEA
               PERFORM 790-ESCRIBE-LINEA
           ELSE
               PERFORM 060-ABRE-REGISTRO-CLAVES
               MOVE "LIBERADAS HOY:" TO WS-LINEA
               PERFORM 790-ESCRIBE-LINEA
               MOVE "NUMERO  CLAVE      TP REFERENCIA      IMPORTE "
                   TO WS-LINEA
               MOVE "NOMINAL  ESTADO" TO WS-LINEA (47:15)
               PERFORM 790-ESCRIBE-LINEA
               PERFORM 100-RECORRE-PARA-LIBERAR
               CLOSE TRX-REGISTRO-FILE
               PERFORM 800-GRABA-TRAILER-TRANSACCIONES
               PERFORM 400-LISTA-PENDIENTES
               PERFORM 500-LISTA-VENCIDAS
               CLOSE TRX-PROGRAMADA-FILE
           END-IF.
           PERFORM 750-TOTALES.
           CLOSE REPORTE-FILE.
           IF HAY-CALENDARIO
               CLOSE FERIADOS-FILE
           END-IF.

           DISPLAY "TRANSACCIONES PROGRAMADAS LIBERADAS: "
               WS-CONTADOR-LIBERADAS.
           DISPLAY "  DE ELLAS ATRASADAS:                 "
               WS-CONTADOR-ATRASADAS.
           DISPLAY "PROGRAMACIONES PENDIENTES:            "
               WS-CONTADOR-PENDIENTES.
           DISPLAY "VENCIDAS Y CANCELADAS EN EL REPORTE:  "
               WS-CONTADOR-VENCIDAS " / " WS-CONTADOR-CANCELADAS.
           IF WS-CONTADOR-REPETIDAS > ZERO
               DISPLAY "OCURRENCIAS CON CLAVE YA REGISTRADA DE OTRO "
                   "DIA: " WS-CONTADOR-REPETIDAS
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       050-ABRE-CALENDARIO.
           OPEN INPUT FERIADOS-FILE.
           IF FERIADOS-NO-EXISTE
               DISPLAY "NO EXISTE CALENDARIO DE INHABILES; SOLO SE "
                   "SALTAN FINES DE SEMANA."
           ELSE
               SET HAY-CALENDARIO TO TRUE
           END-IF.

       060-ABRE-REGISTRO-CLAVES.
           OPEN I-O TRX-REGISTRO-FILE.
           IF TRXREG-NO-EXISTE
               OPEN OUTPUT TRX-REGISTRO-FILE
               CLOSE TRX-REGISTRO-FILE
               OPEN I-O TRX-REGISTRO-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 100-RECORRE-PARA-LIBERAR - primera pasada sobre TRXPROG.DAT:
      * cada programacion pendiente libera lo que ya le toco y queda
      * reescrita con su proxima fecha o vencida.
      *-----------------------------------------------------------------
       100-RECORRE-PARA-LIBERAR.
           MOVE ZERO TO TRP-NUMERO.
           START TRX-PROGRAMADA-FILE KEY NOT < TRP-NUMERO
               INVALID KEY
                   SET TRXPROG-EOF TO TRUE
           END-START.
           PERFORM 110-LEE-PARA-LIBERAR UNTIL TRXPROG-EOF.

       110-LEE-PARA-LIBERAR.
           READ TRX-PROGRAMADA-FILE NEXT RECORD
               AT END
                   SET TRXPROG-EOF TO TRUE
               NOT AT END
                   IF TRP-PENDIENTE
                       PERFORM 200-PROCESA-PENDIENTE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-PROCESA-PENDIENTE - libera una ocurrencia tras otra
      * mientras la fecha nominal no pase de la fecha de negocio (una
      * noche sin corrida se pone al dia aqui), con un tope de rondas
      * por si una programacion quedara mal armada.
      *-----------------------------------------------------------------
       200-PROCESA-PENDIENTE.
           MOVE ZERO TO WS-RONDAS.
           PERFORM 230-REVISA-VENCIMIENTO.
           PERFORM 210-LIBERA-OCURRENCIA
               UNTIL NOT TRP-PENDIENTE
                  OR TRP-PROXIMA-FECHA > WS-FECHA-NEGOCIO
                  OR WS-RONDAS NOT < WS-MAX-RONDAS.
           REWRITE TRX-PROGRAMADA-RECORD.

      *-----------------------------------------------------------------
      * 210-LIBERA-OCURRENCIA - arma la transaccion con la clave de la
      * ocurrencia; si la clave ya esta en el registro de claves (una
      * reanudacion despues de una caida) no se vuelve a anexar. La
      * programacion avanza en cualquier caso.
      *-----------------------------------------------------------------
       210-LIBERA-OCURRENCIA.
           ADD 1 TO WS-RONDAS.
           MOVE TRP-NUMERO TO WS-NUMERO-PROG.
           MOVE WS-NUMERO-BAJO TO WS-CVP-NUMERO.
           COMPUTE WS-CVP-OCURRENCIA = TRP-LIBERADAS + 1.
           MOVE TRP-PROXIMA-FECHA TO WS-FECHA-EVAL.
           PERFORM 300-RUEDA-A-DIA-HABIL.
           MOVE WS-FECHA-EVAL TO WS-FECHA-HABIL.

           MOVE SPACES TO WS-LINEA.
           MOVE TRP-NUMERO        TO LLI-NUMERO.
           MOVE WS-CLAVE-PROG     TO LLI-CLAVE.
           MOVE TRP-TIPO          TO LLI-TIPO.
           MOVE TRP-REFERENCIA    TO LLI-REFERENCIA.
           MOVE TRP-IMPORTE       TO LLI-IMPORTE.
           MOVE TRP-PROXIMA-FECHA TO LLI-FECHA.

           PERFORM 220-CONSULTA-REGISTRO-CLAVES.
           IF YA-LIBERADA
               MOVE "YA LIBERADA EL" TO LLI-ESTADO
               MOVE TRG-FECHA TO LLI-ESTADO (16:8)
           ELSE
               PERFORM 240-ANEXA-TRANSACCION
               IF WS-FECHA-HABIL < WS-FECHA-NEGOCIO
                   ADD 1 TO WS-CONTADOR-ATRASADAS
                   MOVE "ATRASADA, TOCABA" TO LLI-ESTADO
                   MOVE WS-FECHA-HABIL TO LLI-ESTADO (18:8)
               ELSE
                   MOVE "LIBERADA" TO LLI-ESTADO
               END-IF
           END-IF.
           PERFORM 790-ESCRIBE-LINEA.

           MOVE WS-CLAVE-PROG    TO TRP-CLAVE.
           ADD 1                 TO TRP-LIBERADAS.
           MOVE WS-FECHA-NEGOCIO TO TRP-ULT-LIBERACION.
           IF TRP-MENSUAL
               PERFORM 250-MES-SIGUIENTE
           ELSE
               SET  TRP-VENCIDA      TO TRUE
               MOVE WS-FECHA-NEGOCIO TO TRP-FECHA-ESTADO
               MOVE ZERO             TO TRP-FECHA-REPORTE
           END-IF.
           PERFORM 230-REVISA-VENCIMIENTO.

       220-CONSULTA-REGISTRO-CLAVES.
           MOVE "N" TO WS-YA-LIBERADA-SW.
           MOVE WS-CLAVE-PROG TO TRG-CLAVE.
           READ TRX-REGISTRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET YA-LIBERADA TO TRUE
                   IF TRG-FECHA NOT = WS-FECHA-NEGOCIO
                       ADD 1 TO WS-CONTADOR-REPETIDAS
                       DISPLAY "LA CLAVE " WS-CLAVE-PROG
                           " YA ESTA REGISTRADA DEL " TRG-FECHA
                           "; LA OCURRENCIA NO SE ANEXA."
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 230-REVISA-VENCIMIENTO - la programacion vence al cumplir su
      * tope de ocurrencias o cuando su proxima fecha pasa la fecha
      * tope.
      *-----------------------------------------------------------------
       230-REVISA-VENCIMIENTO.
           IF TRP-PENDIENTE
               IF (TRP-MAX-OCURRENCIAS > ZERO
                   AND TRP-LIBERADAS NOT < TRP-MAX-OCURRENCIAS)
                  OR (TRP-FECHA-TOPE > ZERO
                   AND TRP-PROXIMA-FECHA > TRP-FECHA-TOPE)
                   SET  TRP-VENCIDA      TO TRUE
                   MOVE WS-FECHA-NEGOCIO TO TRP-FECHA-ESTADO
                   MOVE ZERO             TO TRP-FECHA-REPORTE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 240-ANEXA-TRANSACCION - la transaccion guardada, con la clave
      * de la ocurrencia y origen P, al final de TRANSACCIONES.DAT, y
      * la clave al registro con la fecha de negocio.
      *-----------------------------------------------------------------
       240-ANEXA-TRANSACCION.
           IF NOT TRANSACCIONES-ABIERTO
               OPEN EXTEND TRANSACCIONES-FILE
               IF TRANSACCIONES-NO-EXISTE
                   OPEN OUTPUT TRANSACCIONES-FILE
               END-IF
               SET TRANSACCIONES-ABIERTO TO TRUE
           END-IF.
           MOVE TRP-TRANSACCION TO TRANSACCION-RECORD.
           MOVE WS-CLAVE-PROG   TO TRX-CLAVE.
           SET TRX-ORIGEN-PROGRAMADA TO TRUE.
           WRITE TRANSACCION-RECORD.

           MOVE WS-CLAVE-PROG    TO TRG-CLAVE.
           MOVE WS-FECHA-NEGOCIO TO TRG-FECHA.
           WRITE TRX-REGISTRO-RECORD
               INVALID KEY
                   DISPLAY "LA CLAVE " WS-CLAVE-PROG " YA ESTABA EN "
                       "EL REGISTRO."
           END-WRITE.

           ADD 1           TO WS-CONTADOR-LIBERADAS.
           ADD TRP-IMPORTE TO WS-HASH-IMPORTES.
           ADD TRP-IMPORTE TO WS-IMPORTE-LIBERADO.

      *-----------------------------------------------------------------
      * 250-MES-SIGUIENTE - la proxima fecha nominal de una mensual:
      * el dia N del mes siguiente, o el ultimo dia si ese mes es mas
      * corto.
      *-----------------------------------------------------------------
       250-MES-SIGUIENTE.
           MOVE TRP-PROXIMA-FECHA TO WS-FECHA-CAND-N.
           IF WS-CAND-MES = 12
               MOVE 1 TO WS-CAND-MES
               ADD 1 TO WS-CAND-ANIO
           ELSE
               ADD 1 TO WS-CAND-MES
           END-IF.
           PERFORM DIAS-DEL-MES.
           IF WS-DIAS-MES > TRP-DIA-MES
               MOVE TRP-DIA-MES TO WS-CAND-DIA
           ELSE
               MOVE WS-DIAS-MES TO WS-CAND-DIA
           END-IF.
           MOVE WS-FECHA-CAND-N TO TRP-PROXIMA-FECHA.

      *-----------------------------------------------------------------
      * 300-RUEDA-A-DIA-HABIL - avanza WS-FECHA-EVAL mientras caiga en
      * sabado, domingo o feriado del calendario, con la misma
      * salvaguarda de treinta vueltas de la fecha de corrida.
      *-----------------------------------------------------------------
       300-RUEDA-A-DIA-HABIL.
           MOVE ZERO TO WS-VUELTAS.
           PERFORM 310-EVALUA-DIA.
           PERFORM 320-AVANZA-SI-INHABIL
               UNTIL DIA-HABIL OR WS-VUELTAS > 30.

       310-EVALUA-DIA.
           MOVE "S" TO WS-ES-HABIL-SW.
           PERFORM 330-DIA-DE-LA-SEMANA.
           IF WS-ZEL-DIA = 0 OR WS-ZEL-DIA = 1
               MOVE "N" TO WS-ES-HABIL-SW
           ELSE
               IF HAY-CALENDARIO
                   MOVE WS-FECHA-EVAL TO FER-FECHA
                   READ FERIADOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "N" TO WS-ES-HABIL-SW
                   END-READ
               END-IF
           END-IF.

       320-AVANZA-SI-INHABIL.
           ADD 1 TO WS-VUELTAS.
           MOVE WS-FECHA-EVAL TO WS-FECHA-CAND-N.
           PERFORM DIAS-DEL-MES.
           IF WS-CAND-DIA < WS-DIAS-MES
               ADD 1 TO WS-CAND-DIA
           ELSE
               MOVE 1 TO WS-CAND-DIA
               IF WS-CAND-MES < 12
                   ADD 1 TO WS-CAND-MES
               ELSE
                   MOVE 1 TO WS-CAND-MES
                   ADD 1 TO WS-CAND-ANIO
               END-IF
           END-IF.
           MOVE WS-FECHA-CAND-N TO WS-FECHA-EVAL.
           PERFORM 310-EVALUA-DIA.

      *-----------------------------------------------------------------
      * 330-DIA-DE-LA-SEMANA - congruencia de Zeller sobre
      * WS-FECHA-EVAL: deja en WS-ZEL-DIA el dia de la semana con 0 =
      * sabado y 1 = domingo.
      *-----------------------------------------------------------------
       330-DIA-DE-LA-SEMANA.
           MOVE WS-EVA-ANIO TO WS-ZEL-ANIO.
           MOVE WS-EVA-MES  TO WS-ZEL-MES.
           IF WS-ZEL-MES < 3
               ADD 12 TO WS-ZEL-MES
               SUBTRACT 1 FROM WS-ZEL-ANIO
           END-IF.
           DIVIDE WS-ZEL-ANIO BY 100
               GIVING WS-ZEL-J REMAINDER WS-ZEL-K.
           COMPUTE WS-ZEL-H = 13 * (WS-ZEL-MES + 1).
           DIVIDE WS-ZEL-H BY 5 GIVING WS-ZEL-T1.
           DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2.
           DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3.
           COMPUTE WS-ZEL-H =
               WS-EVA-DIA + WS-ZEL-T1 + WS-ZEL-K
               + WS-ZEL-T2 + WS-ZEL-T3 + (5 * WS-ZEL-J).
           DIVIDE WS-ZEL-H BY 7
               GIVING WS-ZEL-COC REMAINDER WS-ZEL-DIA.

      *-----------------------------------------------------------------
      * 400-LISTA-PENDIENTES - segunda pasada: cada programacion que
      * sigue pendiente con su proxima fecha nominal y el dia habil en
      * que saldra.
      *-----------------------------------------------------------------
       400-LISTA-PENDIENTES.
           MOVE SPACES TO WS-LINEA.
           PERFORM 790-ESCRIBE-LINEA.
           MOVE "PENDIENTES:" TO WS-LINEA.
           PERFORM 790-ESCRIBE-LINEA.
           MOVE "NUMERO  TP REFERENCIA      IMPORTE NOMINAL  SALE EL"
               TO WS-LINEA.
           MOVE "R LIB/MAX TOPE" TO WS-LINEA (54:14).
           PERFORM 790-ESCRIBE-LINEA.
           MOVE ZERO TO TRP-NUMERO.
           START TRX-PROGRAMADA-FILE KEY NOT < TRP-NUMERO
               INVALID KEY
                   SET TRXPROG-EOF TO TRUE
               NOT INVALID KEY
                   MOVE "00" TO WS-TRXPROG-STATUS
           END-START.
           PERFORM 410-LEE-PENDIENTE UNTIL TRXPROG-EOF.

       410-LEE-PENDIENTE.
           READ TRX-PROGRAMADA-FILE NEXT RECORD
               AT END
                   SET TRXPROG-EOF TO TRUE
               NOT AT END
                   IF TRP-PENDIENTE
                       PERFORM 420-LINEA-PENDIENTE
                   END-IF
           END-READ.

       420-LINEA-PENDIENTE.
           ADD 1 TO WS-CONTADOR-PENDIENTES.
           MOVE TRP-PROXIMA-FECHA TO WS-FECHA-EVAL.
           PERFORM 300-RUEDA-A-DIA-HABIL.
           MOVE SPACES TO WS-LINEA.
           MOVE TRP-NUMERO        TO LPE-NUMERO.
           MOVE TRP-TIPO          TO LPE-TIPO.
           MOVE TRP-REFERENCIA    TO LPE-REFERENCIA.
           MOVE TRP-IMPORTE       TO LPE-IMPORTE.
           MOVE TRP-PROXIMA-FECHA TO LPE-PROXIMA.
           MOVE WS-FECHA-EVAL     TO LPE-SALE.
           MOVE TRP-REPETICION    TO LPE-REPETICION.
           MOVE TRP-LIBERADAS     TO LPE-LIBERADAS.
           MOVE "/"               TO LPE-BARRA.
           IF TRP-MAX-OCURRENCIAS > ZERO
               MOVE TRP-MAX-OCURRENCIAS TO LPE-MAXIMO
           ELSE
               MOVE "  -" TO LPE-MAXIMO-X
           END-IF.
           IF TRP-FECHA-TOPE > ZERO
               MOVE TRP-FECHA-TOPE TO LPE-TOPE
           ELSE
               MOVE "SIN TOPE" TO LPE-TOPE
           END-IF.
           PERFORM 790-ESCRIBE-LINEA.

      *-----------------------------------------------------------------
      * 500-LISTA-VENCIDAS - tercera pasada: las programaciones que
      * vencieron o se cancelaron y todavia no salian en el reporte
      * (o salieron hoy, si el paso se reanuda), con el motivo; quedan
      * marcadas con la fecha de este reporte.
      *-----------------------------------------------------------------
       500-LISTA-VENCIDAS.
           MOVE SPACES TO WS-LINEA.
           PERFORM 790-ESCRIBE-LINEA.
           MOVE "VENCIDAS Y CANCELADAS:" TO WS-LINEA.
           PERFORM 790-ESCRIBE-LINEA.
           MOVE "NUMERO  TP REFERENCIA      IMPORTE LIB ULTIMA   "
               TO WS-LINEA.
           MOVE "MOTIVO" TO WS-LINEA (49:6).
           PERFORM 790-ESCRIBE-LINEA.
           MOVE ZERO TO TRP-NUMERO.
           START TRX-PROGRAMADA-FILE KEY NOT < TRP-NUMERO
               INVALID KEY
                   SET TRXPROG-EOF TO TRUE
               NOT INVALID KEY
                   MOVE "00" TO WS-TRXPROG-STATUS
           END-START.
           PERFORM 510-LEE-VENCIDA UNTIL TRXPROG-EOF.

       510-LEE-VENCIDA.
           READ TRX-PROGRAMADA-FILE NEXT RECORD
               AT END
                   SET TRXPROG-EOF TO TRUE
               NOT AT END
                   IF (TRP-VENCIDA OR TRP-CANCELADA)
                       AND (TRP-FECHA-REPORTE = ZERO
                         OR TRP-FECHA-REPORTE = WS-FECHA-NEGOCIO)
                       PERFORM 520-LINEA-VENCIDA
                   END-IF
           END-READ.

       520-LINEA-VENCIDA.
           MOVE SPACES TO WS-LINEA.
           MOVE TRP-NUMERO        TO LVE-NUMERO.
           MOVE TRP-TIPO          TO LVE-TIPO.
           MOVE TRP-REFERENCIA    TO LVE-REFERENCIA.
           MOVE TRP-IMPORTE       TO LVE-IMPORTE.
           MOVE TRP-LIBERADAS     TO LVE-LIBERADAS.
           IF TRP-ULT-LIBERACION > ZERO
               MOVE TRP-ULT-LIBERACION TO LVE-ULTIMA
           ELSE
               MOVE "NINGUNA" TO LVE-ULTIMA
           END-IF.
           EVALUATE TRUE
               WHEN TRP-CANCELADA
                   ADD 1 TO WS-CONTADOR-CANCELADAS
                   MOVE "CANCELADA" TO LVE-MOTIVO
               WHEN TRP-UNA-VEZ
                   ADD 1 TO WS-CONTADOR-VENCIDAS
                   MOVE "UNICA LIBERADA" TO LVE-MOTIVO
               WHEN TRP-MAX-OCURRENCIAS > ZERO
                   AND TRP-LIBERADAS NOT < TRP-MAX-OCURRENCIAS
                   ADD 1 TO WS-CONTADOR-VENCIDAS
                   MOVE "OCURRENCIAS" TO LVE-MOTIVO
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-VENCIDAS
                   MOVE "FECHA TOPE" TO LVE-MOTIVO
           END-EVALUATE.
           PERFORM 790-ESCRIBE-LINEA.
           MOVE WS-FECHA-NEGOCIO TO TRP-FECHA-REPORTE.
           REWRITE TRX-PROGRAMADA-RECORD.

       700-ENCABEZADO.
           MOVE SPACES TO WS-LINEA.
           STRING "LIBERACION DE TRANSACCIONES PROGRAMADAS - "
                      DELIMITED BY SIZE
                  "FECHA DE NEGOCIO " DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO    DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 790-ESCRIBE-LINEA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 790-ESCRIBE-LINEA.

       750-TOTALES.
           MOVE SPACES TO WS-LINEA.
           PERFORM 790-ESCRIBE-LINEA.
           MOVE WS-CONTADOR-LIBERADAS TO WS-ED-CANTIDAD.
           MOVE WS-IMPORTE-LIBERADO   TO WS-ED-IMPORTE.
           STRING "LIBERADAS:   " DELIMITED BY SIZE
                  WS-ED-CANTIDAD  DELIMITED BY SIZE
                  "  POR "        DELIMITED BY SIZE
                  WS-ED-IMPORTE   DELIMITED BY SIZE
                  "  (HASH "      DELIMITED BY SIZE
                  WS-HASH-IMPORTES DELIMITED BY SIZE
                  ")"             DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 790-ESCRIBE-LINEA.
           MOVE WS-CONTADOR-ATRASADAS TO WS-ED-CANTIDAD.
           STRING "ATRASADAS:   " DELIMITED BY SIZE
                  WS-ED-CANTIDAD  DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 790-ESCRIBE-LINEA.
           MOVE WS-CONTADOR-PENDIENTES TO WS-ED-CANTIDAD.
           STRING "PENDIENTES:  " DELIMITED BY SIZE
                  WS-ED-CANTIDAD  DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 790-ESCRIBE-LINEA.
           MOVE WS-CONTADOR-VENCIDAS TO WS-ED-CANTIDAD.
           STRING "VENCIDAS:    " DELIMITED BY SIZE
                  WS-ED-CANTIDAD  DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 790-ESCRIBE-LINEA.
           MOVE WS-CONTADOR-CANCELADAS TO WS-ED-CANTIDAD.
           STRING "CANCELADAS:  " DELIMITED BY SIZE
                  WS-ED-CANTIDAD  DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 790-ESCRIBE-LINEA.

       790-ESCRIBE-LINEA.
           WRITE REPORTE-PROGRAMADAS-RECORD FROM WS-LINEA.
           MOVE SPACES TO WS-LINEA.

      *-----------------------------------------------------------------
      * 800-GRABA-TRAILER-TRANSACCIONES - si se libero algo, el
      * renglon de control de este bloque de TRANSACCIONES.DAT con el
      * conteo y la suma de importes enteros, como al cerrar una
      * sesion de captura.
      *-----------------------------------------------------------------
       800-GRABA-TRAILER-TRANSACCIONES.
           IF TRANSACCIONES-ABIERTO
               IF WS-CONTADOR-LIBERADAS > ZERO
                   MOVE SPACES       TO TRANSACCION-RECORD
                   MOVE "**TRAILER*" TO TRT-MARCA
                   MOVE WS-CONTADOR-LIBERADAS
                       TO TRT-CANTIDAD-REGISTROS
                   MOVE WS-HASH-IMPORTES TO TRT-TOTAL-HASH
                   WRITE TRANSACCION-RECORD
               END-IF
               CLOSE TRANSACCIONES-FILE
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * DIAS-DEL-MES - viene de RESTADIA.CPY: el largo del mes de
      * WS-FECHA-CAND.
      *-----------------------------------------------------------------
           COPY RESTADIA.

      ** add other procedures here
       END PROGRAM G0-PROGRAMA.
