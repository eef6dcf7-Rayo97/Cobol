      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga nocturna del archivo de lecturas por intervalo
      *          de los medidores inteligentes (LECTHOR.DAT, una
      *          lectura acumulada por medidor y hora, que
      *          LECTURAS.DAT no puede guardar). Ordena los intervalos
      *          por medidor, fecha y hora y valida los de cada
      *          medidor: el intervalo repetido (duplicado), el que
      *          retrocede contra el anterior (paso negativo) y el
      *          mal formado se descartan, y las horas que no llegaron
      *          se cuentan como faltantes contra los dias que trae el
      *          archivo. Con los buenos arma el consumo de cada dia y
      *          del ciclo partido en horas punta y fuera de punta
      *          (franja PUNTAINI a PUNTAFIN de TASAS) en USOHORA.DAT,
      *          para que una tarifa por horario lo pueda tasar, y la
      *          lectura acumulada de cierre del ciclo entra a
      *          LECTURAS.DAT como una lectura normal, reescrito en
      *          orden de medidor y fecha (SORT) igual que el retorno
      *          de ruta (B1-PROGRAMA), para que la depuracion
      *          (74-PROGRAMA) la valide. El medidor que perdio mas
      *          intervalos de los tolerados (INTFALTPCT por ciento de
      *          TASAS) no manda lectura: la facturacion de consumo lo
      *          estima como a cualquier medidor sin lectura, y el
      *          ciclo queda en la cola de revision (ANOMALIA.DAT,
      *          motivo I). Todo sale en INTERVAL.RPT. El archivo solo
      *          se aplica si su cuerpo cuadra con su trailer; ya
      *          aplicado se guarda como LECTHOR.AAAAMMDD.DAT y
      *          LECTHOR.DAT queda vacio, para que una segunda corrida
      *          no lo vuelva a aplicar.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. B8-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT HORARIO-FILE
               ASSIGN TO "LECTHOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LECTHOR-STATUS.

           SELECT ARCHIVO-HORARIO-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT LECTURAS-FILE
               ASSIGN TO "LECTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LECTURAS-STATUS.

           SELECT CIERRE-CICLO-FILE
               ASSIGN TO "LECTHCIE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CIERRE-STATUS.

           SELECT USO-HORARIO-FILE
               ASSIGN TO "USOHORA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USOHORA-STATUS.

           SELECT ANOMALIA-FILE
               ASSIGN TO "ANOMALIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANOMALIA-STATUS.

           SELECT MEDIDORES-FILE
               ASSIGN TO "MEDIDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-ID
               FILE STATUS IS WS-MEDIDORES-STATUS.

           SELECT MEDIDOR-SALDO-FILE
               ASSIGN TO "MEDSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSA-MEDIDOR
               FILE STATUS IS WS-MEDSALDO-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "INTERVAL.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT SORT-INTERVALO-FILE
               ASSIGN TO "SORTWKB8.DAT".

           SELECT SORT-LECTURA-FILE
               ASSIGN TO "SORTWKL8.DAT".

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  HORARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY LECTHOR.

       FD  ARCHIVO-HORARIO-FILE
           LABEL RECORD IS STANDARD.
       01  ARCHIVO-HORARIO-RECORD  PIC X(40).

       FD  LECTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY LECTURAS.

      *-VISTA CRUDA DEL MISMO RENGLON (LOS REGISTROS 01 DE UN FD
      *-COMPARTEN EL AREA): LO QUE YA TRAIA EL FEED PASA TAL CUAL,
      *-AUNQUE NO SEA NUMERICO; LA DEPURACION LO RECHAZA DESPUES.
       01  LECTURA-CRUDA.
           05  LEC-X-MEDIDOR       PIC X(8).
           05  LEC-X-FECHA         PIC X(8).
           05  LEC-X-VALOR         PIC X(6).

      *-LECTURAS DE CIERRE DE CICLO DE ESTA CARGA, ANTES DE ENTRAR
      *-AL ORDENAMIENTO CON LAS DE LECTURAS.DAT.
       FD  CIERRE-CICLO-FILE
           LABEL RECORD IS STANDARD.
       01  CIERRE-CICLO-RECORD.
           05  CIE-MEDIDOR         PIC X(8).
           05  CIE-FECHA           PIC 9(8).
           05  CIE-VALOR           PIC 9(6).

       FD  USO-HORARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY USOHORA.

       FD  ANOMALIA-FILE
           LABEL RECORD IS STANDARD.
           COPY ANOMALIA.

       FD  MEDIDORES-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDIDORES.

       FD  MEDIDOR-SALDO-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDSALDO.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

      *-RENGLON DEL REPORTE DE LA CARGA (80 BYTES): UNO POR MEDIDOR;
      *-LA VISTA DE TEXTO LLEVA TITULO, ENCABEZADO Y TOTALES.
       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-INTERVALO-RECORD.
           05  RIN-MEDIDOR         PIC X(8).
           05  FILLER              PIC X.
           05  RIN-ESPERADOS       PIC ZZZZ9.
           05  FILLER              PIC X.
           05  RIN-RECIBIDOS       PIC ZZZZ9.
           05  FILLER              PIC X.
           05  RIN-DUPLICADOS      PIC ZZZ9.
           05  FILLER              PIC X.
           05  RIN-RETROCESOS      PIC ZZZ9.
           05  FILLER              PIC X.
           05  RIN-MALFORMADOS     PIC ZZZ9.
           05  FILLER              PIC X.
           05  RIN-PUNTA           PIC ZZZZZZ9.
           05  FILLER              PIC X.
           05  RIN-FUERA-PUNTA     PIC ZZZZZZ9.
           05  FILLER              PIC X.
           05  RIN-LECTURA         PIC ZZZZZ9.
           05  FILLER              PIC X.
           05  RIN-ESTADO          PIC X(20).
           05  FILLER              PIC X.

       01  REPORTE-INTERVALO-TEXTO REDEFINES REPORTE-INTERVALO-RECORD.
           05  RIX-TEXTO           PIC X(80).

      *-LEGAJOS DEL PRIMER ORDENAMIENTO: LOS INTERVALOS DEL ARCHIVO,
      *-POR MEDIDOR, FECHA Y HORA.
       SD  SORT-INTERVALO-FILE.
       01  SORT-INTERVALO-RECORD.
           05  SIN-MEDIDOR   PIC X(8).
           05  SIN-FECHA     PIC X(8).
           05  SIN-HORA      PIC X(2).
           05  SIN-VALOR     PIC X(6).

      *-LEGAJOS DEL SEGUNDO ORDENAMIENTO: LAS LECTURAS QUE YA HABIA
      *-MAS LAS DE CIERRE DE CICLO, POR MEDIDOR Y FECHA.
       SD  SORT-LECTURA-FILE.
       01  SORT-LECTURA-RECORD.
           05  SLC-MEDIDOR   PIC X(8).
           05  SLC-FECHA     PIC X(8).
           05  SLC-VALOR     PIC X(6).

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE HORARIO-FILE: VIENE DE LHRSTS.CPY.
           COPY LHRSTS.

       01  WS-ARCHIVO-STATUS PIC XX.
           88  ARCHIVO-OK VALUE "00".

       01  WS-LECTURAS-STATUS PIC XX.
           88  LECTURAS-OK        VALUE "00".
           88  LECTURAS-EOF       VALUE "10".
           88  LECTURAS-NO-EXISTE VALUE "35".

       01  WS-CIERRE-STATUS PIC XX.
           88  CIERRE-OK        VALUE "00".
           88  CIERRE-EOF       VALUE "10".
           88  CIERRE-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE USO-HORARIO-FILE: VIENE DE USHSTS.CPY.
           COPY USHSTS.

      *-FILE STATUS/88-LEVEL DE ANOMALIA-FILE: VIENE DE ANOMSTS.CPY.
           COPY ANOMSTS.

      *-FILE STATUS/88-LEVEL DE MEDIDORES-FILE: VIENE DE MEDSTS.CPY.
           COPY MEDSTS.

      *-FILE STATUS/88-LEVEL DE MEDIDOR-SALDO-FILE: VIENE DE
      *-MSALSTS.CPY.
           COPY MSALSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA: LA DE LAS TASAS
      *-VIGENTES Y LA DEL NOMBRE DEL ARCHIVO YA APLICADO
      *-(LECTHOR.AAAAMMDD.DAT).
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-NOMBRE-ARCHIVO PIC X(40) VALUE SPACES.

      *-SOBRE DEL ARCHIVO: LO QUE EL CUERPO TRAE CONTRA LO QUE EL
      *-TRAILER DICE QUE TRAE. UN ARCHIVO SIN NINGUN RENGLON ES EL
      *-QUE YA SE APLICO Y QUEDO VACIO.
       01  WS-SOBRE-RENGLONES   PIC 9(7) VALUE ZERO.
       01  WS-SOBRE-CANTIDAD    PIC 9(7) VALUE ZERO.
       01  WS-HORARIO-CANTIDAD  PIC 9(7) VALUE ZERO.
       01  WS-HORARIO-FECHA     PIC 9(8) VALUE ZERO.
       01  WS-HORARIO-SECUENCIA PIC 9(7) VALUE ZERO.

       01  WS-HAY-TRAILER-SW PIC X VALUE "N".
           88  HAY-TRAILER-HORARIO VALUE "S".

      *-LOS DIAS DISTINTOS QUE TRAE EL ARCHIVO (DE CUALQUIER
      *-MEDIDOR): CADA MEDIDOR DEBIA MANDAR 24 INTERVALOS POR CADA
      *-UNO. EL PRIMERO Y EL ULTIMO FECHAN EL CICLO.
       01  WS-TABLA-DIAS.
           05  WS-DIA-FEED OCCURS 93 TIMES PIC 9(8).
       01  WS-CANTIDAD-DIAS  PIC 9(3) VALUE ZERO.
       01  WS-IDX-DIA        PIC 9(3) VALUE ZERO.
       01  WS-DIA-MINIMO     PIC 9(8) VALUE ZERO.
       01  WS-DIA-MAXIMO     PIC 9(8) VALUE ZERO.
       01  WS-DIA-EN-TABLA-SW PIC X VALUE "N".
           88  DIA-EN-TABLA VALUE "S".
       01  WS-DIAS-EXCEDIDOS-SW PIC X VALUE "N".
           88  DIAS-EXCEDIDOS VALUE "S".
       01  WS-DIA-LEIDO      PIC 9(8) VALUE ZERO.

      *-FRANJA PUNTA (PRIMERA Y ULTIMA HORA, AMBAS INCLUSIVE) Y
      *-PORCENTAJE DE INTERVALOS FALTANTES TOLERADO, DE TASAS.DAT
      *-CON SU FECHA EFECTIVA VIGENTE.
       01  WS-PUNTA-INI      PIC 9(5) VALUE 18.
       01  WS-EF-PUNTA-INI   PIC 9(8) VALUE ZERO.
       01  WS-PUNTA-FIN      PIC 9(5) VALUE 21.
       01  WS-EF-PUNTA-FIN   PIC 9(8) VALUE ZERO.
       01  WS-PCT-FALTANTES  PIC 9(5) VALUE 10.
       01  WS-EF-FALTANTES   PIC 9(8) VALUE ZERO.

       01  WS-HAY-MEDIDORES-SW PIC X VALUE "N".
           88  HAY-MAESTRO-MEDIDORES VALUE "S".

       01  WS-HAY-MEDSALDO-SW PIC X VALUE "N".
           88  HAY-MEDSALDO VALUE "S".

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88  SORT-EOF VALUE "S".

       01  WS-HORARIO-EOF-SW PIC X VALUE "N".
           88  HORARIO-TERMINADO VALUE "S".

      *-EL MEDIDOR EN TURNO DENTRO DEL ARCHIVO ORDENADO.
       01  WS-HAY-MEDIDOR-SW PIC X VALUE "N".
           88  HAY-MEDIDOR-ABIERTO VALUE "S".
       01  WS-MED-ACTUAL     PIC X(8) VALUE SPACES.
       01  WS-ESTADO-MEDIDOR PIC X VALUE SPACE.
           88  MEDIDOR-VALIDO       VALUE "V".
           88  MEDIDOR-DESCONOCIDO  VALUE "D".
           88  MEDIDOR-INACTIVO     VALUE "I".
       01  WS-MED-PROMEDIO   PIC 9(6) VALUE ZERO.

      *-LECTURA BASE: LA ULTIMA LECTURA REAL YA FACTURADA
      *-(MSA-ULT-VALOR MENOS LO ESTIMADO PENDIENTE) O, PARA UN
      *-MEDIDOR SIN HISTORIA, SU PRIMER INTERVALO BUENO.
       01  WS-HAY-BASE-SW PIC X VALUE "N".
           88  HAY-LECTURA-BASE VALUE "S".

      *-ULTIMO INTERVALO BUENO DEL MEDIDOR: CONTRA EL SE MIDE EL
      *-DUPLICADO Y EL PASO NEGATIVO.
       01  WS-ULT-FECHA      PIC 9(8) VALUE ZERO.
       01  WS-ULT-HORA       PIC 9(2) VALUE ZERO.
       01  WS-ULT-VALOR      PIC 9(6) VALUE ZERO.

      *-INTERVALO EN REVISION Y SU PASO CONTRA EL ANTERIOR.
       01  WS-INT-FECHA      PIC 9(8) VALUE ZERO.
       01  WS-INT-HORA       PIC 9(2) VALUE ZERO.
       01  WS-INT-VALOR      PIC 9(6) VALUE ZERO.
       01  WS-PASO           PIC 9(7) VALUE ZERO.

      *-RAZON DEL DESCARTE DEL INTERVALO; EN BLANCO, EL INTERVALO
      *-ES BUENO. NN MAL FORMADO, DU DUPLICADO, RV PASO NEGATIVO.
       01  WS-RAZON PIC XX VALUE SPACES.
           88  INTERVALO-BUENO VALUE SPACES.

      *-ACUMULADOS DEL DIA EN TURNO DEL MEDIDOR.
       01  WS-DIA-PUNTA      PIC 9(7) VALUE ZERO.
       01  WS-DIA-FUERA      PIC 9(7) VALUE ZERO.
       01  WS-DIA-RECIBIDOS  PIC 9(5) VALUE ZERO.

      *-ACUMULADOS DEL CICLO DEL MEDIDOR.
       01  WS-CIC-PUNTA       PIC 9(7) VALUE ZERO.
       01  WS-CIC-FUERA       PIC 9(7) VALUE ZERO.
       01  WS-CIC-ESPERADOS   PIC 9(5) VALUE ZERO.
       01  WS-CIC-RECIBIDOS   PIC 9(5) VALUE ZERO.
       01  WS-CIC-FALTANTES   PIC 9(5) VALUE ZERO.
       01  WS-CIC-DUPLICADOS  PIC 9(5) VALUE ZERO.
       01  WS-CIC-RETROCESOS  PIC 9(5) VALUE ZERO.
       01  WS-CIC-MALFORMADOS PIC 9(5) VALUE ZERO.
       01  WS-CIC-FECHA       PIC 9(8) VALUE ZERO.
       01  WS-CIC-ESTADO      PIC X    VALUE SPACE.

       01  WS-ESPERADOS-DIA  PIC 9(5) VALUE 24.
       01  WS-FALTA-CALC     PIC 9(9) VALUE ZERO.
       01  WS-TOPE-CALC      PIC 9(9) VALUE ZERO.

       01  WS-ANM-FECHA      PIC 9(8) VALUE ZERO.
       01  WS-ANM-HORA       PIC 9(8) VALUE ZERO.

       01  WS-CONTADOR-INTERVALOS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-BUENOS     PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-DESCARTES  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-MEDIDORES  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ENVIADAS   PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ESTIMADOS  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-RECHAZADOS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-DIARIOS    PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-PREVIAS    PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ESCRITAS   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 050-CARGA-PARAMETROS.

           OPEN OUTPUT REPORTE-FILE.
           PERFORM 100-VERIFICA-SOBRE.
           IF LECTHOR-NO-EXISTE
               OR WS-SOBRE-RENGLONES = ZERO
               MOVE SPACES TO RIX-TEXTO
               MOVE "NO LLEGO ARCHIVO DE LECTURAS POR INTERVALO"
                   TO RIX-TEXTO
               WRITE REPORTE-INTERVALO-RECORD
               CLOSE REPORTE-FILE
               DISPLAY "NO LLEGO ARCHIVO DE LECTURAS POR INTERVALO "
                   "(LECTHOR.DAT); NADA QUE CARGAR."
               STOP RUN
           END-IF.
           IF NOT HAY-TRAILER-HORARIO
               OR WS-SOBRE-CANTIDAD NOT = WS-HORARIO-CANTIDAD
               OR DIAS-EXCEDIDOS
               MOVE SPACES TO RIX-TEXTO
               IF DIAS-EXCEDIDOS
                   MOVE "MAS DE 93 DIAS DE INTERVALOS; NO SE APLICO"
                       TO RIX-TEXTO
               ELSE
                   MOVE "ARCHIVO DE INTERVALOS NO CUADRA; NO SE APLICO"
                       TO RIX-TEXTO
               END-IF
               WRITE REPORTE-INTERVALO-RECORD
               CLOSE REPORTE-FILE
               DISPLAY "EL ARCHIVO DE LECTURAS POR INTERVALO NO "
                   "CUADRA CON SU TRAILER O EXCEDE 93 DIAS; NO SE "
                   "APLICA NADA."
               DISPLAY "  DETALLES:  " WS-SOBRE-CANTIDAD
               DISPLAY "  CONTROL:   " WS-HORARIO-CANTIDAD
               DISPLAY "  DIAS:      " WS-CANTIDAD-DIAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 060-ABRE-MAESTROS.
           PERFORM 150-ENCABEZA-REPORTE.

           SORT SORT-INTERVALO-FILE
               ON ASCENDING KEY SIN-MEDIDOR SIN-FECHA SIN-HORA
               INPUT PROCEDURE IS 200-SUELTA-INTERVALOS
               OUTPUT PROCEDURE IS 300-AGREGA-INTERVALOS.

           PERFORM 070-CIERRA-MAESTROS.

           SORT SORT-LECTURA-FILE
               ON ASCENDING KEY SLC-MEDIDOR SLC-FECHA
               INPUT PROCEDURE IS 500-SUELTA-LECTURAS
               OUTPUT PROCEDURE IS 600-REESCRIBE-LECTURAS.

           PERFORM 450-CIERRA-REPORTE.
           PERFORM 700-ARCHIVA-HORARIO.

           DISPLAY "INTERVALOS SECUENCIA " WS-HORARIO-SECUENCIA
               " DEL " WS-HORARIO-FECHA ", " WS-CANTIDAD-DIAS
               " DIAS.".
           DISPLAY "INTERVALOS LEIDOS:     " WS-CONTADOR-INTERVALOS.
           DISPLAY "INTERVALOS BUENOS:     " WS-CONTADOR-BUENOS.
           DISPLAY "INTERVALOS DESCARTADOS:" WS-CONTADOR-DESCARTES.
           DISPLAY "MEDIDORES:             " WS-CONTADOR-MEDIDORES.
           DISPLAY "LECTURAS DE CIERRE:    " WS-CONTADOR-ENVIADAS.
           DISPLAY "A ESTIMAR (REVISION):  " WS-CONTADOR-ESTIMADOS.
           DISPLAY "MEDIDORES RECHAZADOS:  " WS-CONTADOR-RECHAZADOS.
           DISPLAY "RENGLONES DIARIOS:     " WS-CONTADOR-DIARIOS.
           DISPLAY "LECTURAS PREVIAS:      " WS-CONTADOR-PREVIAS.
           DISPLAY "LECTURAS.DAT QUEDA CON " WS-CONTADOR-ESCRITAS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-PARAMETROS - franja punta y tolerancia de faltantes
      * de TASAS.DAT, cada una con la fecha efectiva mas reciente que
      * no pase de la fecha de negocio; sin renglon quedan 18 a 21 y
      * 10 por ciento.
      *-----------------------------------------------------------------
       050-CARGA-PARAMETROS.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 055-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.
           IF WS-PUNTA-INI > 23
               OR WS-PUNTA-FIN > 23
               OR WS-PUNTA-INI > WS-PUNTA-FIN
               DISPLAY "LA FRANJA PUNTA DE TASAS (" WS-PUNTA-INI
                   " A " WS-PUNTA-FIN ") NO ES VALIDA; NO SE "
                   "CARGA NADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       055-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       EVALUATE TAS-CODIGO
                           WHEN "PUNTAINI"
                               IF TAS-FECHA-EFECTIVA
                                   >= WS-EF-PUNTA-INI
                                   MOVE TAS-VALOR TO WS-PUNTA-INI
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-PUNTA-INI
                               END-IF
                           WHEN "PUNTAFIN"
                               IF TAS-FECHA-EFECTIVA
                                   >= WS-EF-PUNTA-FIN
                                   MOVE TAS-VALOR TO WS-PUNTA-FIN
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-PUNTA-FIN
                               END-IF
                           WHEN "INTFALTPCT"
                               IF TAS-FECHA-EFECTIVA
                                   >= WS-EF-FALTANTES
                                   MOVE TAS-VALOR
                                       TO WS-PCT-FALTANTES
                                   MOVE TAS-FECHA-EFECTIVA
                                       TO WS-EF-FALTANTES
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 060-ABRE-MAESTROS - el maestro de medidores y el estado de
      * facturacion por medidor, si ya existen (misma tolerancia de
      * arranque que la depuracion de lecturas), y el registro de
      * consumo por franja en EXTEND.
      *-----------------------------------------------------------------
       060-ABRE-MAESTROS.
           OPEN INPUT MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA EL MAESTRO DE MEDIDORES; "
                   "EL MEDIDOR NO SE VALIDA."
           ELSE
               SET HAY-MAESTRO-MEDIDORES TO TRUE
           END-IF.
           OPEN INPUT MEDIDOR-SALDO-FILE.
           IF NOT MEDSALDO-NO-EXISTE
               SET HAY-MEDSALDO TO TRUE
           END-IF.
           OPEN EXTEND USO-HORARIO-FILE.
           IF USOHORA-NO-EXISTE
               OPEN OUTPUT USO-HORARIO-FILE
           END-IF.
           OPEN OUTPUT CIERRE-CICLO-FILE.

       070-CIERRA-MAESTROS.
           IF HAY-MAESTRO-MEDIDORES
               CLOSE MEDIDORES-FILE
           END-IF.
           IF HAY-MEDSALDO
               CLOSE MEDIDOR-SALDO-FILE
           END-IF.
           CLOSE USO-HORARIO-FILE.
           CLOSE CIERRE-CICLO-FILE.

      *-----------------------------------------------------------------
      * 100-VERIFICA-SOBRE - primera pasada sobre el archivo: cuenta
      * los detalles, toma el header y el trailer y junta los dias
      * distintos que trae. Un archivo truncado no debe quedar
      * aplicado a medias.
      *-----------------------------------------------------------------
       100-VERIFICA-SOBRE.
           OPEN INPUT HORARIO-FILE.
           IF LECTHOR-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-SOBRE UNTIL LECTHOR-EOF
               CLOSE HORARIO-FILE
           END-IF.

       110-LEE-SOBRE.
           READ HORARIO-FILE
               AT END
                   SET LECTHOR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SOBRE-RENGLONES
                   EVALUATE TRUE
                       WHEN LHR-HEADER
                           MOVE LHH-FECHA     TO WS-HORARIO-FECHA
                           MOVE LHH-SECUENCIA TO WS-HORARIO-SECUENCIA
                       WHEN LHR-TRAILER
                           SET HAY-TRAILER-HORARIO TO TRUE
                           MOVE LHT-CANTIDAD TO WS-HORARIO-CANTIDAD
                       WHEN OTHER
                           ADD 1 TO WS-SOBRE-CANTIDAD
                           IF LHD-FECHA IS NUMERIC
                               MOVE LHD-FECHA TO WS-DIA-LEIDO
                               PERFORM 120-APUNTA-DIA
                           END-IF
                   END-EVALUATE
           END-READ.

       120-APUNTA-DIA.
           MOVE "N" TO WS-DIA-EN-TABLA-SW.
           PERFORM 125-COMPARA-DIA
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > WS-CANTIDAD-DIAS
                  OR DIA-EN-TABLA.
           IF NOT DIA-EN-TABLA
               IF WS-CANTIDAD-DIAS < 93
                   ADD 1 TO WS-CANTIDAD-DIAS
                   MOVE WS-DIA-LEIDO TO WS-DIA-FEED (WS-CANTIDAD-DIAS)
                   IF WS-DIA-MINIMO = ZERO
                       OR WS-DIA-LEIDO < WS-DIA-MINIMO
                       MOVE WS-DIA-LEIDO TO WS-DIA-MINIMO
                   END-IF
                   IF WS-DIA-LEIDO > WS-DIA-MAXIMO
                       MOVE WS-DIA-LEIDO TO WS-DIA-MAXIMO
                   END-IF
               ELSE
                   SET DIAS-EXCEDIDOS TO TRUE
               END-IF
           END-IF.

       125-COMPARA-DIA.
           IF WS-DIA-FEED (WS-IDX-DIA) = WS-DIA-LEIDO
               SET DIA-EN-TABLA TO TRUE
           END-IF.

       150-ENCABEZA-REPORTE.
           MOVE SPACES TO RIX-TEXTO.
           STRING "LECTURAS POR INTERVALO - SECUENCIA "
                                        DELIMITED BY SIZE
                  WS-HORARIO-SECUENCIA  DELIMITED BY SIZE
                  " DEL "               DELIMITED BY SIZE
                  WS-HORARIO-FECHA      DELIMITED BY SIZE
               INTO RIX-TEXTO.
           WRITE REPORTE-INTERVALO-RECORD.
           MOVE SPACES TO RIX-TEXTO.
           STRING "CICLO "              DELIMITED BY SIZE
                  WS-DIA-MINIMO         DELIMITED BY SIZE
                  " A "                 DELIMITED BY SIZE
                  WS-DIA-MAXIMO         DELIMITED BY SIZE
                  ", "                  DELIMITED BY SIZE
                  WS-CANTIDAD-DIAS      DELIMITED BY SIZE
                  " DIAS; PUNTA "       DELIMITED BY SIZE
                  WS-PUNTA-INI (4:2)    DELIMITED BY SIZE
                  " A "                 DELIMITED BY SIZE
                  WS-PUNTA-FIN (4:2)    DELIMITED BY SIZE
                  " HRS; FALTANTE TOLERADO " DELIMITED BY SIZE
                  WS-PCT-FALTANTES (3:3) DELIMITED BY SIZE
                  "%"                   DELIMITED BY SIZE
               INTO RIX-TEXTO.
           WRITE REPORTE-INTERVALO-RECORD.
           MOVE SPACES TO RIX-TEXTO.
           WRITE REPORTE-INTERVALO-RECORD.
           MOVE SPACES TO RIX-TEXTO.
           STRING "MEDIDOR  ESPER RECIB DUPL RETR MALO"
                                        DELIMITED BY SIZE
                  "   PUNTA F.PUNTA LECTUR ESTADO"
                                        DELIMITED BY SIZE
               INTO RIX-TEXTO.
           WRITE REPORTE-INTERVALO-RECORD.

      *-----------------------------------------------------------------
      * 200-SUELTA-INTERVALOS - procedimiento de entrada del primer
      * SORT: cada detalle del archivo entra tal como llego; el
      * header y el trailer se quedan afuera.
      *-----------------------------------------------------------------
       200-SUELTA-INTERVALOS.
           MOVE "N" TO WS-HORARIO-EOF-SW.
           OPEN INPUT HORARIO-FILE.
           PERFORM 210-LEE-INTERVALO UNTIL HORARIO-TERMINADO.
           CLOSE HORARIO-FILE.

       210-LEE-INTERVALO.
           READ HORARIO-FILE
               AT END
                   SET HORARIO-TERMINADO TO TRUE
               NOT AT END
                   IF LHR-DETALLE
                       MOVE LHD-MEDIDOR TO SIN-MEDIDOR
                       MOVE LHD-FECHA   TO SIN-FECHA
                       MOVE LHD-HORA    TO SIN-HORA
                       MOVE LHD-VALOR   TO SIN-VALOR
                       RELEASE SORT-INTERVALO-RECORD
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 300-AGREGA-INTERVALOS - procedimiento de salida del primer
      * SORT: recorre los intervalos ya ordenados con corte por
      * medidor y por dia.
      *-----------------------------------------------------------------
       300-AGREGA-INTERVALOS.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 310-TOMA-INTERVALO UNTIL SORT-EOF.
           IF HAY-MEDIDOR-ABIERTO
               PERFORM 400-CIERRA-MEDIDOR
           END-IF.

       310-TOMA-INTERVALO.
           RETURN SORT-INTERVALO-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 320-TRABAJA-INTERVALO
           END-RETURN.

       320-TRABAJA-INTERVALO.
           IF NOT HAY-MEDIDOR-ABIERTO
               OR SIN-MEDIDOR NOT = WS-MED-ACTUAL
               IF HAY-MEDIDOR-ABIERTO
                   PERFORM 400-CIERRA-MEDIDOR
               END-IF
               PERFORM 330-ABRE-MEDIDOR
           END-IF.
           ADD 1 TO WS-CONTADOR-INTERVALOS.
           IF MEDIDOR-VALIDO
               PERFORM 340-VALIDA-INTERVALO
               IF INTERVALO-BUENO
                   PERFORM 350-ACUMULA-INTERVALO
               ELSE
                   ADD 1 TO WS-CONTADOR-DESCARTES
               END-IF
           ELSE
               ADD 1 TO WS-CONTADOR-DESCARTES
           END-IF.

      *-----------------------------------------------------------------
      * 330-ABRE-MEDIDOR - empieza un medidor: se valida contra el
      * maestro (desconocido o inactivo, todos sus intervalos se
      * descartan) y su lectura base sale de MEDSALDO.DAT.
      *-----------------------------------------------------------------
       330-ABRE-MEDIDOR.
           SET HAY-MEDIDOR-ABIERTO TO TRUE.
           MOVE SIN-MEDIDOR TO WS-MED-ACTUAL.
           ADD 1 TO WS-CONTADOR-MEDIDORES.
           MOVE ZERO TO WS-CIC-PUNTA.
           MOVE ZERO TO WS-CIC-FUERA.
           MOVE ZERO TO WS-CIC-RECIBIDOS.
           MOVE ZERO TO WS-CIC-DUPLICADOS.
           MOVE ZERO TO WS-CIC-RETROCESOS.
           MOVE ZERO TO WS-CIC-MALFORMADOS.
           MOVE ZERO TO WS-DIA-PUNTA.
           MOVE ZERO TO WS-DIA-FUERA.
           MOVE ZERO TO WS-DIA-RECIBIDOS.
           MOVE ZERO TO WS-ULT-FECHA.
           MOVE ZERO TO WS-ULT-HORA.
           MOVE ZERO TO WS-ULT-VALOR.
           MOVE ZERO TO WS-MED-PROMEDIO.
           MOVE "N"  TO WS-HAY-BASE-SW.

           SET MEDIDOR-VALIDO TO TRUE.
           IF HAY-MAESTRO-MEDIDORES
               MOVE WS-MED-ACTUAL TO MED-ID
               READ MEDIDORES-FILE
                   INVALID KEY
                       SET MEDIDOR-DESCONOCIDO TO TRUE
                   NOT INVALID KEY
                       IF NOT MED-ESTA-ACTIVO
                           SET MEDIDOR-INACTIVO TO TRUE
                       END-IF
               END-READ
           END-IF.

           IF MEDIDOR-VALIDO
               AND HAY-MEDSALDO
               MOVE WS-MED-ACTUAL TO MSA-MEDIDOR
               READ MEDIDOR-SALDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MSA-PROM-CONSUMO TO WS-MED-PROMEDIO
                       IF MSA-ULT-VALOR >= MSA-EST-PENDIENTE
                           COMPUTE WS-ULT-VALOR =
                               MSA-ULT-VALOR - MSA-EST-PENDIENTE
                           SET HAY-LECTURA-BASE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 340-VALIDA-INTERVALO - mal formado (fecha, hora o valor no
      * numericos, hora fuera de 00 a 23), duplicado (misma fecha y
      * hora que el ultimo intervalo bueno) o paso negativo (la
      * lectura acumulada retrocede contra el ultimo bueno).
      *-----------------------------------------------------------------
       340-VALIDA-INTERVALO.
           MOVE SPACES TO WS-RAZON.
           IF SIN-FECHA IS NOT NUMERIC
               OR SIN-HORA IS NOT NUMERIC
               OR SIN-VALOR IS NOT NUMERIC
               MOVE "NN" TO WS-RAZON
           ELSE
               MOVE SIN-FECHA TO WS-INT-FECHA
               MOVE SIN-HORA  TO WS-INT-HORA
               MOVE SIN-VALOR TO WS-INT-VALOR
               IF WS-INT-HORA > 23
                   MOVE "NN" TO WS-RAZON
               ELSE
                   IF WS-CIC-RECIBIDOS > ZERO
                       AND WS-INT-FECHA = WS-ULT-FECHA
                       AND WS-INT-HORA = WS-ULT-HORA
                       MOVE "DU" TO WS-RAZON
                   ELSE
                       IF HAY-LECTURA-BASE
                           AND WS-INT-VALOR < WS-ULT-VALOR
                           MOVE "RV" TO WS-RAZON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EVALUATE WS-RAZON
               WHEN "NN"
                   ADD 1 TO WS-CIC-MALFORMADOS
               WHEN "DU"
                   ADD 1 TO WS-CIC-DUPLICADOS
               WHEN "RV"
                   ADD 1 TO WS-CIC-RETROCESOS
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 350-ACUMULA-INTERVALO - el paso del intervalo bueno contra el
      * anterior va a la franja de su hora; el primer intervalo de un
      * medidor sin lectura base solo fija la base. Una hora que no
      * llego deja su consumo en el siguiente intervalo bueno.
      *-----------------------------------------------------------------
       350-ACUMULA-INTERVALO.
           IF WS-CIC-RECIBIDOS > ZERO
               AND WS-INT-FECHA NOT = WS-ULT-FECHA
               PERFORM 360-CIERRA-DIA
           END-IF.
           IF HAY-LECTURA-BASE
               COMPUTE WS-PASO = WS-INT-VALOR - WS-ULT-VALOR
           ELSE
               MOVE ZERO TO WS-PASO
               SET HAY-LECTURA-BASE TO TRUE
           END-IF.
           IF WS-INT-HORA >= WS-PUNTA-INI
               AND WS-INT-HORA <= WS-PUNTA-FIN
               ADD WS-PASO TO WS-DIA-PUNTA
               ADD WS-PASO TO WS-CIC-PUNTA
           ELSE
               ADD WS-PASO TO WS-DIA-FUERA
               ADD WS-PASO TO WS-CIC-FUERA
           END-IF.
           ADD 1 TO WS-DIA-RECIBIDOS.
           ADD 1 TO WS-CIC-RECIBIDOS.
           ADD 1 TO WS-CONTADOR-BUENOS.
           MOVE WS-INT-FECHA TO WS-ULT-FECHA.
           MOVE WS-INT-HORA  TO WS-ULT-HORA.
           MOVE WS-INT-VALOR TO WS-ULT-VALOR.

      *-----------------------------------------------------------------
      * 360-CIERRA-DIA - renglon diario (D) del medidor en
      * USOHORA.DAT: lectura acumulada al ultimo intervalo bueno del
      * dia y su consumo por franja.
      *-----------------------------------------------------------------
       360-CIERRA-DIA.
           MOVE WS-MED-ACTUAL    TO USH-MEDIDOR.
           SET  USH-DIARIO       TO TRUE.
           MOVE WS-ULT-FECHA     TO USH-FECHA.
           MOVE WS-ULT-FECHA     TO USH-FECHA-DESDE.
           MOVE WS-ULT-VALOR     TO USH-LECTURA.
           COMPUTE USH-CONSUMO = WS-DIA-PUNTA + WS-DIA-FUERA.
           MOVE WS-DIA-PUNTA     TO USH-PUNTA.
           MOVE WS-DIA-FUERA     TO USH-FUERA-PUNTA.
           MOVE WS-ESPERADOS-DIA TO USH-ESPERADOS.
           MOVE WS-DIA-RECIBIDOS TO USH-RECIBIDOS.
           COMPUTE WS-FALTA-CALC =
               (WS-ESPERADOS-DIA - WS-DIA-RECIBIDOS) * 100.
           COMPUTE WS-TOPE-CALC = WS-ESPERADOS-DIA * WS-PCT-FALTANTES.
           IF WS-FALTA-CALC > WS-TOPE-CALC
               SET USH-A-ESTIMAR TO TRUE
           ELSE
               SET USH-MEDIDO TO TRUE
           END-IF.
           MOVE WS-HORARIO-SECUENCIA TO USH-SECUENCIA.
           WRITE USO-HORARIO-RECORD.
           ADD 1 TO WS-CONTADOR-DIARIOS.
           MOVE ZERO TO WS-DIA-PUNTA.
           MOVE ZERO TO WS-DIA-FUERA.
           MOVE ZERO TO WS-DIA-RECIBIDOS.

      *-----------------------------------------------------------------
      * 400-CIERRA-MEDIDOR - termina el medidor: cierra su ultimo dia
      * y decide el ciclo. Con los faltantes dentro de la tolerancia
      * la lectura acumulada del ultimo intervalo bueno va a
      * LECTURAS.DAT; si no, el ciclo queda a estimar y a revision.
      *-----------------------------------------------------------------
       400-CIERRA-MEDIDOR.
           IF MEDIDOR-VALIDO
               IF WS-CIC-RECIBIDOS > ZERO
                   PERFORM 360-CIERRA-DIA
                   MOVE WS-ULT-FECHA TO WS-CIC-FECHA
               ELSE
                   MOVE WS-DIA-MAXIMO TO WS-CIC-FECHA
               END-IF
               COMPUTE WS-CIC-ESPERADOS =
                   WS-CANTIDAD-DIAS * WS-ESPERADOS-DIA
               COMPUTE WS-CIC-FALTANTES =
                   WS-CIC-ESPERADOS - WS-CIC-RECIBIDOS
               COMPUTE WS-FALTA-CALC = WS-CIC-FALTANTES * 100
               COMPUTE WS-TOPE-CALC =
                   WS-CIC-ESPERADOS * WS-PCT-FALTANTES
               IF WS-CIC-RECIBIDOS = ZERO
                   OR WS-FALTA-CALC > WS-TOPE-CALC
                   MOVE "E" TO WS-CIC-ESTADO
                   PERFORM 420-GRABA-CICLO
                   PERFORM 430-ABRE-REVISION
                   ADD 1 TO WS-CONTADOR-ESTIMADOS
               ELSE
                   MOVE "M" TO WS-CIC-ESTADO
                   PERFORM 420-GRABA-CICLO
                   PERFORM 410-GRABA-CIERRE
                   ADD 1 TO WS-CONTADOR-ENVIADAS
               END-IF
           ELSE
               ADD 1 TO WS-CONTADOR-RECHAZADOS
           END-IF.
           PERFORM 440-RENGLON-MEDIDOR.

       410-GRABA-CIERRE.
           MOVE WS-MED-ACTUAL TO CIE-MEDIDOR.
           MOVE WS-CIC-FECHA  TO CIE-FECHA.
           MOVE WS-ULT-VALOR  TO CIE-VALOR.
           WRITE CIERRE-CICLO-RECORD.

      *-----------------------------------------------------------------
      * 420-GRABA-CICLO - renglon de ciclo (C) del medidor en
      * USOHORA.DAT, con lo que llego y lo que se esperaba.
      *-----------------------------------------------------------------
       420-GRABA-CICLO.
           MOVE WS-MED-ACTUAL    TO USH-MEDIDOR.
           SET  USH-CICLO        TO TRUE.
           MOVE WS-CIC-FECHA     TO USH-FECHA.
           MOVE WS-DIA-MINIMO    TO USH-FECHA-DESDE.
           MOVE WS-ULT-VALOR     TO USH-LECTURA.
           COMPUTE USH-CONSUMO = WS-CIC-PUNTA + WS-CIC-FUERA.
           MOVE WS-CIC-PUNTA     TO USH-PUNTA.
           MOVE WS-CIC-FUERA     TO USH-FUERA-PUNTA.
           MOVE WS-CIC-ESPERADOS TO USH-ESPERADOS.
           MOVE WS-CIC-RECIBIDOS TO USH-RECIBIDOS.
           MOVE WS-CIC-ESTADO    TO USH-ESTADO.
           MOVE WS-HORARIO-SECUENCIA TO USH-SECUENCIA.
           WRITE USO-HORARIO-RECORD.

      *-----------------------------------------------------------------
      * 430-ABRE-REVISION - el ciclo que perdio demasiados intervalos
      * entra a la cola de revision (ANOMALIA.DAT) con motivo I: no
      * detiene ningun cargo, solo pone a la vista el estimado.
      *-----------------------------------------------------------------
       430-ABRE-REVISION.
           MOVE WS-MED-ACTUAL    TO ANM-MEDIDOR.
           MOVE WS-CIC-FECHA     TO ANM-FECHA.
           COMPUTE ANM-CONSUMO = WS-CIC-PUNTA + WS-CIC-FUERA.
           MOVE WS-MED-PROMEDIO  TO ANM-PROMEDIO.
           SET  ANM-ABIERTA      TO TRUE.
           MOVE SPACES           TO ANM-RES-OPERADOR.
           MOVE SPACES           TO ANM-RES-TIMESTAMP.
           SET  ANM-POR-INTERVALOS TO TRUE.
           MOVE WS-CIC-ESPERADOS TO ANM-INT-ESPERADOS.
           MOVE WS-CIC-RECIBIDOS TO ANM-INT-RECIBIDOS.
           ACCEPT WS-ANM-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-ANM-HORA  FROM TIME.
           STRING WS-ANM-FECHA      DELIMITED BY SIZE
                  WS-ANM-HORA (1:6) DELIMITED BY SIZE
               INTO ANM-TIMESTAMP.
           OPEN EXTEND ANOMALIA-FILE.
           IF ANOMALIA-NO-EXISTE
               OPEN OUTPUT ANOMALIA-FILE
           END-IF.
           WRITE ANOMALIA-RECORD.
           CLOSE ANOMALIA-FILE.

       440-RENGLON-MEDIDOR.
           MOVE SPACES             TO REPORTE-INTERVALO-RECORD.
           MOVE WS-MED-ACTUAL      TO RIN-MEDIDOR.
           EVALUATE TRUE
               WHEN MEDIDOR-DESCONOCIDO
                   MOVE "MEDIDOR DESCONOCIDO" TO RIN-ESTADO
               WHEN MEDIDOR-INACTIVO
                   MOVE "MEDIDOR INACTIVO"    TO RIN-ESTADO
               WHEN OTHER
                   MOVE WS-CIC-ESPERADOS   TO RIN-ESPERADOS
                   MOVE WS-CIC-RECIBIDOS   TO RIN-RECIBIDOS
                   MOVE WS-CIC-DUPLICADOS  TO RIN-DUPLICADOS
                   MOVE WS-CIC-RETROCESOS  TO RIN-RETROCESOS
                   MOVE WS-CIC-MALFORMADOS TO RIN-MALFORMADOS
                   MOVE WS-CIC-PUNTA       TO RIN-PUNTA
                   MOVE WS-CIC-FUERA       TO RIN-FUERA-PUNTA
                   MOVE WS-ULT-VALOR       TO RIN-LECTURA
                   IF WS-CIC-ESTADO = "E"
                       MOVE "SE ESTIMA; REVISION" TO RIN-ESTADO
                   ELSE
                       MOVE "LECTURA A DEPURACION" TO RIN-ESTADO
                   END-IF
           END-EVALUATE.
           WRITE REPORTE-INTERVALO-RECORD.

       450-CIERRA-REPORTE.
           MOVE SPACES TO RIX-TEXTO.
           WRITE REPORTE-INTERVALO-RECORD.
           STRING "TOTAL: "             DELIMITED BY SIZE
                  WS-CONTADOR-MEDIDORES DELIMITED BY SIZE
                  " MEDIDORES, "        DELIMITED BY SIZE
                  WS-CONTADOR-ENVIADAS  DELIMITED BY SIZE
                  " CON LECTURA, "      DELIMITED BY SIZE
                  WS-CONTADOR-ESTIMADOS DELIMITED BY SIZE
                  " A ESTIMAR"          DELIMITED BY SIZE
               INTO RIX-TEXTO.
           WRITE REPORTE-INTERVALO-RECORD.
           MOVE SPACES TO RIX-TEXTO.
           STRING "INTERVALOS: "         DELIMITED BY SIZE
                  WS-CONTADOR-INTERVALOS DELIMITED BY SIZE
                  " LEIDOS, "            DELIMITED BY SIZE
                  WS-CONTADOR-BUENOS     DELIMITED BY SIZE
                  " BUENOS, "            DELIMITED BY SIZE
                  WS-CONTADOR-DESCARTES  DELIMITED BY SIZE
                  " DESCARTADOS"         DELIMITED BY SIZE
               INTO RIX-TEXTO.
           WRITE REPORTE-INTERVALO-RECORD.
           CLOSE REPORTE-FILE.

      *-----------------------------------------------------------------
      * 500-SUELTA-LECTURAS - procedimiento de entrada del segundo
      * SORT: las lecturas que ya traia LECTURAS.DAT pasan tal cual y
      * se les suman las de cierre de ciclo de esta carga.
      *-----------------------------------------------------------------
       500-SUELTA-LECTURAS.
           OPEN INPUT LECTURAS-FILE.
           IF LECTURAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 510-LEE-LECTURA UNTIL LECTURAS-EOF
               CLOSE LECTURAS-FILE
           END-IF.

           OPEN INPUT CIERRE-CICLO-FILE.
           PERFORM 520-LEE-CIERRE UNTIL CIERRE-EOF.
           CLOSE CIERRE-CICLO-FILE.

       510-LEE-LECTURA.
           READ LECTURAS-FILE
               AT END
                   SET LECTURAS-EOF TO TRUE
               NOT AT END
                   MOVE LEC-X-MEDIDOR TO SLC-MEDIDOR
                   MOVE LEC-X-FECHA   TO SLC-FECHA
                   MOVE LEC-X-VALOR   TO SLC-VALOR
                   RELEASE SORT-LECTURA-RECORD
                   ADD 1 TO WS-CONTADOR-PREVIAS
           END-READ.

       520-LEE-CIERRE.
           READ CIERRE-CICLO-FILE
               AT END
                   SET CIERRE-EOF TO TRUE
               NOT AT END
                   MOVE CIE-MEDIDOR TO SLC-MEDIDOR
                   MOVE CIE-FECHA   TO SLC-FECHA
                   MOVE CIE-VALOR   TO SLC-VALOR
                   RELEASE SORT-LECTURA-RECORD
           END-READ.

      *-----------------------------------------------------------------
      * 600-REESCRIBE-LECTURAS - procedimiento de salida del segundo
      * SORT: LECTURAS.DAT se reescribe completo en orden de medidor
      * y fecha.
      *-----------------------------------------------------------------
       600-REESCRIBE-LECTURAS.
           OPEN OUTPUT LECTURAS-FILE.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 610-GRABA-LECTURA UNTIL SORT-EOF.
           CLOSE LECTURAS-FILE.

       610-GRABA-LECTURA.
           RETURN SORT-LECTURA-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   MOVE SLC-MEDIDOR TO LEC-X-MEDIDOR
                   MOVE SLC-FECHA   TO LEC-X-FECHA
                   MOVE SLC-VALOR   TO LEC-X-VALOR
                   WRITE LECTURA-CRUDA
                   ADD 1 TO WS-CONTADOR-ESCRITAS
           END-RETURN.

      *-----------------------------------------------------------------
      * 700-ARCHIVA-HORARIO - el archivo ya aplicado se copia a
      * LECTHOR.AAAAMMDD.DAT (fecha de negocio) y LECTHOR.DAT queda
      * vacio: la corrida siguiente lo ve sin renglones y no hace
      * nada.
      *-----------------------------------------------------------------
       700-ARCHIVA-HORARIO.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO.
           STRING "LECTHOR."       DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WS-NOMBRE-ARCHIVO.
           OPEN OUTPUT ARCHIVO-HORARIO-FILE.
           MOVE "N" TO WS-HORARIO-EOF-SW.
           OPEN INPUT HORARIO-FILE.
           PERFORM 710-COPIA-RENGLON UNTIL HORARIO-TERMINADO.
           CLOSE HORARIO-FILE.
           CLOSE ARCHIVO-HORARIO-FILE.

           OPEN OUTPUT HORARIO-FILE.
           CLOSE HORARIO-FILE.

       710-COPIA-RENGLON.
           READ HORARIO-FILE
               AT END
                   SET HORARIO-TERMINADO TO TRUE
               NOT AT END
                   MOVE LECTURA-HORARIA-RECORD
                       TO ARCHIVO-HORARIO-RECORD
                   WRITE ARCHIVO-HORARIO-RECORD
           END-READ.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM B8-PROGRAMA.
