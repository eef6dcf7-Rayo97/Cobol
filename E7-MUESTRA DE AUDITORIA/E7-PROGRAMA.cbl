      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extracto de muestra para la auditoria interna: el
      *          supervisor teclea el periodo (desde/hasta), el tipo
      *          de documento (F facturas y cargos, P pagos, C notas
      *          de credito, W castigos), el metodo (N tamaño de
      *          muestra o U intervalo monetario) y una semilla; la
      *          poblacion sale de FACTURAS.DAT y FACTARCH.DAT (o de
      *          PAGOS.DAT y PAGARCH.DAT), se ordena por fecha y
      *          numero para que el archivado no cambie el resultado,
      *          y se elige con un generador pseudoaleatorio que
      *          arranca de la semilla: con la misma semilla y los
      *          mismos criterios la muestra sale igual. Por cada
      *          partida elegida, MUESTRA.<tipo>.<desde>.<hasta>.RPT
      *          trae la pista completa: el cliente, las partidas de
      *          FACTDETH.DAT, los pagos aplicados, la firma del
      *          castigo en FACJRNL.DAT y las aprobaciones del cliente
      *          en la cola de 93-PROGRAMA (PENDAPRO.DAT), y los
      *          renglones de la auditoria (AUDITLOG.DAT y sus
      *          archivos de dia y de mes) que tocaron el documento.
      *          El encabezado imprime la semilla y los criterios para
      *          que auditoria pueda reproducirla. Es de supervisores,
      *          y el extracto queda en ACCESOS.DAT con el proposito
      *          AUDI.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. E7-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT FACTURAS-ARCH-FILE
               ASSIGN TO "FACTARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTARCH-STATUS.

           SELECT PAGOS-FILE
               ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT PAGOS-ARCH-FILE
               ASSIGN TO "PAGARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGARCH-STATUS.

           SELECT FACTURA-DET-HIST-FILE
               ASSIGN TO "FACTDETH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTDETH-STATUS.

           SELECT FACTURAS-JOURNAL-FILE
               ASSIGN TO "FACJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACJRNL-STATUS.

           SELECT PENDIENTE-APRO-FILE
               ASSIGN TO "PENDAPRO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAPRO-STATUS.

      *-LA AUDITORIA SE LEE DEL CORRIENTE Y DE LOS ARCHIVOS DE DIA
      *-(AUDITLOG.DAAAAMMDD.DAT) Y DE MES (AUDITLOG.MAAAAMM.DAT) QUE
      *-DEJAN EL CORTE DIARIO Y 42-PROGRAMA: UN SELECT DINAMICO QUE
      *-SE REABRE CON CADA NOMBRE.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-AUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT ACCESOS-FILE
               ASSIGN TO "ACCESOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCESOS-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT OPERADORES-FILE
               ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

      *-LOS ARCHIVOS HISTORICOS COMPARTEN LAYOUT CON LOS VIVOS; AQUI
      *-SE LEEN CRUDOS Y SE INTERPRETAN CON LOS CAMPOS DEL VIVO.
       FD  FACTURAS-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  FACTURA-ARCH-RECORD     PIC X(68).

       FD  PAGOS-FILE
           LABEL RECORD IS STANDARD.
           COPY PAGOS.

       FD  PAGOS-ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  PAGO-ARCH-RECORD        PIC X(56).

       FD  FACTURA-DET-HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTDETH.

       FD  FACTURAS-JOURNAL-FILE
           LABEL RECORD IS STANDARD.
           COPY FACJRNL.

       FD  PENDIENTE-APRO-FILE
           LABEL RECORD IS STANDARD.
           COPY PENDAPRO.

       FD  AUDIT-LOG-FILE
           LABEL RECORD IS STANDARD.
           COPY AUDITLOG.

       FD  ACCESOS-FILE
           LABEL RECORD IS STANDARD.
           COPY ACCESOS.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-MUESTRA-RECORD  PIC X(80).

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  OPERADORES-FILE
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE CADA ARCHIVO: VIENEN DE SU COPYBOOK
      *-DE STATUS DONDE LO HAY.
           COPY CLIENSTS.
           COPY PAGOSSTS.
           COPY FDHSTS.
           COPY FACJSTS.
           COPY PENSTS.
           COPY AUDITSTS.
           COPY FECHASTS.
           COPY OPERSTS.
           COPY TASASSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

       01  WS-FACTARCH-STATUS PIC XX.
           88  FACTARCH-OK        VALUE "00".
           88  FACTARCH-EOF       VALUE "10".
           88  FACTARCH-NO-EXISTE VALUE "35".

       01  WS-PAGARCH-STATUS PIC XX.
           88  PAGARCH-OK        VALUE "00".
           88  PAGARCH-EOF       VALUE "10".
           88  PAGARCH-NO-EXISTE VALUE "35".

       01  WS-ACCESOS-STATUS PIC XX.
           88  ACCESOS-OK        VALUE "00".
           88  ACCESOS-EOF       VALUE "10".
           88  ACCESOS-NO-EXISTE VALUE "35".

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

       01  WS-OPERADOR-VALIDO-SW PIC X VALUE "N".
           88  OPERADOR-VALIDO VALUE "S".

       01  WS-INTENTOS-FIRMA PIC 9 VALUE ZERO.
           88  LIMITE-INTENTOS-FIRMA VALUE 3.

      *-CAMPOS DE LA CREDENCIAL DE LA FIRMA: VIENEN DE VALOPWS.CPY.
           COPY VALOPWS.

       01  WS-OPERADOR PIC X(8) VALUE SPACES.

      *-BANDERA DEL CONTROL DE ROL: LA MUESTRA ES DE SUPERVISORES.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

      *-PROPOSITO CON QUE EL EXTRACTO QUEDA EN ACCESOS.DAT Y CAMPOS
      *-DE TRABAJO DEL RENGLON DE ACCESO.
       01  WS-PROPOSITO     PIC X(4)  VALUE "AUDI".
       01  WS-ACC-CLAVE     PIC X(35) VALUE SPACES.
       01  WS-ACC-RESULTADO PIC X     VALUE "N".
       01  WS-ACC-FECHA     PIC 9(8).
       01  WS-ACC-HORA      PIC 9(8).

      *-FECHA OFICIAL DE NEGOCIO: HASTA ELLA SE BUSCA LA AUDITORIA
      *-DE LOS DOCUMENTOS DEL PERIODO.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-CRITERIOS DE LA MUESTRA; SE TECLEAN COMO TEXTO Y SOLO SE
      *-MUEVEN CUANDO SON NUMERICOS.
       01  WS-CRITERIOS-SW PIC X VALUE "S".
           88  CRITERIOS-VALIDOS VALUE "S".
       01  WS-FECHA-TXT        PIC X(8)  VALUE SPACES.
       01  WS-FECHA-TRABAJO    PIC 9(8)  VALUE ZERO.
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-TRABAJO.
           05  WS-FEC-ANIO     PIC 9(4).
           05  WS-FEC-MES      PIC 99.
           05  WS-FEC-DIA      PIC 99.
       01  WS-FECHA-VALIDA-SW PIC X VALUE "N".
           88  FECHA-VALIDA VALUE "S".
       01  WS-DESDE            PIC 9(8)  VALUE ZERO.
       01  WS-HASTA            PIC 9(8)  VALUE ZERO.

       01  WS-TIPO-DOC PIC X VALUE SPACE.
           88  MUESTRA-FACTURAS  VALUE "F".
           88  MUESTRA-PAGOS     VALUE "P".
           88  MUESTRA-CREDITOS  VALUE "C".
           88  MUESTRA-CASTIGOS  VALUE "W".
           88  TIPO-DOC-VALIDO   VALUE "F" "P" "C" "W".
       01  WS-DESCRIPCION-TIPO PIC X(20) VALUE SPACES.

       01  WS-METODO PIC X VALUE SPACE.
           88  METODO-TAMANO     VALUE "N".
           88  METODO-INTERVALO  VALUE "U".
           88  METODO-VALIDO     VALUE "N" "U".

      *-TAMAÑO TECLEADO (METODO N) O INTERVALO MONETARIO EN UNIDADES
      *-ENTERAS (METODO U); LA MUESTRA NUNCA PASA DE WS-MAXIMO-MUESTRA
      *-PARTIDAS, QUE ES LO QUE CABE EN LA TABLA DE PISTAS.
       01  WS-MAXIMO-MUESTRA   PIC 9(3)  VALUE 200.
       01  WS-TAMANO-TXT       PIC X(3)  VALUE SPACES.
       01  WS-TAMANO           PIC 9(3)  VALUE ZERO.
       01  WS-INTERVALO-TXT    PIC X(7)  VALUE SPACES.
       01  WS-INTERVALO        PIC 9(7)  VALUE ZERO.

      *-SEMILLA DEL SORTEO: TECLEADA, O TOMADA DEL RELOJ (HHMMSS)
      *-CUANDO SE DEJA EN BLANCO; SIEMPRE SE IMPRIME.
       01  WS-SEMILLA-TXT      PIC X(6)  VALUE SPACES.
       01  WS-SEMILLA          PIC 9(6)  VALUE ZERO.
       01  WS-SEMILLA-ORIGEN   PIC X(9)  VALUE "TECLEADA".
       01  WS-HORA-RELOJ       PIC 9(8)  VALUE ZERO.

      *-GENERADOR CONGRUENCIAL: ALEATORIO = (ALEATORIO * 31821 +
      *-13849) MODULO 1000000, ARRANCANDO DE LA SEMILLA. LA MISMA
      *-SEMILLA DA SIEMPRE LA MISMA SERIE.
       01  WS-ALEATORIO        PIC 9(6)  VALUE ZERO.
       01  WS-PRODUCTO         PIC 9(12) VALUE ZERO.
       01  WS-COCIENTE         PIC 9(12) VALUE ZERO.
       01  WS-RESTO-SORTEO     PIC 9(12) VALUE ZERO.
       01  WS-SORTEO-GRANDE    PIC 9(12) VALUE ZERO.

      *-INTERVALO MONETARIO: PUNTO DE ARRANQUE AL AZAR DENTRO DEL
      *-PRIMER INTERVALO, Y DE AHI UN PUNTO CADA INTERVALO SOBRE EL
      *-ACUMULADO DE LOS IMPORTES (EN VALOR ABSOLUTO) DE LA POBLACION.
       01  WS-INTERVALO-CENT   PIC 9(9)       VALUE ZERO.
       01  WS-ARRANQUE         PIC 9(7)V99    VALUE ZERO.
       01  WS-PUNTO            PIC 9(11)V99   VALUE ZERO.
       01  WS-ACUMULADO        PIC 9(11)V99   VALUE ZERO.
       01  WS-IMPORTE-ABS      PIC 9(7)V99    VALUE ZERO.
       01  WS-TOTAL-POBLACION  PIC 9(11)V99   VALUE ZERO.
       01  WS-MUESTRA-EXCEDIDA-SW PIC X VALUE "N".
           88  MUESTRA-EXCEDIDA VALUE "S".

      *-POBLACION: LOS DOCUMENTOS DEL TIPO Y PERIODO PEDIDOS, VIVOS Y
      *-ARCHIVADOS. TCA-ORDEN (FECHA, NUMERO, IMPORTE Y ORDEN DE
      *-LECTURA) FIJA EL ORDEN ANTES DEL SORTEO.
       01  WS-CANTIDAD-CAND PIC 9(5) VALUE ZERO.
       01  WS-TABLA-CANDIDATOS.
           05  WS-CANDIDATO-ENT OCCURS 5000 TIMES.
               10  TCA-ORDEN.
                   15  TCA-FECHA       PIC 9(8).
                   15  TCA-NUMERO      PIC 9(7).
                   15  TCA-IMPORTE-ABS PIC 9(7)V99.
                   15  TCA-SECUENCIA   PIC 9(5).
               10  TCA-CLIENTE     PIC 9(7).
               10  TCA-TIPO        PIC X.
               10  TCA-IMPORTE     PIC S9(7)V99.
               10  TCA-REFERENCIA  PIC 9(7).
               10  TCA-TEXTO       PIC X(12).
               10  TCA-OPERADOR    PIC X(8).
               10  TCA-METODO      PIC X.
               10  TCA-SUCURSAL    PIC X(3).
               10  TCA-ORIGEN      PIC X(9).
               10  TCA-ELEGIDO     PIC X.
                   88  TCA-EN-MUESTRA VALUE "S".
               10  TCA-ACIERTOS    PIC 9(3).
       01  WS-ENT-TRABAJO          PIC X(90).
       01  WS-CANDIDATOS-LLENA-SW PIC X VALUE "N".
           88  TABLA-CANDIDATOS-LLENA VALUE "S".
       01  WS-ORIGEN PIC X(9) VALUE SPACES.

       01  WS-IDX          PIC 9(5) VALUE ZERO.
       01  WS-IDX-BUSCA    PIC 9(5) VALUE ZERO.
       01  WS-IDX-MENOR    PIC 9(5) VALUE ZERO.
       01  WS-IDX-SORTEO   PIC 9(5) VALUE ZERO.
       01  WS-SORTEOS      PIC 9(3) VALUE ZERO.

      *-LA MUESTRA ELEGIDA, EN EL ORDEN DE LA POBLACION, CON LAS
      *-CLAVES CON QUE SE RECONOCEN SUS RENGLONES DE AUDITORIA: EL
      *-DOCUMENTO, LA FACTURA QUE LO SOPORTA (LA PAGADA, O LA
      *-ORIGINAL DE UN CREDITO O CASTIGO) Y EL CLIENTE EN LA FECHA
      *-DEL DOCUMENTO (LA CAPTURA DE LA FACTURA TECLEA AL CLIENTE,
      *-NO EL NUMERO QUE EL SISTEMA LE ASIGNA).
       01  WS-CANTIDAD-MUESTRA PIC 9(3) VALUE ZERO.
       01  WS-TABLA-MUESTRA.
           05  WS-MUESTRA-ENT OCCURS 200 TIMES.
               10  TMU-CANDIDATO   PIC 9(5).
               10  TMU-DOCUMENTO   PIC X(7).
               10  TMU-SOPORTE     PIC X(7).
               10  TMU-CLIENTE     PIC X(7).
               10  TMU-FECHA       PIC 9(8).
       01  WS-IDX-MUE      PIC 9(3) VALUE ZERO.

      *-RENGLONES DE AUDITORIA QUE TOCAN LA MUESTRA, JUNTADOS EN UNA
      *-SOLA PASADA SOBRE LOS ARCHIVOS DE AUDITORIA.
       01  WS-CANTIDAD-HALLAZGOS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-HALLAZGOS.
           05  WS-HALLAZGO-ENT OCCURS 2000 TIMES.
               10  THA-PARTIDA     PIC 9(3).
               10  THA-RENGLON     PIC X(76).
       01  WS-HALLAZGOS-LLENA-SW PIC X VALUE "N".
           88  TABLA-HALLAZGOS-LLENA VALUE "S".
       01  WS-IDX-HAL      PIC 9(4) VALUE ZERO.
       01  WS-NOMBRE-AUDIT PIC X(24) VALUE SPACES.
       01  WS-CONTADOR-ARCHIVOS-AUD PIC 9(5) VALUE ZERO.

      *-CAMPOS PARA CAMINAR LAS FECHAS DE LA AUDITORIA (RESTA-UN-DIA Y
      *-DIAS-DEL-MES VIENEN DE RESTADIA.CPY).
       01  WS-FECHA-CAND.
           05  WS-CAND-ANIO PIC 9(4).
           05  WS-CAND-MES  PIC 99.
           05  WS-CAND-DIA  PIC 99.
       01  WS-DIAS-MES   PIC 99   VALUE ZERO.
       01  WS-RESTO-4    PIC 9(4) VALUE ZERO.
       01  WS-RESIDUO-4  PIC 9(4) VALUE ZERO.

      *-LA PARTIDA QUE SE ESTA IMPRIMIENDO.
       01  WS-DOCUMENTO-TXT  PIC X(7) VALUE SPACES.
       01  WS-SOPORTE        PIC 9(7) VALUE ZERO.
       01  WS-SOPORTE-TXT    PIC X(7) VALUE SPACES.
       01  WS-CLIENTE-TXT    PIC X(7) VALUE SPACES.
       01  WS-SOPORTE-HALLADO-SW PIC X VALUE "N".
           88  SOPORTE-HALLADO VALUE "S".

       01  WS-NOMBRE-REPORTE  PIC X(40) VALUE SPACES.
       01  WS-LINEA           PIC X(80) VALUE SPACES.
       01  WS-TITULO          PIC X(60) VALUE SPACES.
       01  WS-CONTADOR-SECCION   PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-RENGLONES PIC 9(7) VALUE ZERO.

       01  WS-IMPORTE-ED   PIC -ZZZZZZ9.99.
       01  WS-TOTAL-ED     PIC ZZZZZZZZZZ9.99.
       01  WS-CANTIDAD-ED  PIC ZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           IF NOT FIRMA-ES-SUPERVISOR
               DISPLAY "LA MUESTRA DE AUDITORIA ESTA RESERVADA A "
                   "SUPERVISORES."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARGA-FECHA-NEGOCIO
               PERFORM 100-PIDE-CRITERIOS
               IF CRITERIOS-VALIDOS
                   PERFORM 200-CARGA-POBLACION
                   PERFORM 300-ORDENA-POBLACION
                   PERFORM 400-SORTEA-MUESTRA
               END-IF
               IF WS-CANTIDAD-MUESTRA > ZERO
                   PERFORM 500-CARGA-AUDITORIA
                   PERFORM 600-GENERA-REPORTE
               END-IF
               PERFORM 800-GRABA-ACCESO
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado para saber si puede sacar la muestra; sin maestro de
      * operadores la firma paso sin validar y se permite con aviso,
      * la misma tolerancia de arranque de VALOPER.
      *-----------------------------------------------------------------
       050-VERIFICA-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-SW.
           OPEN INPUT OPERADORES-FILE.
           IF OPERMAST-NO-EXISTE
               DISPLAY "SIN MAESTRO DE OPERADORES: EL ROL NO SE "
                   "PUEDE VERIFICAR."
               SET FIRMA-ES-SUPERVISOR TO TRUE
           ELSE
               MOVE WS-OPERADOR TO OPE-ID
               READ OPERADORES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPE-ES-SUPERVISOR
                           SET FIRMA-ES-SUPERVISOR TO TRUE
                       END-IF
               END-READ
               CLOSE OPERADORES-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 100-PIDE-CRITERIOS - periodo, tipo de documento, metodo con
      * su tamaño o intervalo, y semilla; el primer dato invalido
      * detiene la captura y no se saca muestra.
      *-----------------------------------------------------------------
       100-PIDE-CRITERIOS.
           MOVE "S" TO WS-CRITERIOS-SW.
           PERFORM 110-PIDE-PERIODO.
           IF CRITERIOS-VALIDOS
               PERFORM 120-PIDE-TIPO
           END-IF.
           IF CRITERIOS-VALIDOS
               PERFORM 130-PIDE-METODO
           END-IF.
           IF CRITERIOS-VALIDOS
               PERFORM 140-PIDE-SEMILLA
           END-IF.
           MOVE SPACES TO WS-ACC-CLAVE.
           STRING "MUESTRA "  DELIMITED BY SIZE
                  WS-TIPO-DOC DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-DESDE    DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-HASTA    DELIMITED BY SIZE
               INTO WS-ACC-CLAVE.

       110-PIDE-PERIODO.
           DISPLAY "PERIODO DESDE (AAAAMMDD):".
           ACCEPT WS-FECHA-TXT.
           PERFORM 150-VALIDA-FECHA.
           IF FECHA-VALIDA
               MOVE WS-FECHA-TRABAJO TO WS-DESDE
               DISPLAY "PERIODO HASTA (AAAAMMDD):"
               ACCEPT WS-FECHA-TXT
               PERFORM 150-VALIDA-FECHA
           END-IF.
           IF FECHA-VALIDA
               MOVE WS-FECHA-TRABAJO TO WS-HASTA
               IF WS-HASTA < WS-DESDE
                   DISPLAY "EL PERIODO TERMINA ANTES DE EMPEZAR."
                   MOVE "N" TO WS-CRITERIOS-SW
               END-IF
           ELSE
               MOVE "N" TO WS-CRITERIOS-SW
           END-IF.

       120-PIDE-TIPO.
           DISPLAY "TIPO DE DOCUMENTO: F FACTURAS Y CARGOS, P PAGOS,".
           DISPLAY "  C NOTAS DE CREDITO, W CASTIGOS:".
           ACCEPT WS-TIPO-DOC.
           EVALUATE TRUE
               WHEN MUESTRA-FACTURAS
                   MOVE "FACTURAS Y CARGOS" TO WS-DESCRIPCION-TIPO
               WHEN MUESTRA-PAGOS
                   MOVE "PAGOS"             TO WS-DESCRIPCION-TIPO
               WHEN MUESTRA-CREDITOS
                   MOVE "NOTAS DE CREDITO"  TO WS-DESCRIPCION-TIPO
               WHEN MUESTRA-CASTIGOS
                   MOVE "CASTIGOS"          TO WS-DESCRIPCION-TIPO
               WHEN OTHER
                   DISPLAY "EL TIPO DEBE SER F, P, C O W."
                   MOVE "N" TO WS-CRITERIOS-SW
           END-EVALUATE.

       130-PIDE-METODO.
           DISPLAY "METODO: N TAMANO DE MUESTRA, U INTERVALO "
               "MONETARIO:".
           ACCEPT WS-METODO.
           EVALUATE TRUE
               WHEN METODO-TAMANO
                   DISPLAY "TAMANO DE LA MUESTRA (1 A "
                       WS-MAXIMO-MUESTRA "):"
                   ACCEPT WS-TAMANO-TXT
                   IF WS-TAMANO-TXT IS NUMERIC
                       MOVE WS-TAMANO-TXT TO WS-TAMANO
                   END-IF
                   IF WS-TAMANO = ZERO
                       OR WS-TAMANO > WS-MAXIMO-MUESTRA
                       DISPLAY "EL TAMANO DEBE IR DE 1 A "
                           WS-MAXIMO-MUESTRA " (3 DIGITOS)."
                       MOVE "N" TO WS-CRITERIOS-SW
                   END-IF
               WHEN METODO-INTERVALO
                   DISPLAY "INTERVALO MONETARIO EN UNIDADES ENTERAS "
                       "(7 DIGITOS):"
                   ACCEPT WS-INTERVALO-TXT
                   IF WS-INTERVALO-TXT IS NUMERIC
                       MOVE WS-INTERVALO-TXT TO WS-INTERVALO
                   END-IF
                   IF WS-INTERVALO = ZERO
                       DISPLAY "EL INTERVALO DEBE SER DE 7 DIGITOS Y "
                           "MAYOR QUE CERO."
                       MOVE "N" TO WS-CRITERIOS-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "EL METODO DEBE SER N O U."
                   MOVE "N" TO WS-CRITERIOS-SW
           END-EVALUATE.

       140-PIDE-SEMILLA.
           DISPLAY "SEMILLA (6 DIGITOS; EN BLANCO LA TOMA DEL RELOJ):".
           ACCEPT WS-SEMILLA-TXT.
           IF WS-SEMILLA-TXT = SPACES
               ACCEPT WS-HORA-RELOJ FROM TIME
               MOVE WS-HORA-RELOJ (1:6) TO WS-SEMILLA
               MOVE "DEL RELOJ" TO WS-SEMILLA-ORIGEN
           ELSE
               IF WS-SEMILLA-TXT IS NUMERIC
                   MOVE WS-SEMILLA-TXT TO WS-SEMILLA
               ELSE
                   DISPLAY "LA SEMILLA DEBE SER DE 6 DIGITOS."
                   MOVE "N" TO WS-CRITERIOS-SW
               END-IF
           END-IF.
           MOVE WS-SEMILLA TO WS-ALEATORIO.

       150-VALIDA-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA-SW.
           IF WS-FECHA-TXT IS NOT NUMERIC
               DISPLAY "LA FECHA DEBE SER AAAAMMDD (8 DIGITOS)."
           ELSE
               MOVE WS-FECHA-TXT TO WS-FECHA-TRABAJO
               IF WS-FEC-MES < 1 OR WS-FEC-MES > 12
                   OR WS-FEC-DIA < 1 OR WS-FEC-DIA > 31
                   DISPLAY "LA FECHA " WS-FECHA-TRABAJO " NO EXISTE."
               ELSE
                   SET FECHA-VALIDA TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 200-CARGA-POBLACION - los documentos del tipo y periodo
      * pedidos, del vivo y del archivo historico. Una poblacion que
      * no cabe en la tabla no se muestrea: la muestra saldria de
      * una parte y no de todo el periodo.
      *-----------------------------------------------------------------
       200-CARGA-POBLACION.
           IF MUESTRA-PAGOS
               PERFORM 230-CARGA-PAGOS
           ELSE
               PERFORM 210-CARGA-FACTURAS
           END-IF.
           IF TABLA-CANDIDATOS-LLENA
               DISPLAY "EL PERIODO TIENE MAS DE 5000 DOCUMENTOS; "
                   "ACORTE EL PERIODO."
               MOVE ZERO TO WS-CANTIDAD-CAND
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CANTIDAD-CAND = ZERO
               DISPLAY "NO HAY DOCUMENTOS QUE MUESTREAR."
           END-IF.

       210-CARGA-FACTURAS.
           MOVE "VIVA"       TO WS-ORIGEN.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 212-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.
           MOVE "ARCHIVADA"  TO WS-ORIGEN.
           OPEN INPUT FACTURAS-ARCH-FILE.
           IF FACTARCH-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 214-LEE-FACTURA-ARCH UNTIL FACTARCH-EOF
               CLOSE FACTURAS-ARCH-FILE
           END-IF.

       212-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   PERFORM 216-EVALUA-FACTURA
           END-READ.

       214-LEE-FACTURA-ARCH.
           READ FACTURAS-ARCH-FILE
               AT END
                   SET FACTARCH-EOF TO TRUE
               NOT AT END
                   MOVE FACTURA-ARCH-RECORD TO FACTURA-RECORD
                   PERFORM 216-EVALUA-FACTURA
           END-READ.

      *-LA MUESTRA DE FACTURAS TOMA TODO DOCUMENTO QUE COBRA (FACTURA,
      *-RECURRENTE, ESTIMADA Y SU AJUSTE, MORA Y CARGOS); LAS NOTAS
      *-DE CREDITO Y LOS CASTIGOS SE MUESTREAN APARTE.
       216-EVALUA-FACTURA.
           IF FAC-NUMERO NOT = 9999999
               AND FAC-FECHA >= WS-DESDE
               AND FAC-FECHA <= WS-HASTA
               IF (MUESTRA-CREDITOS AND FAC-ES-CREDITO)
                   OR (MUESTRA-CASTIGOS AND FAC-ES-CASTIGO)
                   OR (MUESTRA-FACTURAS AND NOT FAC-ES-CREDITO
                       AND NOT FAC-ES-CASTIGO)
                   PERFORM 218-ANOTA-FACTURA
               END-IF
           END-IF.

       218-ANOTA-FACTURA.
           IF WS-CANTIDAD-CAND < 5000
               ADD 1 TO WS-CANTIDAD-CAND
               MOVE WS-CANTIDAD-CAND TO WS-IDX
               MOVE FAC-FECHA      TO TCA-FECHA (WS-IDX)
               MOVE FAC-NUMERO     TO TCA-NUMERO (WS-IDX)
               MOVE WS-IDX         TO TCA-SECUENCIA (WS-IDX)
               MOVE FAC-CLIENTE    TO TCA-CLIENTE (WS-IDX)
               MOVE FAC-TIPO       TO TCA-TIPO (WS-IDX)
               MOVE FAC-TOTAL      TO TCA-IMPORTE (WS-IDX)
               MOVE FAC-TOTAL      TO TCA-IMPORTE-ABS (WS-IDX)
               MOVE FAC-REFERENCIA TO TCA-REFERENCIA (WS-IDX)
               MOVE SPACES         TO TCA-TEXTO (WS-IDX)
               MOVE SPACES         TO TCA-OPERADOR (WS-IDX)
               MOVE SPACE          TO TCA-METODO (WS-IDX)
               MOVE FAC-SUCURSAL   TO TCA-SUCURSAL (WS-IDX)
               MOVE WS-ORIGEN      TO TCA-ORIGEN (WS-IDX)
               MOVE "N"            TO TCA-ELEGIDO (WS-IDX)
               MOVE ZERO           TO TCA-ACIERTOS (WS-IDX)
           ELSE
               SET TABLA-CANDIDATOS-LLENA TO TRUE
           END-IF.

       230-CARGA-PAGOS.
           MOVE "VIVO"       TO WS-ORIGEN.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 232-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.
           MOVE "ARCHIVADO"  TO WS-ORIGEN.
           OPEN INPUT PAGOS-ARCH-FILE.
           IF PAGARCH-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 234-LEE-PAGO-ARCH UNTIL PAGARCH-EOF
               CLOSE PAGOS-ARCH-FILE
           END-IF.

       232-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   PERFORM 236-EVALUA-PAGO
           END-READ.

       234-LEE-PAGO-ARCH.
           READ PAGOS-ARCH-FILE
               AT END
                   SET PAGARCH-EOF TO TRUE
               NOT AT END
                   MOVE PAGO-ARCH-RECORD TO PAGO-RECORD
                   PERFORM 236-EVALUA-PAGO
           END-READ.

      *-TODO RENGLON DE PAGOS ENTRA A LA POBLACION: LAS REVERSAS,
      *-REEMBOLSOS Y RETENCIONES TAMBIEN SON MOVIMIENTOS DE DINERO
      *-QUE AUDITORIA PUEDE QUERER VER.
       236-EVALUA-PAGO.
           IF PGT-MARCA NOT = 9999999
               AND PAG-FECHA >= WS-DESDE
               AND PAG-FECHA <= WS-HASTA
               IF WS-CANTIDAD-CAND < 5000
                   ADD 1 TO WS-CANTIDAD-CAND
                   MOVE WS-CANTIDAD-CAND TO WS-IDX
                   MOVE PAG-FECHA      TO TCA-FECHA (WS-IDX)
                   MOVE PAG-FACTURA    TO TCA-NUMERO (WS-IDX)
                   MOVE WS-IDX         TO TCA-SECUENCIA (WS-IDX)
                   MOVE PAG-CLIENTE    TO TCA-CLIENTE (WS-IDX)
                   MOVE PAG-ESTADO     TO TCA-TIPO (WS-IDX)
                   MOVE PAG-IMPORTE    TO TCA-IMPORTE (WS-IDX)
                   MOVE PAG-IMPORTE    TO TCA-IMPORTE-ABS (WS-IDX)
                   MOVE PAG-FACTURA    TO TCA-REFERENCIA (WS-IDX)
                   MOVE PAG-REFERENCIA TO TCA-TEXTO (WS-IDX)
                   MOVE PAG-OPERADOR   TO TCA-OPERADOR (WS-IDX)
                   MOVE PAG-METODO     TO TCA-METODO (WS-IDX)
                   MOVE PAG-SUCURSAL   TO TCA-SUCURSAL (WS-IDX)
                   MOVE WS-ORIGEN      TO TCA-ORIGEN (WS-IDX)
                   MOVE "N"            TO TCA-ELEGIDO (WS-IDX)
                   MOVE ZERO           TO TCA-ACIERTOS (WS-IDX)
               ELSE
                   SET TABLA-CANDIDATOS-LLENA TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 300-ORDENA-POBLACION - seleccion del menor por fecha, numero e
      * importe: el orden no depende de que parte del periodo ya se
      * archivo, asi la misma semilla elige los mismos documentos.
      *-----------------------------------------------------------------
       300-ORDENA-POBLACION.
           PERFORM 310-SELECCIONA-MENOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CAND.

       310-SELECCIONA-MENOR.
           MOVE WS-IDX TO WS-IDX-MENOR.
           PERFORM 320-COMPARA-ORDEN
               VARYING WS-IDX-BUSCA FROM WS-IDX BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-CAND.
           IF WS-IDX-MENOR NOT = WS-IDX
               MOVE WS-CANDIDATO-ENT (WS-IDX)  TO WS-ENT-TRABAJO
               MOVE WS-CANDIDATO-ENT (WS-IDX-MENOR)
                   TO WS-CANDIDATO-ENT (WS-IDX)
               MOVE WS-ENT-TRABAJO TO WS-CANDIDATO-ENT (WS-IDX-MENOR)
           END-IF.

       320-COMPARA-ORDEN.
           IF TCA-ORDEN (WS-IDX-BUSCA) < TCA-ORDEN (WS-IDX-MENOR)
               MOVE WS-IDX-BUSCA TO WS-IDX-MENOR
           END-IF.

      *-----------------------------------------------------------------
      * 400-SORTEA-MUESTRA - elige las partidas con el generador que
      * arranca de la semilla y arma la tabla de la muestra.
      *-----------------------------------------------------------------
       400-SORTEA-MUESTRA.
           MOVE ZERO TO WS-TOTAL-POBLACION.
           PERFORM 405-SUMA-POBLACION
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CAND.
           IF WS-CANTIDAD-CAND > ZERO
               IF METODO-TAMANO
                   PERFORM 410-SORTEO-POR-TAMANO
               ELSE
                   PERFORM 430-SORTEO-POR-INTERVALO
               END-IF
           END-IF.
           IF MUESTRA-EXCEDIDA
               DISPLAY "CON ESE INTERVALO LA MUESTRA PASA DE "
                   WS-MAXIMO-MUESTRA " PARTIDAS; USE UN INTERVALO "
                   "MAYOR."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 450-ARMA-MUESTRA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-CAND
           END-IF.

       405-SUMA-POBLACION.
           ADD TCA-IMPORTE-ABS (WS-IDX) TO WS-TOTAL-POBLACION.

      *-EL TAMAÑO PEDIDO SE SORTEA SIN REPETIR: UN NUMERO YA ELEGIDO
      *-PASA AL SIGUIENTE LIBRE. SI LA POBLACION NO LLEGA AL TAMAÑO,
      *-ENTRA COMPLETA.
       410-SORTEO-POR-TAMANO.
           IF WS-TAMANO NOT < WS-CANTIDAD-CAND
               PERFORM 415-ELIGE-TODO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-CAND
           ELSE
               PERFORM 420-SORTEA-UNO
                   VARYING WS-SORTEOS FROM 1 BY 1
                   UNTIL WS-SORTEOS > WS-TAMANO
           END-IF.

       415-ELIGE-TODO.
           SET TCA-EN-MUESTRA (WS-IDX) TO TRUE.
           MOVE 1 TO TCA-ACIERTOS (WS-IDX).

       420-SORTEA-UNO.
           PERFORM 490-SIGUIENTE-ALEATORIO.
           DIVIDE WS-ALEATORIO BY WS-CANTIDAD-CAND
               GIVING WS-COCIENTE REMAINDER WS-RESTO-SORTEO.
           COMPUTE WS-IDX-SORTEO = WS-RESTO-SORTEO + 1.
           PERFORM 425-SIGUIENTE-LIBRE
               UNTIL NOT TCA-EN-MUESTRA (WS-IDX-SORTEO).
           SET TCA-EN-MUESTRA (WS-IDX-SORTEO) TO TRUE.
           MOVE 1 TO TCA-ACIERTOS (WS-IDX-SORTEO).

       425-SIGUIENTE-LIBRE.
           IF WS-IDX-SORTEO < WS-CANTIDAD-CAND
               ADD 1 TO WS-IDX-SORTEO
           ELSE
               MOVE 1 TO WS-IDX-SORTEO
           END-IF.

      *-INTERVALO MONETARIO: EL ARRANQUE SE SORTEA EN CENTAVOS DENTRO
      *-DEL PRIMER INTERVALO (DOS TIROS DEL GENERADOR, PORQUE UNO SOLO
      *-NO LLEGA A UN MILLON); CADA PUNTO QUE CAE EN EL IMPORTE DE UN
      *-DOCUMENTO LO ELIGE, Y UN DOCUMENTO MAYOR QUE EL INTERVALO
      *-PUEDE RECIBIR VARIOS ACIERTOS PERO ENTRA UNA SOLA VEZ.
       430-SORTEO-POR-INTERVALO.
           COMPUTE WS-INTERVALO-CENT = WS-INTERVALO * 100.
           PERFORM 490-SIGUIENTE-ALEATORIO.
           COMPUTE WS-SORTEO-GRANDE = WS-ALEATORIO * 1000000.
           PERFORM 490-SIGUIENTE-ALEATORIO.
           ADD WS-ALEATORIO TO WS-SORTEO-GRANDE.
           DIVIDE WS-SORTEO-GRANDE BY WS-INTERVALO-CENT
               GIVING WS-COCIENTE REMAINDER WS-RESTO-SORTEO.
           COMPUTE WS-ARRANQUE = (WS-RESTO-SORTEO + 1) / 100.
           MOVE WS-ARRANQUE TO WS-PUNTO.
           MOVE ZERO        TO WS-ACUMULADO.
           MOVE ZERO        TO WS-SORTEOS.
           PERFORM 435-RECORRE-INTERVALOS
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CAND
                   OR MUESTRA-EXCEDIDA.

       435-RECORRE-INTERVALOS.
           ADD TCA-IMPORTE-ABS (WS-IDX) TO WS-ACUMULADO.
           PERFORM 440-MARCA-ACIERTO
               UNTIL WS-PUNTO > WS-ACUMULADO
                   OR MUESTRA-EXCEDIDA.

       440-MARCA-ACIERTO.
           IF TCA-EN-MUESTRA (WS-IDX)
               ADD 1 TO TCA-ACIERTOS (WS-IDX)
           ELSE
               IF WS-SORTEOS < WS-MAXIMO-MUESTRA
                   ADD 1 TO WS-SORTEOS
                   SET TCA-EN-MUESTRA (WS-IDX) TO TRUE
                   MOVE 1 TO TCA-ACIERTOS (WS-IDX)
               ELSE
                   SET MUESTRA-EXCEDIDA TO TRUE
               END-IF
           END-IF.
           ADD WS-INTERVALO TO WS-PUNTO.

      *-LA TABLA DE LA MUESTRA GUARDA LAS CLAVES DE CADA PARTIDA COMO
      *-TEXTO, COMO SE TECLEAN EN LA AUDITORIA.
       450-ARMA-MUESTRA.
           IF TCA-EN-MUESTRA (WS-IDX)
               ADD 1 TO WS-CANTIDAD-MUESTRA
               MOVE WS-CANTIDAD-MUESTRA TO WS-IDX-MUE
               MOVE WS-IDX TO TMU-CANDIDATO (WS-IDX-MUE)
               MOVE TCA-NUMERO (WS-IDX) TO TMU-DOCUMENTO (WS-IDX-MUE)
               PERFORM 460-FACTURA-SOPORTE
               MOVE WS-SOPORTE TO TMU-SOPORTE (WS-IDX-MUE)
               MOVE TCA-CLIENTE (WS-IDX) TO TMU-CLIENTE (WS-IDX-MUE)
               MOVE TCA-FECHA (WS-IDX)   TO TMU-FECHA (WS-IDX-MUE)
           END-IF.

      *-LA FACTURA QUE SOPORTA LA PARTIDA: LA PAGADA EN UN PAGO, LA
      *-ORIGINAL EN UN CREDITO O CASTIGO QUE LA REFERENCIA, LA MISMA
      *-EN TODO LO DEMAS.
       460-FACTURA-SOPORTE.
           IF MUESTRA-PAGOS
               OR TCA-REFERENCIA (WS-IDX) = ZERO
               MOVE TCA-NUMERO (WS-IDX)     TO WS-SOPORTE
           ELSE
               MOVE TCA-REFERENCIA (WS-IDX) TO WS-SOPORTE
           END-IF.

       490-SIGUIENTE-ALEATORIO.
           COMPUTE WS-PRODUCTO = WS-ALEATORIO * 31821 + 13849.
           DIVIDE WS-PRODUCTO BY 1000000
               GIVING WS-COCIENTE REMAINDER WS-RESTO-SORTEO.
           MOVE WS-RESTO-SORTEO TO WS-ALEATORIO.

      *-----------------------------------------------------------------
      * 500-CARGA-AUDITORIA - una sola pasada por la auditoria, del
      * dia de negocio hacia atras hasta el inicio del periodo: el
      * corriente, cada archivo de dia que exista y el archivo de mes
      * de cada mes tocado. Los renglones que tocan una partida se
      * guardan para imprimirlos con ella.
      *-----------------------------------------------------------------
       500-CARGA-AUDITORIA.
           MOVE "AUDITLOG.DAT" TO WS-NOMBRE-AUDIT.
           PERFORM 520-LEE-ARCHIVO-AUDITORIA.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CAND.
           PERFORM 510-AUDITORIA-DEL-DIA
               UNTIL WS-FECHA-CAND < WS-DESDE.
           IF TABLA-HALLAZGOS-LLENA
               DISPLAY "AVISO: MAS DE 2000 RENGLONES DE AUDITORIA; "
                   "LA PISTA SALE INCOMPLETA."
               MOVE 4 TO RETURN-CODE
           END-IF.

       510-AUDITORIA-DEL-DIA.
           MOVE SPACES TO WS-NOMBRE-AUDIT.
           STRING "AUDITLOG.D"  DELIMITED BY SIZE
                  WS-FECHA-CAND DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
               INTO WS-NOMBRE-AUDIT.
           PERFORM 520-LEE-ARCHIVO-AUDITORIA.
           IF WS-CAND-DIA = 1
               OR WS-FECHA-CAND = WS-DESDE
               MOVE SPACES TO WS-NOMBRE-AUDIT
               STRING "AUDITLOG.M"  DELIMITED BY SIZE
                      WS-CAND-ANIO  DELIMITED BY SIZE
                      WS-CAND-MES   DELIMITED BY SIZE
                      ".DAT"        DELIMITED BY SIZE
                   INTO WS-NOMBRE-AUDIT
               PERFORM 520-LEE-ARCHIVO-AUDITORIA
           END-IF.
           PERFORM RESTA-UN-DIA.

       520-LEE-ARCHIVO-AUDITORIA.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDITLOG-NO-EXISTE
               NEXT SENTENCE
           ELSE
               ADD 1 TO WS-CONTADOR-ARCHIVOS-AUD
               PERFORM 525-LEE-AUDITORIA UNTIL AUDITLOG-EOF
               CLOSE AUDIT-LOG-FILE
           END-IF.

       525-LEE-AUDITORIA.
           READ AUDIT-LOG-FILE
               AT END
                   SET AUDITLOG-EOF TO TRUE
               NOT AT END
                   IF ALG-DETALLE
                       PERFORM 530-COMPARA-PARTIDA
                           VARYING WS-IDX-MUE FROM 1 BY 1
                           UNTIL WS-IDX-MUE > WS-CANTIDAD-MUESTRA
                   END-IF
           END-READ.

       530-COMPARA-PARTIDA.
           IF ALG-VALOR (1:7) = TMU-DOCUMENTO (WS-IDX-MUE)
               OR ALG-VALOR (1:7) = TMU-SOPORTE (WS-IDX-MUE)
               OR (ALG-VALOR (1:7) = TMU-CLIENTE (WS-IDX-MUE)
                   AND ALG-TIMESTAMP (1:8) = TMU-FECHA (WS-IDX-MUE))
               IF WS-CANTIDAD-HALLAZGOS < 2000
                   ADD 1 TO WS-CANTIDAD-HALLAZGOS
                   MOVE WS-IDX-MUE
                       TO THA-PARTIDA (WS-CANTIDAD-HALLAZGOS)
                   MOVE SPACES TO WS-LINEA
                   STRING "    "        DELIMITED BY SIZE
                          ALG-TIMESTAMP DELIMITED BY SIZE
                          " "           DELIMITED BY SIZE
                          ALG-PROGRAMA  DELIMITED BY SIZE
                          " "           DELIMITED BY SIZE
                          ALG-OPERADOR  DELIMITED BY SIZE
                          " "           DELIMITED BY SIZE
                          ALG-CAMPO     DELIMITED BY SIZE
                          " "           DELIMITED BY SIZE
                          ALG-VALOR (1:20)
                                        DELIMITED BY SIZE
                       INTO WS-LINEA
                   MOVE WS-LINEA
                       TO THA-RENGLON (WS-CANTIDAD-HALLAZGOS)
                   MOVE SPACES TO WS-LINEA
               ELSE
                   SET TABLA-HALLAZGOS-LLENA TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 600-GENERA-REPORTE - MUESTRA.<tipo>.<desde>.<hasta>.RPT: los
      * criterios y la semilla para reproducirla, la poblacion, y la
      * pista de cada partida elegida.
      *-----------------------------------------------------------------
       600-GENERA-REPORTE.
           MOVE SPACES TO WS-NOMBRE-REPORTE.
           STRING "MUESTRA."  DELIMITED BY SIZE
                  WS-TIPO-DOC DELIMITED BY SIZE
                  "."         DELIMITED BY SIZE
                  WS-DESDE    DELIMITED BY SIZE
                  "."         DELIMITED BY SIZE
                  WS-HASTA    DELIMITED BY SIZE
                  ".RPT"      DELIMITED BY SIZE
               INTO WS-NOMBRE-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           PERFORM 610-ENCABEZADO.
           PERFORM 620-IMPRIME-PARTIDA
               VARYING WS-IDX-MUE FROM 1 BY 1
               UNTIL WS-IDX-MUE > WS-CANTIDAD-MUESTRA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           IF TABLA-HALLAZGOS-LLENA
               MOVE "AVISO: LA AUDITORIA PASO DE 2000 RENGLONES; LA "
                   TO WS-LINEA
               PERFORM 900-ESCRIBE-LINEA
               MOVE "PISTA DE AUDITORIA DE LAS ULTIMAS PARTIDAS ESTA "
                   TO WS-LINEA
               PERFORM 900-ESCRIBE-LINEA
               MOVE "INCOMPLETA." TO WS-LINEA
               PERFORM 900-ESCRIBE-LINEA
           END-IF.
           MOVE "FIN DE LA MUESTRA." TO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           CLOSE REPORTE-FILE.
           MOVE "E" TO WS-ACC-RESULTADO.
           DISPLAY "MUESTRA ESCRITA EN " WS-NOMBRE-REPORTE.
           DISPLAY "POBLACION: " WS-CANTIDAD-CAND
               "  PARTIDAS: " WS-CANTIDAD-MUESTRA
               "  SEMILLA: " WS-SEMILLA.

       610-ENCABEZADO.
           STRING "MUESTRA DE AUDITORIA INTERNA - "
                      DELIMITED BY SIZE
                  WS-DESCRIPCION-TIPO DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           STRING "FECHA DE NEGOCIO " DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO    DELIMITED BY SIZE
                  "  PREPARADA POR "  DELIMITED BY SIZE
                  WS-OPERADOR         DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           MOVE "CRITERIOS DE SELECCION (PARA REPRODUCIRLA)"
               TO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           STRING "  PERIODO "        DELIMITED BY SIZE
                  WS-DESDE            DELIMITED BY SIZE
                  " A "               DELIMITED BY SIZE
                  WS-HASTA            DELIMITED BY SIZE
                  "  TIPO "           DELIMITED BY SIZE
                  WS-TIPO-DOC         DELIMITED BY SIZE
                  "  METODO "         DELIMITED BY SIZE
                  WS-METODO           DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           IF METODO-TAMANO
               STRING "  TAMANO PEDIDO "   DELIMITED BY SIZE
                      WS-TAMANO            DELIMITED BY SIZE
                   INTO WS-LINEA
           ELSE
               MOVE WS-ARRANQUE TO WS-IMPORTE-ED
               STRING "  INTERVALO "       DELIMITED BY SIZE
                      WS-INTERVALO         DELIMITED BY SIZE
                      "  ARRANQUE "        DELIMITED BY SIZE
                      WS-IMPORTE-ED        DELIMITED BY SIZE
                   INTO WS-LINEA
           END-IF.
           PERFORM 900-ESCRIBE-LINEA.
           STRING "  SEMILLA "        DELIMITED BY SIZE
                  WS-SEMILLA          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-SEMILLA-ORIGEN   DELIMITED BY SIZE
                  "  GENERADOR (X * 31821 + 13849) MOD 1000000"
                                      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           MOVE "  POBLACION ORDENADA POR FECHA, NUMERO E IMPORTE, "
               TO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           MOVE "  VIVOS Y ARCHIVADOS JUNTOS."
               TO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           MOVE WS-CANTIDAD-CAND   TO WS-CANTIDAD-ED.
           MOVE WS-TOTAL-POBLACION TO WS-TOTAL-ED.
           STRING "  POBLACION "      DELIMITED BY SIZE
                  WS-CANTIDAD-ED      DELIMITED BY SIZE
                  " DOCUMENTOS, IMPORTE ABSOLUTO "
                                      DELIMITED BY SIZE
                  WS-TOTAL-ED         DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           MOVE WS-CANTIDAD-MUESTRA TO WS-CANTIDAD-ED.
           STRING "  PARTIDAS ELEGIDAS " DELIMITED BY SIZE
                  WS-CANTIDAD-ED         DELIMITED BY SIZE
                  "  ARCHIVOS DE AUDITORIA LEIDOS "
                                         DELIMITED BY SIZE
                  WS-CONTADOR-ARCHIVOS-AUD
                                         DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.

      *-----------------------------------------------------------------
      * 620-IMPRIME-PARTIDA - el documento y su pista: cliente,
      * factura soporte, partidas, pagos, firmas y auditoria.
      *-----------------------------------------------------------------
       620-IMPRIME-PARTIDA.
           MOVE TMU-CANDIDATO (WS-IDX-MUE) TO WS-IDX.
           MOVE TMU-DOCUMENTO (WS-IDX-MUE) TO WS-DOCUMENTO-TXT.
           MOVE TMU-SOPORTE (WS-IDX-MUE)   TO WS-SOPORTE-TXT.
           MOVE TMU-SOPORTE (WS-IDX-MUE)   TO WS-SOPORTE.
           MOVE TMU-CLIENTE (WS-IDX-MUE)   TO WS-CLIENTE-TXT.
           MOVE SPACES TO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           MOVE TCA-IMPORTE (WS-IDX) TO WS-IMPORTE-ED.
           IF MUESTRA-PAGOS
               STRING "PARTIDA "       DELIMITED BY SIZE
                      WS-IDX-MUE       DELIMITED BY SIZE
                      "  PAGO A "      DELIMITED BY SIZE
                      WS-DOCUMENTO-TXT DELIMITED BY SIZE
                      " DEL "          DELIMITED BY SIZE
                      TCA-FECHA (WS-IDX)
                                       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-IMPORTE-ED    DELIMITED BY SIZE
                      " EST "          DELIMITED BY SIZE
                      TCA-TIPO (WS-IDX)
                                       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      TCA-ORIGEN (WS-IDX)
                                       DELIMITED BY SPACE
                   INTO WS-LINEA
           ELSE
               STRING "PARTIDA "       DELIMITED BY SIZE
                      WS-IDX-MUE       DELIMITED BY SIZE
                      "  DOCUMENTO "   DELIMITED BY SIZE
                      WS-DOCUMENTO-TXT DELIMITED BY SIZE
                      " DEL "          DELIMITED BY SIZE
                      TCA-FECHA (WS-IDX)
                                       DELIMITED BY SIZE
                      " TIPO "         DELIMITED BY SIZE
                      TCA-TIPO (WS-IDX)
                                       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-IMPORTE-ED    DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      TCA-ORIGEN (WS-IDX)
                                       DELIMITED BY SPACE
                   INTO WS-LINEA
           END-IF.
           PERFORM 900-ESCRIBE-LINEA.
           IF MUESTRA-PAGOS
               STRING "  METODO "      DELIMITED BY SIZE
                      TCA-METODO (WS-IDX)
                                       DELIMITED BY SIZE
                      "  REFERENCIA "  DELIMITED BY SIZE
                      TCA-TEXTO (WS-IDX)
                                       DELIMITED BY SIZE
                      "  SUCURSAL "    DELIMITED BY SIZE
                      TCA-SUCURSAL (WS-IDX)
                                       DELIMITED BY SIZE
                      "  CAPTURO "     DELIMITED BY SIZE
                      TCA-OPERADOR (WS-IDX)
                                       DELIMITED BY SIZE
                   INTO WS-LINEA
           ELSE
               STRING "  REFERENCIA "  DELIMITED BY SIZE
                      TCA-REFERENCIA (WS-IDX)
                                       DELIMITED BY SIZE
                      "  SUCURSAL "    DELIMITED BY SIZE
                      TCA-SUCURSAL (WS-IDX)
                                       DELIMITED BY SIZE
                   INTO WS-LINEA
           END-IF.
           PERFORM 900-ESCRIBE-LINEA.
           IF METODO-INTERVALO
               AND TCA-ACIERTOS (WS-IDX) > 1
               STRING "  ACIERTOS DEL INTERVALO " DELIMITED BY SIZE
                      TCA-ACIERTOS (WS-IDX)       DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 900-ESCRIBE-LINEA
           END-IF.
           PERFORM 630-SECCION-CLIENTE.
           IF WS-SOPORTE-TXT NOT = WS-DOCUMENTO-TXT
               OR MUESTRA-PAGOS
               PERFORM 640-SECCION-SOPORTE
           END-IF.
           PERFORM 650-SECCION-PARTIDAS.
           PERFORM 660-SECCION-PAGOS.
           PERFORM 670-SECCION-APROBACIONES.
           PERFORM 680-SECCION-AUDITORIA.

       630-SECCION-CLIENTE.
           OPEN INPUT CLIENTES-FILE.
           IF CLIENTES-NO-EXISTE
               STRING "  CLIENTE "      DELIMITED BY SIZE
                      WS-CLIENTE-TXT    DELIMITED BY SIZE
                      " (NO EXISTE EL MAESTRO DE CLIENTES)"
                                        DELIMITED BY SIZE
                   INTO WS-LINEA
           ELSE
               MOVE TCA-CLIENTE (WS-IDX) TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       STRING "  CLIENTE "    DELIMITED BY SIZE
                              WS-CLIENTE-TXT  DELIMITED BY SIZE
                              " NO ESTA EN EL MAESTRO"
                                              DELIMITED BY SIZE
                           INTO WS-LINEA
                   NOT INVALID KEY
                       STRING "  CLIENTE "    DELIMITED BY SIZE
                              CLI-NUMERO      DELIMITED BY SIZE
                              " "             DELIMITED BY SIZE
                              CLI-NOMBRE      DELIMITED BY SIZE
                              " "             DELIMITED BY SIZE
                              CLI-APELLIDOS   DELIMITED BY SIZE
                              " ESTADO "      DELIMITED BY SIZE
                              CLI-ESTADO      DELIMITED BY SIZE
                           INTO WS-LINEA
               END-READ
               CLOSE CLIENTES-FILE
           END-IF.
           PERFORM 900-ESCRIBE-LINEA.

      *-LA FACTURA PAGADA, O LA ORIGINAL QUE EL CREDITO O EL CASTIGO
      *-REFERENCIA, DEL VIVO O DEL ARCHIVO HISTORICO.
       640-SECCION-SOPORTE.
           MOVE "N" TO WS-SOPORTE-HALLADO-SW.
           MOVE "VIVA"       TO WS-ORIGEN.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 642-LEE-SOPORTE
                   UNTIL FACTURAS-EOF OR SOPORTE-HALLADO
               CLOSE FACTURAS-FILE
           END-IF.
           MOVE "ARCHIVADA"  TO WS-ORIGEN.
           IF NOT SOPORTE-HALLADO
               OPEN INPUT FACTURAS-ARCH-FILE
               IF FACTARCH-NO-EXISTE
                   NEXT SENTENCE
               ELSE
                   PERFORM 644-LEE-SOPORTE-ARCH
                       UNTIL FACTARCH-EOF OR SOPORTE-HALLADO
                   CLOSE FACTURAS-ARCH-FILE
               END-IF
           END-IF.
           IF NOT SOPORTE-HALLADO
               STRING "  FACTURA "    DELIMITED BY SIZE
                      WS-SOPORTE-TXT  DELIMITED BY SIZE
                      " NO SE ENCONTRO EN FACTURAS NI EN FACTARCH"
                                      DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 900-ESCRIBE-LINEA
           END-IF.

       642-LEE-SOPORTE.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   PERFORM 646-RENGLON-SOPORTE
           END-READ.

       644-LEE-SOPORTE-ARCH.
           READ FACTURAS-ARCH-FILE
               AT END
                   SET FACTARCH-EOF TO TRUE
               NOT AT END
                   MOVE FACTURA-ARCH-RECORD TO FACTURA-RECORD
                   PERFORM 646-RENGLON-SOPORTE
           END-READ.

       646-RENGLON-SOPORTE.
           IF FAC-NUMERO = WS-SOPORTE
               SET SOPORTE-HALLADO TO TRUE
               MOVE FAC-TOTAL TO WS-IMPORTE-ED
               STRING "  FACTURA "   DELIMITED BY SIZE
                      FAC-NUMERO     DELIMITED BY SIZE
                      " DEL "        DELIMITED BY SIZE
                      FAC-FECHA      DELIMITED BY SIZE
                      " TIPO "       DELIMITED BY SIZE
                      FAC-TIPO       DELIMITED BY SIZE
                      " TOTAL "      DELIMITED BY SIZE
                      WS-IMPORTE-ED  DELIMITED BY SIZE
                      " CLIENTE "    DELIMITED BY SIZE
                      FAC-CLIENTE    DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      WS-ORIGEN      DELIMITED BY SPACE
                   INTO WS-LINEA
               PERFORM 900-ESCRIBE-LINEA
           END-IF.

       650-SECCION-PARTIDAS.
           MOVE "  PARTIDAS DE FACTURA (FACTDETH.DAT)" TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           OPEN INPUT FACTURA-DET-HIST-FILE.
           IF FACTDETH-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 655-LEE-PARTIDA UNTIL FACTDETH-EOF
               CLOSE FACTURA-DET-HIST-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       655-LEE-PARTIDA.
           READ FACTURA-DET-HIST-FILE
               AT END
                   SET FACTDETH-EOF TO TRUE
               NOT AT END
                   IF FDH-FACTURA = TCA-NUMERO (WS-IDX)
                       OR FDH-FACTURA = WS-SOPORTE
                       MOVE FDH-IMPORTE TO WS-IMPORTE-ED
                       STRING "    "         DELIMITED BY SIZE
                              FDH-FACTURA    DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              FDH-FECHA      DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              FDH-ARTICULO   DELIMITED BY SIZE
                              " CANT "       DELIMITED BY SIZE
                              FDH-CANTIDAD   DELIMITED BY SIZE
                              " PRECIO "     DELIMITED BY SIZE
                              FDH-PRECIO     DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              WS-IMPORTE-ED  DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                   END-IF
           END-READ.

      *-LOS PAGOS APLICADOS A LA FACTURA SOPORTE, CON SUS REVERSAS,
      *-REEMBOLSOS Y RETENCIONES, DEL VIVO Y DEL ARCHIVO HISTORICO.
       660-SECCION-PAGOS.
           MOVE "  PAGOS APLICADOS (PAGOS.DAT Y PAGARCH.DAT)"
               TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           MOVE "VIVO"       TO WS-ORIGEN.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 662-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.
           MOVE "ARCHIVADO"  TO WS-ORIGEN.
           OPEN INPUT PAGOS-ARCH-FILE.
           IF PAGARCH-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 664-LEE-PAGO-ARCH UNTIL PAGARCH-EOF
               CLOSE PAGOS-ARCH-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       662-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   PERFORM 666-RENGLON-PAGO
           END-READ.

       664-LEE-PAGO-ARCH.
           READ PAGOS-ARCH-FILE
               AT END
                   SET PAGARCH-EOF TO TRUE
               NOT AT END
                   MOVE PAGO-ARCH-RECORD TO PAGO-RECORD
                   PERFORM 666-RENGLON-PAGO
           END-READ.

       666-RENGLON-PAGO.
           IF PGT-MARCA NOT = 9999999
               AND PAG-FACTURA = WS-SOPORTE
               MOVE PAG-IMPORTE TO WS-IMPORTE-ED
               STRING "    "         DELIMITED BY SIZE
                      PAG-FECHA      DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      WS-IMPORTE-ED  DELIMITED BY SIZE
                      " EST "        DELIMITED BY SIZE
                      PAG-ESTADO     DELIMITED BY SIZE
                      " MET "        DELIMITED BY SIZE
                      PAG-METODO     DELIMITED BY SIZE
                      " REF "        DELIMITED BY SIZE
                      PAG-REFERENCIA DELIMITED BY SIZE
                      " OPER "       DELIMITED BY SIZE
                      PAG-OPERADOR   DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      WS-ORIGEN      DELIMITED BY SPACE
                   INTO WS-LINEA
               PERFORM 920-ESCRIBE-DETALLE
           END-IF.

      *-LAS FIRMAS: EL SUPERVISOR QUE CASTIGO LA FACTURA (FACJRNL.DAT)
      *-Y LO QUE LA COLA DE DOS FIRMAS TIENE DEL CLIENTE (SU BAJA);
      *-LA COLA NO LLEVA FACTURAS NI PAGOS, SOLO TASAS, BAJAS Y
      *-LOTES DE PRECIOS.
       670-SECCION-APROBACIONES.
           MOVE "  FIRMAS Y APROBACIONES (FACJRNL.DAT Y PENDAPRO.DAT)"
               TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           OPEN INPUT FACTURAS-JOURNAL-FILE.
           IF FACJRNL-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 672-LEE-BITACORA UNTIL FACJRNL-EOF
               CLOSE FACTURAS-JOURNAL-FILE
           END-IF.
           OPEN INPUT PENDIENTE-APRO-FILE.
           IF PENDAPRO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 676-LEE-PENDIENTE UNTIL PENDAPRO-EOF
               CLOSE PENDIENTE-APRO-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       672-LEE-BITACORA.
           READ FACTURAS-JOURNAL-FILE
               AT END
                   SET FACJRNL-EOF TO TRUE
               NOT AT END
                   IF FJR-DESPUES (1:7) = WS-DOCUMENTO-TXT
                       OR FJR-ANTES (1:7) = WS-SOPORTE-TXT
                       STRING "    "         DELIMITED BY SIZE
                              FJR-TIMESTAMP  DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              FJR-PROGRAMA   DELIMITED BY SIZE
                              " ACCION "     DELIMITED BY SIZE
                              FJR-ACCION     DELIMITED BY SIZE
                              " POR "        DELIMITED BY SIZE
                              FJR-OPERADOR   DELIMITED BY SIZE
                              " RAZON "      DELIMITED BY SIZE
                              FJR-RAZON      DELIMITED BY SIZE
                              " FACTURA "    DELIMITED BY SIZE
                              FJR-ANTES (1:7) DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                   END-IF
           END-READ.

       676-LEE-PENDIENTE.
           READ PENDIENTE-APRO-FILE
               AT END
                   SET PENDAPRO-EOF TO TRUE
               NOT AT END
                   IF PEN-ES-BAJA
                       AND PEN-CLAVE (1:7) = WS-CLIENTE-TXT
                       STRING "    COLA "       DELIMITED BY SIZE
                              PEN-TIPO          DELIMITED BY SIZE
                              " "               DELIMITED BY SIZE
                              PEN-CLAVE         DELIMITED BY SIZE
                              " SOLICITO "      DELIMITED BY SIZE
                              PEN-SOLICITANTE   DELIMITED BY SIZE
                              " "               DELIMITED BY SIZE
                              PEN-TIMESTAMP     DELIMITED BY SIZE
                              " ESTADO "        DELIMITED BY SIZE
                              PEN-ESTADO        DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                       STRING "      FIRMO "    DELIMITED BY SIZE
                              PEN-APROBADOR     DELIMITED BY SIZE
                              " "               DELIMITED BY SIZE
                              PEN-APR-TIMESTAMP DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 900-ESCRIBE-LINEA
                   END-IF
           END-READ.

       680-SECCION-AUDITORIA.
           MOVE "  PISTA DE AUDITORIA (AUDITLOG)" TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           PERFORM 685-RENGLON-AUDITORIA
               VARYING WS-IDX-HAL FROM 1 BY 1
               UNTIL WS-IDX-HAL > WS-CANTIDAD-HALLAZGOS.
           PERFORM 930-CIERRA-SECCION.

       685-RENGLON-AUDITORIA.
           IF THA-PARTIDA (WS-IDX-HAL) = WS-IDX-MUE
               MOVE THA-RENGLON (WS-IDX-HAL) TO WS-LINEA
               PERFORM 920-ESCRIBE-DETALLE
           END-IF.

      *-----------------------------------------------------------------
      * 800-GRABA-ACCESO - deja en ACCESOS.DAT la huella del extracto:
      * operador, criterios, si salio y el proposito AUDI, como toda
      * consulta de datos de clientes.
      *-----------------------------------------------------------------
       800-GRABA-ACCESO.
           MOVE WS-OPERADOR      TO ACC-OPERADOR.
           MOVE WS-ACC-CLAVE     TO ACC-CLAVE.
           MOVE WS-ACC-RESULTADO TO ACC-RESULTADO.
           MOVE WS-PROPOSITO     TO ACC-PROPOSITO.
           ACCEPT WS-ACC-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-ACC-HORA  FROM TIME.
           STRING WS-ACC-FECHA      DELIMITED BY SIZE
                  WS-ACC-HORA (1:6) DELIMITED BY SIZE
               INTO ACC-TIMESTAMP.

           OPEN EXTEND ACCESOS-FILE.
           IF ACCESOS-NO-EXISTE
               OPEN OUTPUT ACCESOS-FILE
           END-IF.
           WRITE ACCESO-RECORD.
           CLOSE ACCESOS-FILE.

      *-----------------------------------------------------------------
      * 900-ESCRIBE-LINEA - escribe el renglon armado y lo limpia.
      * 910-TITULO-SECCION abre una seccion de la partida;
      * 920-ESCRIBE-DETALLE cuenta el renglon principal de un dato;
      * 930-CIERRA-SECCION avisa cuando el archivo no tenia nada de
      * la partida.
      *-----------------------------------------------------------------
       900-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-MUESTRA-RECORD.
           WRITE REPORTE-MUESTRA-RECORD.
           ADD 1 TO WS-CONTADOR-RENGLONES.
           MOVE SPACES TO WS-LINEA.

       910-TITULO-SECCION.
           MOVE ZERO   TO WS-CONTADOR-SECCION.
           MOVE WS-TITULO TO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.

       920-ESCRIBE-DETALLE.
           ADD 1 TO WS-CONTADOR-SECCION.
           PERFORM 900-ESCRIBE-LINEA.

       930-CIERRA-SECCION.
           IF WS-CONTADOR-SECCION = ZERO
               MOVE "    SIN DATOS DE LA PARTIDA EN ESTE ARCHIVO."
                   TO WS-LINEA
               PERFORM 900-ESCRIBE-LINEA
           END-IF.

      *-----------------------------------------------------------------
      * RESTA-UN-DIA/DIAS-DEL-MES - vienen de RESTADIA.CPY: caminan
      * hacia atras las fechas de los archivos de auditoria.
      *-----------------------------------------------------------------
           COPY RESTADIA.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * PIDE-OPERADOR/VALIDA-OPERADOR - vienen de VALOPER.CPY:
      * validan la firma contra el maestro de operadores.
      *-----------------------------------------------------------------
           COPY VALOPER.

      ** add other procedures here
       END PROGRAM E7-PROGRAMA.
