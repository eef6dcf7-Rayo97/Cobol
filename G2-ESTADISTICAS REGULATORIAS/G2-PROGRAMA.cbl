      ******************************************************************
      * Author:
      * Date:
      * Purpose: Declaracion estadistica mensual del servicio medido
      *          al ente regulador: al cierre del mes arma REGULA.DAT,
      *          con sobre de transmision (serie REGULA de NUMCTL.DAT),
      *          con las cifras del mes: medidores activos por
      *          sucursal (la de la factura de mostrador mas reciente
      *          del cliente, CENT el que solo tiene facturas
      *          centrales) y los cortados, de MEDIDORES.DAT; los que
      *          arrastran un estimado sin regularizar, de
      *          MEDSALDO.DAT; el consumo facturado en unidades y en
      *          importe, las facturas de consumo y la factura
      *          promedio, y las lecturas reales contra las estimadas
      *          (FAC-ES-ESTIMADA), de las facturas de consumo del mes
      *          (LECFAC.DAT y FACTURAS.DAT, sin las anuladas por nota
      *          de credito en el mismo mes); los cortes y las
      *          reconexiones ejecutados, de ORDSERV.DAT; y los
      *          reclamos abiertos por categoria con los dias
      *          promedio de resolucion de los resueltos en el mes
      *          (meses de 30 dias, la convencion de cartera), de
      *          CASOS.DAT. Cada cifra se compara contra la del mes
      *          anterior en REGHIST.DAT y se marca la que se movio
      *          mas que el porcentaje REGVARPCT de TASAS.DAT (10 de
      *          arranque); las marcadas salen en el resumen y dejan un
      *          aviso en la cola de alertas, para revisarlas antes de
      *          presentar (el paso solo termina con 4 si un medidor
      *          no cupo en las tablas). El resumen impreso (REGULA.RPT)
      *          lleva las firmas de quien lo preparo, lo reviso y
      *          autorizo la presentacion.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. G2-PROGRAMA.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MED-ID
               FILE STATUS IS WS-MEDIDORES-STATUS.

           SELECT MEDIDOR-SALDO-FILE
               ASSIGN TO "MEDSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSA-MEDIDOR
               FILE STATUS IS WS-MEDSALDO-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT LECTURA-FACTURADA-FILE
               ASSIGN TO "LECFAC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LECFAC-STATUS.

           SELECT ORDEN-SERVICIO-FILE
               ASSIGN TO "ORDSERV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WS-ORDSERV-STATUS.

           SELECT CASO-SERVICIO-FILE
               ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WS-CASOS-STATUS.

           SELECT REG-HIST-FILE
               ASSIGN TO "REGHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGS-CLAVE
               FILE STATUS IS WS-REGHIST-STATUS.

           SELECT REGULA-FILE
               ASSIGN TO "REGULA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGULA-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "REGULA.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT ALERTAS-FILE
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWKG2.DAT".

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  MEDIDORES-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDIDORES.

       FD  MEDIDOR-SALDO-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDSALDO.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  LECTURA-FACTURADA-FILE
           LABEL RECORD IS STANDARD.
           COPY LECFAC.

       FD  ORDEN-SERVICIO-FILE
           LABEL RECORD IS STANDARD.
           COPY ORDSERV.

       FD  CASO-SERVICIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CASOS.

       FD  REG-HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY REGHIST.

       FD  REGULA-FILE
           LABEL RECORD IS STANDARD.
           COPY REGULA.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-REGULA-RECORD PIC X(80).

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

      *-LEGAJOS DEL ORDENAMIENTO POR FACTURA: LA LECTURA FACTURADA
      *-TIPO 1, LA FACTURA DEL MES TIPO 2 Y SUS NOTAS DE CREDITO DEL
      *-MES TIPO 3.
       SD  SORT-WORK-FILE.
       01  SORT-REGULA-RECORD.
           05  SRG-FACTURA         PIC 9(7).
           05  SRG-TIPO            PIC 9.
           05  SRG-CLASE           PIC X.
           05  SRG-CONSUMO         PIC S9(7).
           05  SRG-IMPORTE         PIC S9(9)V99.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE MEDIDORES-FILE: VIENE DE MEDSTS.CPY.
           COPY MEDSTS.

      *-FILE STATUS/88-LEVEL DE MEDIDOR-SALDO-FILE: VIENE DE
      *-MSALSTS.CPY.
           COPY MSALSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE LECTURA-FACTURADA-FILE: VIENE DE
      *-LFCSTS.CPY.
           COPY LFCSTS.

      *-FILE STATUS/88-LEVEL DE ORDEN-SERVICIO-FILE: VIENE DE
      *-ORDSTS.CPY.
           COPY ORDSTS.

      *-FILE STATUS/88-LEVEL DE CASO-SERVICIO-FILE: VIENE DE
      *-CASSTS.CPY.
           COPY CASSTS.

      *-FILE STATUS/88-LEVEL DE REG-HIST-FILE: VIENE DE RGSSTS.CPY.
           COPY RGSSTS.

       01  WS-REGULA-STATUS PIC XX.
           88  REGULA-OK VALUE "00".

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY): CADA DECLARACION TOMA SU
      *-SECUENCIA DE LA SERIE REGULA.
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

      *-CAMPOS DE LA ALERTA QUE SE DEJA EN ALERTAS.DAT (VER
      *-ALERTPRO.CPY).
       01  WS-ALR-SEVERIDAD PIC X       VALUE SPACE.
       01  WS-ALR-PROGRAMA  PIC X(11)   VALUE SPACES.
       01  WS-ALR-MENSAJE   PIC X(40)   VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)    VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)    VALUE ZERO.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FECHA OFICIAL DE NEGOCIO; SU MES (AAAAMM) ES EL MES QUE SE
      *-DECLARA, Y EL MES ANTERIOR EL DE LA COMPARACION.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-PERIODO       PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-ANTERIOR PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-ANTERIOR-PARTES REDEFINES WS-PERIODO-ANTERIOR.
           05  WS-ANT-ANIO PIC 9(4).
           05  WS-ANT-MES  PIC 99.

      *-FECHAS DE APERTURA Y DE RESOLUCION DE UN CASO PARA LA
      *-ARITMETICA DE DIAS.
       01  WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
       01  WS-FECHA-DESDE-PARTES REDEFINES WS-FECHA-DESDE.
           05  WS-DES-ANIO PIC 9(4).
           05  WS-DES-MES  PIC 99.
           05  WS-DES-DIA  PIC 99.
       01  WS-FECHA-HASTA PIC 9(8) VALUE ZERO.
       01  WS-FECHA-HASTA-PARTES REDEFINES WS-FECHA-HASTA.
           05  WS-HAS-ANIO PIC 9(4).
           05  WS-HAS-MES  PIC 99.
           05  WS-HAS-DIA  PIC 99.
       01  WS-DIAS-RESOLUCION PIC S9(7) VALUE ZERO.

      *-PORCENTAJE DE VARIACION CONTRA EL MES ANTERIOR A PARTIR DEL
      *-CUAL UNA CIFRA SE MARCA (CODIGO REGVARPCT DE TASAS.DAT, EN
      *-PUNTOS ENTEROS, CON LA REGLA DE FECHA EFECTIVA DE SIEMPRE).
       01  WS-PCT-VARIACION PIC 9(5) VALUE 10.
       01  WS-EF-VARIACION  PIC 9(8) VALUE ZERO.

      *-CLIENTES CON MEDIDORES ACTIVOS, CON SU SUCURSAL (LA DE SU
      *-FACTURA DE MOSTRADOR MAS RECIENTE, EN BLANCO SI NO TIENE).
       01  WS-CANTIDAD-CLIENTES PIC 9(4) VALUE ZERO.
       01  WS-TABLA-CLIENTES.
           05  WS-CLIENTE-ENT OCCURS 5000 TIMES.
               10  KTB-CLIENTE     PIC 9(7).
               10  KTB-MEDIDORES   PIC 9(5).
               10  KTB-SUCURSAL    PIC X(3).
               10  KTB-FECHA-SUC   PIC 9(8).

      *-MEDIDORES ACTIVOS POR SUCURSAL.
       01  WS-CANTIDAD-SUCURSALES PIC 9(3) VALUE ZERO.
       01  WS-TABLA-SUCURSALES.
           05  WS-SUCURSAL-ENT OCCURS 60 TIMES.
               10  STB-SUCURSAL    PIC X(4).
               10  STB-MEDIDORES   PIC 9(7).

      *-CATEGORIAS DE LOS CASOS DE ATENCION (CASOS.CPY), CON SUS
      *-RECLAMOS ABIERTOS EN EL MES Y LOS RESUELTOS CON SUS DIAS.
       01  WS-CATEGORIAS-VALORES.
           05  FILLER PIC X(28) VALUE "FACTFACTURACION             ".
           05  FILLER PIC X(28) VALUE "MEDIMEDIDOR                 ".
           05  FILLER PIC X(28) VALUE "SERVSERVICIO                ".
           05  FILLER PIC X(28) VALUE "SOLISOLICITUD               ".
       01  WS-TABLA-CATEGORIAS REDEFINES WS-CATEGORIAS-VALORES.
           05  WS-CATEGORIA-ENT OCCURS 4 TIMES.
               10  CAT-CODIGO      PIC X(4).
               10  CAT-NOMBRE      PIC X(24).
       01  WS-TABLA-CONTEO-CASOS.
           05  WS-CONTEO-CASO-ENT OCCURS 4 TIMES.
               10  CCA-ABIERTOS    PIC 9(7).
               10  CCA-RESUELTOS   PIC 9(7).
               10  CCA-DIAS        PIC 9(9).

      *-LAS CIFRAS DE LA DECLARACION, EN EL ORDEN EN QUE SE PRESENTAN,
      *-CON EL VALOR DEL MES ANTERIOR Y LA MARCA DE CADA UNA.
       01  WS-CANTIDAD-CIFRAS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-CIFRAS.
           05  WS-CIFRA-ENT OCCURS 100 TIMES.
               10  CTB-CIFRA       PIC X(8).
               10  CTB-CALIFICADOR PIC X(4).
               10  CTB-DESCRIPCION PIC X(24).
               10  CTB-VALOR       PIC 9(11)V99.
               10  CTB-ANTERIOR    PIC 9(11)V99.
               10  CTB-MARCA       PIC X.

      *-CIFRA QUE SE AGREGA A LA TABLA (800-AGREGA-CIFRA).
       01  WS-NUEVA-CIFRA       PIC X(8)  VALUE SPACES.
       01  WS-NUEVO-CALIFICADOR PIC X(4)  VALUE SPACES.
       01  WS-NUEVA-DESCRIPCION PIC X(24) VALUE SPACES.
       01  WS-NUEVO-VALOR       PIC 9(11)V99 VALUE ZERO.

       01  WS-IDX           PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO   PIC 9(4) VALUE ZERO.
       01  WS-IDX-CAT       PIC 9    VALUE ZERO.
       01  WS-IDX-SUC       PIC 9(3) VALUE ZERO.
       01  WS-CLIENTE-BUSCA PIC 9(7) VALUE ZERO.
       01  WS-SUCURSAL-BUSCA PIC X(4) VALUE SPACES.

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88  SORT-EOF VALUE "S".

      *-CORTE DE CONTROL POR FACTURA: SI TIENE LECTURA FACTURADA Y
      *-FACTURA DEL MES, SU CLASE, SU CONSUMO, SU IMPORTE Y LO QUE LE
      *-ACREDITARON EN EL MES.
       01  WS-FACTURA-ACTUAL PIC 9(7) VALUE ZERO.
       01  WS-HAY-FACTURA-SW PIC X VALUE "N".
           88  HAY-FACTURA-ABIERTA VALUE "S".
       01  WS-CON-LECTURA-SW PIC X VALUE "N".
           88  FACTURA-CON-LECTURA VALUE "S".
       01  WS-CON-FACTURA-SW PIC X VALUE "N".
           88  FACTURA-DEL-MES VALUE "S".
       01  WS-CLASE-FACTURA  PIC X VALUE SPACE.
       01  WS-CONSUMO-FACTURA PIC S9(7)    VALUE ZERO.
       01  WS-IMPORTE-FACTURA PIC S9(9)V99 VALUE ZERO.
       01  WS-CREDITO-FACTURA PIC S9(9)V99 VALUE ZERO.

      *-ACUMULADOS DEL MES.
       01  WS-MEDIDORES-ACTIVOS   PIC 9(7)     VALUE ZERO.
       01  WS-MEDIDORES-CORTADOS  PIC 9(7)     VALUE ZERO.
       01  WS-MEDIDORES-ESTIMADO  PIC 9(7)     VALUE ZERO.
       01  WS-MEDIDORES-FUERA     PIC 9(7)     VALUE ZERO.
       01  WS-FACTURAS-CONSUMO    PIC 9(7)     VALUE ZERO.
       01  WS-FACTURAS-ANULADAS   PIC 9(7)     VALUE ZERO.
       01  WS-TOTAL-UNIDADES      PIC S9(11)   VALUE ZERO.
       01  WS-TOTAL-IMPORTE       PIC S9(11)V99 VALUE ZERO.
       01  WS-FACTURA-PROMEDIO    PIC 9(11)V99 VALUE ZERO.
       01  WS-LECTURAS-REALES     PIC 9(7)     VALUE ZERO.
       01  WS-LECTURAS-ESTIMADAS  PIC 9(7)     VALUE ZERO.
       01  WS-CORTES-EJECUTADOS   PIC 9(7)     VALUE ZERO.
       01  WS-RECONEXIONES        PIC 9(7)     VALUE ZERO.
       01  WS-RECLAMOS-TOTAL      PIC 9(7)     VALUE ZERO.
       01  WS-RESUELTOS-TOTAL     PIC 9(7)     VALUE ZERO.
       01  WS-DIAS-TOTAL          PIC 9(9)     VALUE ZERO.

      *-COMPARACION CONTRA EL MES ANTERIOR Y TOTALES DEL TRAILER.
       01  WS-DIFERENCIA          PIC S9(11)V99 VALUE ZERO.
       01  WS-CONTADOR-MARCADAS   PIC 9(3)      VALUE ZERO.
       01  WS-CONTADOR-SIN-ANTERIOR PIC 9(3)    VALUE ZERO.
       01  WS-TOTAL-VALORES       PIC 9(13)V99  VALUE ZERO.

       01  WS-ED-CANTIDAD PIC Z,ZZZ,ZZ9.
       01  WS-ED-PCT      PIC ZZZZ9.
       01  WS-ED-TOTAL    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *-RENGLONES DEL REPORTE.
       01  WS-LINEA           PIC X(80) VALUE SPACES.
       01  WS-LINEA-CIFRA REDEFINES WS-LINEA.
           05  LRG-CIFRA       PIC X(8).
           05  FILLER          PIC X(1).
           05  LRG-CALIFICADOR PIC X(4).
           05  FILLER          PIC X(1).
           05  LRG-DESCRIPCION PIC X(24).
           05  FILLER          PIC X(1).
           05  LRG-VALOR       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1).
           05  LRG-ANTERIOR    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2).
           05  LRG-MARCA       PIC X(1).
           05  FILLER          PIC X(9).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           MOVE WS-FECHA-NEGOCIO (1:6) TO WS-PERIODO.
           MOVE WS-PERIODO TO WS-PERIODO-ANTERIOR.
           IF WS-ANT-MES = 1
               SUBTRACT 1 FROM WS-ANT-ANIO
               MOVE 12 TO WS-ANT-MES
           ELSE
               SUBTRACT 1 FROM WS-ANT-MES
           END-IF.
           PERFORM 050-CARGA-TASA-VARIACION.
           MOVE ZERO TO WS-TABLA-CONTEO-CASOS.

           PERFORM 100-CUENTA-MEDIDORES.
           PERFORM 150-CUENTA-ESTIMADOS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRG-FACTURA SRG-TIPO
               INPUT PROCEDURE IS 200-SUELTA-FACTURACION
               OUTPUT PROCEDURE IS 300-TOTALIZA-FACTURAS.

           PERFORM 400-CUENTA-ORDENES.
           PERFORM 450-CUENTA-CASOS.
           PERFORM 500-ARMA-CIFRAS.

           MOVE "REGULA" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           PERFORM 550-COMPARA-HISTORIA.
           PERFORM 600-ESCRIBE-DECLARACION.
           PERFORM 700-IMPRIME-RESUMEN.

           IF WS-CONTADOR-MARCADAS > ZERO
               MOVE "A"           TO WS-ALR-SEVERIDAD
               MOVE "G2-PROGRAMA" TO WS-ALR-PROGRAMA
               MOVE SPACES        TO WS-ALR-MENSAJE
               STRING "REGULADOR " DELIMITED BY SIZE
                      WS-PERIODO   DELIMITED BY SIZE
                      ": "         DELIMITED BY SIZE
                      WS-CONTADOR-MARCADAS DELIMITED BY SIZE
                      " CIFRAS A REVISAR" DELIMITED BY SIZE
                   INTO WS-ALR-MENSAJE
               PERFORM GRABA-ALERTA
           END-IF.

           PERFORM 900-TOTALES.

           IF WS-MEDIDORES-FUERA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASA-VARIACION - lee de TASAS.DAT el codigo
      * REGVARPCT con la regla de fecha efectiva de siempre; sin
      * renglon, el porcentaje de arranque del programa se conserva.
      *-----------------------------------------------------------------
       050-CARGA-TASA-VARIACION.
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
                   IF TAS-CODIGO = "REGVARPCT"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-VARIACION
                       MOVE TAS-VALOR TO WS-PCT-VARIACION
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-VARIACION
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-CUENTA-MEDIDORES - los medidores activos al cierre, con
      * los cortados entre ellos; cada cliente con medidores activos
      * entra a la tabla con cuantos tiene, para repartirlos despues
      * por su sucursal.
      *-----------------------------------------------------------------
       100-CUENTA-MEDIDORES.
           OPEN INPUT MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE
               DISPLAY "NO EXISTE EL MAESTRO DE MEDIDORES; SE DECLARAN "
                   "CERO MEDIDORES ACTIVOS."
           ELSE
               PERFORM 110-LEE-MEDIDOR UNTIL MEDIDORES-EOF
               CLOSE MEDIDORES-FILE
           END-IF.

       110-LEE-MEDIDOR.
           READ MEDIDORES-FILE NEXT RECORD
               AT END
                   SET MEDIDORES-EOF TO TRUE
               NOT AT END
                   IF MED-ESTA-ACTIVO
                       ADD 1 TO WS-MEDIDORES-ACTIVOS
                       IF MED-ESTA-CORTADO
                           ADD 1 TO WS-MEDIDORES-CORTADOS
                       END-IF
                       PERFORM 120-ANOTA-CLIENTE
                   END-IF
           END-READ.

       120-ANOTA-CLIENTE.
           MOVE MED-CLIENTE TO WS-CLIENTE-BUSCA.
           PERFORM 820-BUSCA-CLIENTE.
           IF WS-IDX-HALLADO = ZERO
               IF WS-CANTIDAD-CLIENTES < 5000
                   ADD 1 TO WS-CANTIDAD-CLIENTES
                   MOVE WS-CANTIDAD-CLIENTES TO WS-IDX-HALLADO
                   MOVE MED-CLIENTE TO KTB-CLIENTE (WS-IDX-HALLADO)
                   MOVE ZERO   TO KTB-MEDIDORES (WS-IDX-HALLADO)
                   MOVE SPACES TO KTB-SUCURSAL (WS-IDX-HALLADO)
                   MOVE ZERO   TO KTB-FECHA-SUC (WS-IDX-HALLADO)
               END-IF
           END-IF.
           IF WS-IDX-HALLADO > ZERO
               ADD 1 TO KTB-MEDIDORES (WS-IDX-HALLADO)
           ELSE
               ADD 1 TO WS-MEDIDORES-FUERA
           END-IF.

      *-----------------------------------------------------------------
      * 150-CUENTA-ESTIMADOS - los medidores que arrastran unidades
      * estimadas todavia sin regularizar por una lectura real.
      *-----------------------------------------------------------------
       150-CUENTA-ESTIMADOS.
           OPEN INPUT MEDIDOR-SALDO-FILE.
           IF MEDSALDO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 160-LEE-MEDSALDO UNTIL MEDSALDO-EOF
               CLOSE MEDIDOR-SALDO-FILE
           END-IF.

       160-LEE-MEDSALDO.
           READ MEDIDOR-SALDO-FILE NEXT RECORD
               AT END
                   SET MEDSALDO-EOF TO TRUE
               NOT AT END
                   IF MSA-EST-PENDIENTE > ZERO
                       ADD 1 TO WS-MEDIDORES-ESTIMADO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-SUELTA-FACTURACION - las lecturas facturadas en el mes
      * (tipo 1) dicen que facturas son de consumo y con que clase y
      * consumo salieron; las facturas del mes (tipo 2) traen su
      * importe, y las notas de credito del mes (tipo 3) lo que se
      * les acredito. De paso, la factura de mostrador mas reciente
      * de cada cliente de la tabla le da su sucursal.
      *-----------------------------------------------------------------
       200-SUELTA-FACTURACION.
           OPEN INPUT LECTURA-FACTURADA-FILE.
           IF LECFAC-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA LECFAC.DAT; NO HAY "
                   "FACTURAS DE CONSUMO QUE DECLARAR."
           ELSE
               PERFORM 210-LEE-LECTURA UNTIL LECFAC-EOF
               CLOSE LECTURA-FACTURADA-FILE
           END-IF.

           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               PERFORM 220-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.

       210-LEE-LECTURA.
           READ LECTURA-FACTURADA-FILE
               AT END
                   SET LECFAC-EOF TO TRUE
               NOT AT END
                   IF LFC-FECHA-FACTURA (1:6) = WS-PERIODO
                       MOVE LFC-FACTURA TO SRG-FACTURA
                       MOVE 1           TO SRG-TIPO
                       MOVE LFC-TIPO    TO SRG-CLASE
                       MOVE LFC-CONSUMO TO SRG-CONSUMO
                       MOVE ZERO        TO SRG-IMPORTE
                       RELEASE SORT-REGULA-RECORD
                   END-IF
           END-READ.

       220-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       PERFORM 230-SUELTA-FACTURA
                       IF FAC-SUCURSAL NOT = SPACES
                           PERFORM 240-ANOTA-SUCURSAL
                       END-IF
                   END-IF
           END-READ.

       230-SUELTA-FACTURA.
           IF FAC-FECHA (1:6) = WS-PERIODO
               MOVE SPACE     TO SRG-CLASE
               MOVE ZERO      TO SRG-CONSUMO
               MOVE FAC-TOTAL TO SRG-IMPORTE
               IF FAC-REFERENCIA = ZERO
                   MOVE FAC-NUMERO TO SRG-FACTURA
                   MOVE 2          TO SRG-TIPO
                   RELEASE SORT-REGULA-RECORD
               ELSE
                   IF FAC-ES-CREDITO
                       MOVE FAC-REFERENCIA TO SRG-FACTURA
                       MOVE 3              TO SRG-TIPO
                       RELEASE SORT-REGULA-RECORD
                   END-IF
               END-IF
           END-IF.

       240-ANOTA-SUCURSAL.
           MOVE FAC-CLIENTE TO WS-CLIENTE-BUSCA.
           PERFORM 820-BUSCA-CLIENTE.
           IF WS-IDX-HALLADO > ZERO
               AND FAC-FECHA >= KTB-FECHA-SUC (WS-IDX-HALLADO)
               MOVE FAC-SUCURSAL TO KTB-SUCURSAL (WS-IDX-HALLADO)
               MOVE FAC-FECHA    TO KTB-FECHA-SUC (WS-IDX-HALLADO)
           END-IF.

      *-----------------------------------------------------------------
      * 300-TOTALIZA-FACTURAS - procedimiento de salida del SORT: a
      * cada cambio de factura, la que tiene lectura facturada y es
      * del mes cuenta como factura de consumo, salvo que una nota de
      * credito del mes la haya anulado entera (la correccion de
      * lecturas, B7-PROGRAMA, anula asi la factura que reemplaza).
      *-----------------------------------------------------------------
       300-TOTALIZA-FACTURAS.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 310-PROCESA-RENGLON UNTIL SORT-EOF.
           IF HAY-FACTURA-ABIERTA
               PERFORM 340-CIERRA-FACTURA
           END-IF.

       310-PROCESA-RENGLON.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 320-APLICA-RENGLON
           END-RETURN.

       320-APLICA-RENGLON.
           IF HAY-FACTURA-ABIERTA
               AND SRG-FACTURA NOT = WS-FACTURA-ACTUAL
               PERFORM 340-CIERRA-FACTURA
           END-IF.
           IF NOT HAY-FACTURA-ABIERTA
               SET HAY-FACTURA-ABIERTA TO TRUE
               MOVE SRG-FACTURA TO WS-FACTURA-ACTUAL
               MOVE "N"    TO WS-CON-LECTURA-SW
               MOVE "N"    TO WS-CON-FACTURA-SW
               MOVE SPACE  TO WS-CLASE-FACTURA
               MOVE ZERO   TO WS-CONSUMO-FACTURA
               MOVE ZERO   TO WS-IMPORTE-FACTURA
               MOVE ZERO   TO WS-CREDITO-FACTURA
           END-IF.
           EVALUATE SRG-TIPO
               WHEN 1
                   SET FACTURA-CON-LECTURA TO TRUE
                   MOVE SRG-CLASE   TO WS-CLASE-FACTURA
                   ADD SRG-CONSUMO  TO WS-CONSUMO-FACTURA
               WHEN 2
                   SET FACTURA-DEL-MES TO TRUE
                   ADD SRG-IMPORTE  TO WS-IMPORTE-FACTURA
               WHEN 3
                   ADD SRG-IMPORTE  TO WS-CREDITO-FACTURA
           END-EVALUATE.

       340-CIERRA-FACTURA.
           IF FACTURA-CON-LECTURA AND FACTURA-DEL-MES
               IF WS-CREDITO-FACTURA > ZERO
                   AND WS-CREDITO-FACTURA NOT < WS-IMPORTE-FACTURA
                   ADD 1 TO WS-FACTURAS-ANULADAS
               ELSE
                   ADD 1 TO WS-FACTURAS-CONSUMO
                   ADD WS-CONSUMO-FACTURA TO WS-TOTAL-UNIDADES
                   COMPUTE WS-TOTAL-IMPORTE = WS-TOTAL-IMPORTE
                       + WS-IMPORTE-FACTURA - WS-CREDITO-FACTURA
                   IF WS-CLASE-FACTURA = "E"
                       ADD 1 TO WS-LECTURAS-ESTIMADAS
                   ELSE
                       ADD 1 TO WS-LECTURAS-REALES
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-HAY-FACTURA-SW.

      *-----------------------------------------------------------------
      * 400-CUENTA-ORDENES - los cortes y las reconexiones cuyo
      * resultado de campo ejecutado se capturo en el mes.
      *-----------------------------------------------------------------
       400-CUENTA-ORDENES.
           OPEN INPUT ORDEN-SERVICIO-FILE.
           IF ORDSERV-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 410-LEE-ORDEN UNTIL ORDSERV-EOF
               CLOSE ORDEN-SERVICIO-FILE
           END-IF.

       410-LEE-ORDEN.
           READ ORDEN-SERVICIO-FILE NEXT RECORD
               AT END
                   SET ORDSERV-EOF TO TRUE
               NOT AT END
                   IF ORD-EJECUTADA
                       AND ORD-FECHA-RESULTADO (1:6) = WS-PERIODO
                       IF ORD-ES-CORTE
                           ADD 1 TO WS-CORTES-EJECUTADOS
                       END-IF
                       IF ORD-ES-RECONEXION
                           ADD 1 TO WS-RECONEXIONES
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 450-CUENTA-CASOS - los reclamos abiertos en el mes por
      * categoria, y los resueltos en el mes con los dias que tardaron
      * desde su apertura (meses de 30 dias).
      *-----------------------------------------------------------------
       450-CUENTA-CASOS.
           OPEN INPUT CASO-SERVICIO-FILE.
           IF CASOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 460-LEE-CASO UNTIL CASOS-EOF
               CLOSE CASO-SERVICIO-FILE
           END-IF.

       460-LEE-CASO.
           READ CASO-SERVICIO-FILE NEXT RECORD
               AT END
                   SET CASOS-EOF TO TRUE
               NOT AT END
                   PERFORM 470-CLASIFICA-CASO
           END-READ.

       470-CLASIFICA-CASO.
           MOVE ZERO TO WS-IDX-CAT.
           PERFORM 475-COMPARA-CATEGORIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 4 OR WS-IDX-CAT > ZERO.
           IF WS-IDX-CAT = ZERO
               NEXT SENTENCE
           ELSE
               IF CAS-FECHA-APERTURA (1:6) = WS-PERIODO
                   ADD 1 TO CCA-ABIERTOS (WS-IDX-CAT)
               END-IF
               IF CAS-FECHA-RESUELTO NOT = ZERO
                   AND CAS-FECHA-RESUELTO (1:6) = WS-PERIODO
                   MOVE CAS-FECHA-APERTURA TO WS-FECHA-DESDE
                   MOVE CAS-FECHA-RESUELTO TO WS-FECHA-HASTA
                   COMPUTE WS-DIAS-RESOLUCION =
                       (WS-HAS-ANIO - WS-DES-ANIO) * 360
                       + (WS-HAS-MES - WS-DES-MES) * 30
                       + (WS-HAS-DIA - WS-DES-DIA)
                   IF WS-DIAS-RESOLUCION < ZERO
                       MOVE ZERO TO WS-DIAS-RESOLUCION
                   END-IF
                   ADD 1 TO CCA-RESUELTOS (WS-IDX-CAT)
                   ADD WS-DIAS-RESOLUCION TO CCA-DIAS (WS-IDX-CAT)
               END-IF
           END-IF.

       475-COMPARA-CATEGORIA.
           IF CAT-CODIGO (WS-IDX) = CAS-CATEGORIA
               MOVE WS-IDX TO WS-IDX-CAT
           END-IF.

      *-----------------------------------------------------------------
      * 500-ARMA-CIFRAS - reparte los medidores activos por sucursal
      * y arma la tabla de cifras en el orden de la declaracion. Los
      * promedios van con dos decimales.
      *-----------------------------------------------------------------
       500-ARMA-CIFRAS.
           PERFORM 510-REPARTE-SUCURSAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CLIENTES.

           PERFORM 520-CIFRA-SUCURSAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-SUCURSALES.
           MOVE "MEDACT"   TO WS-NUEVA-CIFRA.
           MOVE "TOTL"     TO WS-NUEVO-CALIFICADOR.
           MOVE "MEDIDORES ACTIVOS" TO WS-NUEVA-DESCRIPCION.
           MOVE WS-MEDIDORES-ACTIVOS TO WS-NUEVO-VALOR.
           PERFORM 800-AGREGA-CIFRA.

           MOVE SPACES     TO WS-NUEVO-CALIFICADOR.
           MOVE "MEDCORT"  TO WS-NUEVA-CIFRA.
           MOVE "MEDIDORES CORTADOS" TO WS-NUEVA-DESCRIPCION.
           MOVE WS-MEDIDORES-CORTADOS TO WS-NUEVO-VALOR.
           PERFORM 800-AGREGA-CIFRA.
           MOVE "MEDESTPE" TO WS-NUEVA-CIFRA.
           MOVE "MEDIDORES CON ESTIMADO" TO WS-NUEVA-DESCRIPCION.
           MOVE WS-MEDIDORES-ESTIMADO TO WS-NUEVO-VALOR.
           PERFORM 800-AGREGA-CIFRA.

           MOVE "CONSUNID" TO WS-NUEVA-CIFRA.
           MOVE "CONSUMO FACTURADO (UNID)" TO WS-NUEVA-DESCRIPCION.
           IF WS-TOTAL-UNIDADES > ZERO
               MOVE WS-TOTAL-UNIDADES TO WS-NUEVO-VALOR
           ELSE
               MOVE ZERO TO WS-NUEVO-VALOR
           END-IF.
           PERFORM 800-AGREGA-CIFRA.
           MOVE "CONSIMP"  TO WS-NUEVA-CIFRA.
           MOVE "CONSUMO FACTURADO ($)" TO WS-NUEVA-DESCRIPCION.
           IF WS-TOTAL-IMPORTE > ZERO
               MOVE WS-TOTAL-IMPORTE TO WS-NUEVO-VALOR
           ELSE
               MOVE ZERO TO WS-NUEVO-VALOR
           END-IF.
           PERFORM 800-AGREGA-CIFRA.
           MOVE "FACTCONS" TO WS-NUEVA-CIFRA.
           MOVE "FACTURAS DE CONSUMO" TO WS-NUEVA-DESCRIPCION.
           MOVE WS-FACTURAS-CONSUMO TO WS-NUEVO-VALOR.
           PERFORM 800-AGREGA-CIFRA.
           MOVE "FACPROM"  TO WS-NUEVA-CIFRA.
           MOVE "FACTURA PROMEDIO ($)" TO WS-NUEVA-DESCRIPCION.
           MOVE ZERO TO WS-FACTURA-PROMEDIO.
           IF WS-FACTURAS-CONSUMO > ZERO
               AND WS-TOTAL-IMPORTE > ZERO
               COMPUTE WS-FACTURA-PROMEDIO ROUNDED =
                   WS-TOTAL-IMPORTE / WS-FACTURAS-CONSUMO
           END-IF.
           MOVE WS-FACTURA-PROMEDIO TO WS-NUEVO-VALOR.
           PERFORM 800-AGREGA-CIFRA.

           MOVE "LECREAL"  TO WS-NUEVA-CIFRA.
           MOVE "LECTURAS REALES" TO WS-NUEVA-DESCRIPCION.
           MOVE WS-LECTURAS-REALES TO WS-NUEVO-VALOR.
           PERFORM 800-AGREGA-CIFRA.
           MOVE "LECEST"   TO WS-NUEVA-CIFRA.
           MOVE "LECTURAS ESTIMADAS" TO WS-NUEVA-DESCRIPCION.
           MOVE WS-LECTURAS-ESTIMADAS TO WS-NUEVO-VALOR.
           PERFORM 800-AGREGA-CIFRA.

           MOVE "CORTES"   TO WS-NUEVA-CIFRA.
           MOVE "CORTES EJECUTADOS" TO WS-NUEVA-DESCRIPCION.
           MOVE WS-CORTES-EJECUTADOS TO WS-NUEVO-VALOR.
           PERFORM 800-AGREGA-CIFRA.
           MOVE "RECONEX"  TO WS-NUEVA-CIFRA.
           MOVE "RECONEXIONES EJECUTADAS" TO WS-NUEVA-DESCRIPCION.
           MOVE WS-RECONEXIONES TO WS-NUEVO-VALOR.
           PERFORM 800-AGREGA-CIFRA.

           PERFORM 530-CIFRA-RECLAMOS
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4.
           MOVE "RECLAMOS" TO WS-NUEVA-CIFRA.
           MOVE "TOTL"     TO WS-NUEVO-CALIFICADOR.
           MOVE "RECLAMOS ABIERTOS" TO WS-NUEVA-DESCRIPCION.
           MOVE WS-RECLAMOS-TOTAL TO WS-NUEVO-VALOR.
           PERFORM 800-AGREGA-CIFRA.

           PERFORM 540-CIFRA-DIAS
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4.
           MOVE "DIASRES"  TO WS-NUEVA-CIFRA.
           MOVE "TOTL"     TO WS-NUEVO-CALIFICADOR.
           MOVE "DIAS PROMEDIO RESOLUCION" TO WS-NUEVA-DESCRIPCION.
           MOVE ZERO TO WS-NUEVO-VALOR.
           IF WS-RESUELTOS-TOTAL > ZERO
               COMPUTE WS-NUEVO-VALOR ROUNDED =
                   WS-DIAS-TOTAL / WS-RESUELTOS-TOTAL
           END-IF.
           PERFORM 800-AGREGA-CIFRA.

      *-EL CLIENTE SIN FACTURA DE MOSTRADOR ES DE LA CENTRAL.
       510-REPARTE-SUCURSAL.
           IF KTB-SUCURSAL (WS-IDX) = SPACES
               MOVE "CENT" TO WS-SUCURSAL-BUSCA
           ELSE
               MOVE KTB-SUCURSAL (WS-IDX) TO WS-SUCURSAL-BUSCA
           END-IF.
           PERFORM 830-LOCALIZA-SUCURSAL.
           IF WS-IDX-HALLADO > ZERO
               ADD KTB-MEDIDORES (WS-IDX)
                   TO STB-MEDIDORES (WS-IDX-HALLADO)
           ELSE
               ADD KTB-MEDIDORES (WS-IDX) TO WS-MEDIDORES-FUERA
           END-IF.

       520-CIFRA-SUCURSAL.
           MOVE "MEDACT"   TO WS-NUEVA-CIFRA.
           MOVE STB-SUCURSAL (WS-IDX) TO WS-NUEVO-CALIFICADOR.
           MOVE "MEDIDORES ACTIVOS" TO WS-NUEVA-DESCRIPCION.
           MOVE STB-MEDIDORES (WS-IDX) TO WS-NUEVO-VALOR.
           PERFORM 800-AGREGA-CIFRA.

       530-CIFRA-RECLAMOS.
           MOVE "RECLAMOS" TO WS-NUEVA-CIFRA.
           MOVE CAT-CODIGO (WS-IDX) TO WS-NUEVO-CALIFICADOR.
           MOVE SPACES TO WS-NUEVA-DESCRIPCION.
           STRING "RECLAMOS " DELIMITED BY SIZE
                  CAT-NOMBRE (WS-IDX) DELIMITED BY SPACE
               INTO WS-NUEVA-DESCRIPCION.
           MOVE CCA-ABIERTOS (WS-IDX) TO WS-NUEVO-VALOR.
           ADD CCA-ABIERTOS (WS-IDX) TO WS-RECLAMOS-TOTAL.
           PERFORM 800-AGREGA-CIFRA.

       540-CIFRA-DIAS.
           MOVE "DIASRES"  TO WS-NUEVA-CIFRA.
           MOVE CAT-CODIGO (WS-IDX) TO WS-NUEVO-CALIFICADOR.
           MOVE SPACES TO WS-NUEVA-DESCRIPCION.
           STRING "DIAS RESOL. " DELIMITED BY SIZE
                  CAT-NOMBRE (WS-IDX) DELIMITED BY SPACE
               INTO WS-NUEVA-DESCRIPCION.
           MOVE ZERO TO WS-NUEVO-VALOR.
           IF CCA-RESUELTOS (WS-IDX) > ZERO
               COMPUTE WS-NUEVO-VALOR ROUNDED =
                   CCA-DIAS (WS-IDX) / CCA-RESUELTOS (WS-IDX)
           END-IF.
           ADD CCA-RESUELTOS (WS-IDX) TO WS-RESUELTOS-TOTAL.
           ADD CCA-DIAS (WS-IDX)      TO WS-DIAS-TOTAL.
           PERFORM 800-AGREGA-CIFRA.

      *-----------------------------------------------------------------
      * 550-COMPARA-HISTORIA - cada cifra contra su renglon del mes
      * anterior en REGHIST.DAT: sin renglon se marca N; con renglon,
      * V si la diferencia pasa el porcentaje de variacion (la que
      * sale de cero o vuelve a cero siempre lo pasa). Despues graba
      * el renglon del mes que se declara, o lo reemplaza si el
      * cierre se vuelve a correr.
      *-----------------------------------------------------------------
       550-COMPARA-HISTORIA.
           OPEN I-O REG-HIST-FILE.
           IF REGHIST-NO-EXISTE
               OPEN OUTPUT REG-HIST-FILE
               CLOSE REG-HIST-FILE
               OPEN I-O REG-HIST-FILE
           END-IF.
           PERFORM 560-COMPARA-CIFRA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CIFRAS.
           CLOSE REG-HIST-FILE.

       560-COMPARA-CIFRA.
           MOVE ZERO  TO CTB-ANTERIOR (WS-IDX).
           MOVE SPACE TO CTB-MARCA (WS-IDX).
           MOVE WS-PERIODO-ANTERIOR     TO RGS-PERIODO.
           MOVE CTB-CIFRA (WS-IDX)       TO RGS-CIFRA.
           MOVE CTB-CALIFICADOR (WS-IDX) TO RGS-CALIFICADOR.
           READ REG-HIST-FILE
               INVALID KEY
                   MOVE "N" TO CTB-MARCA (WS-IDX)
                   ADD 1 TO WS-CONTADOR-SIN-ANTERIOR
               NOT INVALID KEY
                   MOVE RGS-VALOR TO CTB-ANTERIOR (WS-IDX)
                   PERFORM 570-MIDE-VARIACION
           END-READ.

           MOVE WS-PERIODO               TO RGS-PERIODO.
           MOVE CTB-CIFRA (WS-IDX)       TO RGS-CIFRA.
           MOVE CTB-CALIFICADOR (WS-IDX) TO RGS-CALIFICADOR.
           READ REG-HIST-FILE
               INVALID KEY
                   PERFORM 580-LLENA-HISTORIA
                   WRITE REG-HIST-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA HISTORIA DE "
                               "LA CIFRA " CTB-CIFRA (WS-IDX) " "
                               CTB-CALIFICADOR (WS-IDX) "."
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 580-LLENA-HISTORIA
                   REWRITE REG-HIST-RECORD
           END-READ.

       570-MIDE-VARIACION.
           COMPUTE WS-DIFERENCIA =
               CTB-VALOR (WS-IDX) - CTB-ANTERIOR (WS-IDX).
           IF WS-DIFERENCIA < ZERO
               COMPUTE WS-DIFERENCIA = ZERO - WS-DIFERENCIA
           END-IF.
           IF WS-DIFERENCIA > ZERO
               IF CTB-ANTERIOR (WS-IDX) = ZERO
                   OR WS-DIFERENCIA * 100 >
                       CTB-ANTERIOR (WS-IDX) * WS-PCT-VARIACION
                   MOVE "V" TO CTB-MARCA (WS-IDX)
                   ADD 1 TO WS-CONTADOR-MARCADAS
               END-IF
           END-IF.

       580-LLENA-HISTORIA.
           MOVE CTB-VALOR (WS-IDX) TO RGS-VALOR.
           MOVE WS-NUMERO-ASIGNADO TO RGS-SECUENCIA.
           MOVE WS-FECHA-NEGOCIO   TO RGS-FECHA.

      *-----------------------------------------------------------------
      * 600-ESCRIBE-DECLARACION - REGULA.DAT con su sobre: encabezado,
      * un detalle por cifra y el trailer con la cantidad, la suma de
      * los valores y cuantas van marcadas por variacion.
      *-----------------------------------------------------------------
       600-ESCRIBE-DECLARACION.
           OPEN OUTPUT REGULA-FILE.
           MOVE SPACES             TO REGULA-RECORD.
           MOVE "H"                TO RGH-TIPO.
           MOVE WS-FECHA-NEGOCIO   TO RGH-FECHA.
           MOVE WS-PERIODO         TO RGH-PERIODO.
           MOVE WS-NUMERO-ASIGNADO TO RGH-SECUENCIA.
           WRITE REGULA-RECORD.

           PERFORM 610-ESCRIBE-DETALLE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CIFRAS.

           MOVE SPACES               TO REGULA-RECORD.
           MOVE "T"                  TO RGT-TIPO.
           MOVE WS-CANTIDAD-CIFRAS   TO RGT-CANTIDAD.
           MOVE WS-TOTAL-VALORES     TO RGT-TOTAL-VALORES.
           MOVE WS-CONTADOR-MARCADAS TO RGT-MARCADAS.
           WRITE REGULA-RECORD.
           CLOSE REGULA-FILE.

       610-ESCRIBE-DETALLE.
           MOVE SPACES                   TO REGULA-RECORD.
           MOVE "D"                      TO RGD-TIPO.
           MOVE CTB-CIFRA (WS-IDX)       TO RGD-CIFRA.
           MOVE CTB-CALIFICADOR (WS-IDX) TO RGD-CALIFICADOR.
           MOVE CTB-VALOR (WS-IDX)       TO RGD-VALOR.
           MOVE CTB-ANTERIOR (WS-IDX)    TO RGD-VALOR-ANTERIOR.
           MOVE CTB-MARCA (WS-IDX)       TO RGD-MARCA.
           WRITE REGULA-RECORD.
           ADD CTB-VALOR (WS-IDX) TO WS-TOTAL-VALORES.

      *-----------------------------------------------------------------
      * 700-IMPRIME-RESUMEN - el resumen de la declaracion en
      * REGULA.RPT: cada cifra con la del mes anterior y su marca, los
      * totales de control del archivo y el bloque de firmas de quien
      * la preparo, quien la reviso y quien autoriza presentarla.
      *-----------------------------------------------------------------
       700-IMPRIME-RESUMEN.
           OPEN OUTPUT REPORTE-FILE.
           MOVE ALL "=" TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "DECLARACION ESTADISTICA MENSUAL AL ENTE REGULADOR"
                      DELIMITED BY SIZE
                  " - MES " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "FECHA DE NEGOCIO: " DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO     DELIMITED BY SIZE
                  "   SECUENCIA DE TRANSMISION: " DELIMITED BY SIZE
                  WS-NUMERO-ASIGNADO   DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE WS-PCT-VARIACION TO WS-ED-PCT.
           MOVE SPACES TO WS-LINEA.
           STRING "SE MARCA (V) LA CIFRA QUE SE MOVIO MAS DEL"
                      DELIMITED BY SIZE
                  WS-ED-PCT DELIMITED BY SIZE
                  "% CONTRA EL MES " DELIMITED BY SIZE
                  WS-PERIODO-ANTERIOR DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE ALL "=" TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           STRING "CIFRA    CALF DESCRIPCION             "
                      DELIMITED BY SIZE
                  "  VALOR DEL MES   MES ANTERIOR  M"
                      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE ALL "-" TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.

           PERFORM 710-RENGLON-CIFRA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CIFRAS.

           MOVE ALL "-" TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-CANTIDAD-CIFRAS TO WS-ED-CANTIDAD.
           STRING "CIFRAS DECLARADAS:        " DELIMITED BY SIZE
                  WS-ED-CANTIDAD             DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-TOTAL-VALORES TO WS-ED-TOTAL.
           STRING "TOTAL DE CONTROL:         " DELIMITED BY SIZE
                  WS-ED-TOTAL                DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-CONTADOR-MARCADAS TO WS-ED-CANTIDAD.
           STRING "MARCADAS POR VARIACION:   " DELIMITED BY SIZE
                  WS-ED-CANTIDAD             DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-CONTADOR-SIN-ANTERIOR TO WS-ED-CANTIDAD.
           STRING "SIN CIFRA DEL MES ANTERIOR:" DELIMITED BY SIZE
                  WS-ED-CANTIDAD             DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-FACTURAS-ANULADAS TO WS-ED-CANTIDAD.
           STRING "FACTURAS DE CONSUMO ANULADAS EN EL MES (FUERA):"
                      DELIMITED BY SIZE
                  WS-ED-CANTIDAD             DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           IF WS-MEDIDORES-FUERA > ZERO
               MOVE SPACES TO WS-LINEA
               MOVE WS-MEDIDORES-FUERA TO WS-ED-CANTIDAD
               STRING "MEDIDORES SIN SUCURSAL (NO CUPIERON EN TABLA):"
                          DELIMITED BY SIZE
                      WS-ED-CANTIDAD DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 780-ESCRIBE-LINEA
           END-IF.
           IF WS-CONTADOR-MARCADAS > ZERO
               MOVE SPACES TO WS-LINEA
               PERFORM 780-ESCRIBE-LINEA
               MOVE SPACES TO WS-LINEA
               STRING "LAS CIFRAS MARCADAS CON V SE REVISAN Y SE "
                          DELIMITED BY SIZE
                      "JUSTIFICAN ANTES DE PRESENTAR."
                          DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 780-ESCRIBE-LINEA
           END-IF.

           MOVE SPACES TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           STRING "PREPARO:   ______________________________"
                      DELIMITED BY SIZE
                  "   FECHA: ____________" DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           STRING "REVISO:    ______________________________"
                      DELIMITED BY SIZE
                  "   FECHA: ____________" DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           MOVE SPACES TO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           STRING "AUTORIZO:  ______________________________"
                      DELIMITED BY SIZE
                  "   FECHA: ____________" DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 780-ESCRIBE-LINEA.
           CLOSE REPORTE-FILE.

       710-RENGLON-CIFRA.
           MOVE SPACES                   TO WS-LINEA.
           MOVE CTB-CIFRA (WS-IDX)       TO LRG-CIFRA.
           MOVE CTB-CALIFICADOR (WS-IDX) TO LRG-CALIFICADOR.
           MOVE CTB-DESCRIPCION (WS-IDX) TO LRG-DESCRIPCION.
           MOVE CTB-VALOR (WS-IDX)       TO LRG-VALOR.
           IF CTB-MARCA (WS-IDX) NOT = "N"
               MOVE CTB-ANTERIOR (WS-IDX) TO LRG-ANTERIOR
           END-IF.
           MOVE CTB-MARCA (WS-IDX)       TO LRG-MARCA.
           PERFORM 780-ESCRIBE-LINEA.

       780-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-REGULA-RECORD.
           WRITE REPORTE-REGULA-RECORD.

      *-----------------------------------------------------------------
      * 800-AGREGA-CIFRA - agrega a la tabla la cifra de
      * WS-NUEVA-CIFRA/WS-NUEVO-CALIFICADOR con su descripcion y su
      * valor.
      *-----------------------------------------------------------------
       800-AGREGA-CIFRA.
           IF WS-CANTIDAD-CIFRAS < 100
               ADD 1 TO WS-CANTIDAD-CIFRAS
               MOVE WS-NUEVA-CIFRA
                   TO CTB-CIFRA (WS-CANTIDAD-CIFRAS)
               MOVE WS-NUEVO-CALIFICADOR
                   TO CTB-CALIFICADOR (WS-CANTIDAD-CIFRAS)
               MOVE WS-NUEVA-DESCRIPCION
                   TO CTB-DESCRIPCION (WS-CANTIDAD-CIFRAS)
               MOVE WS-NUEVO-VALOR
                   TO CTB-VALOR (WS-CANTIDAD-CIFRAS)
               MOVE ZERO  TO CTB-ANTERIOR (WS-CANTIDAD-CIFRAS)
               MOVE SPACE TO CTB-MARCA (WS-CANTIDAD-CIFRAS)
           END-IF.

      *-----------------------------------------------------------------
      * 820-BUSCA-CLIENTE - deja en WS-IDX-HALLADO el renglon del
      * cliente en WS-CLIENTE-BUSCA, o cero.
      *-----------------------------------------------------------------
       820-BUSCA-CLIENTE.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 825-COMPARA-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CLIENTES
                  OR WS-IDX-HALLADO > ZERO.

       825-COMPARA-CLIENTE.
           IF KTB-CLIENTE (WS-IDX) = WS-CLIENTE-BUSCA
               MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 830-LOCALIZA-SUCURSAL - deja en WS-IDX-HALLADO la entrada de
      * WS-SUCURSAL-BUSCA, abriendola si todavia no esta (cero si la
      * tabla ya esta llena). Usa su propio indice porque se llama
      * desde un recorrido de la tabla de clientes.
      *-----------------------------------------------------------------
       830-LOCALIZA-SUCURSAL.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 835-COMPARA-SUCURSAL
               VARYING WS-IDX-SUC FROM 1 BY 1
               UNTIL WS-IDX-SUC > WS-CANTIDAD-SUCURSALES
                  OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO = ZERO
               AND WS-CANTIDAD-SUCURSALES < 60
               ADD 1 TO WS-CANTIDAD-SUCURSALES
               MOVE WS-CANTIDAD-SUCURSALES TO WS-IDX-HALLADO
               MOVE WS-SUCURSAL-BUSCA
                   TO STB-SUCURSAL (WS-IDX-HALLADO)
               MOVE ZERO TO STB-MEDIDORES (WS-IDX-HALLADO)
           END-IF.

       835-COMPARA-SUCURSAL.
           IF STB-SUCURSAL (WS-IDX-SUC) = WS-SUCURSAL-BUSCA
               MOVE WS-IDX-SUC TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 900-TOTALES - el resumen de la declaracion en consola.
      *-----------------------------------------------------------------
       900-TOTALES.
           DISPLAY "DECLARACION AL ENTE REGULADOR DEL MES " WS-PERIODO
               " (SECUENCIA " WS-NUMERO-ASIGNADO "):".
           DISPLAY "  CIFRAS DECLARADAS:          " WS-CANTIDAD-CIFRAS.
           DISPLAY "  MEDIDORES ACTIVOS:          "
               WS-MEDIDORES-ACTIVOS.
           DISPLAY "  FACTURAS DE CONSUMO:        "
               WS-FACTURAS-CONSUMO.
           DISPLAY "  MARCADAS POR VARIACION:     "
               WS-CONTADOR-MARCADAS.
           DISPLAY "  SIN CIFRA DEL MES ANTERIOR: "
               WS-CONTADOR-SIN-ANTERIOR.
           IF WS-MEDIDORES-FUERA > ZERO
               DISPLAY "  MEDIDORES QUE NO CUPIERON EN TABLA: "
                   WS-MEDIDORES-FUERA
           END-IF.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY (compartido por todo
      * programa que toma numeros de NUMCTL.DAT).
      *-----------------------------------------------------------------
           COPY ASIGNUM.

      *-----------------------------------------------------------------
      * GRABA-ALERTA - viene de ALERTPRO.CPY (compartido por toda
      * compuerta que deja su renglon en la cola central de alertas).
      *-----------------------------------------------------------------
           COPY ALERTPRO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM G2-PROGRAMA.
