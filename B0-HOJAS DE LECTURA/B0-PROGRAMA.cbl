      ******************************************************************
      * Author:
      * Date:
      * Purpose: Hojas de ruta de lectura para los lectores de campo:
      *          junta cada medidor activo del maestro (MEDIDORES.DAT)
      *          con el nombre de su cliente y su direccion vigente
      *          (DIRECCIONES.DAT), los ordena por codigo postal y
      *          calle (SORT, como se recorren en la calle) y escribe
      *          RUTAS.RPT, una hoja por ruta con el medidor, el
      *          cliente, la direccion y el rango esperado de la
      *          lectura: de la ultima lectura real de MEDSALDO.DAT
      *          a esa lectura mas lo estimado pendiente y el techo
      *          de anomalia del propio promedio (ANOMPCT de TASAS).
      *          Junto con las hojas arma el archivo de retorno
      *          LECTRUTA.DAT (LECTRUTA.CPY), en el mismo orden, con
      *          los campos que el lector llena; de vuelta como
      *          LECTRET.DAT lo aplica B1-PROGRAMA. Un medidor cuyo
      *          cliente no tiene direccion sale al final, en la ruta
      *          SIN DIRECCION. Es una utileria de lecturas que se
      *          corre al abrir el ciclo, no un paso de la corrida
      *          nocturna.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. B0-PROGRAMA.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-ID
               FILE STATUS IS WS-MEDIDORES-STATUS.

           SELECT MEDIDOR-SALDO-FILE
               ASSIGN TO "MEDSALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSA-MEDIDOR
               FILE STATUS IS WS-MEDSALDO-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT DIRECCIONES-FILE
               ASSIGN TO "DIRECCIONES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIRECCIONES-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT RUTA-FILE
               ASSIGN TO "LECTRUTA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUTA-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "RUTAS.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWKB0.DAT".

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
       FD  MEDIDORES-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDIDORES.

       FD  MEDIDOR-SALDO-FILE
           LABEL RECORD IS STANDARD.
           COPY MEDSALDO.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  DIRECCIONES-FILE
           LABEL RECORD IS STANDARD.
           COPY DIRECCION.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  RUTA-FILE
           LABEL RECORD IS STANDARD.
           COPY LECTRUTA.

      *-RENGLON DE LA HOJA DE RUTA (80 BYTES): UN MEDIDOR POR
      *-RENGLON; LA VISTA DE TEXTO LLEVA LOS ENCABEZADOS DE RUTA.
       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-RUTA-RECORD.
           05  RRT-MEDIDOR         PIC X(8).
           05  FILLER              PIC X.
           05  RRT-CLIENTE         PIC X(7).
           05  FILLER              PIC X.
           05  RRT-NOMBRE          PIC X(20).
           05  FILLER              PIC X.
           05  RRT-CALLE           PIC X(24).
           05  FILLER              PIC X.
           05  RRT-MINIMO          PIC ZZZZZ9.
           05  FILLER              PIC X.
           05  RRT-MAXIMO          PIC ZZZZZ9.
           05  FILLER              PIC X(4).

       01  REPORTE-RUTA-TEXTO REDEFINES REPORTE-RUTA-RECORD.
           05  RRX-TEXTO           PIC X(80).

      *-LEGAJOS DEL ORDENAMIENTO: CODIGO POSTAL, CALLE Y MEDIDOR, EL
      *-ORDEN EN QUE EL LECTOR RECORRE SU RUTA.
       SD  SORT-WORK-FILE.
       01  SORT-RUTA-RECORD.
           05  SRR-CP        PIC X(5).
           05  SRR-CALLE     PIC X(30).
           05  SRR-MEDIDOR   PIC X(8).
           05  SRR-CLIENTE   PIC 9(7).
           05  SRR-NOMBRE    PIC X(20).
           05  SRR-MINIMO    PIC 9(6).
           05  SRR-MAXIMO    PIC 9(6).

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE MEDIDORES-FILE: VIENE DE MEDSTS.CPY.
           COPY MEDSTS.

      *-FILE STATUS/88-LEVEL DE MEDIDOR-SALDO-FILE: VIENE DE
      *-MSALSTS.CPY.
           COPY MSALSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE DIRECCIONES-FILE: VIENE DE
      *-DIRSTS.CPY.
           COPY DIRSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE RUTA-FILE: VIENE DE RUTSTS.CPY.
           COPY RUTSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FECHA OFICIAL DE NEGOCIO Y SECUENCIA DE LAS HOJAS (SERIE
      *-RUTA), QUE VIAJA EN EL HEADER DEL RETORNO.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

      *-PORCENTAJE DE EXCESO SOBRE EL PROMEDIO PROPIO A PARTIR DEL
      *-CUAL UN CONSUMO ES ANOMALO (CODIGO ANOMPCT DE TASAS, EL MISMO
      *-DE LA FACTURACION DE CONSUMO): FIJA EL TECHO DEL RANGO.
       01  WS-PCT-ANOMALIA  PIC 9(5)    VALUE 200.
       01  WS-EF-ANOMALIA   PIC 9(8)    VALUE ZERO.

      *-RANGO ESPERADO DEL MEDIDOR EN ARMADO.
       01  WS-RANGO-MINIMO  PIC S9(7)   VALUE ZERO.
       01  WS-RANGO-MAXIMO  PIC S9(9)   VALUE ZERO.

       01  WS-HAY-SALDOS-SW PIC X VALUE "N".
           88  HAY-ARCHIVO-SALDOS VALUE "S".

      *-DIRECCIONES VIGENTES PRECARGADAS: LA ULTIMA GRABADA POR
      *-CLIENTE GANA, IGUAL QUE EN EL EXTRACTO DE CORREO.
       01  WS-CANTIDAD-DIRS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-DIRS.
           05  WS-DIR-ENT OCCURS 2000 TIMES.
               10  DIT-CLIENTE PIC 9(7).
               10  DIT-CALLE   PIC X(30).
               10  DIT-CP      PIC X(5).

       01  WS-IDX-DIR     PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.

      *-RUTA EN CURSO EN LA SALIDA DEL ORDENAMIENTO.
       01  WS-RUTA-CP     PIC X(5)  VALUE SPACES.
       01  WS-RUTA-CALLE  PIC X(30) VALUE SPACES.
       01  WS-HAY-RUTA-SW PIC X VALUE "N".
           88  HAY-RUTA-ABIERTA VALUE "S".

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88  SORT-EOF VALUE "S".

       01  WS-CONTADOR-MEDIDORES PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-RUTAS     PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-SIN-DIR   PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-SIN-HIST  PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 050-CARGA-TASA-ANOMALIA.
           PERFORM 060-CARGA-DIRECCIONES.

           OPEN INPUT MEDIDORES-FILE.
           IF MEDIDORES-NO-EXISTE
               DISPLAY "NO EXISTE EL MAESTRO DE MEDIDORES; NO HAY "
                   "RUTAS QUE ARMAR."
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES-FILE.
           MOVE "N" TO WS-HAY-SALDOS-SW.
           OPEN INPUT MEDIDOR-SALDO-FILE.
           IF MEDSALDO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               SET HAY-ARCHIVO-SALDOS TO TRUE
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRR-CP SRR-CALLE SRR-MEDIDOR
               INPUT PROCEDURE IS 100-SUELTA-MEDIDORES
               OUTPUT PROCEDURE IS 300-GENERA-HOJAS.

           CLOSE MEDIDORES-FILE.
           IF NOT CLIENTES-NO-EXISTE
               CLOSE CLIENTES-FILE
           END-IF.
           IF HAY-ARCHIVO-SALDOS
               CLOSE MEDIDOR-SALDO-FILE
           END-IF.

           DISPLAY "HOJAS DE RUTA SECUENCIA " WS-NUMERO-ASIGNADO.
           DISPLAY "RUTAS:                 " WS-CONTADOR-RUTAS.
           DISPLAY "MEDIDORES A LEER:      " WS-CONTADOR-MEDIDORES.
           DISPLAY "MEDIDORES SIN DIRECCION: " WS-CONTADOR-SIN-DIR.
           DISPLAY "MEDIDORES SIN HISTORIA:  " WS-CONTADOR-SIN-HIST.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-TASA-ANOMALIA - lee de TASAS.DAT el codigo ANOMPCT
      * con la regla de fecha efectiva de siempre; sin renglon, el
      * valor de arranque de la facturacion de consumo se conserva.
      *-----------------------------------------------------------------
       050-CARGA-TASA-ANOMALIA.
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
                   IF TAS-CODIGO = "ANOMPCT"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-ANOMALIA
                       MOVE TAS-VALOR TO WS-PCT-ANOMALIA
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-ANOMALIA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 060-CARGA-DIRECCIONES - precarga la direccion vigente de cada
      * cliente (la ultima grabada para su numero gana).
      *-----------------------------------------------------------------
       060-CARGA-DIRECCIONES.
           OPEN INPUT DIRECCIONES-FILE.
           IF DIRECCIONES-NO-EXISTE
               DISPLAY "NO EXISTE DIRECCIONES.DAT; TODOS LOS "
                   "MEDIDORES SALEN SIN DIRECCION."
           ELSE
               PERFORM 065-LEE-DIRECCION UNTIL DIRECCIONES-EOF
               CLOSE DIRECCIONES-FILE
           END-IF.

       065-LEE-DIRECCION.
           READ DIRECCIONES-FILE
               AT END
                   SET DIRECCIONES-EOF TO TRUE
               NOT AT END
                   PERFORM 070-ACTUALIZA-DIR-TABLA
           END-READ.

       070-ACTUALIZA-DIR-TABLA.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 075-BUSCA-DIR-TABLA
               VARYING WS-IDX-DIR FROM 1 BY 1
               UNTIL WS-IDX-DIR > WS-CANTIDAD-DIRS.
           IF WS-IDX-HALLADO = ZERO
               AND WS-CANTIDAD-DIRS < 2000
               ADD 1 TO WS-CANTIDAD-DIRS
               MOVE WS-CANTIDAD-DIRS TO WS-IDX-HALLADO
               MOVE DIR-CLIENTE TO DIT-CLIENTE (WS-IDX-HALLADO)
           END-IF.
           IF WS-IDX-HALLADO > ZERO
               MOVE DIR-CALLE  TO DIT-CALLE (WS-IDX-HALLADO)
               MOVE DIR-CP     TO DIT-CP (WS-IDX-HALLADO)
           END-IF.

       075-BUSCA-DIR-TABLA.
           IF DIT-CLIENTE (WS-IDX-DIR) = DIR-CLIENTE
               MOVE WS-IDX-DIR TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 100-SUELTA-MEDIDORES - procedimiento de entrada del SORT: un
      * legajo por medidor activo, con su direccion, el nombre de su
      * cliente y su rango esperado.
      *-----------------------------------------------------------------
       100-SUELTA-MEDIDORES.
           MOVE SPACES TO MED-ID.
           START MEDIDORES-FILE KEY NOT < MED-ID
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   PERFORM 110-LEE-MEDIDOR UNTIL MEDIDORES-EOF
           END-START.

       110-LEE-MEDIDOR.
           READ MEDIDORES-FILE NEXT RECORD
               AT END
                   SET MEDIDORES-EOF TO TRUE
               NOT AT END
                   IF MED-ESTA-ACTIVO
                       PERFORM 200-SUELTA-MEDIDOR
                   END-IF
           END-READ.

       200-SUELTA-MEDIDOR.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 210-BUSCA-DIR-MEDIDOR
               VARYING WS-IDX-DIR FROM 1 BY 1
               UNTIL WS-IDX-DIR > WS-CANTIDAD-DIRS.
           IF WS-IDX-HALLADO = ZERO
               MOVE "99999" TO SRR-CP
               MOVE "(SIN DIRECCION EN EL MAESTRO)" TO SRR-CALLE
               ADD 1 TO WS-CONTADOR-SIN-DIR
           ELSE
               MOVE DIT-CP (WS-IDX-HALLADO)    TO SRR-CP
               MOVE DIT-CALLE (WS-IDX-HALLADO) TO SRR-CALLE
           END-IF.
           MOVE MED-ID      TO SRR-MEDIDOR.
           MOVE MED-CLIENTE TO SRR-CLIENTE.
           PERFORM 220-BUSCA-NOMBRE.
           PERFORM 230-CALCULA-RANGO.
           MOVE WS-RANGO-MINIMO TO SRR-MINIMO.
           MOVE WS-RANGO-MAXIMO TO SRR-MAXIMO.
           RELEASE SORT-RUTA-RECORD.

       210-BUSCA-DIR-MEDIDOR.
           IF DIT-CLIENTE (WS-IDX-DIR) = MED-CLIENTE
               MOVE WS-IDX-DIR TO WS-IDX-HALLADO
           END-IF.

       220-BUSCA-NOMBRE.
           MOVE SPACES TO SRR-NOMBRE.
           IF NOT CLIENTES-NO-EXISTE
               MOVE MED-CLIENTE TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "(SIN MAESTRO)" TO SRR-NOMBRE
                   NOT INVALID KEY
                       STRING CLI-NOMBRE    DELIMITED BY "  "
                              " "           DELIMITED BY SIZE
                              CLI-APELLIDOS DELIMITED BY SIZE
                           INTO SRR-NOMBRE
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 230-CALCULA-RANGO - el minimo es la ultima lectura real del
      * medidor (la facturada menos lo estimado pendiente); el maximo
      * es la facturada mas el techo de anomalia de su promedio. Sin
      * historia o sin promedio no hay techo que dar.
      *-----------------------------------------------------------------
       230-CALCULA-RANGO.
           MOVE ZERO   TO WS-RANGO-MINIMO.
           MOVE 999999 TO WS-RANGO-MAXIMO.
           IF HAY-ARCHIVO-SALDOS
               MOVE MED-ID TO MSA-MEDIDOR
               READ MEDIDOR-SALDO-FILE
                   INVALID KEY
                       ADD 1 TO WS-CONTADOR-SIN-HIST
                   NOT INVALID KEY
                       COMPUTE WS-RANGO-MINIMO =
                           MSA-ULT-VALOR - MSA-EST-PENDIENTE
                       IF MSA-CICLOS > ZERO
                           AND MSA-PROM-CONSUMO > ZERO
                           COMPUTE WS-RANGO-MAXIMO =
                               MSA-ULT-VALOR + MSA-PROM-CONSUMO
                               * (100 + WS-PCT-ANOMALIA) / 100
                       END-IF
               END-READ
           ELSE
               ADD 1 TO WS-CONTADOR-SIN-HIST
           END-IF.
           IF WS-RANGO-MINIMO < ZERO
               MOVE ZERO TO WS-RANGO-MINIMO
           END-IF.
           IF WS-RANGO-MAXIMO > 999999
               MOVE 999999 TO WS-RANGO-MAXIMO
           END-IF.

      *-----------------------------------------------------------------
      * 300-GENERA-HOJAS - procedimiento de salida del SORT: toma la
      * secuencia de la serie RUTA, escribe el header del retorno y
      * el titulo de las hojas, un encabezado por cada ruta (codigo
      * postal y calle) y por cada medidor su renglon en la hoja y su
      * detalle en blanco en el retorno, y cierra con el trailer.
      *-----------------------------------------------------------------
       300-GENERA-HOJAS.
           MOVE "RUTA" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           OPEN OUTPUT RUTA-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LECTURA-RUTA-RECORD.
           MOVE "H"                TO RTH-TIPO.
           MOVE WS-FECHA-NEGOCIO   TO RTH-FECHA.
           MOVE WS-NUMERO-ASIGNADO TO RTH-SECUENCIA.
           WRITE LECTURA-RUTA-RECORD.

           MOVE SPACES TO RRX-TEXTO.
           STRING "HOJAS DE RUTA DE LECTURA DEL " DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO                DELIMITED BY SIZE
                  " SECUENCIA "                   DELIMITED BY SIZE
                  WS-NUMERO-ASIGNADO              DELIMITED BY SIZE
               INTO RRX-TEXTO.
           WRITE REPORTE-RUTA-RECORD.

           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 310-PROCESA-MEDIDOR UNTIL SORT-EOF.

           MOVE SPACES TO LECTURA-RUTA-RECORD.
           MOVE "T" TO RTT-TIPO.
           MOVE WS-CONTADOR-MEDIDORES TO RTT-CANTIDAD.
           WRITE LECTURA-RUTA-RECORD.

           MOVE SPACES TO RRX-TEXTO.
           WRITE REPORTE-RUTA-RECORD.
           STRING "TOTAL: " DELIMITED BY SIZE
                  WS-CONTADOR-RUTAS     DELIMITED BY SIZE
                  " RUTAS, "            DELIMITED BY SIZE
                  WS-CONTADOR-MEDIDORES DELIMITED BY SIZE
                  " MEDIDORES A LEER"   DELIMITED BY SIZE
               INTO RRX-TEXTO.
           WRITE REPORTE-RUTA-RECORD.

           CLOSE RUTA-FILE.
           CLOSE REPORTE-FILE.

       310-PROCESA-MEDIDOR.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   IF NOT HAY-RUTA-ABIERTA
                       OR SRR-CP NOT = WS-RUTA-CP
                       OR SRR-CALLE NOT = WS-RUTA-CALLE
                       PERFORM 320-ENCABEZA-RUTA
                   END-IF
                   PERFORM 330-GRABA-MEDIDOR
           END-RETURN.

       320-ENCABEZA-RUTA.
           SET HAY-RUTA-ABIERTA TO TRUE.
           MOVE SRR-CP    TO WS-RUTA-CP.
           MOVE SRR-CALLE TO WS-RUTA-CALLE.
           ADD 1 TO WS-CONTADOR-RUTAS.

           MOVE SPACES TO RRX-TEXTO.
           WRITE REPORTE-RUTA-RECORD.
           STRING "RUTA CP "    DELIMITED BY SIZE
                  SRR-CP        DELIMITED BY SIZE
                  "  CALLE "    DELIMITED BY SIZE
                  SRR-CALLE     DELIMITED BY SIZE
               INTO RRX-TEXTO.
           WRITE REPORTE-RUTA-RECORD.
           MOVE SPACES TO RRX-TEXTO.
           STRING "MEDIDOR  CLIENTE NOMBRE               "
                                                 DELIMITED BY SIZE
                  "DIRECCION                MINIMO MAXIMO"
                                                 DELIMITED BY SIZE
               INTO RRX-TEXTO.
           WRITE REPORTE-RUTA-RECORD.

       330-GRABA-MEDIDOR.
           MOVE SPACES      TO REPORTE-RUTA-RECORD.
           MOVE SRR-MEDIDOR TO RRT-MEDIDOR.
           MOVE SRR-CLIENTE TO RRT-CLIENTE.
           MOVE SRR-NOMBRE  TO RRT-NOMBRE.
           MOVE SRR-CALLE   TO RRT-CALLE.
           MOVE SRR-MINIMO  TO RRT-MINIMO.
           MOVE SRR-MAXIMO  TO RRT-MAXIMO.
           WRITE REPORTE-RUTA-RECORD.

           MOVE SPACES      TO LECTURA-RUTA-RECORD.
           MOVE "D"         TO RTD-TIPO.
           MOVE SRR-CP      TO RTD-CP.
           MOVE SRR-CALLE   TO RTD-CALLE.
           MOVE SRR-MEDIDOR TO RTD-MEDIDOR.
           MOVE SRR-CLIENTE TO RTD-CLIENTE.
           MOVE SRR-MINIMO  TO RTD-MINIMO.
           MOVE SRR-MAXIMO  TO RTD-MAXIMO.
           WRITE LECTURA-RUTA-RECORD.

           ADD 1 TO WS-CONTADOR-MEDIDORES.

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
       END PROGRAM B0-PROGRAMA.
