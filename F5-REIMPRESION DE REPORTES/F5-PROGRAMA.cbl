      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transaccion de busqueda y reimpresion de reportes, en
      *          el estilo de las consultas del taller (firma de
      *          operador validada por VALOPER, codigo de proposito
      *          por sesion, cada busqueda registrada en ACCESOS.DAT):
      *          busca un reporte por su nombre y un rango de fechas
      *          de negocio en el indice de reportes (REPINDEX.DAT),
      *          lista las noches que lo tienen con su paso, paginas y
      *          ubicacion, y reimprime la fecha elegida, completa o
      *          un rango de paginas, en REIMPRES.RPT. La copia sale
      *          de la generacion en linea o, si la depuracion
      *          (41-PROGRAMA) ya la paso al archivo de largo plazo,
      *          de HISTORIA.DAT a partir del renglon que anota el
      *          indice. Ya no hay que buscar por nombre de archivo y
      *          esperar que todavia exista.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. F5-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT REPORTE-INDICE-FILE
               ASSIGN TO "REPINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-CLAVE
               FILE STATUS IS WS-REPINDEX-STATUS.

           SELECT REPORTE-FUENTE-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-FUENTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FUENTE-STATUS.

           SELECT HISTORIA-FILE
               ASSIGN TO "HISTORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT REIMPRESION-FILE
               ASSIGN TO "REIMPRES.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REIMPRES-STATUS.

           SELECT OPERADORES-FILE
               ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT ACCESOS-FILE
               ASSIGN TO "ACCESOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCESOS-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  REPORTE-INDICE-FILE
           LABEL RECORD IS STANDARD.
           COPY REPINDEX.

      *-LA GENERACION EN LINEA SE LEE DE A UN BYTE Y SE REARMA CON EL
      *-LARGO DE REGISTRO QUE ANOTA EL INDICE.
       FD  REPORTE-FUENTE-FILE
           LABEL RECORD IS STANDARD.
       01  FUENTE-BYTE             PIC X.

      *-EL ARCHIVO DE LARGO PLAZO: CABECERA "## ARCHIVO", CONTENIDO EN
      *-BLOQUES DE 40 Y RENGLON DE CIERRE (VER 41-PROGRAMA).
       FD  HISTORIA-FILE
           LABEL RECORD IS STANDARD.
       01  HISTORIA-RECORD         PIC X(40).

      *-CABE EL REPORTE MAS ANCHO DEL TALLER (95).
       FD  REIMPRESION-FILE
           LABEL RECORD IS STANDARD.
       01  REIMPRESION-RECORD      PIC X(100).

       FD  OPERADORES-FILE
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  ACCESOS-FILE
           LABEL RECORD IS STANDARD.
           COPY ACCESOS.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE REPORTE-INDICE-FILE: VIENE DE
      *-RIXSTS.CPY.
           COPY RIXSTS.

       01  WS-FUENTE-STATUS PIC XX.
           88  FUENTE-OK         VALUE "00".
           88  FUENTE-EOF        VALUE "10".
           88  FUENTE-NO-EXISTE  VALUE "35".

       01  WS-HISTORIA-STATUS PIC XX.
           88  HISTORIA-OK         VALUE "00".
           88  HISTORIA-EOF        VALUE "10".
           88  HISTORIA-NO-EXISTE  VALUE "35".

       01  WS-REIMPRES-STATUS PIC XX.
           88  REIMPRES-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

       01  WS-ACCESOS-STATUS PIC XX.
           88  ACCESOS-OK        VALUE "00".
           88  ACCESOS-NO-EXISTE VALUE "35".

       01  WS-OPERADOR PIC X(8) VALUE SPACES.

       01  WS-OPERADOR-VALIDO-SW PIC X VALUE "N".
           88  OPERADOR-VALIDO VALUE "S".

       01  WS-INTENTOS-FIRMA PIC 9 VALUE ZERO.
           88  LIMITE-INTENTOS-FIRMA VALUE 3.

      *-CAMPOS DE LA CREDENCIAL DE LA FIRMA: VIENEN DE VALOPWS.CPY.
           COPY VALOPWS.

      *-CODIGO DE PROPOSITO DE LA SESION Y CAMPOS DE TRABAJO DEL
      *-REGISTRO DE ACCESOS, IGUAL QUE EN LA CONSULTA DE CLIENTES.
       01  WS-PROPOSITO     PIC X(4)  VALUE SPACES.
       01  WS-ACC-CLAVE     PIC X(35) VALUE SPACES.
       01  WS-ACC-RESULTADO PIC X     VALUE "N".
       01  WS-ACC-FECHA     PIC 9(8).
       01  WS-ACC-HORA      PIC 9(8).

       01  WS-SEGUIR-SW PIC X VALUE "S".
           88  SEGUIR-CONSULTANDO VALUE "S" "s".

       01  WS-FIN-LISTA-SW PIC X VALUE "N".
           88  FIN-LISTA VALUE "S".

      *-LO TECLEADO, VALIDADO COMO TEXTO ANTES DE MOVERSE.
       01  WS-REPORTE-BUSCADO PIC X(12) VALUE SPACES.
       01  WS-DESDE-TXT       PIC X(8)  VALUE SPACES.
       01  WS-HASTA-TXT       PIC X(8)  VALUE SPACES.
       01  WS-FECHA-TXT       PIC X(8)  VALUE SPACES.
       01  WS-PAG-DESDE-TXT   PIC X(5)  VALUE SPACES.
       01  WS-PAG-HASTA-TXT   PIC X(5)  VALUE SPACES.
       01  WS-NOMBRE-FUENTE   PIC X(24) VALUE SPACES.
       01  WS-FECHA-DESDE     PIC 9(8)  VALUE ZERO.
       01  WS-FECHA-HASTA     PIC 9(8)  VALUE ZERO.
       01  WS-PAG-DESDE       PIC 9(5)  VALUE ZERO.
       01  WS-PAG-HASTA       PIC 9(5)  VALUE ZERO.

       01  WS-CONTADOR-HALLADOS PIC 9(5) VALUE ZERO.

      *-PAGINACION DE LOS REPORTES DEL INDICE: 60 RENGLONES POR
      *-PAGINA; EL RANGO DE PAGINAS PEDIDO SE VUELVE RANGO DE
      *-RENGLONES DEL REPORTE.
       01  WS-LINEAS-PAGINA PIC 99   VALUE 60.
       01  WS-RENGLON-DESDE PIC 9(9) VALUE ZERO.
       01  WS-RENGLON-HASTA PIC 9(9) VALUE ZERO.

      *-ARMADO DE LOS RENGLONES DEL REPORTE A PARTIR DE SUS BYTES.
       01  WS-BYTE          PIC X     VALUE SPACE.
       01  WS-LINEA         PIC X(100) VALUE SPACES.
       01  WS-POS-LINEA     PIC 999   VALUE ZERO.
       01  WS-RENGLON       PIC 9(9)  VALUE ZERO.
       01  WS-BYTES-LEIDOS  PIC 9(9)  VALUE ZERO.
       01  WS-POS-BLOQUE    PIC 99    VALUE ZERO.
       01  WS-IMPRESOS      PIC 9(9)  VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           DISPLAY "CODIGO DE PROPOSITO DE LA CONSULTA (4 CARS):".
           ACCEPT WS-PROPOSITO.

           PERFORM 100-CONSULTA UNTIL NOT SEGUIR-CONSULTANDO.

           GOBACK.

      *-----------------------------------------------------------------
      * 100-CONSULTA - pide el reporte y el rango de fechas, lista lo
      * que tiene el indice y ofrece reimprimir una de esas fechas;
      * repite mientras el operador quiera seguir.
      *-----------------------------------------------------------------
       100-CONSULTA.
           DISPLAY "REPORTE (NOMBRE SIN EXTENSION, EJ. ANTIGUED):".
           ACCEPT WS-REPORTE-BUSCADO.
           DISPLAY "DESDE LA FECHA DE NEGOCIO (AAAAMMDD):".
           ACCEPT WS-DESDE-TXT.
           DISPLAY "HASTA LA FECHA DE NEGOCIO (AAAAMMDD):".
           ACCEPT WS-HASTA-TXT.
           IF WS-DESDE-TXT IS NUMERIC
               AND WS-HASTA-TXT IS NUMERIC
               MOVE WS-DESDE-TXT TO WS-FECHA-DESDE
               MOVE WS-HASTA-TXT TO WS-FECHA-HASTA
               PERFORM 200-BUSCA-REPORTE
           ELSE
               DISPLAY "LAS FECHAS DEBEN SER DE 8 DIGITOS."
           END-IF.
           DISPLAY "CONSULTAR OTRO (S/N)?".
           ACCEPT WS-SEGUIR-SW.

      *-----------------------------------------------------------------
      * 200-BUSCA-REPORTE - lista las entradas del indice del reporte
      * en el rango de fechas; si hay alguna, pregunta cual
      * reimprimir. La busqueda deja su huella en ACCESOS.DAT.
      *-----------------------------------------------------------------
       200-BUSCA-REPORTE.
           MOVE ZERO TO WS-CONTADOR-HALLADOS.
           OPEN INPUT REPORTE-INDICE-FILE.
           IF REPINDEX-NO-EXISTE
               DISPLAY "NO EXISTE EL INDICE DE REPORTES (REPINDEX.DAT)."
           ELSE
               MOVE WS-REPORTE-BUSCADO TO RIX-REPORTE
               MOVE WS-FECHA-DESDE     TO RIX-FECHA-NEGOCIO
               MOVE "N" TO WS-FIN-LISTA-SW
               START REPORTE-INDICE-FILE KEY NOT < RIX-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 210-LISTA-ENTRADA UNTIL FIN-LISTA
               END-START
               IF WS-CONTADOR-HALLADOS > ZERO
                   PERFORM 250-ELIGE-FECHA
               END-IF
               CLOSE REPORTE-INDICE-FILE
           END-IF.
           MOVE SPACES TO WS-ACC-CLAVE.
           STRING "REP "             DELIMITED BY SIZE
                  WS-REPORTE-BUSCADO DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  WS-DESDE-TXT       DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  WS-HASTA-TXT       DELIMITED BY SIZE
               INTO WS-ACC-CLAVE.
           IF WS-CONTADOR-HALLADOS > ZERO
               MOVE "E" TO WS-ACC-RESULTADO
           ELSE
               MOVE "N" TO WS-ACC-RESULTADO
               DISPLAY "NO HAY " WS-REPORTE-BUSCADO
                   " REGISTRADO ENTRE ESAS FECHAS."
           END-IF.
           PERFORM 185-GRABA-ACCESO.

       210-LISTA-ENTRADA.
           READ REPORTE-INDICE-FILE NEXT RECORD
               AT END
                   SET FIN-LISTA TO TRUE
               NOT AT END
                   IF RIX-REPORTE NOT = WS-REPORTE-BUSCADO
                       OR RIX-FECHA-NEGOCIO > WS-FECHA-HASTA
                       SET FIN-LISTA TO TRUE
                   ELSE
                       ADD 1 TO WS-CONTADOR-HALLADOS
                       PERFORM 220-MUESTRA-ENTRADA
                   END-IF
           END-READ.

       220-MUESTRA-ENTRADA.
           IF RIX-ARCHIVADO
               DISPLAY "  " RIX-FECHA-NEGOCIO
                   " PASO " RIX-PASO
                   " PAGINAS " RIX-PAGINAS
                   " RENGLONES " RIX-RENGLONES
                   " ARCHIVADO EL " RIX-FECHA-ARCHIVO
                   " (HISTORIA.DAT)"
           ELSE
               DISPLAY "  " RIX-FECHA-NEGOCIO
                   " PASO " RIX-PASO
                   " PAGINAS " RIX-PAGINAS
                   " RENGLONES " RIX-RENGLONES
                   " EN LINEA: " RIX-UBICACION
           END-IF.

      *-----------------------------------------------------------------
      * 250-ELIGE-FECHA - la fecha a reimprimir y el rango de
      * paginas; paginas en blanco es el reporte completo.
      *-----------------------------------------------------------------
       250-ELIGE-FECHA.
           DISPLAY "FECHA A REIMPRIMIR (AAAAMMDD, EN BLANCO NINGUNA):".
           ACCEPT WS-FECHA-TXT.
           IF WS-FECHA-TXT IS NUMERIC
               MOVE WS-REPORTE-BUSCADO TO RIX-REPORTE
               MOVE WS-FECHA-TXT       TO RIX-FECHA-NEGOCIO
               READ REPORTE-INDICE-FILE
                   INVALID KEY
                       DISPLAY "ESA FECHA NO ESTA EN EL INDICE."
                   NOT INVALID KEY
                       PERFORM 260-PIDE-PAGINAS
               END-READ
           END-IF.

       260-PIDE-PAGINAS.
           DISPLAY "PAGINA DESDE (5 DIGITOS; EN BLANCO: COMPLETO):".
           ACCEPT WS-PAG-DESDE-TXT.
           IF WS-PAG-DESDE-TXT = SPACES
               MOVE 1           TO WS-PAG-DESDE
               MOVE RIX-PAGINAS TO WS-PAG-HASTA
           ELSE
               DISPLAY "PAGINA HASTA (5 DIGITOS):"
               ACCEPT WS-PAG-HASTA-TXT
               MOVE ZERO TO WS-PAG-DESDE
               MOVE ZERO TO WS-PAG-HASTA
               IF WS-PAG-DESDE-TXT IS NUMERIC
                   AND WS-PAG-HASTA-TXT IS NUMERIC
                   MOVE WS-PAG-DESDE-TXT TO WS-PAG-DESDE
                   MOVE WS-PAG-HASTA-TXT TO WS-PAG-HASTA
               END-IF
           END-IF.
           IF WS-PAG-DESDE < 1
               OR WS-PAG-DESDE > WS-PAG-HASTA
               OR WS-PAG-HASTA > RIX-PAGINAS
               DISPLAY "RANGO DE PAGINAS INVALIDO; EL REPORTE TIENE "
                   RIX-PAGINAS " PAGINAS."
           ELSE
               PERFORM 300-REIMPRIME
           END-IF.

      *-----------------------------------------------------------------
      * 300-REIMPRIME - arma REIMPRES.RPT: un renglon de encabezado y
      * los renglones del reporte que caen en el rango de paginas,
      * tomados de la generacion en linea o de HISTORIA.DAT.
      *-----------------------------------------------------------------
       300-REIMPRIME.
           COMPUTE WS-RENGLON-DESDE =
               (WS-PAG-DESDE - 1) * WS-LINEAS-PAGINA + 1.
           COMPUTE WS-RENGLON-HASTA = WS-PAG-HASTA * WS-LINEAS-PAGINA.
           MOVE ZERO   TO WS-RENGLON.
           MOVE ZERO   TO WS-IMPRESOS.
           MOVE ZERO   TO WS-BYTES-LEIDOS.
           MOVE ZERO   TO WS-POS-LINEA.
           MOVE SPACES TO WS-LINEA.

           OPEN OUTPUT REIMPRESION-FILE.
           MOVE SPACES TO REIMPRESION-RECORD.
           STRING "REIMPRESION DE "   DELIMITED BY SIZE
                  RIX-REPORTE         DELIMITED BY SPACE
                  " DEL "             DELIMITED BY SIZE
                  RIX-FECHA-NEGOCIO   DELIMITED BY SIZE
                  " (PASO "           DELIMITED BY SIZE
                  RIX-PASO            DELIMITED BY SIZE
                  ") PAGINAS "        DELIMITED BY SIZE
                  WS-PAG-DESDE        DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  WS-PAG-HASTA        DELIMITED BY SIZE
                  " DE "              DELIMITED BY SIZE
                  RIX-PAGINAS         DELIMITED BY SIZE
                  " OPERADOR "        DELIMITED BY SIZE
                  WS-OPERADOR         DELIMITED BY SIZE
               INTO REIMPRESION-RECORD.
           WRITE REIMPRESION-RECORD.

           IF RIX-ARCHIVADO
               PERFORM 320-DESDE-HISTORIA
           ELSE
               PERFORM 310-DESDE-EN-LINEA
           END-IF.
           CLOSE REIMPRESION-FILE.
           DISPLAY "REIMPRESOS " WS-IMPRESOS
               " RENGLONES EN REIMPRES.RPT.".

       310-DESDE-EN-LINEA.
           MOVE RIX-UBICACION TO WS-NOMBRE-FUENTE.
           OPEN INPUT REPORTE-FUENTE-FILE.
           IF FUENTE-NO-EXISTE
               DISPLAY "LA GENERACION " RIX-UBICACION
                   " YA NO ESTA EN LINEA."
           ELSE
               PERFORM 315-LEE-BYTE-EN-LINEA UNTIL FUENTE-EOF
               CLOSE REPORTE-FUENTE-FILE
           END-IF.

       315-LEE-BYTE-EN-LINEA.
           READ REPORTE-FUENTE-FILE
               AT END
                   SET FUENTE-EOF TO TRUE
               NOT AT END
                   MOVE FUENTE-BYTE TO WS-BYTE
                   PERFORM 350-ACUMULA-BYTE
           END-READ.

      *-----------------------------------------------------------------
      * 320-DESDE-HISTORIA - salta hasta el renglon de cabecera que
      * anota el indice, confirma que es la cabecera de un archivo, y
      * desempaca de los bloques de 40 que siguen los bytes del
      * reporte.
      *-----------------------------------------------------------------
       320-DESDE-HISTORIA.
           OPEN INPUT HISTORIA-FILE.
           IF HISTORIA-NO-EXISTE
               DISPLAY "NO EXISTE HISTORIA.DAT."
           ELSE
               MOVE SPACES TO HISTORIA-RECORD
               PERFORM 325-SALTA-RENGLON RIX-RENGLON-HIST TIMES
               IF HISTORIA-RECORD (1:11) = "## ARCHIVO "
                   PERFORM 330-LEE-BLOQUE
                       UNTIL HISTORIA-EOF
                       OR WS-BYTES-LEIDOS NOT < RIX-BYTES
               ELSE
                   DISPLAY "EL RENGLON " RIX-RENGLON-HIST
                       " DE HISTORIA.DAT NO ES LA CABECERA DEL "
                       "REPORTE."
               END-IF
               CLOSE HISTORIA-FILE
           END-IF.

       325-SALTA-RENGLON.
           IF NOT HISTORIA-EOF
               READ HISTORIA-FILE
                   AT END
                       SET HISTORIA-EOF TO TRUE
                       MOVE SPACES TO HISTORIA-RECORD
               END-READ
           END-IF.

       330-LEE-BLOQUE.
           READ HISTORIA-FILE
               AT END
                   SET HISTORIA-EOF TO TRUE
               NOT AT END
                   PERFORM 335-TOMA-BYTE
                       VARYING WS-POS-BLOQUE FROM 1 BY 1
                       UNTIL WS-POS-BLOQUE > 40
                       OR WS-BYTES-LEIDOS NOT < RIX-BYTES
           END-READ.

       335-TOMA-BYTE.
           MOVE HISTORIA-RECORD (WS-POS-BLOQUE:1) TO WS-BYTE.
           ADD 1 TO WS-BYTES-LEIDOS.
           PERFORM 350-ACUMULA-BYTE.

      *-----------------------------------------------------------------
      * 350-ACUMULA-BYTE - rearma los renglones con el largo de
      * registro del reporte y escribe los que caen en el rango.
      *-----------------------------------------------------------------
       350-ACUMULA-BYTE.
           ADD 1 TO WS-POS-LINEA.
           MOVE WS-BYTE TO WS-LINEA (WS-POS-LINEA:1).
           IF WS-POS-LINEA = RIX-LONGITUD
               ADD 1 TO WS-RENGLON
               IF WS-RENGLON NOT < WS-RENGLON-DESDE
                   AND WS-RENGLON NOT > WS-RENGLON-HASTA
                   MOVE WS-LINEA TO REIMPRESION-RECORD
                   WRITE REIMPRESION-RECORD
                   ADD 1 TO WS-IMPRESOS
               END-IF
               MOVE SPACES TO WS-LINEA
               MOVE ZERO   TO WS-POS-LINEA
           END-IF.

      *-----------------------------------------------------------------
      * 185-GRABA-ACCESO - deja en ACCESOS.DAT la huella de la
      * busqueda en turno: operador, reporte y fechas buscadas, si se
      * encontro, proposito y hora, igual que las otras consultas.
      *-----------------------------------------------------------------
       185-GRABA-ACCESO.
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
      * PIDE-OPERADOR/VALIDA-OPERADOR - vienen de VALOPER.CPY:
      * validan la firma contra el maestro de operadores.
      *-----------------------------------------------------------------
           COPY VALOPER.

      ** add other procedures here
       END PROGRAM F5-PROGRAMA.
