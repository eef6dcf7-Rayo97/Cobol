      *          igual que el registro de facturas. El resultado queda
      *          en ANTIGUED.RPT para que cobranza vea de un vistazo
      *          quien se esta pasando de los 60 dias, en vez de
      *          trabajar de memoria y notitas pegadas. Con VISTA
      *          GRUPO en PARAM60.DAT los sitios de una cuenta padre
      *          (CLIPADRE.DAT) se suman en el renglon de la padre.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                 tied to any invoice, so the reconciliation
      *                 nets their total out of the bucket grand
      *                 total before comparing against the ledger.
      * 2026-10-15 RSM  The named parameter file PARAM60.DAT chooses
      *                 the view: VISTA SITIO (the default) ages each
      *                 customer on its own line, VISTA GRUPO rolls
      *                 every child site (CLIPADRE.DAT) up into its
      *                 parent account's line. The grand total and the
      *                 ledger reconciliation are the same either way.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT PARAMETROS-FILE
               ASSIGN TO "PARAM60.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT CLIENTE-PADRE-FILE
               ASSIGN TO "CLIPADRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPA-HIJO
               FILE STATUS IS WS-CLIPADRE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  PARAMETROS-FILE
           LABEL RECORD IS STANDARD.
           COPY PARAMS.

       FD  CLIENTE-PADRE-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIPADRE.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FACTURAS-STATUS PIC XX.
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE PARAMETROS-FILE: VIENE DE PARMSTS.CPY.
           COPY PARMSTS.

       01  WS-PARAM-RECHAZADO-SW PIC X VALUE "N".
           88  PARAMETRO-RECHAZADO VALUE "S".

      *-VISTA DEL REPORTE (CODIGO VISTA DE PARAM60.DAT): SITIO UN
      *-RENGLON POR CLIENTE, GRUPO LOS SITIOS SUMADOS EN SU CUENTA
      *-PADRE. SIN PARAMETRO, LA VISTA ES POR SITIO.
       01  WS-VISTA-REPORTE PIC X VALUE "S".
           88  VISTA-SITIO VALUE "S".
           88  VISTA-GRUPO VALUE "G".

      *-FILE STATUS/88-LEVEL DE CLIENTE-PADRE-FILE: VIENE DE
      *-CPASTS.CPY.
           COPY CPASTS.

      *-RELACIONES HIJO/PADRE DE CLIPADRE.DAT, CARGADAS SOLO EN LA
      *-VISTA POR GRUPO.
       01  WS-CANTIDAD-LIGAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-LIGAS.
           05  WS-LIGA OCCURS 2000 TIMES.
               10  LIG-HIJO  PIC 9(7).
               10  LIG-PADRE PIC 9(7).
       01  WS-IDX-LIGA PIC 9(4) VALUE ZERO.
       01  WS-PADRE-HALLADO PIC 9(7) VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA, CARGADA DE
      *-FECHACOR.DAT POR CARGA-FECHA-NEGOCIO, Y SUS PARTES PARA LA
      *-ARITMETICA DE ANTIGUEDAD.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM CARGA-PARAMETROS.
           IF VISTA-GRUPO
               PERFORM 090-CARGA-LIGAS
           END-IF.
           PERFORM 050-SUMA-LIBRO.
           PERFORM 070-SUMA-APLICADAS.

                   ADD CAP-IMPORTE TO WS-TOTAL-APLICADAS
           END-READ.

      *-----------------------------------------------------------------
      * 090-CARGA-LIGAS - en la vista por grupo carga las relaciones
      * hijo/padre; sin CLIPADRE.DAT el reporte sale igual que por
      * sitio.
      *-----------------------------------------------------------------
       090-CARGA-LIGAS.
           MOVE ZERO TO WS-CANTIDAD-LIGAS.
           OPEN INPUT CLIENTE-PADRE-FILE.
           IF CLIPADRE-NO-EXISTE
               DISPLAY "NO EXISTE CLIPADRE.DAT; NO HAY GRUPOS QUE "
                   "SUMAR."
           ELSE
               MOVE ZERO TO CPA-HIJO
               START CLIENTE-PADRE-FILE KEY NOT < CPA-HIJO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 095-LEE-LIGA UNTIL CLIPADRE-EOF
               END-START
               CLOSE CLIENTE-PADRE-FILE
           END-IF.

       095-LEE-LIGA.
           READ CLIENTE-PADRE-FILE NEXT RECORD
               AT END
                   SET CLIPADRE-EOF TO TRUE
               NOT AT END
                   IF WS-CANTIDAD-LIGAS < 2000
                       ADD 1 TO WS-CANTIDAD-LIGAS
                       MOVE CPA-HIJO  TO LIG-HIJO (WS-CANTIDAD-LIGAS)
                       MOVE CPA-PADRE TO LIG-PADRE (WS-CANTIDAD-LIGAS)
                   ELSE
                       DISPLAY "AVISO: MAS DE 2000 SITIOS CON CUENTA "
                           "PADRE; EL " CPA-HIJO " SALE POR SU CUENTA."
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-SUELTA-MOVIMIENTOS - procedimiento de entrada del SORT:
      * suelta cada factura (tipo 1, con fecha y total) y cada pago
                   IF FAC-NUMERO NOT = 9999999
                       AND FAC-CLIENTE NOT = ZERO
                       MOVE FAC-CLIENTE TO SRA-CLIENTE
                       PERFORM 130-CLIENTE-DEL-RENGLON
                       IF FAC-REFERENCIA = ZERO
                           MOVE FAC-NUMERO TO SRA-FACTURA
                           MOVE 1          TO SRA-TIPO
                   IF PAG-FACTURA NOT = 9999999
                       AND PAG-CLIENTE NOT = ZERO
                       MOVE PAG-CLIENTE TO SRA-CLIENTE
                       PERFORM 130-CLIENTE-DEL-RENGLON
                       MOVE PAG-FACTURA TO SRA-FACTURA
                       MOVE 2           TO SRA-TIPO
                       MOVE ZERO        TO SRA-FECHA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 130-CLIENTE-DEL-RENGLON - en la vista por grupo, un sitio con
      * cuenta padre se suelta bajo el numero de la padre, asi sus
      * facturas envejecen en el renglon del grupo; el numero de
      * factura sigue siendo la clave del neteo.
      *-----------------------------------------------------------------
       130-CLIENTE-DEL-RENGLON.
           IF VISTA-GRUPO
               MOVE ZERO TO WS-PADRE-HALLADO
               PERFORM 135-COMPARA-LIGA
                   VARYING WS-IDX-LIGA FROM 1 BY 1
                   UNTIL WS-IDX-LIGA > WS-CANTIDAD-LIGAS
                       OR WS-PADRE-HALLADO NOT = ZERO
               IF WS-PADRE-HALLADO NOT = ZERO
                   MOVE WS-PADRE-HALLADO TO SRA-CLIENTE
               END-IF
           END-IF.

       135-COMPARA-LIGA.
           IF LIG-HIJO (WS-IDX-LIGA) = SRA-CLIENTE
               MOVE LIG-PADRE (WS-IDX-LIGA) TO WS-PADRE-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 200-GENERA-REPORTE - procedimiento de salida del SORT: los
      * renglones llegan agrupados por cliente y factura, con la
       200-GENERA-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO WS-LINEA.
           IF VISTA-GRUPO
               STRING "ANTIGUEDAD DE SALDOS POR GRUPO (SITIOS EN SU "
                          DELIMITED BY SIZE
                      "CUENTA PADRE) AL " DELIMITED BY SIZE
                      WS-FECHA-NEGOCIO    DELIMITED BY SIZE
                   INTO WS-LINEA
           ELSE
               STRING "ANTIGUEDAD DE SALDOS AL " DELIMITED BY SIZE
                      WS-FECHA-NEGOCIO           DELIMITED BY SIZE
                   INTO WS-LINEA
           END-IF.
           MOVE WS-LINEA TO REPORTE-ANTIG-RECORD.
           WRITE REPORTE-ANTIG-RECORD.
           MOVE "CLIENTE         VIGENTE        30 DIAS        60 DIAS"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * CARGA-PARAMETROS - lee el archivo de parametros con nombre de
      * este programa (PARAM60.DAT): el codigo VISTA (SITIO o GRUPO)
      * llega validado y con eco al log; un codigo desconocido
      * rechaza la corrida.
      *-----------------------------------------------------------------
       CARGA-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF PARAM-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM LEE-PARAMETRO UNTIL PARAM-EOF
               CLOSE PARAMETROS-FILE
               IF PARAMETRO-RECHAZADO
                   DISPLAY "PARAMETROS RECHAZADOS; LA CORRIDA NO "
                       "ARRANCA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LEE-PARAMETRO.
           READ PARAMETROS-FILE
               AT END
                   SET PARAM-EOF TO TRUE
               NOT AT END
                   EVALUATE PRM-CODIGO
                       WHEN "VISTA"
                           IF PRM-VALOR = "SITIO" OR "GRUPO"
                               MOVE PRM-VALOR (1:1)
                                   TO WS-VISTA-REPORTE
                               DISPLAY "PARAMETRO VISTA = " PRM-VALOR
                           ELSE
                               SET PARAMETRO-RECHAZADO TO TRUE
                               DISPLAY "PARAMETRO VISTA INVALIDO: "
                                   PRM-VALOR
                           END-IF
                       WHEN OTHER
                           SET PARAMETRO-RECHAZADO TO TRUE
                           DISPLAY "CODIGO DE PARAMETRO DESCONOCIDO: "
                               PRM-CODIGO
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
