      ******************************************************************
      * Author:
      * Date:
      * Purpose: Exportacion de los datos personales de un cliente
      *          (derechos ARCO): dado un numero de cliente, junta en
      *          un solo reporte legible (DATOSCLI.<cliente>.RPT)
      *          todo lo que el taller guarda de el: el maestro de
      *          clientes, sus capturas de intake (PERSONAS.DAT, por
      *          nombre y apellidos), sus direcciones con su historia,
      *          sus preferencias de contacto, su mandato de debito,
      *          sus facturas y pagos (los vivos y los del archivo
      *          historico FACTARCH/PAGARCH), sus notas de contacto y
      *          casos de atencion, los documentos que se le mandaron
      *          por correo y a que direccion (CORREOREG.DAT), la
      *          bitacora de cambios del maestro,
      *          las imagenes del cliente en los juegos de respaldo
      *          fechados (BKP.AAAAMMDD.CLIENTES.DAT y PERSONAS.DAT)
      *          dentro de la ventana EXPVENTANA de TASAS.DAT, los
      *          renglones de la auditoria consolidada con su numero
      *          o sus apellidos, y quien consulto su registro y
      *          cuando (ACCESOS.DAT). Es de supervisores, y la
      *          exportacion misma queda en ACCESOS.DAT con el
      *          proposito ARCO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  The export now includes the customer's rows in
      *                 the mailing register (CORREOREG.DAT, written
      *                 by 80-PROGRAMA): each paper document sent, the
      *                 street and postal code it went to and whether
      *                 it came back.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. D9-PROGRAMA.
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

           SELECT PERSONAS-FILE
               ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERSONAS-STATUS.

           SELECT DIRECCIONES-FILE
               ASSIGN TO "DIRECCIONES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIRECCIONES-STATUS.

           SELECT PREFERENCIA-CONTACTO-FILE
               ASSIGN TO "PREFCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CLIENTE
               FILE STATUS IS WS-PREFCONT-STATUS.

           SELECT MANDATOS-FILE
               ASSIGN TO "MANDATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CLIENTE
               FILE STATUS IS WS-MANDATOS-STATUS.

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

           SELECT NOTA-CLIENTE-FILE
               ASSIGN TO "NOTASCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTA-CLAVE
               FILE STATUS IS WS-NOTASCLI-STATUS.

           SELECT CORREO-REGISTRO-FILE
               ASSIGN TO "CORREOREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORREOREG-STATUS.

           SELECT CASO-SERVICIO-FILE
               ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WS-CASOS-STATUS.

           SELECT CLIENTES-JOURNAL-FILE
               ASSIGN TO "CLIJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLIJRNL-STATUS.

      *-LOS RESPALDOS FECHADOS EN TURNO: UN SELECT DINAMICO QUE SE
      *-REABRE CON EL NOMBRE DE CADA ARCHIVO DE CADA FECHA DE LA
      *-VENTANA; EL REGISTRO VA COMO TEXTO PLANO DEL LARGO DEL
      *-ARCHIVO ORIGEN, IGUAL QUE LO ESCRIBE 39-PROGRAMA.
           SELECT RESPALDO-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-RESPALDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESPALDO-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.DAT"
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

       FD  PERSONAS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERSONAS.

       FD  DIRECCIONES-FILE
           LABEL RECORD IS STANDARD.
           COPY DIRECCION.

       FD  PREFERENCIA-CONTACTO-FILE
           LABEL RECORD IS STANDARD.
           COPY PREFCONT.

       FD  MANDATOS-FILE
           LABEL RECORD IS STANDARD.
           COPY MANDATO.

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

       FD  NOTA-CLIENTE-FILE
           LABEL RECORD IS STANDARD.
           COPY NOTASCLI.

       FD  CORREO-REGISTRO-FILE
           LABEL RECORD IS STANDARD.
           COPY CORREOREG.

       FD  CASO-SERVICIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CASOS.

       FD  CLIENTES-JOURNAL-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIJRNL.

      *-IMAGENES CRUDAS DE LOS RESPALDOS, CON LA CLAVE AL FRENTE: EL
      *-NUMERO EN EL MAESTRO, NOMBRE Y APELLIDOS EN LA CAPTURA.
       FD  RESPALDO-FILE
           LABEL RECORD IS STANDARD
           RECORD VARYING IN SIZE FROM 1 TO 133 CHARACTERS
               DEPENDING ON WS-LARGO-REGISTRO.
       01  RESPALDO-RECORD         PIC X(133).

       FD  AUDIT-LOG-FILE
           LABEL RECORD IS STANDARD.
           COPY AUDITLOG.

       FD  ACCESOS-FILE
           LABEL RECORD IS STANDARD.
           COPY ACCESOS.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-EXPORTA-RECORD  PIC X(80).

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
           COPY PERSOSTS.
           COPY DIRSTS.
           COPY PRFSTS.
           COPY MANDSTS.
           COPY PAGOSSTS.
           COPY NTASTS.
           COPY CRGSTS.
           COPY CASSTS.
           COPY CLIJSTS.
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

       01  WS-RESPALDO-STATUS PIC XX.
           88  RESPALDO-OK        VALUE "00".
           88  RESPALDO-EOF       VALUE "10".
           88  RESPALDO-NO-EXISTE VALUE "35".

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

      *-BANDERA DEL CONTROL DE ROL: LA EXPORTACION ES DE SUPERVISORES.
       01  WS-SUPERVISOR-SW PIC X VALUE "N".
           88  FIRMA-ES-SUPERVISOR VALUE "S".

      *-PROPOSITO CON QUE LA EXPORTACION QUEDA EN ACCESOS.DAT Y
      *-CAMPOS DE TRABAJO DEL RENGLON DE ACCESO.
       01  WS-PROPOSITO     PIC X(4)  VALUE "ARCO".
       01  WS-ACC-CLAVE     PIC X(35) VALUE SPACES.
       01  WS-ACC-RESULTADO PIC X     VALUE "N".
       01  WS-ACC-FECHA     PIC 9(8).
       01  WS-ACC-HORA      PIC 9(8).

      *-FECHA OFICIAL DE NEGOCIO: DE ELLA HACIA ATRAS SE BUSCAN LOS
      *-RESPALDOS FECHADOS.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-DIAS HACIA ATRAS EN QUE SE BUSCAN JUEGOS DE RESPALDO, DE
      *-TASAS.DAT (CODIGO EXPVENTANA) CON LA REGLA DE FECHA EFECTIVA
      *-DE SIEMPRE; SIN RENGLON, UN AÑO.
       01  WS-VENTANA-DIAS PIC 9(5) VALUE 365.
       01  WS-EF-VENTANA   PIC 9(8) VALUE ZERO.

      *-CAMPOS PARA CAMINAR LAS FECHAS DE LA VENTANA (RESTA-UN-DIA Y
      *-DIAS-DEL-MES VIENEN DE RESTADIA.CPY).
       01  WS-FECHA-CAND.
           05  WS-CAND-ANIO PIC 9(4).
           05  WS-CAND-MES  PIC 99.
           05  WS-CAND-DIA  PIC 99.
       01  WS-DIAS-MES   PIC 99   VALUE ZERO.
       01  WS-RESTO-4    PIC 9(4) VALUE ZERO.
       01  WS-RESIDUO-4  PIC 9(4) VALUE ZERO.

       01  WS-NOMBRE-RESPALDO PIC X(40) VALUE SPACES.
       01  WS-LARGO-REGISTRO  PIC 9(3)  VALUE ZERO.
       01  WS-NOMBRE-REPORTE  PIC X(40) VALUE SPACES.

      *-EL CLIENTE PEDIDO Y LAS CLAVES CON QUE SE LE BUSCA EN LOS
      *-ARCHIVOS QUE NO LLEVAN SU NUMERO.
       01  WS-CLIENTE-TXT    PIC X(7)  VALUE SPACES.
       01  WS-CLIENTE-NUM    PIC 9(7)  VALUE ZERO.
       01  WS-NOMBRE         PIC X(15) VALUE SPACES.
       01  WS-APELLIDOS      PIC X(20) VALUE SPACES.
       01  WS-CLAVE-NOMBRE   PIC X(35) VALUE SPACES.
       01  WS-CLAVE-NUMERO   PIC X(35) VALUE SPACES.

       01  WS-CLIENTE-HALLADO-SW PIC X VALUE "N".
           88  CLIENTE-HALLADO VALUE "S".

      *-FACTURAS DEL CLIENTE, PARA RECONOCER EN ACCESOS.DAT LAS
      *-CONSULTAS DE FACTURA (FAC NNNNNNN) QUE LO TOCARON.
       01  WS-CANTIDAD-FACT PIC 9(4) VALUE ZERO.
       01  WS-TABLA-FACTURAS.
           05  WS-FACT-ENT OCCURS 1000 TIMES.
               10  TFC-NUMERO PIC 9(7).
       01  WS-IDX          PIC 9(4) VALUE ZERO.
       01  WS-FACT-HALLADA-SW PIC X VALUE "N".
           88  FACT-HALLADA VALUE "S".
       01  WS-FACT-BUSCADA PIC X(7) VALUE SPACES.

      *-RENGLON DEL REPORTE Y CONTADORES.
       01  WS-LINEA          PIC X(80) VALUE SPACES.
       01  WS-TITULO         PIC X(60) VALUE SPACES.
       01  WS-ORIGEN         PIC X(10) VALUE SPACES.
       01  WS-CONTADOR-SECCION PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-RENGLONES PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-RESPALDOS PIC 9(5) VALUE ZERO.

       01  WS-IMPORTE-ED  PIC -ZZZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM 050-VERIFICA-SUPERVISOR.
           IF NOT FIRMA-ES-SUPERVISOR
               DISPLAY "LA EXPORTACION DE DATOS PERSONALES ESTA "
                   "RESERVADA A SUPERVISORES."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARGA-FECHA-NEGOCIO
               PERFORM 060-CARGA-VENTANA
               PERFORM 100-PIDE-CLIENTE
               IF CLIENTE-HALLADO
                   PERFORM 150-GENERA-EXPORTACION
               END-IF
               PERFORM 800-GRABA-ACCESO
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-VERIFICA-SUPERVISOR - relee el registro del operador ya
      * firmado para saber si puede exportar; sin maestro de
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
      * 060-CARGA-VENTANA - lee de TASAS.DAT el codigo EXPVENTANA,
      * quedandose con el renglon de fecha efectiva mas reciente que
      * no pase de la fecha de negocio.
      *-----------------------------------------------------------------
       060-CARGA-VENTANA.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 065-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

       065-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO = "EXPVENTANA"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-VENTANA
                       MOVE TAS-VALOR TO WS-VENTANA-DIAS
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-VENTANA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-PIDE-CLIENTE - el numero de cliente de la solicitud; debe
      * estar en el maestro, de donde salen el nombre y los apellidos
      * con que se le busca en los archivos que no llevan su numero.
      *-----------------------------------------------------------------
       100-PIDE-CLIENTE.
           MOVE "N" TO WS-CLIENTE-HALLADO-SW.
           DISPLAY "NUMERO DE CLIENTE A EXPORTAR (7 DIGITOS):".
           ACCEPT WS-CLIENTE-TXT.
           MOVE SPACES TO WS-CLAVE-NUMERO.
           STRING "CLI "         DELIMITED BY SIZE
                  WS-CLIENTE-TXT DELIMITED BY SIZE
               INTO WS-CLAVE-NUMERO.
           MOVE WS-CLAVE-NUMERO TO WS-ACC-CLAVE.
           IF WS-CLIENTE-TXT IS NOT NUMERIC
               DISPLAY "EL CLIENTE DEBE SER DE 7 DIGITOS."
           ELSE
               MOVE WS-CLIENTE-TXT TO WS-CLIENTE-NUM
               OPEN INPUT CLIENTES-FILE
               IF CLIENTES-NO-EXISTE
                   DISPLAY "NO EXISTE EL MAESTRO DE CLIENTES."
               ELSE
                   MOVE WS-CLIENTE-NUM TO CLI-NUMERO
                   READ CLIENTES-FILE
                       INVALID KEY
                           DISPLAY "NO EXISTE EL CLIENTE "
                               WS-CLIENTE-NUM "."
                       NOT INVALID KEY
                           SET CLIENTE-HALLADO TO TRUE
                           MOVE CLI-NOMBRE    TO WS-NOMBRE
                           MOVE CLI-APELLIDOS TO WS-APELLIDOS
                   END-READ
                   CLOSE CLIENTES-FILE
               END-IF
           END-IF.
           MOVE SPACES TO WS-CLAVE-NOMBRE.
           STRING WS-NOMBRE    DELIMITED BY SIZE
                  WS-APELLIDOS DELIMITED BY SIZE
               INTO WS-CLAVE-NOMBRE.

      *-----------------------------------------------------------------
      * 150-GENERA-EXPORTACION - DATOSCLI.<cliente>.RPT: una seccion
      * por archivo, en el orden del maestro a las huellas de
      * consulta; la seccion sin datos lo dice.
      *-----------------------------------------------------------------
       150-GENERA-EXPORTACION.
           MOVE SPACES TO WS-NOMBRE-REPORTE.
           STRING "DATOSCLI."    DELIMITED BY SIZE
                  WS-CLIENTE-TXT DELIMITED BY SIZE
                  ".RPT"         DELIMITED BY SIZE
               INTO WS-NOMBRE-REPORTE.
           OPEN OUTPUT REPORTE-FILE.

           STRING "EXPORTACION DE DATOS PERSONALES DEL CLIENTE "
                      DELIMITED BY SIZE
                  WS-CLIENTE-TXT DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           STRING "FECHA DE NEGOCIO " DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO    DELIMITED BY SIZE
                  "  PREPARADA POR "  DELIMITED BY SIZE
                  WS-OPERADOR         DELIMITED BY SIZE
                  "  PROPOSITO "      DELIMITED BY SIZE
                  WS-PROPOSITO        DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.

           PERFORM 200-SECCION-MAESTRO.
           PERFORM 210-SECCION-PERSONAS.
           PERFORM 220-SECCION-DIRECCIONES.
           PERFORM 230-SECCION-PREFERENCIAS.
           PERFORM 240-SECCION-MANDATO.
           PERFORM 250-SECCION-FACTURAS.
           PERFORM 260-SECCION-PAGOS.
           PERFORM 270-SECCION-NOTAS.
           PERFORM 280-SECCION-CASOS.
           PERFORM 290-SECCION-CORREOS.
           PERFORM 300-SECCION-BITACORA.
           PERFORM 310-SECCION-RESPALDOS.
           PERFORM 330-SECCION-AUDITORIA.
           PERFORM 340-SECCION-ACCESOS.

           MOVE "FIN DE LA EXPORTACION." TO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           CLOSE REPORTE-FILE.
           MOVE "E" TO WS-ACC-RESULTADO.
           DISPLAY "EXPORTACION ESCRITA EN " WS-NOMBRE-REPORTE.
           DISPLAY "RENGLONES: " WS-CONTADOR-RENGLONES
               "  RESPALDOS REVISADOS: " WS-CONTADOR-RESPALDOS.

      *-----------------------------------------------------------------
      * 200-SECCION-MAESTRO - el registro del maestro de clientes.
      *-----------------------------------------------------------------
       200-SECCION-MAESTRO.
           MOVE "MAESTRO DE CLIENTES (CLIENTES.DAT)" TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           STRING "  NUMERO "     DELIMITED BY SIZE
                  CLI-NUMERO      DELIMITED BY SIZE
                  "  NOMBRE "     DELIMITED BY SIZE
                  CLI-NOMBRE      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CLI-APELLIDOS   DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 920-ESCRIBE-DETALLE.
           STRING "  EDAD "       DELIMITED BY SIZE
                  CLI-EDAD        DELIMITED BY SIZE
                  "  NACIMIENTO " DELIMITED BY SIZE
                  CLI-FECHA-NAC   DELIMITED BY SIZE
                  "  ESTADO "     DELIMITED BY SIZE
                  CLI-ESTADO      DELIMITED BY SIZE
                  " DESDE "       DELIMITED BY SIZE
                  CLI-FECHA-ESTADO DELIMITED BY SIZE
                  "  REFERIDO A " DELIMITED BY SIZE
                  CLI-REFERIDO-A  DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 920-ESCRIBE-DETALLE.

      *-----------------------------------------------------------------
      * 210-SECCION-PERSONAS - las capturas de intake con el mismo
      * nombre y apellidos (PERSONAS.DAT no lleva numero de cliente).
      *-----------------------------------------------------------------
       210-SECCION-PERSONAS.
           MOVE "CAPTURAS DE INTAKE (PERSONAS.DAT, POR NOMBRE)"
               TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           OPEN INPUT PERSONAS-FILE.
           IF PERSONAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 215-LEE-PERSONA UNTIL PERSONAS-EOF
               CLOSE PERSONAS-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       215-LEE-PERSONA.
           READ PERSONAS-FILE
               AT END
                   SET PERSONAS-EOF TO TRUE
               NOT AT END
                   IF PER-NOMBRE = WS-NOMBRE
                       AND PER-APELLIDOS = WS-APELLIDOS
                       STRING "  ALTA "       DELIMITED BY SIZE
                              PER-FECHA-ALTA  DELIMITED BY SIZE
                              "  SUCURSAL "   DELIMITED BY SIZE
                              PER-SUCURSAL    DELIMITED BY SIZE
                              "  EDAD "       DELIMITED BY SIZE
                              PER-EDAD        DELIMITED BY SIZE
                              "  NACIMIENTO " DELIMITED BY SIZE
                              PER-FECHA-NAC   DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 220-SECCION-DIRECCIONES - todas las direcciones del cliente,
      * las viejas y la vigente (la ultima), con su marca de correo
      * devuelto.
      *-----------------------------------------------------------------
       220-SECCION-DIRECCIONES.
           MOVE "DIRECCIONES Y TELEFONOS (DIRECCIONES.DAT)"
               TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           OPEN INPUT DIRECCIONES-FILE.
           IF DIRECCIONES-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 225-LEE-DIRECCION UNTIL DIRECCIONES-EOF
               CLOSE DIRECCIONES-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       225-LEE-DIRECCION.
           READ DIRECCIONES-FILE
               AT END
                   SET DIRECCIONES-EOF TO TRUE
               NOT AT END
                   IF DIR-CLIENTE = WS-CLIENTE-NUM
                       STRING "  ALTA "   DELIMITED BY SIZE
                              DIR-FECHA-ALTA DELIMITED BY SIZE
                              "  "        DELIMITED BY SIZE
                              DIR-CALLE   DELIMITED BY SIZE
                              " "         DELIMITED BY SIZE
                              DIR-CIUDAD  DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                       STRING "    CP "    DELIMITED BY SIZE
                              DIR-CP       DELIMITED BY SIZE
                              "  TELEFONO " DELIMITED BY SIZE
                              DIR-TELEFONO DELIMITED BY SIZE
                              "  DEVUELTA " DELIMITED BY SIZE
                              DIR-DEVUELTA-SW DELIMITED BY SIZE
                              " "          DELIMITED BY SIZE
                              DIR-FECHA-DEVOLUCION DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 900-ESCRIBE-LINEA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 230-SECCION-PREFERENCIAS - consentimiento, canales y correo
      * electronico (PREFCONT.DAT).
      *-----------------------------------------------------------------
       230-SECCION-PREFERENCIAS.
           MOVE "PREFERENCIAS DE CONTACTO (PREFCONT.DAT)"
               TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           OPEN INPUT PREFERENCIA-CONTACTO-FILE.
           IF PREFCONT-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE WS-CLIENTE-NUM TO PRF-CLIENTE
               READ PREFERENCIA-CONTACTO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING "  MARKETING "  DELIMITED BY SIZE
                              PRF-CONSENTIMIENTO DELIMITED BY SIZE
                              " DESDE "       DELIMITED BY SIZE
                              PRF-FECHA-CONSENTIMIENTO
                                              DELIMITED BY SIZE
                              "  CANALES EST/COB/MKT " DELIMITED BY SIZE
                              PRF-CANAL-EST   DELIMITED BY SIZE
                              "/"             DELIMITED BY SIZE
                              PRF-CANAL-COB   DELIMITED BY SIZE
                              "/"             DELIMITED BY SIZE
                              PRF-CANAL-MKT   DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                       STRING "    CORREO " DELIMITED BY SIZE
                              PRF-CORREO-E  DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 900-ESCRIBE-LINEA
                       STRING "    CAMBIO " DELIMITED BY SIZE
                              PRF-FECHA-CAMBIO DELIMITED BY SIZE
                              " POR "       DELIMITED BY SIZE
                              PRF-OPERADOR  DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 900-ESCRIBE-LINEA
               END-READ
               CLOSE PREFERENCIA-CONTACTO-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

      *-----------------------------------------------------------------
      * 240-SECCION-MANDATO - banco y cuenta del debito automatico.
      *-----------------------------------------------------------------
       240-SECCION-MANDATO.
           MOVE "MANDATO DE DEBITO AUTOMATICO (MANDATOS.DAT)"
               TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           OPEN INPUT MANDATOS-FILE.
           IF MANDATOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE WS-CLIENTE-NUM TO MAN-CLIENTE
               READ MANDATOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING "  BANCO "     DELIMITED BY SIZE
                              MAN-BANCO      DELIMITED BY SIZE
                              "  CUENTA "    DELIMITED BY SIZE
                              MAN-CUENTA     DELIMITED BY SIZE
                              "  FIRMADO "   DELIMITED BY SIZE
                              MAN-FECHA-MANDATO DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                       STRING "    ESTADO "  DELIMITED BY SIZE
                              MAN-ESTADO     DELIMITED BY SIZE
                              " DESDE "      DELIMITED BY SIZE
                              MAN-FECHA-ESTADO DELIMITED BY SIZE
                              " POR "        DELIMITED BY SIZE
                              MAN-OPERADOR   DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 900-ESCRIBE-LINEA
               END-READ
               CLOSE MANDATOS-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

      *-----------------------------------------------------------------
      * 250-SECCION-FACTURAS - las facturas, creditos y cargos del
      * cliente, del vivo y del archivo historico; sus numeros se
      * guardan para reconocer despues sus consultas.
      *-----------------------------------------------------------------
       250-SECCION-FACTURAS.
           MOVE "FACTURAS (FACTURAS.DAT Y FACTARCH.DAT)" TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           MOVE "VIVA"       TO WS-ORIGEN.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 252-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.
           MOVE "ARCHIVADA"  TO WS-ORIGEN.
           OPEN INPUT FACTURAS-ARCH-FILE.
           IF FACTARCH-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 254-LEE-FACTURA-ARCH UNTIL FACTARCH-EOF
               CLOSE FACTURAS-ARCH-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       252-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   PERFORM 256-RENGLON-FACTURA
           END-READ.

       254-LEE-FACTURA-ARCH.
           READ FACTURAS-ARCH-FILE
               AT END
                   SET FACTARCH-EOF TO TRUE
               NOT AT END
                   MOVE FACTURA-ARCH-RECORD TO FACTURA-RECORD
                   PERFORM 256-RENGLON-FACTURA
           END-READ.

       256-RENGLON-FACTURA.
           IF FAC-NUMERO NOT = 9999999
               AND FAC-CLIENTE = WS-CLIENTE-NUM
               MOVE FAC-TOTAL TO WS-IMPORTE-ED
               STRING "  FACTURA "   DELIMITED BY SIZE
                      FAC-NUMERO     DELIMITED BY SIZE
                      " DEL "        DELIMITED BY SIZE
                      FAC-FECHA      DELIMITED BY SIZE
                      " TIPO "       DELIMITED BY SIZE
                      FAC-TIPO       DELIMITED BY SIZE
                      " TOTAL "      DELIMITED BY SIZE
                      WS-IMPORTE-ED  DELIMITED BY SIZE
                      " REF "        DELIMITED BY SIZE
                      FAC-REFERENCIA DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      WS-ORIGEN      DELIMITED BY SPACE
                   INTO WS-LINEA
               PERFORM 920-ESCRIBE-DETALLE
               IF WS-CANTIDAD-FACT < 1000
                   ADD 1 TO WS-CANTIDAD-FACT
                   MOVE FAC-NUMERO TO TFC-NUMERO (WS-CANTIDAD-FACT)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 260-SECCION-PAGOS - los pagos del cliente (con sus reversas,
      * reembolsos y retenciones), del vivo y del archivo historico.
      *-----------------------------------------------------------------
       260-SECCION-PAGOS.
           MOVE "PAGOS (PAGOS.DAT Y PAGARCH.DAT)" TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           MOVE "VIVO"       TO WS-ORIGEN.
           OPEN INPUT PAGOS-FILE.
           IF PAGOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 262-LEE-PAGO UNTIL PAGOS-EOF
               CLOSE PAGOS-FILE
           END-IF.
           MOVE "ARCHIVADO"  TO WS-ORIGEN.
           OPEN INPUT PAGOS-ARCH-FILE.
           IF PAGARCH-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 264-LEE-PAGO-ARCH UNTIL PAGARCH-EOF
               CLOSE PAGOS-ARCH-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       262-LEE-PAGO.
           READ PAGOS-FILE
               AT END
                   SET PAGOS-EOF TO TRUE
               NOT AT END
                   PERFORM 266-RENGLON-PAGO
           END-READ.

       264-LEE-PAGO-ARCH.
           READ PAGOS-ARCH-FILE
               AT END
                   SET PAGARCH-EOF TO TRUE
               NOT AT END
                   MOVE PAGO-ARCH-RECORD TO PAGO-RECORD
                   PERFORM 266-RENGLON-PAGO
           END-READ.

       266-RENGLON-PAGO.
           IF PGT-MARCA NOT = 9999999
               AND PAG-CLIENTE = WS-CLIENTE-NUM
               MOVE PAG-IMPORTE TO WS-IMPORTE-ED
               STRING "  PAGO A "    DELIMITED BY SIZE
                      PAG-FACTURA    DELIMITED BY SIZE
                      " DEL "        DELIMITED BY SIZE
                      PAG-FECHA      DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      WS-IMPORTE-ED  DELIMITED BY SIZE
                      " EST "        DELIMITED BY SIZE
                      PAG-ESTADO     DELIMITED BY SIZE
                      " MET "        DELIMITED BY SIZE
                      PAG-METODO     DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      WS-ORIGEN      DELIMITED BY SPACE
                   INTO WS-LINEA
               PERFORM 920-ESCRIBE-DETALLE
               STRING "    REFERENCIA " DELIMITED BY SIZE
                      PAG-REFERENCIA    DELIMITED BY SIZE
                      "  SUCURSAL "     DELIMITED BY SIZE
                      PAG-SUCURSAL      DELIMITED BY SIZE
                      "  OPERADOR "     DELIMITED BY SIZE
                      PAG-OPERADOR      DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 900-ESCRIBE-LINEA
           END-IF.

      *-----------------------------------------------------------------
      * 270-SECCION-NOTAS - las notas de contacto del cliente, en
      * orden de fecha y hora (NOTASCLI.DAT va clavado por cliente).
      *-----------------------------------------------------------------
       270-SECCION-NOTAS.
           MOVE "NOTAS DE CONTACTO (NOTASCLI.DAT)" TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           OPEN INPUT NOTA-CLIENTE-FILE.
           IF NOTASCLI-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE WS-CLIENTE-NUM TO NTA-CLIENTE
               MOVE ZERO           TO NTA-FECHA
               MOVE ZERO           TO NTA-HORA
               START NOTA-CLIENTE-FILE KEY NOT < NTA-CLAVE
                   INVALID KEY
                       SET NOTASCLI-EOF TO TRUE
               END-START
               PERFORM 275-LEE-NOTA UNTIL NOTASCLI-EOF
               CLOSE NOTA-CLIENTE-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       275-LEE-NOTA.
           READ NOTA-CLIENTE-FILE NEXT RECORD
               AT END
                   SET NOTASCLI-EOF TO TRUE
               NOT AT END
                   IF NTA-CLIENTE NOT = WS-CLIENTE-NUM
                       SET NOTASCLI-EOF TO TRUE
                   ELSE
                       STRING "  NOTA "     DELIMITED BY SIZE
                              NTA-FECHA     DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              NTA-HORA      DELIMITED BY SIZE
                              " POR "       DELIMITED BY SIZE
                              NTA-OPERADOR  DELIMITED BY SIZE
                              " CANAL "     DELIMITED BY SIZE
                              NTA-CANAL     DELIMITED BY SIZE
                              " TEMA "      DELIMITED BY SIZE
                              NTA-TEMA      DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                       STRING "    " DELIMITED BY SIZE
                              NTA-TEXTO (1:60) DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 900-ESCRIBE-LINEA
                       IF NTA-TEXTO (61:60) NOT = SPACES
                           STRING "    " DELIMITED BY SIZE
                                  NTA-TEXTO (61:60) DELIMITED BY SIZE
                               INTO WS-LINEA
                           PERFORM 900-ESCRIBE-LINEA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 280-SECCION-CASOS - los casos de atencion del cliente.
      *-----------------------------------------------------------------
       280-SECCION-CASOS.
           MOVE "CASOS DE ATENCION (CASOS.DAT)" TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           OPEN INPUT CASO-SERVICIO-FILE.
           IF CASOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 285-LEE-CASO UNTIL CASOS-EOF
               CLOSE CASO-SERVICIO-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       285-LEE-CASO.
           READ CASO-SERVICIO-FILE NEXT RECORD
               AT END
                   SET CASOS-EOF TO TRUE
               NOT AT END
                   IF CAS-CLIENTE = WS-CLIENTE-NUM
                       STRING "  CASO "      DELIMITED BY SIZE
                              CAS-NUMERO     DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              CAS-CATEGORIA  DELIMITED BY SIZE
                              " ESTADO "     DELIMITED BY SIZE
                              CAS-ESTADO     DELIMITED BY SIZE
                              " ABIERTO "    DELIMITED BY SIZE
                              CAS-FECHA-APERTURA DELIMITED BY SIZE
                              " CERRADO "    DELIMITED BY SIZE
                              CAS-FECHA-CIERRE DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                       STRING "    " DELIMITED BY SIZE
                              CAS-DESCRIPCION DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 900-ESCRIBE-LINEA
                       IF CAS-ULTIMA-NOTA NOT = SPACES
                           STRING "    " DELIMITED BY SIZE
                                  CAS-ULTIMA-NOTA DELIMITED BY SIZE
                               INTO WS-LINEA
                           PERFORM 900-ESCRIBE-LINEA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 290-SECCION-CORREOS - los documentos en papel que se le
      * mandaron por la casa de correo, con la calle y el codigo
      * postal a los que fueron y su devolucion (CORREOREG.DAT).
      *-----------------------------------------------------------------
       290-SECCION-CORREOS.
           MOVE "DOCUMENTOS ENVIADOS POR CORREO (CORREOREG.DAT)"
               TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           OPEN INPUT CORREO-REGISTRO-FILE.
           IF CORREOREG-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 295-LEE-CORREO UNTIL CORREOREG-EOF
               CLOSE CORREO-REGISTRO-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       295-LEE-CORREO.
           READ CORREO-REGISTRO-FILE
               AT END
                   SET CORREOREG-EOF TO TRUE
               NOT AT END
                   IF CRG-CLIENTE = WS-CLIENTE-NUM
                       STRING "  ENVIO "    DELIMITED BY SIZE
                              CRG-SECUENCIA DELIMITED BY SIZE
                              " DEL "       DELIMITED BY SIZE
                              CRG-FECHA     DELIMITED BY SIZE
                              " DOCUMENTO " DELIMITED BY SIZE
                              CRG-DOCUMENTO DELIMITED BY SIZE
                              "  ESTADO "   DELIMITED BY SIZE
                              CRG-ESTADO    DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              CRG-FECHA-DEVOLUCION DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                       STRING "    "        DELIMITED BY SIZE
                              CRG-CALLE     DELIMITED BY SIZE
                              "  CP "       DELIMITED BY SIZE
                              CRG-CP        DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 900-ESCRIBE-LINEA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 300-SECCION-BITACORA - cada cambio al registro del cliente en
      * el maestro, con su imagen anterior y posterior (CLIJRNL.DAT).
      *-----------------------------------------------------------------
       300-SECCION-BITACORA.
           MOVE "BITACORA DEL MAESTRO (CLIJRNL.DAT)" TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           OPEN INPUT CLIENTES-JOURNAL-FILE.
           IF CLIJRNL-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 305-LEE-BITACORA UNTIL CLIJRNL-EOF
               CLOSE CLIENTES-JOURNAL-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       305-LEE-BITACORA.
           READ CLIENTES-JOURNAL-FILE
               AT END
                   SET CLIJRNL-EOF TO TRUE
               NOT AT END
                   IF CJR-ANTES (1:7) = WS-CLIENTE-TXT
                       OR CJR-DESPUES (1:7) = WS-CLIENTE-TXT
                       STRING "  "          DELIMITED BY SIZE
                              CJR-TIMESTAMP DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              CJR-PROGRAMA  DELIMITED BY SIZE
                              " POR "       DELIMITED BY SIZE
                              CJR-OPERADOR  DELIMITED BY SIZE
                              " ACCION "    DELIMITED BY SIZE
                              CJR-ACCION    DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                       STRING "    ANTES   " DELIMITED BY SIZE
                              CJR-ANTES      DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 900-ESCRIBE-LINEA
                       STRING "    DESPUES " DELIMITED BY SIZE
                              CJR-DESPUES    DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 900-ESCRIBE-LINEA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 310-SECCION-RESPALDOS - camina hacia atras las fechas de la
      * ventana EXPVENTANA y, en cada juego de respaldo fechado que
      * exista, muestra la imagen del cliente en el maestro y sus
      * capturas de intake.
      *-----------------------------------------------------------------
       310-SECCION-RESPALDOS.
           MOVE "GENERACIONES FECHADAS (BKP.AAAAMMDD.*)" TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CAND.
           PERFORM 315-REVISA-FECHA WS-VENTANA-DIAS TIMES.
           PERFORM 930-CIERRA-SECCION.

       315-REVISA-FECHA.
           MOVE SPACES TO WS-NOMBRE-RESPALDO.
           STRING "BKP."          DELIMITED BY SIZE
                  WS-FECHA-CAND   DELIMITED BY SIZE
                  ".CLIENTES.DAT" DELIMITED BY SIZE
               INTO WS-NOMBRE-RESPALDO.
           MOVE 52 TO WS-LARGO-REGISTRO.
           OPEN INPUT RESPALDO-FILE.
           IF RESPALDO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               ADD 1 TO WS-CONTADOR-RESPALDOS
               PERFORM 320-LEE-RESPALDO-CLI UNTIL RESPALDO-EOF
               CLOSE RESPALDO-FILE
           END-IF.
           MOVE SPACES TO WS-NOMBRE-RESPALDO.
           STRING "BKP."          DELIMITED BY SIZE
                  WS-FECHA-CAND   DELIMITED BY SIZE
                  ".PERSONAS.DAT" DELIMITED BY SIZE
               INTO WS-NOMBRE-RESPALDO.
           MOVE 53 TO WS-LARGO-REGISTRO.
           OPEN INPUT RESPALDO-FILE.
           IF RESPALDO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               ADD 1 TO WS-CONTADOR-RESPALDOS
               PERFORM 325-LEE-RESPALDO-PER UNTIL RESPALDO-EOF
               CLOSE RESPALDO-FILE
           END-IF.
           PERFORM RESTA-UN-DIA.

       320-LEE-RESPALDO-CLI.
           READ RESPALDO-FILE
               AT END
                   SET RESPALDO-EOF TO TRUE
               NOT AT END
                   IF RESPALDO-RECORD (1:7) = WS-CLIENTE-TXT
                       STRING "  "          DELIMITED BY SIZE
                              WS-NOMBRE-RESPALDO DELIMITED BY SPACE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                       STRING "    " DELIMITED BY SIZE
                              RESPALDO-RECORD (1:52)
                                                  DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 900-ESCRIBE-LINEA
                   END-IF
           END-READ.

       325-LEE-RESPALDO-PER.
           READ RESPALDO-FILE
               AT END
                   SET RESPALDO-EOF TO TRUE
               NOT AT END
                   IF RESPALDO-RECORD (1:15) = WS-NOMBRE
                       AND RESPALDO-RECORD (16:20) = WS-APELLIDOS
                       STRING "  "          DELIMITED BY SIZE
                              WS-NOMBRE-RESPALDO DELIMITED BY SPACE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                       STRING "    " DELIMITED BY SIZE
                              RESPALDO-RECORD (1:53)
                                                  DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 900-ESCRIBE-LINEA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 330-SECCION-AUDITORIA - los renglones de la auditoria
      * consolidada (AUDITLOG.DAT) donde se tecleo el numero del
      * cliente o sus apellidos.
      *-----------------------------------------------------------------
       330-SECCION-AUDITORIA.
           MOVE "PISTA DE AUDITORIA (AUDITLOG.DAT)" TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDITLOG-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 335-LEE-AUDITORIA UNTIL AUDITLOG-EOF
               CLOSE AUDIT-LOG-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       335-LEE-AUDITORIA.
           READ AUDIT-LOG-FILE
               AT END
                   SET AUDITLOG-EOF TO TRUE
               NOT AT END
                   IF ALG-DETALLE
                       IF ALG-VALOR (1:7) = WS-CLIENTE-TXT
                           OR (WS-APELLIDOS NOT = SPACES
                               AND ALG-VALOR = WS-APELLIDOS)
                           STRING "  "          DELIMITED BY SIZE
                                  ALG-TIMESTAMP DELIMITED BY SIZE
                                  " "           DELIMITED BY SIZE
                                  ALG-PROGRAMA  DELIMITED BY SIZE
                                  " "           DELIMITED BY SIZE
                                  ALG-OPERADOR  DELIMITED BY SIZE
                                  " "           DELIMITED BY SIZE
                                  ALG-CAMPO     DELIMITED BY SIZE
                                  " "           DELIMITED BY SIZE
                                  ALG-VALOR (1:26)
                                                DELIMITED BY SIZE
                               INTO WS-LINEA
                           PERFORM 920-ESCRIBE-DETALLE
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 340-SECCION-ACCESOS - quien consulto al cliente y cuando: por
      * nombre y apellidos (25), por numero (71 y las exportaciones
      * anteriores) o por una de sus facturas (71).
      *-----------------------------------------------------------------
       340-SECCION-ACCESOS.
           MOVE "CONSULTAS AL REGISTRO (ACCESOS.DAT)" TO WS-TITULO.
           PERFORM 910-TITULO-SECCION.
           OPEN INPUT ACCESOS-FILE.
           IF ACCESOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 345-LEE-ACCESO UNTIL ACCESOS-EOF
               CLOSE ACCESOS-FILE
           END-IF.
           PERFORM 930-CIERRA-SECCION.

       345-LEE-ACCESO.
           READ ACCESOS-FILE
               AT END
                   SET ACCESOS-EOF TO TRUE
               NOT AT END
                   MOVE "N" TO WS-FACT-HALLADA-SW
                   IF ACC-CLAVE (1:4) = "FAC "
                       MOVE ACC-CLAVE (5:7) TO WS-FACT-BUSCADA
                       PERFORM 347-BUSCA-FACTURA
                           VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-CANTIDAD-FACT
                               OR FACT-HALLADA
                   END-IF
                   IF ACC-CLAVE = WS-CLAVE-NOMBRE
                       OR ACC-CLAVE = WS-CLAVE-NUMERO
                       OR FACT-HALLADA
                       STRING "  "          DELIMITED BY SIZE
                              ACC-TIMESTAMP DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              ACC-OPERADOR  DELIMITED BY SIZE
                              " PROPOSITO " DELIMITED BY SIZE
                              ACC-PROPOSITO DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              ACC-RESULTADO DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              ACC-CLAVE     DELIMITED BY SIZE
                           INTO WS-LINEA
                       PERFORM 920-ESCRIBE-DETALLE
                   END-IF
           END-READ.

       347-BUSCA-FACTURA.
           IF WS-FACT-BUSCADA IS NUMERIC
               IF TFC-NUMERO (WS-IDX) = WS-FACT-BUSCADA
                   SET FACT-HALLADA TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 800-GRABA-ACCESO - deja en ACCESOS.DAT la huella de la
      * exportacion: operador, cliente pedido, si se encontro, el
      * proposito ARCO y la hora, como toda consulta de clientes.
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
      * 910-TITULO-SECCION abre una seccion; 920-ESCRIBE-DETALLE
      * cuenta el renglon principal de un dato; 930-CIERRA-SECCION
      * avisa cuando el archivo no tenia nada del cliente.
      *-----------------------------------------------------------------
       900-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-EXPORTA-RECORD.
           WRITE REPORTE-EXPORTA-RECORD.
           ADD 1 TO WS-CONTADOR-RENGLONES.
           MOVE SPACES TO WS-LINEA.

       910-TITULO-SECCION.
           MOVE ZERO   TO WS-CONTADOR-SECCION.
           MOVE SPACES TO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.
           MOVE WS-TITULO TO WS-LINEA.
           PERFORM 900-ESCRIBE-LINEA.

       920-ESCRIBE-DETALLE.
           ADD 1 TO WS-CONTADOR-SECCION.
           PERFORM 900-ESCRIBE-LINEA.

       930-CIERRA-SECCION.
           IF WS-CONTADOR-SECCION = ZERO
               MOVE "  SIN DATOS DEL CLIENTE EN ESTE ARCHIVO."
                   TO WS-LINEA
               PERFORM 900-ESCRIBE-LINEA
           END-IF.

      *-----------------------------------------------------------------
      * RESTA-UN-DIA/DIAS-DEL-MES - vienen de RESTADIA.CPY: caminan
      * hacia atras las fechas de la ventana de respaldos.
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
       END PROGRAM D9-PROGRAMA.
