      ******************************************************************
      * Author:
      * Date:
      * Purpose: Envio diario de facturas electronicas a la autoridad
      *          tributaria: toda factura de FACTURAS.DAT (tambien
      *          las notas de credito y los recargos por mora) que
      *          todavia no viajo, o que la autoridad rechazo, va en
      *          el archivo del dia (FACELEC.DAT) con el formato fijo
      *          de la autoridad: encabezado con los datos del emisor
      *          (PARAMC6.DAT), un renglon por factura con los datos
      *          del cliente (CLIENTES.DAT y su direccion vigente de
      *          DIRECCIONES.DAT), sus partidas de FACTDETH.DAT, el
      *          IVA por categoria y un trailer de control. Cada
      *          factura enviada queda en el registro de sellos
      *          (FACSELLO.DAT) esperando la respuesta que aplica
      *          C7-PROGRAMA. Los castigos (W) son asientos internos
      *          de cartera, no comprobantes, y no se envian.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Financing interest on a payment plan
      *                 instalment (FAC-TIPO I) goes out as a single
      *                 INTERES line.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. C6-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT FACTURA-DET-HIST-FILE
               ASSIGN TO "FACTDETH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTDETH-STATUS.

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

           SELECT FACSELLO-FILE
               ASSIGN TO "FACSELLO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEL-FACTURA
               FILE STATUS IS WS-FACSELLO-STATUS.

           SELECT FACELEC-FILE
               ASSIGN TO "FACELEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACELEC-STATUS.

           SELECT PARAMETROS-FILE
               ASSIGN TO "PARAMC6.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

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

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWKC6.DAT".

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  FACTURA-DET-HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTDETH.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  DIRECCIONES-FILE
           LABEL RECORD IS STANDARD.
           COPY DIRECCION.

       FD  FACSELLO-FILE
           LABEL RECORD IS STANDARD.
           COPY FACSELLO.

       FD  FACELEC-FILE
           LABEL RECORD IS STANDARD.
           COPY FACELEC.

       FD  PARAMETROS-FILE
           LABEL RECORD IS STANDARD.
           COPY PARAMS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

      *-LEGAJOS DEL ORDENAMIENTO: UN RENGLON TIPO 1 POR FACTURA A
      *-ENVIAR CON SU REGISTRO COMPLETO Y UN RENGLON TIPO 2 POR CADA
      *-PARTIDA SUYA DE FACTDETH.DAT, EN EL ORDEN EN QUE SE GRABARON;
      *-LA FACTURA LLEGA ANTES QUE SUS PARTIDAS.
       SD  SORT-WORK-FILE.
       01  SORT-ENVIO-RECORD.
           05  SFE-FACTURA         PIC 9(7).
           05  SFE-TIPO            PIC 9.
               88  SFE-ES-FACTURA  VALUE 1.
               88  SFE-ES-PARTIDA  VALUE 2.
           05  SFE-SECUENCIA       PIC 9(7).
           05  SFE-DATOS           PIC X(68).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE FACTURA-DET-HIST-FILE: VIENE DE
      *-FDHSTS.CPY.
           COPY FDHSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE DIRECCIONES-FILE: VIENE DE
      *-DIRSTS.CPY.
           COPY DIRSTS.

      *-FILE STATUS/88-LEVEL DE FACSELLO-FILE: VIENE DE SELSTS.CPY.
           COPY SELSTS.

       01  WS-FACELEC-STATUS PIC XX.
           88  FACELEC-OK        VALUE "00".
           88  FACELEC-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE PARAMETROS-FILE: VIENE DE PARMSTS.CPY.
           COPY PARMSTS.

       01  WS-PARAM-RECHAZADO-SW PIC X VALUE "N".
           88  PARAMETRO-RECHAZADO VALUE "S".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88  SORT-EOF VALUE "S".

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA, CARGADA DE
      *-FECHACOR.DAT POR CARGA-FECHA-NEGOCIO; ES LA FECHA DEL ENVIO.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

      *-DATOS DEL EMISOR Y ARRANQUE DE LA FACTURACION ELECTRONICA, DE
      *-PARAMC6.DAT: EMISORID (CLAVE TRIBUTARIA) Y EMISORNOM (RAZON
      *-SOCIAL) SON OBLIGATORIOS; EMISORCP ES EL CODIGO POSTAL DEL
      *-LUGAR DE EMISION; RECEPTORID ES LA CLAVE GENERICA CON QUE LA
      *-AUTORIDAD RECIBE AL CONSUMIDOR FINAL; DESDE (AAAAMMDD) DEJA
      *-FUERA LAS FACTURAS ANTERIORES AL ARRANQUE.
       01  WS-EMISOR-ID      PIC X(13) VALUE SPACES.
       01  WS-EMISOR-NOMBRE  PIC X(40) VALUE SPACES.
       01  WS-EMISOR-CP      PIC X(5)  VALUE SPACES.
       01  WS-RECEPTOR-ID    PIC X(13) VALUE SPACES.
       01  WS-FECHA-DESDE    PIC 9(8)  VALUE ZERO.

      *-DIRECCIONES VIGENTES PRECARGADAS: LA ULTIMA GRABADA POR
      *-CLIENTE GANA, IGUAL QUE EN LA CONSULTA.
       01  WS-CANTIDAD-DIRS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-DIRS.
           05  WS-DIR-ENT OCCURS 2000 TIMES.
               10  DIT-CLIENTE PIC 9(7).
               10  DIT-CALLE   PIC X(30).
               10  DIT-CIUDAD  PIC X(20).
               10  DIT-CP      PIC X(5).

       01  WS-IDX-DIR     PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(4) VALUE ZERO.

      *-FACTURAS QUE VIAJAN ESTA NOCHE, PARA ESCOGER SUS PARTIDAS DE
      *-FACTDETH.DAT; LA FECHA MENOR ACOTA LA LECTURA DEL HISTORICO.
       01  WS-CANTIDAD-ENVIO PIC 9(4) VALUE ZERO.
       01  WS-TABLA-ENVIO.
           05  WS-ENVIO-ENT OCCURS 2000 TIMES.
               10  ENV-FACTURA PIC 9(7).
       01  WS-FECHA-MENOR  PIC 9(8) VALUE 99999999.
       01  WS-IDX-ENV      PIC 9(4) VALUE ZERO.
       01  WS-ENV-HALLADO  PIC 9(4) VALUE ZERO.
       01  WS-SECUENCIA-SORT PIC 9(7) VALUE ZERO.

       01  WS-REGISTRO-SW PIC X VALUE "N".
           88  FACTURA-EN-REGISTRO VALUE "S".

      *-FACTURA EN ARMADO: SUS PARTIDAS Y SU IVA POR CATEGORIA.
       01  WS-FACTURA-ABIERTA-SW PIC X VALUE "N".
           88  FACTURA-ABIERTA VALUE "S".
       01  WS-RENGLON       PIC 9(3)     VALUE ZERO.
       01  WS-BASE-GENERAL  PIC S9(9)V99 VALUE ZERO.
       01  WS-IVA-GENERAL   PIC S9(7)V99 VALUE ZERO.
       01  WS-BASE-REDUCIDA PIC S9(9)V99 VALUE ZERO.
       01  WS-IVA-REDUCIDA  PIC S9(7)V99 VALUE ZERO.
       01  WS-BASE-EXENTA   PIC S9(9)V99 VALUE ZERO.
       01  WS-IVA-EXENTA    PIC S9(7)V99 VALUE ZERO.
       01  WS-IVA-ESCRITOS  PIC 9        VALUE ZERO.

      *-SERIE PEDIDA Y NUMERO RECIBIDO DEL PARRAFO COMPARTIDO
      *-ASIGNA-NUMERO (ASIGNUM.CPY); EL NUMERO ES LA SECUENCIA DEL
      *-ENVIO.
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).

      *-ACUMULADOS DEL ENVIO PARA EL TRAILER Y LA CONSOLA.
       01  WS-CONTADOR-FACTURAS  PIC 9(7)      VALUE ZERO.
       01  WS-CONTADOR-REGISTROS PIC 9(7)      VALUE ZERO.
       01  WS-CONTADOR-REENVIOS  PIC 9(7)      VALUE ZERO.
       01  WS-CONTADOR-SIN-PART  PIC 9(7)      VALUE ZERO.
       01  WS-TOTAL-ENVIO        PIC S9(11)V99 VALUE ZERO.
       01  WS-IVA-ENVIO          PIC S9(9)V99  VALUE ZERO.
       01  WS-ED-IMPORTE         PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM CARGA-PARAMETROS.
           IF WS-EMISOR-ID = SPACES
               OR WS-EMISOR-NOMBRE = SPACES
               DISPLAY "FALTAN LOS DATOS DEL EMISOR (EMISORID/"
                   "EMISORNOM EN PARAMC6.DAT); NO SE ARMA EL ENVIO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 050-CARGA-DIRECCIONES.
           PERFORM 080-ABRE-REGISTRO.
           OPEN INPUT CLIENTES-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SFE-FACTURA SFE-TIPO SFE-SECUENCIA
               INPUT PROCEDURE IS 100-SUELTA-ENVIO
               OUTPUT PROCEDURE IS 200-ARMA-ENVIO.

           IF NOT CLIENTES-NO-EXISTE
               CLOSE CLIENTES-FILE
           END-IF.
           CLOSE FACSELLO-FILE.

           MOVE WS-TOTAL-ENVIO TO WS-ED-IMPORTE.
           DISPLAY "ENVIO DE FACTURAS ELECTRONICAS " WS-NUMERO-ASIGNADO
               " AL " WS-FECHA-NEGOCIO ":".
           DISPLAY "  FACTURAS ENVIADAS:   " WS-CONTADOR-FACTURAS
               " POR " WS-ED-IMPORTE.
           DISPLAY "  REENVIOS DE RECHAZO: " WS-CONTADOR-REENVIOS.
           DISPLAY "  SIN PARTIDAS:        " WS-CONTADOR-SIN-PART.
           DISPLAY "  RENGLONES DEL CUERPO:" WS-CONTADOR-REGISTROS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-DIRECCIONES - precarga la direccion vigente de cada
      * cliente (la ultima grabada para su numero gana).
      *-----------------------------------------------------------------
       050-CARGA-DIRECCIONES.
           OPEN INPUT DIRECCIONES-FILE.
           IF DIRECCIONES-NO-EXISTE
               DISPLAY "NO EXISTE DIRECCIONES.DAT; LAS FACTURAS VIAJAN "
                   "SIN DOMICILIO DEL CLIENTE."
           ELSE
               PERFORM 060-LEE-DIRECCION UNTIL DIRECCIONES-EOF
               CLOSE DIRECCIONES-FILE
           END-IF.

       060-LEE-DIRECCION.
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
               MOVE DIR-CIUDAD TO DIT-CIUDAD (WS-IDX-HALLADO)
               MOVE DIR-CP     TO DIT-CP (WS-IDX-HALLADO)
           END-IF.

       075-BUSCA-DIR-TABLA.
           IF DIT-CLIENTE (WS-IDX-DIR) = DIR-CLIENTE
               MOVE WS-IDX-DIR TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 080-ABRE-REGISTRO - abre el registro de sellos fiscales; la
      * primera noche no existe y se crea vacio.
      *-----------------------------------------------------------------
       080-ABRE-REGISTRO.
           OPEN I-O FACSELLO-FILE.
           IF FACSELLO-NO-EXISTE
               OPEN OUTPUT FACSELLO-FILE
               CLOSE FACSELLO-FILE
               OPEN I-O FACSELLO-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 100-SUELTA-ENVIO - procedimiento de entrada del SORT: cada
      * factura desde el arranque que no esta en el registro de
      * sellos, o que la autoridad rechazo, entra al envio; despues
      * se sueltan las partidas de FACTDETH.DAT de esas facturas.
      *-----------------------------------------------------------------
       100-SUELTA-ENVIO.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE ARCHIVO FACTURAS.DAT"
           ELSE
               PERFORM 110-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.
           IF WS-CANTIDAD-ENVIO = 2000
               DISPLAY "AVISO: LA TABLA DEL ENVIO SE LLENO (2000); "
                   "LAS FACTURAS RESTANTES VIAJAN LA PROXIMA NOCHE."
           END-IF.

           IF WS-CANTIDAD-ENVIO > ZERO
               OPEN INPUT FACTURA-DET-HIST-FILE
               IF FACTDETH-NO-EXISTE
                   NEXT SENTENCE
               ELSE
                   PERFORM 150-LEE-PARTIDA UNTIL FACTDETH-EOF
                   CLOSE FACTURA-DET-HIST-FILE
               END-IF
           END-IF.

       110-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       AND FAC-NUMERO NOT = ZERO
                       AND FAC-CLIENTE NOT = ZERO
                       AND NOT FAC-ES-CASTIGO
                       AND FAC-FECHA >= WS-FECHA-DESDE
                       AND WS-CANTIDAD-ENVIO < 2000
                       PERFORM 120-EVALUA-FACTURA
                   END-IF
           END-READ.

       120-EVALUA-FACTURA.
           MOVE FAC-NUMERO TO SEL-FACTURA.
           MOVE "N" TO WS-REGISTRO-SW.
           READ FACSELLO-FILE
               INVALID KEY
                   MOVE "N" TO WS-REGISTRO-SW
               NOT INVALID KEY
                   SET FACTURA-EN-REGISTRO TO TRUE
           END-READ.
           IF NOT FACTURA-EN-REGISTRO
               OR SEL-RECHAZADA
               ADD 1 TO WS-CANTIDAD-ENVIO
               MOVE FAC-NUMERO TO ENV-FACTURA (WS-CANTIDAD-ENVIO)
               IF FAC-FECHA < WS-FECHA-MENOR
                   MOVE FAC-FECHA TO WS-FECHA-MENOR
               END-IF
               ADD 1 TO WS-SECUENCIA-SORT
               MOVE FAC-NUMERO        TO SFE-FACTURA
               MOVE 1                 TO SFE-TIPO
               MOVE WS-SECUENCIA-SORT TO SFE-SECUENCIA
               MOVE FACTURA-RECORD    TO SFE-DATOS
               RELEASE SORT-ENVIO-RECORD
           END-IF.

       150-LEE-PARTIDA.
           READ FACTURA-DET-HIST-FILE
               AT END
                   SET FACTDETH-EOF TO TRUE
               NOT AT END
                   IF FDH-FECHA >= WS-FECHA-MENOR
                       PERFORM 160-BUSCA-EN-ENVIO
                       IF WS-ENV-HALLADO > ZERO
                           ADD 1 TO WS-SECUENCIA-SORT
                           MOVE FDH-FACTURA       TO SFE-FACTURA
                           MOVE 2                 TO SFE-TIPO
                           MOVE WS-SECUENCIA-SORT TO SFE-SECUENCIA
                           MOVE FACTURA-DET-HIST-RECORD TO SFE-DATOS
                           RELEASE SORT-ENVIO-RECORD
                       END-IF
                   END-IF
           END-READ.

       160-BUSCA-EN-ENVIO.
           MOVE ZERO TO WS-ENV-HALLADO.
           PERFORM 165-COMPARA-ENVIO
               VARYING WS-IDX-ENV FROM 1 BY 1
               UNTIL WS-IDX-ENV > WS-CANTIDAD-ENVIO
                   OR WS-ENV-HALLADO > ZERO.

       165-COMPARA-ENVIO.
           IF ENV-FACTURA (WS-IDX-ENV) = FDH-FACTURA
               MOVE WS-IDX-ENV TO WS-ENV-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 200-ARMA-ENVIO - procedimiento de salida del SORT: el archivo
      * de cada noche es nuevo, con su encabezado de emisor y el
      * siguiente numero de la serie FACELEC; aunque no haya facturas
      * la autoridad recibe el sobre vacio y sabe que no falta nada.
      *-----------------------------------------------------------------
       200-ARMA-ENVIO.
           MOVE "FACELEC" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.
           OPEN OUTPUT FACELEC-FILE.
           MOVE SPACES             TO FACELEC-RECORD.
           SET  FEL-HEADER         TO TRUE.
           MOVE WS-FECHA-NEGOCIO   TO FEH-FECHA.
           MOVE WS-NUMERO-ASIGNADO TO FEH-SECUENCIA.
           MOVE WS-EMISOR-ID       TO FEH-EMISOR-ID.
           MOVE WS-EMISOR-NOMBRE   TO FEH-EMISOR-NOMBRE.
           MOVE WS-EMISOR-CP       TO FEH-EMISOR-CP.
           WRITE FACELEC-RECORD.

           PERFORM 210-DEVUELVE-RENGLON UNTIL SORT-EOF.
           IF FACTURA-ABIERTA
               PERFORM 250-CIERRA-FACTURA
           END-IF.

           MOVE SPACES                TO FACELEC-RECORD.
           SET  FEL-TRAILER           TO TRUE.
           MOVE WS-CONTADOR-FACTURAS  TO FET-FACTURAS.
           MOVE WS-CONTADOR-REGISTROS TO FET-REGISTROS.
           MOVE WS-TOTAL-ENVIO        TO FET-TOTAL.
           MOVE WS-IVA-ENVIO          TO FET-IVA.
           WRITE FACELEC-RECORD.
           CLOSE FACELEC-FILE.

       210-DEVUELVE-RENGLON.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   IF SFE-ES-FACTURA
                       IF FACTURA-ABIERTA
                           PERFORM 250-CIERRA-FACTURA
                       END-IF
                       MOVE SFE-DATOS TO FACTURA-RECORD
                       PERFORM 220-ESCRIBE-FACTURA
                   ELSE
                       MOVE SFE-DATOS TO FACTURA-DET-HIST-RECORD
                       PERFORM 230-ESCRIBE-PARTIDA
                   END-IF
           END-RETURN.

      *-----------------------------------------------------------------
      * 220-ESCRIBE-FACTURA - renglon F del comprobante con el nombre
      * del maestro y la direccion vigente del cliente.
      *-----------------------------------------------------------------
       220-ESCRIBE-FACTURA.
           SET FACTURA-ABIERTA TO TRUE.
           MOVE ZERO TO WS-RENGLON.
           MOVE ZERO TO WS-BASE-GENERAL.
           MOVE ZERO TO WS-IVA-GENERAL.
           MOVE ZERO TO WS-BASE-REDUCIDA.
           MOVE ZERO TO WS-IVA-REDUCIDA.
           MOVE ZERO TO WS-BASE-EXENTA.
           MOVE ZERO TO WS-IVA-EXENTA.

           MOVE SPACES         TO FACELEC-RECORD.
           SET  FEL-FACTURA    TO TRUE.
           MOVE FAC-NUMERO     TO FEF-NUMERO.
           MOVE FAC-FECHA      TO FEF-FECHA.
           MOVE FAC-TIPO       TO FEF-CLASE.
           MOVE FAC-REFERENCIA TO FEF-REFERENCIA.
           MOVE FAC-SUCURSAL   TO FEF-SUCURSAL.
           MOVE FAC-CLIENTE    TO FEF-CLIENTE.
           MOVE WS-RECEPTOR-ID TO FEF-RECEPTOR-ID.
           MOVE FAC-SUBTOTAL   TO FEF-SUBTOTAL.
           MOVE FAC-IMPUESTO   TO FEF-IMPUESTO.
           MOVE FAC-TOTAL      TO FEF-TOTAL.

           MOVE "(SIN MAESTRO)" TO FEF-NOMBRE.
           IF NOT CLIENTES-NO-EXISTE
               MOVE FAC-CLIENTE TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "(SIN MAESTRO)" TO FEF-NOMBRE
                   NOT INVALID KEY
                       MOVE SPACES TO FEF-NOMBRE
                       STRING CLI-NOMBRE    DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              CLI-APELLIDOS DELIMITED BY SIZE
                           INTO FEF-NOMBRE
               END-READ
           END-IF.

           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 225-BUSCA-DIR-CLIENTE
               VARYING WS-IDX-DIR FROM 1 BY 1
               UNTIL WS-IDX-DIR > WS-CANTIDAD-DIRS
                   OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO > ZERO
               MOVE DIT-CALLE (WS-IDX-HALLADO)  TO FEF-CALLE
               MOVE DIT-CIUDAD (WS-IDX-HALLADO) TO FEF-CIUDAD
               MOVE DIT-CP (WS-IDX-HALLADO)     TO FEF-CP
           END-IF.
           WRITE FACELEC-RECORD.

           ADD 1          TO WS-CONTADOR-FACTURAS.
           ADD 1          TO WS-CONTADOR-REGISTROS.
           ADD FAC-TOTAL  TO WS-TOTAL-ENVIO.

       225-BUSCA-DIR-CLIENTE.
           IF DIT-CLIENTE (WS-IDX-DIR) = FAC-CLIENTE
               MOVE WS-IDX-DIR TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 230-ESCRIBE-PARTIDA - renglon D de una partida de la factura
      * abierta; su importe y su IVA suman a su categoria.
      *-----------------------------------------------------------------
       230-ESCRIBE-PARTIDA.
           ADD 1 TO WS-RENGLON.
           MOVE SPACES             TO FACELEC-RECORD.
           SET  FEL-LINEA          TO TRUE.
           MOVE FDH-FACTURA        TO FED-FACTURA.
           MOVE WS-RENGLON         TO FED-RENGLON.
           MOVE FDH-ARTICULO       TO FED-ARTICULO.
           MOVE FDH-CANTIDAD       TO FED-CANTIDAD.
           MOVE FDH-PRECIO         TO FED-PRECIO.
           MOVE FDH-IMPORTE        TO FED-IMPORTE.
           MOVE FDH-IVA            TO FED-IVA.
           MOVE FDH-DIAS-SERVICIO  TO FED-DIAS-SERVICIO.
           MOVE FDH-DIAS-PERIODO   TO FED-DIAS-PERIODO.
           EVALUATE FDH-CATEGORIA
               WHEN "R"
                   MOVE "R" TO FED-CATEGORIA
               WHEN "E"
                   MOVE "E" TO FED-CATEGORIA
               WHEN OTHER
                   MOVE "G" TO FED-CATEGORIA
           END-EVALUATE.
           PERFORM 240-ACUMULA-CATEGORIA.
           WRITE FACELEC-RECORD.
           ADD 1 TO WS-CONTADOR-REGISTROS.

       240-ACUMULA-CATEGORIA.
           EVALUATE FED-CATEGORIA
               WHEN "R"
                   ADD FED-IMPORTE TO WS-BASE-REDUCIDA
                   ADD FED-IVA     TO WS-IVA-REDUCIDA
               WHEN "E"
                   ADD FED-IMPORTE TO WS-BASE-EXENTA
                   ADD FED-IVA     TO WS-IVA-EXENTA
               WHEN OTHER
                   ADD FED-IMPORTE TO WS-BASE-GENERAL
                   ADD FED-IVA     TO WS-IVA-GENERAL
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 250-CIERRA-FACTURA - la factura sin partidas en FACTDETH.DAT
      * (notas de credito, recargos por mora y cargos sueltos) viaja
      * con una partida unica armada de su subtotal e impuesto: con
      * impuesto va a la categoria general, sin impuesto a la exenta.
      * Despues van sus renglones I de IVA por categoria (al menos
      * uno) y la factura queda enviada en el registro de sellos.
      *-----------------------------------------------------------------
       250-CIERRA-FACTURA.
           IF WS-RENGLON = ZERO
               PERFORM 255-PARTIDA-UNICA
           END-IF.

           MOVE ZERO TO WS-IVA-ESCRITOS.
           IF WS-BASE-GENERAL NOT = ZERO
               OR WS-IVA-GENERAL NOT = ZERO
               MOVE SPACES TO FACELEC-RECORD
               SET  FEL-IVA TO TRUE
               MOVE "G"             TO FEI-CATEGORIA
               MOVE WS-BASE-GENERAL TO FEI-BASE
               MOVE WS-IVA-GENERAL  TO FEI-IVA
               PERFORM 260-ESCRIBE-IVA
           END-IF.
           IF WS-BASE-REDUCIDA NOT = ZERO
               OR WS-IVA-REDUCIDA NOT = ZERO
               MOVE SPACES TO FACELEC-RECORD
               SET  FEL-IVA TO TRUE
               MOVE "R"              TO FEI-CATEGORIA
               MOVE WS-BASE-REDUCIDA TO FEI-BASE
               MOVE WS-IVA-REDUCIDA  TO FEI-IVA
               PERFORM 260-ESCRIBE-IVA
           END-IF.
           IF WS-BASE-EXENTA NOT = ZERO
               OR WS-IVA-EXENTA NOT = ZERO
               OR WS-IVA-ESCRITOS = ZERO
               MOVE SPACES TO FACELEC-RECORD
               SET  FEL-IVA TO TRUE
               MOVE "E"            TO FEI-CATEGORIA
               MOVE WS-BASE-EXENTA TO FEI-BASE
               MOVE WS-IVA-EXENTA  TO FEI-IVA
               PERFORM 260-ESCRIBE-IVA
           END-IF.

           PERFORM 270-REGISTRA-ENVIO.
           MOVE "N" TO WS-FACTURA-ABIERTA-SW.

       255-PARTIDA-UNICA.
           ADD 1 TO WS-CONTADOR-SIN-PART.
           ADD 1 TO WS-RENGLON.
           MOVE SPACES        TO FACELEC-RECORD.
           SET  FEL-LINEA     TO TRUE.
           MOVE FAC-NUMERO    TO FED-FACTURA.
           MOVE WS-RENGLON    TO FED-RENGLON.
           EVALUATE TRUE
               WHEN FAC-ES-CREDITO
                   MOVE "CREDITO"    TO FED-ARTICULO
               WHEN FAC-ES-MORA
                   MOVE "RECARGO"    TO FED-ARTICULO
               WHEN FAC-ES-CARGO-DEV
                   MOVE "CARGO DEV"  TO FED-ARTICULO
               WHEN FAC-ES-CARGO-SERV
                   MOVE "CARGO SERV" TO FED-ARTICULO
               WHEN FAC-ES-INTERES
                   MOVE "INTERES"    TO FED-ARTICULO
               WHEN OTHER
                   MOVE "FACTURA"    TO FED-ARTICULO
           END-EVALUATE.
           MOVE 1             TO FED-CANTIDAD.
           MOVE FAC-SUBTOTAL  TO FED-PRECIO.
           MOVE FAC-SUBTOTAL  TO FED-IMPORTE.
           MOVE FAC-IMPUESTO  TO FED-IVA.
           MOVE ZERO          TO FED-DIAS-SERVICIO.
           MOVE ZERO          TO FED-DIAS-PERIODO.
           IF FAC-IMPUESTO = ZERO
               MOVE "E" TO FED-CATEGORIA
           ELSE
               MOVE "G" TO FED-CATEGORIA
           END-IF.
           PERFORM 240-ACUMULA-CATEGORIA.
           WRITE FACELEC-RECORD.
           ADD 1 TO WS-CONTADOR-REGISTROS.

       260-ESCRIBE-IVA.
           MOVE FAC-NUMERO TO FEI-FACTURA.
           WRITE FACELEC-RECORD.
           ADD 1       TO WS-IVA-ESCRITOS.
           ADD 1       TO WS-CONTADOR-REGISTROS.
           ADD FEI-IVA TO WS-IVA-ENVIO.

      *-----------------------------------------------------------------
      * 270-REGISTRA-ENVIO - la factura queda enviada (E) en el
      * registro de sellos con la fecha y la secuencia del envio; el
      * reenvio de una rechazada cuenta un envio mas y limpia el
      * motivo anterior.
      *-----------------------------------------------------------------
       270-REGISTRA-ENVIO.
           MOVE FAC-NUMERO TO SEL-FACTURA.
           READ FACSELLO-FILE
               INVALID KEY
                   MOVE FAC-NUMERO         TO SEL-FACTURA
                   MOVE FAC-CLIENTE        TO SEL-CLIENTE
                   MOVE FAC-FECHA          TO SEL-FECHA-FACTURA
                   SET  SEL-ENVIADA        TO TRUE
                   MOVE WS-FECHA-NEGOCIO   TO SEL-FECHA-ENVIO
                   MOVE WS-NUMERO-ASIGNADO TO SEL-SECUENCIA
                   MOVE 1                  TO SEL-ENVIOS
                   MOVE SPACES             TO SEL-SELLO
                   MOVE ZERO               TO SEL-FECHA-SELLO
                   MOVE SPACES             TO SEL-MOTIVO
                   WRITE FACSELLO-RECORD
               NOT INVALID KEY
                   SET  SEL-ENVIADA        TO TRUE
                   MOVE WS-FECHA-NEGOCIO   TO SEL-FECHA-ENVIO
                   MOVE WS-NUMERO-ASIGNADO TO SEL-SECUENCIA
                   ADD  1                  TO SEL-ENVIOS
                   MOVE SPACES             TO SEL-MOTIVO
                   REWRITE FACSELLO-RECORD
                   ADD 1 TO WS-CONTADOR-REENVIOS
           END-READ.

      *-----------------------------------------------------------------
      * CARGA-PARAMETROS - lee el archivo de parametros con nombre de
      * este programa (PARAMC6.DAT): los datos del emisor, la clave
      * generica del receptor y la fecha de arranque llegan con eco
      * al log; un codigo desconocido o una fecha no numerica
      * rechazan la corrida.
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
                       WHEN "EMISORID"
                           MOVE PRM-VALOR TO WS-EMISOR-ID
                           DISPLAY "PARAMETRO EMISORID = " PRM-VALOR
                       WHEN "EMISORNOM"
                           MOVE PRM-VALOR TO WS-EMISOR-NOMBRE
                           DISPLAY "PARAMETRO EMISORNOM = " PRM-VALOR
                       WHEN "EMISORCP"
                           MOVE PRM-VALOR TO WS-EMISOR-CP
                           DISPLAY "PARAMETRO EMISORCP = " PRM-VALOR
                       WHEN "RECEPTORID"
                           MOVE PRM-VALOR TO WS-RECEPTOR-ID
                           DISPLAY "PARAMETRO RECEPTORID = " PRM-VALOR
                       WHEN "DESDE"
                           IF PRM-VALOR (1:8) IS NUMERIC
                               MOVE PRM-VALOR (1:8) TO WS-FECHA-DESDE
                               DISPLAY "PARAMETRO DESDE = " PRM-VALOR
                           ELSE
                               SET PARAMETRO-RECHAZADO TO TRUE
                               DISPLAY "PARAMETRO DESDE INVALIDO: "
                                   PRM-VALOR
                           END-IF
                       WHEN OTHER
                           SET PARAMETRO-RECHAZADO TO TRUE
                           DISPLAY "CODIGO DE PARAMETRO DESCONOCIDO: "
                               PRM-CODIGO
                   END-EVALUATE
           END-READ.

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

       END PROGRAM C6-PROGRAMA.
