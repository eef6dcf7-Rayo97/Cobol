      * Purpose: Extracto de correo para la casa de correo: junta los
      *          documentos salientes del corte — un estado de cuenta
      *          por cliente con cierre en ESTCIERRE.DAT y una carta
      *          de cobranza por cliente con nivel en COBRANZA.DAT, y
      *          el estado anual del ejercicio cerrado por cliente
      *          pendiente de envio en RESANUAL.DAT (C3-PROGRAMA) —
      *          con su nombre del maestro y su direccion vigente de
      *          DIRECCIONES.DAT, los ordena por codigo postal (SORT,
      *          como lo pide la casa de correo) y los escribe en
      *          serie CORREO y trailer con la cantidad), para que un
      *          archivo corto se detecte del otro lado. Un cliente
      *          sin direccion no puede recibir correo y queda
      *          contado en consola. El documento de un cliente que
      *          lo prefiere por correo electronico (PREFCONT.DAT) va
      *          en cambio a EMAILEXT.DAT, con su propio sobre.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-09-02 RSM  Primera version.
      * 2026-10-15 RSM  Annual statements of the closed fiscal year
      *                 (RESANUAL.DAT) go out as ANU documents with the
      *                 next mailing and are marked sent with the date.
      * 2026-10-15 RSM  Documents of customers who prefer e-mail for
      *                 that document type (PREFCONT.DAT: EST for the
      *                 EDO and ANU statements, COB for dunning) and
      *                 have an e-mail address on file go to the new
      *                 e-mail delivery file EMAILEXT.DAT (own envelope,
      *                 series EMAIL) instead of the mail house; they
      *                 need no postal address.
      * 2026-10-15 RSM  Every paper document is logged in the mailing
      *                 register CORREOREG.DAT (sequence, customer,
      *                 document, street and postal code) so the mail
      *                 house returns can be matched (D6-PROGRAMA); a
      *                 customer whose current address came back
      *                 returned has the paper documents held until a
      *                 new address is captured (annual statements
      *                 stay pending meanwhile).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT RESUMEN-ANUAL-FILE
               ASSIGN TO "RESANUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAN-CLIENTE
               FILE STATUS IS WS-RESANUAL-STATUS.

           SELECT CORREO-EXT-FILE
               ASSIGN TO "CORREOEXT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORREOEXT-STATUS.

           SELECT CORREO-REGISTRO-FILE
               ASSIGN TO "CORREOREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORREOREG-STATUS.

           SELECT EMAIL-EXT-FILE
               ASSIGN TO "EMAILEXT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMAILEXT-STATUS.

           SELECT PREFERENCIA-CONTACTO-FILE
               ASSIGN TO "PREFCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CLIENTE
               FILE STATUS IS WS-PREFCONT-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK80.DAT".

           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  RESUMEN-ANUAL-FILE
           LABEL RECORD IS STANDARD.
           COPY RESANUAL.

       FD  CORREO-EXT-FILE
           LABEL RECORD IS STANDARD.
           COPY CORREOEXT.

       FD  CORREO-REGISTRO-FILE
           LABEL RECORD IS STANDARD.
           COPY CORREOREG.

       FD  EMAIL-EXT-FILE
           LABEL RECORD IS STANDARD.
           COPY EMAILEXT.

       FD  PREFERENCIA-CONTACTO-FILE
           LABEL RECORD IS STANDARD.
           COPY PREFCONT.

      *-LEGAJOS DEL ORDENAMIENTO: EL CODIGO POSTAL MANDA, COMO LO
      *-PIDE LA CASA DE CORREO.
       SD  SORT-WORK-FILE.
      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE RESUMEN-ANUAL-FILE: VIENE DE
      *-RANSTS.CPY.
           COPY RANSTS.

       01  WS-CORREOEXT-STATUS PIC XX.
           88  CORREOEXT-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE CORREO-REGISTRO-FILE: VIENE DE
      *-CRGSTS.CPY.
           COPY CRGSTS.

       01  WS-EMAILEXT-STATUS PIC XX.
           88  EMAILEXT-OK VALUE "00".

      *-FILE STATUS/88-LEVEL DE PREFERENCIA-CONTACTO-FILE: VIENE DE
      *-PRFSTS.CPY.
           COPY PRFSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-NUMCTL-CODIGO    PIC X(10).
       01  WS-NUMERO-ASIGNADO  PIC 9(7).
       01  WS-SECUENCIA-CORREO PIC 9(7) VALUE ZERO.

      *-DIRECCIONES VIGENTES PRECARGADAS: LA ULTIMA GRABADA POR
      *-CLIENTE GANA, IGUAL QUE EN LA CONSULTA.
               10  DIT-CALLE   PIC X(30).
               10  DIT-CIUDAD  PIC X(20).
               10  DIT-CP      PIC X(5).
               10  DIT-DEVUELTA-SW PIC X.
                   88  DIT-DEVUELTA VALUE "S".

       01  WS-IDX-DIR     PIC 9(3) VALUE ZERO.
       01  WS-IDX-HALLADO PIC 9(3) VALUE ZERO.
       01  WS-DOC-CLIENTE  PIC 9(7) VALUE ZERO.
       01  WS-DOC-TIPO     PIC X(3) VALUE SPACES.
       01  WS-DOC-NOMBRE   PIC X(35) VALUE SPACES.
       01  WS-DOC-SOLTADO-SW PIC X VALUE "N".
           88  DOC-SOLTADO VALUE "S".
       01  WS-DOC-CANAL-SW PIC X VALUE "P".
           88  DOC-POR-CORREO-E VALUE "E".

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88  SORT-EOF VALUE "S".

       01  WS-CONTADOR-DETALLES PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-SIN-DIR  PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-CORREO-E PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-RETENIDOS PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 050-CARGA-DIRECCIONES.

           OPEN INPUT CLIENTES-FILE.
           OPEN INPUT PREFERENCIA-CONTACTO-FILE.
           PERFORM 080-ABRE-ENTREGA-E.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRM-CP SRM-CLIENTE
               INPUT PROCEDURE IS 100-SUELTA-DOCUMENTOS
               OUTPUT PROCEDURE IS 300-GENERA-EXTRACTO.

           PERFORM 400-CIERRA-ENTREGA-E.
           IF NOT PREFCONT-NO-EXISTE
               CLOSE PREFERENCIA-CONTACTO-FILE
           END-IF.
           IF NOT CLIENTES-NO-EXISTE
               CLOSE CLIENTES-FILE
           END-IF.

           DISPLAY "DOCUMENTOS AL CORREO:   " WS-CONTADOR-DETALLES.
           DISPLAY "DOCUMENTOS POR CORREO E: " WS-CONTADOR-CORREO-E.
           DISPLAY "CLIENTES SIN DIRECCION: " WS-CONTADOR-SIN-DIR.
           DISPLAY "RETENIDOS POR DIRECCION DEVUELTA: "
               WS-CONTADOR-RETENIDOS.

           STOP RUN.

               MOVE DIR-CALLE  TO DIT-CALLE (WS-IDX-HALLADO)
               MOVE DIR-CIUDAD TO DIT-CIUDAD (WS-IDX-HALLADO)
               MOVE DIR-CP     TO DIT-CP (WS-IDX-HALLADO)
               IF DIR-DEVUELTA
                   MOVE "S" TO DIT-DEVUELTA-SW (WS-IDX-HALLADO)
               ELSE
                   MOVE "N" TO DIT-DEVUELTA-SW (WS-IDX-HALLADO)
               END-IF
           END-IF.

       075-BUSCA-DIR-TABLA.
               MOVE WS-IDX-DIR TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 080-ABRE-ENTREGA-E - abre el archivo de entrega por correo
      * electronico con su header y su secuencia de la serie EMAIL;
      * los detalles se escriben conforme se sueltan los documentos.
      *-----------------------------------------------------------------
       080-ABRE-ENTREGA-E.
           MOVE "EMAIL" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.

           OPEN OUTPUT EMAIL-EXT-FILE.
           MOVE SPACES TO EMAIL-EXT-RECORD.
           MOVE "H" TO EMH-TIPO.
           MOVE WS-FECHA-NEGOCIO   TO EMH-FECHA.
           MOVE WS-NUMERO-ASIGNADO TO EMH-SECUENCIA.
           WRITE EMAIL-EXT-RECORD.

      *-----------------------------------------------------------------
      * 100-SUELTA-DOCUMENTOS - procedimiento de entrada del SORT: un
      * documento EDO por cliente con cierre de estado de cuenta, un
      * COB por cliente con nivel de cobranza y un ANU por cliente
      * con estado anual por enviar, cada uno con su nombre
      * del maestro y su direccion vigente; sin direccion no hay
      * sobre que imprimir y el cliente queda contado.
      *-----------------------------------------------------------------
               CLOSE COBRANZA-FILE
           END-IF.

           OPEN I-O RESUMEN-ANUAL-FILE.
           IF RESANUAL-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE ZERO TO RAN-CLIENTE
               START RESUMEN-ANUAL-FILE KEY NOT < RAN-CLIENTE
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       PERFORM 130-LEE-RESUMEN UNTIL RESANUAL-EOF
               END-START
               CLOSE RESUMEN-ANUAL-FILE
           END-IF.

       110-LEE-CIERRE.
           READ ESTADO-CIERRE-FILE NEXT RECORD
               AT END
                   PERFORM 200-SUELTA-DOCUMENTO
           END-READ.

      *-----------------------------------------------------------------
      * 130-LEE-RESUMEN - el estado anual sale una sola vez: el que ya
      * salio otro dia no se repite, y el que no tiene direccion queda
      * pendiente para el siguiente correo.
      *-----------------------------------------------------------------
       130-LEE-RESUMEN.
           READ RESUMEN-ANUAL-FILE NEXT RECORD
               AT END
                   SET RESANUAL-EOF TO TRUE
               NOT AT END
                   IF RAN-POR-ENVIAR
                       OR RAN-FECHA-ENVIO = WS-FECHA-NEGOCIO
                       MOVE RAN-CLIENTE TO WS-DOC-CLIENTE
                       MOVE "ANU"       TO WS-DOC-TIPO
                       PERFORM 200-SUELTA-DOCUMENTO
                       IF DOC-SOLTADO
                           SET RAN-ENVIADO TO TRUE
                           MOVE WS-FECHA-NEGOCIO TO RAN-FECHA-ENVIO
                           REWRITE RESUMEN-ANUAL-RECORD
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-SUELTA-DOCUMENTO - el documento de un cliente que lo
      * prefiere por correo electronico va directo al archivo de
      * entrega electronica; los demas van al SORT de la casa de
      * correo.
      *-----------------------------------------------------------------
       200-SUELTA-DOCUMENTO.
           MOVE "N"  TO WS-DOC-SOLTADO-SW.
           PERFORM 205-CANAL-DOCUMENTO.
           IF DOC-POR-CORREO-E
               PERFORM 230-ENTREGA-ELECTRONICA
           ELSE
               PERFORM 240-SUELTA-PAPEL
           END-IF.

      *-----------------------------------------------------------------
      * 205-CANAL-DOCUMENTO - el canal que el cliente prefiere para
      * este tipo de documento: los estados (EDO, ANU) siguen el canal
      * EST y las cartas el COB. Sin preferencias, o sin correo
      * electronico capturado, va en papel.
      *-----------------------------------------------------------------
       205-CANAL-DOCUMENTO.
           MOVE "P" TO WS-DOC-CANAL-SW.
           IF NOT PREFCONT-NO-EXISTE
               MOVE WS-DOC-CLIENTE TO PRF-CLIENTE
               READ PREFERENCIA-CONTACTO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRF-CORREO-E NOT = SPACES
                           IF WS-DOC-TIPO = "COB"
                               IF PRF-COB-ELECTRONICO
                                   SET DOC-POR-CORREO-E TO TRUE
                               END-IF
                           ELSE
                               IF PRF-EST-ELECTRONICO
                                   SET DOC-POR-CORREO-E TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

       230-ENTREGA-ELECTRONICA.
           PERFORM 220-BUSCA-NOMBRE.
           MOVE SPACES         TO EMAIL-EXT-RECORD.
           MOVE "D"            TO EMD-TIPO.
           MOVE WS-DOC-CLIENTE TO EMD-CLIENTE.
           MOVE WS-DOC-TIPO    TO EMD-DOCUMENTO.
           MOVE WS-DOC-NOMBRE  TO EMD-NOMBRE.
           MOVE PRF-CORREO-E   TO EMD-CORREO-E.
           WRITE EMAIL-EXT-RECORD.
           ADD 1 TO WS-CONTADOR-CORREO-E.
           SET DOC-SOLTADO TO TRUE.

       240-SUELTA-PAPEL.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 210-BUSCA-DIR-DOC
               VARYING WS-IDX-DIR FROM 1 BY 1
               UNTIL WS-IDX-DIR > WS-CANTIDAD-DIRS.
           EVALUATE TRUE
               WHEN WS-IDX-HALLADO = ZERO
                   ADD 1 TO WS-CONTADOR-SIN-DIR
               WHEN DIT-DEVUELTA (WS-IDX-HALLADO)
                   ADD 1 TO WS-CONTADOR-RETENIDOS
               WHEN OTHER
                   PERFORM 250-SUELTA-SOBRE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 250-SUELTA-SOBRE - suelta al SORT el sobre de papel con el
      * nombre del maestro y la direccion vigente.
      *-----------------------------------------------------------------
       250-SUELTA-SOBRE.
           PERFORM 220-BUSCA-NOMBRE.
           MOVE DIT-CP (WS-IDX-HALLADO)     TO SRM-CP.
           MOVE WS-DOC-CLIENTE              TO SRM-CLIENTE.
           MOVE WS-DOC-TIPO                 TO SRM-DOCUMENTO.
           MOVE WS-DOC-NOMBRE               TO SRM-NOMBRE.
           MOVE DIT-CALLE (WS-IDX-HALLADO)  TO SRM-CALLE.
           MOVE DIT-CIUDAD (WS-IDX-HALLADO) TO SRM-CIUDAD.
           RELEASE SORT-CORREO-RECORD.
           SET DOC-SOLTADO TO TRUE.

       210-BUSCA-DIR-DOC.
           IF DIT-CLIENTE (WS-IDX-DIR) = WS-DOC-CLIENTE
           MOVE "H" TO CXH-TIPO.
           MOVE WS-FECHA-NEGOCIO   TO CXH-FECHA.
           MOVE WS-NUMERO-ASIGNADO TO CXH-SECUENCIA.
           MOVE WS-NUMERO-ASIGNADO TO WS-SECUENCIA-CORREO.
           WRITE CORREO-EXT-RECORD.

           OPEN EXTEND CORREO-REGISTRO-FILE.
           IF CORREOREG-NO-EXISTE
               OPEN OUTPUT CORREO-REGISTRO-FILE
           END-IF.

           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM 310-PROCESA-DOCUMENTO UNTIL SORT-EOF.
           CLOSE CORREO-REGISTRO-FILE.

           MOVE SPACES TO CORREO-EXT-RECORD.
           MOVE "T" TO CXR-TIPO.
                   MOVE SRM-CP        TO CXD-CP
                   WRITE CORREO-EXT-RECORD
                   ADD 1 TO WS-CONTADOR-DETALLES
                   PERFORM 320-REGISTRA-ENVIO
           END-RETURN.

      *-----------------------------------------------------------------
      * 320-REGISTRA-ENVIO - deja el documento en el registro de
      * envios con la direccion a la que salio, para conciliar la
      * devolucion si la casa de correo no lo puede entregar.
      *-----------------------------------------------------------------
       320-REGISTRA-ENVIO.
           MOVE WS-SECUENCIA-CORREO TO CRG-SECUENCIA.
           MOVE WS-FECHA-NEGOCIO    TO CRG-FECHA.
           MOVE SRM-CLIENTE         TO CRG-CLIENTE.
           MOVE SRM-DOCUMENTO       TO CRG-DOCUMENTO.
           MOVE SRM-CALLE           TO CRG-CALLE.
           MOVE SRM-CP              TO CRG-CP.
           SET  CRG-ENVIADO         TO TRUE.
           MOVE ZERO                TO CRG-FECHA-DEVOLUCION.
           WRITE CORREO-REGISTRO-RECORD.

      *-----------------------------------------------------------------
      * 400-CIERRA-ENTREGA-E - trailer con la cantidad de documentos
      * por correo electronico y cierre del archivo.
      *-----------------------------------------------------------------
       400-CIERRA-ENTREGA-E.
           MOVE SPACES TO EMAIL-EXT-RECORD.
           MOVE "T" TO EMR-TIPO.
           MOVE WS-CONTADOR-CORREO-E TO EMR-CANTIDAD.
           WRITE EMAIL-EXT-RECORD.
           CLOSE EMAIL-EXT-FILE.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY (compartido por todo
      * programa que asigna numeros): lee la serie WS-NUMCTL-CODIGO de
