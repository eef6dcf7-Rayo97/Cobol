      ******************************************************************
      * Author:
      * Date:
      * Purpose: Seleccion nocturna de objetivos de las campanas de
      *          marketing: por cada campana pendiente de CAMPANA.DAT
      *          (E3-PROGRAMA) cuya fecha de inicio ya llego y cuya
      *          fecha de fin no ha pasado, arma en CAMPOBJ.DAT la
      *          lista de clientes del maestro cuyo segmento en
      *          DEMOGRAFICOS.DAT (ligado por nombre, como el extracto
      *          de 34-PROGRAMA) es uno de los de la campana y, si la
      *          campana nombra sucursales, cuya sucursal es una de
      *          ellas (la de su factura de mostrador mas reciente en
      *          FACTURAS.DAT). Quedan fuera los clientes cerrados y
      *          los que no dieron consentimiento de marketing en
      *          PREFCONT.DAT. Cada campana queda seleccionada con la
      *          fecha de negocio y su cantidad de objetivos.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. E4-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CAMPANA-FILE
               ASSIGN TO "CAMPANA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CODIGO
               FILE STATUS IS WS-CAMPANA-STATUS.

           SELECT CAMPANA-OBJETIVO-FILE
               ASSIGN TO "CAMPOBJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBJ-CLAVE
               FILE STATUS IS WS-CAMPOBJ-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT DEMOGRAFICOS-FILE
               ASSIGN TO "DEMOGRAFICOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEMOGRAFICOS-STATUS.

           SELECT PREFERENCIA-CONTACTO-FILE
               ASSIGN TO "PREFCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CLIENTE
               FILE STATUS IS WS-PREFCONT-STATUS.

           SELECT FACTURAS-FILE
               ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CAMPANA-FILE
           LABEL RECORD IS STANDARD.
           COPY CAMPANA.

       FD  CAMPANA-OBJETIVO-FILE
           LABEL RECORD IS STANDARD.
           COPY CAMPOBJ.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  DEMOGRAFICOS-FILE
           LABEL RECORD IS STANDARD.
           COPY DEMOGRAF.

       FD  PREFERENCIA-CONTACTO-FILE
           LABEL RECORD IS STANDARD.
           COPY PREFCONT.

       FD  FACTURAS-FILE
           LABEL RECORD IS STANDARD.
           COPY FACTURAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE CAMPANA-FILE: VIENE DE CMPSTS.CPY.
           COPY CMPSTS.

      *-FILE STATUS/88-LEVEL DE CAMPANA-OBJETIVO-FILE: VIENE DE
      *-OBJSTS.CPY.
           COPY OBJSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE DEMOGRAFICOS-FILE: VIENE DE DEMOSTS.CPY.
           COPY DEMOSTS.

      *-FILE STATUS/88-LEVEL DE PREFERENCIA-CONTACTO-FILE: VIENE DE
      *-PRFSTS.CPY.
           COPY PRFSTS.

       01  WS-FACTURAS-STATUS PIC XX.
           88  FACTURAS-OK        VALUE "00".
           88  FACTURAS-EOF       VALUE "10".
           88  FACTURAS-NO-EXISTE VALUE "35".

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FECHA OFICIAL DE NEGOCIO: SE SELECCIONAN LAS CAMPANAS QUE YA
      *-EMPEZARON Y NO HAN TERMINADO A ESTA FECHA, Y CON ELLA QUEDAN
      *-FECHADOS SUS OBJETIVOS.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-CAMPANAS PENDIENTES QUE SE SELECCIONAN EN ESTA CORRIDA.
       01  WS-CANTIDAD-CAMPANAS PIC 9(3) VALUE ZERO.
       01  WS-TABLA-CAMPANAS.
           05  WS-CAMPANA-ENT OCCURS 50 TIMES.
               10  CTB-CODIGO      PIC X(8).
               10  CTB-SEGMENTO    PIC X(11) OCCURS 5 TIMES.
               10  CTB-SUCURSALES.
                   15  CTB-SUCURSAL PIC X(3) OCCURS 5 TIMES.
               10  CTB-OBJETIVOS   PIC 9(7).

      *-SEGMENTO DE CADA NOMBRE DE DEMOGRAFICOS.DAT.
       01  WS-CANTIDAD-DEMOGRAF PIC 9(4) VALUE ZERO.
       01  WS-TABLA-DEMOGRAF.
           05  WS-DEMOGRAF-ENT OCCURS 2000 TIMES.
               10  DTB-NOMBRE      PIC X(15).
               10  DTB-SEGMENTO    PIC X(11).

      *-CLIENTES QUE PUEDEN SER OBJETIVO: VIGENTES, CON CONSENTIMIENTO
      *-Y CON UN SEGMENTO QUE PIDE ALGUNA CAMPANA; LA SUCURSAL Y SU
      *-FECHA SALEN DE SU FACTURA DE MOSTRADOR MAS RECIENTE.
       01  WS-CANTIDAD-CANDIDATOS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-CANDIDATOS.
           05  WS-CANDIDATO-ENT OCCURS 5000 TIMES.
               10  OTB-CLIENTE     PIC 9(7).
               10  OTB-SEGMENTO    PIC X(11).
               10  OTB-SUCURSAL    PIC X(3).
               10  OTB-FECHA-SUC   PIC 9(8).

       01  WS-IDX-CMP       PIC 9(3) VALUE ZERO.
       01  WS-IDX-SEG       PIC 9    VALUE ZERO.
       01  WS-IDX-DEM       PIC 9(4) VALUE ZERO.
       01  WS-IDX-CAN       PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO   PIC 9(4) VALUE ZERO.
       01  WS-CLIENTE-BUSCA PIC 9(7) VALUE ZERO.
       01  WS-SEGMENTO-CLIENTE PIC X(11) VALUE SPACES.

       01  WS-SEGMENTO-PEDIDO-SW PIC X VALUE "N".
           88  SEGMENTO-PEDIDO VALUE "S".
       01  WS-CUMPLE-SEGMENTO-SW PIC X VALUE "N".
           88  CUMPLE-SEGMENTO VALUE "S".
       01  WS-CUMPLE-SUCURSAL-SW PIC X VALUE "N".
           88  CUMPLE-SUCURSAL VALUE "S".
       01  WS-FILTRO-SUCURSAL-SW PIC X VALUE "N".
           88  HAY-FILTRO-SUCURSAL VALUE "S".

       01  WS-CAMPANAS-LLENA-SW PIC X VALUE "N".
           88  TABLA-CAMPANAS-LLENA VALUE "S".
       01  WS-DEMOGRAF-LLENA-SW PIC X VALUE "N".
           88  TABLA-DEMOGRAF-LLENA VALUE "S".
       01  WS-CANDIDATOS-LLENA-SW PIC X VALUE "N".
           88  TABLA-CANDIDATOS-LLENA VALUE "S".

       01  WS-CONTADOR-CERRADOS      PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-SIN-CONSENT   PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-SIN-SEGMENTO  PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-OBJETIVOS     PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-YA-ESTABAN    PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-VENCIDAS      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O CAMPANA-FILE.
           IF CAMPANA-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA CAMPANA.DAT; NO HAY "
                   "CAMPANAS QUE SELECCIONAR."
           ELSE
               PERFORM 100-CARGA-CAMPANAS
               IF WS-CANTIDAD-CAMPANAS = ZERO
                   DISPLAY "NINGUNA CAMPANA PENDIENTE EMPIEZA HOY."
               ELSE
                   PERFORM 200-CARGA-DEMOGRAFICOS
                   IF DEMOGRAFICOS-NO-EXISTE
                       DISPLAY "NO EXISTE DEMOGRAFICOS.DAT; LAS "
                           "CAMPANAS QUEDAN PENDIENTES."
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM 300-CARGA-CANDIDATOS
                       IF HAY-FILTRO-SUCURSAL
                           PERFORM 400-CARGA-SUCURSALES
                       END-IF
                       PERFORM 500-GRABA-OBJETIVOS
                       PERFORM 600-MARCA-CAMPANA
                           VARYING WS-IDX-CMP FROM 1 BY 1
                           UNTIL WS-IDX-CMP > WS-CANTIDAD-CAMPANAS
                       PERFORM 700-TOTALES
                   END-IF
               END-IF
               CLOSE CAMPANA-FILE
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-CARGA-CAMPANAS - las campanas pendientes cuya fecha de
      * inicio ya llego; la que termino sin seleccionarse se avisa y
      * se deja como esta.
      *-----------------------------------------------------------------
       100-CARGA-CAMPANAS.
           MOVE LOW-VALUES TO CMP-CODIGO.
           START CAMPANA-FILE KEY NOT < CMP-CODIGO
               INVALID KEY
                   SET CAMPANA-EOF TO TRUE
           END-START.
           PERFORM 110-LEE-CAMPANA UNTIL CAMPANA-EOF.
           IF WS-CONTADOR-VENCIDAS > ZERO
               DISPLAY "CAMPANAS PENDIENTES YA TERMINADAS SIN "
                   "SELECCIONAR: " WS-CONTADOR-VENCIDAS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF TABLA-CAMPANAS-LLENA
               DISPLAY "AVISO: LA TABLA DE CAMPANAS SE LLENO (50); "
                   "LAS RESTANTES SE SELECCIONAN LA PROXIMA NOCHE."
               MOVE 4 TO RETURN-CODE
           END-IF.

       110-LEE-CAMPANA.
           READ CAMPANA-FILE NEXT RECORD
               AT END
                   SET CAMPANA-EOF TO TRUE
               NOT AT END
                   IF CMP-PENDIENTE
                       AND CMP-FECHA-INICIO <= WS-FECHA-NEGOCIO
                       IF CMP-FECHA-FIN < WS-FECHA-NEGOCIO
                           ADD 1 TO WS-CONTADOR-VENCIDAS
                           DISPLAY "CAMPANA " CMP-CODIGO
                               " TERMINO EL " CMP-FECHA-FIN
                               " SIN SELECCIONARSE."
                       ELSE
                           PERFORM 120-ANOTA-CAMPANA
                       END-IF
                   END-IF
           END-READ.

       120-ANOTA-CAMPANA.
           IF WS-CANTIDAD-CAMPANAS < 50
               ADD 1 TO WS-CANTIDAD-CAMPANAS
               MOVE CMP-CODIGO TO CTB-CODIGO (WS-CANTIDAD-CAMPANAS)
               PERFORM 125-COPIA-SEGMENTO
                   VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > 5
               MOVE CMP-SUCURSALES
                   TO CTB-SUCURSALES (WS-CANTIDAD-CAMPANAS)
               MOVE ZERO TO CTB-OBJETIVOS (WS-CANTIDAD-CAMPANAS)
               IF CMP-SUCURSALES NOT = SPACES
                   SET HAY-FILTRO-SUCURSAL TO TRUE
               END-IF
           ELSE
               SET TABLA-CAMPANAS-LLENA TO TRUE
           END-IF.

       125-COPIA-SEGMENTO.
           MOVE CMP-SEGMENTO (WS-IDX-SEG)
               TO CTB-SEGMENTO (WS-CANTIDAD-CAMPANAS, WS-IDX-SEG).

      *-----------------------------------------------------------------
      * 200-CARGA-DEMOGRAFICOS - el segmento de cada nombre del
      * archivo demografico, sin su renglon de trailer.
      *-----------------------------------------------------------------
       200-CARGA-DEMOGRAFICOS.
           OPEN INPUT DEMOGRAFICOS-FILE.
           IF DEMOGRAFICOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 210-LEE-DEMOGRAFICO UNTIL DEMOGRAFICOS-EOF
               CLOSE DEMOGRAFICOS-FILE
               IF TABLA-DEMOGRAF-LLENA
                   DISPLAY "AVISO: LA TABLA DE DEMOGRAFICOS SE LLENO "
                       "(2000); LOS RESTANTES NO SE SELECCIONAN."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       210-LEE-DEMOGRAFICO.
           READ DEMOGRAFICOS-FILE
               AT END
                   SET DEMOGRAFICOS-EOF TO TRUE
               NOT AT END
                   IF DEM-NOMBRE NOT = "*** TRAILER ***"
                       IF WS-CANTIDAD-DEMOGRAF < 2000
                           ADD 1 TO WS-CANTIDAD-DEMOGRAF
                           MOVE DEM-NOMBRE
                               TO DTB-NOMBRE (WS-CANTIDAD-DEMOGRAF)
                           MOVE DEM-SEGMENTO
                               TO DTB-SEGMENTO (WS-CANTIDAD-DEMOGRAF)
                       ELSE
                           SET TABLA-DEMOGRAF-LLENA TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 300-CARGA-CANDIDATOS - recorre el maestro de clientes y anota
      * a los vigentes con consentimiento de marketing cuyo segmento
      * pide alguna de las campanas; sin PREFCONT.DAT nadie tiene
      * consentimiento, como en el extracto del buro.
      *-----------------------------------------------------------------
       300-CARGA-CANDIDATOS.
           OPEN INPUT PREFERENCIA-CONTACTO-FILE.
           OPEN INPUT CLIENTES-FILE.
           IF CLIENTES-NO-EXISTE
               DISPLAY "NO EXISTE CLIENTES.DAT; NO HAY A QUIEN "
                   "SELECCIONAR."
           ELSE
               MOVE ZERO TO CLI-NUMERO
               START CLIENTES-FILE KEY NOT < CLI-NUMERO
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       PERFORM 310-LEE-CLIENTE UNTIL CLIENTES-EOF
               END-START
               CLOSE CLIENTES-FILE
           END-IF.
           IF NOT PREFCONT-NO-EXISTE
               CLOSE PREFERENCIA-CONTACTO-FILE
           END-IF.
           IF TABLA-CANDIDATOS-LLENA
               DISPLAY "AVISO: LA TABLA DE CANDIDATOS SE LLENO "
                   "(5000); LOS RESTANTES NO SE SELECCIONAN."
               MOVE 4 TO RETURN-CODE
           END-IF.

       310-LEE-CLIENTE.
           READ CLIENTES-FILE NEXT RECORD
               AT END
                   SET CLIENTES-EOF TO TRUE
               NOT AT END
                   IF CLI-ES-CERRADO
                       ADD 1 TO WS-CONTADOR-CERRADOS
                   ELSE
                       PERFORM 320-REVISA-CONSENTIMIENTO
                   END-IF
           END-READ.

       320-REVISA-CONSENTIMIENTO.
           MOVE "N" TO PRF-CONSENTIMIENTO.
           IF NOT PREFCONT-NO-EXISTE
               MOVE CLI-NUMERO TO PRF-CLIENTE
               READ PREFERENCIA-CONTACTO-FILE
                   INVALID KEY
                       MOVE "N" TO PRF-CONSENTIMIENTO
               END-READ
           END-IF.
           IF PRF-ACEPTA-MARKETING
               PERFORM 330-BUSCA-SEGMENTO
           ELSE
               ADD 1 TO WS-CONTADOR-SIN-CONSENT
           END-IF.

      *-----------------------------------------------------------------
      * 330-BUSCA-SEGMENTO - el segmento del cliente es el del
      * renglon demografico con su nombre; sin renglon no entra a
      * ninguna campana.
      *-----------------------------------------------------------------
       330-BUSCA-SEGMENTO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 335-COMPARA-NOMBRE
               VARYING WS-IDX-DEM FROM 1 BY 1
               UNTIL WS-IDX-DEM > WS-CANTIDAD-DEMOGRAF
                  OR WS-IDX-HALLADO > ZERO.
           IF WS-IDX-HALLADO = ZERO
               ADD 1 TO WS-CONTADOR-SIN-SEGMENTO
           ELSE
               MOVE DTB-SEGMENTO (WS-IDX-HALLADO)
                   TO WS-SEGMENTO-CLIENTE
               MOVE "N" TO WS-SEGMENTO-PEDIDO-SW
               PERFORM 340-REVISA-CAMPANA
                   VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > WS-CANTIDAD-CAMPANAS
                      OR SEGMENTO-PEDIDO
               IF SEGMENTO-PEDIDO
                   PERFORM 350-ANOTA-CANDIDATO
               END-IF
           END-IF.

       335-COMPARA-NOMBRE.
           IF DTB-NOMBRE (WS-IDX-DEM) = CLI-NOMBRE
               MOVE WS-IDX-DEM TO WS-IDX-HALLADO
           END-IF.

       340-REVISA-CAMPANA.
           PERFORM 530-REVISA-SEGMENTOS.
           IF CUMPLE-SEGMENTO
               SET SEGMENTO-PEDIDO TO TRUE
           END-IF.

       350-ANOTA-CANDIDATO.
           IF WS-CANTIDAD-CANDIDATOS < 5000
               ADD 1 TO WS-CANTIDAD-CANDIDATOS
               MOVE CLI-NUMERO
                   TO OTB-CLIENTE (WS-CANTIDAD-CANDIDATOS)
               MOVE WS-SEGMENTO-CLIENTE
                   TO OTB-SEGMENTO (WS-CANTIDAD-CANDIDATOS)
               MOVE SPACES TO OTB-SUCURSAL (WS-CANTIDAD-CANDIDATOS)
               MOVE ZERO   TO OTB-FECHA-SUC (WS-CANTIDAD-CANDIDATOS)
           ELSE
               SET TABLA-CANDIDATOS-LLENA TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 400-CARGA-SUCURSALES - solo si alguna campana nombra
      * sucursales: la sucursal de cada candidato es la de su factura
      * de mostrador (FAC-SUCURSAL no en blanco) de fecha mas
      * reciente; las facturas centrales no dicen sucursal.
      *-----------------------------------------------------------------
       400-CARGA-SUCURSALES.
           OPEN INPUT FACTURAS-FILE.
           IF FACTURAS-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA FACTURAS.DAT; NINGUN "
                   "CLIENTE TIENE SUCURSAL."
           ELSE
               PERFORM 410-LEE-FACTURA UNTIL FACTURAS-EOF
               CLOSE FACTURAS-FILE
           END-IF.

       410-LEE-FACTURA.
           READ FACTURAS-FILE
               AT END
                   SET FACTURAS-EOF TO TRUE
               NOT AT END
                   IF FAC-NUMERO NOT = 9999999
                       AND FAC-SUCURSAL NOT = SPACES
                       MOVE FAC-CLIENTE TO WS-CLIENTE-BUSCA
                       PERFORM 420-BUSCA-CANDIDATO
                       IF WS-IDX-HALLADO > ZERO
                           AND FAC-FECHA >=
                               OTB-FECHA-SUC (WS-IDX-HALLADO)
                           MOVE FAC-SUCURSAL
                               TO OTB-SUCURSAL (WS-IDX-HALLADO)
                           MOVE FAC-FECHA
                               TO OTB-FECHA-SUC (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 420-BUSCA-CANDIDATO - deja en WS-IDX-HALLADO el renglon del
      * cliente en WS-CLIENTE-BUSCA, o cero.
      *-----------------------------------------------------------------
       420-BUSCA-CANDIDATO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 425-COMPARA-CANDIDATO
               VARYING WS-IDX-CAN FROM 1 BY 1
               UNTIL WS-IDX-CAN > WS-CANTIDAD-CANDIDATOS
                  OR WS-IDX-HALLADO > ZERO.

       425-COMPARA-CANDIDATO.
           IF OTB-CLIENTE (WS-IDX-CAN) = WS-CLIENTE-BUSCA
               MOVE WS-IDX-CAN TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 500-GRABA-OBJETIVOS - cruza cada campana con cada candidato y
      * graba el objetivo sin respuesta; uno que ya estaba (una
      * corrida anterior que cayo antes de marcar la campana) se
      * conserva y se cuenta.
      *-----------------------------------------------------------------
       500-GRABA-OBJETIVOS.
           OPEN I-O CAMPANA-OBJETIVO-FILE.
           IF CAMPOBJ-NO-EXISTE
               OPEN OUTPUT CAMPANA-OBJETIVO-FILE
               CLOSE CAMPANA-OBJETIVO-FILE
               OPEN I-O CAMPANA-OBJETIVO-FILE
           END-IF.
           PERFORM 510-SELECCIONA-CAMPANA
               VARYING WS-IDX-CMP FROM 1 BY 1
               UNTIL WS-IDX-CMP > WS-CANTIDAD-CAMPANAS.
           CLOSE CAMPANA-OBJETIVO-FILE.

       510-SELECCIONA-CAMPANA.
           PERFORM 520-REVISA-CANDIDATO
               VARYING WS-IDX-CAN FROM 1 BY 1
               UNTIL WS-IDX-CAN > WS-CANTIDAD-CANDIDATOS.

       520-REVISA-CANDIDATO.
           MOVE OTB-SEGMENTO (WS-IDX-CAN) TO WS-SEGMENTO-CLIENTE.
           PERFORM 530-REVISA-SEGMENTOS.
           IF CUMPLE-SEGMENTO
               PERFORM 540-REVISA-SUCURSALES
               IF CUMPLE-SUCURSAL
                   PERFORM 550-GRABA-OBJETIVO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 530-REVISA-SEGMENTOS - dice si WS-SEGMENTO-CLIENTE es uno de
      * los segmentos de la campana WS-IDX-CMP.
      *-----------------------------------------------------------------
       530-REVISA-SEGMENTOS.
           MOVE "N" TO WS-CUMPLE-SEGMENTO-SW.
           PERFORM 535-COMPARA-SEGMENTO
               VARYING WS-IDX-SEG FROM 1 BY 1
               UNTIL WS-IDX-SEG > 5 OR CUMPLE-SEGMENTO.

       535-COMPARA-SEGMENTO.
           IF CTB-SEGMENTO (WS-IDX-CMP, WS-IDX-SEG) NOT = SPACES
               AND CTB-SEGMENTO (WS-IDX-CMP, WS-IDX-SEG)
                   = WS-SEGMENTO-CLIENTE
               SET CUMPLE-SEGMENTO TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * 540-REVISA-SUCURSALES - una campana sin sucursales es para
      * todas; si nombra alguna, el candidato debe tener una de ellas.
      *-----------------------------------------------------------------
       540-REVISA-SUCURSALES.
           MOVE "N" TO WS-CUMPLE-SUCURSAL-SW.
           IF CTB-SUCURSALES (WS-IDX-CMP) = SPACES
               SET CUMPLE-SUCURSAL TO TRUE
           ELSE
               IF OTB-SUCURSAL (WS-IDX-CAN) NOT = SPACES
                   PERFORM 545-COMPARA-SUCURSAL
                       VARYING WS-IDX-SEG FROM 1 BY 1
                       UNTIL WS-IDX-SEG > 5 OR CUMPLE-SUCURSAL
               END-IF
           END-IF.

       545-COMPARA-SUCURSAL.
           IF CTB-SUCURSAL (WS-IDX-CMP, WS-IDX-SEG)
               = OTB-SUCURSAL (WS-IDX-CAN)
               SET CUMPLE-SUCURSAL TO TRUE
           END-IF.

       550-GRABA-OBJETIVO.
           MOVE CTB-CODIGO (WS-IDX-CMP)   TO OBJ-CAMPANA.
           MOVE OTB-CLIENTE (WS-IDX-CAN)  TO OBJ-CLIENTE.
           MOVE OTB-SEGMENTO (WS-IDX-CAN) TO OBJ-SEGMENTO.
           MOVE OTB-SUCURSAL (WS-IDX-CAN) TO OBJ-SUCURSAL.
           MOVE WS-FECHA-NEGOCIO          TO OBJ-FECHA-SELECCION.
           SET  OBJ-SIN-RESPUESTA         TO TRUE.
           MOVE ZERO                      TO OBJ-FECHA-RESPUESTA.
           MOVE SPACES                    TO OBJ-CANAL.
           WRITE CAMPANA-OBJETIVO-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-YA-ESTABAN
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-OBJETIVOS
           END-WRITE.
           ADD 1 TO CTB-OBJETIVOS (WS-IDX-CMP).

      *-----------------------------------------------------------------
      * 600-MARCA-CAMPANA - deja la campana seleccionada con la fecha
      * de negocio y su cantidad de objetivos.
      *-----------------------------------------------------------------
       600-MARCA-CAMPANA.
           MOVE CTB-CODIGO (WS-IDX-CMP) TO CMP-CODIGO.
           READ CAMPANA-FILE
               INVALID KEY
                   DISPLAY "LA CAMPANA " CMP-CODIGO
                       " YA NO ESTA EN EL MAESTRO."
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   SET  CMP-SELECCIONADA        TO TRUE
                   MOVE WS-FECHA-NEGOCIO        TO CMP-FECHA-SELECCION
                   MOVE CTB-OBJETIVOS (WS-IDX-CMP) TO CMP-OBJETIVOS
                   REWRITE CAMPANA-RECORD
                   DISPLAY "CAMPANA " CMP-CODIGO " SELECCIONADA: "
                       CMP-OBJETIVOS " OBJETIVOS."
           END-READ.

       700-TOTALES.
           DISPLAY "CAMPANAS SELECCIONADAS:        "
               WS-CANTIDAD-CAMPANAS.
           DISPLAY "OBJETIVOS GRABADOS:            "
               WS-CONTADOR-OBJETIVOS.
           IF WS-CONTADOR-YA-ESTABAN > ZERO
               DISPLAY "OBJETIVOS QUE YA ESTABAN:      "
                   WS-CONTADOR-YA-ESTABAN
           END-IF.
           DISPLAY "CLIENTES CERRADOS EXCLUIDOS:   "
               WS-CONTADOR-CERRADOS.
           DISPLAY "SIN CONSENTIMIENTO EXCLUIDOS:  "
               WS-CONTADOR-SIN-CONSENT.
           DISPLAY "SIN RENGLON DEMOGRAFICO:       "
               WS-CONTADOR-SIN-SEGMENTO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM E4-PROGRAMA.
