      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aplicacion de los cambios de precio programados: al
      *          arrancar la corrida, lleva al maestro de articulos
      *          (ARTICULOS.DAT) cada renglon de CAMBPREC.DAT que ya
      *          aprobo la segunda firma en 93-PROGRAMA y cuya fecha
      *          efectiva llego a la fecha de negocio, y lo marca
      *          aplicado con esa fecha; asi la facturacion de la
      *          noche (16, 70) ya cobra el precio nuevo. Si el
      *          precio de lista cambio a mano desde la solicitud se
      *          avisa, pero manda lo que se aprobo. Un articulo que
      *          ya no esta en el maestro deja el renglon aprobado y
      *          el paso termina con RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. D1-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CAMBIO-PRECIO-FILE
               ASSIGN TO "CAMBPREC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMBPREC-STATUS.

           SELECT ARTICULOS-FILE
               ASSIGN TO "ARTICULOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-CODIGO
               FILE STATUS IS WS-ARTICULOS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CAMBIO-PRECIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CAMBPREC.

       FD  ARTICULOS-FILE
           LABEL RECORD IS STANDARD.
           COPY ARTICULOS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE CAMBIO-PRECIO-FILE: VIENE DE
      *-CPRSTS.CPY.
           COPY CPRSTS.

      *-FILE STATUS/88-LEVEL DE ARTICULOS-FILE: VIENE DE ARTSTS.CPY.
           COPY ARTSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FECHA OFICIAL DE NEGOCIO: LOS RENGLONES CON FECHA EFECTIVA
      *-HASTA ELLA SE APLICAN.
       01  WS-FECHA-NEGOCIO PIC 9(8).

       01  WS-CONTADOR-APLICADOS  PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-DIFERENTES PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-SIN-ART    PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-ESPERAN    PIC 9(5) VALUE ZERO.

       01  WS-PRECIO-MAESTRO-ED PIC ZZZZ9.99.
       01  WS-PRECIO-SOLIC-ED   PIC ZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.

           OPEN I-O CAMBIO-PRECIO-FILE.
           IF CAMBPREC-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA CAMBPREC.DAT; NO HAY "
                   "PRECIOS PROGRAMADOS."
           ELSE
               OPEN I-O ARTICULOS-FILE
               IF ARTICULOS-NO-EXISTE
                   DISPLAY "NO EXISTE EL MAESTRO DE ARTICULOS; LOS "
                       "PRECIOS PROGRAMADOS ESPERAN."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 100-LEE-RENGLON UNTIL CAMBPREC-EOF
                   CLOSE ARTICULOS-FILE
               END-IF
               CLOSE CAMBIO-PRECIO-FILE
           END-IF.

           DISPLAY "PRECIOS PROGRAMADOS APLICADOS:      "
               WS-CONTADOR-APLICADOS.
           DISPLAY "  CON PRECIO CAMBIADO DESDE LA SOLICITUD: "
               WS-CONTADOR-DIFERENTES.
           DISPLAY "APROBADOS QUE ESPERAN SU FECHA:     "
               WS-CONTADOR-ESPERAN.
           IF WS-CONTADOR-SIN-ART > ZERO
               DISPLAY "APROBADOS SIN ARTICULO EN EL MAESTRO: "
                   WS-CONTADOR-SIN-ART
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-LEE-RENGLON - solo los renglones aprobados cuentan; los
      * pendientes, rechazados y ya aplicados pasan de largo.
      *-----------------------------------------------------------------
       100-LEE-RENGLON.
           READ CAMBIO-PRECIO-FILE
               AT END
                   SET CAMBPREC-EOF TO TRUE
               NOT AT END
                   IF CPR-APROBADO
                       IF CPR-FECHA-EF > WS-FECHA-NEGOCIO
                           ADD 1 TO WS-CONTADOR-ESPERAN
                       ELSE
                           PERFORM 200-APLICA-PRECIO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 200-APLICA-PRECIO - reescribe el precio de lista con el ya
      * aprobado y marca el renglon aplicado; el maestro se escribe
      * primero, asi un reintento tras una caida vuelve a poner el
      * mismo precio y nada se pierde.
      *-----------------------------------------------------------------
       200-APLICA-PRECIO.
           MOVE CPR-ARTICULO TO ART-CODIGO.
           READ ARTICULOS-FILE
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-SIN-ART
                   DISPLAY "LOTE " CPR-LOTE ": EL ARTICULO "
                       CPR-ARTICULO " YA NO ESTA EN EL MAESTRO."
               NOT INVALID KEY
                   IF ART-PRECIO-LISTA NOT = CPR-PRECIO-ANTERIOR
                       ADD 1 TO WS-CONTADOR-DIFERENTES
                       MOVE ART-PRECIO-LISTA    TO WS-PRECIO-MAESTRO-ED
                       MOVE CPR-PRECIO-ANTERIOR TO WS-PRECIO-SOLIC-ED
                       DISPLAY "LOTE " CPR-LOTE ": " CPR-ARTICULO
                           " TENIA " WS-PRECIO-MAESTRO-ED
                           " Y SE SOLICITO SOBRE " WS-PRECIO-SOLIC-ED
                           "; SE APLICA LO APROBADO."
                   END-IF
                   MOVE CPR-PRECIO-NUEVO TO ART-PRECIO-LISTA
                   REWRITE ARTICULO-RECORD
                   SET  CPR-APLICADO     TO TRUE
                   MOVE WS-FECHA-NEGOCIO TO CPR-FECHA-APLICADO
                   REWRITE CAMBIO-PRECIO-RECORD
                   ADD 1 TO WS-CONTADOR-APLICADOS
           END-READ.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM D1-PROGRAMA.
