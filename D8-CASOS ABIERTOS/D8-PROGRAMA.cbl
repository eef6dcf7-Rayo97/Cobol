      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte nocturno de casos abiertos: cada caso de
      *          atencion pendiente en CASOS.DAT (D7-PROGRAMA:
      *          abierto, en proceso o esperando al cliente), ordenado
      *          por responsable y categoria, con su cliente, su
      *          prioridad y estado, la fecha de apertura, los dias
      *          que lleva abierto contra la fecha de negocio y su
      *          fecha objetivo, y subtotales de pendientes y vencidos
      *          por categoria y por responsable. El caso que ya paso
      *          de su fecha objetivo se marca VENCIDO y deja su
      *          alerta en ALERTAS.DAT (critica si es de prioridad
      *          alta). El reporte, CASOS.RPT, entra al paquete de la
      *          mañana (53-PROGRAMA).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. D8-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CASO-SERVICIO-FILE
               ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WS-CASOS-STATUS.

           SELECT ALERTAS-FILE
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "CASOS.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CASO-SERVICIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CASOS.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

      *-RENGLON DEL REPORTE (80 BYTES): UN CASO PENDIENTE; EL
      *-ENCABEZADO ES LA VISTA ALTERNA CON LOS TITULOS DE COLUMNA Y
      *-LOS SUBTOTALES POR CATEGORIA, POR RESPONSABLE Y EL TOTAL SON
      *-LA VISTA DE TOTALES.
       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-CASO-RECORD.
           05  RCS-RESPONSABLE     PIC X(8).
           05  FILLER              PIC X.
           05  RCS-CATEGORIA       PIC X(4).
           05  FILLER              PIC X.
           05  RCS-CASO            PIC X(7).
           05  FILLER              PIC X.
           05  RCS-CLIENTE         PIC X(7).
           05  FILLER              PIC X.
           05  RCS-PRIORIDAD       PIC X.
           05  FILLER              PIC X.
           05  RCS-ESTADO          PIC X.
           05  FILLER              PIC X.
           05  RCS-APERTURA        PIC X(8).
           05  FILLER              PIC X.
           05  RCS-DIAS            PIC ZZZZ9.
           05  FILLER              PIC X.
           05  RCS-OBJETIVO        PIC X(8).
           05  FILLER              PIC X.
           05  RCS-MARCA           PIC X(7).
           05  FILLER              PIC X.
           05  RCS-DESCRIPCION     PIC X(13).

       01  REPORTE-CASO-HEADER REDEFINES REPORTE-CASO-RECORD.
           05  RCH-RESPONSABLE     PIC X(8).
           05  FILLER              PIC X.
           05  RCH-CATEGORIA       PIC X(4).
           05  FILLER              PIC X.
           05  RCH-CASO            PIC X(7).
           05  FILLER              PIC X.
           05  RCH-CLIENTE         PIC X(7).
           05  FILLER              PIC X.
           05  RCH-PRIORIDAD       PIC X.
           05  FILLER              PIC X.
           05  RCH-ESTADO          PIC X.
           05  FILLER              PIC X.
           05  RCH-APERTURA        PIC X(8).
           05  FILLER              PIC X.
           05  RCH-DIAS            PIC X(5).
           05  FILLER              PIC X.
           05  RCH-OBJETIVO        PIC X(8).
           05  FILLER              PIC X.
           05  RCH-MARCA           PIC X(7).
           05  FILLER              PIC X.
           05  RCH-DESCRIPCION     PIC X(13).

       01  REPORTE-CASO-TOTAL REDEFINES REPORTE-CASO-RECORD.
           05  RCT-RESPONSABLE     PIC X(8).
           05  FILLER              PIC X.
           05  RCT-CATEGORIA       PIC X(4).
           05  FILLER              PIC X.
           05  RCT-ETIQUETA        PIC X(15).
           05  FILLER              PIC X.
           05  RCT-ETIQ-PEND       PIC X(11).
           05  FILLER              PIC X.
           05  RCT-PENDIENTES      PIC ZZZZ9.
           05  FILLER              PIC X.
           05  RCT-ETIQ-VENC       PIC X(9).
           05  FILLER              PIC X.
           05  RCT-VENCIDOS        PIC ZZZZ9.
           05  FILLER              PIC X(17).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE CASO-SERVICIO-FILE: VIENE DE
      *-CASSTS.CPY.
           COPY CASSTS.

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-CAMPOS DE LA ALERTA QUE SE DEJA EN ALERTAS.DAT (VER
      *-ALERTPRO.CPY).
       01  WS-ALR-SEVERIDAD PIC X       VALUE SPACE.
       01  WS-ALR-PROGRAMA  PIC X(11)   VALUE SPACES.
       01  WS-ALR-MENSAJE   PIC X(40)   VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)    VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)    VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA Y SUS PARTES PARA LA
      *-ARITMETICA DE ANTIGUEDAD.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.

       01  WS-FECHA-CASO PIC 9(8) VALUE ZERO.
       01  WS-FECHA-CASO-PARTES REDEFINES WS-FECHA-CASO.
           05  WS-CASO-ANIO PIC 9(4).
           05  WS-CASO-MES  PIC 99.
           05  WS-CASO-DIA  PIC 99.

      *-TABLA DE CASOS PENDIENTES; CTB-ORDEN (RESPONSABLE, CATEGORIA
      *-Y NUMERO) ES LA LLAVE DEL ORDENAMIENTO POR SELECCION.
       01  WS-CANTIDAD-CASOS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-CASOS.
           05  WS-CASO-ENT OCCURS 1000 TIMES.
               10  CTB-ORDEN.
                   15  CTB-RESPONSABLE PIC X(8).
                   15  CTB-CATEGORIA   PIC X(4).
                   15  CTB-NUMERO      PIC 9(7).
               10  CTB-CLIENTE     PIC 9(7).
               10  CTB-PRIORIDAD   PIC X.
               10  CTB-ESTADO      PIC X.
               10  CTB-APERTURA    PIC 9(8).
               10  CTB-OBJETIVO    PIC 9(8).
               10  CTB-DESCRIPCION PIC X(60).
       01  WS-ENT-TRABAJO PIC X(104).

       01  WS-TABLA-LLENA-SW PIC X VALUE "N".
           88  TABLA-CASOS-LLENA VALUE "S".

       01  WS-IDX         PIC 9(4) VALUE ZERO.
       01  WS-IDX-BUSCA   PIC 9(4) VALUE ZERO.
       01  WS-IDX-MENOR   PIC 9(4) VALUE ZERO.

      *-EDAD DEL CASO (MESES DE 30 DIAS, LA CONVENCION DE CARTERA).
       01  WS-DIAS-ABIERTO PIC S9(7) VALUE ZERO.
       01  WS-DIAS-ALERTA  PIC 9(4)  VALUE ZERO.

      *-CORTES DE CONTROL Y SUS ACUMULADOS.
       01  WS-RESP-ANTERIOR PIC X(8) VALUE SPACES.
       01  WS-CAT-ANTERIOR  PIC X(4) VALUE SPACES.
       01  WS-CAT-PENDIENTES  PIC 9(5) VALUE ZERO.
       01  WS-CAT-VENCIDOS    PIC 9(5) VALUE ZERO.
       01  WS-RESP-PENDIENTES PIC 9(5) VALUE ZERO.
       01  WS-RESP-VENCIDOS   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-PENDIENTES PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-VENCIDOS   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 100-CARGA-CASOS.
           IF TABLA-CASOS-LLENA
               DISPLAY "AVISO: LA TABLA DE CASOS SE LLENO (1000); "
                   "LOS RESTANTES NO SALEN EN EL REPORTE."
           END-IF.
           PERFORM 200-SELECCIONA-MENOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CASOS.
           PERFORM 400-GENERA-REPORTE.

           DISPLAY "CASOS PENDIENTES: " WS-TOTAL-PENDIENTES.
           DISPLAY "VENCIDOS CONTRA SU FECHA OBJETIVO (ALERTA): "
               WS-TOTAL-VENCIDOS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 100-CARGA-CASOS - los casos pendientes del archivo; sin
      * archivo, el reporte sale vacio.
      *-----------------------------------------------------------------
       100-CARGA-CASOS.
           OPEN INPUT CASO-SERVICIO-FILE.
           IF CASOS-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA CASOS.DAT"
           ELSE
               PERFORM 110-LEE-CASO UNTIL CASOS-EOF
               CLOSE CASO-SERVICIO-FILE
           END-IF.

       110-LEE-CASO.
           READ CASO-SERVICIO-FILE NEXT RECORD
               AT END
                   SET CASOS-EOF TO TRUE
               NOT AT END
                   IF CAS-PENDIENTE
                       IF WS-CANTIDAD-CASOS < 1000
                           ADD 1 TO WS-CANTIDAD-CASOS
                           PERFORM 120-ANOTA-CASO
                       ELSE
                           SET TABLA-CASOS-LLENA TO TRUE
                       END-IF
                   END-IF
           END-READ.

       120-ANOTA-CASO.
           MOVE CAS-RESPONSABLE
               TO CTB-RESPONSABLE (WS-CANTIDAD-CASOS).
           MOVE CAS-CATEGORIA   TO CTB-CATEGORIA (WS-CANTIDAD-CASOS).
           MOVE CAS-NUMERO      TO CTB-NUMERO (WS-CANTIDAD-CASOS).
           MOVE CAS-CLIENTE     TO CTB-CLIENTE (WS-CANTIDAD-CASOS).
           MOVE CAS-PRIORIDAD   TO CTB-PRIORIDAD (WS-CANTIDAD-CASOS).
           MOVE CAS-ESTADO      TO CTB-ESTADO (WS-CANTIDAD-CASOS).
           MOVE CAS-FECHA-APERTURA
               TO CTB-APERTURA (WS-CANTIDAD-CASOS).
           MOVE CAS-FECHA-OBJETIVO
               TO CTB-OBJETIVO (WS-CANTIDAD-CASOS).
           MOVE CAS-DESCRIPCION
               TO CTB-DESCRIPCION (WS-CANTIDAD-CASOS).

      *-----------------------------------------------------------------
      * 200-SELECCIONA-MENOR - ordenamiento por seleccion de la tabla
      * por responsable, categoria y numero de caso.
      *-----------------------------------------------------------------
       200-SELECCIONA-MENOR.
           MOVE WS-IDX TO WS-IDX-MENOR.
           PERFORM 210-COMPARA-ORDEN
               VARYING WS-IDX-BUSCA FROM WS-IDX BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-CASOS.
           IF WS-IDX-MENOR NOT = WS-IDX
               MOVE WS-CASO-ENT (WS-IDX)       TO WS-ENT-TRABAJO
               MOVE WS-CASO-ENT (WS-IDX-MENOR) TO WS-CASO-ENT (WS-IDX)
               MOVE WS-ENT-TRABAJO TO WS-CASO-ENT (WS-IDX-MENOR)
           END-IF.

       210-COMPARA-ORDEN.
           IF CTB-ORDEN (WS-IDX-BUSCA) < CTB-ORDEN (WS-IDX-MENOR)
               MOVE WS-IDX-BUSCA TO WS-IDX-MENOR
           END-IF.

      *-----------------------------------------------------------------
      * 400-GENERA-REPORTE - CASOS.RPT: encabezado, una linea por caso
      * pendiente con su antiguedad y su fecha objetivo, subtotal al
      * cambiar de categoria y de responsable, y el total.
      *-----------------------------------------------------------------
       400-GENERA-REPORTE.
           OPEN OUTPUT REPORTE-FILE.

           MOVE SPACES        TO REPORTE-CASO-HEADER.
           MOVE "RESPONS."    TO RCH-RESPONSABLE.
           MOVE "CAT"         TO RCH-CATEGORIA.
           MOVE "CASO"        TO RCH-CASO.
           MOVE "CLIENTE"     TO RCH-CLIENTE.
           MOVE "P"           TO RCH-PRIORIDAD.
           MOVE "E"           TO RCH-ESTADO.
           MOVE "ABIERTO"     TO RCH-APERTURA.
           MOVE "DIAS"        TO RCH-DIAS.
           MOVE "OBJETIVO"    TO RCH-OBJETIVO.
           MOVE "SLA"         TO RCH-MARCA.
           MOVE "DESCRIPCION" TO RCH-DESCRIPCION.
           WRITE REPORTE-CASO-RECORD.

           PERFORM 410-ESCRIBE-CASO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CASOS.
           IF WS-CANTIDAD-CASOS > ZERO
               PERFORM 450-SUBTOTAL-CATEGORIA
               PERFORM 460-SUBTOTAL-RESPONSABLE
           END-IF.

           MOVE SPACES              TO REPORTE-CASO-TOTAL.
           MOVE "TOTAL"             TO RCT-ETIQUETA.
           MOVE "PENDIENTES:"       TO RCT-ETIQ-PEND.
           MOVE WS-TOTAL-PENDIENTES TO RCT-PENDIENTES.
           MOVE "VENCIDOS:"         TO RCT-ETIQ-VENC.
           MOVE WS-TOTAL-VENCIDOS   TO RCT-VENCIDOS.
           WRITE REPORTE-CASO-RECORD.

           CLOSE REPORTE-FILE.

       410-ESCRIBE-CASO.
           IF WS-IDX > 1
               IF CTB-RESPONSABLE (WS-IDX) NOT = WS-RESP-ANTERIOR
                   PERFORM 450-SUBTOTAL-CATEGORIA
                   PERFORM 460-SUBTOTAL-RESPONSABLE
               ELSE
                   IF CTB-CATEGORIA (WS-IDX) NOT = WS-CAT-ANTERIOR
                       PERFORM 450-SUBTOTAL-CATEGORIA
                   END-IF
               END-IF
           END-IF.
           MOVE CTB-RESPONSABLE (WS-IDX) TO WS-RESP-ANTERIOR.
           MOVE CTB-CATEGORIA (WS-IDX)   TO WS-CAT-ANTERIOR.

           MOVE CTB-APERTURA (WS-IDX) TO WS-FECHA-CASO.
           COMPUTE WS-DIAS-ABIERTO =
               (WS-HOY-ANIO - WS-CASO-ANIO) * 360
               + (WS-HOY-MES - WS-CASO-MES) * 30
               + (WS-HOY-DIA - WS-CASO-DIA).
           IF WS-DIAS-ABIERTO < ZERO
               MOVE ZERO TO WS-DIAS-ABIERTO
           END-IF.
           ADD 1 TO WS-CAT-PENDIENTES.
           ADD 1 TO WS-RESP-PENDIENTES.
           ADD 1 TO WS-TOTAL-PENDIENTES.

           MOVE SPACES                      TO REPORTE-CASO-RECORD.
           MOVE CTB-RESPONSABLE (WS-IDX)    TO RCS-RESPONSABLE.
           MOVE CTB-CATEGORIA (WS-IDX)      TO RCS-CATEGORIA.
           MOVE CTB-NUMERO (WS-IDX)         TO RCS-CASO.
           MOVE CTB-CLIENTE (WS-IDX)        TO RCS-CLIENTE.
           MOVE CTB-PRIORIDAD (WS-IDX)      TO RCS-PRIORIDAD.
           MOVE CTB-ESTADO (WS-IDX)         TO RCS-ESTADO.
           MOVE CTB-APERTURA (WS-IDX)       TO RCS-APERTURA.
           MOVE WS-DIAS-ABIERTO             TO RCS-DIAS.
           MOVE CTB-OBJETIVO (WS-IDX)       TO RCS-OBJETIVO.
           MOVE CTB-DESCRIPCION (WS-IDX)    TO RCS-DESCRIPCION.
           IF WS-FECHA-NEGOCIO > CTB-OBJETIVO (WS-IDX)
               MOVE "VENCIDO" TO RCS-MARCA
           END-IF.
           WRITE REPORTE-CASO-RECORD.

           IF WS-FECHA-NEGOCIO > CTB-OBJETIVO (WS-IDX)
               PERFORM 430-ALERTA-CASO
           END-IF.

      *-----------------------------------------------------------------
      * 430-ALERTA-CASO - el caso que paso de su fecha objetivo deja
      * su renglon en la cola central de alertas; el de prioridad
      * alta como critico.
      *-----------------------------------------------------------------
       430-ALERTA-CASO.
           ADD 1 TO WS-CAT-VENCIDOS.
           ADD 1 TO WS-RESP-VENCIDOS.
           ADD 1 TO WS-TOTAL-VENCIDOS.
           MOVE WS-DIAS-ABIERTO TO WS-DIAS-ALERTA.
           IF CTB-PRIORIDAD (WS-IDX) = "A"
               MOVE "C" TO WS-ALR-SEVERIDAD
           ELSE
               MOVE "A" TO WS-ALR-SEVERIDAD
           END-IF.
           MOVE "D8-PROGRAMA"   TO WS-ALR-PROGRAMA.
           MOVE SPACES          TO WS-ALR-MENSAJE.
           STRING "CASO VENCIDO "          DELIMITED BY SIZE
                  CTB-NUMERO (WS-IDX)      DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  CTB-RESPONSABLE (WS-IDX) DELIMITED BY SIZE
                  " D"                     DELIMITED BY SIZE
                  WS-DIAS-ALERTA           DELIMITED BY SIZE
               INTO WS-ALR-MENSAJE.
           PERFORM GRABA-ALERTA.

       450-SUBTOTAL-CATEGORIA.
           MOVE SPACES            TO REPORTE-CASO-TOTAL.
           MOVE WS-RESP-ANTERIOR  TO RCT-RESPONSABLE.
           MOVE WS-CAT-ANTERIOR   TO RCT-CATEGORIA.
           MOVE "SUBTOTAL"        TO RCT-ETIQUETA.
           MOVE "PENDIENTES:"     TO RCT-ETIQ-PEND.
           MOVE WS-CAT-PENDIENTES TO RCT-PENDIENTES.
           MOVE "VENCIDOS:"       TO RCT-ETIQ-VENC.
           MOVE WS-CAT-VENCIDOS   TO RCT-VENCIDOS.
           WRITE REPORTE-CASO-RECORD.
           MOVE ZERO TO WS-CAT-PENDIENTES.
           MOVE ZERO TO WS-CAT-VENCIDOS.

       460-SUBTOTAL-RESPONSABLE.
           MOVE SPACES             TO REPORTE-CASO-TOTAL.
           MOVE WS-RESP-ANTERIOR   TO RCT-RESPONSABLE.
           MOVE "TOTAL RESPONS."   TO RCT-ETIQUETA.
           MOVE "PENDIENTES:"      TO RCT-ETIQ-PEND.
           MOVE WS-RESP-PENDIENTES TO RCT-PENDIENTES.
           MOVE "VENCIDOS:"        TO RCT-ETIQ-VENC.
           MOVE WS-RESP-VENCIDOS   TO RCT-VENCIDOS.
           WRITE REPORTE-CASO-RECORD.
           MOVE ZERO TO WS-RESP-PENDIENTES.
           MOVE ZERO TO WS-RESP-VENCIDOS.

      *-----------------------------------------------------------------
      * GRABA-ALERTA - viene de ALERTPRO.CPY (compartido por toda
      * compuerta que deja su renglon en la cola central de alertas).
      *-----------------------------------------------------------------
           COPY ALERTPRO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM D8-PROGRAMA.
