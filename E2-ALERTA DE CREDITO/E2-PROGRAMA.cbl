      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte nocturno de clientes cerca de su limite de
      *          credito: por cada cliente con limite en LIMCRED.DAT
      *          (27-PROGRAMA, opcion L) compara su saldo del libro
      *          (SAL-SALDO de SALDOS.DAT) contra el limite, y lista a
      *          los que ya usan el porcentaje de alerta o mas (codigo
      *          CREDALERTA de TASAS.DAT, 80 si no esta), del mas
      *          usado al menos, con su nombre, el limite, el saldo,
      *          el porcentaje usado, lo que tiene retenido pendiente
      *          en FACRET.DAT y la marca EXCEDIDO (saldo igual o
      *          mayor que el limite) o ALERTA; asi ventas sabe antes
      *          de que la facturacion le retenga una factura. El
      *          reporte, CREDITO.RPT, entra al paquete de la mañana
      *          (53-PROGRAMA).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. E2-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT LIMITE-CREDITO-FILE
               ASSIGN TO "LIMCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LCR-CLIENTE
               FILE STATUS IS WS-LIMCRED-STATUS.

           SELECT SALDOS-FILE
               ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CLIENTE
               FILE STATUS IS WS-SALDOS-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT FACTURA-RETENIDA-FILE
               ASSIGN TO "FACRET.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACRET-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "CREDITO.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  LIMITE-CREDITO-FILE
           LABEL RECORD IS STANDARD.
           COPY LIMCRED.

       FD  SALDOS-FILE
           LABEL RECORD IS STANDARD.
           COPY SALDOS.

       FD  CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIENTES.

       FD  FACTURA-RETENIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FACRET.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

      *-RENGLON DEL REPORTE (80 BYTES): UN CLIENTE EN ALERTA; EL
      *-ENCABEZADO ES LA VISTA ALTERNA CON LOS TITULOS DE COLUMNA Y
      *-EL TOTAL ES LA VISTA DE TOTALES.
       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-CREDITO-RECORD.
           05  RCR-CLIENTE         PIC X(7).
           05  FILLER              PIC X.
           05  RCR-NOMBRE          PIC X(20).
           05  FILLER              PIC X.
           05  RCR-LIMITE          PIC ZZZZZZ9.99.
           05  FILLER              PIC X.
           05  RCR-SALDO           PIC -ZZZZZZ9.99.
           05  FILLER              PIC X.
           05  RCR-USO             PIC ZZZZ9.
           05  FILLER              PIC X.
           05  RCR-RETENIDO        PIC ZZZZZZ9.99.
           05  FILLER              PIC X.
           05  RCR-MARCA           PIC X(8).
           05  FILLER              PIC X(3).

       01  REPORTE-CREDITO-HEADER REDEFINES REPORTE-CREDITO-RECORD.
           05  RCH-CLIENTE         PIC X(7).
           05  FILLER              PIC X.
           05  RCH-NOMBRE          PIC X(20).
           05  FILLER              PIC X.
           05  RCH-LIMITE          PIC X(10).
           05  FILLER              PIC X.
           05  RCH-SALDO           PIC X(11).
           05  FILLER              PIC X.
           05  RCH-USO             PIC X(5).
           05  FILLER              PIC X.
           05  RCH-RETENIDO        PIC X(10).
           05  FILLER              PIC X.
           05  RCH-MARCA           PIC X(8).
           05  FILLER              PIC X(3).

       01  REPORTE-CREDITO-TOTAL REDEFINES REPORTE-CREDITO-RECORD.
           05  RCT-ETIQUETA        PIC X(15).
           05  FILLER              PIC X.
           05  RCT-ETIQ-UMBRAL     PIC X(7).
           05  RCT-UMBRAL          PIC ZZ9.
           05  FILLER              PIC X.
           05  RCT-ETIQ-ALERTA     PIC X(9).
           05  RCT-ALERTAS         PIC ZZZZ9.
           05  FILLER              PIC X.
           05  RCT-ETIQ-EXCEDIDO   PIC X(10).
           05  RCT-EXCEDIDOS       PIC ZZZZ9.
           05  FILLER              PIC X.
           05  RCT-ETIQ-RETENIDO   PIC X(10).
           05  RCT-RETENIDO        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(2).

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE LIMITE-CREDITO-FILE: VIENE DE
      *-LCRSTS.CPY.
           COPY LCRSTS.

      *-FILE STATUS/88-LEVEL DE SALDOS-FILE: VIENE DE SALDOSTS.CPY.
           COPY SALDOSTS.

      *-FILE STATUS/88-LEVEL DE CLIENTES-FILE: VIENE DE CLIENSTS.CPY.
           COPY CLIENSTS.

      *-FILE STATUS/88-LEVEL DE FACTURA-RETENIDA-FILE: VIENE DE
      *-FRTSTS.CPY.
           COPY FRTSTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FECHA OFICIAL DE NEGOCIO: ELIGE EL UMBRAL VIGENTE DE TASAS.DAT.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-PORCENTAJE DEL LIMITE A PARTIR DEL CUAL EL CLIENTE SALE EN EL
      *-REPORTE (CODIGO CREDALERTA, PORCENTAJE ENTERO) Y LA FECHA
      *-EFECTIVA DEL RENGLON QUE LO DIO.
       01  WS-UMBRAL-ALERTA PIC 9(3) VALUE 80.
       01  WS-EF-UMBRAL     PIC 9(8) VALUE ZERO.

      *-BANDERAS DE LOS ARCHIVOS QUE SE CONSULTAN POR LLAVE.
       01  WS-HAY-SALDOS-SW PIC X VALUE "N".
           88  HAY-LIBRO-SALDOS VALUE "S".
       01  WS-HAY-CLIENTES-SW PIC X VALUE "N".
           88  HAY-MAESTRO-CLIENTES VALUE "S".

      *-RETENIDO PENDIENTE POR CLIENTE, SUMADO DE FACRET.DAT.
       01  WS-CANTIDAD-RETENIDOS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-RETENIDOS.
           05  WS-RETENIDO-ENT OCCURS 1000 TIMES.
               10  RTB-CLIENTE     PIC 9(7).
               10  RTB-IMPORTE     PIC S9(9)V99.
       01  WS-IDX-RET       PIC 9(4) VALUE ZERO.
       01  WS-IDX-RET-HALLADO PIC 9(4) VALUE ZERO.
       01  WS-CLIENTE-BUSCA PIC 9(7) VALUE ZERO.

      *-TABLA DE CLIENTES EN ALERTA; ATB-ORDEN (EL COMPLEMENTO DEL
      *-PORCENTAJE USADO Y EL CLIENTE) ES LA LLAVE DEL ORDENAMIENTO
      *-POR SELECCION: EL MAS USADO SALE PRIMERO.
       01  WS-CANTIDAD-ALERTAS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-ALERTAS.
           05  WS-ALERTA-ENT OCCURS 1000 TIMES.
               10  ATB-ORDEN.
                   15  ATB-COMPLEMENTO PIC 9(5).
                   15  ATB-CLIENTE     PIC 9(7).
               10  ATB-NOMBRE      PIC X(20).
               10  ATB-LIMITE      PIC 9(7)V99.
               10  ATB-SALDO       PIC S9(9)V99.
               10  ATB-USO         PIC 9(5).
               10  ATB-RETENIDO    PIC S9(9)V99.
       01  WS-ENT-TRABAJO PIC X(68).

       01  WS-TABLA-LLENA-SW PIC X VALUE "N".
           88  TABLA-ALERTAS-LLENA VALUE "S".
       01  WS-RETENIDOS-LLENA-SW PIC X VALUE "N".
           88  TABLA-RETENIDOS-LLENA VALUE "S".

       01  WS-IDX         PIC 9(4) VALUE ZERO.
       01  WS-IDX-BUSCA   PIC 9(4) VALUE ZERO.
       01  WS-IDX-MENOR   PIC 9(4) VALUE ZERO.

      *-CALCULO DEL USO DEL LIMITE DEL CLIENTE EN CURSO.
       01  WS-SALDO-CLIENTE PIC S9(9)V99 VALUE ZERO.
       01  WS-USO-CALC      PIC S9(9)    VALUE ZERO.
       01  WS-USO           PIC 9(5)     VALUE ZERO.
       01  WS-NOMBRE        PIC X(20)    VALUE SPACES.

       01  WS-CONTADOR-LIMITES   PIC 9(5)     VALUE ZERO.
       01  WS-CONTADOR-EXCEDIDOS PIC 9(5)     VALUE ZERO.
       01  WS-TOTAL-RETENIDO     PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 050-CARGA-UMBRAL.
           PERFORM 100-CARGA-RETENIDOS.
           PERFORM 200-CARGA-LIMITES.
           IF TABLA-ALERTAS-LLENA
               DISPLAY "AVISO: LA TABLA DE CLIENTES EN ALERTA SE "
                   "LLENO (1000); LOS RESTANTES NO SALEN EN EL "
                   "REPORTE."
           END-IF.
           IF TABLA-RETENIDOS-LLENA
               DISPLAY "AVISO: LA TABLA DE RETENIDOS SE LLENO "
                   "(1000); EL RETENIDO DE LOS RESTANTES NO SE "
                   "MUESTRA."
           END-IF.
           PERFORM 300-SELECCIONA-MENOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-ALERTAS.
           PERFORM 400-GENERA-REPORTE.

           DISPLAY "CLIENTES CON LIMITE DE CREDITO:  "
               WS-CONTADOR-LIMITES.
           DISPLAY "EN ALERTA (" WS-UMBRAL-ALERTA "% O MAS):      "
               WS-CANTIDAD-ALERTAS.
           DISPLAY "  DE ELLOS EN O SOBRE EL LIMITE: "
               WS-CONTADOR-EXCEDIDOS.

           STOP RUN.

      *-----------------------------------------------------------------
      * 050-CARGA-UMBRAL - el porcentaje de alerta vigente a la fecha
      * de negocio (codigo CREDALERTA); sin renglon vale 80.
      *-----------------------------------------------------------------
       050-CARGA-UMBRAL.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 060-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.

       060-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO = "CREDALERTA"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-UMBRAL
                       MOVE TAS-VALOR          TO WS-UMBRAL-ALERTA
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-UMBRAL
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-CARGA-RETENIDOS - suma por cliente el total de las
      * facturas retenidas por credito que siguen pendientes.
      *-----------------------------------------------------------------
       100-CARGA-RETENIDOS.
           OPEN INPUT FACTURA-RETENIDA-FILE.
           IF FACRET-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 110-LEE-RETENIDA UNTIL FACRET-EOF
               CLOSE FACTURA-RETENIDA-FILE
           END-IF.

       110-LEE-RETENIDA.
           READ FACTURA-RETENIDA-FILE
               AT END
                   SET FACRET-EOF TO TRUE
               NOT AT END
                   IF FRT-PENDIENTE
                       PERFORM 120-ACUMULA-RETENIDA
                   END-IF
           END-READ.

       120-ACUMULA-RETENIDA.
           MOVE FRT-CLIENTE TO WS-CLIENTE-BUSCA.
           PERFORM 130-BUSCA-RETENIDO.
           IF WS-IDX-RET-HALLADO > ZERO
               ADD FRT-TOTAL TO RTB-IMPORTE (WS-IDX-RET-HALLADO)
           ELSE
               IF WS-CANTIDAD-RETENIDOS < 1000
                   ADD 1 TO WS-CANTIDAD-RETENIDOS
                   MOVE FRT-CLIENTE
                       TO RTB-CLIENTE (WS-CANTIDAD-RETENIDOS)
                   MOVE FRT-TOTAL
                       TO RTB-IMPORTE (WS-CANTIDAD-RETENIDOS)
               ELSE
                   SET TABLA-RETENIDOS-LLENA TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 130-BUSCA-RETENIDO - deja en WS-IDX-RET-HALLADO el renglon de
      * la tabla del cliente en WS-CLIENTE-BUSCA, o cero.
      *-----------------------------------------------------------------
       130-BUSCA-RETENIDO.
           MOVE ZERO TO WS-IDX-RET-HALLADO.
           PERFORM 135-COMPARA-RETENIDO
               VARYING WS-IDX-RET FROM 1 BY 1
               UNTIL WS-IDX-RET > WS-CANTIDAD-RETENIDOS
                  OR WS-IDX-RET-HALLADO > ZERO.

       135-COMPARA-RETENIDO.
           IF RTB-CLIENTE (WS-IDX-RET) = WS-CLIENTE-BUSCA
               MOVE WS-IDX-RET TO WS-IDX-RET-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * 200-CARGA-LIMITES - recorre los limites de credito y anota en
      * la tabla a los clientes que ya usan el umbral o mas; sin
      * archivo de limites el reporte sale vacio.
      *-----------------------------------------------------------------
       200-CARGA-LIMITES.
           OPEN INPUT LIMITE-CREDITO-FILE.
           IF LIMCRED-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA LIMCRED.DAT"
           ELSE
               OPEN INPUT SALDOS-FILE
               IF SALDOS-NO-EXISTE
                   DISPLAY "NO EXISTE TODAVIA SALDOS.DAT; NINGUN "
                       "CLIENTE DEBE NADA."
               ELSE
                   SET HAY-LIBRO-SALDOS TO TRUE
               END-IF
               OPEN INPUT CLIENTES-FILE
               IF NOT CLIENTES-NO-EXISTE
                   SET HAY-MAESTRO-CLIENTES TO TRUE
               END-IF
               PERFORM 210-LEE-LIMITE UNTIL LIMCRED-EOF
               IF HAY-LIBRO-SALDOS
                   CLOSE SALDOS-FILE
               END-IF
               IF HAY-MAESTRO-CLIENTES
                   CLOSE CLIENTES-FILE
               END-IF
               CLOSE LIMITE-CREDITO-FILE
           END-IF.

       210-LEE-LIMITE.
           READ LIMITE-CREDITO-FILE NEXT RECORD
               AT END
                   SET LIMCRED-EOF TO TRUE
               NOT AT END
                   IF LCR-LIMITE > ZERO
                       ADD 1 TO WS-CONTADOR-LIMITES
                       PERFORM 220-EVALUA-CLIENTE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 220-EVALUA-CLIENTE - porcentaje entero del limite que ya usa
      * el saldo del libro; un saldo a favor usa cero.
      *-----------------------------------------------------------------
       220-EVALUA-CLIENTE.
           MOVE ZERO TO WS-SALDO-CLIENTE.
           IF HAY-LIBRO-SALDOS
               MOVE LCR-CLIENTE TO SAL-CLIENTE
               READ SALDOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SAL-SALDO TO WS-SALDO-CLIENTE
               END-READ
           END-IF.
           IF WS-SALDO-CLIENTE > ZERO
               COMPUTE WS-USO-CALC =
                   WS-SALDO-CLIENTE * 100 / LCR-LIMITE
           ELSE
               MOVE ZERO TO WS-USO-CALC
           END-IF.
           IF WS-USO-CALC > 99999
               MOVE 99999 TO WS-USO
           ELSE
               MOVE WS-USO-CALC TO WS-USO
           END-IF.
           IF WS-USO >= WS-UMBRAL-ALERTA
               IF WS-CANTIDAD-ALERTAS < 1000
                   ADD 1 TO WS-CANTIDAD-ALERTAS
                   PERFORM 230-ANOTA-ALERTA
               ELSE
                   SET TABLA-ALERTAS-LLENA TO TRUE
               END-IF
           END-IF.

       230-ANOTA-ALERTA.
           MOVE SPACES TO WS-NOMBRE.
           IF HAY-MAESTRO-CLIENTES
               MOVE LCR-CLIENTE TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "(NO ESTA EN MAESTRO)" TO WS-NOMBRE
                   NOT INVALID KEY
                       STRING CLI-NOMBRE    DELIMITED BY "  "
                              " "           DELIMITED BY SIZE
                              CLI-APELLIDOS DELIMITED BY SIZE
                           INTO WS-NOMBRE
               END-READ
           END-IF.
           COMPUTE ATB-COMPLEMENTO (WS-CANTIDAD-ALERTAS) =
               99999 - WS-USO.
           MOVE LCR-CLIENTE TO ATB-CLIENTE (WS-CANTIDAD-ALERTAS).
           MOVE WS-NOMBRE   TO ATB-NOMBRE (WS-CANTIDAD-ALERTAS).
           MOVE LCR-LIMITE  TO ATB-LIMITE (WS-CANTIDAD-ALERTAS).
           MOVE WS-SALDO-CLIENTE
               TO ATB-SALDO (WS-CANTIDAD-ALERTAS).
           MOVE WS-USO      TO ATB-USO (WS-CANTIDAD-ALERTAS).
           MOVE ZERO        TO ATB-RETENIDO (WS-CANTIDAD-ALERTAS).
           MOVE LCR-CLIENTE TO WS-CLIENTE-BUSCA.
           PERFORM 130-BUSCA-RETENIDO.
           IF WS-IDX-RET-HALLADO > ZERO
               MOVE RTB-IMPORTE (WS-IDX-RET-HALLADO)
                   TO ATB-RETENIDO (WS-CANTIDAD-ALERTAS)
           END-IF.

      *-----------------------------------------------------------------
      * 300-SELECCIONA-MENOR - ordenamiento por seleccion de la tabla
      * por el complemento del uso (el mas usado primero) y cliente.
      *-----------------------------------------------------------------
       300-SELECCIONA-MENOR.
           MOVE WS-IDX TO WS-IDX-MENOR.
           PERFORM 310-COMPARA-ORDEN
               VARYING WS-IDX-BUSCA FROM WS-IDX BY 1
               UNTIL WS-IDX-BUSCA > WS-CANTIDAD-ALERTAS.
           IF WS-IDX-MENOR NOT = WS-IDX
               MOVE WS-ALERTA-ENT (WS-IDX)     TO WS-ENT-TRABAJO
               MOVE WS-ALERTA-ENT (WS-IDX-MENOR)
                   TO WS-ALERTA-ENT (WS-IDX)
               MOVE WS-ENT-TRABAJO TO WS-ALERTA-ENT (WS-IDX-MENOR)
           END-IF.

       310-COMPARA-ORDEN.
           IF ATB-ORDEN (WS-IDX-BUSCA) < ATB-ORDEN (WS-IDX-MENOR)
               MOVE WS-IDX-BUSCA TO WS-IDX-MENOR
           END-IF.

      *-----------------------------------------------------------------
      * 400-GENERA-REPORTE - CREDITO.RPT: encabezado, una linea por
      * cliente en alerta y el total con el umbral usado.
      *-----------------------------------------------------------------
       400-GENERA-REPORTE.
           OPEN OUTPUT REPORTE-FILE.

           MOVE SPACES        TO REPORTE-CREDITO-HEADER.
           MOVE "CLIENTE"     TO RCH-CLIENTE.
           MOVE "NOMBRE"      TO RCH-NOMBRE.
           MOVE "    LIMITE"  TO RCH-LIMITE.
           MOVE "      SALDO" TO RCH-SALDO.
           MOVE "% USO"       TO RCH-USO.
           MOVE "  RETENIDO"  TO RCH-RETENIDO.
           MOVE "MARCA"       TO RCH-MARCA.
           WRITE REPORTE-CREDITO-RECORD.

           PERFORM 410-ESCRIBE-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-ALERTAS.

           MOVE SPACES                TO REPORTE-CREDITO-TOTAL.
           MOVE "TOTAL"               TO RCT-ETIQUETA.
           MOVE "UMBRAL "             TO RCT-ETIQ-UMBRAL.
           MOVE WS-UMBRAL-ALERTA      TO RCT-UMBRAL.
           MOVE "ALERTAS: "           TO RCT-ETIQ-ALERTA.
           MOVE WS-CANTIDAD-ALERTAS   TO RCT-ALERTAS.
           MOVE "EXCEDIDOS:"          TO RCT-ETIQ-EXCEDIDO.
           MOVE WS-CONTADOR-EXCEDIDOS TO RCT-EXCEDIDOS.
           MOVE "RETENIDO: "          TO RCT-ETIQ-RETENIDO.
           MOVE WS-TOTAL-RETENIDO     TO RCT-RETENIDO.
           WRITE REPORTE-CREDITO-RECORD.

           CLOSE REPORTE-FILE.

       410-ESCRIBE-CLIENTE.
           MOVE SPACES                   TO REPORTE-CREDITO-RECORD.
           MOVE ATB-CLIENTE (WS-IDX)     TO RCR-CLIENTE.
           MOVE ATB-NOMBRE (WS-IDX)      TO RCR-NOMBRE.
           MOVE ATB-LIMITE (WS-IDX)      TO RCR-LIMITE.
           MOVE ATB-SALDO (WS-IDX)       TO RCR-SALDO.
           MOVE ATB-USO (WS-IDX)         TO RCR-USO.
           MOVE ATB-RETENIDO (WS-IDX)    TO RCR-RETENIDO.
           IF ATB-USO (WS-IDX) >= 100
               MOVE "EXCEDIDO" TO RCR-MARCA
               ADD 1 TO WS-CONTADOR-EXCEDIDOS
           ELSE
               MOVE "ALERTA"   TO RCR-MARCA
           END-IF.
           ADD ATB-RETENIDO (WS-IDX) TO WS-TOTAL-RETENIDO.
           WRITE REPORTE-CREDITO-RECORD.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM E2-PROGRAMA.
