      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anonimizacion de clientes cerrados: cada cliente
      *          cerrado (CLI-ESTADO C) desde hace mas que el plazo de
      *          retencion RETENCLI de TASAS.DAT, con saldo cero en el
      *          libro de saldos (ni deuda ni caja sin aplicar), sin
      *          disputa abierta, sin caso de atencion pendiente y sin
      *          plan de pago activo, pierde sus datos personales en
      *          todos los archivos donde estan: el maestro de
      *          clientes, las capturas de intake (PERSONAS.DAT), las
      *          direcciones y telefonos, el cruzado de nombres y la
      *          cola de homonimos, el correo electronico de sus
      *          preferencias, la cuenta de su mandato, la calle y el
      *          codigo postal del registro de documentos enviados por
      *          correo, el texto de sus notas de contacto y las
      *          imagenes viejas de la bitacora del maestro. El
      *          numero de cliente, las facturas y los importes se
      *          conservan, asi las cuentas siguen cuadrando. Cada
      *          anonimizacion queda en CLIJRNL.DAT (accion N) con el
      *          resumen de lo enmascarado, y el resultado de cada
      *          cerrado revisado en ANONIMIZA.RPT. Corre en el cierre
      *          de mes.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      * 2026-10-15 RSM  Also masks the street and postal code of the
      *                 customer's rows in the mailing register
      *                 (CORREOREG.DAT, 80-PROGRAMA) and the free text
      *                 of the customer's contact notes (NOTASCLI.DAT);
      *                 both counts go in the N journal summary and the
      *                 report, now in a compact form to fit.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. E0-PROGRAMA.
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

           SELECT SALDOS-FILE
               ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CLIENTE
               FILE STATUS IS WS-SALDOS-STATUS.

           SELECT DISPUTA-FILE
               ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-FACTURA
               FILE STATUS IS WS-DISPUTA-STATUS.

           SELECT CASO-SERVICIO-FILE
               ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WS-CASOS-STATUS.

           SELECT PLAN-PAGO-FILE
               ASSIGN TO "PLANPAGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-FACTURA
               FILE STATUS IS WS-PLANPAGO-STATUS.

           SELECT CLIENTES-XREF-FILE
               ASSIGN TO "CLIXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-CLAVE
               FILE STATUS IS WS-CLIXREF-STATUS.

           SELECT PERSONAS-FILE
               ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERSONAS-STATUS.

           SELECT DIRECCIONES-FILE
               ASSIGN TO "DIRECCIONES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIRECCIONES-STATUS.

           SELECT REVISION-CLIENTES-FILE
               ASSIGN TO "REVCLI.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVCLI-STATUS.

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

           SELECT CORREO-REGISTRO-FILE
               ASSIGN TO "CORREOREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORREOREG-STATUS.

           SELECT NOTA-CLIENTE-FILE
               ASSIGN TO "NOTASCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTA-CLAVE
               FILE STATUS IS WS-NOTASCLI-STATUS.

           SELECT CLIENTES-JOURNAL-FILE
               ASSIGN TO "CLIJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLIJRNL-STATUS.

           SELECT REPORTE-FILE
               ASSIGN TO "ANONIMIZA.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

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

       FD  SALDOS-FILE
           LABEL RECORD IS STANDARD.
           COPY SALDOS.

       FD  DISPUTA-FILE
           LABEL RECORD IS STANDARD.
           COPY DISPUTA.

       FD  CASO-SERVICIO-FILE
           LABEL RECORD IS STANDARD.
           COPY CASOS.

       FD  PLAN-PAGO-FILE
           LABEL RECORD IS STANDARD.
           COPY PLANPAGO.

       FD  CLIENTES-XREF-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIXREF.

       FD  PERSONAS-FILE
           LABEL RECORD IS STANDARD.
           COPY PERSONAS.

       FD  DIRECCIONES-FILE
           LABEL RECORD IS STANDARD.
           COPY DIRECCION.

       FD  REVISION-CLIENTES-FILE
           LABEL RECORD IS STANDARD.
           COPY REVCLI.

       FD  PREFERENCIA-CONTACTO-FILE
           LABEL RECORD IS STANDARD.
           COPY PREFCONT.

       FD  MANDATOS-FILE
           LABEL RECORD IS STANDARD.
           COPY MANDATO.

       FD  CORREO-REGISTRO-FILE
           LABEL RECORD IS STANDARD.
           COPY CORREOREG.

       FD  NOTA-CLIENTE-FILE
           LABEL RECORD IS STANDARD.
           COPY NOTASCLI.

       FD  CLIENTES-JOURNAL-FILE
           LABEL RECORD IS STANDARD.
           COPY CLIJRNL.

       FD  REPORTE-FILE
           LABEL RECORD IS STANDARD.
       01  REPORTE-ANONIMIZA-RECORD PIC X(80).

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE CADA ARCHIVO: VIENEN DE SU COPYBOOK
      *-DE STATUS.
           COPY CLIENSTS.
           COPY SALDOSTS.
           COPY DSPSTS.
           COPY CASSTS.
           COPY PLANSTS.
           COPY CLIXSTS.
           COPY PERSOSTS.
           COPY DIRSTS.
           COPY REVCLSTS.
           COPY PRFSTS.
           COPY MANDSTS.
           COPY CRGSTS.
           COPY NTASTS.
           COPY CLIJSTS.
           COPY FECHASTS.
           COPY TASASSTS.

       01  WS-REPORTE-STATUS PIC XX.
           88  REPORTE-OK VALUE "00".

      *-FECHA OFICIAL DE NEGOCIO DE LA CORRIDA.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-PLAZO DE RETENCION EN DIAS DESDE EL CIERRE, DE TASAS.DAT
      *-(CODIGO RETENCLI) CON LA REGLA DE FECHA EFECTIVA DE SIEMPRE;
      *-SIN RENGLON, CINCO AÑOS. WS-FECHA-CORTE ES LA FECHA DE CIERRE
      *-MAS RECIENTE QUE YA CUMPLIO EL PLAZO.
       01  WS-RETENCION-DIAS PIC 9(5) VALUE 1825.
       01  WS-EF-RETENCION   PIC 9(8) VALUE ZERO.
       01  WS-FECHA-CORTE    PIC 9(8) VALUE ZERO.

      *-CAMPOS PARA CAMINAR LAS FECHAS HACIA ATRAS (RESTA-UN-DIA Y
      *-DIAS-DEL-MES VIENEN DE RESTADIA.CPY).
       01  WS-FECHA-CAND.
           05  WS-CAND-ANIO PIC 9(4).
           05  WS-CAND-MES  PIC 99.
           05  WS-CAND-DIA  PIC 99.
       01  WS-DIAS-MES   PIC 99   VALUE ZERO.
       01  WS-RESTO-4    PIC 9(4) VALUE ZERO.
       01  WS-RESIDUO-4  PIC 9(4) VALUE ZERO.

      *-EL PASO NOCTURNO FIRMA LA BITACORA DEL MAESTRO CON SU PROPIO
      *-OPERADOR, COMO EL RECALCULO DE EDADES.
       01  WS-OPERADOR PIC X(8) VALUE "NOCTURNO".

      *-IMAGENES Y DATOS DE LA ENTRADA DE BITACORA DEL MAESTRO, PARA
      *-EL PARRAFO COMPARTIDO GRABA-JOURNAL-CLIENTES.
       01  WS-CJR-PROGRAMA PIC X(11) VALUE "E0-PROGRAMA".
       01  WS-CJR-ACCION   PIC X     VALUE SPACE.
       01  WS-CJR-ANTES    PIC X(68) VALUE SPACES.
       01  WS-CJR-DESPUES  PIC X(68) VALUE SPACES.
       01  WS-CJR-FECHA    PIC 9(8)  VALUE ZERO.
       01  WS-CJR-HORA     PIC 9(8)  VALUE ZERO.

      *-LOS CERRADOS QUE YA CUMPLIERON EL PLAZO, CON LO QUE LOS
      *-RETIENE (ESPACIO SI NADA) Y LO QUE SE LES FUE ENMASCARANDO
      *-EN CADA ARCHIVO. CND-PERSONAS-SW DICE SI SU NOMBRE ES SOLO
      *-SUYO EN EL CRUZADO, Y POR LO TANTO SI LAS CAPTURAS CON ESE
      *-NOMBRE SON SUYAS.
       01  WS-CANTIDAD-CAND PIC 9(4) VALUE ZERO.
       01  WS-TABLA-CANDIDATOS.
           05  WS-CANDIDATO-ENT OCCURS 2000 TIMES.
               10  CND-CLIENTE      PIC 9(7).
               10  CND-NOMBRE       PIC X(15).
               10  CND-APELLIDOS    PIC X(20).
               10  CND-MOTIVO       PIC X.
                   88  CND-ELEGIBLE      VALUE SPACE.
                   88  CND-CON-SALDO     VALUE "S".
                   88  CND-SIN-LIBRO     VALUE "L".
                   88  CND-CON-DISPUTA   VALUE "D".
                   88  CND-CON-CASO      VALUE "C".
                   88  CND-CON-PLAN      VALUE "P".
               10  CND-PERSONAS-SW  PIC X.
                   88  CND-NOMBRE-PROPIO VALUE "S".
               10  CND-XREF         PIC X.
               10  CND-PREFCONT     PIC X.
               10  CND-MANDATO      PIC X.
               10  CND-CNT-PER      PIC 9(3).
               10  CND-CNT-DIR      PIC 9(3).
               10  CND-CNT-REV      PIC 9(3).
               10  CND-CNT-COR      PIC 9(5).
               10  CND-CNT-NTA      PIC 9(3).
               10  CND-CNT-BIT      PIC 9(5).

       01  WS-IDX          PIC 9(4) VALUE ZERO.
       01  WS-IDX-HALLADO  PIC 9(4) VALUE ZERO.
       01  WS-IDX-BITACORA PIC 9(4) VALUE ZERO.
       01  WS-BUSCA-CLIENTE PIC 9(7) VALUE ZERO.
       01  WS-BUSCA-NOMBRE    PIC X(15) VALUE SPACES.
       01  WS-BUSCA-APELLIDOS PIC X(20) VALUE SPACES.
       01  WS-MOTIVO       PIC X     VALUE SPACE.

       01  WS-HAY-ELEGIBLES-SW PIC X VALUE "N".
           88  HAY-ELEGIBLES VALUE "S".
       01  WS-IMAGEN-SW PIC X VALUE "N".
           88  IMAGEN-ENMASCARADA VALUE "S".

      *-IMAGEN DE BITACORA EN TURNO, Y EL RESUMEN DE LO ENMASCARADO
      *-QUE VA EN LA ENTRADA N Y EN EL REPORTE.
       01  WS-IMAGEN       PIC X(68) VALUE SPACES.
       01  WS-RESUMEN      PIC X(56) VALUE SPACES.

       01  WS-CONTADOR-CANDIDATOS   PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-ANONIMIZADOS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-RETENIDOS    PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-DESBORDADOS  PIC 9(5) VALUE ZERO.

      *-RENGLONES DEL REPORTE.
       01  WS-LINEA           PIC X(80) VALUE SPACES.
       01  WS-LINEA-CLIENTE REDEFINES WS-LINEA.
           05  FILLER         PIC X(2).
           05  LAN-CLIENTE    PIC 9(7).
           05  FILLER         PIC X(2).
           05  LAN-RESULTADO  PIC X(12).
           05  FILLER         PIC X(1).
           05  LAN-DETALLE    PIC X(56).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM CARGA-FECHA-NEGOCIO.
           PERFORM 060-CARGA-RETENCION.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO WS-LINEA.
           STRING "ANONIMIZACION DE CLIENTES CERRADOS AL "
                                        DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO      DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           STRING "CERRADOS HASTA EL "  DELIMITED BY SIZE
                  WS-FECHA-CORTE        DELIMITED BY SIZE
                  " (RETENCION DE "     DELIMITED BY SIZE
                  WS-RETENCION-DIAS     DELIMITED BY SIZE
                  " DIAS)"              DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           PERFORM 700-ESCRIBE-LINEA.

           PERFORM 100-CARGA-CANDIDATOS.
           IF WS-CANTIDAD-CAND > ZERO
               PERFORM 200-VERIFICA-SALDOS
               PERFORM 210-VERIFICA-DISPUTAS
               PERFORM 220-VERIFICA-CASOS
               PERFORM 230-VERIFICA-PLANES
               PERFORM 240-HAY-ELEGIBLES
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-CAND
           END-IF.

           IF HAY-ELEGIBLES
               PERFORM 300-CRUZADO
               PERFORM 310-PERSONAS
               PERFORM 320-DIRECCIONES
               PERFORM 330-HOMONIMOS
               PERFORM 340-PREFERENCIAS
               PERFORM 350-MANDATOS
               PERFORM 360-CORREOS
               PERFORM 370-NOTAS
               PERFORM 400-BITACORA
           END-IF.

           PERFORM 500-MAESTRO.

           PERFORM 700-ESCRIBE-LINEA.
           STRING "CERRADOS REVISADOS " DELIMITED BY SIZE
                  WS-CONTADOR-CANDIDATOS DELIMITED BY SIZE
                  "  ANONIMIZADOS "     DELIMITED BY SIZE
                  WS-CONTADOR-ANONIMIZADOS DELIMITED BY SIZE
                  "  RETENIDOS "        DELIMITED BY SIZE
                  WS-CONTADOR-RETENIDOS DELIMITED BY SIZE
               INTO WS-LINEA.
           PERFORM 700-ESCRIBE-LINEA.
           IF WS-CONTADOR-DESBORDADOS > ZERO
               STRING "QUEDAN PARA LA PROXIMA CORRIDA "
                                        DELIMITED BY SIZE
                      WS-CONTADOR-DESBORDADOS DELIMITED BY SIZE
                      " CERRADOS (TABLA LLENA)." DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 700-ESCRIBE-LINEA
           END-IF.
           CLOSE REPORTE-FILE.

           DISPLAY "CERRADOS QUE CUMPLIERON EL PLAZO: "
               WS-CONTADOR-CANDIDATOS.
           DISPLAY "  ANONIMIZADOS:                  "
               WS-CONTADOR-ANONIMIZADOS.
           DISPLAY "  RETENIDOS:                     "
               WS-CONTADOR-RETENIDOS.
           IF WS-CONTADOR-DESBORDADOS > ZERO
               DISPLAY "  SIN LUGAR EN LA TABLA:         "
                   WS-CONTADOR-DESBORDADOS
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
      * 060-CARGA-RETENCION - lee de TASAS.DAT el codigo RETENCLI,
      * quedandose con el renglon de fecha efectiva mas reciente que
      * no pase de la fecha de negocio, y camina hacia atras ese
      * numero de dias para llegar a la fecha de corte.
      *-----------------------------------------------------------------
       060-CARGA-RETENCION.
           OPEN INPUT TASAS-FILE.
           IF TASAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 065-LEE-TASA UNTIL TASAS-EOF
               CLOSE TASAS-FILE
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CAND.
           PERFORM RESTA-UN-DIA WS-RETENCION-DIAS TIMES.
           MOVE WS-FECHA-CAND TO WS-FECHA-CORTE.

       065-LEE-TASA.
           READ TASAS-FILE
               AT END
                   SET TASAS-EOF TO TRUE
               NOT AT END
                   IF TAS-CODIGO = "RETENCLI"
                       AND TAS-FECHA-EFECTIVA <= WS-FECHA-NEGOCIO
                       AND TAS-FECHA-EFECTIVA >= WS-EF-RETENCION
                       MOVE TAS-VALOR TO WS-RETENCION-DIAS
                       MOVE TAS-FECHA-EFECTIVA TO WS-EF-RETENCION
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 100-CARGA-CANDIDATOS - los cerrados desde la fecha de corte o
      * antes que todavia no estan anonimizados.
      *-----------------------------------------------------------------
       100-CARGA-CANDIDATOS.
           OPEN INPUT CLIENTES-FILE.
           IF CLIENTES-NO-EXISTE
               DISPLAY "NO EXISTE EL MAESTRO DE CLIENTES; NADA QUE "
                   "ANONIMIZAR."
           ELSE
               PERFORM 110-LEE-CLIENTE UNTIL CLIENTES-EOF
               CLOSE CLIENTES-FILE
           END-IF.

       110-LEE-CLIENTE.
           READ CLIENTES-FILE NEXT RECORD
               AT END
                   SET CLIENTES-EOF TO TRUE
               NOT AT END
                   IF CLI-ES-CERRADO
                       AND NOT CLI-ANONIMIZADO
                       AND CLI-FECHA-ESTADO > ZERO
                       AND CLI-FECHA-ESTADO <= WS-FECHA-CORTE
                       PERFORM 120-GUARDA-CANDIDATO
                   END-IF
           END-READ.

       120-GUARDA-CANDIDATO.
           IF WS-CANTIDAD-CAND < 2000
               ADD 1 TO WS-CONTADOR-CANDIDATOS
               ADD 1 TO WS-CANTIDAD-CAND
               MOVE WS-CANTIDAD-CAND TO WS-IDX
               MOVE CLI-NUMERO    TO CND-CLIENTE (WS-IDX)
               MOVE CLI-NOMBRE    TO CND-NOMBRE (WS-IDX)
               MOVE CLI-APELLIDOS TO CND-APELLIDOS (WS-IDX)
               MOVE SPACE TO CND-MOTIVO (WS-IDX)
               MOVE "N"   TO CND-PERSONAS-SW (WS-IDX)
               MOVE "N"   TO CND-XREF (WS-IDX)
               MOVE "N"   TO CND-PREFCONT (WS-IDX)
               MOVE "N"   TO CND-MANDATO (WS-IDX)
               MOVE ZERO  TO CND-CNT-PER (WS-IDX)
               MOVE ZERO  TO CND-CNT-DIR (WS-IDX)
               MOVE ZERO  TO CND-CNT-REV (WS-IDX)
               MOVE ZERO  TO CND-CNT-COR (WS-IDX)
               MOVE ZERO  TO CND-CNT-NTA (WS-IDX)
               MOVE ZERO  TO CND-CNT-BIT (WS-IDX)
           ELSE
               ADD 1 TO WS-CONTADOR-DESBORDADOS
           END-IF.

      *-----------------------------------------------------------------
      * 200-VERIFICA-SALDOS - un cerrado con saldo por cobrar o a su
      * favor, o con caja sin aplicar, no se anonimiza: su cuenta
      * todavia no esta terminada. Sin libro de saldos no se puede
      * saber, y nadie se anonimiza.
      *-----------------------------------------------------------------
       200-VERIFICA-SALDOS.
           OPEN INPUT SALDOS-FILE.
           IF SALDOS-NO-EXISTE
               DISPLAY "NO EXISTE EL LIBRO DE SALDOS; NO SE "
                   "ANONIMIZA NADIE."
               MOVE "L" TO WS-MOTIVO
               PERFORM 205-MARCA-TODOS
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-CAND
           ELSE
               PERFORM 202-LEE-SALDO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-CAND
               CLOSE SALDOS-FILE
           END-IF.

       202-LEE-SALDO.
           MOVE CND-CLIENTE (WS-IDX) TO SAL-CLIENTE.
           READ SALDOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SAL-SALDO NOT = ZERO
                       OR SAL-SUSPENSO NOT = ZERO
                       MOVE "S" TO CND-MOTIVO (WS-IDX)
                   END-IF
           END-READ.

       205-MARCA-TODOS.
           MOVE WS-MOTIVO TO CND-MOTIVO (WS-IDX).

      *-----------------------------------------------------------------
      * 210-VERIFICA-DISPUTAS, 220-VERIFICA-CASOS y
      * 230-VERIFICA-PLANES - una disputa abierta, un caso de
      * atencion pendiente o un plan de pago activo retienen al
      * cliente; la primera razon encontrada es la que se reporta.
      *-----------------------------------------------------------------
       210-VERIFICA-DISPUTAS.
           OPEN INPUT DISPUTA-FILE.
           IF DISPUTA-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 215-LEE-DISPUTA UNTIL DISPUTA-EOF
               CLOSE DISPUTA-FILE
           END-IF.

       215-LEE-DISPUTA.
           READ DISPUTA-FILE NEXT RECORD
               AT END
                   SET DISPUTA-EOF TO TRUE
               NOT AT END
                   IF DSP-ABIERTA
                       MOVE DSP-CLIENTE TO WS-BUSCA-CLIENTE
                       MOVE "D" TO WS-MOTIVO
                       PERFORM 250-RETIENE-CANDIDATO
                   END-IF
           END-READ.

       220-VERIFICA-CASOS.
           OPEN INPUT CASO-SERVICIO-FILE.
           IF CASOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 225-LEE-CASO UNTIL CASOS-EOF
               CLOSE CASO-SERVICIO-FILE
           END-IF.

       225-LEE-CASO.
           READ CASO-SERVICIO-FILE NEXT RECORD
               AT END
                   SET CASOS-EOF TO TRUE
               NOT AT END
                   IF CAS-PENDIENTE
                       MOVE CAS-CLIENTE TO WS-BUSCA-CLIENTE
                       MOVE "C" TO WS-MOTIVO
                       PERFORM 250-RETIENE-CANDIDATO
                   END-IF
           END-READ.

       230-VERIFICA-PLANES.
           OPEN INPUT PLAN-PAGO-FILE.
           IF PLANPAGO-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 235-LEE-PLAN UNTIL PLANPAGO-EOF
               CLOSE PLAN-PAGO-FILE
           END-IF.

       235-LEE-PLAN.
           READ PLAN-PAGO-FILE NEXT RECORD
               AT END
                   SET PLANPAGO-EOF TO TRUE
               NOT AT END
                   IF PLA-ESTA-ACTIVO
                       MOVE PLA-CLIENTE TO WS-BUSCA-CLIENTE
                       MOVE "P" TO WS-MOTIVO
                       PERFORM 250-RETIENE-CANDIDATO
                   END-IF
           END-READ.

       240-HAY-ELEGIBLES.
           IF CND-ELEGIBLE (WS-IDX)
               SET HAY-ELEGIBLES TO TRUE
           END-IF.

       250-RETIENE-CANDIDATO.
           PERFORM 800-BUSCA-CANDIDATO.
           IF WS-IDX-HALLADO > ZERO
               IF CND-ELEGIBLE (WS-IDX-HALLADO)
                   MOVE WS-MOTIVO TO CND-MOTIVO (WS-IDX-HALLADO)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 300-CRUZADO - el nombre del cliente sale del cruzado de
      * nombres; si el cruzado lo tiene apuntando a otro numero (un
      * homonimo), ese nombre no es solo suyo y sus capturas de
      * intake no se tocan.
      *-----------------------------------------------------------------
       300-CRUZADO.
           OPEN I-O CLIENTES-XREF-FILE.
           IF CLIXREF-NO-EXISTE
               PERFORM 305-SIN-CRUZADO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-CAND
           ELSE
               PERFORM 302-REVISA-CRUZADO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-CAND
               CLOSE CLIENTES-XREF-FILE
           END-IF.

       302-REVISA-CRUZADO.
           IF CND-ELEGIBLE (WS-IDX)
               MOVE CND-NOMBRE (WS-IDX)    TO XRF-CLAVE (1:15)
               MOVE CND-APELLIDOS (WS-IDX) TO XRF-CLAVE (16:20)
               READ CLIENTES-XREF-FILE
                   INVALID KEY
                       MOVE "S" TO CND-PERSONAS-SW (WS-IDX)
                   NOT INVALID KEY
                       IF XRF-NUMERO = CND-CLIENTE (WS-IDX)
                           DELETE CLIENTES-XREF-FILE RECORD
                           MOVE "S" TO CND-XREF (WS-IDX)
                           MOVE "S" TO CND-PERSONAS-SW (WS-IDX)
                       END-IF
               END-READ
           END-IF.

       305-SIN-CRUZADO.
           MOVE "S" TO CND-PERSONAS-SW (WS-IDX).

      *-----------------------------------------------------------------
      * 310-PERSONAS - las capturas de intake con el nombre del
      * cliente: nombre, apellidos y fecha de nacimiento enmascarados
      * en su lugar. La edad se deja, porque el total de control del
      * trailer del archivo la suma.
      *-----------------------------------------------------------------
       310-PERSONAS.
           OPEN I-O PERSONAS-FILE.
           IF PERSONAS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 315-LEE-PERSONA UNTIL PERSONAS-EOF
               CLOSE PERSONAS-FILE
           END-IF.

       315-LEE-PERSONA.
           READ PERSONAS-FILE
               AT END
                   SET PERSONAS-EOF TO TRUE
               NOT AT END
                   IF PET-MARCA NOT = "*** TRAILER ***"
                       MOVE PER-NOMBRE    TO WS-BUSCA-NOMBRE
                       MOVE PER-APELLIDOS TO WS-BUSCA-APELLIDOS
                       PERFORM 810-BUSCA-NOMBRE
                       IF WS-IDX-HALLADO > ZERO
                           MOVE "ANONIMIZADO" TO PER-NOMBRE
                           MOVE SPACES        TO PER-APELLIDOS
                           STRING "CLIENTE " DELIMITED BY SIZE
                                  CND-CLIENTE (WS-IDX-HALLADO)
                                             DELIMITED BY SIZE
                               INTO PER-APELLIDOS
                           MOVE ZERO TO PER-FECHA-NAC
                           REWRITE PERSONAS-RECORD
                           ADD 1 TO CND-CNT-PER (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 320-DIRECCIONES - todas las direcciones del cliente, las
      * viejas y la vigente: calle, ciudad, codigo postal y telefono
      * enmascarados; las fechas y la marca de devolucion se dejan.
      *-----------------------------------------------------------------
       320-DIRECCIONES.
           OPEN I-O DIRECCIONES-FILE.
           IF DIRECCIONES-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 325-LEE-DIRECCION UNTIL DIRECCIONES-EOF
               CLOSE DIRECCIONES-FILE
           END-IF.

       325-LEE-DIRECCION.
           READ DIRECCIONES-FILE
               AT END
                   SET DIRECCIONES-EOF TO TRUE
               NOT AT END
                   MOVE DIR-CLIENTE TO WS-BUSCA-CLIENTE
                   PERFORM 800-BUSCA-CANDIDATO
                   IF WS-IDX-HALLADO > ZERO
                       IF CND-ELEGIBLE (WS-IDX-HALLADO)
                           MOVE "ANONIMIZADO" TO DIR-CALLE
                           MOVE SPACES TO DIR-CIUDAD
                           MOVE SPACES TO DIR-CP
                           MOVE SPACES TO DIR-TELEFONO
                           REWRITE DIRECCION-RECORD
                           ADD 1 TO CND-CNT-DIR (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 330-HOMONIMOS - los casos de la cola de homonimos del
      * cliente, resueltos o no, conservan el numero y las edades
      * pero no el nombre.
      *-----------------------------------------------------------------
       330-HOMONIMOS.
           OPEN I-O REVISION-CLIENTES-FILE.
           IF REVCLI-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 335-LEE-REVISION UNTIL REVCLI-EOF
               CLOSE REVISION-CLIENTES-FILE
           END-IF.

       335-LEE-REVISION.
           READ REVISION-CLIENTES-FILE
               AT END
                   SET REVCLI-EOF TO TRUE
               NOT AT END
                   MOVE RVC-NUMERO-CLIENTE TO WS-BUSCA-CLIENTE
                   PERFORM 800-BUSCA-CANDIDATO
                   IF WS-IDX-HALLADO > ZERO
                       IF CND-ELEGIBLE (WS-IDX-HALLADO)
                           MOVE "ANONIMIZADO" TO RVC-NOMBRE
                           MOVE SPACES        TO RVC-APELLIDOS
                           STRING "CLIENTE " DELIMITED BY SIZE
                                  RVC-NUMERO-CLIENTE
                                             DELIMITED BY SIZE
                               INTO RVC-APELLIDOS
                           REWRITE REVISION-CLIENTES-RECORD
                           ADD 1 TO CND-CNT-REV (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 340-PREFERENCIAS - el correo electronico de las preferencias
      * de contacto se borra; el consentimiento y su fecha se dejan
      * como constancia.
      *-----------------------------------------------------------------
       340-PREFERENCIAS.
           OPEN I-O PREFERENCIA-CONTACTO-FILE.
           IF PREFCONT-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 345-BORRA-CORREO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-CAND
               CLOSE PREFERENCIA-CONTACTO-FILE
           END-IF.

       345-BORRA-CORREO.
           IF CND-ELEGIBLE (WS-IDX)
               MOVE CND-CLIENTE (WS-IDX) TO PRF-CLIENTE
               READ PREFERENCIA-CONTACTO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRF-CORREO-E NOT = SPACES
                           MOVE SPACES TO PRF-CORREO-E
                           MOVE WS-FECHA-NEGOCIO TO PRF-FECHA-CAMBIO
                           MOVE WS-OPERADOR      TO PRF-OPERADOR
                           REWRITE PREFERENCIA-CONTACTO-RECORD
                           MOVE "S" TO CND-PREFCONT (WS-IDX)
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 350-MANDATOS - la cuenta bancaria del mandato de debito se
      * borra; un mandato que siguiera activo se cancela en el mismo
      * movimiento, asi el cobro automatico no lo vuelve a tomar.
      *-----------------------------------------------------------------
       350-MANDATOS.
           OPEN I-O MANDATOS-FILE.
           IF MANDATOS-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 355-BORRA-CUENTA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-CAND
               CLOSE MANDATOS-FILE
           END-IF.

       355-BORRA-CUENTA.
           IF CND-ELEGIBLE (WS-IDX)
               MOVE CND-CLIENTE (WS-IDX) TO MAN-CLIENTE
               READ MANDATOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MAN-CUENTA NOT = SPACES
                           MOVE SPACES TO MAN-CUENTA
                           IF NOT MAN-CANCELADO
                               SET MAN-CANCELADO TO TRUE
                               MOVE WS-FECHA-NEGOCIO
                                   TO MAN-FECHA-ESTADO
                               MOVE WS-OPERADOR TO MAN-OPERADOR
                           END-IF
                           REWRITE MANDATO-RECORD
                           MOVE "S" TO CND-MANDATO (WS-IDX)
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * 360-CORREOS - los renglones del cliente en el registro de
      * documentos enviados por correo: calle y codigo postal
      * enmascarados como en sus direcciones; la secuencia, el
      * documento y el estado de la devolucion se dejan.
      *-----------------------------------------------------------------
       360-CORREOS.
           OPEN I-O CORREO-REGISTRO-FILE.
           IF CORREOREG-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 365-LEE-CORREO UNTIL CORREOREG-EOF
               CLOSE CORREO-REGISTRO-FILE
           END-IF.

       365-LEE-CORREO.
           READ CORREO-REGISTRO-FILE
               AT END
                   SET CORREOREG-EOF TO TRUE
               NOT AT END
                   MOVE CRG-CLIENTE TO WS-BUSCA-CLIENTE
                   PERFORM 800-BUSCA-CANDIDATO
                   IF WS-IDX-HALLADO > ZERO
                       IF CND-ELEGIBLE (WS-IDX-HALLADO)
                           MOVE "ANONIMIZADO" TO CRG-CALLE
                           MOVE SPACES TO CRG-CP
                           REWRITE CORREO-REGISTRO-RECORD
                           ADD 1 TO CND-CNT-COR (WS-IDX-HALLADO)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 370-NOTAS - el texto libre de las notas de contacto del
      * cliente se enmascara; la fecha, el operador, el canal y el
      * tema se dejan como constancia del contacto. NOTASCLI.DAT va
      * clavado por cliente, asi que se lee solo lo suyo.
      *-----------------------------------------------------------------
       370-NOTAS.
           OPEN I-O NOTA-CLIENTE-FILE.
           IF NOTASCLI-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 372-NOTAS-CANDIDATO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-CAND
               CLOSE NOTA-CLIENTE-FILE
           END-IF.

       372-NOTAS-CANDIDATO.
           IF CND-ELEGIBLE (WS-IDX)
               MOVE CND-CLIENTE (WS-IDX) TO NTA-CLIENTE
               MOVE ZERO                 TO NTA-FECHA
               MOVE ZERO                 TO NTA-HORA
               START NOTA-CLIENTE-FILE KEY NOT < NTA-CLAVE
                   INVALID KEY
                       SET NOTASCLI-EOF TO TRUE
               END-START
               PERFORM 375-LEE-NOTA UNTIL NOTASCLI-EOF
           END-IF.

       375-LEE-NOTA.
           READ NOTA-CLIENTE-FILE NEXT RECORD
               AT END
                   SET NOTASCLI-EOF TO TRUE
               NOT AT END
                   IF NTA-CLIENTE NOT = CND-CLIENTE (WS-IDX)
                       SET NOTASCLI-EOF TO TRUE
                   ELSE
                       MOVE "ANONIMIZADO" TO NTA-TEXTO
                       REWRITE NOTA-CLIENTE-RECORD
                       ADD 1 TO CND-CNT-NTA (WS-IDX)
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * 400-BITACORA - las imagenes viejas del cliente en la bitacora
      * del maestro se enmascaran en su lugar, asi ni la consulta de
      * la bitacora ni la reconstruccion (56-PROGRAMA) vuelven a ver
      * sus datos personales. Las entradas de anonimizacion ya no los
      * llevan y se saltan.
      *-----------------------------------------------------------------
       400-BITACORA.
           OPEN I-O CLIENTES-JOURNAL-FILE.
           IF CLIJRNL-NO-EXISTE
               NEXT SENTENCE
           ELSE
               PERFORM 405-LEE-ENTRADA UNTIL CLIJRNL-EOF
               CLOSE CLIENTES-JOURNAL-FILE
           END-IF.

       405-LEE-ENTRADA.
           READ CLIENTES-JOURNAL-FILE
               AT END
                   SET CLIJRNL-EOF TO TRUE
               NOT AT END
                   IF NOT CJR-ANONIMIZA
                       MOVE "N" TO WS-IMAGEN-SW
                       MOVE CJR-ANTES TO WS-IMAGEN
                       PERFORM 410-ENMASCARA-IMAGEN
                       MOVE WS-IMAGEN TO CJR-ANTES
                       MOVE CJR-DESPUES TO WS-IMAGEN
                       PERFORM 410-ENMASCARA-IMAGEN
                       MOVE WS-IMAGEN TO CJR-DESPUES
                       IF IMAGEN-ENMASCARADA
                           REWRITE CLIENTES-JOURNAL-RECORD
                           ADD 1 TO CND-CNT-BIT (WS-IDX-BITACORA)
                       END-IF
                   END-IF
           END-READ.

       410-ENMASCARA-IMAGEN.
           IF WS-IMAGEN (1:7) IS NUMERIC
               MOVE WS-IMAGEN (1:7) TO WS-BUSCA-CLIENTE
               PERFORM 800-BUSCA-CANDIDATO
               IF WS-IDX-HALLADO > ZERO
                   IF CND-ELEGIBLE (WS-IDX-HALLADO)
                       MOVE WS-IMAGEN TO CLIENTES-RECORD
                       PERFORM ENMASCARA-CLIENTE
                       MOVE CLIENTES-RECORD TO WS-IMAGEN
                       MOVE WS-IDX-HALLADO TO WS-IDX-BITACORA
                       SET IMAGEN-ENMASCARADA TO TRUE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 500-MAESTRO - el registro del maestro se enmascara al ultimo,
      * cuando ya no queda nada suyo en los otros archivos, y la
      * bitacora recibe la entrada N con el resumen; cada cerrado
      * revisado, anonimizado o retenido, sale en el reporte.
      *-----------------------------------------------------------------
       500-MAESTRO.
           IF WS-CANTIDAD-CAND > ZERO
               OPEN I-O CLIENTES-FILE
               PERFORM 510-CIERRA-CANDIDATO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANTIDAD-CAND
               CLOSE CLIENTES-FILE
           END-IF.

       510-CIERRA-CANDIDATO.
           MOVE SPACES TO WS-LINEA.
           MOVE CND-CLIENTE (WS-IDX) TO LAN-CLIENTE.
           IF CND-ELEGIBLE (WS-IDX)
               MOVE CND-CLIENTE (WS-IDX) TO CLI-NUMERO
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "RETENIDO" TO LAN-RESULTADO
                       MOVE "YA NO ESTA EN EL MAESTRO" TO LAN-DETALLE
                       ADD 1 TO WS-CONTADOR-RETENIDOS
                   NOT INVALID KEY
                       PERFORM 520-ANONIMIZA-CLIENTE
               END-READ
           ELSE
               MOVE "RETENIDO" TO LAN-RESULTADO
               ADD 1 TO WS-CONTADOR-RETENIDOS
               EVALUATE TRUE
                   WHEN CND-CON-SALDO (WS-IDX)
                       MOVE "SALDO O CAJA SIN APLICAR EN EL LIBRO"
                           TO LAN-DETALLE
                   WHEN CND-SIN-LIBRO (WS-IDX)
                       MOVE "SIN LIBRO DE SALDOS PARA VERIFICAR"
                           TO LAN-DETALLE
                   WHEN CND-CON-DISPUTA (WS-IDX)
                       MOVE "DISPUTA ABIERTA" TO LAN-DETALLE
                   WHEN CND-CON-CASO (WS-IDX)
                       MOVE "CASO DE ATENCION PENDIENTE"
                           TO LAN-DETALLE
                   WHEN CND-CON-PLAN (WS-IDX)
                       MOVE "PLAN DE PAGO ACTIVO" TO LAN-DETALLE
               END-EVALUATE
           END-IF.
           PERFORM 700-ESCRIBE-LINEA.

       520-ANONIMIZA-CLIENTE.
           MOVE SPACES TO WS-RESUMEN.
           STRING "PER"                 DELIMITED BY SIZE
                  CND-CNT-PER (WS-IDX)  DELIMITED BY SIZE
                  " DIR"                DELIMITED BY SIZE
                  CND-CNT-DIR (WS-IDX)  DELIMITED BY SIZE
                  " REV"                DELIMITED BY SIZE
                  CND-CNT-REV (WS-IDX)  DELIMITED BY SIZE
                  " COR"                DELIMITED BY SIZE
                  CND-CNT-COR (WS-IDX)  DELIMITED BY SIZE
                  " NTA"                DELIMITED BY SIZE
                  CND-CNT-NTA (WS-IDX)  DELIMITED BY SIZE
                  " BIT"                DELIMITED BY SIZE
                  CND-CNT-BIT (WS-IDX)  DELIMITED BY SIZE
                  " XPM "               DELIMITED BY SIZE
                  CND-XREF (WS-IDX)     DELIMITED BY SIZE
                  CND-PREFCONT (WS-IDX) DELIMITED BY SIZE
                  CND-MANDATO (WS-IDX)  DELIMITED BY SIZE
               INTO WS-RESUMEN.

           PERFORM ENMASCARA-CLIENTE.
           REWRITE CLIENTES-RECORD.

           MOVE SPACES TO WS-CJR-ANTES.
           STRING CLI-NUMERO DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  WS-RESUMEN DELIMITED BY SIZE
               INTO WS-CJR-ANTES.
           MOVE CLIENTES-RECORD TO WS-CJR-DESPUES.
           MOVE "N" TO WS-CJR-ACCION.
           PERFORM GRABA-JOURNAL-CLIENTES.

           MOVE "ANONIMIZADO" TO LAN-RESULTADO.
           MOVE WS-RESUMEN    TO LAN-DETALLE.
           ADD 1 TO WS-CONTADOR-ANONIMIZADOS.

      *-----------------------------------------------------------------
      * 700-ESCRIBE-LINEA - escribe el renglon armado y lo limpia.
      *-----------------------------------------------------------------
       700-ESCRIBE-LINEA.
           MOVE WS-LINEA TO REPORTE-ANONIMIZA-RECORD.
           WRITE REPORTE-ANONIMIZA-RECORD.
           MOVE SPACES TO WS-LINEA.

      *-----------------------------------------------------------------
      * 800-BUSCA-CANDIDATO - deja en WS-IDX-HALLADO la entrada de
      * WS-BUSCA-CLIENTE en la tabla, o cero. 810-BUSCA-NOMBRE busca
      * por nombre y apellidos solo entre los elegibles cuyo nombre
      * es propio.
      *-----------------------------------------------------------------
       800-BUSCA-CANDIDATO.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 805-COMPARA-CLIENTE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CAND
                   OR WS-IDX-HALLADO > ZERO.

       805-COMPARA-CLIENTE.
           IF CND-CLIENTE (WS-IDX) = WS-BUSCA-CLIENTE
               MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF.

       810-BUSCA-NOMBRE.
           MOVE ZERO TO WS-IDX-HALLADO.
           PERFORM 815-COMPARA-NOMBRE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANTIDAD-CAND
                   OR WS-IDX-HALLADO > ZERO.

       815-COMPARA-NOMBRE.
           IF CND-ELEGIBLE (WS-IDX)
               AND CND-NOMBRE-PROPIO (WS-IDX)
               AND CND-NOMBRE (WS-IDX)    = WS-BUSCA-NOMBRE
               AND CND-APELLIDOS (WS-IDX) = WS-BUSCA-APELLIDOS
               MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF.

      *-----------------------------------------------------------------
      * ENMASCARA-CLIENTE - viene de ANONPRO.CPY: los valores
      * enmascarados del registro del maestro.
      *-----------------------------------------------------------------
           COPY ANONPRO.

      *-----------------------------------------------------------------
      * GRABA-JOURNAL-CLIENTES - viene de CLIJPRO.CPY (compartido por
      * todo programa que escribe el maestro): anexa a CLIJRNL.DAT la
      * entrada con sus imagenes.
      *-----------------------------------------------------------------
           COPY CLIJPRO.

      *-----------------------------------------------------------------
      * RESTA-UN-DIA/DIAS-DEL-MES - vienen de RESTADIA.CPY.
      *-----------------------------------------------------------------
           COPY RESTADIA.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY: lee de
      * FECHACOR.DAT la fecha oficial de la corrida y la deja en
      * WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      ** add other procedures here
       END PROGRAM E0-PROGRAMA.
