      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de las transacciones programadas
      *          (TRXPROG.DAT): el cargo o ajuste que el cliente pide
      *          para una fecha futura, o cada mes en un dia fijo, se
      *          da de alta una vez aqui en lugar de que un operador
      *          tenga que acordarse de teclearlo en 51-PROGRAMA ese
      *          dia. Alta (la transaccion completa validada como en
      *          la captura, la fecha efectiva y la regla de
      *          repeticion: una vez, o mensual en el dia N por N
      *          ocurrencias o hasta una fecha tope), cambio de
      *          importe, descripcion y limites, cancelacion, y lista.
      *          La liberacion nocturna (G0-PROGRAMA) las lleva a
      *          TRANSACCIONES.DAT. Cada movimiento queda auditado
      *          bajo la firma del operador y, mientras la corrida
      *          nocturna esta en curso, la sesion es de solo
      *          consulta salvo autorizacion de un supervisor.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15 RSM  Primera version.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. F9-PROGRAMA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT TRX-PROGRAMADA-FILE
               ASSIGN TO "TRXPROG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRP-NUMERO
               FILE STATUS IS WS-TRXPROG-STATUS.

           SELECT TIPO-TRX-FILE
               ASSIGN TO "TIPOTRX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTX-CODIGO
               FILE STATUS IS WS-TIPOTRX-STATUS.

           SELECT NUMERO-CONTROL-FILE
               ASSIGN TO "NUMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CODIGO
               FILE STATUS IS WS-NUMCTL-STATUS.

           SELECT FECHA-CORRIDA-FILE
               ASSIGN TO "FECHACOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FECHANEG-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG.F9.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT OPERADORES-FILE
               ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT VENTANA-LOTE-FILE
               ASSIGN TO "VENTANA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VENTANA-STATUS.

           SELECT ALERTAS-FILE
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT TASAS-FILE
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  TRX-PROGRAMADA-FILE
           LABEL RECORD IS STANDARD.
           COPY TRXPROG.

       FD  TIPO-TRX-FILE
           LABEL RECORD IS STANDARD.
           COPY TIPOTRX.

       FD  NUMERO-CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY NUMCTL.

       FD  FECHA-CORRIDA-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHACOR.

       FD  AUDIT-LOG-FILE
           LABEL RECORD IS STANDARD.
           COPY AUDITLOG.

       FD  OPERADORES-FILE
           LABEL RECORD IS STANDARD.
           COPY OPERMAST.

       FD  VENTANA-LOTE-FILE
           LABEL RECORD IS STANDARD.
           COPY VENTLOTE.

       FD  ALERTAS-FILE
           LABEL RECORD IS STANDARD.
           COPY ALERTAS.

       FD  TASAS-FILE
           LABEL RECORD IS STANDARD.
           COPY TASAS.

       WORKING-STORAGE SECTION.
      *-----------------------
      *-FILE STATUS/88-LEVEL DE TRX-PROGRAMADA-FILE: VIENE DE
      *-TRPSTS.CPY.
           COPY TRPSTS.

      *-FILE STATUS/88-LEVEL DE TIPO-TRX-FILE: VIENE DE TTXSTS.CPY.
           COPY TTXSTS.

      *-FILE STATUS/88-LEVEL DE NUMERO-CONTROL-FILE: VIENE DE
      *-NUMCTSTS.CPY.
           COPY NUMCTSTS.

      *-FILE STATUS/88-LEVEL DE FECHA-CORRIDA-FILE: VIENE DE
      *-FECHASTS.CPY.
           COPY FECHASTS.

      *-FILE STATUS/88-LEVEL DE TASAS-FILE: VIENE DE TASASSTS.CPY.
           COPY TASASSTS.

      *-FILE STATUS/88-LEVEL DE AUDIT-LOG-FILE: VIENE DE AUDITSTS.CPY.
           COPY AUDITSTS.

      *-FILE STATUS/88-LEVEL DE OPERADORES-FILE: VIENE DE OPERSTS.CPY.
           COPY OPERSTS.

       01  WS-OPERADOR-VALIDO-SW PIC X VALUE "N".
           88  OPERADOR-VALIDO VALUE "S".

       01  WS-INTENTOS-FIRMA PIC 9 VALUE ZERO.
           88  LIMITE-INTENTOS-FIRMA VALUE 3.

      *-CAMPOS DE LA CREDENCIAL DE LA FIRMA: VIENEN DE VALOPWS.CPY.
           COPY VALOPWS.

      *-FILE STATUS/88-LEVEL DE VENTANA-LOTE-FILE: VIENE DE
      *-VENTSTS.CPY.
           COPY VENTSTS.

      *-MODO DE LA SESION FRENTE A LA VENTANA BATCH: VIENE DE
      *-VENTWS.CPY.
           COPY VENTWS.

      *-FILE STATUS/88-LEVEL DE ALERTAS-FILE: VIENE DE ALRSTS.CPY.
           COPY ALRSTS.

       01  WS-ALR-SEVERIDAD PIC X     VALUE "C".
       01  WS-ALR-PROGRAMA  PIC X(11) VALUE "F9-PROGRAMA".
       01  WS-ALR-MENSAJE   PIC X(40) VALUE SPACES.
       01  WS-ALR-FECHA     PIC 9(8)  VALUE ZERO.
       01  WS-ALR-HORA      PIC 9(8)  VALUE ZERO.

       01  WS-AUDIT-CAMPO     PIC X(15).
       01  WS-AUDIT-VALOR     PIC X(30).
       01  WS-AUDIT-FECHA     PIC 9(8).
       01  WS-AUDIT-HORA      PIC 9(8).

       01  WS-OPERADOR        PIC X(8) VALUE SPACES.

       01  WS-CONTADOR-AUDITORIA PIC 9(7) VALUE ZERO.

      *-FECHA OFICIAL DE NEGOCIO DE LA ULTIMA CORRIDA: UNA
      *-PROGRAMACION NUEVA ARRANCA DESPUES DE ELLA.
       01  WS-FECHA-NEGOCIO PIC 9(8).

      *-SERIE DE NUMEROS DE LAS PROGRAMACIONES (ASIGNUM.CPY).
       01  WS-NUMCTL-CODIGO   PIC X(10) VALUE SPACES.
       01  WS-NUMERO-ASIGNADO PIC 9(7)  VALUE ZERO.

       01  WS-OPCION PIC X VALUE SPACE.
           88  OPCION-ALTA    VALUE "A" "a".
           88  OPCION-CAMBIO  VALUE "C" "c".
           88  OPCION-BAJA    VALUE "B" "b".
           88  OPCION-LISTA   VALUE "L" "l".
           88  OPCION-SALIR   VALUE "9".

      *-CAMPOS DE CAPTURA; LOS NUMEROS Y LAS FECHAS SE TECLEAN COMO
      *-TEXTO Y SOLO SE MUEVEN CUANDO SON NUMERICOS.
       01  WS-NUMERO-TXT     PIC X(7)  VALUE SPACES.
       01  WS-TIPO           PIC X(2)  VALUE SPACES.
       01  WS-REFERENCIA     PIC X(10) VALUE SPACES.
       01  WS-IMPORTE-TXT    PIC X(9)  VALUE SPACES.
       01  WS-DESCRIPCION    PIC X(38) VALUE SPACES.
       01  WS-SUCURSAL       PIC X(3)  VALUE SPACES.
       01  WS-EFECTIVA-TXT   PIC X(8)  VALUE SPACES.
       01  WS-REPETICION     PIC X     VALUE "U".
           88  REPETICION-VALIDA VALUE "U" "M".
       01  WS-DIA-TXT        PIC X(2)  VALUE SPACES.
       01  WS-OCURRENCIAS-TXT PIC X(3) VALUE SPACES.
       01  WS-TOPE-TXT       PIC X(8)  VALUE SPACES.
       01  WS-CONFIRMA       PIC X     VALUE "N".

      *-LA TRANSACCION PROGRAMADA QUE SE ARMA EN EL ALTA, CON EL
      *-MISMO ACOMODO QUE EL REGISTRO.
       01  WS-FECHA-EFECTIVA  PIC 9(8) VALUE ZERO.
       01  WS-DIA-MES         PIC 99   VALUE ZERO.
       01  WS-MAX-OCURRENCIAS PIC 9(3) VALUE ZERO.
       01  WS-FECHA-TOPE      PIC 9(8) VALUE ZERO.
       01  WS-IMPORTE         PIC 9(7)V99 VALUE ZERO.
       01  WS-PROXIMA-FECHA   PIC 9(8) VALUE ZERO.

       01  WS-DATOS-SW PIC X VALUE "S".
           88  DATOS-VALIDOS VALUE "S".

       01  WS-FECHA-SW PIC X VALUE "N".
           88  FECHA-VALIDA VALUE "S".

      *-FECHA EN VALIDACION (TEXTO AAAAMMDD) Y CAMPOS DE TRABAJO DEL
      *-PARRAFO COMPARTIDO DIAS-DEL-MES (RESTADIA.CPY).
       01  WS-FECHA-TXT     PIC X(8) VALUE SPACES.
       01  WS-FECHA-CAND.
           05  WS-CAND-ANIO PIC 9(4).
           05  WS-CAND-MES  PIC 99.
           05  WS-CAND-DIA  PIC 99.
       01  WS-FECHA-CAND-N REDEFINES WS-FECHA-CAND PIC 9(8).
       01  WS-DIAS-MES      PIC 99 VALUE ZERO.
       01  WS-RESTO-4       PIC 9(4) VALUE ZERO.
       01  WS-RESIDUO-4     PIC 9(4) VALUE ZERO.

       01  WS-ED-IMPORTE PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAINLINE.
           PERFORM PIDE-OPERADOR.
           PERFORM VERIFICA-VENTANA-LOTE.
           PERFORM 060-AUDITA-VENTANA.
           PERFORM CARGA-FECHA-NEGOCIO.

           IF VENTANA-SOLO-CONSULTA
               OPEN INPUT TRX-PROGRAMADA-FILE
           ELSE
               OPEN I-O TRX-PROGRAMADA-FILE
               IF TRXPROG-NO-EXISTE
                   OPEN OUTPUT TRX-PROGRAMADA-FILE
                   CLOSE TRX-PROGRAMADA-FILE
                   OPEN I-O TRX-PROGRAMADA-FILE
               END-IF
           END-IF.

           IF TRXPROG-NO-EXISTE
               DISPLAY "NO EXISTE TODAVIA EL ARCHIVO DE TRANSACCIONES "
                   "PROGRAMADAS."
           ELSE
               PERFORM 100-TRANSACCION UNTIL OPCION-SALIR
               CLOSE TRX-PROGRAMADA-FILE
           END-IF.
           PERFORM 960-GRABA-TRAILER-AUDITORIA.

           STOP RUN.

      *-----------------------------------------------------------------
      * 060-AUDITA-VENTANA - deja en la auditoria como quedo la sesion
      * frente a la ventana batch: solo consulta, o la actualizacion
      * autorizada con el ID del supervisor que la autorizo.
      *-----------------------------------------------------------------
       060-AUDITA-VENTANA.
           IF VENTANA-SOLO-CONSULTA
               MOVE "VENTANA-BATCH"   TO WS-AUDIT-CAMPO
               MOVE "SOLO CONSULTA"   TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.
           IF VENTANA-AUTORIZADA
               MOVE "VENTANA-AUTORIZ" TO WS-AUDIT-CAMPO
               MOVE WS-VEN-SUPERVISOR TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.

      *-----------------------------------------------------------------
      * 070-RECHAZA-ACTUALIZACION - una opcion que actualiza, pedida
      * mientras la corrida nocturna esta en curso sin autorizacion.
      *-----------------------------------------------------------------
       070-RECHAZA-ACTUALIZACION.
           DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO: ESTA SESION ES "
               "DE SOLO CONSULTA.".
           MOVE "VENTANA-RECHAZO" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION         TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

      *-----------------------------------------------------------------
      * 100-TRANSACCION - menu del mantenimiento: alta, cambio,
      * cancelacion, lista o salir; en solo consulta, unicamente la
      * lista.
      *-----------------------------------------------------------------
       100-TRANSACCION.
           DISPLAY "MANTENIMIENTO DE TRANSACCIONES PROGRAMADAS".
           DISPLAY "  A - ALTA DE TRANSACCION PROGRAMADA".
           DISPLAY "  C - CAMBIO (IMPORTE/DESCRIPCION/LIMITES)".
           DISPLAY "  B - CANCELAR UNA PROGRAMACION".
           DISPLAY "  L - LISTAR PROGRAMACIONES".
           DISPLAY "  9 - SALIR".
           DISPLAY "ELIGE UNA OPCION:".
           ACCEPT WS-OPCION.
           MOVE "OPCION-TRXPROG" TO WS-AUDIT-CAMPO.
           MOVE WS-OPCION        TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

           EVALUATE TRUE
               WHEN VENTANA-SOLO-CONSULTA
                   AND (OPCION-ALTA OR OPCION-CAMBIO OR OPCION-BAJA)
                   PERFORM 070-RECHAZA-ACTUALIZACION
               WHEN OPCION-ALTA
                   PERFORM 200-ALTA
               WHEN OPCION-CAMBIO
                   PERFORM 300-CAMBIO
               WHEN OPCION-BAJA
                   PERFORM 350-CANCELA
               WHEN OPCION-LISTA
                   PERFORM 400-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 200-ALTA - pide la transaccion completa y la regla; solo si
      * todo es valido se toma numero de la serie TRXPROG y se graba,
      * asi un alta rechazada no quema numeros.
      *-----------------------------------------------------------------
       200-ALTA.
           MOVE "S" TO WS-DATOS-SW.
           PERFORM 210-PIDE-TRANSACCION.
           IF DATOS-VALIDOS
               PERFORM 220-PIDE-REGLA
           END-IF.
           IF DATOS-VALIDOS
               PERFORM 240-GRABA-ALTA
           ELSE
               DISPLAY "EL ALTA NO SE APLICA."
           END-IF.

      *-----------------------------------------------------------------
      * 210-PIDE-TRANSACCION - los campos de la transaccion con las
      * reglas de la captura: tipo del maestro de tipos (la reversa
      * no se programa, porque referencia una transaccion del mismo
      * dia), referencia si el tipo la exige, importe numerico.
      *-----------------------------------------------------------------
       210-PIDE-TRANSACCION.
           DISPLAY "TIPO DE LA TRANSACCION (2 CARACTERES):".
           ACCEPT WS-TIPO.
           MOVE "TRP-TIPO" TO WS-AUDIT-CAMPO.
           MOVE WS-TIPO    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "REFERENCIA:".
           ACCEPT WS-REFERENCIA.
           MOVE "TRP-REFERENCIA" TO WS-AUDIT-CAMPO.
           MOVE WS-REFERENCIA    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-TIPO = SPACES OR WS-TIPO = "RV"
               DISPLAY "EL TIPO NO PUEDE QUEDAR EN BLANCO NI SER UNA "
                   "REVERSA."
               MOVE "N" TO WS-DATOS-SW
           ELSE
               PERFORM 215-VALIDA-TIPO
           END-IF.

           DISPLAY "IMPORTE (9 DIGITOS, CENTAVOS IMPLICITOS):".
           ACCEPT WS-IMPORTE-TXT.
           MOVE "TRP-IMPORTE"  TO WS-AUDIT-CAMPO.
           MOVE WS-IMPORTE-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-IMPORTE-TXT IS NUMERIC
               MOVE WS-IMPORTE-TXT TO WS-IMPORTE (1:9)
           ELSE
               DISPLAY "EL IMPORTE DEBE SER UN NUMERO DE 9 DIGITOS."
               MOVE "N" TO WS-DATOS-SW
           END-IF.

           DISPLAY "DESCRIPCION:".
           ACCEPT WS-DESCRIPCION.
           MOVE "TRP-DESCRIP"         TO WS-AUDIT-CAMPO.
           MOVE WS-DESCRIPCION (1:30) TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           DISPLAY "SUCURSAL (3 CARS, PUEDE QUEDAR EN BLANCO):".
           ACCEPT WS-SUCURSAL.
           MOVE "TRP-SUCURSAL" TO WS-AUDIT-CAMPO.
           MOVE WS-SUCURSAL    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

       215-VALIDA-TIPO.
           OPEN INPUT TIPO-TRX-FILE.
           IF TIPOTRX-NO-EXISTE
               NEXT SENTENCE
           ELSE
               MOVE WS-TIPO TO TTX-CODIGO
               READ TIPO-TRX-FILE
                   INVALID KEY
                       DISPLAY "TIPO DESCONOCIDO: " WS-TIPO "."
                       MOVE "N" TO WS-DATOS-SW
                   NOT INVALID KEY
                       IF TTX-EXIGE-REFERENCIA
                           AND WS-REFERENCIA = SPACES
                           DISPLAY "EL TIPO " WS-TIPO
                               " EXIGE REFERENCIA."
                           MOVE "N" TO WS-DATOS-SW
                       END-IF
               END-READ
               CLOSE TIPO-TRX-FILE
           END-IF.

      *-----------------------------------------------------------------
      * 220-PIDE-REGLA - la fecha efectiva (posterior a la fecha de
      * negocio de la ultima corrida, la de esta noche en adelante) y
      * la repeticion: una vez, o mensual en el dia N (en blanco, el
      * dia de la fecha efectiva) con tope de ocurrencias, fecha tope,
      * o ambos; una mensual sin ningun tope no se acepta.
      *-----------------------------------------------------------------
       220-PIDE-REGLA.
           DISPLAY "FECHA EFECTIVA (AAAAMMDD):".
           ACCEPT WS-EFECTIVA-TXT.
           MOVE "TRP-FECHA-EFEC" TO WS-AUDIT-CAMPO.
           MOVE WS-EFECTIVA-TXT  TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           MOVE WS-EFECTIVA-TXT TO WS-FECHA-TXT.
           PERFORM 800-VALIDA-FECHA.
           IF NOT FECHA-VALIDA
               DISPLAY "LA FECHA EFECTIVA NO ES UNA FECHA VALIDA."
               MOVE "N" TO WS-DATOS-SW
           ELSE
               MOVE WS-FECHA-CAND-N TO WS-FECHA-EFECTIVA
               IF WS-FECHA-EFECTIVA NOT > WS-FECHA-NEGOCIO
                   DISPLAY "LA FECHA EFECTIVA DEBE SER POSTERIOR AL "
                       WS-FECHA-NEGOCIO "; LO DE HOY SE CAPTURA EN "
                       "51-PROGRAMA."
                   MOVE "N" TO WS-DATOS-SW
               END-IF
           END-IF.

           DISPLAY "REPETICION (U UNA VEZ, M MENSUAL; EN BLANCO = U):".
           ACCEPT WS-REPETICION.
           IF WS-REPETICION = SPACE OR WS-REPETICION = "u"
               MOVE "U" TO WS-REPETICION
           END-IF.
           IF WS-REPETICION = "m"
               MOVE "M" TO WS-REPETICION
           END-IF.
           MOVE "TRP-REPETICION" TO WS-AUDIT-CAMPO.
           MOVE WS-REPETICION    TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           MOVE ZERO TO WS-DIA-MES.
           MOVE ZERO TO WS-MAX-OCURRENCIAS.
           MOVE ZERO TO WS-FECHA-TOPE.
           IF NOT REPETICION-VALIDA
               DISPLAY "LA REPETICION DEBE SER U O M."
               MOVE "N" TO WS-DATOS-SW
           ELSE
               IF WS-REPETICION = "M"
                   PERFORM 230-PIDE-MENSUAL
               ELSE
                   MOVE 1 TO WS-MAX-OCURRENCIAS
               END-IF
           END-IF.

       230-PIDE-MENSUAL.
           DISPLAY "DIA DEL MES (01-31; EN BLANCO = EL DE LA FECHA "
               "EFECTIVA):".
           ACCEPT WS-DIA-TXT.
           IF WS-DIA-TXT = SPACES
               MOVE WS-EFECTIVA-TXT (7:2) TO WS-DIA-TXT
           END-IF.
           IF WS-DIA-TXT IS NUMERIC
               MOVE WS-DIA-TXT TO WS-DIA-MES
           END-IF.
           IF WS-DIA-MES < 1 OR WS-DIA-MES > 31
               DISPLAY "EL DIA DEL MES DEBE IR DE 01 A 31."
               MOVE "N" TO WS-DATOS-SW
           END-IF.
           DISPLAY "CUANTAS OCURRENCIAS (3 DIGITOS; EN BLANCO = SIN "
               "TOPE):".
           ACCEPT WS-OCURRENCIAS-TXT.
           IF WS-OCURRENCIAS-TXT IS NUMERIC
               MOVE WS-OCURRENCIAS-TXT TO WS-MAX-OCURRENCIAS
           ELSE
               IF WS-OCURRENCIAS-TXT NOT = SPACES
                   DISPLAY "LAS OCURRENCIAS DEBEN SER 3 DIGITOS."
                   MOVE "N" TO WS-DATOS-SW
               END-IF
           END-IF.
           DISPLAY "FECHA TOPE (AAAAMMDD; EN BLANCO = SIN TOPE):".
           ACCEPT WS-TOPE-TXT.
           IF WS-TOPE-TXT NOT = SPACES
               MOVE WS-TOPE-TXT TO WS-FECHA-TXT
               PERFORM 800-VALIDA-FECHA
               IF FECHA-VALIDA
                   MOVE WS-FECHA-CAND-N TO WS-FECHA-TOPE
               ELSE
                   DISPLAY "LA FECHA TOPE NO ES UNA FECHA VALIDA."
                   MOVE "N" TO WS-DATOS-SW
               END-IF
           END-IF.
           MOVE "TRP-LIMITES" TO WS-AUDIT-CAMPO.
           MOVE SPACES        TO WS-AUDIT-VALOR.
           STRING WS-DIA-TXT         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-OCURRENCIAS-TXT DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-TOPE-TXT        DELIMITED BY SIZE
               INTO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-MAX-OCURRENCIAS = ZERO AND WS-FECHA-TOPE = ZERO
               DISPLAY "UNA PROGRAMACION MENSUAL NECESITA TOPE DE "
                   "OCURRENCIAS O FECHA TOPE."
               MOVE "N" TO WS-DATOS-SW
           END-IF.
           IF WS-FECHA-TOPE > ZERO
               AND WS-FECHA-TOPE < WS-FECHA-EFECTIVA
               DISPLAY "LA FECHA TOPE ES ANTERIOR A LA EFECTIVA."
               MOVE "N" TO WS-DATOS-SW
           END-IF.

      *-----------------------------------------------------------------
      * 240-GRABA-ALTA - numero de la serie TRXPROG, la primera
      * ocurrencia calculada y el registro grabado pendiente.
      *-----------------------------------------------------------------
       240-GRABA-ALTA.
           MOVE "TRXPROG" TO WS-NUMCTL-CODIGO.
           PERFORM ASIGNA-NUMERO.
           MOVE WS-REPETICION TO TRP-REPETICION.
           MOVE WS-DIA-MES    TO TRP-DIA-MES.
           MOVE WS-FECHA-EFECTIVA TO TRP-FECHA-EFECTIVA.
           PERFORM 810-PRIMERA-OCURRENCIA.

           MOVE WS-NUMERO-ASIGNADO TO TRP-NUMERO.
           MOVE SPACES             TO TRP-CLAVE.
           MOVE WS-TIPO            TO TRP-TIPO.
           MOVE WS-REFERENCIA      TO TRP-REFERENCIA.
           MOVE WS-IMPORTE         TO TRP-IMPORTE.
           MOVE WS-DESCRIPCION     TO TRP-DESCRIPCION.
           MOVE "P"                TO TRP-ORIGEN.
           MOVE WS-SUCURSAL        TO TRP-SUCURSAL.
           MOVE WS-MAX-OCURRENCIAS TO TRP-MAX-OCURRENCIAS.
           MOVE WS-FECHA-TOPE      TO TRP-FECHA-TOPE.
           MOVE ZERO               TO TRP-LIBERADAS.
           MOVE WS-PROXIMA-FECHA   TO TRP-PROXIMA-FECHA.
           MOVE ZERO               TO TRP-ULT-LIBERACION.
           SET  TRP-PENDIENTE      TO TRUE.
           MOVE WS-FECHA-NEGOCIO   TO TRP-FECHA-ESTADO.
           MOVE ZERO               TO TRP-FECHA-REPORTE.
           MOVE WS-OPERADOR        TO TRP-OPERADOR.
           MOVE WS-FECHA-NEGOCIO   TO TRP-FECHA-ALTA.
           WRITE TRX-PROGRAMADA-RECORD
               INVALID KEY
                   DISPLAY "YA EXISTE LA PROGRAMACION "
                       WS-NUMERO-ASIGNADO "; REVISA LA SERIE TRXPROG "
                       "DE NUMCTL.DAT."
               NOT INVALID KEY
                   DISPLAY "PROGRAMACION " TRP-NUMERO
                       " DADA DE ALTA; PRIMERA OCURRENCIA EL "
                       TRP-PROXIMA-FECHA "."
                   MOVE "ALTA-TRXPROG" TO WS-AUDIT-CAMPO
                   MOVE TRP-NUMERO     TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
           END-WRITE.

      *-----------------------------------------------------------------
      * 300-CAMBIO - sobre una programacion pendiente: importe,
      * descripcion, tope de ocurrencias y fecha tope; la fecha
      * efectiva solo mientras no se haya liberado ninguna ocurrencia.
      *-----------------------------------------------------------------
       300-CAMBIO.
           PERFORM 500-LEE-PROGRAMACION.
           IF DATOS-VALIDOS
               PERFORM 310-APLICA-CAMBIO
           END-IF.

       310-APLICA-CAMBIO.
           PERFORM 510-MUESTRA-PROGRAMACION.
           DISPLAY "IMPORTE NUEVO (9 DIGITOS, EN BLANCO = "
               "CONSERVAR):".
           ACCEPT WS-IMPORTE-TXT.
           IF WS-IMPORTE-TXT IS NUMERIC
               MOVE WS-IMPORTE-TXT TO TRP-IMPORTE (1:9)
               MOVE "TRP-IMPORTE"  TO WS-AUDIT-CAMPO
               MOVE WS-IMPORTE-TXT TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.
           DISPLAY "DESCRIPCION NUEVA (EN BLANCO = CONSERVAR):".
           ACCEPT WS-DESCRIPCION.
           IF WS-DESCRIPCION NOT = SPACES
               MOVE WS-DESCRIPCION TO TRP-DESCRIPCION
           END-IF.
           IF TRP-LIBERADAS = ZERO
               DISPLAY "FECHA EFECTIVA NUEVA (AAAAMMDD, EN BLANCO = "
                   "CONSERVAR):"
               ACCEPT WS-EFECTIVA-TXT
               IF WS-EFECTIVA-TXT NOT = SPACES
                   PERFORM 320-CAMBIA-EFECTIVA
               END-IF
           END-IF.
           IF TRP-MENSUAL
               DISPLAY "TOPE DE OCURRENCIAS NUEVO (3 DIGITOS, EN "
                   "BLANCO = CONSERVAR):"
               ACCEPT WS-OCURRENCIAS-TXT
               IF WS-OCURRENCIAS-TXT IS NUMERIC
                   MOVE WS-OCURRENCIAS-TXT TO WS-MAX-OCURRENCIAS
                   EVALUATE TRUE
                       WHEN WS-MAX-OCURRENCIAS > ZERO
                           AND WS-MAX-OCURRENCIAS NOT > TRP-LIBERADAS
                           DISPLAY "YA SE LIBERARON " TRP-LIBERADAS
                               "; EL TOPE NO SE CAMBIA."
                       WHEN WS-MAX-OCURRENCIAS = ZERO
                           AND TRP-FECHA-TOPE = ZERO
                           DISPLAY "SIN TOPE DE OCURRENCIAS HACE "
                               "FALTA FECHA TOPE; NO SE CAMBIA."
                       WHEN OTHER
                       MOVE WS-MAX-OCURRENCIAS TO TRP-MAX-OCURRENCIAS
                       MOVE "TRP-MAX-OCURR"    TO WS-AUDIT-CAMPO
                       MOVE WS-OCURRENCIAS-TXT TO WS-AUDIT-VALOR
                       PERFORM 950-GRABA-AUDITORIA
                   END-EVALUATE
               END-IF
               DISPLAY "FECHA TOPE NUEVA (AAAAMMDD, EN BLANCO = "
                   "CONSERVAR):"
               ACCEPT WS-TOPE-TXT
               IF WS-TOPE-TXT NOT = SPACES
                   PERFORM 330-CAMBIA-TOPE
               END-IF
           END-IF.
           REWRITE TRX-PROGRAMADA-RECORD.
           DISPLAY "CAMBIO APLICADO.".
           MOVE "CAMBIO-TRXPROG" TO WS-AUDIT-CAMPO.
           MOVE TRP-NUMERO       TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.

       320-CAMBIA-EFECTIVA.
           MOVE WS-EFECTIVA-TXT TO WS-FECHA-TXT.
           PERFORM 800-VALIDA-FECHA.
           IF NOT FECHA-VALIDA
               OR WS-FECHA-CAND-N NOT > WS-FECHA-NEGOCIO
               OR (TRP-FECHA-TOPE > ZERO
                   AND WS-FECHA-CAND-N > TRP-FECHA-TOPE)
               DISPLAY "FECHA EFECTIVA INVALIDA, NO POSTERIOR AL "
                   WS-FECHA-NEGOCIO " O DESPUES DE LA FECHA TOPE; "
                   "SE CONSERVA."
           ELSE
               MOVE WS-FECHA-CAND-N TO TRP-FECHA-EFECTIVA
               MOVE WS-FECHA-CAND-N TO WS-FECHA-EFECTIVA
               IF TRP-MENSUAL
                   PERFORM 810-PRIMERA-OCURRENCIA
               ELSE
                   MOVE WS-FECHA-EFECTIVA TO WS-PROXIMA-FECHA
               END-IF
               MOVE WS-PROXIMA-FECHA TO TRP-PROXIMA-FECHA
               MOVE "TRP-FECHA-EFEC" TO WS-AUDIT-CAMPO
               MOVE WS-EFECTIVA-TXT  TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.

       330-CAMBIA-TOPE.
           MOVE WS-TOPE-TXT TO WS-FECHA-TXT.
           PERFORM 800-VALIDA-FECHA.
           IF NOT FECHA-VALIDA
               OR WS-FECHA-CAND-N < TRP-FECHA-EFECTIVA
               DISPLAY "FECHA TOPE INVALIDA O ANTERIOR A LA "
                   "EFECTIVA; SE CONSERVA."
           ELSE
               MOVE WS-FECHA-CAND-N TO TRP-FECHA-TOPE
               MOVE "TRP-FECHA-TOPE" TO WS-AUDIT-CAMPO
               MOVE WS-TOPE-TXT      TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
           END-IF.

      *-----------------------------------------------------------------
      * 350-CANCELA - una programacion pendiente queda cancelada con
      * la fecha de negocio; lo ya liberado no se toca.
      *-----------------------------------------------------------------
       350-CANCELA.
           PERFORM 500-LEE-PROGRAMACION.
           IF DATOS-VALIDOS
               PERFORM 510-MUESTRA-PROGRAMACION
               DISPLAY "CANCELAR ESTA PROGRAMACION (S/N)?"
               ACCEPT WS-CONFIRMA
               MOVE "CONFIRMA-BAJA" TO WS-AUDIT-CAMPO
               MOVE WS-CONFIRMA     TO WS-AUDIT-VALOR
               PERFORM 950-GRABA-AUDITORIA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   SET  TRP-CANCELADA    TO TRUE
                   MOVE WS-FECHA-NEGOCIO TO TRP-FECHA-ESTADO
                   MOVE ZERO             TO TRP-FECHA-REPORTE
                   REWRITE TRX-PROGRAMADA-RECORD
                   DISPLAY "PROGRAMACION CANCELADA."
                   MOVE "BAJA-TRXPROG" TO WS-AUDIT-CAMPO
                   MOVE TRP-NUMERO     TO WS-AUDIT-VALOR
                   PERFORM 950-GRABA-AUDITORIA
               ELSE
                   DISPLAY "NO SE CANCELA."
               END-IF
           END-IF.

       400-LISTA.
           MOVE ZERO TO TRP-NUMERO.
           START TRX-PROGRAMADA-FILE KEY NOT < TRP-NUMERO
               INVALID KEY
                   DISPLAY "NO HAY TRANSACCIONES PROGRAMADAS."
               NOT INVALID KEY
                   PERFORM 410-LISTA-PROGRAMACION UNTIL TRXPROG-EOF
           END-START.

       410-LISTA-PROGRAMACION.
           READ TRX-PROGRAMADA-FILE NEXT RECORD
               AT END
                   SET TRXPROG-EOF TO TRUE
               NOT AT END
                   PERFORM 510-MUESTRA-PROGRAMACION
           END-READ.

      *-----------------------------------------------------------------
      * 500-LEE-PROGRAMACION - pide el numero y lee la programacion;
      * solo una pendiente se cambia o se cancela.
      *-----------------------------------------------------------------
       500-LEE-PROGRAMACION.
           MOVE "N" TO WS-DATOS-SW.
           DISPLAY "NUMERO DE LA PROGRAMACION (7 DIGITOS):".
           ACCEPT WS-NUMERO-TXT.
           MOVE "TRP-NUMERO"  TO WS-AUDIT-CAMPO.
           MOVE WS-NUMERO-TXT TO WS-AUDIT-VALOR.
           PERFORM 950-GRABA-AUDITORIA.
           IF WS-NUMERO-TXT IS NUMERIC
               MOVE WS-NUMERO-TXT TO TRP-NUMERO
               READ TRX-PROGRAMADA-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE ESA PROGRAMACION."
                   NOT INVALID KEY
                       IF TRP-PENDIENTE
                           MOVE "S" TO WS-DATOS-SW
                       ELSE
                           DISPLAY "LA PROGRAMACION YA NO ESTA "
                               "PENDIENTE (ESTADO " TRP-ESTADO ")."
                       END-IF
               END-READ
           ELSE
               DISPLAY "EL NUMERO DEBE SER DE 7 DIGITOS."
           END-IF.

       510-MUESTRA-PROGRAMACION.
           MOVE TRP-IMPORTE TO WS-ED-IMPORTE.
           DISPLAY "  " TRP-NUMERO " " TRP-TIPO " " TRP-REFERENCIA
               " " WS-ED-IMPORTE " " TRP-DESCRIPCION.
           DISPLAY "      REPETICION: " TRP-REPETICION
               " DIA: " TRP-DIA-MES
               " TOPE: " TRP-MAX-OCURRENCIAS " / " TRP-FECHA-TOPE
               " LIBERADAS: " TRP-LIBERADAS
               " PROXIMA: " TRP-PROXIMA-FECHA
               " ESTADO: " TRP-ESTADO.

      *-----------------------------------------------------------------
      * 800-VALIDA-FECHA - WS-FECHA-TXT es una fecha AAAAMMDD
      * verdadera: numerica, mes de 01 a 12 y dia dentro del largo del
      * mes; queda en WS-FECHA-CAND.
      *-----------------------------------------------------------------
       800-VALIDA-FECHA.
           MOVE "N" TO WS-FECHA-SW.
           IF WS-FECHA-TXT IS NUMERIC
               MOVE WS-FECHA-TXT TO WS-FECHA-CAND
               IF WS-CAND-ANIO > 1999
                   AND WS-CAND-MES > 0 AND WS-CAND-MES < 13
                   PERFORM DIAS-DEL-MES
                   IF WS-CAND-DIA > 0
                       AND WS-CAND-DIA NOT > WS-DIAS-MES
                       SET FECHA-VALIDA TO TRUE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 810-PRIMERA-OCURRENCIA - la fecha nominal de la primera
      * ocurrencia: la efectiva si es de una vez; si es mensual, el
      * primer dia N (o el ultimo del mes, si el mes es mas corto) en
      * o despues de la fecha efectiva.
      *-----------------------------------------------------------------
       810-PRIMERA-OCURRENCIA.
           MOVE WS-FECHA-EFECTIVA TO WS-PROXIMA-FECHA.
           IF TRP-MENSUAL
               MOVE WS-FECHA-EFECTIVA TO WS-FECHA-CAND-N
               PERFORM DIAS-DEL-MES
               IF WS-DIAS-MES > TRP-DIA-MES
                   MOVE TRP-DIA-MES TO WS-DIAS-MES
               END-IF
               IF WS-CAND-DIA > WS-DIAS-MES
                   IF WS-CAND-MES = 12
                       MOVE 1 TO WS-CAND-MES
                       ADD 1 TO WS-CAND-ANIO
                   ELSE
                       ADD 1 TO WS-CAND-MES
                   END-IF
                   PERFORM DIAS-DEL-MES
                   IF WS-DIAS-MES > TRP-DIA-MES
                       MOVE TRP-DIA-MES TO WS-DIAS-MES
                   END-IF
               END-IF
               MOVE WS-DIAS-MES TO WS-CAND-DIA
               MOVE WS-FECHA-CAND-N TO WS-PROXIMA-FECHA
           END-IF.

      *-----------------------------------------------------------------
      * PIDE-OPERADOR/VALIDA-OPERADOR - vienen de VALOPER.CPY:
      * validan la firma contra el maestro de operadores.
      *-----------------------------------------------------------------
           COPY VALOPER.

      *-----------------------------------------------------------------
      * VERIFICA-VENTANA-LOTE/AUTORIZA-VENTANA-LOTE - vienen de
      * VERVENT.CPY: mientras la corrida nocturna esta en curso la
      * sesion es de solo consulta, salvo autorizacion de supervisor.
      *-----------------------------------------------------------------
           COPY VERVENT.

      *-----------------------------------------------------------------
      * GRABA-ALERTA - viene de ALERTPRO.CPY: anexa la alerta abierta
      * a la cola central ALERTAS.DAT.
      *-----------------------------------------------------------------
           COPY ALERTPRO.

      *-----------------------------------------------------------------
      * CARGA-FECHA-NEGOCIO - viene de CARGAFEC.CPY (compartido por
      * todo paso que necesita la fecha oficial de la corrida): la lee
      * de FECHACOR.DAT y la deja en WS-FECHA-NEGOCIO.
      *-----------------------------------------------------------------
           COPY CARGAFEC.

      *-----------------------------------------------------------------
      * ASIGNA-NUMERO - viene de ASIGNUM.CPY: el numero de la
      * programacion sale de la serie TRXPROG de NUMCTL.DAT.
      *-----------------------------------------------------------------
           COPY ASIGNUM.

      *-----------------------------------------------------------------
      * DIAS-DEL-MES - viene de RESTADIA.CPY: el largo del mes de
      * WS-FECHA-CAND, para validar fechas y topar el dia N.
      *-----------------------------------------------------------------
           COPY RESTADIA.

      *-----------------------------------------------------------------
      * 950-GRABA-AUDITORIA - añade una entrada al archivo de
      * auditoria de este programa con el campo y el valor que se
      * acaba de ACCEPT-ar y la hora en que ocurrio.
      *-----------------------------------------------------------------
       950-GRABA-AUDITORIA.
           MOVE "D"           TO ALG-TIPO-REGISTRO.
           MOVE "F9-PROGRAMA" TO ALG-PROGRAMA.
           MOVE WS-OPERADOR    TO ALG-OPERADOR.
           MOVE WS-AUDIT-CAMPO TO ALG-CAMPO.
           MOVE WS-AUDIT-VALOR TO ALG-VALOR.

           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
           STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                  WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
               INTO ALG-TIMESTAMP.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDITLOG-NO-EXISTE
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

           ADD 1 TO WS-CONTADOR-AUDITORIA.

      *-----------------------------------------------------------------
      * 960-GRABA-TRAILER-AUDITORIA - al terminar la corrida, añade al
      * archivo de auditoria un renglon de control con cuantas
      * entradas de detalle escribio este programa.
      *-----------------------------------------------------------------
       960-GRABA-TRAILER-AUDITORIA.
           MOVE "T"           TO ALT-TIPO-REGISTRO.
           MOVE "F9-PROGRAMA" TO ALT-PROGRAMA.
           MOVE WS-CONTADOR-AUDITORIA TO ALT-CANTIDAD-REGISTROS.
           MOVE WS-CONTADOR-AUDITORIA TO ALT-TOTAL-HASH.

           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA  FROM TIME.
           STRING WS-AUDIT-FECHA      DELIMITED BY SIZE
                  WS-AUDIT-HORA (1:6) DELIMITED BY SIZE
               INTO ALT-TIMESTAMP.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDITLOG-NO-EXISTE
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      ** add other procedures here
       END PROGRAM F9-PROGRAMA.
