      ******************************************************************
      * VERVENT.CPY
      * Parrafos VERIFICA-VENTANA-LOTE y AUTORIZA-VENTANA-LOTE
      * compartidos por las transacciones de mantenimiento en linea:
      * despues de la firma consultan la bandera de ventana batch
      * (VENTANA.DAT). Mientras la corrida nocturna esta en curso la
      * sesion queda en solo consulta (VENTANA-SOLO-CONSULTA) y se le
      * muestra al operador desde cuando corre y la hora de fin que
      * pronostico 85-PROGRAMA; un pago tecleado mientras 59
      * reconstruye SALDOS.DAT, o una tasa cambiada entre la revision
      * de 47 y su uso en 75, deja resultados que no cuadran con
      * ningun estado. Un supervisor puede autorizar la actualizacion
      * con su ID y contraseña (VENTANA-AUTORIZADA); cada autorizacion,
      * y cada intento fallido, deja su alerta en la cola central
      * (GRABA-ALERTA), y el programa la anota en su auditoria. Un
      * paso de la propia corrida (PASO_NOCTURNO=S en el ambiente,
      * que pone NIGHTLY.sh) no se detiene. Sin VENTANA.DAT la sesion
      * queda libre, como siempre.
      * El programa que hace COPY de estos parrafos debe declarar
      * VENTANA-LOTE-FILE (SELECT secuencial a VENTANA.DAT y FD con
      * COPY VENTLOTE), el FILE STATUS de VENTSTS.CPY, los campos de
      * VENTWS.CPY, y lo que piden VALOPER.CPY (OPERADORES-FILE,
      * WS-OPERADOR) y ALERTPRO.CPY (ALERTAS-FILE, WS-ALR-*).
      ******************************************************************
       VERIFICA-VENTANA-LOTE.
           SET VENTANA-LIBRE TO TRUE.
           MOVE SPACE TO WS-VEN-PASO-NOCTURNO.
           ACCEPT WS-VEN-PASO-NOCTURNO FROM ENVIRONMENT "PASO_NOCTURNO"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-VEN-PASO-NOCTURNO NOT = "S"
               OPEN INPUT VENTANA-LOTE-FILE
               IF NOT VENTANA-NO-EXISTE
                   READ VENTANA-LOTE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF VNT-EN-CURSO
                               SET VENTANA-SOLO-CONSULTA TO TRUE
                           END-IF
                   END-READ
                   CLOSE VENTANA-LOTE-FILE
               END-IF
           END-IF.
           IF VENTANA-SOLO-CONSULTA
               DISPLAY "LA CORRIDA NOCTURNA ESTA EN CURSO DESDE EL "
                   VNT-FECHA-INICIO " A LAS " VNT-HORA-INICIO "."
               IF VNT-FIN-ESPERADO > ZERO
                   DISPLAY "FIN ESPERADO SEGUN EL PRONOSTICO: "
                       VNT-FIN-HH ":" VNT-FIN-MM "."
               ELSE
                   DISPLAY "TODAVIA NO HAY PRONOSTICO DE FIN."
               END-IF
               DISPLAY "MIENTRAS TANTO ESTA TRANSACCION ES DE SOLO "
                   "CONSULTA."
               PERFORM AUTORIZA-VENTANA-LOTE
           END-IF.

      *-AUTORIZA-VENTANA-LOTE - la excepcion del supervisor: ID activo
      *-con rol de supervisor o administrador, no bloqueado, y su
      *-contraseña. Procedente o no, el intento queda en la cola de
      *-alertas con el operador de la sesion y el supervisor.
       AUTORIZA-VENTANA-LOTE.
           DISPLAY "AUTORIZACION DE SUPERVISOR PARA ACTUALIZAR (ID; "
               "VACIO = SOLO CONSULTA):".
           ACCEPT WS-VEN-SUPERVISOR.
           IF WS-VEN-SUPERVISOR NOT = SPACES
               DISPLAY "CONTRASENA DEL SUPERVISOR:"
               ACCEPT WS-VEN-PASSWORD
               OPEN INPUT OPERADORES-FILE
               IF OPERMAST-NO-EXISTE
                   DISPLAY "SIN MAESTRO DE OPERADORES NO SE PUEDE "
                       "AUTORIZAR."
               ELSE
                   MOVE WS-VEN-SUPERVISOR TO OPE-ID
                   READ OPERADORES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPE-ESTA-ACTIVO
                               AND OPE-ES-SUPERVISOR
                               AND NOT OPE-ESTA-BLOQUEADO
                               AND OPE-PASSWORD NOT = SPACES
                               AND OPE-PASSWORD = WS-VEN-PASSWORD
                               SET VENTANA-AUTORIZADA TO TRUE
                           END-IF
                   END-READ
                   CLOSE OPERADORES-FILE
               END-IF
               MOVE SPACES TO WS-ALR-MENSAJE
               IF VENTANA-AUTORIZADA
                   DISPLAY "ACTUALIZACION AUTORIZADA POR "
                       WS-VEN-SUPERVISOR "; QUEDA EN ALERTAS."
                   MOVE "C" TO WS-ALR-SEVERIDAD
                   STRING "VENTANA BATCH OP " DELIMITED BY SIZE
                          WS-OPERADOR          DELIMITED BY SIZE
                          " AUT "              DELIMITED BY SIZE
                          WS-VEN-SUPERVISOR    DELIMITED BY SIZE
                       INTO WS-ALR-MENSAJE
               ELSE
                   DISPLAY "LA AUTORIZACION NO PROCEDE; LA SESION "
                       "SIGUE EN SOLO CONSULTA."
                   MOVE "A" TO WS-ALR-SEVERIDAD
                   STRING "VENTANA BATCH OP " DELIMITED BY SIZE
                          WS-OPERADOR          DELIMITED BY SIZE
                          " RECH "             DELIMITED BY SIZE
                          WS-VEN-SUPERVISOR    DELIMITED BY SIZE
                       INTO WS-ALR-MENSAJE
               END-IF
               PERFORM GRABA-ALERTA
           END-IF.
           MOVE SPACES TO WS-VEN-PASSWORD.
