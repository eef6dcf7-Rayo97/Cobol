      ******************************************************************
      * PLANAMO.CPY
      * Parrafos de amortizacion compartidos por la captura de planes
      * de pago (65-PROGRAMA, que nivela la cuota e imprime la tabla
      * para el cliente) y el paso nocturno que factura el interes de
      * cada cuota al vencer (G1-PROGRAMA), para que la tabla que se
      * le entrega al cliente y lo que despues se le factura salgan
      * de la misma aritmetica:
      *   CALCULA-CUOTA-NIVELADA deja en WS-AMO-CUOTA la cuota fija
      *   de WS-AMO-PRINCIPAL a WS-AMO-TASA anual (centesimos de
      *   punto, interes mensual de un doceavo) en WS-AMO-CUOTAS
      *   cuotas; sin tasa es el importe entre las cuotas. La cuota
      *   se trunca al centavo: la ultima cuota liquida el saldo que
      *   quede y sale de unos centavos mas, nunca de menos, asi lo
      *   pagado a la fecha nunca queda abajo de cuotas por cuota en
      *   la revision de 62-PROGRAMA y 63-PROGRAMA.
      *   INICIA-AMORTIZACION y AMORTIZA-UNA-CUOTA recorren la tabla
      *   renglon por renglon (interes sobre el saldo, capital el
      *   resto de la cuota, saldo que queda).
      *   AMORTIZA-HASTA-CUOTA recorre la tabla hasta la cuota
      *   WS-AMO-NUMERO y deja sus importes en los campos del renglon.
      * El programa que hace COPY de estos parrafos debe declarar los
      * campos de PLANAMWS.CPY.
      ******************************************************************
       CALCULA-CUOTA-NIVELADA.
           COMPUTE WS-AMO-TASA-MES ROUNDED = WS-AMO-TASA / 120000.
           IF WS-AMO-TASA = ZERO
               COMPUTE WS-AMO-CUOTA = WS-AMO-PRINCIPAL / WS-AMO-CUOTAS
           ELSE
               MOVE 1 TO WS-AMO-FACTOR
               PERFORM ELEVA-FACTOR-AMORTIZACION WS-AMO-CUOTAS TIMES
               COMPUTE WS-AMO-FACTOR ROUNDED =
                   WS-AMO-FACTOR / (WS-AMO-FACTOR - 1)
               COMPUTE WS-AMO-CUOTA =
                   WS-AMO-PRINCIPAL * WS-AMO-TASA-MES * WS-AMO-FACTOR
           END-IF.

       ELEVA-FACTOR-AMORTIZACION.
           COMPUTE WS-AMO-FACTOR ROUNDED =
               WS-AMO-FACTOR * (1 + WS-AMO-TASA-MES).

       INICIA-AMORTIZACION.
           COMPUTE WS-AMO-TASA-MES ROUNDED = WS-AMO-TASA / 120000.
           MOVE WS-AMO-PRINCIPAL TO WS-AMO-SALDO.
           MOVE ZERO TO WS-AMO-RENGLON.

       AMORTIZA-UNA-CUOTA.
           ADD 1 TO WS-AMO-RENGLON.
           COMPUTE WS-AMO-INTERES ROUNDED =
               WS-AMO-SALDO * WS-AMO-TASA-MES.
           IF WS-AMO-RENGLON NOT < WS-AMO-CUOTAS
               OR WS-AMO-CUOTA - WS-AMO-INTERES > WS-AMO-SALDO
               MOVE WS-AMO-SALDO TO WS-AMO-CAPITAL
           ELSE
               COMPUTE WS-AMO-CAPITAL = WS-AMO-CUOTA - WS-AMO-INTERES
           END-IF.
           COMPUTE WS-AMO-PAGO = WS-AMO-CAPITAL + WS-AMO-INTERES.
           SUBTRACT WS-AMO-CAPITAL FROM WS-AMO-SALDO.

       AMORTIZA-HASTA-CUOTA.
           PERFORM INICIA-AMORTIZACION.
           PERFORM AMORTIZA-UNA-CUOTA
               UNTIL WS-AMO-RENGLON NOT < WS-AMO-NUMERO.
