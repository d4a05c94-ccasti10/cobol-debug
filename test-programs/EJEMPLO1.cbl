           ELSE
               IF CUENTA-HALLADA
                   MOVE SPACES TO TRX-TRANSACCION
                   MOVE 'IN' TO TRX-TIPO
                   MOVE WS-CUENTA-INTERES TO TRX-NRO-CUENTA
                   MOVE WS-INTERES TO TRX-MONTO
                   MOVE ZEROS TO TRX-CUENTA-DESTINO
