               MOVE COSTO TO WS-IMPORTE-LINEA
           END-IF
           IF TIPO-TRANSACCION = 'R' OR TIPO-TRANSACCION = 'P'
               OR TIPO-TRANSACCION = 'C'
               SUBTRACT WS-IMPORTE-LINEA FROM WS-TOTAL-CLIENTE
           ELSE
               ADD WS-IMPORTE-LINEA TO WS-TOTAL-CLIENTE
