       ELSE
           MOVE 0 TO WS-IMPORTE-LINEA
       END-IF
       IF TIPO-TRANSACCION = 'P' OR TIPO-TRANSACCION = 'T'
           OR TIPO-TRANSACCION = 'C' OR TIPO-TRANSACCION = 'F'
           OR CAJERO = SPACES
           CONTINUE
       ELSE
           PERFORM BUSCAR-CAJERO
               OR CLIENTE-ID < 1 OR CLIENTE-ID > 2000
               MOVE 'N' TO WS-LINEA-VALIDA
           WHEN TIPO-TRANSACCION NOT = 'P'
               AND TIPO-TRANSACCION NOT = 'T'
               AND TIPO-TRANSACCION NOT = 'C'
               AND TIPO-TRANSACCION NOT = 'F'
               AND (PRODUCTO-ID NOT NUMERIC
               OR PRODUCTO-ID < 1 OR PRODUCTO-ID > 2000)
               MOVE 'N' TO WS-LINEA-VALIDA
           WHEN TIPO-TRANSACCION NOT = 'V'
               AND TIPO-TRANSACCION NOT = 'R'
               AND TIPO-TRANSACCION NOT = 'P'
               AND TIPO-TRANSACCION NOT = 'T'
               AND TIPO-TRANSACCION NOT = 'C'
               AND TIPO-TRANSACCION NOT = 'F'
               MOVE 'N' TO WS-LINEA-VALIDA
           WHEN (TIPO-TRANSACCION = 'T'
               OR TIPO-TRANSACCION = 'C'
               OR TIPO-TRANSACCION = 'F')
               AND PRODUCTO-SKU = SPACES
               MOVE 'N' TO WS-LINEA-VALIDA
           WHEN FECHA-VENTA (1:4) NOT NUMERIC
               OR FECHA-VENTA (5:1) NOT = '-'
       END-IF
       EVALUATE TIPO-TRANSACCION
           WHEN 'P'
           WHEN 'T'
           WHEN 'C'
           WHEN 'F'
               CONTINUE
           WHEN 'R'
               PERFORM VERIFICAR-REEMBOLSO
