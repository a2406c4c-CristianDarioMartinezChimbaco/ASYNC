               MOVE 'CLIENTE-ID FUERA DE RANGO' TO WS-MOTIVO-NUEVO
               MOVE 'N' TO WS-VENTA-VALIDA
      *A 'P' PAYMENT LINE CARRIES THE PSEUDO-SKU 'PAGO' AND NO REAL
      *PRODUCT, NOR DOES A 'T'/'F'/'C' CARD LINE (THE SKU IS THE CARD
      *NUMBER), SO THE PRODUCT-ID EDIT ONLY APPLIES TO SALES AND
      *REFUNDS - THE SAME EXEMPTION EVERY OTHER VALIDATOR APPLIES.
           WHEN TIPO-TRANSACCION NOT = 'P'
               AND TIPO-TRANSACCION NOT = 'T'
               AND TIPO-TRANSACCION NOT = 'C'
               AND TIPO-TRANSACCION NOT = 'F'
               AND (PRODUCTO-ID NOT NUMERIC
               OR PRODUCTO-ID < 1 OR PRODUCTO-ID > 2000)
               MOVE 'PRODUCTO-ID FUERA DE RANGO' TO WS-MOTIVO-NUEVO
           WHEN TIPO-TRANSACCION NOT = 'V'
               AND TIPO-TRANSACCION NOT = 'R'
               AND TIPO-TRANSACCION NOT = 'P'
               AND TIPO-TRANSACCION NOT = 'T'
               AND TIPO-TRANSACCION NOT = 'C'
               AND TIPO-TRANSACCION NOT = 'F'
               MOVE 'TIPO-TRANSACCION INVALIDO' TO WS-MOTIVO-NUEVO
               MOVE 'N' TO WS-VENTA-VALIDA
           WHEN (TIPO-TRANSACCION = 'T'
               OR TIPO-TRANSACCION = 'C'
               OR TIPO-TRANSACCION = 'F')
               AND PRODUCTO-SKU = SPACES
               MOVE 'TARJETA SIN NUMERO' TO WS-MOTIVO-NUEVO
               MOVE 'N' TO WS-VENTA-VALIDA
           WHEN FECHA-VENTA (1:4) NOT NUMERIC
               OR FECHA-VENTA (5:1) NOT = '-'
               OR FECHA-VENTA (6:2) NOT NUMERIC
