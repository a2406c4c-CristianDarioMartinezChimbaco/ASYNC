      *EXACTLY AS LEER-DATOS4'S CONTABILIZAR-LINEA DOES.
                               IF WS-VENTA-VALIDA = 'S'
                                   AND TIPO-TRANSACCION NOT = 'P'
                                   AND TIPO-TRANSACCION NOT = 'T'
                                   AND TIPO-TRANSACCION NOT = 'C'
                                   AND TIPO-TRANSACCION NOT = 'F'
                                   PERFORM CONVERTIR-IMPORTE-BASE
                                   PERFORM ORGANIZAR-CLIENTES
                                   PERFORM CONTAR-PRODUCTOS
               MOVE 'CLIENTE-ID FUERA DE RANGO' TO RCH-MOTIVO
               MOVE 'N' TO WS-VENTA-VALIDA
      *A 'P' PAYMENT LINE CARRIES NO REAL PRODUCT (PSEUDO-SKU
      *'PAGO'), NOR DOES A 'T'/'F'/'C' CARD LINE (THE SKU IS THE CARD
      *NUMBER), SO THE PRODUCT-ID EDIT ONLY APPLIES TO SALES AND
      *REFUNDS.
           WHEN TIPO-TRANSACCION NOT = 'P'
               AND TIPO-TRANSACCION NOT = 'T'
               AND TIPO-TRANSACCION NOT = 'C'
               AND TIPO-TRANSACCION NOT = 'F'
               AND (PRODUCTO-ID < 1 OR PRODUCTO-ID > 2000)
               MOVE 'PRODUCTO-ID FUERA DE RANGO' TO RCH-MOTIVO
               MOVE 'N' TO WS-VENTA-VALIDA
           WHEN TIPO-TRANSACCION NOT = 'V'
               AND TIPO-TRANSACCION NOT = 'R'
               AND TIPO-TRANSACCION NOT = 'P'
               AND TIPO-TRANSACCION NOT = 'T'
               AND TIPO-TRANSACCION NOT = 'C'
               AND TIPO-TRANSACCION NOT = 'F'
               MOVE 'TIPO-TRANSACCION INVALIDO' TO RCH-MOTIVO
               MOVE 'N' TO WS-VENTA-VALIDA
           WHEN (TIPO-TRANSACCION = 'T'
               OR TIPO-TRANSACCION = 'C'
               OR TIPO-TRANSACCION = 'F')
               AND PRODUCTO-SKU = SPACES
               MOVE 'TARJETA SIN NUMERO' TO RCH-MOTIVO
               MOVE 'N' TO WS-VENTA-VALIDA
           WHEN FECHA-VENTA (1:4) NOT NUMERIC
               OR FECHA-VENTA (5:1) NOT = '-'
               OR FECHA-VENTA (6:2) NOT NUMERIC
