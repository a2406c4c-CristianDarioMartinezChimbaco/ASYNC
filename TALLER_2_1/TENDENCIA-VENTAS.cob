                   ADD WS-IMPORTE-LINEA TO LOTE-REEMBOLSO
                       (WS-LOTES-USADOS)
      *A PAYMENT ON ACCOUNT IS NEITHER REVENUE NOR A REFUND - IT
      *COUNTS AS A TRANSACTION BUT MOVES NO TREND FIGURE. THE SAME
      *GOES FOR GIFT-CARD AND STORE-CREDIT LINES.
               WHEN 'P'
               WHEN 'T'
               WHEN 'C'
               WHEN 'F'
                   CONTINUE
               WHEN OTHER
                   ADD WS-IMPORTE-LINEA TO LOTE-INGRESO
