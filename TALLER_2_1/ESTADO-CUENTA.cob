       MOVE WS-IMPORTE-LINEA TO DET-IMPORTE
      *REFUNDS AND PAYMENTS BOTH REDUCE WHAT THE CLIENT OWES - THE
      *CLOSING SALDO IS THE OPEN RECEIVABLE, NOT JUST NET PURCHASES.
      *A GIFT CARD OR STORE CREDIT SPENT ('C') PAYS LIKE A PAYMENT;
      *LOADING ONE ('T'/'F') CHARGES LIKE A PURCHASE, AS IN
      *CUENTAS-COBRAR.
       IF TIPO-TRANSACCION = 'R' OR TIPO-TRANSACCION = 'P'
           OR TIPO-TRANSACCION = 'C'
           SUBTRACT WS-IMPORTE-LINEA FROM WS-SALDO
           SUBTRACT WS-IMPORTE-LINEA FROM WS-TOTAL-PAGINA
       ELSE
