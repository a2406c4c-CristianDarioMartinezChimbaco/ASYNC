      *                        GROSS SUM VS THE PREVIOUS BATCH IN
      *                        VENTAS-YTD.txt
      *   MIN-DET / MAX-DET    ACCEPTABLE DET-COUNT WINDOW
      * CLAVES READ BY OTHER PROGRAMS, ACCEPTED HERE WITHOUT A CHECK:
      *   TOL-PRECIO-CXP         HIGHEST % A SUPPLIER INVOICE PRICE
      *                          MAY DIFFER FROM THE RECEIPT COST
      *                          (CONCILIAR-FACTURAS)
      *   DIAS-REENVIO-CARTA     DAYS BEFORE THE SAME DUNNING LEVEL
      *                          MAY GO TO A CLIENT AGAIN
      *                          (CARTAS-COBRO)
      *   TOL-CUADRE-CAJA        AMOUNT A TILL COUNT MAY BE OVER OR
      *                          SHORT AND STILL BALANCE
      *                          (CUADRAR-CAJAS)
      *   FALTANTES-REPETIDOS    SHORT DAYS ON THE HISTORY THAT FLAG
      *                          A CASHIER (CUADRAR-CAJAS)
      *   MONTO-LINEA-ALTA       LINE AMOUNT THAT COUNTS AS A
      *                          HIGH-VALUE LINE (EXCEPCIONES-CAJEROS)
      *   FACTOR-EXC-CAJERO      MULTIPLE OF THE BRANCH AVERAGE THAT
      *                          MAKES A CASHIER FIGURE AN EXCEPTION
      *                          (EXCEPCIONES-CAJEROS)
      *   TOL-PRECIO-POS         PERCENT A POS LINE MAY DIFFER FROM THE
      *                          EXPECTED PRICE BEFORE IT IS LOGGED
      *                          (RECIBIR-VENTAS)
      *   TECHO-PRECIO-POS       PERCENT OVER WHICH THE LINE IS REJECTED
      *                          (RECIBIR-VENTAS)
      *   DIAS-RIESGO-RFM        DAYS WITHOUT A PURCHASE THAT PUT A
      *                          CLIENT AT RISK (SEGMENTAR-CLIENTES)
      *   DIAS-PERDIDO-RFM       DAYS WITHOUT A PURCHASE THAT MAKE A
      *                          CLIENT LAPSED (SEGMENTAR-CLIENTES)
      *   DIAS-HABILES-SEMANA    TRADING DAYS A WEEK FROM MONDAY (5,
      *                          6 OR 7) THAT NEED A NIGHTLY CHAIN
      *                          BEFORE MONTH END (CIERRE-MES)
      *   MIN-RANGO-FE           NUMBERS LEFT IN A BRANCH'S E-INVOICE
      *                          RANGE THAT TRIGGER A WARNING
      *                          (FACTURAR-ELECTRONICA)
      *   DIAS-VENCE-FE          DAYS BEFORE A RANGE'S VALIDITY ENDS
      *                          THAT TRIGGER A WARNING
      *                          (FACTURAR-ELECTRONICA)
      *   DIAS-AVISO-LOTE        DAYS AHEAD A LOT'S EXPIRY PUTS IT ON
      *                          THE EXPIRING-STOCK LIST
      *                          (VENCIMIENTOS-LOTE)
      *   TOL-CUADRE-GL          AMOUNT A SUBLEDGER MAY DIFFER FROM ITS
      *                          GL CONTROL ACCOUNT AND STILL BALANCE
      *                          (CUADRAR-SUBMAYORES)
      *   VALOR-PUNTO            WHAT ONE LOYALTY POINT IS CARRIED AT
      *                          IN THE GL - VALUES THE POINTS ROW OF
      *                          CUADRAR-SUBMAYORES, WHICH IS SHOWN
      *                          BUT DOES NOT GATE THE CLOSE
      * ABSENT FILE OR ABSENT CLAVE MEANS THAT CHECK IS DISABLED, SO
      * AN INSTALL WITHOUT LIMITES.txt BEHAVES EXACTLY AS BEFORE.
      * EVERY BREACH WRITES AN ALERTAS.txt LINE AND THE RUN ENDS WITH
