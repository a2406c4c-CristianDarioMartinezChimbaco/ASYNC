           01  IMPUESTOS-REC       PIC X(50).
      * STANDALONE FILING-FORMAT REPORT: BASE, RATE AND TAX PER VAT
      * CLASS PLUS TOTALS - THE QUARTER-END PRINTOUT THAT REPLACES
      * THE SPREADSHEET OVER resultado4.csv. EACH RUN'S COPY IS ALSO
      * APPENDED TO DECLARACION-IVA-HIST.txt FOR CUADRAR-SUBMAYORES.
       FD  DECLARACION.
           01  FD-DECL-REC         PIC X(100).
       FD  RECHAZADOS.
               PERFORM COTEJAR-REEMBOLSO
           ELSE
               IF TIPO-TRANSACCION NOT = 'P'
                   AND TIPO-TRANSACCION NOT = 'T'
                   AND TIPO-TRANSACCION NOT = 'C'
                   AND TIPO-TRANSACCION NOT = 'F'
                   ADD CANTIDAD-VENDIDA TO
                       MV-DISPONIBLE (CLIENTE-ID, PRODUCTO-ID)
               END-IF
               MOVE 'CLIENTE-ID FUERA DE RANGO' TO RCH-MOTIVO
               MOVE 'N' TO WS-VENTA-VALIDA
      *A 'P' PAYMENT LINE CARRIES THE PSEUDO-SKU 'PAGO' AND NO REAL
      *PRODUCT, NOR DOES A 'T'/'F'/'C' CARD LINE (THE SKU IS THE CARD
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
      *TOTAL-NUM AND THE PER-CLIENT/PRODUCT TALLIES. A PAYMENT ('P')
      *IS NOT REVENUE: IT POSTS NOWHERE HERE - CUENTAS-COBRAR CARRIES
      *IT TO THE RECEIVABLE LEDGER - BUT IT STILL REACHES THE CLIENT
      *INDEX SO THE STATEMENTS SHOW IT. GIFT-CARD AND STORE-CREDIT
      *LINES ('T'/'C'/'F') ARE TREATED THE SAME WAY: STORED VALUE,
      *NOT REVENUE (SEE TARJETAS-REGALO).
       CONTABILIZAR-LINEA.
      *THE TALLIED AMOUNT IS CONVERTED TO THE REPORTING CURRENCY
      *HERE, AFTER WS-DET-SUMA ALREADY TOOK THE RAW FIGURE - THE
      *TRAILER CHECK PROVES THE FILE, THE REPORT SUMS THE COMPANY.
       PERFORM CONVERTIR-IMPORTE-BASE
       IF TIPO-TRANSACCION = 'P' OR TIPO-TRANSACCION = 'T'
           OR TIPO-TRANSACCION = 'C' OR TIPO-TRANSACCION = 'F'
           CONTINUE
       ELSE
       IF TIPO-TRANSACCION = 'R'
       MOVE IMP-LINEA TO FD-DECL-REC
       WRITE FD-DECL-REC
       CLOSE DECLARACION
       CALL "SYSTEM" USING
           "cat DECLARACION-IVA.txt >> DECLARACION-IVA-HIST.txt"
       MOVE 0 TO RETURN-CODE
       MOVE 0 TO K.

      *CLIENTE/PRODUCTO ENTRIES WITH A VALID ID BUT A BLANK NAME SLIP
