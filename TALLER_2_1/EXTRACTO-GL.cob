       SELECT CUENTAS-GL ASSIGN TO 'CUENTAS-GL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTA-STATUS.
       SELECT COSTOS ASSIGN TO 'costos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COS-STATUS.

       DATA DIVISION.

      *   CR VENTAS-ccc   ONE CREDIT OF GROSS SALES PER CATEGORY
      *   DB DEV-ccc      ONE DEBIT OF REFUNDS PER CATEGORY
      *   DB/CR CAJA      THE CASH/RECEIVABLES CONTRA (NET MOVEMENT)
      *   DB COSTO-ccc    COST OF GOODS SOLD PER CATEGORY, AT THE
      *                   costos.txt AVERAGE COST
      *   CR COSTO-ccc    COST OF MATCHED REFUNDS PER CATEGORY
      *   CR PASIVO-TARJETA  GIFT CARDS SOLD AND STORE CREDIT
      *                   ISSUED - A LIABILITY, NOT REVENUE
      *   DB PASIVO-TARJETA  CARD/STORE-CREDIT BALANCES SPENT AS
      *                   TENDER, RELIEVING THE LIABILITY
      *   CR INVENTARIO   INVENTORY RELIEF FOR THE GOODS SOLD
      *   DB INVENTARIO   GOODS PUT BACK ON THE SHELF BY REFUNDS
      *   TR              TRAILER WITH TOTAL DEBITS AND CREDITS
      * EVERY RECORD CARRIES THE BATCH DATE AND THIS RUN'S ID, AND
      * THE RUN ABENDS (RC 8) RATHER THAN HAND ACCOUNTING A FILE
      * WHOSE DEBITS DO NOT EQUAL ITS CREDITS.
      * A BALANCED EXTRACT IS ALSO APPENDED TO EXTRACTO-GL-HIST.txt,
      * THE RECORD OF EVERYTHING THE GL WAS TOLD THAT
      * CUADRAR-SUBMAYORES HOLDS THE SUBLEDGERS AGAINST.
      ****************************************************************
       FD  EXTRACTO.
           01  FD-GL-REC           PIC X(80).
           01  IMPUESTOS-REC       PIC X(50).
      * ACCOUNT-MAPPING MASTER, CLAVE,CUENTA PER LINE - MAINTAINED
      * THROUGH MANTENER-MAESTROS CUENTAS. THE EXTRACT BUILDS ITS
      * TRADITIONAL KEY (VENTAS-ccc, DEV-ccc, IVA-POR-PAGAR, CAJA,
      * PASIVO-TARJETA)
      * AND POSTS TO THE MAPPED ACCOUNT WHEN ONE IS LISTED, SO
      * ACCOUNTING RENAMES ACCOUNTS IN A MASTER INSTEAD OF ASKING
      * FOR A COMPILE.
       FD  CUENTAS-GL.
           01  CUENTAS-GL-REC      PIC X(40).
      * UNIT-COST MASTER (SEE COSTOS-WS.cpy) - VALUES THE COST OF
      * GOODS SOLD. A SKU WITHOUT A COST POSTS NO COST LINE AND IS
      * COUNTED IN THE RUN MESSAGE.
       FD  COSTOS.
           01  FD-COS-REC          PIC X(50).

      ****************************************************************
      * WS SECTION
       01  WS-BASE-LINEA           PIC 9(13)V99 VALUE ZEROS.
       01  WS-IVA-VENTAS           PIC 9(13)V99 VALUE ZEROS.
       01  WS-IVA-DEVOLUCIONES     PIC 9(13)V99 VALUE ZEROS.
      *STORED VALUE LOADED ('T'/'F') AND SPENT ('C') THIS BATCH, IN
      *THE REPORTING CURRENCY.
       01  WS-TARJ-EMITIDO         PIC 9(13)V99 VALUE ZEROS.
       01  WS-TARJ-CANJEADO        PIC 9(13)V99 VALUE ZEROS.
       01  CTA-TAB OCCURS 100 TIMES.
           05  CTA-CLAVE           PIC X(14).
           05  CTA-CUENTA          PIC X(14).
           05  GLC-CODIGO          PIC X(03).
           05  GLC-VENTAS-BASE     PIC 9(13)V99 VALUE ZEROS.
           05  GLC-DEV-BASE        PIC 9(13)V99 VALUE ZEROS.
           05  GLC-COSTO-VENTAS    PIC 9(13)V99 VALUE ZEROS.
           05  GLC-COSTO-DEV       PIC 9(13)V99 VALUE ZEROS.
       01  WS-COSTO-LINEA          PIC 9(13)V99 VALUE ZEROS.
       01  WS-COSTO-VENTAS         PIC 9(13)V99 VALUE ZEROS.
       01  WS-COSTO-DEVUELTO       PIC 9(13)V99 VALUE ZEROS.
       01  WS-LINEAS-SIN-COSTO     PIC 9(07) VALUE ZEROS.
       01  GL-LINEA.
           05  GLL-TIPO            PIC X(02).
           05  FILLER              PIC X(01) VALUE ' '.
       COPY WS-DATASET-CTL.
       COPY MONEDAS-WS.
       COPY PERIODOS-WS.
       COPY COSTOS-WS.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       PERFORM CARGAR-PERIODOS-CERRADOS
       PERFORM CARGAR-IMPUESTOS-GL
       PERFORM CARGAR-CUENTAS-GL
       PERFORM CARGAR-COSTOS
       PERFORM ACUMULAR-DATASET
       PERFORM ESCRIBIR-EXTRACTO
       STOP RUN.

      *AN ACCEPTED REFUND ALREADY PASSED THE ENGINE'S MATCHING - IT
      *POSTS AS A DEBIT DIRECTLY; A PAYMENT TOUCHES NO REVENUE
      *ACCOUNT; A GIFT-CARD/STORE-CREDIT LINE MOVES ONLY THE CARD
      *LIABILITY.
       POSTEAR-ACEPTADA.
       EVALUATE TIPO-TRANSACCION
           WHEN 'P'
               CONTINUE
           WHEN 'T'
           WHEN 'F'
           WHEN 'C'
               PERFORM ACUMULAR-TARJETA
           WHEN OTHER
               PERFORM ACUMULAR-LINEA
       END-EVALUATE.

       ACUMULAR-DATASET-CRUDO.
       OPEN INPUT DATASET
      *A PAYMENT ('P') MOVES ONLY THE RECEIVABLE LEDGER (SEE
      *CUENTAS-COBRAR) - NOTHING TO POST HERE.
       CONTABILIZAR-LINEA.
       EVALUATE TIPO-TRANSACCION
           WHEN 'P'
               CONTINUE
           WHEN 'T'
           WHEN 'F'
           WHEN 'C'
               PERFORM ACUMULAR-TARJETA
           WHEN 'R'
               PERFORM VERIFICAR-REEMBOLSO
               IF WS-REEMBOLSO-OK = 'S'
                   PERFORM ACUMULAR-LINEA
               END-IF
           WHEN OTHER
               ADD CANTIDAD-VENDIDA TO
                   MV-DISPONIBLE (CLIENTE-ID, PRODUCTO-ID)
               PERFORM ACUMULAR-LINEA
       END-EVALUATE.

      *SAME EDITS AS VALIDAR-VENTA IN LEER-DATOS4 - A LINE THE READER
      *WOULD REJECT IS SKIPPED HERE, NOT POSTED.
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
           MOVE 'N' TO WS-REEMBOLSO-OK
       END-IF.

      *THE CARD LIABILITY CARRIES NO VAT - TAX IS DUE WHEN THE CARD
      *IS SPENT ON GOODS, AND THAT SALE LINE SPLITS IT AS USUAL.
       ACUMULAR-TARJETA.
       IF CANTIDAD-VENDIDA NOT NUMERIC OR COSTO NOT NUMERIC
           CONTINUE
       ELSE
           COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
           PERFORM CONVERTIR-IMPORTE-BASE
           IF TIPO-TRANSACCION = 'C'
               ADD WS-IMPORTE-LINEA TO WS-TARJ-CANJEADO
           ELSE
               ADD WS-IMPORTE-LINEA TO WS-TARJ-EMITIDO
           END-IF
       END-IF.

       ACUMULAR-LINEA.
       IF CANTIDAD-VENDIDA NOT NUMERIC OR COSTO NOT NUMERIC
           CONTINUE
           END-IF
           IF WS-CAT-IDX > 0
               PERFORM PARTIR-BASE-IVA
               PERFORM COSTEAR-LINEA
               IF TIPO-TRANSACCION = 'R'
                   ADD WS-BASE-LINEA TO GLC-DEV-BASE (WS-CAT-IDX)
                   ADD WS-IMPUESTO-LINEA TO WS-IVA-DEVOLUCIONES
                   ADD WS-COSTO-LINEA TO GLC-COSTO-DEV (WS-CAT-IDX)
                   ADD WS-COSTO-LINEA TO WS-COSTO-DEVUELTO
               ELSE
                   ADD WS-BASE-LINEA TO
                       GLC-VENTAS-BASE (WS-CAT-IDX)
                   ADD WS-IMPUESTO-LINEA TO WS-IVA-VENTAS
                   ADD WS-COSTO-LINEA TO
                       GLC-COSTO-VENTAS (WS-CAT-IDX)
                   ADD WS-COSTO-LINEA TO WS-COSTO-VENTAS
               END-IF
           END-IF
       END-IF.

      *UNITS AT THE CURRENT MOVING-AVERAGE COST - COSTS ARE HELD IN
      *THE REPORTING CURRENCY ALREADY, SO NO CONVERSION APPLIES.
       COSTEAR-LINEA.
       MOVE PRODUCTO-SKU TO WS-COS-SKU-BUSCADO
       PERFORM BUSCAR-COSTO
       IF WS-COS-HIT = 0
           ADD 1 TO WS-LINEAS-SIN-COSTO
       END-IF
       COMPUTE WS-COSTO-LINEA ROUNDED =
           CANTIDAD-VENDIDA * WS-COS-UNITARIO.


      *AMOUNTS ARE TAX-INCLUSIVE GROSS - SAME FORMULA AND ROUNDING
      *AS ACUMULAR-IMPUESTO IN LEER-DATOS4, SO THE JOURNAL'S VAT
           MOVE GL-LINEA TO FD-GL-REC
           WRITE FD-GL-REC
       END-IF
      *GIFT CARDS SOLD AND STORE CREDIT ISSUED CREDIT THE CARD
      *LIABILITY; CARD BALANCES SPENT AS TENDER DEBIT IT. BOTH LAND
      *BEFORE THE CONTRA, SO CASH REFLECTS MONEY TAKEN FOR CARDS AND
      *GOODS PAID FOR WITH ONE.
       IF WS-TARJ-EMITIDO > 0
           MOVE 'CR' TO GLL-TIPO
           MOVE 'PASIVO-TARJETA' TO GLL-CUENTA
           PERFORM MAPEAR-CUENTA
           MOVE WS-TARJ-EMITIDO TO GLL-MONTO
           ADD WS-TARJ-EMITIDO TO WS-TOTAL-CREDITOS
           MOVE GL-LINEA TO FD-GL-REC
           WRITE FD-GL-REC
       END-IF
       IF WS-TARJ-CANJEADO > 0
           MOVE 'DB' TO GLL-TIPO
           MOVE 'PASIVO-TARJETA' TO GLL-CUENTA
           PERFORM MAPEAR-CUENTA
           MOVE WS-TARJ-CANJEADO TO GLL-MONTO
           ADD WS-TARJ-CANJEADO TO WS-TOTAL-DEBITOS
           MOVE GL-LINEA TO FD-GL-REC
           WRITE FD-GL-REC
       END-IF
      *CASH/RECEIVABLES CONTRA: THE NET CASH MOVEMENT. A REFUND-HEAVY
      *FILE CAN NET NEGATIVE, IN WHICH CASE THE CONTRA FLIPS TO THE
      *CREDIT SIDE - EITHER WAY IT IS THE LINE THAT MAKES DEBITS
       END-IF
       MOVE GL-LINEA TO FD-GL-REC
       WRITE FD-GL-REC
      *COST OF SALES AGAINST INVENTORY - A SELF-BALANCING PAIR PER
      *SIDE, WRITTEN AFTER THE CAJA CONTRA SO IT NEVER MOVES THE
      *CASH FIGURE.
       PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-CAT-USADAS
           IF GLC-COSTO-VENTAS (WS-K) > 0
               MOVE 'DB' TO GLL-TIPO
               MOVE SPACES TO GLL-CUENTA
               STRING 'COSTO-' GLC-CODIGO (WS-K)
                   DELIMITED BY SIZE INTO GLL-CUENTA
               PERFORM MAPEAR-CUENTA
               MOVE GLC-COSTO-VENTAS (WS-K) TO GLL-MONTO
               ADD GLC-COSTO-VENTAS (WS-K) TO WS-TOTAL-DEBITOS
               MOVE GL-LINEA TO FD-GL-REC
               WRITE FD-GL-REC
           END-IF
           IF GLC-COSTO-DEV (WS-K) > 0
               MOVE 'CR' TO GLL-TIPO
               MOVE SPACES TO GLL-CUENTA
               STRING 'COSTO-' GLC-CODIGO (WS-K)
                   DELIMITED BY SIZE INTO GLL-CUENTA
               PERFORM MAPEAR-CUENTA
               MOVE GLC-COSTO-DEV (WS-K) TO GLL-MONTO
               ADD GLC-COSTO-DEV (WS-K) TO WS-TOTAL-CREDITOS
               MOVE GL-LINEA TO FD-GL-REC
               WRITE FD-GL-REC
           END-IF
       END-PERFORM
       IF WS-COSTO-VENTAS > 0
           MOVE 'CR' TO GLL-TIPO
           MOVE 'INVENTARIO' TO GLL-CUENTA
           PERFORM MAPEAR-CUENTA
           MOVE WS-COSTO-VENTAS TO GLL-MONTO
           ADD WS-COSTO-VENTAS TO WS-TOTAL-CREDITOS
           MOVE GL-LINEA TO FD-GL-REC
           WRITE FD-GL-REC
       END-IF
       IF WS-COSTO-DEVUELTO > 0
           MOVE 'DB' TO GLL-TIPO
           MOVE 'INVENTARIO' TO GLL-CUENTA
           PERFORM MAPEAR-CUENTA
           MOVE WS-COSTO-DEVUELTO TO GLL-MONTO
           ADD WS-COSTO-DEVUELTO TO WS-TOTAL-DEBITOS
           MOVE GL-LINEA TO FD-GL-REC
           WRITE FD-GL-REC
       END-IF
       MOVE WS-TOTAL-DEBITOS TO GLT-DEBITOS
       MOVE WS-TOTAL-CREDITOS TO GLT-CREDITOS
       MOVE GL-TRAILER TO FD-GL-REC
       ELSE
           DISPLAY "EXTRACTO-GL.txt GENERADO Y CUADRADO ("
               WS-CAT-USADAS " CATEGORIAS)"
           CALL "SYSTEM" USING
               "cat EXTRACTO-GL.txt >> EXTRACTO-GL-HIST.txt"
           MOVE 0 TO RETURN-CODE
       END-IF
       IF WS-LINEAS-SIN-COSTO > 0
           DISPLAY "ADVERTENCIA: " WS-LINEAS-SIN-COSTO
               " LINEAS SIN COSTO EN costos.txt - COSTO DE VENTAS "
               "INCOMPLETO"
       END-IF
       STOP RUN.

       COPY PERIODOS-PROC.

       COPY VENTA-COMPAT-PROC.

       COPY COSTOS-PROC.
