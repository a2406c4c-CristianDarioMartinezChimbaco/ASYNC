       SELECT DISPOSICIONES ASSIGN TO 'DISPOSICIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-STATUS.
       SELECT LOTES ASSIGN TO 'LOTES-STOCK.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.
       SELECT LOTES-NUEVO ASSIGN TO 'LOTES.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

           01  FD-REP-REC          PIC X(120).
      * PURCHASE-ORDER MASTER, NUM,SKU,CANTIDAD,FECHA,ESTADO PER
      * LINE - ESTADO 'A' (ABIERTO) WHILE THE GOODS ARE IN TRANSIT,
      * 'P' (PARCIAL) WHILE PART OF THEM HAS ARRIVED, 'R' (RECIBIDO)
      * ONCE RECIBIR-PEDIDOS HAS POSTED ALL OF IT BACK INTO
      * inventario.txt, 'C' (CANCELADO) WHEN THE BUYER GAVE UP ON
      * THE BALANCE. THE REORDER SECTION BELOW RAISES ONE OPEN
      * ORDER PER SKU AND SUPPRESSES THE NIGHTLY RE-SUGGESTION WHILE
      * IT STAYS OPEN ('A' OR 'P'), SO ORDERED AND FORGOTTEN STOP
      * LOOKING THE SAME ON THE REPORT.
       FD  PEDIDOS.
           01  PEDIDOS-REC         PIC X(50).
       FD  PERIODOS-CERRADOS.
               05  DSP-MOTIVO      PIC X(30).
               05  FILLER          PIC X(01).
               05  DSP-LINEA       PIC X(188).
      * LOT-LEVEL STOCK (SEE WS-LOTE.cpy) - A SALE LEAVES THE SELLING
      * BRANCH'S EARLIEST-EXPIRING LOT FIRST. A REFUND COMES BACK AS
      * UNTRACKED STOCK: THE TILL DOES NOT SAY WHICH LOT IT WAS.
       FD  LOTES.
           01  FD-LOT-REC          PIC X(80).
       FD  LOTES-NUEVO.
           01  FD-LOTN-REC         PIC X(80).

      ****************************************************************
      * WS SECTION
       01  WS-EXI-ED               PIC 9(07).
       01  WS-PED-STATUS           PIC XX VALUE '00'.
       01  WS-DSP-STATUS           PIC XX VALUE '00'.
      *'A' LINES AN INTRADAY SLICE ALREADY POSTED (SEE POSTEAR-VENTAS)
      *- THE FULL-DAY RUN PASSES THEM BY.
       01  WS-YA-INTRADIA          PIC 9(07) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-NUEVO-NOMBRE         PIC X(30).
       COPY VENTA-COMPAT-WS.
       COPY WS-DATASET-CTL.
       COPY PERIODOS-WS.
       COPY WS-LOTE.
       COPY LOTES-WS.

       PROCEDURE DIVISION.
       PERFORM CARGAR-INVENTARIO
       INITIALIZE MATRIZ-VENTAS
       PERFORM CARGAR-PEDIDOS
       PERFORM CARGAR-PERIODOS-CERRADOS
       PERFORM CARGAR-LOTES
       IF WS-LOT-TRUNCADO = 'S'
           DISPLAY "ERROR: LOTES-STOCK.txt EXCEDE LA TABLA (LIMITE "
               "9000) - STOCK NO ACTUALIZADO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       PERFORM REARMAR-ROLLUP
       PERFORM GRABAR-INVENTARIO
       PERFORM GRABAR-INVENTARIO-SUC
       IF WS-LOT-CAMBIOS > 0
           PERFORM GRABAR-LOTES
       END-IF
       IF WS-PED-NUEVOS > 0
           PERFORM GRABAR-PEDIDOS
       END-IF
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN DSP-ESTADO = 'A'
                           AND DSP-MOTIVO = 'POSTEADA INTRADIA'
                           ADD 1 TO WS-YA-INTRADIA
                       WHEN DSP-ESTADO = 'A'
                           MOVE DSP-LINEA TO WS-VENTA-CRUDA
                           PERFORM AJUSTAR-VENTA
                           PERFORM POSTEAR-ACEPTADA
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE DISPOSICIONES
       MOVE 0 TO EOF
       IF WS-YA-INTRADIA > 0
           DISPLAY WS-YA-INTRADIA " LINEAS YA POSTEADAS INTRADIA - "
               "OMITIDAS"
       END-IF.

      *AN ACCEPTED REFUND ALREADY PASSED THE ENGINE'S MATCHING - IT
      *RESTOCKS DIRECTLY; A PAYMENT OR A GIFT-CARD/STORE-CREDIT LINE
      *MOVES NO STOCK.
       POSTEAR-ACEPTADA.
       IF TIPO-TRANSACCION = 'P' OR TIPO-TRANSACCION = 'T'
           OR TIPO-TRANSACCION = 'C' OR TIPO-TRANSACCION = 'F'
           CONTINUE
       ELSE
           PERFORM MOVER-STOCK
       END-IF.

      *A PAYMENT ('P') MOVES ONLY THE RECEIVABLE LEDGER (SEE
      *CUENTAS-COBRAR) AND A CARD LINE ('T'/'C'/'F') ONLY THE CARD
      *LEDGER (SEE TARJETAS-REGALO) - NOTHING TO POST HERE.
       CONTABILIZAR-LINEA.
       IF TIPO-TRANSACCION = 'P' OR TIPO-TRANSACCION = 'T'
           OR TIPO-TRANSACCION = 'C' OR TIPO-TRANSACCION = 'F'
           CONTINUE
       ELSE
       IF TIPO-TRANSACCION = 'R'
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
                       SUBTRACT CANTIDAD-VENDIDA FROM
                           INVS-EXISTENCIA (WS-HIT)
                   END-IF
                   IF WS-LOT-USADOS > 0
                       PERFORM DESCONTAR-LOTES
                   END-IF
               END-IF
           END-IF
       END-IF.

      *THE LOTS NEVER HOLD MORE THAN THE BRANCH ROW, SO A SHORTAGE
      *EMPTIES THEM; UNITS NO LOT COVERS CAME OFF THE UNTRACKED PART.
       DESCONTAR-LOTES.
       MOVE SUCURSAL TO WS-LOT-SUC
       MOVE PRODUCTO-SKU TO WS-LOT-SKU
       MOVE SPACES TO WS-LOT-LOTE
       MOVE CANTIDAD-VENDIDA TO WS-LOT-CANTIDAD
       PERFORM CONSUMIR-LOTES.

       BUSCAR-FILA-SUCURSAL.
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-I FROM 1 BY 1
       MOVE 0 TO WS-PED-ABIERTO
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-PED-USADOS OR WS-PED-ABIERTO > 0
           IF (PED-ESTADO (WS-J) = 'A' OR PED-ESTADO (WS-J) = 'P')
               AND PED-SKU (WS-J) = INVS-SKU (WS-I)
               MOVE WS-J TO WS-PED-ABIERTO
           END-IF

       COPY PERIODOS-PROC.

       COPY LOTES-PROC.

       COPY VENTA-COMPAT-PROC.
