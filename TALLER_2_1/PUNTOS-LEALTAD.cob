       SELECT PERIODOS-CERRADOS ASSIGN TO 'PERIODOS-CERRADOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCER-STATUS.
       SELECT CLIENTES ASSIGN TO 'CLIENTES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS WS-CLI-STATUS.

       DATA DIVISION.

               05  DSP-LINEA       PIC X(188).
      * CATEGORIA,FACTOR PER LINE - THE MULTIPLIER MARKETING SETS PER
      * elementos.txt CATEGORY. ABSENT FILE OR CATEGORY = FACTOR 1.
      * A SEG-xxx KEY (SEG-CAM,2.00) SETS THE MULTIPLIER FOR THE RFM
      * SEGMENT SEGMENTAR-CLIENTES LEFT ON THE CLIENT MASTER; IT
      * STACKS ON THE CATEGORY FACTOR. ABSENT SEGMENT = FACTOR 1.
       FD  FACTORES.
           01  FD-FAC-REC          PIC X(30).
       FD  RESULTADO.
           01  FD-RESULTADO-REC    PIC X(100).
       FD  PERIODOS-CERRADOS.
           01  FD-PCER-REC         PIC X(30).
      * READ ONLY FOR EACH CLIENT'S CLI-SEGMENTO.
       FD  CLIENTES.
           COPY WS-CLIENTES-IDX.

      ****************************************************************
      * WS SECTION
       01  WS-FAC-CAT              PIC X(10).
       01  WS-FAC-VALOR            PIC X(10).
       01  WS-FAC-USADOS           PIC 9(02) VALUE ZEROS.
       01  WS-CLI-STATUS           PIC XX VALUE '00'.
       01  WS-FACTOR-SEG           PIC 9(02)V99 VALUE ZEROS.
       01  WS-SEG-USADOS           PIC 9(02) VALUE ZEROS.
       01  WS-SEG-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-CLIENTES-MOVIDOS     PIC 9(04) VALUE ZEROS.
       01  WS-CAN-STATUS           PIC XX VALUE '00'.
       01  WS-DSP-STATUS           PIC XX VALUE '00'.
      *'A' LINES AN INTRADAY SLICE ALREADY POSTED (SEE POSTEAR-VENTAS)
      *- THE FULL-DAY RUN PASSES THEM BY.
       01  WS-YA-INTRADIA          PIC 9(07) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-CORTE-VENC           PIC X(10).
       01  FACTOR-TAB OCCURS 50 TIMES.
           05  FAC-CODIGO          PIC X(03).
           05  FAC-FACTOR          PIC 9(02)V99.
       01  FACTOR-SEG-TAB OCCURS 20 TIMES.
           05  FSG-CODIGO          PIC X(03).
           05  FSG-FACTOR          PIC 9(02)V99.
      *ONE ROW PER CLIENTE-ID: THE BALANCE BROUGHT FORWARD FROM
      *PUNTOS.txt, THE MOVEMENT EARNED/CLAWED THIS BATCH, AND THE
      *CLIENT NAME FOR THE REPORT SECTION. EARN RULE: ONE POINT PER
      *100.00 OF LINE TOTAL, TIMES THE CATEGORY FACTOR AND THE
      *CLIENT'S SEGMENT FACTOR, TRUNCATED -
      *REFUNDS CLAW THE SAME FORMULA BACK, SO A FULLY REFUNDED SALE
      *NETS TO ZERO POINTS.
       01  SALDO-TAB.
               10  SAL-VENCIDO     PIC 9(09) VALUE ZEROS.
               10  SAL-FECHA       PIC X(10).
               10  SAL-NOMBRE      PIC X(50).
               10  SAL-SEGMENTO    PIC X(03).
       01  PUNTOS-LINEA-REC.
           05  PTL-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
           INTO WS-CORTE-VENC
       PERFORM CARGAR-FACTORES
       PERFORM CARGAR-SEGMENTOS
       PERFORM CARGAR-PERIODOS-CERRADOS
       PERFORM CARGAR-SALDOS
       PERFORM VENCER-PUNTOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-FAC-CAT WS-FAC-VALOR
                       UNSTRING FD-FAC-REC DELIMITED BY ','
                           INTO WS-FAC-CAT WS-FAC-VALOR
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE (WS-FAC-CAT (1:4))
                           = 'SEG-'
                           IF WS-SEG-USADOS < 20
                               ADD 1 TO WS-SEG-USADOS
                               MOVE FUNCTION UPPER-CASE
                                   (WS-FAC-CAT (5:3))
                                   TO FSG-CODIGO (WS-SEG-USADOS)
                               MOVE FUNCTION NUMVAL (WS-FAC-VALOR)
                                   TO FSG-FACTOR (WS-SEG-USADOS)
                           END-IF
                       ELSE
                           IF WS-FAC-USADOS < 50
                               ADD 1 TO WS-FAC-USADOS
                               MOVE WS-FAC-CAT (1:3) TO
                                   FAC-CODIGO (WS-FAC-USADOS)
                               MOVE FUNCTION NUMVAL (WS-FAC-VALOR)
                                   TO FAC-FACTOR (WS-FAC-USADOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       MOVE 0 TO EOF.

      *EACH CLIENT'S RFM SEGMENT, ONLY WHEN SOME SEG- FACTOR IS SET.
      *NO MASTER YET (STATUS 35) OR A CLIENT NEVER SEGMENTED SIMPLY
      *EARNS AT THE CATEGORY FACTOR ALONE.
       CARGAR-SEGMENTOS.
       IF WS-SEG-USADOS > 0
           OPEN INPUT CLIENTES
           IF WS-CLI-STATUS = '00'
               MOVE 0 TO CLI-ID
               START CLIENTES KEY IS > CLI-ID
               IF WS-CLI-STATUS = '00'
                   PERFORM UNTIL EOF = 1
                       READ CLIENTES NEXT RECORD
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               IF CLI-ID >= 1 AND CLI-ID <= 2000
                                   MOVE CLI-SEGMENTO TO
                                       SAL-SEGMENTO (CLI-ID)
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CLIENTES
           ELSE
               DISPLAY "AVISO: CLIENTES.dat NO DISPONIBLE - PUNTOS "
                   "SIN FACTOR DE SEGMENTO"
           END-IF
       END-IF
       MOVE 0 TO EOF.

       CARGAR-SALDOS.
       OPEN INPUT PUNTOS
       IF WS-PTS-STATUS = '35'
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
      *CLAWS BACK DIRECTLY; A PAYMENT EARNS NO POINTS, NOR DOES
      *LOADING OR SPENDING A GIFT CARD OR STORE CREDIT.
       POSTEAR-ACEPTADA.
       IF TIPO-TRANSACCION = 'P' OR TIPO-TRANSACCION = 'T'
           OR TIPO-TRANSACCION = 'C' OR TIPO-TRANSACCION = 'F'
           CONTINUE
       ELSE
           PERFORM ACUMULAR-PUNTOS
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
                   MOVE FAC-FACTOR (WS-I) TO WS-FACTOR-LINEA
               END-IF
           END-PERFORM
           MOVE 1.00 TO WS-FACTOR-SEG
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-USADOS
               IF FSG-CODIGO (WS-SEG-IDX) = SAL-SEGMENTO (CLIENTE-ID)
                   MOVE FSG-FACTOR (WS-SEG-IDX) TO WS-FACTOR-SEG
               END-IF
           END-PERFORM
           IF WS-FACTOR-LINEA = 0 OR WS-FACTOR-SEG = 0
               MOVE 0 TO WS-PUNTOS-LINEA
           ELSE
               COMPUTE WS-PUNTOS-LINEA =
                   (WS-IMPORTE-LINEA * WS-FACTOR-LINEA
                   * WS-FACTOR-SEG) / 100
           END-IF
           IF TIPO-TRANSACCION = 'R'
               SUBTRACT WS-PUNTOS-LINEA FROM
