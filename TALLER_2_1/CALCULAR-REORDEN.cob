       SELECT AUDITORIA ASSIGN TO 'AUDIT-INVENTARIO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
       SELECT ENCARGOS ASSIGN TO 'ENCARGOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENC-STATUS.
       SELECT ENCARGOS-NUEVO ASSIGN TO 'ENCARGOS.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      * APPLIED SUGGESTION IS AN AUDITED CHANGE LIKE ANY OTHER.
       FD  AUDITORIA.
           01  FD-AUD-REC          PIC X(150).
      * CUSTOMER BACKORDERS (SEE WS-ENCARGO.cpy) - EVERY UNIT A
      * CLIENT IS STILL WAITING FOR IS DEMAND THE LEDGER NEVER SAW,
      * BECAUSE THE SALE COULD NOT HAPPEN. ONLY READ HERE.
       FD  ENCARGOS.
           01  FD-ENC-REC          PIC X(100).
       FD  ENCARGOS-NUEVO.
           01  FD-ENCN-REC         PIC X(100).

      ****************************************************************
      * WS SECTION
       01  WS-CAMBIOS              PIC 9(05) VALUE ZEROS.
       01  WS-SUGERENCIAS          PIC 9(05) VALUE ZEROS.
      *UNITS SOLD PER (BRANCH, SKU) OVER THE LEDGER - REFUNDS NET
      *OUT, A RETURNED CASE WAS NOT DEMAND. DEM-ENCARGOS IS THE
      *UNITS ON OPEN BACKORDERS (NOT YET DELIVERED OR CANCELLED),
      *ADDED STRAIGHT ONTO THE SUGGESTED POINT: THOSE CLIENTS ARE
      *OWED THE GOODS ON TOP OF THE NORMAL COVER.
       01  WS-DEM-USADOS           PIC 9(04) VALUE ZEROS.
       01  WS-BUS-SUC              PIC 9(03) VALUE ZEROS.
       01  WS-BUS-SKU              PIC X(10).
       01  WS-ENCARGOS-ABIERTOS    PIC 9(05) VALUE ZEROS.
       01  DEM-TAB OCCURS 6000 TIMES.
           05  DEM-SUC             PIC 9(03) VALUE ZEROS.
           05  DEM-SKU             PIC X(10).
           05  DEM-UNIDADES        PIC S9(09) VALUE ZEROS.
           05  DEM-ENCARGOS        PIC 9(07) VALUE ZEROS.
       01  WS-INVS-USADOS          PIC 9(04) VALUE ZEROS.
       01  WS-INV-USADOS           PIC 9(04) VALUE ZEROS.
       01  WS-INVS-SUC-TXT         PIC X(05).
           05  SUG-ACTUAL          PIC Z(06)9.
           05  FILLER              PIC X(11) VALUE ' SUGERIDO: '.
           05  SUG-SUGERIDO        PIC Z(06)9.
           05  FILLER              PIC X(11) VALUE ' ENCARGOS: '.
           05  SUG-ENCARGOS        PIC Z(06)9.
       01  AUDITORIA-LINEA.
           05  AUD-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
       COPY WS-VENTA.
       COPY VENTA-COMPAT-WS.
       COPY WS-DATASET-CTL.
       COPY WS-ENCARGO.
       COPY ENCARGOS-WS.

       PROCEDURE DIVISION.
      *"CALCULAR-REORDEN [APLICAR [OPERADOR]]" - WITHOUT APLICAR THE
       MOVE WS-OPERADOR TO AUD-OPERADOR
       MOVE 'REORDEN POR DEMANDA' TO AUD-MOTIVO
       PERFORM ACUMULAR-DEMANDA
       PERFORM ACUMULAR-ENCARGOS
       IF WS-DEM-USADOS = 0
           DISPLAY "VENTAS-YTD.txt SIN VENTAS NI ENCARGOS ABIERTOS - "
               "SIN SUGERENCIAS"
           STOP RUN
       END-IF
       PERFORM CALCULAR-SPAN
       ACUMULAR-LINEA.
       IF CANTIDAD-VENDIDA NOT NUMERIC OR SUCURSAL NOT NUMERIC
           OR SUCURSAL < 1 OR SUCURSAL > 999
           OR TIPO-TRANSACCION = 'P' OR TIPO-TRANSACCION = 'T'
           OR TIPO-TRANSACCION = 'C' OR TIPO-TRANSACCION = 'F'
           CONTINUE
       ELSE
           IF WS-FECHA-MIN = SPACES OR FECHA-VENTA < WS-FECHA-MIN
           IF FECHA-VENTA > WS-FECHA-MAX
               MOVE FECHA-VENTA TO WS-FECHA-MAX
           END-IF
           MOVE SUCURSAL TO WS-BUS-SUC
           MOVE PRODUCTO-SKU TO WS-BUS-SKU
           PERFORM UBICAR-DEMANDA
           IF WS-HIT > 0
               IF TIPO-TRANSACCION = 'R'
                   SUBTRACT CANTIDAD-VENDIDA FROM
           END-IF
       END-IF.

      *THE (BRANCH, SKU) DEMAND ROW, CREATED WHEN NEW; WS-HIT 0 ONLY
      *WHEN THE TABLE IS FULL.
       UBICAR-DEMANDA.
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-DEM-USADOS OR WS-HIT > 0
           IF DEM-SUC (WS-J) = WS-BUS-SUC
               AND DEM-SKU (WS-J) = WS-BUS-SKU
               MOVE WS-J TO WS-HIT
           END-IF
       END-PERFORM
       IF WS-HIT = 0
           IF WS-DEM-USADOS >= 6000
               CONTINUE
           ELSE
               ADD 1 TO WS-DEM-USADOS
               MOVE WS-DEM-USADOS TO WS-HIT
               MOVE WS-BUS-SUC TO DEM-SUC (WS-HIT)
               MOVE WS-BUS-SKU TO DEM-SKU (WS-HIT)
           END-IF
       END-IF.

      *OPEN = STILL WAITING ('A') OR RESERVED BUT NOT YET COLLECTED
      *('R') - RESERVED UNITS SIT IN EXISTENCIA BUT ARE SPOKEN FOR.
       ACUMULAR-ENCARGOS.
       PERFORM CARGAR-ENCARGOS
       PERFORM VARYING WS-ENC-I FROM 1 BY 1
               UNTIL WS-ENC-I > WS-ENC-USADOS
           MOVE ENC-FILA (WS-ENC-I) TO ENCARGO-LINEA
           IF (ENC-ESTADO = 'A' OR ENC-ESTADO = 'R')
               AND ENC-CANTIDAD NUMERIC
               AND ENC-SUCURSAL NUMERIC
               MOVE ENC-SUCURSAL TO WS-BUS-SUC
               MOVE ENC-SKU TO WS-BUS-SKU
               PERFORM UBICAR-DEMANDA
               IF WS-HIT > 0
                   ADD ENC-CANTIDAD TO DEM-ENCARGOS (WS-HIT)
                   ADD 1 TO WS-ENCARGOS-ABIERTOS
               END-IF
           END-IF
       END-PERFORM.

       CALCULAR-SPAN.
       MOVE 1 TO WS-DIAS-SPAN
       IF WS-FECHA-MIN NOT = SPACES
               MOVE 1 TO WS-SUGERIDO
           END-IF
       END-IF
       ADD DEM-ENCARGOS (WS-I) TO WS-SUGERIDO
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-INVS-USADOS OR WS-HIT > 0
           MOVE WS-DEMANDA-DIARIA TO SUG-DEMANDA
           MOVE INVS-REORDEN (WS-HIT) TO SUG-ACTUAL
           MOVE WS-SUGERIDO TO SUG-SUGERIDO
           MOVE DEM-ENCARGOS (WS-I) TO SUG-ENCARGOS
           MOVE SUGERENCIA-LINEA TO FD-REP-REC
           WRITE FD-REP-REC
           IF WS-APLICAR = 'S'
       MOVE 0 TO RETURN-CODE.

       COPY VENTA-COMPAT-PROC.
       COPY ENCARGOS-PROC.
