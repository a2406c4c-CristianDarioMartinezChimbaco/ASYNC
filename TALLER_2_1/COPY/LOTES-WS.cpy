      ****************************************************************
      * LOTES-WS - LOT TABLE PLUS THE WORK FIELDS FOR THE SHARED
      * CARGAR-LOTES / AGREGAR-LOTE / CONSUMIR-LOTES / SALDO-LOTES /
      * GRABAR-LOTES PARAGRAPHS (SEE LOTES-PROC.cpy), THE USUAL WS/PROC
      * SPLIT. THE HOST PROGRAM COPIES WS-LOTE (THE LINE LAYOUT)
      * ALONGSIDE THIS ONE AND DECLARES
      *   SELECT LOTES ASSIGN TO 'LOTES-STOCK.txt' ... FILE STATUS
      *       WS-LOT-STATUS, FD FD-LOT-REC X(80)
      *   SELECT LOTES-NUEVO ASSIGN TO 'LOTES.NUEVO.txt',
      *       FD FD-LOTN-REC X(80)
      * AND MOVES TODAY'S DATE TO WS-LOT-HOY BEFORE ADDING A LOT.
      * EACH ROW OF THE TABLE IS ONE LOTE-LINEA IMAGE; THE
      * PARAGRAPHS MOVE A ROW INTO LOTE-LINEA TO WORK ON IT.
      ****************************************************************
       01  LOT-TAB.
           05  LOT-FILA            PIC X(79) OCCURS 9000 TIMES.
       01  WS-LOT-USADOS           PIC 9(04) VALUE ZEROS.
       01  WS-LOT-STATUS           PIC X(02) VALUE '00'.
       01  WS-LOT-EOF              PIC 9 VALUE 0.
       01  WS-LOT-I                PIC 9(04) VALUE ZEROS.
       01  WS-LOT-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-LOT-HOY              PIC X(10) VALUE SPACES.
      *'S' WHEN THE FILE HAD MORE LINES THAN THE TABLE HOLDS - THE
      *FILE IS THEN NEVER REWRITTEN, SO NO LOT IS EVER DROPPED.
       01  WS-LOT-TRUNCADO         PIC X(01) VALUE 'N'.
      *ROWS ADDED OR MOVED THIS RUN - NOTHING TO REWRITE WHEN 0.
       01  WS-LOT-CAMBIOS          PIC 9(07) VALUE ZEROS.
      *THE LOT THE CALLER IS WORKING ON. WS-LOT-LOTE SPACES IN
      *CONSUMIR-LOTES / SALDO-LOTES MEANS EVERY LOT OF THE SKU AT
      *THE BRANCH.
       01  WS-LOT-SUC              PIC 9(03) VALUE ZEROS.
       01  WS-LOT-SKU              PIC X(10) VALUE SPACES.
       01  WS-LOT-LOTE             PIC X(15) VALUE SPACES.
       01  WS-LOT-VENCE            PIC X(10) VALUE SPACES.
       01  WS-LOT-CANTIDAD         PIC 9(07) VALUE ZEROS.
       01  WS-LOT-PEDIDO           PIC 9(05) VALUE ZEROS.
      *CONSUMIR-LOTES: UNITS THE LOTS COULD NOT COVER (THEY CAME OFF
      *THE UNTRACKED PART OF THE PILE). SALDO-LOTES: SELLABLE UNITS.
       01  WS-LOT-FALTA            PIC 9(07) VALUE ZEROS.
       01  WS-LOT-SALDO            PIC 9(07) VALUE ZEROS.
       01  WS-LOT-SEGUIR           PIC X(01) VALUE 'S'.
       01  WS-LOT-MEJOR            PIC 9(04) VALUE ZEROS.
       01  WS-LOT-MEJOR-VENCE      PIC X(10) VALUE SPACES.
       01  WS-LOT-ORDEN            PIC X(10) VALUE SPACES.
       01  WS-LOT-TOMA             PIC 9(07) VALUE ZEROS.
      *WHAT CONSUMIR-LOTES TOOK, LOT BY LOT, SO A TRANSFER CAN LAND
      *THE SAME LOTS ON THE RECEIVING BRANCH. WHEN THE 100 SLOTS RUN
      *OUT THE REST IS LEFT IN WS-LOT-FALTA.
       01  WS-LOT-TOMADOS          PIC 9(03) VALUE ZEROS.
       01  LOT-TOMADOS-TAB.
           05  LOT-TOMADO OCCURS 100 TIMES.
               10  LOT-TOM-LOTE    PIC X(15).
               10  LOT-TOM-VENCE   PIC X(10).
               10  LOT-TOM-CANTIDAD PIC 9(07).
