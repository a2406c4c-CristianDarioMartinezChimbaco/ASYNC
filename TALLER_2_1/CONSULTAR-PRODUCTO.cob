           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PDX-CLAVE
           FILE STATUS IS WS-PDX-STATUS.
       SELECT LOTES ASSIGN TO 'LOTES-STOCK.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.
       SELECT LOTES-NUEVO ASSIGN TO 'LOTES.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      ****************************************************************
       FD  DATASET4-PRD.
           COPY WS-DATASET4-PRD.
      * LOT-LEVEL STOCK (SEE WS-LOTE.cpy) - FOR A RECALL, WHERE THE
      * SKU'S LOTS ARE, WHICH ARE STILL SELLABLE AND WHICH WERE
      * WRITTEN OFF. READ ONLY; LOTES-NUEVO IS DECLARED FOR THE
      * SHARED PARAGRAPHS AND NEVER OPENED HERE.
       FD  LOTES.
           01  FD-LOT-REC          PIC X(80).
       FD  LOTES-NUEVO.
           01  FD-LOTN-REC         PIC X(80).

      ****************************************************************
      * WS SECTION
           05  CPL-CANTIDAD        PIC Z(04)9.
           05  FILLER              PIC X(05) VALUE ' SER:'.
           05  CPL-SERIAL          PIC X(24).
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-LOTES-SKU            PIC 9(04) VALUE ZEROS.
       01  WS-VENDIBLES            PIC 9(09) VALUE ZEROS.
       01  LOTE-CONSULTA-LINEA.
           05  FILLER              PIC X(05) VALUE 'SUC: '.
           05  LCL-SUC             PIC 9(03).
           05  FILLER              PIC X(07) VALUE ' LOTE: '.
           05  LCL-LOTE            PIC X(15).
           05  FILLER              PIC X(08) VALUE ' VENCE: '.
           05  LCL-VENCE           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LCL-CANTIDAD        PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  LCL-ESTADO          PIC X(30).

       COPY WS-VENTA.
       COPY VENTA-COMPAT-WS.
       COPY WS-DATASET-CTL.
       COPY WS-LOTE.
       COPY LOTES-WS.

       PROCEDURE DIVISION.
       ACCEPT WS-SKU-ARG FROM COMMAND-LINE
           DISPLAY "TOTAL LINEAS: " WS-LINEAS-COUNT
           DISPLAY "UNIDADES NETAS (V-R): " WS-UNIDADES
       END-IF
       PERFORM MOSTRAR-LOTES
       STOP RUN.

      *EVERY LOT OF THE SKU ON FILE, BRANCH BY BRANCH AS RECEIVED. A
      *LOT PAST ITS DATE THAT THE NIGHTLY WRITE-OFF HAS NOT REACHED
      *YET IS ALREADY SHOWN AS NOT SELLABLE.
       MOSTRAR-LOTES.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       PERFORM CARGAR-LOTES
       PERFORM VARYING WS-LOT-I FROM 1 BY 1
               UNTIL WS-LOT-I > WS-LOT-USADOS
           MOVE LOT-FILA (WS-LOT-I) TO LOTE-LINEA
           IF LOT-SKU = WS-SKU-BUSCADO
               IF WS-LOTES-SKU = 0
                   DISPLAY "LOTES DE " FUNCTION TRIM (WS-SKU-BUSCADO)
                       ":"
               END-IF
               ADD 1 TO WS-LOTES-SKU
               PERFORM MOSTRAR-UN-LOTE
           END-IF
       END-PERFORM
       IF WS-LOTES-SKU = 0
           DISPLAY "SIN LOTES REGISTRADOS PARA EL SKU "
               FUNCTION TRIM (WS-SKU-BUSCADO)
       ELSE
           DISPLAY "UNIDADES VENDIBLES EN LOTES: " WS-VENDIBLES
       END-IF.

       MOSTRAR-UN-LOTE.
       MOVE LOT-SUCURSAL TO LCL-SUC
       MOVE LOT-LOTE TO LCL-LOTE
       MOVE LOT-VENCE TO LCL-VENCE
       MOVE LOT-EXISTENCIA TO LCL-CANTIDAD
       MOVE SPACES TO LCL-ESTADO
       EVALUATE TRUE
           WHEN LOT-ESTADO = 'B'
               STRING 'DADO DE BAJA ' LOT-FECHA-BAJA
                   DELIMITED BY SIZE INTO LCL-ESTADO
           WHEN LOT-VENCE NOT = SPACES AND LOT-VENCE < WS-HOY
               MOVE 'VENCIDO - PENDIENTE DE BAJA' TO LCL-ESTADO
           WHEN OTHER
               MOVE 'VENDIBLE' TO LCL-ESTADO
               ADD LOT-EXISTENCIA TO WS-VENDIBLES
       END-EVALUATE
       DISPLAY LOTE-CONSULTA-LINEA.

       LEER-INDICE.
       OPEN INPUT DATASET4-PRD
       IF WS-PDX-STATUS NOT = '00'
       END-IF.

       COPY VENTA-COMPAT-PROC.

       COPY LOTES-PROC.
